       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-CLOSE.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 月次締め・受払台帳プログラム
      * - 対象の会計期間（年月）を締め、会計期間管理ファイル
      *   （PERIODCTL 登録集、data/period_control.dat）へ締め済み
      *   として記録する。以後 INVENTORY-MGMT は締め済みの最も
      *   新しい期間以前の発効日を持つトランザクションを却下する
      * - 対象期間はコマンドライン引数（6桁の年月、例 202609）で
      *   指定する。未指定時は実行月の前月とする。締め済みの期間
      *   以前を指定したとき、または対象期間の月末スナップショット
      *   がないときは締めずに復帰コード 8 で終了する
      * - 商品・拠点別の受払台帳を作成する。期首は前期末（前月の
      *   最終）スナップショットの数量・評価額、期中の受払は移動
      *   履歴（発効日の年月が対象期間のもの）を入庫・出庫・移動・
      *   調整・返品・キット組立分解に分けて集計し、期首＋受払＝
      *   計算上の期末を対象期間の月末スナップショットの数量と
      *   突合する。評価額は平均原価（ゼロのときは単価）で、
      *   活動中の明細だけを数える（スナップショット合計行と同じ）
      * - GL連携ファイルの対象期間の行について、明細行の借方・
      *   貸方合計をバッチ合計行（*BATCH*）の合計と突合し、借方＝
      *   貸方を確認する。さらに在庫勘定（勘定科目対応ファイルの
      *   在庫勘定欄と既定の在庫勘定）の純増減を期首評価額に加えた
      *   額を期末スナップショットの評価額合計と突合する（平均原価
      *   の端数処理による差は許容額以内なら差異としない）。評価減
      *   引当金（INVENTORY-RESERVE の RSV 行）は在庫勘定に含めず、
      *   突合は引当前の評価額で行う
      * - 差異は台帳レポート（output/stock_ledger.txt）に印を付けて
      *   書き出す。差異があっても期間は締め、復帰コード 4 で終了
      *   する（会計期間管理レコードに突合結果を残す）
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO 'data/period_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO 'output/snapshot_archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'data/movement_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-FEED-FILE
               ASSIGN TO 'output/gl_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO 'data/gl_accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-REPORT-FILE
               ASSIGN TO 'output/stock_ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 会計期間管理ファイル（締め済み期間。INVENTORY-MGMT と共用）
       FD PERIOD-FILE.
           COPY PERIODCTL.

      * 月次在庫スナップショット保存ファイル（INVENTORY-MGMT 出力）
       FD SNAPSHOT-FILE.
           COPY SNAPREC.

      * 移動履歴ファイル（INVENTORY-MGMT 出力）
       FD MOVEMENT-FILE.
           COPY MOVEHIST.

      * 総勘定元帳（GL）連携ファイル（INVENTORY-MGMT と共通の
      * レイアウト）
       FD GL-FEED-FILE.
       01 GL-FEED-RECORD.
           05 GL-ACCOUNT-CODE    PIC X(10).
           05 GL-PERIOD          PIC X(6).
           05 GL-DEBIT-AMOUNT    PIC 9(10)V99.
           05 GL-CREDIT-AMOUNT   PIC 9(10)V99.
           05 GL-TRAN-DATE       PIC X(8).
           05 GL-TRAN-TYPE       PIC X(3).
           05 GL-PRODUCT-ID      PIC X(10).

      * 勘定科目対応ファイル（在庫勘定の特定に用いる）
       FD GL-MAP-FILE.
           COPY GLMAP.

      * 受払台帳レポートファイル
       FD LEDGER-REPORT-FILE.
       01 LEDGER-REPORT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EOF-PRD              PIC X VALUE 'N'.
       01 WS-EOF-SNP              PIC X VALUE 'N'.
       01 WS-EOF-MOV              PIC X VALUE 'N'.
       01 WS-EOF-GL               PIC X VALUE 'N'.
       01 WS-EOF-MAP              PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-TIME             PIC X(8).

      * 対象期間（コマンドライン引数。未指定時は実行月の前月）
       01 WS-PERIOD-PARM          PIC X(6) VALUE SPACES.
       01 WS-CLOSE-PERIOD         PIC X(6).
       01 WS-PRIOR-PERIOD         PIC X(6).
       01 WS-PERIOD-YYYY          PIC 9(4).
       01 WS-PERIOD-MM            PIC 9(2).

      * 会計期間管理テーブル（240期間まで。書き戻しに用いる）
       01 WS-PRD-COUNT            PIC 9(3) VALUE 0.
       01 WS-PRD-MAX              PIC 9(3) VALUE 240.
       01 WS-PRD-IDX              PIC 9(3).
       01 WS-LAST-CLOSED-PERIOD   PIC X(6) VALUE SPACES.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 240 TIMES.
               10 WS-PRD-RECORD    PIC X(44).

      * スナップショットの選択（期首＝前月の最終日付、期末＝対象
      * 月の最終日付）
       01 WS-OPEN-SNAP-DATE       PIC X(8) VALUE SPACES.
       01 WS-CLOSE-SNAP-DATE      PIC X(8) VALUE SPACES.
       01 WS-OPEN-SNAP-TOTAL      PIC 9(10)V99 VALUE 0.
       01 WS-CLOSE-SNAP-TOTAL     PIC 9(10)V99 VALUE 0.
       01 WS-CLOSE-TOTAL-FOUND    PIC X VALUE 'N'.
       01 WS-SNAP-VALUE           PIC 9(10)V99.

      * 受払台帳テーブル（商品・拠点別。3000件まで。あふれたときは
      * 台帳が不完全になるため締めずに終了する）
       01 WS-LDG-COUNT            PIC 9(4) VALUE 0.
       01 WS-LDG-MAX              PIC 9(4) VALUE 3000.
       01 WS-LDG-IDX              PIC 9(4).
       01 WS-LDG-FOUND            PIC X VALUE 'N'.
       01 WS-LDG-OVERFLOW         PIC X VALUE 'N'.
       01 WS-LDG-KEY-PRODUCT      PIC X(10).
       01 WS-LDG-KEY-LOCATION     PIC X(5).
       01 WS-LDG-TABLE.
           05 WS-LDG-ENTRY OCCURS 3000 TIMES.
               10 WS-LDG-PRODUCT-ID  PIC X(10).
               10 WS-LDG-LOCATION    PIC X(5).
               10 WS-LDG-OPEN-QTY    PIC S9(9).
               10 WS-LDG-OPEN-VALUE  PIC 9(10)V99.
               10 WS-LDG-RCPT-QTY    PIC S9(9).
               10 WS-LDG-ISSUE-QTY   PIC S9(9).
               10 WS-LDG-XFR-QTY     PIC S9(9).
               10 WS-LDG-ADJ-QTY     PIC S9(9).
               10 WS-LDG-RET-QTY     PIC S9(9).
               10 WS-LDG-KIT-QTY     PIC S9(9).
               10 WS-LDG-CLOSE-QTY   PIC S9(9).
               10 WS-LDG-CLOSE-VALUE PIC 9(10)V99.

      * 在庫勘定テーブル（50勘定まで。勘定科目対応ファイルの在庫
      * 勘定欄と既定の在庫勘定。購入価格差異（PPV）の行の在庫
      * 勘定欄は受入清算勘定、評価減引当（RSV）の行の在庫勘定欄は
      * 評価引当金勘定のため除く）
       01 WS-GL-INVENTORY-ACCT    PIC X(10) VALUE '1200-INV'.
       01 WS-ACC-COUNT            PIC 9(2) VALUE 0.
       01 WS-ACC-MAX              PIC 9(2) VALUE 50.
       01 WS-ACC-IDX              PIC 9(2).
       01 WS-ACC-FOUND            PIC X VALUE 'N'.
       01 WS-ACC-KEY              PIC X(10).
       01 WS-ACC-TABLE.
           05 WS-ACC-CODE         PIC X(10) OCCURS 50 TIMES.

      * GL連携の集計（対象期間の行。月末評価仕訳 VAL は除く）
       01 WS-GL-DETAIL-DEBITS     PIC 9(12)V99 VALUE 0.
       01 WS-GL-DETAIL-CREDITS    PIC 9(12)V99 VALUE 0.
       01 WS-GL-BATCH-DEBITS      PIC 9(12)V99 VALUE 0.
       01 WS-GL-BATCH-CREDITS     PIC 9(12)V99 VALUE 0.
       01 WS-GL-INV-NET           PIC S9(12)V99 VALUE 0.
       01 WS-GL-ROW-COUNT         PIC 9(7) VALUE 0.

      * 突合用
       01 WS-VALUE-TOLERANCE      PIC 9(3)V99 VALUE 1.00.
       01 WS-COMPUTED-CLOSE       PIC S9(9).
       01 WS-EXPECTED-VALUE       PIC S9(12)V99.
       01 WS-VALUE-DIFF           PIC S9(12)V99.
       01 WS-ABS-DIFF             PIC 9(12)V99.
       01 WS-DIFF-COUNT           PIC 9(5) VALUE 0.
       01 WS-QTY-DIFF-COUNT       PIC 9(5) VALUE 0.
       01 WS-LINE-FLAG            PIC X(6).

      * 合計
       01 WS-TOT-OPEN-QTY         PIC S9(9) VALUE 0.
       01 WS-TOT-OPEN-VALUE       PIC 9(12)V99 VALUE 0.
       01 WS-TOT-RCPT-QTY         PIC S9(9) VALUE 0.
       01 WS-TOT-ISSUE-QTY        PIC S9(9) VALUE 0.
       01 WS-TOT-XFR-QTY          PIC S9(9) VALUE 0.
       01 WS-TOT-ADJ-QTY          PIC S9(9) VALUE 0.
       01 WS-TOT-RET-QTY          PIC S9(9) VALUE 0.
       01 WS-TOT-KIT-QTY          PIC S9(9) VALUE 0.
       01 WS-TOT-COMPUTED-CLOSE   PIC S9(9) VALUE 0.
       01 WS-TOT-CLOSE-QTY        PIC S9(9) VALUE 0.
       01 WS-TOT-CLOSE-VALUE      PIC 9(12)V99 VALUE 0.
       01 WS-MOV-PERIOD-COUNT     PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT           PIC 9(5) VALUE 0.

      * 表示編集用
       01 WS-D-OPEN               PIC -(7)9.
       01 WS-D-RCPT               PIC -(7)9.
       01 WS-D-ISSUE              PIC -(7)9.
       01 WS-D-XFR                PIC -(7)9.
       01 WS-D-ADJ                PIC -(7)9.
       01 WS-D-RET                PIC -(7)9.
       01 WS-D-KIT                PIC -(7)9.
       01 WS-D-COMPUTED           PIC -(7)9.
       01 WS-D-CLOSE              PIC -(7)9.
       01 WS-D-OPEN-VALUE         PIC Z(11)9.99.
       01 WS-D-CLOSE-VALUE        PIC Z(11)9.99.
       01 WS-D-AMOUNT             PIC Z(11)9.99.
       01 WS-D-SIGNED-AMOUNT      PIC -(12)9.99.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM DETERMINE-CLOSE-PERIOD
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
               AND WS-CLOSE-PERIOD <= WS-LAST-CLOSED-PERIOD
               DISPLAY "ERROR: Period " WS-CLOSE-PERIOD
                   " is already closed (closed through "
                   WS-LAST-CLOSED-PERIOD ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-SNAPSHOT-DATES
           IF WS-CLOSE-SNAP-DATE = SPACES
               DISPLAY "ERROR: No month-end snapshot for period "
                   WS-CLOSE-PERIOD " - period not closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SNAPSHOTS
           PERFORM LOAD-PERIOD-MOVEMENTS
           IF WS-LDG-OVERFLOW = 'Y'
               DISPLAY "ERROR: Ledger table full - period not closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-INVENTORY-ACCOUNTS
           PERFORM SCAN-GL-FEED
           OPEN OUTPUT LEDGER-REPORT-FILE
           PERFORM WRITE-LEDGER-HEADER
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
               UNTIL WS-LDG-IDX > WS-LDG-COUNT
               PERFORM WRITE-LEDGER-LINE
           END-PERFORM
           PERFORM WRITE-LEDGER-TOTALS
           PERFORM RECONCILE-CLOSING-TOTALS
           PERFORM WRITE-LEDGER-SUMMARY
           CLOSE LEDGER-REPORT-FILE
           PERFORM SAVE-PERIOD-CONTROL
           DISPLAY "Period closed:         " WS-CLOSE-PERIOD
           DISPLAY "Opening snapshot:      " WS-OPEN-SNAP-DATE
           DISPLAY "Closing snapshot:      " WS-CLOSE-SNAP-DATE
           DISPLAY "Ledger lines:          " WS-LINE-COUNT
           DISPLAY "Differences flagged:   " WS-DIFF-COUNT
           IF WS-DIFF-COUNT > 0
               DISPLAY "WARNING: Closing totals do not agree - see "
                   "output/stock_ledger.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 対象期間と前期を求める
      * （引数が6桁の年月ならそれを、空白なら実行月の前月を用いる）
      *----------------------------------------------------------------
       DETERMINE-CLOSE-PERIOD.
           IF WS-PERIOD-PARM = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MM
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-PERIOD-YYYY TO WS-CLOSE-PERIOD(1:4)
               MOVE WS-PERIOD-MM TO WS-CLOSE-PERIOD(5:2)
           ELSE
               IF WS-PERIOD-PARM IS NOT NUMERIC
                   OR WS-PERIOD-PARM(5:2) < '01'
                   OR WS-PERIOD-PARM(5:2) > '12'
                   DISPLAY "Usage: period-to-close (YYYYMM)"
                   DISPLAY "       defaults to the month before the "
                       "run date"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-PARM TO WS-CLOSE-PERIOD
           END-IF
           MOVE WS-CLOSE-PERIOD(1:4) TO WS-PERIOD-YYYY
           MOVE WS-CLOSE-PERIOD(5:2) TO WS-PERIOD-MM
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-PERIOD-YYYY TO WS-PRIOR-PERIOD(1:4)
           MOVE WS-PERIOD-MM TO WS-PRIOR-PERIOD(5:2).

      *----------------------------------------------------------------
      * WS-PERIOD-YYYY／MM を1か月前へ戻す
      *----------------------------------------------------------------
       STEP-BACK-ONE-MONTH.
           IF WS-PERIOD-MM = 1
               MOVE 12 TO WS-PERIOD-MM
               SUBTRACT 1 FROM WS-PERIOD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.

      *----------------------------------------------------------------
      * 会計期間管理ファイルをテーブルへ読み込み、締め済みの最も
      * 新しい期間を求める
      *----------------------------------------------------------------
       LOAD-PERIOD-CONTROL.
           MOVE 0 TO WS-PRD-COUNT
           OPEN INPUT PERIOD-FILE
           PERFORM UNTIL WS-EOF-PRD = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PRD
                   NOT AT END
                       IF WS-PRD-COUNT < WS-PRD-MAX
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PERIOD-RECORD TO
                               WS-PRD-RECORD(WS-PRD-COUNT)
                       ELSE
                           DISPLAY "ERROR: Period control table full"
                           CLOSE PERIOD-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF PRD-CLOSED AND PRD-PERIOD IS NUMERIC
                           AND PRD-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE PRD-PERIOD TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *----------------------------------------------------------------
      * 期首・期末に用いるスナップショットの日付を求める
      * （明細行の日付のうち、前期・対象期間それぞれの最終日付）
      *----------------------------------------------------------------
       FIND-SNAPSHOT-DATES.
           MOVE 'N' TO WS-EOF-SNP
           OPEN INPUT SNAPSHOT-FILE
           PERFORM UNTIL WS-EOF-SNP = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SNP
                   NOT AT END
                       IF SNP-DETAIL AND SNP-DATE IS NUMERIC
                           IF SNP-DATE(1:6) = WS-CLOSE-PERIOD
                               AND (WS-CLOSE-SNAP-DATE = SPACES
                               OR SNP-DATE > WS-CLOSE-SNAP-DATE)
                               MOVE SNP-DATE TO WS-CLOSE-SNAP-DATE
                           END-IF
                           IF SNP-DATE(1:6) = WS-PRIOR-PERIOD
                               AND (WS-OPEN-SNAP-DATE = SPACES
                               OR SNP-DATE > WS-OPEN-SNAP-DATE)
                               MOVE SNP-DATE TO WS-OPEN-SNAP-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

      *----------------------------------------------------------------
      * 期末・期首のスナップショットを受払台帳テーブルへ読み込む
      * （同じ日付の月末実行が繰り返されたときは、最後に書かれた
      *   明細が残るよう上書きする。合計行は最後のものを採る）
      *----------------------------------------------------------------
       LOAD-SNAPSHOTS.
           MOVE 'N' TO WS-EOF-SNP
           OPEN INPUT SNAPSHOT-FILE
           PERFORM UNTIL WS-EOF-SNP = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SNP
                   NOT AT END
                       IF SNP-DATE = WS-CLOSE-SNAP-DATE
                           PERFORM LOAD-ONE-CLOSE-SNAPSHOT
                       END-IF
                       IF WS-OPEN-SNAP-DATE NOT = SPACES
                           AND SNP-DATE = WS-OPEN-SNAP-DATE
                           PERFORM LOAD-ONE-OPEN-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

      *----------------------------------------------------------------
      * 期末スナップショット1行を台帳へ載せる
      *----------------------------------------------------------------
       LOAD-ONE-CLOSE-SNAPSHOT.
           IF SNP-TOTAL
               MOVE SNP-TOTAL-VALUE TO WS-CLOSE-SNAP-TOTAL
               MOVE 'Y' TO WS-CLOSE-TOTAL-FOUND
           ELSE
               MOVE SNP-PRODUCT-ID TO WS-LDG-KEY-PRODUCT
               MOVE SNP-LOCATION TO WS-LDG-KEY-LOCATION
               PERFORM FIND-LDG-ENTRY
               IF WS-LDG-IDX > 0
                   PERFORM COMPUTE-SNAPSHOT-VALUE
                   MOVE SNP-QUANTITY TO WS-LDG-CLOSE-QTY(WS-LDG-IDX)
                   MOVE WS-SNAP-VALUE TO
                       WS-LDG-CLOSE-VALUE(WS-LDG-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 期首スナップショット1行を台帳へ載せる
      *----------------------------------------------------------------
       LOAD-ONE-OPEN-SNAPSHOT.
           IF SNP-TOTAL
               MOVE SNP-TOTAL-VALUE TO WS-OPEN-SNAP-TOTAL
           ELSE
               MOVE SNP-PRODUCT-ID TO WS-LDG-KEY-PRODUCT
               MOVE SNP-LOCATION TO WS-LDG-KEY-LOCATION
               PERFORM FIND-LDG-ENTRY
               IF WS-LDG-IDX > 0
                   PERFORM COMPUTE-SNAPSHOT-VALUE
                   MOVE SNP-QUANTITY TO WS-LDG-OPEN-QTY(WS-LDG-IDX)
                   MOVE WS-SNAP-VALUE TO
                       WS-LDG-OPEN-VALUE(WS-LDG-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * スナップショット明細行の評価額を求める
      * （評価原価×数量。活動中の明細だけを数える）
      *----------------------------------------------------------------
       COMPUTE-SNAPSHOT-VALUE.
           MOVE 0 TO WS-SNAP-VALUE
           IF SNP-STATUS = 'A' AND SNP-AVG-COST IS NUMERIC
               AND SNP-QUANTITY IS NUMERIC
               COMPUTE WS-SNAP-VALUE = SNP-QUANTITY * SNP-AVG-COST
           END-IF.

      *----------------------------------------------------------------
      * 移動履歴から対象期間の受払を区分別に集計する
      * （ADD＝入庫、SUB＝出庫、XFR／SHP／RCV＝移動、ADJ＝調整、
      *   RET＝返品、ASM／DIS＝キット組立・分解）
      *----------------------------------------------------------------
       LOAD-PERIOD-MOVEMENTS.
           OPEN INPUT MOVEMENT-FILE
           PERFORM UNTIL WS-EOF-MOV = 'Y'
               READ MOVEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MOV
                   NOT AT END
                       IF MOV-MONTH = WS-CLOSE-PERIOD
                           ADD 1 TO WS-MOV-PERIOD-COUNT
                           PERFORM ADD-ONE-PERIOD-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE.

      *----------------------------------------------------------------
      * 移動1件を台帳の該当区分へ加算する
      *----------------------------------------------------------------
       ADD-ONE-PERIOD-MOVEMENT.
           MOVE MOV-PRODUCT-ID TO WS-LDG-KEY-PRODUCT
           MOVE MOV-LOCATION TO WS-LDG-KEY-LOCATION
           PERFORM FIND-LDG-ENTRY
           IF WS-LDG-IDX > 0
               EVALUATE MOV-TYPE
                   WHEN 'ADD'
                       ADD MOV-QUANTITY TO
                           WS-LDG-RCPT-QTY(WS-LDG-IDX)
                   WHEN 'SUB'
                       ADD MOV-QUANTITY TO
                           WS-LDG-ISSUE-QTY(WS-LDG-IDX)
                   WHEN 'XFR'
                   WHEN 'SHP'
                   WHEN 'RCV'
                       ADD MOV-QUANTITY TO
                           WS-LDG-XFR-QTY(WS-LDG-IDX)
                   WHEN 'ADJ'
                       ADD MOV-QUANTITY TO
                           WS-LDG-ADJ-QTY(WS-LDG-IDX)
                   WHEN 'RET'
                       ADD MOV-QUANTITY TO
                           WS-LDG-RET-QTY(WS-LDG-IDX)
                   WHEN 'ASM'
                   WHEN 'DIS'
                       ADD MOV-QUANTITY TO
                           WS-LDG-KIT-QTY(WS-LDG-IDX)
                   WHEN OTHER
                       DISPLAY "WARNING: Unknown movement type "
                           MOV-TYPE " " MOV-PRODUCT-ID
                       ADD MOV-QUANTITY TO
                           WS-LDG-ADJ-QTY(WS-LDG-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 商品・拠点に対応する台帳テーブルの添字を求める
      * （未登録なら追加する。あふれたときは添字ゼロを返す）
      *----------------------------------------------------------------
       FIND-LDG-ENTRY.
           MOVE 'N' TO WS-LDG-FOUND
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
               UNTIL WS-LDG-IDX > WS-LDG-COUNT
               OR WS-LDG-FOUND = 'Y'
               IF WS-LDG-PRODUCT-ID(WS-LDG-IDX) = WS-LDG-KEY-PRODUCT
                   AND WS-LDG-LOCATION(WS-LDG-IDX) =
                       WS-LDG-KEY-LOCATION
                   MOVE 'Y' TO WS-LDG-FOUND
               END-IF
           END-PERFORM
           IF WS-LDG-FOUND = 'Y'
               SUBTRACT 1 FROM WS-LDG-IDX
           ELSE
               IF WS-LDG-COUNT < WS-LDG-MAX
                   ADD 1 TO WS-LDG-COUNT
                   MOVE WS-LDG-COUNT TO WS-LDG-IDX
                   MOVE WS-LDG-KEY-PRODUCT TO
                       WS-LDG-PRODUCT-ID(WS-LDG-IDX)
                   MOVE WS-LDG-KEY-LOCATION TO
                       WS-LDG-LOCATION(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-OPEN-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-OPEN-VALUE(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-RCPT-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-ISSUE-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-XFR-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-ADJ-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-RET-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-KIT-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-CLOSE-QTY(WS-LDG-IDX)
                   MOVE 0 TO WS-LDG-CLOSE-VALUE(WS-LDG-IDX)
               ELSE
                   MOVE 'Y' TO WS-LDG-OVERFLOW
                   MOVE 0 TO WS-LDG-IDX
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 勘定科目対応ファイルから在庫勘定の一覧を作る
      * （既定の在庫勘定を先頭に置き、PPV・RSV 行の在庫勘定欄は
      *   除く）
      *----------------------------------------------------------------
       LOAD-INVENTORY-ACCOUNTS.
           MOVE 1 TO WS-ACC-COUNT
           MOVE WS-GL-INVENTORY-ACCT TO WS-ACC-CODE(1)
           OPEN INPUT GL-MAP-FILE
           PERFORM UNTIL WS-EOF-MAP = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MAP
                   NOT AT END
                       IF MAP-TRAN-TYPE NOT = 'PPV'
                           AND MAP-TRAN-TYPE NOT = 'RSV'
                           AND MAP-INVENTORY-ACCT NOT = SPACES
                           MOVE MAP-INVENTORY-ACCT TO WS-ACC-KEY
                           PERFORM FIND-INVENTORY-ACCOUNT
                           IF WS-ACC-FOUND = 'N'
                               IF WS-ACC-COUNT < WS-ACC-MAX
                                   ADD 1 TO WS-ACC-COUNT
                                   MOVE WS-ACC-KEY TO
                                       WS-ACC-CODE(WS-ACC-COUNT)
                               ELSE
                                   DISPLAY "WARNING: Inventory "
                                       "account table full "
                                       WS-ACC-KEY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

      *----------------------------------------------------------------
      * WS-ACC-KEY が在庫勘定の一覧にあるかを判定する
      *----------------------------------------------------------------
       FIND-INVENTORY-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
               OR WS-ACC-FOUND = 'Y'
               IF WS-ACC-CODE(WS-ACC-IDX) = WS-ACC-KEY
                   MOVE 'Y' TO WS-ACC-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * GL連携ファイルの対象期間の行を集計する
      * （バッチ合計行と明細行を分けて合計し、明細行のうち在庫
      *   勘定の行は借方－貸方を純増減として積み上げる。月末評価
      *   仕訳（VAL）はバッチ合計の対象外のため除く）
      *----------------------------------------------------------------
       SCAN-GL-FEED.
           OPEN INPUT GL-FEED-FILE
           PERFORM UNTIL WS-EOF-GL = 'Y'
               READ GL-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-GL
                   NOT AT END
                       IF GL-PERIOD = WS-CLOSE-PERIOD
                           PERFORM ADD-ONE-GL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-FEED-FILE.

      *----------------------------------------------------------------
      * GL連携の対象期間の1行を集計する
      *----------------------------------------------------------------
       ADD-ONE-GL-ROW.
           IF GL-ACCOUNT-CODE = '*BATCH*'
               ADD GL-DEBIT-AMOUNT TO WS-GL-BATCH-DEBITS
               ADD GL-CREDIT-AMOUNT TO WS-GL-BATCH-CREDITS
           ELSE
               IF GL-TRAN-TYPE NOT = 'VAL'
                   ADD 1 TO WS-GL-ROW-COUNT
                   ADD GL-DEBIT-AMOUNT TO WS-GL-DETAIL-DEBITS
                   ADD GL-CREDIT-AMOUNT TO WS-GL-DETAIL-CREDITS
                   MOVE GL-ACCOUNT-CODE TO WS-ACC-KEY
                   PERFORM FIND-INVENTORY-ACCOUNT
                   IF WS-ACC-FOUND = 'Y'
                       COMPUTE WS-GL-INV-NET = WS-GL-INV-NET
                           + GL-DEBIT-AMOUNT - GL-CREDIT-AMOUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 受払台帳レポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-LEDGER-HEADER.
           MOVE "=== Period Close Stock Ledger ===" TO
               LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               "  Period: "
               DELIMITED SIZE
               WS-CLOSE-PERIOD
               DELIMITED SIZE
               "  Opening snapshot: "
               DELIMITED SIZE
               WS-OPEN-SNAP-DATE
               DELIMITED SIZE
               "  Closing snapshot: "
               DELIMITED SIZE
               WS-CLOSE-SNAP-DATE
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           IF WS-OPEN-SNAP-DATE = SPACES
               MOVE "NOTE: no snapshot for the prior period - "
                   TO LEDGER-REPORT-RECORD
               MOVE "opening taken as zero, quantity and value checks"
                   TO LEDGER-REPORT-RECORD(43:)
               WRITE LEDGER-REPORT-RECORD
               MOVE "      skipped" TO LEDGER-REPORT-RECORD
               WRITE LEDGER-REPORT-RECORD
           END-IF
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "Product    Loc    "
               DELIMITED SIZE
               " Opening Receipts   Issues  Transfr   Adjust"
               DELIMITED SIZE
               "  Returns  Kitting Computed  Closing"
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE ALL "-" TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD.

      *----------------------------------------------------------------
      * 台帳1明細を書き出す（WS-LDG-IDX が示す明細）
      * （期首・受払・期末がすべてゼロの明細は省く。計算上の期末
      *   とスナップショットの期末が異なる明細には *DIFF* を付す。
      *   評価額は2行目に書く）
      *----------------------------------------------------------------
       WRITE-LEDGER-LINE.
           COMPUTE WS-COMPUTED-CLOSE =
               WS-LDG-OPEN-QTY(WS-LDG-IDX)
               + WS-LDG-RCPT-QTY(WS-LDG-IDX)
               + WS-LDG-ISSUE-QTY(WS-LDG-IDX)
               + WS-LDG-XFR-QTY(WS-LDG-IDX)
               + WS-LDG-ADJ-QTY(WS-LDG-IDX)
               + WS-LDG-RET-QTY(WS-LDG-IDX)
               + WS-LDG-KIT-QTY(WS-LDG-IDX)
           ADD WS-LDG-OPEN-QTY(WS-LDG-IDX) TO WS-TOT-OPEN-QTY
           ADD WS-LDG-OPEN-VALUE(WS-LDG-IDX) TO WS-TOT-OPEN-VALUE
           ADD WS-LDG-RCPT-QTY(WS-LDG-IDX) TO WS-TOT-RCPT-QTY
           ADD WS-LDG-ISSUE-QTY(WS-LDG-IDX) TO WS-TOT-ISSUE-QTY
           ADD WS-LDG-XFR-QTY(WS-LDG-IDX) TO WS-TOT-XFR-QTY
           ADD WS-LDG-ADJ-QTY(WS-LDG-IDX) TO WS-TOT-ADJ-QTY
           ADD WS-LDG-RET-QTY(WS-LDG-IDX) TO WS-TOT-RET-QTY
           ADD WS-LDG-KIT-QTY(WS-LDG-IDX) TO WS-TOT-KIT-QTY
           ADD WS-COMPUTED-CLOSE TO WS-TOT-COMPUTED-CLOSE
           ADD WS-LDG-CLOSE-QTY(WS-LDG-IDX) TO WS-TOT-CLOSE-QTY
           ADD WS-LDG-CLOSE-VALUE(WS-LDG-IDX) TO WS-TOT-CLOSE-VALUE
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-OPEN-SNAP-DATE NOT = SPACES
               AND WS-COMPUTED-CLOSE NOT =
                   WS-LDG-CLOSE-QTY(WS-LDG-IDX)
               MOVE "*DIFF*" TO WS-LINE-FLAG
               ADD 1 TO WS-QTY-DIFF-COUNT
           END-IF
           IF WS-LDG-OPEN-QTY(WS-LDG-IDX) NOT = 0
               OR WS-COMPUTED-CLOSE NOT = 0
               OR WS-LDG-CLOSE-QTY(WS-LDG-IDX) NOT = 0
               OR WS-LDG-RCPT-QTY(WS-LDG-IDX) NOT = 0
               OR WS-LDG-ISSUE-QTY(WS-LDG-IDX) NOT = 0
               OR WS-LINE-FLAG NOT = SPACES
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LDG-OPEN-QTY(WS-LDG-IDX) TO WS-D-OPEN
               MOVE WS-LDG-RCPT-QTY(WS-LDG-IDX) TO WS-D-RCPT
               MOVE WS-LDG-ISSUE-QTY(WS-LDG-IDX) TO WS-D-ISSUE
               MOVE WS-LDG-XFR-QTY(WS-LDG-IDX) TO WS-D-XFR
               MOVE WS-LDG-ADJ-QTY(WS-LDG-IDX) TO WS-D-ADJ
               MOVE WS-LDG-RET-QTY(WS-LDG-IDX) TO WS-D-RET
               MOVE WS-LDG-KIT-QTY(WS-LDG-IDX) TO WS-D-KIT
               MOVE WS-COMPUTED-CLOSE TO WS-D-COMPUTED
               MOVE WS-LDG-CLOSE-QTY(WS-LDG-IDX) TO WS-D-CLOSE
               MOVE SPACES TO LEDGER-REPORT-RECORD
               STRING WS-LDG-PRODUCT-ID(WS-LDG-IDX)
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-LDG-LOCATION(WS-LDG-IDX)
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-OPEN
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-RCPT
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-ISSUE
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-XFR
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-ADJ
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-RET
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-KIT
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-COMPUTED
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-D-CLOSE
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-LINE-FLAG
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
               WRITE LEDGER-REPORT-RECORD
               MOVE WS-LDG-OPEN-VALUE(WS-LDG-IDX) TO WS-D-OPEN-VALUE
               MOVE WS-LDG-CLOSE-VALUE(WS-LDG-IDX) TO
                   WS-D-CLOSE-VALUE
               MOVE SPACES TO LEDGER-REPORT-RECORD
               STRING "                  value opening="
                   DELIMITED SIZE
                   WS-D-OPEN-VALUE
                   DELIMITED SIZE
                   "  closing="
                   DELIMITED SIZE
                   WS-D-CLOSE-VALUE
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
               WRITE LEDGER-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 台帳の合計行を書き出す
      *----------------------------------------------------------------
       WRITE-LEDGER-TOTALS.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE ALL "-" TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-TOT-OPEN-QTY TO WS-D-OPEN
           MOVE WS-TOT-RCPT-QTY TO WS-D-RCPT
           MOVE WS-TOT-ISSUE-QTY TO WS-D-ISSUE
           MOVE WS-TOT-XFR-QTY TO WS-D-XFR
           MOVE WS-TOT-ADJ-QTY TO WS-D-ADJ
           MOVE WS-TOT-RET-QTY TO WS-D-RET
           MOVE WS-TOT-KIT-QTY TO WS-D-KIT
           MOVE WS-TOT-COMPUTED-CLOSE TO WS-D-COMPUTED
           MOVE WS-TOT-CLOSE-QTY TO WS-D-CLOSE
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "TOTAL            "
               DELIMITED SIZE
               WS-D-OPEN
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-RCPT
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-ISSUE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-XFR
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-ADJ
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-RET
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-KIT
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-COMPUTED
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-D-CLOSE
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-TOT-OPEN-VALUE TO WS-D-OPEN-VALUE
           MOVE WS-TOT-CLOSE-VALUE TO WS-D-CLOSE-VALUE
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "                  value opening="
               DELIMITED SIZE
               WS-D-OPEN-VALUE
               DELIMITED SIZE
               "  closing="
               DELIMITED SIZE
               WS-D-CLOSE-VALUE
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD.

      *----------------------------------------------------------------
      * 期末合計をスナップショット・GL連携と突合する
      * （1 数量の受払突合の差異明細数、2 期末スナップショットの
      *   明細評価額合計と合計行、3 GL明細行とバッチ合計行、
      *   4 GL借方と貸方、5 期首評価額＋在庫勘定の純増減と期末
      *   評価額。差異はそれぞれ OUT 行として書き出す）
      *----------------------------------------------------------------
       RECONCILE-CLOSING-TOTALS.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE "--- Reconciliation ---" TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-QTY-DIFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO LEDGER-REPORT-RECORD
           IF WS-OPEN-SNAP-DATE = SPACES
               MOVE "SKIP quantity roll-forward (no opening snapshot)"
                   TO LEDGER-REPORT-RECORD
               ADD 1 TO WS-DIFF-COUNT
           ELSE
               IF WS-QTY-DIFF-COUNT = 0
                   MOVE "OK   quantity roll-forward agrees with "
                       TO LEDGER-REPORT-RECORD
                   MOVE "closing snapshot" TO
                       LEDGER-REPORT-RECORD(40:)
               ELSE
                   ADD 1 TO WS-DIFF-COUNT
                   STRING "OUT  quantity roll-forward differs for "
                       DELIMITED SIZE
                       WS-DISPLAY-COUNT
                       DELIMITED SIZE
                       " item(s) - see *DIFF* lines"
                       DELIMITED SIZE
                       INTO LEDGER-REPORT-RECORD
               END-IF
           END-IF
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-TOT-CLOSE-VALUE TO WS-D-AMOUNT
           MOVE SPACES TO LEDGER-REPORT-RECORD
           IF WS-CLOSE-TOTAL-FOUND = 'N'
               ADD 1 TO WS-DIFF-COUNT
               MOVE "OUT  closing snapshot has no total row" TO
                   LEDGER-REPORT-RECORD
           ELSE
               IF WS-TOT-CLOSE-VALUE = WS-CLOSE-SNAP-TOTAL
                   STRING "OK   closing value agrees with snapshot "
                       DELIMITED SIZE
                       "total "
                       DELIMITED SIZE
                       WS-D-AMOUNT
                       DELIMITED SIZE
                       INTO LEDGER-REPORT-RECORD
               ELSE
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE WS-CLOSE-SNAP-TOTAL TO WS-D-CLOSE-VALUE
                   STRING "OUT  closing value "
                       DELIMITED SIZE
                       WS-D-AMOUNT
                       DELIMITED SIZE
                       " snapshot total "
                       DELIMITED SIZE
                       WS-D-CLOSE-VALUE
                       DELIMITED SIZE
                       INTO LEDGER-REPORT-RECORD
               END-IF
           END-IF
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           IF WS-GL-DETAIL-DEBITS = WS-GL-BATCH-DEBITS
               AND WS-GL-DETAIL-CREDITS = WS-GL-BATCH-CREDITS
               MOVE WS-GL-BATCH-DEBITS TO WS-D-AMOUNT
               STRING "OK   GL detail agrees with batch totals "
                   DELIMITED SIZE
                   WS-D-AMOUNT
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-GL-DETAIL-DEBITS TO WS-D-AMOUNT
               MOVE WS-GL-BATCH-DEBITS TO WS-D-CLOSE-VALUE
               STRING "OUT  GL detail debits "
                   DELIMITED SIZE
                   WS-D-AMOUNT
                   DELIMITED SIZE
                   " batch debits "
                   DELIMITED SIZE
                   WS-D-CLOSE-VALUE
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
               WRITE LEDGER-REPORT-RECORD
               MOVE WS-GL-DETAIL-CREDITS TO WS-D-AMOUNT
               MOVE WS-GL-BATCH-CREDITS TO WS-D-CLOSE-VALUE
               MOVE SPACES TO LEDGER-REPORT-RECORD
               STRING "     GL detail credits"
                   DELIMITED SIZE
                   WS-D-AMOUNT
                   DELIMITED SIZE
                   " batch credits"
                   DELIMITED SIZE
                   WS-D-CLOSE-VALUE
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
           END-IF
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           IF WS-GL-DETAIL-DEBITS NOT = WS-GL-DETAIL-CREDITS
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-GL-DETAIL-DEBITS TO WS-D-AMOUNT
               MOVE WS-GL-DETAIL-CREDITS TO WS-D-CLOSE-VALUE
               STRING "OUT  GL debits "
                   DELIMITED SIZE
                   WS-D-AMOUNT
                   DELIMITED SIZE
                   " credits "
                   DELIMITED SIZE
                   WS-D-CLOSE-VALUE
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
               WRITE LEDGER-REPORT-RECORD
           END-IF
           MOVE SPACES TO LEDGER-REPORT-RECORD
           IF WS-OPEN-SNAP-DATE = SPACES
               MOVE "SKIP value roll-forward (no opening snapshot)"
                   TO LEDGER-REPORT-RECORD
           ELSE
               COMPUTE WS-EXPECTED-VALUE =
                   WS-TOT-OPEN-VALUE + WS-GL-INV-NET
               COMPUTE WS-VALUE-DIFF =
                   WS-TOT-CLOSE-VALUE - WS-EXPECTED-VALUE
               IF WS-VALUE-DIFF < 0
                   COMPUTE WS-ABS-DIFF = 0 - WS-VALUE-DIFF
               ELSE
                   MOVE WS-VALUE-DIFF TO WS-ABS-DIFF
               END-IF
               MOVE WS-GL-INV-NET TO WS-D-SIGNED-AMOUNT
               IF WS-ABS-DIFF > WS-VALUE-TOLERANCE
                   ADD 1 TO WS-DIFF-COUNT
                   STRING "OUT  "
                       DELIMITED SIZE
                       INTO LEDGER-REPORT-RECORD
               ELSE
                   STRING "OK   "
                       DELIMITED SIZE
                       INTO LEDGER-REPORT-RECORD
               END-IF
               STRING "value roll-forward: GL inventory net "
                   DELIMITED SIZE
                   WS-D-SIGNED-AMOUNT
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD(6:)
               WRITE LEDGER-REPORT-RECORD
               MOVE WS-VALUE-DIFF TO WS-D-SIGNED-AMOUNT
               MOVE SPACES TO LEDGER-REPORT-RECORD
               STRING "     closing value less (opening + GL net) "
                   DELIMITED SIZE
                   WS-D-SIGNED-AMOUNT
                   DELIMITED SIZE
                   INTO LEDGER-REPORT-RECORD
           END-IF
           WRITE LEDGER-REPORT-RECORD.

      *----------------------------------------------------------------
      * 受払台帳レポートの要約を書き出す
      *----------------------------------------------------------------
       WRITE-LEDGER-SUMMARY.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE ALL "-" TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-LINE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "Ledger lines:          "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "Movements in period:   "
               DELIMITED SIZE
               WS-MOV-PERIOD-COUNT
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "GL detail rows:        "
               DELIMITED SIZE
               WS-GL-ROW-COUNT
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-DIFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO LEDGER-REPORT-RECORD
           STRING "Differences flagged:   "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD.

      *----------------------------------------------------------------
      * 対象期間を締め済みとして会計期間管理ファイルを書き戻す
      * （既存の行はそのまま残し、対象期間の行を末尾に加える。
      *   期末数量・評価額と突合結果を併せて記録する）
      *----------------------------------------------------------------
       SAVE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-FILE
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT
               MOVE WS-PRD-RECORD(WS-PRD-IDX) TO PERIOD-RECORD
               WRITE PERIOD-RECORD
           END-PERFORM
           MOVE SPACES TO PERIOD-RECORD
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
           MOVE 'C' TO PRD-STATUS
           MOVE WS-RUN-DATE TO PRD-CLOSE-DATE
           MOVE WS-RUN-TIME(1:6) TO PRD-CLOSE-TIME
           MOVE WS-TOT-CLOSE-QTY TO PRD-CLOSE-QTY
           MOVE WS-TOT-CLOSE-VALUE TO PRD-CLOSE-VALUE
           IF WS-DIFF-COUNT = 0
               MOVE 'Y' TO PRD-DIFF-FLAG
           ELSE
               MOVE 'N' TO PRD-DIFF-FLAG
           END-IF
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE.
