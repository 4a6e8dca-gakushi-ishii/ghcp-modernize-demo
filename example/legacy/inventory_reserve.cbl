       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-RESERVE.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 在庫評価減引当（滞留・期限接近在庫）計上プログラム
      * - 月次で手持ちのある在庫マスタ明細ごとに評価額（手持数量×
      *   平均原価。平均原価がゼロのときは単価）を求め、評価減引当
      *   ルール（RSVRULE 登録集、data/reserve_rules.dat）の引当率
      *   を掛けて引当金を算定する。非活性（廃止）の明細も在庫が
      *   残る限り月次スナップショット・期間締めで評価されるため、
      *   ステータスを問わず対象とする
      *     A 最終入庫日（INV-LAST-RCPT-DATE）からの経過月数。
      *       入庫実績のない明細は経過月数を判定しない
      *     C 在庫月数。移動履歴の出庫（SUB・ASM の減少分）から
      *       対象月までの直近6か月の月平均を求め、手持数量を割る
      *       （出庫のない明細は 999 か月）
      *     E 使用期限までの日数。ロット明細（LOTREC 登録集）の
      *       数量にはロットごとの期限の率と明細の率の高い方を
      *       適用し、ロットのない残りの数量には明細の率を適用する
      *     G 商品分類
      *   いずれも該当するルールのうち最も高い率を採る
      * - 対象月はコマンドライン引数（6桁の年月、例 202609）で指定
      *   する。未指定時は実行月とする。会計期間管理ファイル
      *   （PERIODCTL 登録集）で締め済みの期間以前は GL へ計上
      *   できないため、何も書き出さずに中止する
      * - 前回計上した引当金残高（RSVBAL 登録集、
      *   data/reserve_balance.dat）と比較し、増減額だけを勘定
      *   科目対応ファイル（取引区分 RSV）で勘定を解決して GL連携
      *   ファイルへ追記する（増加は評価損勘定が借方・評価引当金
      *   勘定が貸方、減少はその逆）。前回引当金があり在庫マスタ
      *   から削除された明細は全額を戻し入れる。計上後の残高で
      *   残高ファイルを書き直すため、GL の引当金勘定残高は報告書
      *   の引当金合計と一致する。残高ファイルより前の月は指定
      *   できない
      * - 引当報告書（output/reserve_report.txt）に明細と分類・
      *   拠点別の評価額・引当金・正味実現可能価額・前回引当金・
      *   増減を書き出す
      * - 評価減引当ルールが1件もないときは、前回引当金残高が
      *   あれば全額の戻し入れとなるため何も書き出さずに中止する
      * - 復帰コード：無効なルール・ルールなし・テーブル上限超過が
      *   あれば 4、引数不備・月の逆行・締め済み期間の指定・前回
      *   残高があるのにルールがないときは 8
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'data/inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL RESERVE-RULE-FILE
               ASSIGN TO 'data/reserve_rules.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVE-BALANCE-FILE
               ASSIGN TO 'data/reserve_balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'data/movement_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO 'data/period_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-FILE
               ASSIGN TO 'data/lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO 'data/gl_accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-FEED-FILE
               ASSIGN TO 'output/gl_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESERVE-REPORT-FILE
               ASSIGN TO 'output/reserve_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 在庫マスタファイル（INVENTORY-MGMT と共通のレイアウト）
       FD INVENTORY-FILE.
           COPY INVMAST.

      * 評価減引当ルールファイル
       FD RESERVE-RULE-FILE.
           COPY RSVRULE.

      * 評価減引当金残高ファイル（実行の都度書き直す）
       FD RESERVE-BALANCE-FILE.
           COPY RSVBAL.

      * 移動履歴ファイル（INVENTORY-MGMT 出力）
       FD MOVEMENT-FILE.
           COPY MOVEHIST.

      * 会計期間管理ファイル（INVENTORY-CLOSE 出力）
       FD PERIOD-FILE.
           COPY PERIODCTL.

      * ロット明細ファイル
       FD LOT-FILE.
           COPY LOTREC.

      * 勘定科目対応ファイル（INVENTORY-MGMT と共通）
       FD GL-MAP-FILE.
           COPY GLMAP.

      * GL連携ファイル（INVENTORY-MGMT と共通のレイアウト。追記）
       FD GL-FEED-FILE.
       01 GL-FEED-RECORD.
           05 GL-ACCOUNT-CODE    PIC X(10).
           05 GL-PERIOD          PIC X(6).
           05 GL-DEBIT-AMOUNT    PIC 9(10)V99.
           05 GL-CREDIT-AMOUNT   PIC 9(10)V99.
           05 GL-TRAN-DATE       PIC X(8).
           05 GL-TRAN-TYPE       PIC X(3).
           05 GL-PRODUCT-ID      PIC X(10).

      * 引当報告書
       FD RESERVE-REPORT-FILE.
       01 RESERVE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2) VALUE '00'.
       01 WS-EOF-INV              PIC X VALUE 'N'.
       01 WS-EOF-RULE             PIC X VALUE 'N'.
       01 WS-EOF-BAL              PIC X VALUE 'N'.
       01 WS-EOF-MOV              PIC X VALUE 'N'.
       01 WS-EOF-LOT              PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-SERIAL           PIC 9(8).
       01 WS-WARNING-FLAG         PIC X VALUE 'N'.

      * 対象月（コマンドライン引数。未指定時は実行月）
       01 WS-PERIOD-PARM          PIC X(6) VALUE SPACES.
       01 WS-RESERVE-PERIOD       PIC X(6).
       01 WS-PRIOR-PERIOD         PIC X(6) VALUE SPACES.
       01 WS-EOF-PRD              PIC X VALUE 'N'.
       01 WS-LAST-CLOSED-PERIOD   PIC X(6) VALUE SPACES.

      * 需要の観測期間（対象月までの直近6か月。年×12＋月の通し
      * 番号で保持する）
       01 WS-COVER-MONTHS         PIC 9(2) VALUE 6.
       01 WS-PERIOD-YYYY          PIC 9(4).
       01 WS-PERIOD-MM            PIC 9(2).
       01 WS-PERIOD-SEQ           PIC 9(6).
       01 WS-WINDOW-START-SEQ     PIC 9(6).
       01 WS-MOV-YYYY             PIC 9(4).
       01 WS-MOV-MM               PIC 9(2).
       01 WS-MOV-SEQ              PIC 9(6).

      * 評価減引当ルールテーブル（200件まで）
       01 WS-RULE-COUNT           PIC 9(3) VALUE 0.
       01 WS-RULE-MAX             PIC 9(3) VALUE 200.
       01 WS-RULE-IDX             PIC 9(3).
       01 WS-RULE-IGNORED         PIC 9(5) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RULE-TYPE        PIC X.
               10 WS-RULE-CATEGORY    PIC X(10).
               10 WS-RULE-LOW         PIC 9(5).
               10 WS-RULE-HIGH        PIC 9(5).
               10 WS-RULE-PERCENT     PIC 9(3)V99.

      * 出庫実績テーブル（商品・拠点別の観測期間内の出庫数量）
       01 WS-DEM-COUNT            PIC 9(4) VALUE 0.
       01 WS-DEM-MAX              PIC 9(4) VALUE 3000.
       01 WS-DEM-IDX              PIC 9(4).
       01 WS-DEM-FOUND            PIC X VALUE 'N'.
       01 WS-DEM-OVERFLOW         PIC X VALUE 'N'.
       01 WS-DEM-TABLE.
           05 WS-DEM-ENTRY OCCURS 3000 TIMES.
               10 WS-DEM-PRODUCT-ID   PIC X(10).
               10 WS-DEM-LOCATION     PIC X(5).
               10 WS-DEM-QTY          PIC 9(9).

      * ロット明細テーブル（数量の残るロット）
       01 WS-LOT-COUNT            PIC 9(4) VALUE 0.
       01 WS-LOT-MAX              PIC 9(4) VALUE 5000.
       01 WS-LOT-IDX              PIC 9(4).
       01 WS-LOT-OVERFLOW         PIC X VALUE 'N'.
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 5000 TIMES.
               10 WS-LOT-PRODUCT-ID   PIC X(10).
               10 WS-LOT-LOCATION     PIC X(5).
               10 WS-LOT-EXPIRY-DATE  PIC X(8).
               10 WS-LOT-QTY          PIC 9(5).

      * 引当金テーブル（前回残高＋今回算定額。商品・拠点別）
       01 WS-PRV-COUNT            PIC 9(4) VALUE 0.
       01 WS-PRV-MAX              PIC 9(4) VALUE 5000.
       01 WS-PRV-IDX              PIC 9(4).
       01 WS-PRV-FOUND            PIC X VALUE 'N'.
       01 WS-PRV-TABLE.
           05 WS-PRV-ENTRY OCCURS 5000 TIMES.
               10 WS-PRV-PRODUCT-ID   PIC X(10).
               10 WS-PRV-LOCATION     PIC X(5).
               10 WS-PRV-CATEGORY     PIC X(10).
               10 WS-PRV-PRIOR        PIC 9(10)V99.
               10 WS-PRV-CURRENT      PIC 9(10)V99.
               10 WS-PRV-VALUE        PIC 9(10)V99.
               10 WS-PRV-PERCENT      PIC 9(3)V99.
               10 WS-PRV-MATCHED      PIC X.

      * 分類・拠点別集計テーブル
       01 WS-SUM-COUNT            PIC 9(3) VALUE 0.
       01 WS-SUM-MAX              PIC 9(3) VALUE 500.
       01 WS-SUM-IDX              PIC 9(3).
       01 WS-SUM-FOUND            PIC X VALUE 'N'.
       01 WS-SUM-OVERFLOW         PIC X VALUE 'N'.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 500 TIMES.
               10 WS-SUM-CATEGORY     PIC X(10).
               10 WS-SUM-LOCATION     PIC X(5).
               10 WS-SUM-VALUE        PIC 9(12)V99.
               10 WS-SUM-RESERVE      PIC 9(12)V99.
               10 WS-SUM-PRIOR        PIC 9(12)V99.
               10 WS-SUM-MOVEMENT     PIC S9(12)V99.

      * 明細1件の算定用
       01 WS-ITEM-PRODUCT-ID      PIC X(10).
       01 WS-ITEM-LOCATION        PIC X(5).
       01 WS-ITEM-CATEGORY        PIC X(10).
       01 WS-ITEM-QTY             PIC 9(5).
       01 WS-ITEM-COST            PIC 9(7)V99.
       01 WS-ITEM-VALUE           PIC 9(10)V99.
       01 WS-ITEM-PERCENT         PIC 9(3)V99.
       01 WS-ITEM-RESERVE         PIC 9(10)V99.
       01 WS-ITEM-PRIOR           PIC 9(10)V99.
       01 WS-ITEM-MOVEMENT        PIC S9(10)V99.
       01 WS-ITEM-EFFECTIVE-PCT   PIC 9(3)V99.
       01 WS-AGE-KNOWN            PIC X.
       01 WS-AGE-MONTHS           PIC 9(5).
       01 WS-COVER-MONTHS-ITEM    PIC 9(5).
       01 WS-LOT-DAYS             PIC 9(5).
       01 WS-LOT-PERCENT          PIC 9(3)V99.
       01 WS-LOT-USE-QTY          PIC 9(5).
       01 WS-REMAINING-QTY        PIC 9(5).
       01 WS-RESERVE-WORK         PIC 9(12)V9(4).
       01 WS-MATCH-VALUE          PIC 9(5).
       01 WS-MATCH-TYPE           PIC X.
       01 WS-MATCH-PERCENT        PIC 9(3)V99.
       01 WS-DETAIL-NOTE          PIC X(8).

      * 総勘定元帳（GL）連携用
      * （既定勘定は勘定科目対応ファイルに該当行がないときの
      *   落とし先。通常は対応ファイルで解決する）
       01 WS-GL-RESERVE-ACCT      PIC X(10) VALUE '1290-RSV'.
       01 WS-GL-WRITEDOWN-ACCT    PIC X(10) VALUE '5950-NRV'.
       01 WS-GL-TRAN-TYPE         PIC X(3) VALUE 'RSV'.
       01 WS-GL-REASON-CODE       PIC X(4) VALUE 'RSV '.
       01 WS-GL-CATEGORY          PIC X(10).

      * 勘定科目対応テーブル（200件まで。ファイルの並び順を保持）
       01 WS-EOF-MAP              PIC X VALUE 'N'.
       01 WS-MAP-COUNT            PIC 9(3) VALUE 0.
       01 WS-MAP-MAX              PIC 9(3) VALUE 200.
       01 WS-MAP-IDX              PIC 9(3).
       01 WS-MAP-FOUND            PIC X VALUE 'N'.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-CATEGORY       PIC X(10).
               10 WS-MAP-REASON-CODE    PIC X(4).
               10 WS-MAP-TRAN-TYPE      PIC X(3).
               10 WS-MAP-INVENTORY-ACCT PIC X(10).
               10 WS-MAP-OFFSET-ACCT    PIC X(10).

      * 引当金増減仕訳用
       01 WS-GL-AMOUNT            PIC 9(10)V99.
       01 WS-GL-RSV-SIDE-ACCT     PIC X(10).
       01 WS-GL-EXP-SIDE-ACCT     PIC X(10).
       01 WS-GL-POST-COUNT        PIC 9(7) VALUE 0.
       01 WS-GL-BATCH-DEBITS      PIC 9(12)V99 VALUE 0.
       01 WS-GL-BATCH-CREDITS     PIC 9(12)V99 VALUE 0.

      * 件数・金額集計用
       01 WS-ITEM-COUNT           PIC 9(5) VALUE 0.
       01 WS-RESERVED-COUNT       PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-VALUE          PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-RESERVE        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PRIOR          PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-MOVEMENT       PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-NRV            PIC S9(12)V99.

      * 通算日付変換用
       01 WS-DTS-DATE             PIC X(8).
       01 WS-DTS-SERIAL           PIC 9(8).
       01 WS-DTS-YYYY             PIC 9(4).
       01 WS-DTS-MM               PIC 9(2).
       01 WS-DTS-DD               PIC 9(2).
       01 WS-DTS-LEAP-4           PIC 9(4).
       01 WS-DTS-LEAP-100         PIC 9(4).
       01 WS-DTS-LEAP-400         PIC 9(4).
       01 WS-DTS-REMAINDER-4      PIC 9(4).
       01 WS-DTS-REMAINDER-100    PIC 9(4).
       01 WS-DTS-REMAINDER-400    PIC 9(4).
       01 WS-DTS-LEAP-FLAG        PIC X VALUE 'N'.

      * 月初までの累積日数（平年）
       01 WS-CUM-DAYS-VALUES.
           05 FILLER              PIC 9(3) VALUE 000.
           05 FILLER              PIC 9(3) VALUE 031.
           05 FILLER              PIC 9(3) VALUE 059.
           05 FILLER              PIC 9(3) VALUE 090.
           05 FILLER              PIC 9(3) VALUE 120.
           05 FILLER              PIC 9(3) VALUE 151.
           05 FILLER              PIC 9(3) VALUE 181.
           05 FILLER              PIC 9(3) VALUE 212.
           05 FILLER              PIC 9(3) VALUE 243.
           05 FILLER              PIC 9(3) VALUE 273.
           05 FILLER              PIC 9(3) VALUE 304.
           05 FILLER              PIC 9(3) VALUE 334.
       01 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS-TAB     PIC 9(3) OCCURS 12 TIMES.

      * 表示編集用
       01 WS-DISPLAY-QTY          PIC Z(6)9.
       01 WS-DISPLAY-VALUE        PIC Z(9)9.99.
       01 WS-DISPLAY-RESERVE      PIC Z(9)9.99.
       01 WS-DISPLAY-PRIOR        PIC Z(9)9.99.
       01 WS-DISPLAY-MOVEMENT     PIC -(10)9.99.
       01 WS-DISPLAY-NRV          PIC -(10)9.99.
       01 WS-DISPLAY-PCT          PIC ZZ9.99.
       01 WS-DISPLAY-AGE          PIC X(5).
       01 WS-DISPLAY-MONTHS       PIC ZZZZ9.
       01 WS-DISPLAY-COVER        PIC ZZZZ9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.
       01 WS-DISPLAY-TOTAL        PIC Z(11)9.99.
       01 WS-DISPLAY-TOTAL-S      PIC -(12)9.99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DTS-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL
           PERFORM SET-RESERVE-PERIOD
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
               AND WS-RESERVE-PERIOD <= WS-LAST-CLOSED-PERIOD
               DISPLAY "ERROR: Period " WS-RESERVE-PERIOD
                   " is closed (closed through "
                   WS-LAST-CLOSED-PERIOD ") - reserve not posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RESERVE-BALANCES
           PERFORM LOAD-RESERVE-RULES
           IF WS-RULE-COUNT = 0
               AND WS-PRV-COUNT > 0
               DISPLAY "ERROR: No reserve rules with a prior reserve "
                   "balance - reserve not posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DEMAND-HISTORY
           PERFORM LOAD-LOT-TABLE
           PERFORM LOAD-GL-MAP-TABLE
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open inventory master, status="
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-FEED-FILE
           OPEN OUTPUT RESERVE-REPORT-FILE
           PERFORM WRITE-RESERVE-HEADER
           MOVE LOW-VALUES TO INV-KEY
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INV
           END-START
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-QUANTITY > 0
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM PROVIDE-ONE-ITEM
                       ELSE
                           PERFORM FIND-RESERVE-ENTRY
                           IF WS-PRV-FOUND = 'Y'
                               PERFORM PROVIDE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
           PERFORM RELEASE-UNMATCHED-RESERVES
           PERFORM WRITE-GL-BATCH-TOTAL
           CLOSE GL-FEED-FILE
           PERFORM SAVE-RESERVE-BALANCES
           PERFORM WRITE-CATEGORY-SUMMARY
           PERFORM WRITE-RESERVE-SUMMARY
           CLOSE RESERVE-REPORT-FILE
           MOVE WS-TOTAL-RESERVE TO WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-MOVEMENT TO WS-DISPLAY-TOTAL-S
           DISPLAY "Reserve period:        " WS-RESERVE-PERIOD
           DISPLAY "Items on hand:         " WS-ITEM-COUNT
           DISPLAY "Items reserved:        " WS-RESERVED-COUNT
           DISPLAY "Reserves released:     " WS-RELEASED-COUNT
           DISPLAY "Total reserve:         " WS-DISPLAY-TOTAL
           DISPLAY "Reserve movement:      " WS-DISPLAY-TOTAL-S
           DISPLAY "GL postings:           " WS-GL-POST-COUNT
           DISPLAY "Report written to output/reserve_report.txt"
           IF WS-WARNING-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 対象月を決め、需要の観測期間を求める
      * （引数は6桁の年月。未指定時は実行月）
      *----------------------------------------------------------------
       SET-RESERVE-PERIOD.
           IF WS-PERIOD-PARM = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-RESERVE-PERIOD
           ELSE
               IF WS-PERIOD-PARM IS NUMERIC
                   AND WS-PERIOD-PARM(5:2) >= '01'
                   AND WS-PERIOD-PARM(5:2) <= '12'
                   MOVE WS-PERIOD-PARM TO WS-RESERVE-PERIOD
               ELSE
                   DISPLAY "Usage: [period (YYYYMM)]"
                   DISPLAY "ERROR: Invalid reserve period: "
                       WS-PERIOD-PARM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-RESERVE-PERIOD(1:4) TO WS-PERIOD-YYYY
           MOVE WS-RESERVE-PERIOD(5:2) TO WS-PERIOD-MM
           COMPUTE WS-PERIOD-SEQ =
               WS-PERIOD-YYYY * 12 + WS-PERIOD-MM
           COMPUTE WS-WINDOW-START-SEQ =
               WS-PERIOD-SEQ - WS-COVER-MONTHS + 1.

      *----------------------------------------------------------------
      * 会計期間管理ファイルから締め済みの最も新しい期間を求める
      * （ファイルがなければ締め済み期間なしとして扱う）
      *----------------------------------------------------------------
       LOAD-PERIOD-CONTROL.
           MOVE SPACES TO WS-LAST-CLOSED-PERIOD
           MOVE 'N' TO WS-EOF-PRD
           OPEN INPUT PERIOD-FILE
           PERFORM UNTIL WS-EOF-PRD = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PRD
                   NOT AT END
                       IF PRD-CLOSED AND PRD-PERIOD IS NUMERIC
                           AND PRD-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE PRD-PERIOD TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *----------------------------------------------------------------
      * 前回計上した引当金残高を読み込む
      * （残高の月が対象月より後なら月の逆行として中止する。同じ
      *   月の再実行は前回との差額だけを計上する）
      *----------------------------------------------------------------
       LOAD-RESERVE-BALANCES.
           OPEN INPUT RESERVE-BALANCE-FILE
           PERFORM UNTIL WS-EOF-BAL = 'Y'
               READ RESERVE-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-BAL
                   NOT AT END
                       IF RSB-PERIOD > WS-PRIOR-PERIOD
                           MOVE RSB-PERIOD TO WS-PRIOR-PERIOD
                       END-IF
                       IF WS-PRV-COUNT < WS-PRV-MAX
                           ADD 1 TO WS-PRV-COUNT
                           MOVE RSB-PRODUCT-ID TO
                               WS-PRV-PRODUCT-ID(WS-PRV-COUNT)
                           MOVE RSB-LOCATION TO
                               WS-PRV-LOCATION(WS-PRV-COUNT)
                           MOVE RSB-CATEGORY TO
                               WS-PRV-CATEGORY(WS-PRV-COUNT)
                           MOVE RSB-RESERVE TO
                               WS-PRV-PRIOR(WS-PRV-COUNT)
                           MOVE 0 TO WS-PRV-CURRENT(WS-PRV-COUNT)
                           MOVE 0 TO WS-PRV-VALUE(WS-PRV-COUNT)
                           MOVE 0 TO WS-PRV-PERCENT(WS-PRV-COUNT)
                           MOVE 'N' TO WS-PRV-MATCHED(WS-PRV-COUNT)
                       ELSE
                           DISPLAY "ERROR: Reserve balance table "
                               "full (max " WS-PRV-MAX
                               ") - reserve not run"
                           CLOSE RESERVE-BALANCE-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVE-BALANCE-FILE
           IF WS-PRIOR-PERIOD > WS-RESERVE-PERIOD
               DISPLAY "ERROR: Reserve already posted for "
                   WS-PRIOR-PERIOD " - cannot run for "
                   WS-RESERVE-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 評価減引当ルールを読み込む（区分・帯域・率が不正な行は警告
      * して読み飛ばす）
      *----------------------------------------------------------------
       LOAD-RESERVE-RULES.
           OPEN INPUT RESERVE-RULE-FILE
           PERFORM UNTIL WS-EOF-RULE = 'Y'
               READ RESERVE-RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RULE
                   NOT AT END
                       PERFORM ADD-ONE-RESERVE-RULE
               END-READ
           END-PERFORM
           CLOSE RESERVE-RULE-FILE
           IF WS-RULE-COUNT = 0
               DISPLAY "WARNING: No reserve rules - no reserve "
                   "will be provided"
               MOVE 'Y' TO WS-WARNING-FLAG
           END-IF.

      *----------------------------------------------------------------
      * ルール1行を検証してテーブルへ加える
      *----------------------------------------------------------------
       ADD-ONE-RESERVE-RULE.
           EVALUATE TRUE
               WHEN NOT RSR-AGE-RULE AND NOT RSR-COVER-RULE
                       AND NOT RSR-EXPIRY-RULE
                       AND NOT RSR-CATEGORY-RULE
                   DISPLAY "WARNING: Reserve rule ignored - invalid "
                       "type " RSR-RULE-TYPE
                   ADD 1 TO WS-RULE-IGNORED
                   MOVE 'Y' TO WS-WARNING-FLAG
               WHEN RSR-LOW IS NOT NUMERIC
                       OR RSR-HIGH IS NOT NUMERIC
                       OR RSR-PERCENT IS NOT NUMERIC
                   DISPLAY "WARNING: Reserve rule ignored - band or "
                       "percent not numeric " RSR-RULE-TYPE " "
                       RSR-CATEGORY
                   ADD 1 TO WS-RULE-IGNORED
                   MOVE 'Y' TO WS-WARNING-FLAG
               WHEN RSR-LOW > RSR-HIGH OR RSR-PERCENT > 100
                   DISPLAY "WARNING: Reserve rule ignored - band "
                       "reversed or percent over 100 " RSR-RULE-TYPE
                       " " RSR-CATEGORY
                   ADD 1 TO WS-RULE-IGNORED
                   MOVE 'Y' TO WS-WARNING-FLAG
               WHEN WS-RULE-COUNT >= WS-RULE-MAX
                   DISPLAY "WARNING: Reserve rule table full "
                       RSR-RULE-TYPE " " RSR-CATEGORY
                   ADD 1 TO WS-RULE-IGNORED
                   MOVE 'Y' TO WS-WARNING-FLAG
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RSR-RULE-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
                   MOVE RSR-CATEGORY TO
                       WS-RULE-CATEGORY(WS-RULE-COUNT)
                   MOVE RSR-LOW TO WS-RULE-LOW(WS-RULE-COUNT)
                   MOVE RSR-HIGH TO WS-RULE-HIGH(WS-RULE-COUNT)
                   MOVE RSR-PERCENT TO WS-RULE-PERCENT(WS-RULE-COUNT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * 移動履歴から観測期間内の出庫（SUB・ASM の減少分）を商品・
      * 拠点別に集計する
      *----------------------------------------------------------------
       LOAD-DEMAND-HISTORY.
           OPEN INPUT MOVEMENT-FILE
           PERFORM UNTIL WS-EOF-MOV = 'Y'
               READ MOVEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MOV
                   NOT AT END
                       IF (MOV-TYPE = 'SUB' OR MOV-TYPE = 'ASM')
                           AND MOV-QUANTITY < 0
                           AND MOV-MONTH IS NUMERIC
                           PERFORM ADD-ONE-DEMAND-MOVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE
           IF WS-DEM-OVERFLOW = 'Y'
               DISPLAY "WARNING: Demand table full - some items "
                   "treated as having no demand"
               MOVE 'Y' TO WS-WARNING-FLAG
           END-IF.

      *----------------------------------------------------------------
      * 出庫1件を商品・拠点の需要へ加算する（観測期間外は読み飛ばす）
      *----------------------------------------------------------------
       ADD-ONE-DEMAND-MOVE.
           MOVE MOV-MONTH(1:4) TO WS-MOV-YYYY
           MOVE MOV-MONTH(5:2) TO WS-MOV-MM
           COMPUTE WS-MOV-SEQ = WS-MOV-YYYY * 12 + WS-MOV-MM
           IF WS-MOV-SEQ >= WS-WINDOW-START-SEQ
               AND WS-MOV-SEQ <= WS-PERIOD-SEQ
               MOVE 'N' TO WS-DEM-FOUND
               PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
                   UNTIL WS-DEM-IDX > WS-DEM-COUNT
                   OR WS-DEM-FOUND = 'Y'
                   IF WS-DEM-PRODUCT-ID(WS-DEM-IDX) = MOV-PRODUCT-ID
                       AND WS-DEM-LOCATION(WS-DEM-IDX) = MOV-LOCATION
                       MOVE 'Y' TO WS-DEM-FOUND
                   END-IF
               END-PERFORM
               IF WS-DEM-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-DEM-IDX
                   SUBTRACT MOV-QUANTITY FROM WS-DEM-QTY(WS-DEM-IDX)
               ELSE
                   IF WS-DEM-COUNT < WS-DEM-MAX
                       ADD 1 TO WS-DEM-COUNT
                       MOVE MOV-PRODUCT-ID TO
                           WS-DEM-PRODUCT-ID(WS-DEM-COUNT)
                       MOVE MOV-LOCATION TO
                           WS-DEM-LOCATION(WS-DEM-COUNT)
                       MOVE 0 TO WS-DEM-QTY(WS-DEM-COUNT)
                       SUBTRACT MOV-QUANTITY FROM
                           WS-DEM-QTY(WS-DEM-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-DEM-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 数量の残るロットをテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-LOT-TABLE.
           OPEN INPUT LOT-FILE
           PERFORM UNTIL WS-EOF-LOT = 'Y'
               READ LOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LOT
                   NOT AT END
                       IF LOT-QUANTITY > 0
                           IF WS-LOT-COUNT < WS-LOT-MAX
                               ADD 1 TO WS-LOT-COUNT
                               MOVE LOT-PRODUCT-ID TO
                                   WS-LOT-PRODUCT-ID(WS-LOT-COUNT)
                               MOVE LOT-LOCATION TO
                                   WS-LOT-LOCATION(WS-LOT-COUNT)
                               MOVE LOT-EXPIRY-DATE TO
                                   WS-LOT-EXPIRY-DATE(WS-LOT-COUNT)
                               MOVE LOT-QUANTITY TO
                                   WS-LOT-QTY(WS-LOT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-LOT-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOT-FILE
           IF WS-LOT-OVERFLOW = 'Y'
               DISPLAY "WARNING: Lot table full - expiry rules not "
                   "applied to some lots"
               MOVE 'Y' TO WS-WARNING-FLAG
           END-IF.

      *----------------------------------------------------------------
      * 在庫マスタ1明細の引当金を算定し、前回との差額を計上する
      *----------------------------------------------------------------
       PROVIDE-ONE-ITEM.
           MOVE INV-PRODUCT-ID TO WS-ITEM-PRODUCT-ID
           MOVE INV-LOCATION TO WS-ITEM-LOCATION
           MOVE INV-CATEGORY TO WS-ITEM-CATEGORY
           MOVE INV-QUANTITY TO WS-ITEM-QTY
           IF INV-AVG-COST > 0
               MOVE INV-AVG-COST TO WS-ITEM-COST
           ELSE
               MOVE INV-UNIT-PRICE TO WS-ITEM-COST
           END-IF
           COMPUTE WS-ITEM-VALUE ROUNDED =
               INV-QUANTITY * WS-ITEM-COST
           PERFORM COMPUTE-ITEM-PERCENT
           PERFORM COMPUTE-ITEM-RESERVE
           PERFORM FIND-RESERVE-ENTRY
           IF WS-PRV-FOUND = 'Y'
               MOVE WS-PRV-PRIOR(WS-PRV-IDX) TO WS-ITEM-PRIOR
               MOVE 'Y' TO WS-PRV-MATCHED(WS-PRV-IDX)
               MOVE WS-ITEM-CATEGORY TO WS-PRV-CATEGORY(WS-PRV-IDX)
           ELSE
               MOVE 0 TO WS-ITEM-PRIOR
               IF WS-ITEM-RESERVE > 0
                   PERFORM ADD-RESERVE-ENTRY
               END-IF
           END-IF
           IF WS-PRV-FOUND = 'Y'
               MOVE WS-ITEM-RESERVE TO WS-PRV-CURRENT(WS-PRV-IDX)
               MOVE WS-ITEM-VALUE TO WS-PRV-VALUE(WS-PRV-IDX)
               MOVE WS-ITEM-EFFECTIVE-PCT TO
                   WS-PRV-PERCENT(WS-PRV-IDX)
               COMPUTE WS-ITEM-MOVEMENT =
                   WS-ITEM-RESERVE - WS-ITEM-PRIOR
           ELSE
               MOVE 0 TO WS-ITEM-MOVEMENT
           END-IF
           IF WS-ITEM-RESERVE > 0
               ADD 1 TO WS-RESERVED-COUNT
           END-IF
           MOVE SPACES TO WS-DETAIL-NOTE
           IF WS-ITEM-RESERVE > 0 OR WS-ITEM-PRIOR > 0
               PERFORM WRITE-RESERVE-DETAIL
           END-IF
           IF WS-ITEM-MOVEMENT NOT = 0
               PERFORM WRITE-GL-RESERVE
           END-IF
           PERFORM ADD-TO-CATEGORY-SUMMARY.

      *----------------------------------------------------------------
      * 明細の引当率（ロット以外の数量に適用する率）を求める
      * （経過月数・在庫月数・商品分類のルールのうち最も高い率）
      *----------------------------------------------------------------
       COMPUTE-ITEM-PERCENT.
           MOVE 'N' TO WS-AGE-KNOWN
           MOVE 0 TO WS-AGE-MONTHS
           IF INV-LAST-RCPT-DATE(1:6) IS NUMERIC
               MOVE 'Y' TO WS-AGE-KNOWN
               MOVE INV-LAST-RCPT-DATE(1:4) TO WS-MOV-YYYY
               MOVE INV-LAST-RCPT-DATE(5:2) TO WS-MOV-MM
               COMPUTE WS-MOV-SEQ = WS-MOV-YYYY * 12 + WS-MOV-MM
               IF WS-MOV-SEQ < WS-PERIOD-SEQ
                   COMPUTE WS-AGE-MONTHS =
                       WS-PERIOD-SEQ - WS-MOV-SEQ
               END-IF
           END-IF
           MOVE 999 TO WS-COVER-MONTHS-ITEM
           MOVE 'N' TO WS-DEM-FOUND
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-DEM-COUNT
               OR WS-DEM-FOUND = 'Y'
               IF WS-DEM-PRODUCT-ID(WS-DEM-IDX) = INV-PRODUCT-ID
                   AND WS-DEM-LOCATION(WS-DEM-IDX) = INV-LOCATION
                   MOVE 'Y' TO WS-DEM-FOUND
               END-IF
           END-PERFORM
           IF WS-DEM-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DEM-IDX
               IF WS-DEM-QTY(WS-DEM-IDX) > 0
                   COMPUTE WS-COVER-MONTHS-ITEM =
                       INV-QUANTITY * WS-COVER-MONTHS
                       / WS-DEM-QTY(WS-DEM-IDX)
                   IF WS-COVER-MONTHS-ITEM > 999
                       MOVE 999 TO WS-COVER-MONTHS-ITEM
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-ITEM-PERCENT
           IF WS-AGE-KNOWN = 'Y'
               MOVE 'A' TO WS-MATCH-TYPE
               MOVE WS-AGE-MONTHS TO WS-MATCH-VALUE
               PERFORM FIND-HIGHEST-RULE
               IF WS-MATCH-PERCENT > WS-ITEM-PERCENT
                   MOVE WS-MATCH-PERCENT TO WS-ITEM-PERCENT
               END-IF
           END-IF
           MOVE 'C' TO WS-MATCH-TYPE
           MOVE WS-COVER-MONTHS-ITEM TO WS-MATCH-VALUE
           PERFORM FIND-HIGHEST-RULE
           IF WS-MATCH-PERCENT > WS-ITEM-PERCENT
               MOVE WS-MATCH-PERCENT TO WS-ITEM-PERCENT
           END-IF
           MOVE 'G' TO WS-MATCH-TYPE
           MOVE 0 TO WS-MATCH-VALUE
           PERFORM FIND-HIGHEST-RULE
           IF WS-MATCH-PERCENT > WS-ITEM-PERCENT
               MOVE WS-MATCH-PERCENT TO WS-ITEM-PERCENT
           END-IF.

      *----------------------------------------------------------------
      * 区分 WS-MATCH-TYPE のルールのうち、明細の分類に該当し帯域に
      * WS-MATCH-VALUE が入るものの最も高い率を WS-MATCH-PERCENT に
      * 返す（商品分類ルールは帯域を見ない）
      *----------------------------------------------------------------
       FIND-HIGHEST-RULE.
           MOVE 0 TO WS-MATCH-PERCENT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-TYPE(WS-RULE-IDX) = WS-MATCH-TYPE
                   AND (WS-RULE-CATEGORY(WS-RULE-IDX)(1:1) = '*'
                   OR WS-RULE-CATEGORY(WS-RULE-IDX) = WS-ITEM-CATEGORY)
                   AND (WS-MATCH-TYPE = 'G'
                   OR (WS-MATCH-VALUE >= WS-RULE-LOW(WS-RULE-IDX)
                   AND WS-MATCH-VALUE <= WS-RULE-HIGH(WS-RULE-IDX)))
                   AND WS-RULE-PERCENT(WS-RULE-IDX) > WS-MATCH-PERCENT
                   MOVE WS-RULE-PERCENT(WS-RULE-IDX) TO
                       WS-MATCH-PERCENT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 明細の引当金を求める
      * （ロットの数量には期限までの日数の率と明細の率の高い方、
      *   残りの数量には明細の率を適用する。ロット数量の合計が
      *   手持数量を超える分は数えない）
      *----------------------------------------------------------------
       COMPUTE-ITEM-RESERVE.
           MOVE 0 TO WS-RESERVE-WORK
           MOVE INV-QUANTITY TO WS-REMAINING-QTY
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT
               OR WS-REMAINING-QTY = 0
               IF WS-LOT-PRODUCT-ID(WS-LOT-IDX) = INV-PRODUCT-ID
                   AND WS-LOT-LOCATION(WS-LOT-IDX) = INV-LOCATION
                   AND WS-LOT-EXPIRY-DATE(WS-LOT-IDX) IS NUMERIC
                   PERFORM PROVIDE-ONE-LOT
               END-IF
           END-PERFORM
           COMPUTE WS-RESERVE-WORK = WS-RESERVE-WORK
               + WS-REMAINING-QTY * WS-ITEM-COST
               * WS-ITEM-PERCENT / 100
           COMPUTE WS-ITEM-RESERVE ROUNDED = WS-RESERVE-WORK
           IF WS-ITEM-RESERVE > WS-ITEM-VALUE
               MOVE WS-ITEM-VALUE TO WS-ITEM-RESERVE
           END-IF
           IF WS-ITEM-VALUE > 0
               COMPUTE WS-ITEM-EFFECTIVE-PCT ROUNDED =
                   WS-ITEM-RESERVE * 100 / WS-ITEM-VALUE
           ELSE
               MOVE 0 TO WS-ITEM-EFFECTIVE-PCT
           END-IF.

      *----------------------------------------------------------------
      * ロット1件分の引当金を加える（期限切れは 0 日として扱う）
      *----------------------------------------------------------------
       PROVIDE-ONE-LOT.
           MOVE WS-LOT-EXPIRY-DATE(WS-LOT-IDX) TO WS-DTS-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           IF WS-DTS-SERIAL > WS-RUN-SERIAL
               COMPUTE WS-LOT-DAYS = WS-DTS-SERIAL - WS-RUN-SERIAL
           ELSE
               MOVE 0 TO WS-LOT-DAYS
           END-IF
           MOVE 'E' TO WS-MATCH-TYPE
           MOVE WS-LOT-DAYS TO WS-MATCH-VALUE
           PERFORM FIND-HIGHEST-RULE
           MOVE WS-ITEM-PERCENT TO WS-LOT-PERCENT
           IF WS-MATCH-PERCENT > WS-LOT-PERCENT
               MOVE WS-MATCH-PERCENT TO WS-LOT-PERCENT
           END-IF
           IF WS-LOT-QTY(WS-LOT-IDX) > WS-REMAINING-QTY
               MOVE WS-REMAINING-QTY TO WS-LOT-USE-QTY
           ELSE
               MOVE WS-LOT-QTY(WS-LOT-IDX) TO WS-LOT-USE-QTY
           END-IF
           SUBTRACT WS-LOT-USE-QTY FROM WS-REMAINING-QTY
           COMPUTE WS-RESERVE-WORK = WS-RESERVE-WORK
               + WS-LOT-USE-QTY * WS-ITEM-COST
               * WS-LOT-PERCENT / 100.

      *----------------------------------------------------------------
      * 引当金テーブルから在庫マスタ明細（INV-KEY）を探す
      *----------------------------------------------------------------
       FIND-RESERVE-ENTRY.
           MOVE 'N' TO WS-PRV-FOUND
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               OR WS-PRV-FOUND = 'Y'
               IF WS-PRV-PRODUCT-ID(WS-PRV-IDX) = INV-PRODUCT-ID
                   AND WS-PRV-LOCATION(WS-PRV-IDX) = INV-LOCATION
                   MOVE 'Y' TO WS-PRV-FOUND
               END-IF
           END-PERFORM
           IF WS-PRV-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRV-IDX
           END-IF.

      *----------------------------------------------------------------
      * 今回初めて引当金が生じた明細を引当金テーブルへ加える
      * （上限を超えるときは残高を持てないため計上しない）
      *----------------------------------------------------------------
       ADD-RESERVE-ENTRY.
           IF WS-PRV-COUNT < WS-PRV-MAX
               ADD 1 TO WS-PRV-COUNT
               MOVE WS-PRV-COUNT TO WS-PRV-IDX
               MOVE INV-PRODUCT-ID TO WS-PRV-PRODUCT-ID(WS-PRV-IDX)
               MOVE INV-LOCATION TO WS-PRV-LOCATION(WS-PRV-IDX)
               MOVE WS-ITEM-CATEGORY TO WS-PRV-CATEGORY(WS-PRV-IDX)
               MOVE 0 TO WS-PRV-PRIOR(WS-PRV-IDX)
               MOVE 'Y' TO WS-PRV-MATCHED(WS-PRV-IDX)
               MOVE 'Y' TO WS-PRV-FOUND
           ELSE
               DISPLAY "WARNING: Reserve table full - reserve not "
                   "provided for " INV-PRODUCT-ID " " INV-LOCATION
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 0 TO WS-ITEM-RESERVE
               MOVE 0 TO WS-ITEM-EFFECTIVE-PCT
           END-IF.

      *----------------------------------------------------------------
      * 前回引当金があり今回のマスタ走査で該当しなかった明細（マスタ
      * 削除）の引当金を全額戻し入れる
      *----------------------------------------------------------------
       RELEASE-UNMATCHED-RESERVES.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               IF WS-PRV-MATCHED(WS-PRV-IDX) = 'N'
                   AND WS-PRV-PRIOR(WS-PRV-IDX) > 0
                   PERFORM RELEASE-ONE-RESERVE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 引当金1件を戻し入れる
      *----------------------------------------------------------------
       RELEASE-ONE-RESERVE.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE WS-PRV-PRODUCT-ID(WS-PRV-IDX) TO WS-ITEM-PRODUCT-ID
           MOVE WS-PRV-LOCATION(WS-PRV-IDX) TO WS-ITEM-LOCATION
           MOVE WS-PRV-CATEGORY(WS-PRV-IDX) TO WS-ITEM-CATEGORY
           MOVE 0 TO WS-ITEM-QTY
           MOVE 0 TO WS-ITEM-VALUE
           MOVE 0 TO WS-ITEM-RESERVE
           MOVE 0 TO WS-ITEM-EFFECTIVE-PCT
           MOVE 'N' TO WS-AGE-KNOWN
           MOVE 0 TO WS-COVER-MONTHS-ITEM
           MOVE WS-PRV-PRIOR(WS-PRV-IDX) TO WS-ITEM-PRIOR
           COMPUTE WS-ITEM-MOVEMENT = 0 - WS-ITEM-PRIOR
           MOVE 0 TO WS-PRV-CURRENT(WS-PRV-IDX)
           MOVE "RELEASED" TO WS-DETAIL-NOTE
           PERFORM WRITE-RESERVE-DETAIL
           PERFORM WRITE-GL-RESERVE
           PERFORM ADD-TO-CATEGORY-SUMMARY.

      *----------------------------------------------------------------
      * 明細1件を分類・拠点別集計と総合計へ加える
      * （WS-ITEM-CATEGORY・WS-ITEM-LOCATION の行に加える）
      *----------------------------------------------------------------
       ADD-TO-CATEGORY-SUMMARY.
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
           ADD WS-ITEM-RESERVE TO WS-TOTAL-RESERVE
           ADD WS-ITEM-PRIOR TO WS-TOTAL-PRIOR
           ADD WS-ITEM-MOVEMENT TO WS-TOTAL-MOVEMENT
           MOVE 'N' TO WS-SUM-FOUND
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               OR WS-SUM-FOUND = 'Y'
               IF WS-SUM-CATEGORY(WS-SUM-IDX) = WS-ITEM-CATEGORY
                   AND WS-SUM-LOCATION(WS-SUM-IDX) =
                       WS-ITEM-LOCATION
                   MOVE 'Y' TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SUM-IDX
           ELSE
               IF WS-SUM-COUNT < WS-SUM-MAX
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-IDX
                   MOVE WS-ITEM-CATEGORY TO
                       WS-SUM-CATEGORY(WS-SUM-IDX)
                   MOVE WS-ITEM-LOCATION TO
                       WS-SUM-LOCATION(WS-SUM-IDX)
                   MOVE 0 TO WS-SUM-VALUE(WS-SUM-IDX)
                   MOVE 0 TO WS-SUM-RESERVE(WS-SUM-IDX)
                   MOVE 0 TO WS-SUM-PRIOR(WS-SUM-IDX)
                   MOVE 0 TO WS-SUM-MOVEMENT(WS-SUM-IDX)
                   MOVE 'Y' TO WS-SUM-FOUND
               ELSE
                   IF WS-SUM-OVERFLOW = 'N'
                       DISPLAY "WARNING: Category/location summary "
                           "table full - totals still complete"
                       MOVE 'Y' TO WS-SUM-OVERFLOW
                       MOVE 'Y' TO WS-WARNING-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-SUM-FOUND = 'Y'
               ADD WS-ITEM-VALUE TO WS-SUM-VALUE(WS-SUM-IDX)
               ADD WS-ITEM-RESERVE TO WS-SUM-RESERVE(WS-SUM-IDX)
               ADD WS-ITEM-PRIOR TO WS-SUM-PRIOR(WS-SUM-IDX)
               ADD WS-ITEM-MOVEMENT TO WS-SUM-MOVEMENT(WS-SUM-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 引当金の増減を GL連携ファイルへ書き出す
      * （増加は評価損勘定が借方・評価引当金勘定が貸方、減少は
      *   その逆）
      *----------------------------------------------------------------
       WRITE-GL-RESERVE.
           IF WS-ITEM-MOVEMENT > 0
               MOVE WS-ITEM-MOVEMENT TO WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-ITEM-MOVEMENT
           END-IF
           MOVE WS-ITEM-CATEGORY TO WS-GL-CATEGORY
           PERFORM FIND-GL-MAP-ENTRY
           MOVE WS-RESERVE-PERIOD TO GL-PERIOD
           MOVE WS-RUN-DATE TO GL-TRAN-DATE
           MOVE WS-GL-TRAN-TYPE TO GL-TRAN-TYPE
           MOVE WS-ITEM-PRODUCT-ID TO GL-PRODUCT-ID
           IF WS-ITEM-MOVEMENT > 0
               MOVE WS-GL-EXP-SIDE-ACCT TO GL-ACCOUNT-CODE
           ELSE
               MOVE WS-GL-RSV-SIDE-ACCT TO GL-ACCOUNT-CODE
           END-IF
           MOVE WS-GL-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           WRITE GL-FEED-RECORD
           IF WS-ITEM-MOVEMENT > 0
               MOVE WS-GL-RSV-SIDE-ACCT TO GL-ACCOUNT-CODE
           ELSE
               MOVE WS-GL-EXP-SIDE-ACCT TO GL-ACCOUNT-CODE
           END-IF
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-AMOUNT TO GL-CREDIT-AMOUNT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GL-POST-COUNT
           ADD WS-GL-AMOUNT TO WS-GL-BATCH-DEBITS
           ADD WS-GL-AMOUNT TO WS-GL-BATCH-CREDITS.

      *----------------------------------------------------------------
      * 勘定科目対応テーブルから評価引当金勘定・評価損勘定を解決する
      * （取引区分 RSV の行では在庫勘定欄が評価引当金勘定、相手勘定
      *   欄が評価損勘定を表す。在庫勘定への誤計上を防ぐため取引
      *   区分の任意一致の行は採らない。該当行がないときは既定勘定
      *   へ落とす）
      *----------------------------------------------------------------
       FIND-GL-MAP-ENTRY.
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               OR WS-MAP-FOUND = 'Y'
               IF (WS-MAP-CATEGORY(WS-MAP-IDX)(1:1) = '*'
                   OR WS-MAP-CATEGORY(WS-MAP-IDX) = WS-GL-CATEGORY)
                   AND (WS-MAP-REASON-CODE(WS-MAP-IDX)(1:1) = '*'
                   OR WS-MAP-REASON-CODE(WS-MAP-IDX) =
                       WS-GL-REASON-CODE)
                   AND WS-MAP-TRAN-TYPE(WS-MAP-IDX) = WS-GL-TRAN-TYPE
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MAP-INVENTORY-ACCT(WS-MAP-IDX) TO
                       WS-GL-RSV-SIDE-ACCT
                   MOVE WS-MAP-OFFSET-ACCT(WS-MAP-IDX) TO
                       WS-GL-EXP-SIDE-ACCT
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = 'N'
               MOVE WS-GL-RESERVE-ACCT TO WS-GL-RSV-SIDE-ACCT
               MOVE WS-GL-WRITEDOWN-ACCT TO WS-GL-EXP-SIDE-ACCT
           END-IF.

      *----------------------------------------------------------------
      * 勘定科目対応ファイルをテーブルへ読み込む（並び順を保持）
      *----------------------------------------------------------------
       LOAD-GL-MAP-TABLE.
           MOVE 0 TO WS-MAP-COUNT
           MOVE 'N' TO WS-EOF-MAP
           OPEN INPUT GL-MAP-FILE
           PERFORM UNTIL WS-EOF-MAP = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MAP
                   NOT AT END
                       IF WS-MAP-COUNT < WS-MAP-MAX
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MAP-CATEGORY TO
                               WS-MAP-CATEGORY(WS-MAP-COUNT)
                           MOVE MAP-REASON-CODE TO
                               WS-MAP-REASON-CODE(WS-MAP-COUNT)
                           MOVE MAP-TRAN-TYPE TO
                               WS-MAP-TRAN-TYPE(WS-MAP-COUNT)
                           MOVE MAP-INVENTORY-ACCT TO
                               WS-MAP-INVENTORY-ACCT(WS-MAP-COUNT)
                           MOVE MAP-OFFSET-ACCT TO
                               WS-MAP-OFFSET-ACCT(WS-MAP-COUNT)
                       ELSE
                           DISPLAY "WARNING: GL account map table "
                               "full " MAP-CATEGORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF WS-MAP-COUNT = 0
               DISPLAY "WARNING: No GL account map - postings use "
                   "default accounts"
           END-IF.

      *----------------------------------------------------------------
      * GL連携のバッチ合計行を書き出す（借方・貸方の総額）
      *----------------------------------------------------------------
       WRITE-GL-BATCH-TOTAL.
           MOVE '*BATCH*' TO GL-ACCOUNT-CODE
           MOVE WS-RESERVE-PERIOD TO GL-PERIOD
           MOVE WS-GL-BATCH-DEBITS TO GL-DEBIT-AMOUNT
           MOVE WS-GL-BATCH-CREDITS TO GL-CREDIT-AMOUNT
           MOVE WS-RUN-DATE TO GL-TRAN-DATE
           MOVE WS-GL-TRAN-TYPE TO GL-TRAN-TYPE
           MOVE SPACES TO GL-PRODUCT-ID
           WRITE GL-FEED-RECORD.

      *----------------------------------------------------------------
      * 計上後の引当金残高で残高ファイルを書き直す
      * （引当金のある明細だけを対象月付きで書き出す）
      *----------------------------------------------------------------
       SAVE-RESERVE-BALANCES.
           OPEN OUTPUT RESERVE-BALANCE-FILE
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               IF WS-PRV-CURRENT(WS-PRV-IDX) > 0
                   MOVE WS-RESERVE-PERIOD TO RSB-PERIOD
                   MOVE WS-PRV-PRODUCT-ID(WS-PRV-IDX) TO
                       RSB-PRODUCT-ID
                   MOVE WS-PRV-LOCATION(WS-PRV-IDX) TO RSB-LOCATION
                   MOVE WS-PRV-CATEGORY(WS-PRV-IDX) TO RSB-CATEGORY
                   MOVE WS-PRV-VALUE(WS-PRV-IDX) TO RSB-VALUE
                   MOVE WS-PRV-CURRENT(WS-PRV-IDX) TO RSB-RESERVE
                   MOVE WS-PRV-PERCENT(WS-PRV-IDX) TO RSB-PERCENT
                   WRITE RESERVE-BALANCE-RECORD
               END-IF
           END-PERFORM
           CLOSE RESERVE-BALANCE-FILE.

      *----------------------------------------------------------------
      * 引当報告書の見出しを書き出す
      *----------------------------------------------------------------
       WRITE-RESERVE-HEADER.
           MOVE "=== Inventory Write-Down Reserve ===" TO
               RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE SPACES TO RESERVE-REPORT-RECORD
           IF WS-PRIOR-PERIOD = SPACES
               STRING "Run date: "
                   DELIMITED SIZE
                   WS-RUN-DATE
                   DELIMITED SIZE
                   "  Period: "
                   DELIMITED SIZE
                   WS-RESERVE-PERIOD
                   DELIMITED SIZE
                   "  Prior reserve: none"
                   DELIMITED SIZE
                   INTO RESERVE-REPORT-RECORD
           ELSE
               STRING "Run date: "
                   DELIMITED SIZE
                   WS-RUN-DATE
                   DELIMITED SIZE
                   "  Period: "
                   DELIMITED SIZE
                   WS-RESERVE-PERIOD
                   DELIMITED SIZE
                   "  Prior reserve: "
                   DELIMITED SIZE
                   WS-PRIOR-PERIOD
                   DELIMITED SIZE
                   INTO RESERVE-REPORT-RECORD
           END-IF
           WRITE RESERVE-REPORT-RECORD
           MOVE ALL "-" TO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Product    Loc   Category       Qty         Value"
               DELIMITED SIZE
               "   Age Cover   Rsv%       Reserve         Prior"
               DELIMITED SIZE
               "       Movement"
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD.

      *----------------------------------------------------------------
      * 引当報告書の明細1行を書き出す
      * （経過月数は入庫実績がなければ --、在庫月数は出庫がなければ
      *   999 と表示する）
      *----------------------------------------------------------------
       WRITE-RESERVE-DETAIL.
           MOVE WS-ITEM-QTY TO WS-DISPLAY-QTY
           MOVE WS-ITEM-VALUE TO WS-DISPLAY-VALUE
           MOVE WS-ITEM-EFFECTIVE-PCT TO WS-DISPLAY-PCT
           MOVE WS-ITEM-RESERVE TO WS-DISPLAY-RESERVE
           MOVE WS-ITEM-PRIOR TO WS-DISPLAY-PRIOR
           MOVE WS-ITEM-MOVEMENT TO WS-DISPLAY-MOVEMENT
           MOVE WS-COVER-MONTHS-ITEM TO WS-DISPLAY-COVER
           IF WS-AGE-KNOWN = 'Y'
               MOVE WS-AGE-MONTHS TO WS-DISPLAY-MONTHS
               MOVE WS-DISPLAY-MONTHS TO WS-DISPLAY-AGE
           ELSE
               MOVE "   --" TO WS-DISPLAY-AGE
           END-IF
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING WS-ITEM-PRODUCT-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-ITEM-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-ITEM-CATEGORY
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-VALUE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-AGE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-COVER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-PCT
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-RESERVE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-PRIOR
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-MOVEMENT
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DETAIL-NOTE
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD.

      *----------------------------------------------------------------
      * 分類・拠点別の評価額・引当金・正味実現可能価額・前回引当金・
      * 増減を書き出す
      *----------------------------------------------------------------
       WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE "-- Reserve by category and location --" TO
               RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Category   Loc             Value       Reserve"
               DELIMITED SIZE
               "     Net realisable         Prior       Movement"
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * 分類・拠点別集計の1行を書き出す
      *----------------------------------------------------------------
       WRITE-CATEGORY-LINE.
           MOVE WS-SUM-VALUE(WS-SUM-IDX) TO WS-DISPLAY-VALUE
           MOVE WS-SUM-RESERVE(WS-SUM-IDX) TO WS-DISPLAY-RESERVE
           COMPUTE WS-TOTAL-NRV =
               WS-SUM-VALUE(WS-SUM-IDX) - WS-SUM-RESERVE(WS-SUM-IDX)
           MOVE WS-TOTAL-NRV TO WS-DISPLAY-NRV
           MOVE WS-SUM-PRIOR(WS-SUM-IDX) TO WS-DISPLAY-PRIOR
           MOVE WS-SUM-MOVEMENT(WS-SUM-IDX) TO WS-DISPLAY-MOVEMENT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING WS-SUM-CATEGORY(WS-SUM-IDX)
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-SUM-LOCATION(WS-SUM-IDX)
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-VALUE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-RESERVE
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               WS-DISPLAY-NRV
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-PRIOR
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-MOVEMENT
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD.

      *----------------------------------------------------------------
      * 引当報告書の合計を書き出す（引当金合計が計上後の GL の
      * 評価引当金残高となる）
      *----------------------------------------------------------------
       WRITE-RESERVE-SUMMARY.
           MOVE ALL "-" TO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-ITEM-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Items on hand:         "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-RESERVED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Items reserved:        "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Reserves released:     "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-RULE-IGNORED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Rules ignored:         "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-TOTAL-VALUE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Inventory value:       "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-TOTAL-RESERVE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Reserve:               "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           COMPUTE WS-TOTAL-NRV = WS-TOTAL-VALUE - WS-TOTAL-RESERVE
           MOVE WS-TOTAL-NRV TO WS-DISPLAY-TOTAL-S
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Net realisable value:  "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL-S
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-TOTAL-PRIOR TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Prior reserve:         "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-TOTAL-MOVEMENT TO WS-DISPLAY-TOTAL-S
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "Reserve movement:      "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL-S
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD
           MOVE WS-GL-POST-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RESERVE-REPORT-RECORD
           STRING "GL postings:           "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO RESERVE-REPORT-RECORD
           WRITE RESERVE-REPORT-RECORD.

      *----------------------------------------------------------------
      * 日付（YYYYMMDD）を通算日数へ変換する
      * （使用期限までの日数の算出用。閏年は 4・100・400 年規則で
      *   補正する）
      *----------------------------------------------------------------
       CONVERT-DATE-TO-SERIAL.
           MOVE WS-DTS-DATE(1:4) TO WS-DTS-YYYY
           MOVE WS-DTS-DATE(5:2) TO WS-DTS-MM
           MOVE WS-DTS-DATE(7:2) TO WS-DTS-DD
           DIVIDE WS-DTS-YYYY BY 4 GIVING WS-DTS-LEAP-4
               REMAINDER WS-DTS-REMAINDER-4
           DIVIDE WS-DTS-YYYY BY 100 GIVING WS-DTS-LEAP-100
               REMAINDER WS-DTS-REMAINDER-100
           DIVIDE WS-DTS-YYYY BY 400 GIVING WS-DTS-LEAP-400
               REMAINDER WS-DTS-REMAINDER-400
           MOVE 'N' TO WS-DTS-LEAP-FLAG
           IF WS-DTS-REMAINDER-4 = 0
               IF WS-DTS-REMAINDER-100 NOT = 0
                   MOVE 'Y' TO WS-DTS-LEAP-FLAG
               ELSE
                   IF WS-DTS-REMAINDER-400 = 0
                       MOVE 'Y' TO WS-DTS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-DTS-SERIAL =
               WS-DTS-YYYY * 365
               + WS-DTS-LEAP-4 - WS-DTS-LEAP-100 + WS-DTS-LEAP-400
               + WS-CUM-DAYS-TAB(WS-DTS-MM)
               + WS-DTS-DD
           IF WS-DTS-LEAP-FLAG = 'Y' AND WS-DTS-MM <= 2
               SUBTRACT 1 FROM WS-DTS-SERIAL
           END-IF.
