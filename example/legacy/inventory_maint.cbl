      *     へ拡張された（同上）。ADD は空白（未分類・未棚卸）で
      *     初期化する。区分付けは INVENTORY-CCSCHED、棚卸日の
      *     更新は INVENTORY-COUNT が行う。
      *   - 補充目標在庫水準（INV-ORDER-UP-TO）の追加で在庫マスタは
      *     101→106バイトへ拡張された（同上）。保守依頼に目標水準
      *     を追加し、ADD は指定値（空白はゼロ＝未算定）で初期化、
      *     CHG は空白でないときのみ更新する。あわせて CHG の数量・
      *     単価・閾値も空白なら現行値のまま据え置くようにした
      *     （INVENTORY-REPLAN が閾値・目標水準だけを変える CHG を
      *     書き出すため）。保守依頼のレイアウトは MAINTREQ 登録集
      *     に切り出した（INVENTORY-REPLAN と共用）。
      *   - 要承認の保守依頼（数量の上書き、所定率を超える単価変更、
      *     在庫・ロット・未消込発注・バックオーダーの残る商品の
      *     廃止、在庫のある商品のロット管理区分変更）は即時反映
      *     せず、受付番号を付けて承認待ちファイル（MAINTPND 登録
      *     集）へ保留するようにした。保守依頼には依頼者IDを追加
      *     （空白は却下）。依頼者以外の承認（MAINTAPV 登録集）が
      *     あれば次回実行時に反映し、所定日数内に承認されないもの
      *     は失効させる。承認は保留日以降の日付のものだけを有効
      *     とする。受付番号は承認待ち・承認ファイルに残る本日付の
      *     連番の最大値から続けて採番し、反映・却下済みの番号を
      *     再使用しない。保留・反映・却下・失効の状況は承認状況
      *     レポートへ出力し、承認後の反映が却下されたもの（商品の
      *     削除など）は FAILED として理由コード付きで報告する。
      *     承認された数量の上書きはマスタを直接書き換えず、ADJ
      *     トランザクション（理由コード MNTQ）として
      *     data/maint_adjustments.dat へ追記し（INVENTORY-MGMT へ
      *     投入する前に再実行しても前回分を失わない）、
      *     INVENTORY-MGMT 経由で移動履歴・GL へ反映する。
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL LOCK-LOG-FILE
               ASSIGN TO 'output/lock_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'data/maint_pending.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO 'data/maint_approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-REPORT-FILE
               ASSIGN TO 'output/maint_approval.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-FILE
               ASSIGN TO 'data/maint_adjustments.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-FILE
               ASSIGN TO 'data/lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'data/open_po.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'data/backorders.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           COPY INVMAST.

      * 保守依頼ファイル（INVENTORY-REPLAN と共通のレイアウト）
       FD MAINT-REQUEST-FILE.
           COPY MAINTREQ.

      * 却下された保守依頼を書き出す例外ファイル
       FD MAINT-EXCEPTION-FILE.
       FD LOCK-LOG-FILE.
       01 LOCK-LOG-RECORD         PIC X(80).

      * 承認待ち保守依頼ファイル（実行の都度書き直す。レコードの
      * 項目展開は WORKING-STORAGE の PENDING-RECORD（MAINTPND）で
      * 行う）
       FD PENDING-FILE.
       01 PENDING-FILE-RECORD     PIC X(105).

      * 保守依頼承認ファイル
       FD APPROVAL-FILE.
           COPY MAINTAPV.

      * 承認状況レポート（保留・反映・却下・失効）
       FD APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-RECORD  PIC X(100).

      * 在庫調整（ADJ）トランザクションファイル（承認された数量の
      * 上書き。追記し、INVENTORY-MGMT へ投入後に退避・空にする）
       FD ADJUSTMENT-FILE.
           COPY TRNREC.

      * ロット明細ファイル（廃止時の残ロット確認用）
       FD LOT-FILE.
           COPY LOTREC.

      * 未消込発注ファイル（廃止時の未消込発注確認用）
       FD OPEN-PO-FILE.
           COPY OPENPO.

      * バックオーダーファイル（INVENTORY-MGMT と共通のレイアウト）
       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BO-PRODUCT-ID      PIC X(10).
           05 BO-LOCATION        PIC X(5).
           05 BO-QUANTITY        PIC 9(5).
           05 BO-DATE            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2) VALUE '00'.
       01 WS-EOF-MAINT            PIC X VALUE 'N'.
       01 WS-EXC-REASON-TEXT      PIC X(40).

      * 監査ジャーナル用（更新前レコードイメージの退避域）
       01 WS-JNL-BEFORE-IMAGE     PIC X(106) VALUE SPACES.
       01 WS-JNL-TIME             PIC X(8).
       01 WS-RUN-DATE             PIC X(8).

       01 WS-LOCK-TIME            PIC X(8).
       01 WS-LOCK-HELD            PIC X VALUE 'N'.

      * 二重管理（要承認依頼の保留）用
      * 単価変更の許容率（%）と承認待ちの有効日数
       01 WS-PRICE-CHANGE-LIMIT   PIC 9(3) VALUE 10.
       01 WS-PENDING-EXPIRY-DAYS  PIC 9(3) VALUE 14.
       01 WS-EOF-PND              PIC X VALUE 'N'.
       01 WS-EOF-APV              PIC X VALUE 'N'.
       01 WS-EOF-SCAN             PIC X VALUE 'N'.
       01 WS-APPROVED-RELEASE     PIC X VALUE 'N'.
       01 WS-SENSITIVE            PIC X VALUE 'N'.
       01 WS-HOLD-REASON-CODE     PIC X(4).
       01 WS-NEW-QUANTITY         PIC 9(5).
       01 WS-PRICE-DIFF           PIC 9(7)V99.
       01 WS-PRICE-LIMIT-AMT      PIC 9(8)V9(4).
       01 WS-RUN-SERIAL           PIC 9(8).
       01 WS-PND-AGE-DAYS         PIC 9(8).

      * 承認待ち保守依頼（作業域）
           COPY MAINTPND.

      * 承認待ち保守依頼テーブル（前回までの保留分＋今回の保留分）
       01 WS-PND-COUNT            PIC 9(4) VALUE 0.
       01 WS-PND-MAX              PIC 9(4) VALUE 500.
       01 WS-PND-IDX              PIC 9(4).
       01 WS-PND-SEQ              PIC 9(4) VALUE 0.
       01 WS-PND-OVERFLOW         PIC X VALUE 'N'.
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 500 TIMES.
               10 WS-PND-RECORD       PIC X(105).
               10 WS-PND-STATE        PIC X.

      * 保守依頼承認テーブル
       01 WS-APV-COUNT            PIC 9(4) VALUE 0.
       01 WS-APV-MAX              PIC 9(4) VALUE 1000.
       01 WS-APV-IDX              PIC 9(4).
       01 WS-APV-OVERFLOW         PIC X VALUE 'N'.
       01 WS-APV-TABLE.
           05 WS-APV-ENTRY OCCURS 1000 TIMES.
               10 WS-APV-REQUEST-ID   PIC X(12).
               10 WS-APV-APPROVER-ID  PIC X(8).
               10 WS-APV-DECISION     PIC X.
               10 WS-APV-DATE         PIC X(8).
      * 承認の判定結果（A＝承認、R＝却下、S＝依頼者本人の承認のみ、
      * 空白＝承認なし）
       01 WS-APV-RESULT           PIC X.
       01 WS-APV-APPROVER         PIC X(8).

      * 承認状況レポート用
       01 WS-RPT-EVENT            PIC X(9).
       01 WS-RPT-NOTE             PIC X(32).
       01 WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-BEFORE       PIC 9(5).
       01 WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT        PIC 9(5) VALUE 0.
       01 WS-ADJ-COUNT            PIC 9(5) VALUE 0.
       01 WS-DISPLAY-DAYS         PIC ZZZZ9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.

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

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
           IF WS-COMMAND-LINE(1:5) = 'FORCE'
               MOVE 'Y' TO WS-FORCE-UNLOCK
           END-IF
           MOVE WS-RUN-DATE TO WS-DTS-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL
           PERFORM ACQUIRE-JOB-LOCK
           PERFORM LOAD-PENDING-TABLE
           PERFORM LOAD-APPROVAL-TABLE
           PERFORM OPEN-INVENTORY-MASTER
           OPEN EXTEND JOURNAL-FILE
           OPEN OUTPUT MAINT-EXCEPTION-FILE
           OPEN EXTEND ADJUSTMENT-FILE
           OPEN OUTPUT APPROVAL-REPORT-FILE
           PERFORM WRITE-APPROVAL-REPORT-HEADER
           OPEN INPUT MAINT-REQUEST-FILE
           PERFORM PROCESS-PENDING-REQUESTS
           PERFORM UNTIL WS-EOF-MAINT = 'Y'
               READ MAINT-REQUEST-FILE
                   AT END
               END-READ
           END-PERFORM
           CLOSE MAINT-REQUEST-FILE
           PERFORM SAVE-PENDING-FILE
           PERFORM WRITE-APPROVAL-SUMMARY
           CLOSE APPROVAL-REPORT-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE MAINT-EXCEPTION-FILE
           CLOSE JOURNAL-FILE
           CLOSE INVENTORY-FILE
           DISPLAY "Maintenance requests read:    " WS-REQUEST-COUNT
           DISPLAY "Maintenance requests applied:  " WS-APPLIED-COUNT
           DISPLAY "Maintenance requests rejected: " WS-REJECTED-COUNT
           DISPLAY "Held for approval:             " WS-HELD-COUNT
           DISPLAY "Released after approval:       " WS-RELEASED-COUNT
           DISPLAY "Approved but not applied:      " WS-FAILED-COUNT
           DISPLAY "Declined by approver:          " WS-DECLINED-COUNT
           DISPLAY "Expired without approval:      " WS-EXPIRED-COUNT
           DISPLAY "Still awaiting approval:       " WS-WAITING-COUNT
           DISPLAY "Quantity adjustments written:  " WS-ADJ-COUNT
           DISPLAY "Approval status written to "
               "output/maint_approval.txt"
           PERFORM RELEASE-JOB-LOCK
           STOP RUN.


      *----------------------------------------------------------------
      * 1件の保守依頼を検証し、在庫マスタへ反映する
      * （要承認の依頼は反映せず承認待ちへ保留する。承認済みの
      *   保留分を反映するとき（WS-APPROVED-RELEASE = 'Y'）は要承認
      *   の判定を行わない）
      *----------------------------------------------------------------
       PROCESS-MAINT-RECORD.
           PERFORM VALIDATE-MAINT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-MAINT-EXCEPTION
           ELSE
               MOVE 'N' TO WS-SENSITIVE
               IF WS-APPROVED-RELEASE = 'N'
                   PERFORM CHECK-SENSITIVE-CHANGE
               END-IF
               IF WS-SENSITIVE = 'Y'
                   PERFORM HOLD-MAINT-REQUEST
               ELSE
                   EVALUATE MAINT-ACTION
                       WHEN 'ADD'
                           PERFORM ADD-INVENTORY-ITEM
                       WHEN 'CHG'
                           PERFORM CHANGE-INVENTORY-ITEM
                       WHEN 'DEL'
                           PERFORM DEACTIVATE-INVENTORY-ITEM
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
                   MOVE 'N' TO WS-VALID
                   MOVE 'LCBL' TO WS-EXC-REASON-CODE
                   MOVE "Location is blank" TO WS-EXC-REASON-TEXT
               WHEN MAINT-REQUESTER-ID = SPACES
                   MOVE 'N' TO WS-VALID
                   MOVE 'RQBL' TO WS-EXC-REASON-CODE
                   MOVE "Requester id is blank" TO WS-EXC-REASON-TEXT
               WHEN MAINT-ACTION = 'ADD' AND
                       MAINT-PRODUCT-NAME = SPACES
                   MOVE 'N' TO WS-VALID
                   MOVE 'NMBL' TO WS-EXC-REASON-CODE
                   MOVE "Product name is blank" TO WS-EXC-REASON-TEXT
               WHEN MAINT-ACTION <> 'DEL' AND
                       MAINT-QUANTITY IS NOT NUMERIC AND
                       NOT (MAINT-ACTION = 'CHG' AND
                       MAINT-QUANTITY = SPACES)
                   MOVE 'N' TO WS-VALID
                   MOVE 'QNUM' TO WS-EXC-REASON-CODE
                   MOVE "Quantity is not numeric" TO WS-EXC-REASON-TEXT
               WHEN MAINT-ACTION <> 'DEL' AND
                       MAINT-UNIT-PRICE IS NOT NUMERIC AND
                       NOT (MAINT-ACTION = 'CHG' AND
                       MAINT-UNIT-PRICE-X = SPACES)
                   MOVE 'N' TO WS-VALID
                   MOVE 'PNUM' TO WS-EXC-REASON-CODE
                   MOVE "Price is not numeric" TO WS-EXC-REASON-TEXT
               WHEN MAINT-ACTION <> 'DEL' AND
                       MAINT-THRESHOLD IS NOT NUMERIC AND
                       NOT (MAINT-ACTION = 'CHG' AND
                       MAINT-THRESHOLD = SPACES)
                   MOVE 'N' TO WS-VALID
                   MOVE 'TNUM' TO WS-EXC-REASON-CODE
                   MOVE "Threshold is not numeric" TO
                       WS-EXC-REASON-TEXT
               WHEN MAINT-ACTION <> 'DEL' AND
                       MAINT-ORDER-UP-TO NOT = SPACES AND
                       MAINT-ORDER-UP-TO IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID
                   MOVE 'ONUM' TO WS-EXC-REASON-CODE
                   MOVE "Order-up-to level is not numeric" TO
                       WS-EXC-REASON-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------
               END-IF
               MOVE SPACES TO INV-ABC-CLASS
               MOVE SPACES TO INV-LAST-COUNT-DATE
               IF MAINT-ORDER-UP-TO IS NUMERIC
                   MOVE MAINT-ORDER-UP-TO TO INV-ORDER-UP-TO
               ELSE
                   MOVE 0 TO INV-ORDER-UP-TO
               END-IF
               WRITE INVENTORY-RECORD
               MOVE SPACES TO WS-JNL-BEFORE-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *----------------------------------------------------------------
      * CHG：既存商品の名称・分類・数量・単価・閾値・補充目標在庫
      * 水準を更新する（空白の項目は現行値のまま据え置く）
      * （数量は直接書き換えず、承認済みの数量の上書きとして ADJ
      *   トランザクションを書き出す）
      *----------------------------------------------------------------
       CHANGE-INVENTORY-ITEM.
           MOVE MAINT-PRODUCT-ID TO INV-PRODUCT-ID
               IF MAINT-CATEGORY NOT = SPACES
                   MOVE MAINT-CATEGORY TO INV-CATEGORY
               END-IF
               IF MAINT-QUANTITY NOT = SPACES
                   MOVE MAINT-QUANTITY TO WS-NEW-QUANTITY
                   IF WS-NEW-QUANTITY NOT = INV-QUANTITY
                       PERFORM WRITE-ADJUSTMENT-RECORD
                   END-IF
               END-IF
               IF MAINT-UNIT-PRICE-X NOT = SPACES
                   MOVE MAINT-UNIT-PRICE TO INV-UNIT-PRICE
               END-IF
               IF MAINT-THRESHOLD NOT = SPACES
                   MOVE MAINT-THRESHOLD TO INV-THRESHOLD
               END-IF
               IF MAINT-LOT-FLAG NOT = SPACES
                   MOVE MAINT-LOT-FLAG TO INV-LOT-FLAG
               END-IF
               IF MAINT-ORDER-UP-TO NOT = SPACES
                   MOVE MAINT-ORDER-UP-TO TO INV-ORDER-UP-TO
               END-IF
               REWRITE INVENTORY-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO WS-APPLIED-COUNT
                   MAINT-LOCATION
           END-IF.

      *----------------------------------------------------------------
      * 承認待ち保守依頼を読み込む
      * （本日付の受付番号の最大連番を求め、今回の保留の採番に
      *   使う。件数がテーブル上限を超えるときは保留分を失わない
      *   よう処理を中止する）
      *----------------------------------------------------------------
       LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL WS-EOF-PND = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PND
                   NOT AT END
                       IF WS-PND-COUNT >= WS-PND-MAX
                           MOVE 'Y' TO WS-PND-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PND-COUNT
                           MOVE PENDING-FILE-RECORD TO PENDING-RECORD
                           MOVE PENDING-RECORD TO
                               WS-PND-RECORD(WS-PND-COUNT)
                           MOVE 'K' TO WS-PND-STATE(WS-PND-COUNT)
                           IF PND-REQUEST-ID(1:8) = WS-RUN-DATE
                               AND PND-REQUEST-ID(9:4) IS NUMERIC
                               AND PND-REQUEST-ID(9:4) > WS-PND-SEQ
                               MOVE PND-REQUEST-ID(9:4) TO WS-PND-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           IF WS-PND-OVERFLOW = 'Y'
               DISPLAY "ERROR: Pending approval table full (max "
                   WS-PND-MAX ") - maintenance not run"
               PERFORM RELEASE-JOB-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 保守依頼承認ファイルを読み込む
      * （本日付の受付番号への承認があれば、その連番も採番の起点に
      *   含める。反映・却下で承認待ちから外れた番号を再使用し、
      *   古い承認が新しい依頼に当たることを防ぐ）
      *----------------------------------------------------------------
       LOAD-APPROVAL-TABLE.
           OPEN INPUT APPROVAL-FILE
           PERFORM UNTIL WS-EOF-APV = 'Y'
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-APV
                   NOT AT END
                       IF WS-APV-COUNT >= WS-APV-MAX
                           MOVE 'Y' TO WS-APV-OVERFLOW
                       ELSE
                           ADD 1 TO WS-APV-COUNT
                           MOVE APV-REQUEST-ID TO
                               WS-APV-REQUEST-ID(WS-APV-COUNT)
                           MOVE APV-APPROVER-ID TO
                               WS-APV-APPROVER-ID(WS-APV-COUNT)
                           MOVE APV-DECISION TO
                               WS-APV-DECISION(WS-APV-COUNT)
                           MOVE APV-DATE TO
                               WS-APV-DATE(WS-APV-COUNT)
                       END-IF
                       IF APV-REQUEST-ID(1:8) = WS-RUN-DATE
                           AND APV-REQUEST-ID(9:4) IS NUMERIC
                           AND APV-REQUEST-ID(9:4) > WS-PND-SEQ
                           MOVE APV-REQUEST-ID(9:4) TO WS-PND-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           IF WS-APV-OVERFLOW = 'Y'
               DISPLAY "ERROR: Approval table full (max "
                   WS-APV-MAX ") - maintenance not run"
               PERFORM RELEASE-JOB-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 前回までに保留した保守依頼を1件ずつ見直す
      * （今回の保守依頼より先に処理し、依頼の順序を保つ）
      *----------------------------------------------------------------
       PROCESS-PENDING-REQUESTS.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               PERFORM REVIEW-PENDING-REQUEST
           END-PERFORM.

      *----------------------------------------------------------------
      * 保留中の保守依頼1件を見直す
      * （依頼者以外の承認があれば反映、却下なら破棄、承認のない
      *   まま有効日数を過ぎたものは失効とし、いずれも承認待ち
      *   から外す。依頼者本人による承認は無効として報告する。
      *   承認後の反映が却下されたときは理由コードを付けて FAILED
      *   と報告する）
      *----------------------------------------------------------------
       REVIEW-PENDING-REQUEST.
           MOVE WS-PND-RECORD(WS-PND-IDX) TO PENDING-RECORD
           MOVE PND-REQUEST TO MAINT-RECORD
           PERFORM FIND-APPROVAL
           EVALUATE WS-APV-RESULT
               WHEN 'A'
                   MOVE 'D' TO WS-PND-STATE(WS-PND-IDX)
                   MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
                   MOVE 'Y' TO WS-APPROVED-RELEASE
                   PERFORM PROCESS-MAINT-RECORD
                   MOVE 'N' TO WS-APPROVED-RELEASE
                   MOVE WS-PND-RECORD(WS-PND-IDX) TO PENDING-RECORD
                   IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE "RELEASED" TO WS-RPT-EVENT
                       MOVE "Approved - applied this run" TO
                           WS-RPT-NOTE
                       DISPLAY "Released: " PND-REQUEST-ID " "
                           MAINT-PRODUCT-ID " approved by "
                           WS-APV-APPROVER
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE "FAILED" TO WS-RPT-EVENT
                       MOVE SPACES TO WS-RPT-NOTE
                       STRING "Not applied - "
                           DELIMITED SIZE
                           WS-EXC-REASON-CODE
                           DELIMITED SIZE
                           " "
                           DELIMITED SIZE
                           WS-EXC-REASON-TEXT
                           DELIMITED SIZE
                           INTO WS-RPT-NOTE
                       DISPLAY "WARNING: Approved request "
                           PND-REQUEST-ID " not applied - "
                           WS-EXC-REASON-CODE
                   END-IF
                   PERFORM WRITE-APPROVAL-LINE
               WHEN 'R'
                   MOVE 'D' TO WS-PND-STATE(WS-PND-IDX)
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-RPT-EVENT
                   MOVE "Rejected by approver" TO WS-RPT-NOTE
                   PERFORM WRITE-APPROVAL-LINE
               WHEN OTHER
                   IF WS-APV-RESULT = 'S'
                       MOVE "SELF-APV" TO WS-RPT-EVENT
                       MOVE "Approval by requester ignored" TO
                           WS-RPT-NOTE
                       PERFORM WRITE-APPROVAL-LINE
                   END-IF
                   PERFORM CHECK-PENDING-EXPIRY
           END-EVALUATE.

      *----------------------------------------------------------------
      * 承認のない保留分の経過日数を調べ、失効または承認待ち継続
      * とする（保留日が不正なものは失効とする）
      *----------------------------------------------------------------
       CHECK-PENDING-EXPIRY.
           MOVE SPACES TO WS-APV-APPROVER
           IF PND-HELD-DATE IS NUMERIC
               MOVE PND-HELD-DATE TO WS-DTS-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               IF WS-DTS-SERIAL > WS-RUN-SERIAL
                   MOVE 0 TO WS-PND-AGE-DAYS
               ELSE
                   COMPUTE WS-PND-AGE-DAYS =
                       WS-RUN-SERIAL - WS-DTS-SERIAL
               END-IF
           ELSE
               COMPUTE WS-PND-AGE-DAYS = WS-PENDING-EXPIRY-DAYS + 1
           END-IF
           MOVE WS-PND-AGE-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO WS-RPT-NOTE
           IF WS-PND-AGE-DAYS > WS-PENDING-EXPIRY-DAYS
               MOVE 'D' TO WS-PND-STATE(WS-PND-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED" TO WS-RPT-EVENT
               STRING "No approval after "
                   DELIMITED SIZE
                   WS-DISPLAY-DAYS
                   DELIMITED SIZE
                   " days"
                   DELIMITED SIZE
                   INTO WS-RPT-NOTE
               DISPLAY "WARNING: Pending request " PND-REQUEST-ID
                   " expired without approval"
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               MOVE "WAITING" TO WS-RPT-EVENT
               STRING "Held "
                   DELIMITED SIZE
                   WS-DISPLAY-DAYS
                   DELIMITED SIZE
                   " days"
                   DELIMITED SIZE
                   INTO WS-RPT-NOTE
           END-IF
           PERFORM WRITE-APPROVAL-LINE.

      *----------------------------------------------------------------
      * 保留中の保守依頼（PND-REQUEST-ID）に対する承認を探す
      * （依頼者と同じ利用者ID・空白の承認者は無効。保留日より前の
      *   日付（空白を含む）の承認は別の依頼に対するものとして
      *   読み飛ばす。有効な承認・却下のうち最初のものを採る）
      *----------------------------------------------------------------
       FIND-APPROVAL.
           MOVE SPACE TO WS-APV-RESULT
           MOVE SPACES TO WS-APV-APPROVER
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
               UNTIL WS-APV-IDX > WS-APV-COUNT
               OR WS-APV-RESULT = 'A' OR WS-APV-RESULT = 'R'
               IF WS-APV-REQUEST-ID(WS-APV-IDX) = PND-REQUEST-ID
                   AND WS-APV-DATE(WS-APV-IDX) IS NUMERIC
                   AND WS-APV-DATE(WS-APV-IDX) >= PND-HELD-DATE
                   IF WS-APV-APPROVER-ID(WS-APV-IDX) = SPACES
                       OR WS-APV-APPROVER-ID(WS-APV-IDX) =
                       MAINT-REQUESTER-ID
                       MOVE 'S' TO WS-APV-RESULT
                   ELSE
                       IF WS-APV-DECISION(WS-APV-IDX) = 'A'
                           OR WS-APV-DECISION(WS-APV-IDX) = 'R'
                           MOVE WS-APV-DECISION(WS-APV-IDX) TO
                               WS-APV-RESULT
                           MOVE WS-APV-APPROVER-ID(WS-APV-IDX) TO
                               WS-APV-APPROVER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 保守依頼が要承認かを判定する（CHG・DEL のみ。対象の商品が
      * マスタにないときは反映側で NOTF として却下される）
      *----------------------------------------------------------------
       CHECK-SENSITIVE-CHANGE.
           IF MAINT-ACTION = 'CHG' OR MAINT-ACTION = 'DEL'
               MOVE MAINT-PRODUCT-ID TO INV-PRODUCT-ID
               MOVE MAINT-LOCATION TO INV-LOCATION
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               IF WS-FOUND = 'Y'
                   IF MAINT-ACTION = 'CHG'
                       PERFORM CHECK-SENSITIVE-CHG
                   ELSE
                       PERFORM CHECK-SENSITIVE-DEL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CHG の要承認判定
      * （数量の上書き、現行単価から許容率を超える単価変更、在庫の
      *   ある商品のロット管理区分変更。現行単価がゼロのときは
      *   比較の基準がないため単価は判定しない）
      *----------------------------------------------------------------
       CHECK-SENSITIVE-CHG.
           IF MAINT-QUANTITY NOT = SPACES
               MOVE MAINT-QUANTITY TO WS-NEW-QUANTITY
           ELSE
               MOVE INV-QUANTITY TO WS-NEW-QUANTITY
           END-IF
           MOVE 0 TO WS-PRICE-DIFF
           IF MAINT-UNIT-PRICE-X NOT = SPACES
               IF MAINT-UNIT-PRICE > INV-UNIT-PRICE
                   COMPUTE WS-PRICE-DIFF =
                       MAINT-UNIT-PRICE - INV-UNIT-PRICE
               ELSE
                   COMPUTE WS-PRICE-DIFF =
                       INV-UNIT-PRICE - MAINT-UNIT-PRICE
               END-IF
           END-IF
           COMPUTE WS-PRICE-LIMIT-AMT =
               INV-UNIT-PRICE * WS-PRICE-CHANGE-LIMIT / 100
           EVALUATE TRUE
               WHEN WS-NEW-QUANTITY NOT = INV-QUANTITY
                   MOVE 'Y' TO WS-SENSITIVE
                   MOVE 'QOVR' TO WS-HOLD-REASON-CODE
               WHEN INV-UNIT-PRICE > 0 AND
                       WS-PRICE-DIFF > WS-PRICE-LIMIT-AMT
                   MOVE 'Y' TO WS-SENSITIVE
                   MOVE 'PRCE' TO WS-HOLD-REASON-CODE
               WHEN MAINT-LOT-FLAG NOT = SPACES AND
                       MAINT-LOT-FLAG NOT = INV-LOT-FLAG AND
                       INV-QUANTITY > 0
                   MOVE 'Y' TO WS-SENSITIVE
                   MOVE 'LOTF' TO WS-HOLD-REASON-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * DEL の要承認判定
      * （手持在庫、数量の残るロット、未消込発注明細、未充足の
      *   バックオーダーのいずれかが残っている商品の廃止）
      *----------------------------------------------------------------
       CHECK-SENSITIVE-DEL.
           IF INV-QUANTITY > 0
               MOVE 'Y' TO WS-SENSITIVE
               MOVE 'DSTK' TO WS-HOLD-REASON-CODE
           END-IF
           IF WS-SENSITIVE = 'N'
               PERFORM SCAN-LOTS-FOR-ITEM
           END-IF
           IF WS-SENSITIVE = 'N'
               PERFORM SCAN-OPEN-PO-FOR-ITEM
           END-IF
           IF WS-SENSITIVE = 'N'
               PERFORM SCAN-BACKORDERS-FOR-ITEM
           END-IF.

      *----------------------------------------------------------------
      * 廃止対象の商品・拠点に数量の残るロットがあるかを調べる
      *----------------------------------------------------------------
       SCAN-LOTS-FOR-ITEM.
           MOVE 'N' TO WS-EOF-SCAN
           OPEN INPUT LOT-FILE
           PERFORM UNTIL WS-EOF-SCAN = 'Y'
               READ LOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SCAN
                   NOT AT END
                       IF LOT-PRODUCT-ID = MAINT-PRODUCT-ID
                           AND LOT-LOCATION = MAINT-LOCATION
                           AND LOT-QUANTITY > 0
                           MOVE 'Y' TO WS-SENSITIVE
                           MOVE 'DLOT' TO WS-HOLD-REASON-CODE
                           MOVE 'Y' TO WS-EOF-SCAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOT-FILE.

      *----------------------------------------------------------------
      * 廃止対象の商品・拠点に未消込の発注明細があるかを調べる
      *----------------------------------------------------------------
       SCAN-OPEN-PO-FOR-ITEM.
           MOVE 'N' TO WS-EOF-SCAN
           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL WS-EOF-SCAN = 'Y'
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SCAN
                   NOT AT END
                       IF OPO-PRODUCT-ID = MAINT-PRODUCT-ID
                           AND OPO-LOCATION = MAINT-LOCATION
                           AND OPO-OPEN
                           MOVE 'Y' TO WS-SENSITIVE
                           MOVE 'DOPO' TO WS-HOLD-REASON-CODE
                           MOVE 'Y' TO WS-EOF-SCAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE.

      *----------------------------------------------------------------
      * 廃止対象の商品・拠点に未充足のバックオーダーがあるかを調べる
      *----------------------------------------------------------------
       SCAN-BACKORDERS-FOR-ITEM.
           MOVE 'N' TO WS-EOF-SCAN
           OPEN INPUT BACKORDER-FILE
           PERFORM UNTIL WS-EOF-SCAN = 'Y'
               READ BACKORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SCAN
                   NOT AT END
                       IF BO-PRODUCT-ID = MAINT-PRODUCT-ID
                           AND BO-LOCATION = MAINT-LOCATION
                           AND BO-QUANTITY > 0
                           MOVE 'Y' TO WS-SENSITIVE
                           MOVE 'DBKO' TO WS-HOLD-REASON-CODE
                           MOVE 'Y' TO WS-EOF-SCAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE.

      *----------------------------------------------------------------
      * 要承認の保守依頼を受付番号（実行日＋4桁の連番）を付けて
      * 承認待ちテーブルへ保留する（上限を超えるときは却下）
      *----------------------------------------------------------------
       HOLD-MAINT-REQUEST.
           IF WS-PND-COUNT >= WS-PND-MAX
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'PNDF' TO WS-EXC-REASON-CODE
               MOVE "Pending approval table full" TO
                   WS-EXC-REASON-TEXT
               PERFORM WRITE-MAINT-EXCEPTION
           ELSE
               ADD 1 TO WS-PND-SEQ
               ADD 1 TO WS-PND-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-RUN-DATE TO PND-REQUEST-ID(1:8)
               MOVE WS-PND-SEQ TO PND-REQUEST-ID(9:4)
               MOVE WS-RUN-DATE TO PND-HELD-DATE
               MOVE WS-HOLD-REASON-CODE TO PND-REASON-CODE
               MOVE MAINT-RECORD TO PND-REQUEST
               MOVE PENDING-RECORD TO WS-PND-RECORD(WS-PND-COUNT)
               MOVE 'K' TO WS-PND-STATE(WS-PND-COUNT)
               MOVE SPACES TO WS-APV-APPROVER
               MOVE "HELD" TO WS-RPT-EVENT
               EVALUATE WS-HOLD-REASON-CODE
                   WHEN 'QOVR'
                       MOVE "Quantity override" TO WS-RPT-NOTE
                   WHEN 'PRCE'
                       MOVE "Unit price change over limit" TO
                           WS-RPT-NOTE
                   WHEN 'LOTF'
                       MOVE "Lot flag change with stock" TO
                           WS-RPT-NOTE
                   WHEN 'DSTK'
                       MOVE "Delete with stock on hand" TO
                           WS-RPT-NOTE
                   WHEN 'DLOT'
                       MOVE "Delete with open lots" TO WS-RPT-NOTE
                   WHEN 'DOPO'
                       MOVE "Delete with open PO lines" TO
                           WS-RPT-NOTE
                   WHEN OTHER
                       MOVE "Delete with backorders" TO WS-RPT-NOTE
               END-EVALUATE
               PERFORM WRITE-APPROVAL-LINE
               DISPLAY "Held:    " MAINT-PRODUCT-ID " "
                   MAINT-LOCATION " request " PND-REQUEST-ID
                   " reason=" WS-HOLD-REASON-CODE
           END-IF.

      *----------------------------------------------------------------
      * 承認待ちファイルを書き直す（反映・却下・失効したものを除き、
      * 今回保留したものを加える）
      *----------------------------------------------------------------
       SAVE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-STATE(WS-PND-IDX) = 'K'
                   MOVE WS-PND-RECORD(WS-PND-IDX) TO
                       PENDING-FILE-RECORD
                   WRITE PENDING-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      * 承認された数量の上書きを ADJ トランザクションとして書き出す
      * （理由コードは保守による数量訂正を表す MNTQ、発効日は
      *   実行日とする。INVENTORY-MGMT が数量を置き換え、移動履歴
      *   と GL へ反映する）
      *----------------------------------------------------------------
       WRITE-ADJUSTMENT-RECORD.
           MOVE MAINT-PRODUCT-ID TO TRN-PRODUCT-ID
           MOVE 'ADJ' TO TRN-TYPE
           MOVE WS-NEW-QUANTITY TO TRN-QUANTITY
           MOVE MAINT-LOCATION TO TRN-LOCATION
           MOVE SPACES TO TRN-TO-LOCATION
           MOVE SPACES TO TRN-UNIT-COST
           MOVE SPACES TO TRN-LOT-NUMBER
           MOVE SPACES TO TRN-EXPIRY-DATE
           MOVE 'MNTQ' TO TRN-REASON-CODE
           MOVE WS-RUN-DATE TO TRN-EFFECTIVE-DATE
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ADJ-COUNT
           DISPLAY "Adjustment queued: " MAINT-PRODUCT-ID " "
               MAINT-LOCATION " new qty=" WS-NEW-QUANTITY.

      *----------------------------------------------------------------
      * 承認状況レポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-APPROVAL-REPORT-HEADER.
           MOVE "=== Maintenance Approval Status ===" TO
               APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE ALL "-" TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Event     Request ID   Act Product    Loc   "
               DELIMITED SIZE
               "Requester Approver Rsn  Note"
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD.

      *----------------------------------------------------------------
      * 承認状況レポートの明細1行を書き出す
      * （PENDING-RECORD・MAINT-RECORD に対象の依頼が入っていること）
      *----------------------------------------------------------------
       WRITE-APPROVAL-LINE.
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING WS-RPT-EVENT
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               PND-REQUEST-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               MAINT-ACTION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               MAINT-PRODUCT-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               MAINT-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               MAINT-REQUESTER-ID
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               WS-APV-APPROVER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               PND-REASON-CODE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-RPT-NOTE
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD.

      *----------------------------------------------------------------
      * 承認状況レポートの集計を書き出す
      *----------------------------------------------------------------
       WRITE-APPROVAL-SUMMARY.
           MOVE ALL "-" TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Held for approval:       "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Released after approval: "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-FAILED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Approved but not applied:"
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-DECLINED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Declined by approver:    "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-EXPIRED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Expired without approval:"
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-WAITING-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Still awaiting approval: "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-ADJ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Quantity adjustments:    "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-PENDING-EXPIRY-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Approval window (days):  "
               DELIMITED SIZE
               WS-DISPLAY-DAYS
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-PRICE-CHANGE-LIMIT TO WS-DISPLAY-DAYS
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "Price change limit (%):  "
               DELIMITED SIZE
               WS-DISPLAY-DAYS
               DELIMITED SIZE
               INTO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD.

      *----------------------------------------------------------------
      * 在庫マスタ更新1件分の監査ジャーナルを書き出す
      * （更新前イメージは READ 成功時に WS-JNL-BEFORE-IMAGE へ
           MOVE WS-EXC-REASON-CODE TO MEXC-REASON-CODE
           MOVE WS-EXC-REASON-TEXT TO MEXC-REASON-TEXT
           WRITE MAINT-EXC-RECORD.

      *----------------------------------------------------------------
      * 日付（YYYYMMDD）を通算日数へ変換する
      * （承認待ちの経過日数の算出用。閏年は 4・100・400 年規則で
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
