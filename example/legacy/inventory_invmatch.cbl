       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-INVMATCH.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 仕入先請求書照合（三者照合）プログラム
      * - 仕入先請求書ファイル（仕入先・請求書番号・請求日・発注
      *   番号／行・請求数量・請求単価）を読み込み、発注明細（単価・
      *   発注数量）と受入累計とを突き合わせる
      * - 発注明細は未消込発注ファイル（OPENPO 登録集）と発注入庫
      *   履歴（RCPTHIST 登録集）から組み立てる。消込済みでオープン
      *   POから除かれた明細も履歴から照合できる
      * - 請求数量は受入累計から承認済みの請求数量を差し引いた
      *   未請求受入数量以内であること。請求単価は発注単価との差が
      *   許容率以内であること。許容率はコマンドライン引数（3桁
      *   ゼロ埋め数字、0.1% 単位、例 025＝2.5%）で指定できる。
      *   未指定時は 2.0% とする
      * - 照合に通った明細は支払承認ファイル
      *   （data/approved_invoices.dat）へ追記する。承認済みの
      *   同一請求書明細の再請求は二重請求として却下する
      * - 照合に通らない明細は理由コード付きで照合例外レポートへ
      *   書き出し、承認しない
      * - 承認明細の購入価格差異（（請求単価－発注単価）×請求数量）
      *   は勘定科目対応ファイル（取引区分 PPV）で勘定を解決し、
      *   GL連携ファイルへ追記する
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
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO 'data/vendor_invoices.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'data/open_po.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'data/po_receipts.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVED-FILE
               ASSIGN TO 'data/approved_invoices.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-EXCEPTION-FILE
               ASSIGN TO 'output/match_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO 'data/gl_accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-FEED-FILE
               ASSIGN TO 'output/gl_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 在庫マスタファイル（勘定解決用の商品分類の参照用）
       FD INVENTORY-FILE.
           COPY INVMAST.

      * 仕入先請求書ファイル（請求書明細1行＝1レコード）
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           05 VIN-VENDOR-CODE    PIC X(6).
           05 VIN-INVOICE-NUMBER PIC X(12).
           05 VIN-INVOICE-DATE   PIC X(8).
           05 VIN-PO-NUMBER      PIC X(13).
           05 VIN-LINE-NUMBER    PIC X(3).
           05 VIN-LINE-NUMBER-N REDEFINES VIN-LINE-NUMBER
                                 PIC 9(3).
           05 VIN-QUANTITY       PIC X(7).
           05 VIN-QUANTITY-N REDEFINES VIN-QUANTITY
                                 PIC 9(7).
           05 VIN-UNIT-PRICE     PIC X(9).
           05 VIN-UNIT-PRICE-N REDEFINES VIN-UNIT-PRICE
                                 PIC 9(7)V99.

      * 未消込発注（オープンPO）ファイル（INVENTORY-PO と共通）
       FD OPEN-PO-FILE.
           COPY OPENPO.

      * 発注入庫履歴ファイル（INVENTORY-RECEIVING と共通）
       FD RECEIPT-HISTORY-FILE.
           COPY RCPTHIST.

      * 支払承認ファイル（承認した請求書明細の累積。二重請求の
      * 判定と請求済み数量の算出にも用いる）
       FD APPROVED-FILE.
       01 APPROVED-RECORD.
           05 APV-VENDOR-CODE    PIC X(6).
           05 APV-INVOICE-NUMBER PIC X(12).
           05 APV-INVOICE-DATE   PIC X(8).
           05 APV-PO-NUMBER      PIC X(13).
           05 APV-LINE-NUMBER    PIC 9(3).
           05 APV-PRODUCT-ID     PIC X(10).
           05 APV-LOCATION       PIC X(5).
           05 APV-QUANTITY       PIC 9(7).
           05 APV-INVOICE-PRICE  PIC 9(7)V99.
           05 APV-PO-PRICE       PIC 9(7)V99.
           05 APV-AMOUNT         PIC 9(10)V99.
           05 APV-PPV-AMOUNT     PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 APV-APPROVED-DATE  PIC X(8).

      * 照合例外レポートファイル
       FD MATCH-EXCEPTION-FILE.
       01 MATCH-EXCEPTION-RECORD  PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2) VALUE '00'.
       01 WS-MASTER-OPEN          PIC X VALUE 'N'.
       01 WS-EOF-VIN              PIC X VALUE 'N'.
       01 WS-EOF-OPO              PIC X VALUE 'N'.
       01 WS-EOF-RCH              PIC X VALUE 'N'.
       01 WS-EOF-APV              PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).

      * 価格差異の許容率（0.1% 単位。コマンドライン引数で上書き）
       01 WS-TOL-PARM             PIC X(3) VALUE SPACES.
       01 WS-PRICE-TOLERANCE      PIC 9(3) VALUE 20.
       01 WS-DISPLAY-TOLERANCE    PIC ZZ9.9.
       01 WS-TOLERANCE-PCT        PIC 9(3)V9.

      * 発注明細テーブル（2000件まで。オープンPOと入庫履歴から
      * 組み立てる。あふれた明細の請求は照合できず例外となる）
       01 WS-POL-COUNT            PIC 9(4) VALUE 0.
       01 WS-POL-MAX              PIC 9(4) VALUE 2000.
       01 WS-POL-IDX              PIC 9(4).
       01 WS-POL-FOUND            PIC X VALUE 'N'.
       01 WS-POL-OVERFLOW         PIC X VALUE 'N'.
       01 WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 2000 TIMES.
               10 WS-POL-PO-NUMBER    PIC X(13).
               10 WS-POL-LINE-NUMBER  PIC 9(3).
               10 WS-POL-PRODUCT-ID   PIC X(10).
               10 WS-POL-LOCATION     PIC X(5).
               10 WS-POL-VENDOR-CODE  PIC X(6).
               10 WS-POL-ORDER-QTY    PIC 9(7).
               10 WS-POL-RECEIVED-QTY PIC 9(7).
               10 WS-POL-INVOICED-QTY PIC 9(7).
               10 WS-POL-UNIT-PRICE   PIC 9(7)V99.
       01 WS-KEY-PO-NUMBER        PIC X(13).
       01 WS-KEY-LINE-NUMBER      PIC 9(3).

      * 承認済み請求書明細テーブル（5000件まで。あふれたときは
      * 二重請求を判定できないため照合を行わない）
       01 WS-APV-COUNT            PIC 9(4) VALUE 0.
       01 WS-APV-MAX              PIC 9(4) VALUE 5000.
       01 WS-APV-IDX              PIC 9(4).
       01 WS-APV-FOUND            PIC X VALUE 'N'.
       01 WS-APV-OVERFLOW         PIC X VALUE 'N'.
       01 WS-APV-TABLE.
           05 WS-APV-ENTRY OCCURS 5000 TIMES.
               10 WS-APV-VENDOR-CODE    PIC X(6).
               10 WS-APV-INVOICE-NUMBER PIC X(12).
               10 WS-APV-PO-NUMBER      PIC X(13).
               10 WS-APV-LINE-NUMBER    PIC 9(3).
               10 WS-APV-QUANTITY       PIC 9(7).

      * 照合判定用
       01 WS-MATCH-VALID          PIC X VALUE 'Y'.
       01 WS-EXC-REASON-CODE      PIC X(4).
       01 WS-EXC-REASON-TEXT      PIC X(40).
       01 WS-UNBILLED-QTY         PIC 9(7).
       01 WS-PRICE-DIFF           PIC S9(7)V99.
       01 WS-PRICE-ABS-DIFF       PIC 9(7)V99.
       01 WS-TOLERANCE-AMOUNT     PIC 9(7)V9(4).

      * 総勘定元帳（GL）連携用
      * （既定勘定は勘定科目対応ファイルに該当行がないときの
      *   落とし先。通常は対応ファイルで解決する）
       01 WS-GL-CLEARING-ACCT     PIC X(10) VALUE '1299-CLR'.
       01 WS-GL-PPV-ACCT          PIC X(10) VALUE '5100-PPV'.
       01 WS-GL-PERIOD            PIC X(6).
       01 WS-GL-TRAN-TYPE         PIC X(3) VALUE 'PPV'.
       01 WS-GL-REASON-CODE       PIC X(4) VALUE 'PPV '.
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

      * 購入価格差異仕訳用
       01 WS-PPV-AMOUNT           PIC S9(10)V99.
       01 WS-GL-AMOUNT            PIC 9(10)V99.
       01 WS-GL-CLR-SIDE-ACCT     PIC X(10).
       01 WS-GL-PPV-SIDE-ACCT     PIC X(10).
       01 WS-GL-POST-COUNT        PIC 9(7) VALUE 0.
       01 WS-GL-BATCH-DEBITS      PIC 9(12)V99 VALUE 0.
       01 WS-GL-BATCH-CREDITS     PIC 9(12)V99 VALUE 0.

      * 件数・金額集計用
       01 WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01 WS-APPROVED-AMOUNT      PIC 9(12)V99 VALUE 0.
       01 WS-PPV-UNFAV-TOTAL      PIC 9(12)V99 VALUE 0.
       01 WS-PPV-FAV-TOTAL        PIC 9(12)V99 VALUE 0.

      * 表示編集用
       01 WS-DISPLAY-QTY          PIC Z(6)9.
       01 WS-DISPLAY-QTY-2        PIC Z(6)9.
       01 WS-DISPLAY-QTY-3        PIC Z(6)9.
       01 WS-DISPLAY-PRICE        PIC Z(6)9.99.
       01 WS-DISPLAY-PRICE-2      PIC Z(6)9.99.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.
       01 WS-DISPLAY-TOTAL        PIC Z(11)9.99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-TOL-PARM FROM COMMAND-LINE
           IF WS-TOL-PARM IS NUMERIC
               MOVE WS-TOL-PARM TO WS-PRICE-TOLERANCE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-GL-PERIOD
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: Cannot open inventory master, "
                   "status=" WS-INV-STATUS
                   " - PPV accounts resolved without category"
           END-IF
           PERFORM LOAD-APPROVED-TABLE
           IF WS-APV-OVERFLOW = 'Y'
               DISPLAY "ERROR: Approved invoice table full - "
                   "matching not run"
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE INVENTORY-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPEN-PO-TABLE
           PERFORM LOAD-RECEIPT-HISTORY
           PERFORM APPLY-APPROVED-QUANTITIES
           PERFORM LOAD-GL-MAP-TABLE
           OPEN INPUT INVOICE-FILE
           OPEN EXTEND APPROVED-FILE
           OPEN EXTEND GL-FEED-FILE
           OPEN OUTPUT MATCH-EXCEPTION-FILE
           PERFORM WRITE-EXCEPTION-HEADER
           PERFORM UNTIL WS-EOF-VIN = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-VIN
                   NOT AT END
                       ADD 1 TO WS-INVOICE-COUNT
                       PERFORM MATCH-ONE-INVOICE-LINE
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE APPROVED-FILE
           PERFORM WRITE-GL-BATCH-TOTAL
           CLOSE GL-FEED-FILE
           PERFORM WRITE-EXCEPTION-SUMMARY
           CLOSE MATCH-EXCEPTION-FILE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE INVENTORY-FILE
           END-IF
           DISPLAY "Invoice lines read:    " WS-INVOICE-COUNT
           DISPLAY "Approved for payment:  " WS-APPROVED-COUNT
           DISPLAY "Match exceptions:      " WS-EXCEPTION-COUNT
           DISPLAY "PPV postings:          " WS-GL-POST-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 支払承認ファイルをテーブルへ読み込む（二重請求の判定と
      * 発注明細ごとの請求済み数量の算出用）
      *----------------------------------------------------------------
       LOAD-APPROVED-TABLE.
           OPEN INPUT APPROVED-FILE
           PERFORM UNTIL WS-EOF-APV = 'Y'
               READ APPROVED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-APV
                   NOT AT END
                       IF WS-APV-COUNT < WS-APV-MAX
                           ADD 1 TO WS-APV-COUNT
                           MOVE APV-VENDOR-CODE TO
                               WS-APV-VENDOR-CODE(WS-APV-COUNT)
                           MOVE APV-INVOICE-NUMBER TO
                               WS-APV-INVOICE-NUMBER(WS-APV-COUNT)
                           MOVE APV-PO-NUMBER TO
                               WS-APV-PO-NUMBER(WS-APV-COUNT)
                           MOVE APV-LINE-NUMBER TO
                               WS-APV-LINE-NUMBER(WS-APV-COUNT)
                           MOVE APV-QUANTITY TO
                               WS-APV-QUANTITY(WS-APV-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-APV-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVED-FILE
           DISPLAY "Approved invoice lines loaded: " WS-APV-COUNT.

      *----------------------------------------------------------------
      * 未消込発注明細を発注明細テーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL WS-EOF-OPO = 'Y'
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-OPO
                   NOT AT END
                       IF WS-POL-COUNT < WS-POL-MAX
                           ADD 1 TO WS-POL-COUNT
                           PERFORM ADD-OPEN-PO-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-POL-OVERFLOW
                           DISPLAY "WARNING: PO line table full "
                               OPO-PO-NUMBER " " OPO-LINE-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE.

      *----------------------------------------------------------------
      * 未消込発注明細1件をテーブルへ登録する
      *----------------------------------------------------------------
       ADD-OPEN-PO-ENTRY.
           MOVE OPO-PO-NUMBER TO WS-POL-PO-NUMBER(WS-POL-COUNT)
           MOVE OPO-LINE-NUMBER TO WS-POL-LINE-NUMBER(WS-POL-COUNT)
           MOVE OPO-PRODUCT-ID TO WS-POL-PRODUCT-ID(WS-POL-COUNT)
           MOVE OPO-LOCATION TO WS-POL-LOCATION(WS-POL-COUNT)
           MOVE OPO-VENDOR-CODE TO WS-POL-VENDOR-CODE(WS-POL-COUNT)
           MOVE OPO-ORDER-QTY TO WS-POL-ORDER-QTY(WS-POL-COUNT)
           MOVE OPO-RECEIVED-QTY TO
               WS-POL-RECEIVED-QTY(WS-POL-COUNT)
           MOVE 0 TO WS-POL-INVOICED-QTY(WS-POL-COUNT)
           MOVE OPO-UNIT-PRICE TO WS-POL-UNIT-PRICE(WS-POL-COUNT).

      *----------------------------------------------------------------
      * 発注入庫履歴を発注明細テーブルへ反映する
      * （オープンPOにない消込済み明細は履歴から登録する。受入累計
      *   は履歴の明細受入累計のうち最大のもの＝最新の値を採る）
      *----------------------------------------------------------------
       LOAD-RECEIPT-HISTORY.
           OPEN INPUT RECEIPT-HISTORY-FILE
           PERFORM UNTIL WS-EOF-RCH = 'Y'
               READ RECEIPT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RCH
                   NOT AT END
                       PERFORM APPLY-ONE-RECEIPT-HISTORY
               END-READ
           END-PERFORM
           CLOSE RECEIPT-HISTORY-FILE
           DISPLAY "PO lines available for matching: " WS-POL-COUNT.

      *----------------------------------------------------------------
      * 発注入庫履歴1件を発注明細テーブルへ反映する
      *----------------------------------------------------------------
       APPLY-ONE-RECEIPT-HISTORY.
           MOVE RCH-PO-NUMBER TO WS-KEY-PO-NUMBER
           MOVE RCH-LINE-NUMBER TO WS-KEY-LINE-NUMBER
           PERFORM FIND-PO-LINE
           IF WS-POL-FOUND = 'Y'
               IF RCH-LINE-RECEIVED-QTY >
                   WS-POL-RECEIVED-QTY(WS-POL-IDX)
                   MOVE RCH-LINE-RECEIVED-QTY TO
                       WS-POL-RECEIVED-QTY(WS-POL-IDX)
               END-IF
           ELSE
               IF WS-POL-COUNT < WS-POL-MAX
                   ADD 1 TO WS-POL-COUNT
                   MOVE RCH-PO-NUMBER TO
                       WS-POL-PO-NUMBER(WS-POL-COUNT)
                   MOVE RCH-LINE-NUMBER TO
                       WS-POL-LINE-NUMBER(WS-POL-COUNT)
                   MOVE RCH-PRODUCT-ID TO
                       WS-POL-PRODUCT-ID(WS-POL-COUNT)
                   MOVE RCH-LOCATION TO
                       WS-POL-LOCATION(WS-POL-COUNT)
                   MOVE RCH-VENDOR-CODE TO
                       WS-POL-VENDOR-CODE(WS-POL-COUNT)
                   MOVE RCH-ORDER-QTY TO
                       WS-POL-ORDER-QTY(WS-POL-COUNT)
                   MOVE RCH-LINE-RECEIVED-QTY TO
                       WS-POL-RECEIVED-QTY(WS-POL-COUNT)
                   MOVE 0 TO WS-POL-INVOICED-QTY(WS-POL-COUNT)
                   MOVE RCH-UNIT-PRICE TO
                       WS-POL-UNIT-PRICE(WS-POL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-POL-OVERFLOW
                   DISPLAY "WARNING: PO line table full "
                       RCH-PO-NUMBER " " RCH-LINE-NUMBER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 承認済みの請求数量を発注明細ごとの請求済み数量へ集計する
      *----------------------------------------------------------------
       APPLY-APPROVED-QUANTITIES.
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
               UNTIL WS-APV-IDX > WS-APV-COUNT
               MOVE WS-APV-PO-NUMBER(WS-APV-IDX) TO WS-KEY-PO-NUMBER
               MOVE WS-APV-LINE-NUMBER(WS-APV-IDX) TO
                   WS-KEY-LINE-NUMBER
               PERFORM FIND-PO-LINE
               IF WS-POL-FOUND = 'Y'
                   ADD WS-APV-QUANTITY(WS-APV-IDX) TO
                       WS-POL-INVOICED-QTY(WS-POL-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 発注番号・行番号（WS-KEY-PO-NUMBER／WS-KEY-LINE-NUMBER）で
      * 発注明細テーブルを検索する（見つかれば WS-POL-IDX が指す）
      *----------------------------------------------------------------
       FIND-PO-LINE.
           MOVE 'N' TO WS-POL-FOUND
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-POL-FOUND = 'Y'
               IF WS-POL-PO-NUMBER(WS-POL-IDX) = WS-KEY-PO-NUMBER
                   AND WS-POL-LINE-NUMBER(WS-POL-IDX) =
                       WS-KEY-LINE-NUMBER
                   MOVE 'Y' TO WS-POL-FOUND
               END-IF
           END-PERFORM
           IF WS-POL-FOUND = 'Y'
               SUBTRACT 1 FROM WS-POL-IDX
           END-IF.

      *----------------------------------------------------------------
      * 同一仕入先・請求書番号・発注明細の承認済み明細を検索する
      *----------------------------------------------------------------
       FIND-APPROVED-LINE.
           MOVE 'N' TO WS-APV-FOUND
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
               UNTIL WS-APV-IDX > WS-APV-COUNT
               OR WS-APV-FOUND = 'Y'
               IF WS-APV-VENDOR-CODE(WS-APV-IDX) = VIN-VENDOR-CODE
                   AND WS-APV-INVOICE-NUMBER(WS-APV-IDX) =
                       VIN-INVOICE-NUMBER
                   AND WS-APV-PO-NUMBER(WS-APV-IDX) = VIN-PO-NUMBER
                   AND WS-APV-LINE-NUMBER(WS-APV-IDX) =
                       VIN-LINE-NUMBER-N
                   MOVE 'Y' TO WS-APV-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 請求書明細1件を照合する（項目検査→二重請求→発注明細→
      * 仕入先→受入数量→単価の順に判定し、最初の不一致で例外）
      *----------------------------------------------------------------
       MATCH-ONE-INVOICE-LINE.
           MOVE 'Y' TO WS-MATCH-VALID
           MOVE 'N' TO WS-POL-FOUND
           MOVE SPACES TO WS-EXC-REASON-CODE
           MOVE SPACES TO WS-EXC-REASON-TEXT
           IF VIN-VENDOR-CODE = SPACES
               OR VIN-INVOICE-NUMBER = SPACES
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'INVB' TO WS-EXC-REASON-CODE
               MOVE "Vendor or invoice number missing" TO
                   WS-EXC-REASON-TEXT
           END-IF
           IF WS-MATCH-VALID = 'Y'
               AND VIN-LINE-NUMBER IS NOT NUMERIC
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'LNNM' TO WS-EXC-REASON-CODE
               MOVE "PO line number not numeric" TO
                   WS-EXC-REASON-TEXT
           END-IF
           IF WS-MATCH-VALID = 'Y'
               AND (VIN-QUANTITY IS NOT NUMERIC
               OR VIN-QUANTITY-N = 0)
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'QNUM' TO WS-EXC-REASON-CODE
               MOVE "Invoice quantity not numeric or zero" TO
                   WS-EXC-REASON-TEXT
           END-IF
           IF WS-MATCH-VALID = 'Y'
               AND VIN-UNIT-PRICE IS NOT NUMERIC
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'PNUM' TO WS-EXC-REASON-CODE
               MOVE "Invoice unit price not numeric" TO
                   WS-EXC-REASON-TEXT
           END-IF
           IF WS-MATCH-VALID = 'Y'
               PERFORM FIND-APPROVED-LINE
               IF WS-APV-FOUND = 'Y'
                   MOVE 'N' TO WS-MATCH-VALID
                   MOVE 'DUPI' TO WS-EXC-REASON-CODE
                   MOVE "Invoice line already approved" TO
                       WS-EXC-REASON-TEXT
               END-IF
           END-IF
           IF WS-MATCH-VALID = 'Y'
               MOVE VIN-PO-NUMBER TO WS-KEY-PO-NUMBER
               MOVE VIN-LINE-NUMBER-N TO WS-KEY-LINE-NUMBER
               PERFORM FIND-PO-LINE
               IF WS-POL-FOUND = 'N'
                   MOVE 'N' TO WS-MATCH-VALID
                   MOVE 'NOPO' TO WS-EXC-REASON-CODE
                   MOVE "PO line not found" TO WS-EXC-REASON-TEXT
               END-IF
           END-IF
           IF WS-MATCH-VALID = 'Y'
               AND WS-POL-VENDOR-CODE(WS-POL-IDX) NOT =
                   VIN-VENDOR-CODE
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'VEND' TO WS-EXC-REASON-CODE
               MOVE "Vendor does not match PO" TO WS-EXC-REASON-TEXT
           END-IF
           IF WS-MATCH-VALID = 'Y'
               AND WS-POL-RECEIVED-QTY(WS-POL-IDX) = 0
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'NREC' TO WS-EXC-REASON-CODE
               MOVE "Nothing received on PO line" TO
                   WS-EXC-REASON-TEXT
           END-IF
           IF WS-MATCH-VALID = 'Y'
               PERFORM CHECK-INVOICE-QUANTITY
           END-IF
           IF WS-MATCH-VALID = 'Y'
               PERFORM CHECK-INVOICE-PRICE
           END-IF
           IF WS-MATCH-VALID = 'Y'
               PERFORM APPROVE-INVOICE-LINE
           ELSE
               PERFORM WRITE-MATCH-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * 請求数量を未請求の受入数量（受入累計－請求済み）と照合する
      *----------------------------------------------------------------
       CHECK-INVOICE-QUANTITY.
           IF WS-POL-INVOICED-QTY(WS-POL-IDX) >=
               WS-POL-RECEIVED-QTY(WS-POL-IDX)
               MOVE 0 TO WS-UNBILLED-QTY
           ELSE
               COMPUTE WS-UNBILLED-QTY =
                   WS-POL-RECEIVED-QTY(WS-POL-IDX)
                   - WS-POL-INVOICED-QTY(WS-POL-IDX)
           END-IF
           IF VIN-QUANTITY-N > WS-UNBILLED-QTY
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'QRCV' TO WS-EXC-REASON-CODE
               MOVE "Invoice qty exceeds received not billed" TO
                   WS-EXC-REASON-TEXT
           END-IF.

      *----------------------------------------------------------------
      * 請求単価を発注単価と照合する（差の絶対値が発注単価×許容率
      * を超えるときは例外。発注単価ゼロの明細は完全一致を求める）
      *----------------------------------------------------------------
       CHECK-INVOICE-PRICE.
           COMPUTE WS-PRICE-DIFF =
               VIN-UNIT-PRICE-N - WS-POL-UNIT-PRICE(WS-POL-IDX)
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-ABS-DIFF = 0 - WS-PRICE-DIFF
           ELSE
               MOVE WS-PRICE-DIFF TO WS-PRICE-ABS-DIFF
           END-IF
           COMPUTE WS-TOLERANCE-AMOUNT =
               WS-POL-UNIT-PRICE(WS-POL-IDX) * WS-PRICE-TOLERANCE
               / 1000
           IF WS-PRICE-ABS-DIFF > WS-TOLERANCE-AMOUNT
               MOVE 'N' TO WS-MATCH-VALID
               MOVE 'PRIC' TO WS-EXC-REASON-CODE
               MOVE "Unit price outside tolerance" TO
                   WS-EXC-REASON-TEXT
           END-IF.

      *----------------------------------------------------------------
      * 照合に通った請求書明細を支払承認ファイルへ追記し、購入価格
      * 差異をGL連携へ計上する
      *----------------------------------------------------------------
       APPROVE-INVOICE-LINE.
           COMPUTE WS-PPV-AMOUNT = WS-PRICE-DIFF * VIN-QUANTITY-N
           MOVE VIN-VENDOR-CODE TO APV-VENDOR-CODE
           MOVE VIN-INVOICE-NUMBER TO APV-INVOICE-NUMBER
           MOVE VIN-INVOICE-DATE TO APV-INVOICE-DATE
           MOVE VIN-PO-NUMBER TO APV-PO-NUMBER
           MOVE VIN-LINE-NUMBER-N TO APV-LINE-NUMBER
           MOVE WS-POL-PRODUCT-ID(WS-POL-IDX) TO APV-PRODUCT-ID
           MOVE WS-POL-LOCATION(WS-POL-IDX) TO APV-LOCATION
           MOVE VIN-QUANTITY-N TO APV-QUANTITY
           MOVE VIN-UNIT-PRICE-N TO APV-INVOICE-PRICE
           MOVE WS-POL-UNIT-PRICE(WS-POL-IDX) TO APV-PO-PRICE
           COMPUTE APV-AMOUNT = VIN-UNIT-PRICE-N * VIN-QUANTITY-N
           MOVE WS-PPV-AMOUNT TO APV-PPV-AMOUNT
           MOVE WS-RUN-DATE TO APV-APPROVED-DATE
           WRITE APPROVED-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           ADD APV-AMOUNT TO WS-APPROVED-AMOUNT
           ADD VIN-QUANTITY-N TO WS-POL-INVOICED-QTY(WS-POL-IDX)
           IF WS-APV-COUNT < WS-APV-MAX
               ADD 1 TO WS-APV-COUNT
               MOVE VIN-VENDOR-CODE TO
                   WS-APV-VENDOR-CODE(WS-APV-COUNT)
               MOVE VIN-INVOICE-NUMBER TO
                   WS-APV-INVOICE-NUMBER(WS-APV-COUNT)
               MOVE VIN-PO-NUMBER TO WS-APV-PO-NUMBER(WS-APV-COUNT)
               MOVE VIN-LINE-NUMBER-N TO
                   WS-APV-LINE-NUMBER(WS-APV-COUNT)
               MOVE VIN-QUANTITY-N TO WS-APV-QUANTITY(WS-APV-COUNT)
           ELSE
               DISPLAY "WARNING: Approved invoice table full - "
                   "duplicate check limited to loaded lines"
           END-IF
           IF WS-PPV-AMOUNT NOT = 0
               PERFORM WRITE-GL-PPV
           END-IF.

      *----------------------------------------------------------------
      * 購入価格差異を GL連携ファイルへ書き出す
      * （請求単価が発注単価より高い不利差異は差異勘定が借方・
      *   受入清算勘定が貸方、有利差異はその逆）
      *----------------------------------------------------------------
       WRITE-GL-PPV.
           IF WS-PPV-AMOUNT > 0
               MOVE WS-PPV-AMOUNT TO WS-GL-AMOUNT
               ADD WS-GL-AMOUNT TO WS-PPV-UNFAV-TOTAL
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - WS-PPV-AMOUNT
               ADD WS-GL-AMOUNT TO WS-PPV-FAV-TOTAL
           END-IF
           PERFORM LOOKUP-PRODUCT-CATEGORY
           PERFORM FIND-GL-MAP-ENTRY
           MOVE WS-GL-PERIOD TO GL-PERIOD
           IF VIN-INVOICE-DATE IS NUMERIC
               MOVE VIN-INVOICE-DATE TO GL-TRAN-DATE
           ELSE
               MOVE WS-RUN-DATE TO GL-TRAN-DATE
           END-IF
           MOVE WS-GL-TRAN-TYPE TO GL-TRAN-TYPE
           MOVE WS-POL-PRODUCT-ID(WS-POL-IDX) TO GL-PRODUCT-ID
           IF WS-PPV-AMOUNT > 0
               MOVE WS-GL-PPV-SIDE-ACCT TO GL-ACCOUNT-CODE
           ELSE
               MOVE WS-GL-CLR-SIDE-ACCT TO GL-ACCOUNT-CODE
           END-IF
           MOVE WS-GL-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           WRITE GL-FEED-RECORD
           IF WS-PPV-AMOUNT > 0
               MOVE WS-GL-CLR-SIDE-ACCT TO GL-ACCOUNT-CODE
           ELSE
               MOVE WS-GL-PPV-SIDE-ACCT TO GL-ACCOUNT-CODE
           END-IF
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WS-GL-AMOUNT TO GL-CREDIT-AMOUNT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GL-POST-COUNT
           ADD WS-GL-AMOUNT TO WS-GL-BATCH-DEBITS
           ADD WS-GL-AMOUNT TO WS-GL-BATCH-CREDITS.

      *----------------------------------------------------------------
      * 発注明細の商品・拠点の商品分類を在庫マスタから得る
      * （マスタにないときは空白とし、分類任意一致の行だけが該当）
      *----------------------------------------------------------------
       LOOKUP-PRODUCT-CATEGORY.
           MOVE SPACES TO WS-GL-CATEGORY
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-POL-PRODUCT-ID(WS-POL-IDX) TO INV-PRODUCT-ID
               MOVE WS-POL-LOCATION(WS-POL-IDX) TO INV-LOCATION
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-GL-CATEGORY
                   NOT INVALID KEY
                       MOVE INV-CATEGORY TO WS-GL-CATEGORY
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 勘定科目対応テーブルから受入清算勘定・差異勘定を解決する
      * （取引区分 PPV の行では在庫勘定欄が受入清算勘定、相手勘定欄
      *   が価格差異勘定を表す。取引区分は完全一致の行だけを用い、
      *   在庫移動向けの任意一致（'*'）の行は採用しない。該当行が
      *   ないときは既定勘定へ落とす）
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
                       WS-GL-CLR-SIDE-ACCT
                   MOVE WS-MAP-OFFSET-ACCT(WS-MAP-IDX) TO
                       WS-GL-PPV-SIDE-ACCT
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = 'N'
               MOVE WS-GL-CLEARING-ACCT TO WS-GL-CLR-SIDE-ACCT
               MOVE WS-GL-PPV-ACCT TO WS-GL-PPV-SIDE-ACCT
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
           MOVE WS-GL-PERIOD TO GL-PERIOD
           MOVE WS-GL-BATCH-DEBITS TO GL-DEBIT-AMOUNT
           MOVE WS-GL-BATCH-CREDITS TO GL-CREDIT-AMOUNT
           MOVE WS-RUN-DATE TO GL-TRAN-DATE
           MOVE WS-GL-TRAN-TYPE TO GL-TRAN-TYPE
           MOVE SPACES TO GL-PRODUCT-ID
           WRITE GL-FEED-RECORD.

      *----------------------------------------------------------------
      * 照合例外1件をレポートへ書き出す（発注明細が見つかったときは
      * 発注単価・受入累計・請求済み数量の明細行を続ける）
      *----------------------------------------------------------------
       WRITE-MATCH-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "ERROR: Invoice line not matched " VIN-VENDOR-CODE
               " " VIN-INVOICE-NUMBER " " WS-EXC-REASON-CODE
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "EXCEPT  "
               DELIMITED SIZE
               WS-EXC-REASON-CODE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               VIN-VENDOR-CODE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               VIN-INVOICE-NUMBER
               DELIMITED SIZE
               " PO "
               DELIMITED SIZE
               VIN-PO-NUMBER
               DELIMITED SIZE
               "/"
               DELIMITED SIZE
               VIN-LINE-NUMBER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-EXC-REASON-TEXT
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           IF WS-POL-FOUND = 'Y'
               MOVE VIN-QUANTITY-N TO WS-DISPLAY-QTY
               MOVE VIN-UNIT-PRICE-N TO WS-DISPLAY-PRICE
               MOVE WS-POL-UNIT-PRICE(WS-POL-IDX) TO
                   WS-DISPLAY-PRICE-2
               MOVE WS-POL-RECEIVED-QTY(WS-POL-IDX) TO
                   WS-DISPLAY-QTY-2
               MOVE WS-POL-INVOICED-QTY(WS-POL-IDX) TO
                   WS-DISPLAY-QTY-3
               MOVE SPACES TO MATCH-EXCEPTION-RECORD
               STRING "        qty="
                   DELIMITED SIZE
                   WS-DISPLAY-QTY
                   DELIMITED SIZE
                   " price="
                   DELIMITED SIZE
                   WS-DISPLAY-PRICE
                   DELIMITED SIZE
                   " po-price="
                   DELIMITED SIZE
                   WS-DISPLAY-PRICE-2
                   DELIMITED SIZE
                   " received="
                   DELIMITED SIZE
                   WS-DISPLAY-QTY-2
                   DELIMITED SIZE
                   " billed="
                   DELIMITED SIZE
                   WS-DISPLAY-QTY-3
                   DELIMITED SIZE
                   INTO MATCH-EXCEPTION-RECORD
               WRITE MATCH-EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 照合例外レポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-EXCEPTION-HEADER.
           MOVE "=== Invoice Match Exception Report ===" TO
               MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           COMPUTE WS-TOLERANCE-PCT = WS-PRICE-TOLERANCE / 10
           MOVE WS-TOLERANCE-PCT TO WS-DISPLAY-TOLERANCE
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "Price tolerance: "
               DELIMITED SIZE
               WS-DISPLAY-TOLERANCE
               DELIMITED SIZE
               "%"
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           MOVE ALL "-" TO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 照合例外レポートの要約を書き出す
      *----------------------------------------------------------------
       WRITE-EXCEPTION-SUMMARY.
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           MOVE ALL "-" TO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE WS-INVOICE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "Invoice lines read:    "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE WS-APPROVED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "Approved for payment:  "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "Match exceptions:      "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE WS-APPROVED-AMOUNT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "Approved amount:       "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE WS-PPV-UNFAV-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "PPV unfavorable:       "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           MOVE WS-PPV-FAV-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "PPV favorable:         "
               DELIMITED SIZE
               WS-DISPLAY-TOTAL
               DELIMITED SIZE
               INTO MATCH-EXCEPTION-RECORD
           WRITE MATCH-EXCEPTION-RECORD
           IF WS-POL-OVERFLOW = 'Y'
               MOVE SPACES TO MATCH-EXCEPTION-RECORD
               STRING "WARNING: PO line table overflow - "
                   DELIMITED SIZE
                   "some PO lines could not be matched"
                   DELIMITED SIZE
                   INTO MATCH-EXCEPTION-RECORD
               WRITE MATCH-EXCEPTION-RECORD
           END-IF.
