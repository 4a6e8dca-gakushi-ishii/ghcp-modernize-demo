      *   仕入先マスタ（data/vendors.dat）のリードタイムから補完する
      * - 消込結果を反映した未消込明細だけをオープンPOファイルへ
      *   書き戻す
      * - 充当した受入は1件ごとに発注入庫履歴（data/po_receipts.dat）
      *   へ追記する。消込済み明細も請求書照合（INVENTORY-INVMATCH）
      *   で受入数量と突き合わせられるようにするため
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT RECEIVING-REPORT-FILE
               ASSIGN TO 'output/po_receiving.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'data/po_receipts.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIVING-REPORT-FILE.
       01 RECEIVING-REPORT-RECORD PIC X(100).

      * 発注入庫履歴ファイル（INVENTORY-INVMATCH と共通）
       FD RECEIPT-HISTORY-FILE.
           COPY RCPTHIST.

       WORKING-STORAGE SECTION.

      * トランザクションレコードの項目展開域（ファイルからは
       01 WS-RCV-REMAIN-QTY       PIC 9(7).
       01 WS-RCV-APPLY-QTY        PIC 9(7).
       01 WS-OPEN-LINE-QTY        PIC 9(7).
       01 WS-HISTORY-COUNT        PIC 9(5) VALUE 0.

      * 件数集計用
       01 WS-TRN-COUNT            PIC 9(5) VALUE 0.
           MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-OPEN-PO-TABLE
           IF WS-OPO-OVERFLOW = 'N'
               OPEN EXTEND RECEIPT-HISTORY-FILE
           END-IF
           OPEN OUTPUT RECEIVING-REPORT-FILE
           PERFORM WRITE-RECEIVING-HEADER
           OPEN INPUT TRANSACTION-FILE
           PERFORM WRITE-RECEIVING-SUMMARY
           CLOSE RECEIVING-REPORT-FILE
           IF WS-OPO-OVERFLOW = 'N'
               CLOSE RECEIPT-HISTORY-FILE
               PERFORM SAVE-OPEN-PO-FILE
           ELSE
               DISPLAY "WARNING: Open PO file not rewritten "
           DISPLAY "Receipts without PO:  " WS-NOPO-COUNT
           DISPLAY "Open lines remaining: " WS-OPEN-REMAIN-COUNT
           DISPLAY "Past-due open lines:  " WS-PASTDUE-COUNT
           DISPLAY "Receipt history recs: " WS-HISTORY-COUNT
           STOP RUN.

      *----------------------------------------------------------------
           ADD WS-RCV-APPLY-QTY TO WS-OPO-RECEIVED-QTY(WS-OPO-IDX)
           SUBTRACT WS-RCV-APPLY-QTY FROM WS-RCV-REMAIN-QTY
           PERFORM WRITE-RECEIPT-DETAIL-LINE
           IF WS-OPO-OVERFLOW = 'N'
               PERFORM WRITE-RECEIPT-HISTORY
           END-IF
           IF TRN-UNIT-COST IS NUMERIC
               AND TRN-UNIT-COST-N NOT =
                   WS-OPO-UNIT-PRICE(WS-OPO-IDX)
               PERFORM WRITE-PRICE-DIFF-LINE
           END-IF.

      *----------------------------------------------------------------
      * 充当結果1件を発注入庫履歴へ追記する（入庫日はトランザク
      * ションの有効日、未設定のときは実行日）
      *----------------------------------------------------------------
       WRITE-RECEIPT-HISTORY.
           MOVE WS-OPO-PO-NUMBER(WS-OPO-IDX) TO RCH-PO-NUMBER
           MOVE WS-OPO-LINE-NUMBER(WS-OPO-IDX) TO RCH-LINE-NUMBER
           MOVE WS-OPO-PRODUCT-ID(WS-OPO-IDX) TO RCH-PRODUCT-ID
           MOVE WS-OPO-LOCATION(WS-OPO-IDX) TO RCH-LOCATION
           MOVE WS-OPO-VENDOR-CODE(WS-OPO-IDX) TO RCH-VENDOR-CODE
           MOVE WS-OPO-ORDER-QTY(WS-OPO-IDX) TO RCH-ORDER-QTY
           MOVE WS-OPO-UNIT-PRICE(WS-OPO-IDX) TO RCH-UNIT-PRICE
           IF TRN-EFFECTIVE-DATE IS NUMERIC
               MOVE TRN-EFFECTIVE-DATE TO RCH-RECEIPT-DATE
           ELSE
               MOVE WS-RUN-DATE TO RCH-RECEIPT-DATE
           END-IF
           MOVE WS-RCV-APPLY-QTY TO RCH-RECEIPT-QTY
           MOVE WS-OPO-RECEIVED-QTY(WS-OPO-IDX) TO
               RCH-LINE-RECEIVED-QTY
           MOVE WS-OPO-STATUS(WS-OPO-IDX) TO RCH-LINE-STATUS
           WRITE RECEIPT-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-COUNT.

      *----------------------------------------------------------------
      * 受入の実単価と発注明細の単価の差異をレポートへ書き出す
      *----------------------------------------------------------------
