      *----------------------------------------------------------------
      * 発注入庫履歴レコード（RECEIPT-HISTORY-FILE）共通レイアウト
      * INVENTORY-RECEIVING が受入を発注明細へ充当するたびに1件
      * 追記する（data/po_receipts.dat）。消込済みの明細はオープン
      * POファイルから取り除かれるため、請求書照合プログラム
      * INVENTORY-INVMATCH はこの履歴から消込済み明細の発注単価・
      * 発注数量・受入累計を得る。
      * RCH-RECEIPT-QTY は当該受入の充当数量、RCH-LINE-RECEIVED-QTY
      * は充当後の明細の受入累計。RCH-LINE-STATUS は充当後の明細
      * 状態（'O'＝未消込、'C'＝消込済み）。
      *----------------------------------------------------------------
       01 RECEIPT-HISTORY-RECORD.
           05 RCH-PO-NUMBER      PIC X(13).
           05 RCH-LINE-NUMBER    PIC 9(3).
           05 RCH-PRODUCT-ID     PIC X(10).
           05 RCH-LOCATION       PIC X(5).
           05 RCH-VENDOR-CODE    PIC X(6).
           05 RCH-ORDER-QTY      PIC 9(7).
           05 RCH-UNIT-PRICE     PIC 9(7)V99.
           05 RCH-RECEIPT-DATE   PIC X(8).
           05 RCH-RECEIPT-QTY    PIC 9(7).
           05 RCH-LINE-RECEIVED-QTY PIC 9(7).
           05 RCH-LINE-STATUS    PIC X(1).
               88 RCH-LINE-OPEN   VALUE 'O'.
               88 RCH-LINE-CLOSED VALUE 'C'.
