      *----------------------------------------------------------------
      * 取込済みバッチ台帳レコード（BATCH-REGISTER-FILE）共通
      * レイアウト。INVENTORY-INTERFACE が受け入れたバッチを拠点
      * ごとに1行追記する（data/interface_batches.dat）。同じ
      * 送信元・バッチIDの再送、または同じ送信元・拠点で明細の
      * 発効日の範囲が重なるバッチは、バッチ全体を却下する。
      *----------------------------------------------------------------
       01 BATCH-REGISTER-RECORD.
           05 IFB-SOURCE         PIC X(3).
           05 IFB-BATCH-ID       PIC X(12).
           05 IFB-LOCATION       PIC X(5).
           05 IFB-FIRST-DATE     PIC X(8).
           05 IFB-LAST-DATE      PIC X(8).
           05 IFB-RECORD-COUNT   PIC 9(7).
           05 IFB-QTY-HASH       PIC 9(11).
           05 IFB-LOAD-DATE      PIC X(8).
           05 IFB-LOAD-TIME      PIC X(6).
