      *----------------------------------------------------------------
      * バッチ実行状況レコード（RUN-STATUS-FILE）共通レイアウト
      * INVENTORY-BATCH が当回のストリームのステップごとに1行持ち
      * （data/run_status.dat）、各ステップの開始・終了のたびに
      * 全体を書き直す。RESTART 時は正常終了（C）と省略（S）の
      * ステップを再実行せず、最初の未完了ステップから再開する。
      * INVENTORY-OPSREPORT が運用サマリのステップ時系列に用いる。
      *----------------------------------------------------------------
       01 RUN-STATUS-RECORD.
           05 RST-RUN-DATE       PIC X(8).
           05 RST-STEP-SEQ       PIC 9(3).
           05 RST-STEP-NAME      PIC X(8).
           05 RST-PROGRAM-ID     PIC X(20).
           05 RST-STATUS         PIC X(1).
               88 RST-PENDING    VALUE 'P'.
               88 RST-RUNNING    VALUE 'R'.
               88 RST-COMPLETE   VALUE 'C'.
               88 RST-FAILED     VALUE 'F'.
               88 RST-SKIPPED    VALUE 'S'.
               88 RST-BLOCKED    VALUE 'B'.
           05 RST-START-DATE     PIC X(8).
           05 RST-START-TIME     PIC X(6).
           05 RST-END-DATE       PIC X(8).
           05 RST-END-TIME       PIC X(6).
           05 RST-RETURN-CODE    PIC 9(3).
           05 RST-MAX-RC         PIC 9(2).
           05 RST-ATTEMPTS       PIC 9(2).
