      * - 前回実行の件数（data/ops_previous.dat に保存）と比較し、
      *   急増（前回の2倍超かつ10件以上増）に SPIKE 印を付けて
      *   異常の兆候を目立たせる。実行後に当回の件数を保存する
      * - INVENTORY-BATCH の実行状況ファイル（data/run_status.dat）
      *   から、夜間バッチの各ステップの開始・終了時刻と復帰コード
      *   をステップ時系列として載せ、止まったステップを示す
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL OPS-PREVIOUS-FILE
               ASSIGN TO 'data/ops_previous.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO 'data/run_status.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPS-SUMMARY-FILE
               ASSIGN TO 'output/ops_summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           05 PRV-REJECT-CNT     PIC 9(7).
           05 PRV-BALANCED       PIC X(1).

      * バッチ実行状況ファイル（INVENTORY-BATCH 出力）
       FD RUN-STATUS-FILE.
           COPY RUNSTAT.

      * 運用サマリレポートファイル
       FD OPS-SUMMARY-FILE.
       01 OPS-SUMMARY-RECORD      PIC X(100).
               10 WS-RSN-CODE     PIC X(4).
               10 WS-RSN-CNT      PIC 9(7).

      * ステップ時系列の編集用
       01 WS-STEP-COUNT           PIC 9(3) VALUE 0.
       01 WS-STEP-STATE           PIC X(8).
       01 WS-STREAM-DATE          PIC X(8) VALUE SPACES.
       01 WS-STREAM-STOP-STEP     PIC X(8) VALUE SPACES.
       01 WS-DISPLAY-RC           PIC ZZ9.
       01 WS-DISPLAY-MAX-RC       PIC Z9.

      * 比較行の編集用（名称・当回・前回・増減・SPIKE 印）
       01 WS-MEASURE-NAME         PIC X(22).
       01 WS-MEASURE-CUR          PIC 9(7).
           PERFORM WRITE-BALANCE-SECTION
           PERFORM WRITE-COUNT-SECTION
           PERFORM WRITE-REASON-SECTION
           PERFORM WRITE-TIMELINE-SECTION
           PERFORM WRITE-VERDICT-SECTION
           CLOSE OPS-SUMMARY-FILE
           PERFORM SAVE-CURRENT-COUNTS
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 夜間バッチのステップ時系列セクションを書き出す
      * （実行状況ファイルの1行を1ステップとして、開始・終了時刻、
      *   復帰コードと許容値、状態を並べる。失敗・待機のステップを
      *   止まったステップとして覚える）
      *----------------------------------------------------------------
       WRITE-TIMELINE-SECTION.
           MOVE "-- Batch step timeline --" TO OPS-SUMMARY-RECORD
           WRITE OPS-SUMMARY-RECORD
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT RUN-STATUS-FILE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ RUN-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-STEP-COUNT
                       MOVE RST-RUN-DATE TO WS-STREAM-DATE
                       PERFORM WRITE-TIMELINE-LINE
               END-READ
           END-PERFORM
           CLOSE RUN-STATUS-FILE
           MOVE SPACES TO OPS-SUMMARY-RECORD
           EVALUATE TRUE
               WHEN WS-STEP-COUNT = 0
                   MOVE "  no batch stream status found" TO
                       OPS-SUMMARY-RECORD
               WHEN WS-STREAM-STOP-STEP NOT = SPACES
                   STRING "  Stream of "
                       DELIMITED SIZE
                       WS-STREAM-DATE
                       DELIMITED SIZE
                       " STOPPED at step "
                       DELIMITED SIZE
                       WS-STREAM-STOP-STEP
                       DELIMITED SIZE
                       " - resume with INVENTORY-BATCH RESTART"
                       DELIMITED SIZE
                       INTO OPS-SUMMARY-RECORD
               WHEN OTHER
                   STRING "  Stream of "
                       DELIMITED SIZE
                       WS-STREAM-DATE
                       DELIMITED SIZE
                       " has no failed steps"
                       DELIMITED SIZE
                       INTO OPS-SUMMARY-RECORD
           END-EVALUATE
           WRITE OPS-SUMMARY-RECORD.

      *----------------------------------------------------------------
      * ステップ時系列の1行を書き出す
      *----------------------------------------------------------------
       WRITE-TIMELINE-LINE.
           EVALUATE TRUE
               WHEN RST-COMPLETE
                   MOVE "done" TO WS-STEP-STATE
               WHEN RST-FAILED
                   MOVE "FAILED" TO WS-STEP-STATE
               WHEN RST-RUNNING
                   MOVE "running" TO WS-STEP-STATE
               WHEN RST-SKIPPED
                   MOVE "skipped" TO WS-STEP-STATE
               WHEN RST-BLOCKED
                   MOVE "BLOCKED" TO WS-STEP-STATE
               WHEN OTHER
                   MOVE "pending" TO WS-STEP-STATE
           END-EVALUATE
           IF (RST-FAILED OR RST-BLOCKED)
               AND WS-STREAM-STOP-STEP = SPACES
               MOVE RST-STEP-NAME TO WS-STREAM-STOP-STEP
           END-IF
           MOVE SPACES TO OPS-SUMMARY-RECORD
           IF RST-START-DATE = SPACES
               STRING "  "
                   DELIMITED SIZE
                   RST-STEP-NAME
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   RST-PROGRAM-ID
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-STEP-STATE
                   DELIMITED SIZE
                   INTO OPS-SUMMARY-RECORD
           ELSE
               MOVE RST-RETURN-CODE TO WS-DISPLAY-RC
               MOVE RST-MAX-RC TO WS-DISPLAY-MAX-RC
               STRING "  "
                   DELIMITED SIZE
                   RST-STEP-NAME
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   RST-PROGRAM-ID
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   RST-START-DATE
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   RST-START-TIME
                   DELIMITED SIZE
                   "-"
                   DELIMITED SIZE
                   RST-END-TIME
                   DELIMITED SIZE
                   " RC "
                   DELIMITED SIZE
                   WS-DISPLAY-RC
                   DELIMITED SIZE
                   " (max "
                   DELIMITED SIZE
                   WS-DISPLAY-MAX-RC
                   DELIMITED SIZE
                   ") "
                   DELIMITED SIZE
                   WS-STEP-STATE
                   DELIMITED SIZE
                   INTO OPS-SUMMARY-RECORD
           END-IF
           WRITE OPS-SUMMARY-RECORD.

      *----------------------------------------------------------------
      * 判定（想定復帰コードの読み解き）セクションを書き出す
      *----------------------------------------------------------------
