       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-BATCH.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 夜間バッチストリーム制御プログラム
      * - ジョブストリーム定義ファイル（JOBSTEP 登録集、
      *   data/jobstream.dat）に並べたステップ（INVENTORY-RECYCLE、
      *   INVENTORY-MGMT、INVENTORY-RECEIVING、INVENTORY-PO、
      *   INVENTORY-ROLLUP、INVENTORY-VELOCITY、INVENTORY-EXPIRY、
      *   INVENTORY-OPSREPORT と、予定日の INVENTORY-HOUSEKEEP）を
      *   実行順に起動する
      * - ステップごとに開始・終了日時と復帰コードを実行状況
      *   ファイル（RUNSTAT 登録集、data/run_status.dat）へ記録する。
      *   ステップの開始前に実行中（R）として書き出すため、異常
      *   終了したときも中断したステップが分かる
      * - 復帰コードがステップの許容値を超えたとき（例：検算不一致
      *   で INVENTORY-MGMT が 8 を返したとき）、先行ステップが
      *   正常終了していないとき、または依存先のステップが完了して
      *   いないときは、以降のステップを起動せずに止める
      * - コマンドライン引数 RESTART で、前回のストリームを中断した
      *   ステップから再開する。正常終了・省略済みのステップは再実行
      *   しない（発注の二重登録などを防ぐ）。予定日の判定には前回
      *   ストリームの実行日を用いる
      * - 前回のストリームが未完了のまま引数なしで起動したときは、
      *   完了済みステップの再実行を避けるため開始を拒否する
      * - 復帰コード：全ステップ完了時は許容内の最大の復帰コード、
      *   停止時・定義不備時は 8
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTREAM-FILE
               ASSIGN TO 'data/jobstream.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JST-STATUS.
           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO 'data/run_status.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * ジョブストリーム定義ファイル
       FD JOBSTREAM-FILE.
           COPY JOBSTEP.

      * バッチ実行状況ファイル（当回のストリーム。ステップの開始・
      * 終了のたびに書き直す）
       FD RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01 WS-JST-STATUS           PIC X(2).
       01 WS-EOF-JST              PIC X VALUE 'N'.
       01 WS-EOF-RST              PIC X VALUE 'N'.
       01 WS-COMMAND-LINE         PIC X(40) VALUE SPACES.
       01 WS-RESTART-MODE         PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-STREAM-DATE          PIC X(8).
       01 WS-NOW-DATE             PIC X(8).
       01 WS-NOW-TIME             PIC X(8).

      * ジョブストリーム定義テーブル（30ステップまで）
       01 WS-STP-COUNT            PIC 9(2) VALUE 0.
       01 WS-STP-MAX              PIC 9(2) VALUE 30.
       01 WS-STP-IDX              PIC 9(2).
       01 WS-STP-SCAN             PIC 9(2).
       01 WS-DEP-IDX              PIC 9(1).
       01 WS-DEP-FOUND            PIC X VALUE 'N'.
       01 WS-DEP-NAME             PIC X(8).
       01 WS-STP-TABLE.
           05 WS-STP-ENTRY OCCURS 30 TIMES.
               10 WS-STP-SEQ          PIC 9(3).
               10 WS-STP-NAME         PIC X(8).
               10 WS-STP-PROGRAM-ID   PIC X(20).
               10 WS-STP-MAX-RC       PIC 9(2).
               10 WS-STP-SCHEDULE     PIC X(1).
               10 WS-STP-SCHED-DAY    PIC 9(2).
               10 WS-STP-RETAIN       PIC 9(2).
               10 WS-STP-DEPENDS      PIC X(8) OCCURS 3 TIMES.
               10 WS-STP-COMMAND      PIC X(60).

      * 実行状況テーブル（定義テーブルと同じ並び）
       01 WS-RST-COUNT            PIC 9(2) VALUE 0.
       01 WS-RST-TABLE.
           05 WS-RST-ENTRY OCCURS 30 TIMES.
               10 WS-RST-RECORD       PIC X(75).

      * ステップ実行用
       01 WS-STREAM-STOPPED       PIC X VALUE 'N'.
       01 WS-STOP-REASON          PIC X(50) VALUE SPACES.
       01 WS-STOP-STEP            PIC X(8) VALUE SPACES.
       01 WS-STEP-DUE             PIC X VALUE 'Y'.
       01 WS-STEP-COMMAND         PIC X(80).
       01 WS-STEP-RC              PIC S9(9).
       01 WS-HIGHEST-RC           PIC 9(3) VALUE 0.
       01 WS-RUN-COUNT            PIC 9(2) VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(2) VALUE 0.
       01 WS-DONE-COUNT           PIC 9(2) VALUE 0.
       01 WS-PRIOR-SEQ            PIC 9(3).

      * 保存期限日（実行日の当月から指定の月数だけ遡った月の1日）
       01 WS-CUTOFF-DATE          PIC X(8).
       01 WS-CUTOFF-YYYY          PIC 9(4).
       01 WS-CUTOFF-MM            PIC 9(2).
       01 WS-MONTHS-BACK          PIC 9(2).

      * 月末日の判定用
       01 WS-CAL-YYYY             PIC 9(4).
       01 WS-CAL-MM               PIC 9(2).
       01 WS-CAL-DD               PIC 9(2).
       01 WS-DAYS-IN-MONTH        PIC 9(2).
       01 WS-LEAP-QUOTIENT        PIC 9(4).
       01 WS-LEAP-REMAINDER-4     PIC 9(4).
       01 WS-LEAP-REMAINDER-100   PIC 9(4).
       01 WS-LEAP-REMAINDER-400   PIC 9(4).
       01 WS-DAYS-TABLE-VALUES.
           05 FILLER              PIC 9(2) VALUE 31.
           05 FILLER              PIC 9(2) VALUE 28.
           05 FILLER              PIC 9(2) VALUE 31.
           05 FILLER              PIC 9(2) VALUE 30.
           05 FILLER              PIC 9(2) VALUE 31.
           05 FILLER              PIC 9(2) VALUE 30.
           05 FILLER              PIC 9(2) VALUE 31.
           05 FILLER              PIC 9(2) VALUE 31.
           05 FILLER              PIC 9(2) VALUE 30.
           05 FILLER              PIC 9(2) VALUE 31.
           05 FILLER              PIC 9(2) VALUE 30.
           05 FILLER              PIC 9(2) VALUE 31.
       01 WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-VALUES.
           05 WS-DAYS-IN-MONTH-TAB PIC 9(2) OCCURS 12 TIMES.

      * 表示編集用
       01 WS-DISPLAY-RC           PIC ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:7) = 'RESTART'
               MOVE 'Y' TO WS-RESTART-MODE
           ELSE
               IF WS-COMMAND-LINE NOT = SPACES
                   DISPLAY "Usage: [RESTART]"
                   DISPLAY "       RESTART resumes the previous "
                       "stream from the step that did not complete"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-JOB-STREAM
           PERFORM LOAD-RUN-STATUS
           IF WS-RESTART-MODE = 'Y'
               PERFORM PREPARE-RESTART
           ELSE
               PERFORM PREPARE-NEW-STREAM
           END-IF
           DISPLAY "Batch stream date:     " WS-STREAM-DATE
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT
               OR WS-STREAM-STOPPED = 'Y'
               PERFORM PROCESS-ONE-STEP
           END-PERFORM
           DISPLAY "Steps run:             " WS-RUN-COUNT
           DISPLAY "Steps not scheduled:   " WS-SKIP-COUNT
           DISPLAY "Steps already done:    " WS-DONE-COUNT
           IF WS-STREAM-STOPPED = 'Y'
               DISPLAY "ERROR: Stream stopped at step " WS-STOP-STEP
                   " - " WS-STOP-REASON
               DISPLAY "       correct the cause and rerun with "
                   "RESTART"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-HIGHEST-RC TO WS-DISPLAY-RC
               DISPLAY "Batch stream complete, highest return code "
                   WS-DISPLAY-RC
               MOVE WS-HIGHEST-RC TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * ジョブストリーム定義をテーブルへ読み込み、内容を検査する
      * （実行順の昇順、ステップ名の重複なし、依存先は自分より
      *   前のステップであること）
      *----------------------------------------------------------------
       LOAD-JOB-STREAM.
           OPEN INPUT JOBSTREAM-FILE
           IF WS-JST-STATUS NOT = '00'
               DISPLAY "ERROR: Job stream definition not found "
                   "(data/jobstream.dat) status " WS-JST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PRIOR-SEQ
           PERFORM UNTIL WS-EOF-JST = 'Y'
               READ JOBSTREAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-JST
                   NOT AT END
                       PERFORM ADD-JOB-STEP
               END-READ
           END-PERFORM
           CLOSE JOBSTREAM-FILE
           IF WS-STP-COUNT = 0
               DISPLAY "ERROR: Job stream definition has no steps"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 定義1行を検査してテーブルへ追加する
      *----------------------------------------------------------------
       ADD-JOB-STEP.
           IF JST-STEP-SEQ IS NOT NUMERIC
               OR JST-STEP-SEQ <= WS-PRIOR-SEQ
               DISPLAY "ERROR: Job stream steps out of sequence at "
                   JST-STEP-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JST-STEP-NAME = SPACES OR JST-COMMAND = SPACES
               OR JST-MAX-RC IS NOT NUMERIC
               DISPLAY "ERROR: Job stream step incomplete at sequence "
                   JST-STEP-SEQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT JST-DAILY AND NOT JST-MONTHLY AND NOT JST-MONTH-END
               DISPLAY "ERROR: Unknown schedule code " JST-SCHEDULE
                   " for step " JST-STEP-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JST-MONTHLY
               AND (JST-SCHED-DAY IS NOT NUMERIC
               OR JST-SCHED-DAY < 1 OR JST-SCHED-DAY > 31)
               DISPLAY "ERROR: Schedule day missing for step "
                   JST-STEP-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STP-COUNT >= WS-STP-MAX
               DISPLAY "ERROR: Job stream table full at "
                   JST-STEP-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE JST-STEP-NAME TO WS-DEP-NAME
           PERFORM FIND-PRIOR-STEP
           IF WS-DEP-FOUND = 'Y'
               DISPLAY "ERROR: Duplicate step name " JST-STEP-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 3
               IF JST-DEPENDS(WS-DEP-IDX) NOT = SPACES
                   MOVE JST-DEPENDS(WS-DEP-IDX) TO WS-DEP-NAME
                   PERFORM FIND-PRIOR-STEP
                   IF WS-DEP-FOUND = 'N'
                       DISPLAY "ERROR: Step " JST-STEP-NAME
                           " depends on " WS-DEP-NAME
                           " which does not run before it"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-STP-COUNT
           MOVE JST-STEP-SEQ TO WS-STP-SEQ(WS-STP-COUNT)
           MOVE JST-STEP-NAME TO WS-STP-NAME(WS-STP-COUNT)
           MOVE JST-PROGRAM-ID TO WS-STP-PROGRAM-ID(WS-STP-COUNT)
           MOVE JST-MAX-RC TO WS-STP-MAX-RC(WS-STP-COUNT)
           MOVE JST-SCHEDULE TO WS-STP-SCHEDULE(WS-STP-COUNT)
           MOVE 0 TO WS-STP-SCHED-DAY(WS-STP-COUNT)
           IF JST-SCHED-DAY IS NUMERIC
               MOVE JST-SCHED-DAY TO WS-STP-SCHED-DAY(WS-STP-COUNT)
           END-IF
           MOVE 0 TO WS-STP-RETAIN(WS-STP-COUNT)
           IF JST-RETAIN-MONTHS IS NUMERIC
               MOVE JST-RETAIN-MONTHS TO WS-STP-RETAIN(WS-STP-COUNT)
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 3
               MOVE JST-DEPENDS(WS-DEP-IDX) TO
                   WS-STP-DEPENDS(WS-STP-COUNT, WS-DEP-IDX)
           END-PERFORM
           MOVE JST-COMMAND TO WS-STP-COMMAND(WS-STP-COUNT)
           MOVE JST-STEP-SEQ TO WS-PRIOR-SEQ.

      *----------------------------------------------------------------
      * WS-DEP-NAME がテーブル上の（先行する）ステップにあるかを
      * 判定し、あれば WS-STP-SCAN に添字を返す
      *----------------------------------------------------------------
       FIND-PRIOR-STEP.
           MOVE 'N' TO WS-DEP-FOUND
           PERFORM VARYING WS-STP-SCAN FROM 1 BY 1
               UNTIL WS-STP-SCAN > WS-STP-COUNT
               OR WS-DEP-FOUND = 'Y'
               IF WS-STP-NAME(WS-STP-SCAN) = WS-DEP-NAME
                   MOVE 'Y' TO WS-DEP-FOUND
               END-IF
           END-PERFORM
           IF WS-DEP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-STP-SCAN
           END-IF.

      *----------------------------------------------------------------
      * 実行状況ファイル（前回のストリーム）をテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-RUN-STATUS.
           MOVE 0 TO WS-RST-COUNT
           OPEN INPUT RUN-STATUS-FILE
           PERFORM UNTIL WS-EOF-RST = 'Y'
               READ RUN-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RST
                   NOT AT END
                       IF WS-RST-COUNT < WS-STP-MAX
                           ADD 1 TO WS-RST-COUNT
                           MOVE RUN-STATUS-RECORD TO
                               WS-RST-RECORD(WS-RST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATUS-FILE.

      *----------------------------------------------------------------
      * 新しいストリームを準備する
      * （前回のストリームに未完了のステップが残っているときは、
      *   完了済みステップを再実行しないよう開始を拒否する）
      *----------------------------------------------------------------
       PREPARE-NEW-STREAM.
           PERFORM VARYING WS-STP-SCAN FROM 1 BY 1
               UNTIL WS-STP-SCAN > WS-RST-COUNT
               MOVE WS-RST-RECORD(WS-STP-SCAN) TO RUN-STATUS-RECORD
               IF NOT RST-COMPLETE AND NOT RST-SKIPPED
                   DISPLAY "ERROR: Previous stream of " RST-RUN-DATE
                       " did not complete (step " RST-STEP-NAME
                       " status " RST-STATUS ")"
                   DISPLAY "       rerun with RESTART to resume it"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO WS-STREAM-DATE
           MOVE WS-STP-COUNT TO WS-RST-COUNT
           PERFORM VARYING WS-STP-SCAN FROM 1 BY 1
               UNTIL WS-STP-SCAN > WS-STP-COUNT
               MOVE SPACES TO RUN-STATUS-RECORD
               MOVE WS-STREAM-DATE TO RST-RUN-DATE
               MOVE WS-STP-SEQ(WS-STP-SCAN) TO RST-STEP-SEQ
               MOVE WS-STP-NAME(WS-STP-SCAN) TO RST-STEP-NAME
               MOVE WS-STP-PROGRAM-ID(WS-STP-SCAN) TO RST-PROGRAM-ID
               MOVE 'P' TO RST-STATUS
               MOVE 0 TO RST-RETURN-CODE
               MOVE WS-STP-MAX-RC(WS-STP-SCAN) TO RST-MAX-RC
               MOVE 0 TO RST-ATTEMPTS
               MOVE RUN-STATUS-RECORD TO WS-RST-RECORD(WS-STP-SCAN)
           END-PERFORM
           PERFORM SAVE-RUN-STATUS.

      *----------------------------------------------------------------
      * 前回のストリームの再開を準備する
      * （実行状況のステップが定義と一致することを確かめ、前回の
      *   実行日をストリームの日付として引き継ぐ）
      *----------------------------------------------------------------
       PREPARE-RESTART.
           IF WS-RST-COUNT = 0
               DISPLAY "ERROR: No previous stream to restart"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RST-COUNT NOT = WS-STP-COUNT
               DISPLAY "ERROR: Job stream definition changed since "
                   "the previous stream - restart not possible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-STP-SCAN FROM 1 BY 1
               UNTIL WS-STP-SCAN > WS-STP-COUNT
               MOVE WS-RST-RECORD(WS-STP-SCAN) TO RUN-STATUS-RECORD
               IF RST-STEP-NAME NOT = WS-STP-NAME(WS-STP-SCAN)
                   DISPLAY "ERROR: Job stream definition changed "
                       "since the previous stream at step "
                       RST-STEP-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           MOVE WS-RST-RECORD(1) TO RUN-STATUS-RECORD
           MOVE RST-RUN-DATE TO WS-STREAM-DATE
           DISPLAY "Restarting stream of " WS-STREAM-DATE.

      *----------------------------------------------------------------
      * ステップ1件を処理する（WS-STP-IDX のステップ）
      * （完了・省略済みは再実行しない。先行ステップと依存先を
      *   確かめ、止めるときは待機（B）とする。予定日でないとき、
      *   または依存先が予定外で省略されたときは省略扱いとする）
      *----------------------------------------------------------------
       PROCESS-ONE-STEP.
           MOVE WS-RST-RECORD(WS-STP-IDX) TO RUN-STATUS-RECORD
           IF RST-COMPLETE OR RST-SKIPPED
               ADD 1 TO WS-DONE-COUNT
               IF RST-COMPLETE AND RST-RETURN-CODE > WS-HIGHEST-RC
                   MOVE RST-RETURN-CODE TO WS-HIGHEST-RC
               END-IF
               DISPLAY "Step " RST-STEP-NAME
                   " already done - not rerun"
           ELSE
               PERFORM CHECK-STEP-SCHEDULE
               PERFORM CHECK-PRIOR-STEPS
               MOVE WS-RST-RECORD(WS-STP-IDX) TO RUN-STATUS-RECORD
               EVALUATE TRUE
                   WHEN WS-STREAM-STOPPED = 'Y'
                       MOVE 'B' TO RST-STATUS
                       MOVE RUN-STATUS-RECORD TO
                           WS-RST-RECORD(WS-STP-IDX)
                       PERFORM SAVE-RUN-STATUS
                   WHEN WS-STEP-DUE = 'N'
                       MOVE 'S' TO RST-STATUS
                       MOVE RUN-STATUS-RECORD TO
                           WS-RST-RECORD(WS-STP-IDX)
                       DISPLAY "Step " RST-STEP-NAME
                           " not scheduled today - skipped"
                       PERFORM SAVE-RUN-STATUS
                       ADD 1 TO WS-SKIP-COUNT
                   WHEN OTHER
                       PERFORM EXECUTE-STEP
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * ステップが当回のストリームの実行日に予定されているかを
      * 判定する（D＝毎日、M＝指定日、E＝月末日）
      *----------------------------------------------------------------
       CHECK-STEP-SCHEDULE.
           MOVE 'Y' TO WS-STEP-DUE
           MOVE WS-STREAM-DATE(1:4) TO WS-CAL-YYYY
           MOVE WS-STREAM-DATE(5:2) TO WS-CAL-MM
           MOVE WS-STREAM-DATE(7:2) TO WS-CAL-DD
           EVALUATE WS-STP-SCHEDULE(WS-STP-IDX)
               WHEN 'M'
                   IF WS-CAL-DD NOT = WS-STP-SCHED-DAY(WS-STP-IDX)
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN 'E'
                   PERFORM GET-DAYS-IN-MONTH
                   IF WS-CAL-DD NOT = WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 先行ステップと依存先を確かめる
      * （先行ステップの復帰コードが許容値を超えているとき、または
      *   完了・省略のどちらでもないとき、依存先が完了していない
      *   ときはストリームを止める。依存先が予定外で省略された
      *   ときは当ステップも実行しない）
      *----------------------------------------------------------------
       CHECK-PRIOR-STEPS.
           PERFORM VARYING WS-STP-SCAN FROM 1 BY 1
               UNTIL WS-STP-SCAN >= WS-STP-IDX
               OR WS-STREAM-STOPPED = 'Y'
               MOVE WS-RST-RECORD(WS-STP-SCAN) TO RUN-STATUS-RECORD
               IF RST-RETURN-CODE > RST-MAX-RC
                   MOVE 'Y' TO WS-STREAM-STOPPED
                   MOVE WS-STP-NAME(WS-STP-IDX) TO WS-STOP-STEP
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "prior step "
                       DELIMITED SIZE
                       RST-STEP-NAME
                       DELIMITED SPACE
                       " ended above its limit"
                       DELIMITED SIZE
                       INTO WS-STOP-REASON
               ELSE
                   IF NOT RST-COMPLETE AND NOT RST-SKIPPED
                       MOVE 'Y' TO WS-STREAM-STOPPED
                       MOVE WS-STP-NAME(WS-STP-IDX) TO WS-STOP-STEP
                       MOVE SPACES TO WS-STOP-REASON
                       STRING "prior step "
                           DELIMITED SIZE
                           RST-STEP-NAME
                           DELIMITED SPACE
                           " has not completed"
                           DELIMITED SIZE
                           INTO WS-STOP-REASON
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 3
               OR WS-STREAM-STOPPED = 'Y'
               IF WS-STP-DEPENDS(WS-STP-IDX, WS-DEP-IDX) NOT = SPACES
                   MOVE WS-STP-DEPENDS(WS-STP-IDX, WS-DEP-IDX) TO
                       WS-DEP-NAME
                   PERFORM FIND-PRIOR-STEP
                   MOVE WS-RST-RECORD(WS-STP-SCAN) TO
                       RUN-STATUS-RECORD
                   IF RST-SKIPPED
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
                   IF NOT RST-COMPLETE AND NOT RST-SKIPPED
                       MOVE 'Y' TO WS-STREAM-STOPPED
                       MOVE WS-STP-NAME(WS-STP-IDX) TO WS-STOP-STEP
                       MOVE SPACES TO WS-STOP-REASON
                       STRING "depends on "
                           DELIMITED SIZE
                           WS-DEP-NAME
                           DELIMITED SPACE
                           " which did not run"
                           DELIMITED SIZE
                           INTO WS-STOP-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ステップを起動し、開始・終了日時と復帰コードを記録する
      * （起動前に実行中として書き出す。シェル経由の終了状態は
      *   256 倍で返るため復帰コードへ戻す）
      *----------------------------------------------------------------
       EXECUTE-STEP.
           MOVE SPACES TO WS-STEP-COMMAND
           IF WS-STP-RETAIN(WS-STP-IDX) > 0
               PERFORM COMPUTE-RETENTION-CUTOFF
               STRING WS-STP-COMMAND(WS-STP-IDX)
                   DELIMITED '  '
                   " "
                   DELIMITED SIZE
                   WS-CUTOFF-DATE
                   DELIMITED SIZE
                   INTO WS-STEP-COMMAND
           ELSE
               MOVE WS-STP-COMMAND(WS-STP-IDX) TO WS-STEP-COMMAND
           END-IF
           MOVE WS-RST-RECORD(WS-STP-IDX) TO RUN-STATUS-RECORD
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'R' TO RST-STATUS
           MOVE WS-NOW-DATE TO RST-START-DATE
           MOVE WS-NOW-TIME(1:6) TO RST-START-TIME
           MOVE SPACES TO RST-END-DATE
           MOVE SPACES TO RST-END-TIME
           MOVE 0 TO RST-RETURN-CODE
           MOVE WS-STP-MAX-RC(WS-STP-IDX) TO RST-MAX-RC
           IF RST-ATTEMPTS IS NOT NUMERIC
               MOVE 0 TO RST-ATTEMPTS
           END-IF
           ADD 1 TO RST-ATTEMPTS
           MOVE RUN-STATUS-RECORD TO WS-RST-RECORD(WS-STP-IDX)
           PERFORM SAVE-RUN-STATUS
           MOVE WS-RST-RECORD(WS-STP-IDX) TO RUN-STATUS-RECORD
           DISPLAY "Starting step " WS-STP-NAME(WS-STP-IDX)
               " " WS-STP-PROGRAM-ID(WS-STP-IDX)
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF
           IF WS-STEP-RC < 0 OR WS-STEP-RC > 999
               MOVE 999 TO WS-STEP-RC
           END-IF
           ADD 1 TO WS-RUN-COUNT
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO RST-END-DATE
           MOVE WS-NOW-TIME(1:6) TO RST-END-TIME
           MOVE WS-STEP-RC TO RST-RETURN-CODE
           MOVE WS-STEP-RC TO WS-DISPLAY-RC
           IF WS-STEP-RC > WS-STP-MAX-RC(WS-STP-IDX)
               MOVE 'F' TO RST-STATUS
               MOVE 'Y' TO WS-STREAM-STOPPED
               MOVE WS-STP-NAME(WS-STP-IDX) TO WS-STOP-STEP
               MOVE SPACES TO WS-STOP-REASON
               STRING "return code "
                   DELIMITED SIZE
                   WS-DISPLAY-RC
                   DELIMITED SIZE
                   " above limit "
                   DELIMITED SIZE
                   WS-STP-MAX-RC(WS-STP-IDX)
                   DELIMITED SIZE
                   INTO WS-STOP-REASON
           ELSE
               MOVE 'C' TO RST-STATUS
               IF WS-STEP-RC > WS-HIGHEST-RC
                   MOVE WS-STEP-RC TO WS-HIGHEST-RC
               END-IF
           END-IF
           MOVE RUN-STATUS-RECORD TO WS-RST-RECORD(WS-STP-IDX)
           PERFORM SAVE-RUN-STATUS
           DISPLAY "Ended step    " WS-STP-NAME(WS-STP-IDX)
               " RC " WS-DISPLAY-RC.

      *----------------------------------------------------------------
      * 保存期限日を求める（ストリームの実行日の当月から
      * WS-STP-RETAIN の月数だけ遡った月の1日）
      *----------------------------------------------------------------
       COMPUTE-RETENTION-CUTOFF.
           MOVE WS-STREAM-DATE(1:4) TO WS-CUTOFF-YYYY
           MOVE WS-STREAM-DATE(5:2) TO WS-CUTOFF-MM
           MOVE WS-STP-RETAIN(WS-STP-IDX) TO WS-MONTHS-BACK
           PERFORM UNTIL WS-MONTHS-BACK = 0
               IF WS-CUTOFF-MM = 1
                   MOVE 12 TO WS-CUTOFF-MM
                   SUBTRACT 1 FROM WS-CUTOFF-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-CUTOFF-MM
               END-IF
               SUBTRACT 1 FROM WS-MONTHS-BACK
           END-PERFORM
           MOVE WS-CUTOFF-YYYY TO WS-CUTOFF-DATE(1:4)
           MOVE WS-CUTOFF-MM TO WS-CUTOFF-DATE(5:2)
           MOVE '01' TO WS-CUTOFF-DATE(7:2).

      *----------------------------------------------------------------
      * 実行状況ファイルを書き直す
      * （レコード域は最後の行の内容になるため、呼び出し側で当該
      *   ステップの行を取り直すこと）
      *----------------------------------------------------------------
       SAVE-RUN-STATUS.
           OPEN OUTPUT RUN-STATUS-FILE
           PERFORM VARYING WS-STP-SCAN FROM 1 BY 1
               UNTIL WS-STP-SCAN > WS-RST-COUNT
               MOVE WS-RST-RECORD(WS-STP-SCAN) TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
           END-PERFORM
           CLOSE RUN-STATUS-FILE.

      *----------------------------------------------------------------
      * WS-CAL-YYYY／WS-CAL-MM の月日数を求める（閏年の２月を含む）
      *----------------------------------------------------------------
       GET-DAYS-IN-MONTH.
           MOVE WS-DAYS-IN-MONTH-TAB(WS-CAL-MM) TO WS-DAYS-IN-MONTH
           IF WS-CAL-MM = 2
               DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               IF WS-LEAP-REMAINDER-4 = 0
                   DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-100
                   IF WS-LEAP-REMAINDER-100 NOT = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       DIVIDE WS-CAL-YYYY BY 400 GIVING
                           WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER-400
                       IF WS-LEAP-REMAINDER-400 = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
