      *----------------------------------------------------------------
      * ジョブストリーム定義レコード（JOBSTREAM-FILE）共通レイアウト
      * 夜間バッチの各ステップを実行順に1行ずつ持つ
      * （data/jobstream.dat）。INVENTORY-BATCH がこの定義に従って
      * ステップを起動する。
      * - JST-STEP-SEQ     実行順（昇順に並べる）
      * - JST-MAX-RC       許容する最大の復帰コード。超えたときは
      *                    ストリームを止める
      * - JST-SCHEDULE     D＝毎日、M＝毎月 JST-SCHED-DAY 日、
      *                    E＝月末日。対象外の日は実行せず省略扱い
      * - JST-RETAIN-MONTHS ゼロ以外のとき、実行日の当月から
      *                    この月数だけ遡った月の1日（YYYYMMDD）を
      *                    コマンドの引数として付ける（保存期限）
      * - JST-DEPENDS      先に正常終了していなければならない
      *                    先行ステップ名（3つまで。空白は条件なし）
      * - JST-COMMAND      起動するコマンド
      *----------------------------------------------------------------
       01 JOBSTEP-RECORD.
           05 JST-STEP-SEQ       PIC 9(3).
           05 JST-STEP-NAME      PIC X(8).
           05 JST-PROGRAM-ID     PIC X(20).
           05 JST-MAX-RC         PIC 9(2).
           05 JST-SCHEDULE       PIC X(1).
               88 JST-DAILY      VALUE 'D' ' '.
               88 JST-MONTHLY    VALUE 'M'.
               88 JST-MONTH-END  VALUE 'E'.
           05 JST-SCHED-DAY      PIC 9(2).
           05 JST-RETAIN-MONTHS  PIC 9(2).
           05 JST-DEPENDS        PIC X(8) OCCURS 3 TIMES.
           05 JST-COMMAND        PIC X(60).
