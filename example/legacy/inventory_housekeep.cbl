      * レコード長は最長の監査ジャーナルに合わせ、短いレコードは
      * 後続空白のまま書き出す）
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD          PIC X(259).

      * オンラインに残すレコードの一時ファイル（処理後に元の
      * ファイルへ書き戻す）
       FD KEEP-FILE.
       01 KEEP-RECORD             PIC X(259).

       WORKING-STORAGE SECTION.
       01 WS-EOF-IN               PIC X VALUE 'N'.
       01 WS-ARCHIVE-MONTH        PIC X(6) VALUE SPACES.
       01 WS-ARCHIVE-OPEN         PIC X VALUE 'N'.
       01 WS-RECORD-DATE          PIC X(8).
       01 WS-RECORD-AREA          PIC X(259).

      * 件数集計用（ファイルごとに読み・アーカイブ・残置を数える）
       01 WS-READ-COUNT           PIC 9(7) VALUE 0.
