      * - スナップショットの旧レイアウト行（分類・閾値・直近入庫・
      *   ロット区分を持たない）は空白・ゼロの既定値で再作成され、
      *   以降のジャーナル再適用・保守依頼で補正される
      * - 補充目標在庫水準（INV-ORDER-UP-TO）を持たない旧レイアウト
      *   のスナップショット行はゼロ（未算定）として再作成する
      * - 旧レイアウトの監査ジャーナル行（前後イメージ101バイト、
      *   レコード長249）は、250桁目以降が空白で、かつ旧位置の
      *   更新後イメージの先頭がキーと一致することで判定し、前後
      *   イメージを106バイトの作業域へ移して補充目標在庫水準を
      *   ゼロ（未算定）としてから再適用する
      *================================================================

       ENVIRONMENT DIVISION.
      * 年月別アーカイブジャーナルファイル（INVENTORY-HOUSEKEEP
      * 出力。ファイル名は再適用範囲から組み立てる）
       FD ARCHIVE-JOURNAL-FILE.
       01 ARCHIVE-JOURNAL-RECORD  PIC X(259).

      * ジョブロックファイル（INVENTORY-MGMT／MAINT と共通）
       FD JOBLOCK-FILE.
       01 WS-RESTORED-COUNT       PIC 9(7) VALUE 0.
       01 WS-REPLAY-COUNT         PIC 9(7) VALUE 0.
       01 WS-SNAPSHOT-READ-COUNT  PIC 9(7) VALUE 0.
       01 WS-OLD-JOURNAL-COUNT    PIC 9(7) VALUE 0.

      * 旧レイアウト（前後イメージ101バイト、レコード長249）の
      * 監査ジャーナル行の判定・変換用
       01 WS-OLD-JOURNAL-RECORD   PIC X(259).
       01 WS-OLD-JOURNAL-VIEW REDEFINES WS-OLD-JOURNAL-RECORD.
           05 WS-OLD-JNL-HEADER   PIC X(32).
           05 WS-OLD-JNL-KEY      PIC X(15).
           05 WS-OLD-JNL-BEFORE   PIC X(101).
           05 WS-OLD-JNL-AFTER    PIC X(101).
           05 WS-OLD-JNL-PAD      PIC X(10).
       01 WS-IMAGE-WORK           PIC X(106).

      * アーカイブ再適用用（スナップショット年月から実行年月まで）
       01 WS-ARCHIVE-FILE-NAME    PIC X(40) VALUE SPACES.
                   WS-RESTORED-COUNT
               DISPLAY "Journal images replayed:        "
                   WS-REPLAY-COUNT
               DISPLAY "Old-layout journal lines:       "
                   WS-OLD-JOURNAL-COUNT
               DISPLAY "Run VERIFY before releasing the master "
                   "for updates"
           END-IF.
           END-IF
           MOVE SNP-ABC-CLASS TO INV-ABC-CLASS
           MOVE SNP-LAST-COUNT-DATE TO INV-LAST-COUNT-DATE
           IF SNP-ORDER-UP-TO IS NUMERIC
               MOVE SNP-ORDER-UP-TO-N TO INV-ORDER-UP-TO
           ELSE
               MOVE 0 TO INV-ORDER-UP-TO
           END-IF
           WRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Duplicate snapshot key "
      *----------------------------------------------------------------
      * ジャーナル1件の更新後イメージを在庫マスタへ上書きする
      * （スナップショット日付より前の記録と、更新後イメージが
      *   空白の記録（物理削除相当）は読み飛ばす。旧レイアウトの
      *   行は先に現行レイアウトへ変換する）
      *----------------------------------------------------------------
       APPLY-JOURNAL-IMAGE.
           PERFORM CONVERT-OLD-JOURNAL-RECORD
           IF JNL-DATE IS NUMERIC
               AND JNL-DATE >= WS-SNAPSHOT-LATEST
               AND JNL-AFTER-IMAGE NOT = SPACES
               ADD 1 TO WS-REPLAY-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 旧レイアウトの監査ジャーナル行を現行レイアウトへ変換する
      * （現行の行は 250～259 桁目が更新後イメージの末尾で、補充
      *   目標在庫水準は常に数字のため空白にならない。旧レイアウト
      *   の行は 249 桁で終わり、旧位置の更新後イメージの先頭に
      *   キーが入る。更新後イメージが空白の旧行は現行として
      *   扱っても空白のまま読み飛ばされる）
      *----------------------------------------------------------------
       CONVERT-OLD-JOURNAL-RECORD.
           MOVE JOURNAL-RECORD TO WS-OLD-JOURNAL-RECORD
           IF WS-OLD-JNL-PAD = SPACES
               AND WS-OLD-JNL-AFTER NOT = SPACES
               AND WS-OLD-JNL-AFTER(1:15) = WS-OLD-JNL-KEY
               MOVE SPACES TO JNL-BEFORE-IMAGE
               IF WS-OLD-JNL-BEFORE NOT = SPACES
                   MOVE WS-OLD-JNL-BEFORE TO WS-IMAGE-WORK(1:101)
                   MOVE ZEROS TO WS-IMAGE-WORK(102:5)
                   MOVE WS-IMAGE-WORK TO JNL-BEFORE-IMAGE
               END-IF
               MOVE WS-OLD-JNL-AFTER TO WS-IMAGE-WORK(1:101)
               MOVE ZEROS TO WS-IMAGE-WORK(102:5)
               MOVE WS-IMAGE-WORK TO JNL-AFTER-IMAGE
               ADD 1 TO WS-OLD-JOURNAL-COUNT
           END-IF.

      *----------------------------------------------------------------
      * VERIFY：在庫マスタのレコード件数と数量ハッシュトータルを
      * ラン・コントロールの最終 *ALL* 行と突合する
