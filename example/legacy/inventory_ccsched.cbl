       01 WS-COUNT-AGE-DAYS       PIC S9(8).

      * 監査ジャーナル用（更新前レコードイメージの退避域）
       01 WS-JNL-BEFORE-IMAGE     PIC X(106) VALUE SPACES.
       01 WS-JNL-TIME             PIC X(8).

      * 実行日付と通算日数変換用
