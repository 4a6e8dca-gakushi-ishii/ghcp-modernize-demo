       01 WS-RUN-DATE             PIC X(8).

      * 監査ジャーナル用（更新前レコードイメージの退避域）
       01 WS-JNL-BEFORE-IMAGE     PIC X(106) VALUE SPACES.
       01 WS-JNL-TIME             PIC X(8).

      * 直近棚卸日の更新用
