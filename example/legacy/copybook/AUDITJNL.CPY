      * 在庫マスタレコードの91→92バイト拡張（ロット管理区分の
      * 追加）、92→101バイト拡張（ABC区分・直近棚卸日の追加）に
      * 合わせ、前後イメージも101バイトへ拡張した。
      * 101→106バイト拡張（補充目標在庫水準の追加）に合わせ、
      * 前後イメージも106バイトへ拡張した（レコード長は259）。
      *----------------------------------------------------------------
       01 JOURNAL-RECORD.
           05 JNL-DATE           PIC X(8).
           05 JNL-KEY.
               10 JNL-PRODUCT-ID PIC X(10).
               10 JNL-LOCATION   PIC X(5).
           05 JNL-BEFORE-IMAGE   PIC X(106).
           05 JNL-AFTER-IMAGE    PIC X(106).
