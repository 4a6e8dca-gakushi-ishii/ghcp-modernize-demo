      * INV-LAST-COUNT-DATE は直近の実地棚卸日（INVENTORY-COUNT が
      * 更新）。この追加でレコード長は92→101バイトへ拡張された
      * （上記と同様の一回限りの変換が必要）。
      * INV-ORDER-UP-TO は発注点到達時に補充する目標在庫水準
      * （INVENTORY-REPLAN が需要実績とリードタイムから算定し、
      * 保守依頼 CHG で設定する。ゼロは未算定）。この追加で
      * レコード長は101→106バイトへ拡張された（上記と同様の
      * 一回限りの変換が必要）。
      *----------------------------------------------------------------
       01 INVENTORY-RECORD.
           05 INV-KEY.
               88 INV-CLASS-B    VALUE 'B'.
               88 INV-CLASS-C    VALUE 'C'.
           05 INV-LAST-COUNT-DATE PIC X(8).
           05 INV-ORDER-UP-TO    PIC 9(5).
