      *----------------------------------------------------------------
      * 部品構成レコード（BOM-FILE）共通レイアウト
      * キット商品1件を構成する部品と、キット1個あたりの所要数量
      * を1行ずつ持つ（data/bom.dat）。INVENTORY-MGMT の組立（ASM）
      * ・分解（DIS）が、同一拠点の部品在庫の引き落とし・戻し入れ
      * に用いる。同じ部品が複数行にあるときは所要数量を合算する。
      *----------------------------------------------------------------
       01 BOM-RECORD.
           05 BOM-KIT-PRODUCT-ID PIC X(10).
           05 BOM-COMPONENT-ID   PIC X(10).
           05 BOM-QTY-PER        PIC 9(5).
