      * INVENTORY-MGMT が適用した移動1件ごとに追記する。MOV-TYPE
      * は ADD（入庫）・SUB（出庫）・XFR（即時移動の両レグ）・
      * SHP／RCV（2段階移動の出庫レグ／入庫レグ）・RET（返品の
      * 在庫戻し）・ADJ（調整差分）・ASM／DIS（キットの組立／
      * 分解。部品レグとキットレグがそれぞれ1件）のいずれか。
      * MOV-QUANTITY は在庫数量への符号付き増減（出庫・移動出は
      * マイナス）。MOV-MONTH は発効日の年月で、需要分析プログラム
      * INVENTORY-VELOCITY・棚卸計画プログラム INVENTORY-CCSCHED
      * が月次集計に用いる（いずれも SUB のみを需要として拾う）。
      * 発注点計画プログラム INVENTORY-REPLAN は SUB と ASM の
      * 減少分（組立による部品の払出）を需要とする。
      *----------------------------------------------------------------
       01 MOVEMENT-RECORD.
           05 MOV-MONTH          PIC X(6).
