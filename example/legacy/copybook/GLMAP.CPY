      * 仕訳の貸借は移動の方向で決まる：在庫増（ADD・RET・ADJ増）
      * は在庫勘定が借方・相手勘定が貸方、在庫減（SUB・ADJ減）は
      * その逆。
      * 取引区分 PPV（INVENTORY-INVMATCH の購入価格差異）の行では、
      * 在庫勘定欄に受入清算勘定、相手勘定欄に価格差異勘定を置く。
      * 取引区分 RSV（INVENTORY-RESERVE の評価減引当金の増減）の行
      * では、在庫勘定欄に評価引当金勘定、相手勘定欄に評価損勘定を
      * 置く。PPV・RSV は取引区分の任意一致（'*'）では解決しない。
      *----------------------------------------------------------------
       01 GL-MAP-RECORD.
           05 MAP-CATEGORY       PIC X(10).
