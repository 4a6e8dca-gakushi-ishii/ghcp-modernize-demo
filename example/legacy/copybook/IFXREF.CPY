      *----------------------------------------------------------------
      * 外部コード対応レコード（XREF-FILE）共通レイアウト
      * POS・倉庫管理システム（WMS）の品目コード・店舗番号を当社の
      * 商品ID（INV-PRODUCT-ID）・拠点コード（INV-LOCATION）へ
      * 対応付ける（data/interface_xref.dat）。INVENTORY-INTERFACE
      * が取込時に参照する。
      * - XRF-SOURCE     送信元システム（POS／WMS）
      * - XRF-CODE-TYPE  I＝品目コード、S＝店舗・倉庫番号
      * - XRF-INTERNAL   I のときは商品ID、S のときは拠点コード
      *                  （先頭5桁）
      *----------------------------------------------------------------
       01 XREF-RECORD.
           05 XRF-SOURCE         PIC X(3).
           05 XRF-CODE-TYPE      PIC X(1).
               88 XRF-ITEM       VALUE 'I'.
               88 XRF-STORE      VALUE 'S'.
           05 XRF-EXTERNAL-CODE  PIC X(20).
           05 XRF-INTERNAL-CODE  PIC X(10).
