      *----------------------------------------------------------------
      * 在庫引当レコード（RESERVATION-FILE）共通レイアウト
      * INVENTORY-ALLOCATE が顧客受注明細ごとに在庫マスタの手持ち
      * から引き当てた数量を保持する（data/reservations.dat）。
      * ピッキング済み・取消済みの引当はファイルから除かれ、未出荷
      * の引当だけが残る。ピッキング済みの数量は SUB（理由コード
      * PICK）としてピッキング出庫ファイル
      * （data/pick_transactions.dat）へ移り、INVENTORY-MGMT へ
      * 投入されて手持ちから落ちるまでは、各プログラムがそのファイル
      * からも集計して引当に含める。
      * 利用可能数量（手持ち－引当）の算出のため、INVENTORY-MGMT
      * （在庫不足チェック）と INVENTORY-ROLLUP が商品・拠点別に
      * 集計して読み込む。
      *----------------------------------------------------------------
       01 RESERVATION-RECORD.
           05 RSV-ORDER-NUMBER   PIC X(10).
           05 RSV-LINE-NUMBER    PIC 9(3).
           05 RSV-PRODUCT-ID     PIC X(10).
           05 RSV-LOCATION       PIC X(5).
           05 RSV-QUANTITY       PIC 9(5).
           05 RSV-REQUESTED-DATE PIC X(8).
           05 RSV-RESERVED-DATE  PIC X(8).
