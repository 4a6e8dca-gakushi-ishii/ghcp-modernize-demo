       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-ALLOCATE.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 受注引当・引当可能数量（ATP）プログラム
      * - 顧客受注ファイル（受注番号・行番号・商品ID・拠点・数量・
      *   希望納期・処理区分）を読み込み、在庫マスタの手持ちから
      *   引当を行って引当ファイル（RESVREC 登録集）へ記録する
      * - 処理区分 R（空白も同じ）＝引当。利用可能数量（手持ち－
      *   既存引当）の範囲で引き当て、不足分は一部引当として
      *   明示する。同一受注・行の二重引当は却下する
      * - 処理区分 P＝ピッキング済み。引当を SUB トランザクション
      *   （理由コード PICK）へ変換してピッキング出庫ファイルへ
      *   書き出し、引当から除く。数量指定が引当より少ないときは
      *   指定分だけ変換し、残りは引当のまま残す。出庫ファイルは
      *   内容を確認のうえ INVENTORY-MGMT へ投入する。出庫ファイル
      *   は追記とし、INVENTORY-MGMT へ投入するまでに複数回実行
      *   しても前回分を失わない（投入後に退避・空にする）
      * - ピッキング出庫ファイルに残っている未投入の SUB（理由
      *   コード PICK）は、INVENTORY-MGMT が手持ちから落とすまで
      *   出荷確定分として引当数量に含める。引当から除いた時点で
      *   利用可能に戻り、同じ在庫を二重に引き当てることを防ぐ
      *   （出庫ファイルは投入時に移し替え、複写して残さない）
      * - 処理区分 C＝取消。引当を解除する
      * - 処理後、在庫マスタの活性明細ごとに手持ち・引当・利用可能・
      *   未入庫発注残（OPENPO 登録集、最早入庫予定日付き）・輸送中
      *   （INTRANS 登録集）と、それらを合算した ATP を ATP レポート
      *   に書き出す
      * - 在庫マスタは参照のみで更新しない（出庫の計上は
      *   INVENTORY-MGMT が行う）
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE
               ASSIGN TO 'data/inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL ORDER-FILE
               ASSIGN TO 'data/customer_orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO 'data/reservations.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PICK-FILE
               ASSIGN TO 'data/pick_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'data/open_po.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTRANSIT-FILE
               ASSIGN TO 'data/intransit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOCATION-REPORT-FILE
               ASSIGN TO 'output/allocation_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATP-REPORT-FILE
               ASSIGN TO 'output/atp_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 在庫マスタファイル（INVENTORY-MGMT と共通のレイアウト）
       FD INVENTORY-FILE.
           COPY INVMAST.

      * 顧客受注ファイル
      * 処理区分 R（空白）＝引当、P＝ピッキング済み、C＝取消
       FD ORDER-FILE.
       01 ORDER-RECORD.
           05 ORD-ORDER-NUMBER   PIC X(10).
           05 ORD-LINE-NUMBER    PIC X(3).
           05 ORD-PRODUCT-ID     PIC X(10).
           05 ORD-LOCATION       PIC X(5).
           05 ORD-QUANTITY       PIC X(5).
           05 ORD-REQUESTED-DATE PIC X(8).
           05 ORD-ACTION         PIC X(1).
               88 ORD-RESERVE    VALUE 'R' ' '.
               88 ORD-PICKED     VALUE 'P'.
               88 ORD-CANCEL     VALUE 'C'.

      * 在庫引当ファイル（処理後に未出荷の引当だけを書き戻す）
       FD RESERVATION-FILE.
           COPY RESVREC.

      * ピッキング出庫（SUB）トランザクションファイル
      * （次回 INVENTORY-MGMT 入力。開始時に未投入分を読み込む）
       FD PICK-FILE.
           COPY TRNREC.

      * 未消込発注（オープンPO）ファイル（INVENTORY-PO と共通）
       FD OPEN-PO-FILE.
           COPY OPENPO.

      * 輸送中在庫ファイル（INVENTORY-MGMT と共通。未着分のみ）
       FD INTRANSIT-FILE.
           COPY INTRANS.

      * 受注引当結果レポートファイル
       FD ALLOCATION-REPORT-FILE.
       01 ALLOCATION-REPORT-RECORD PIC X(100).

      * 引当可能数量（ATP）レポートファイル
       FD ATP-REPORT-FILE.
       01 ATP-REPORT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2) VALUE '00'.
       01 WS-EOF-INV              PIC X VALUE 'N'.
       01 WS-EOF-ORD              PIC X VALUE 'N'.
       01 WS-EOF-RSV              PIC X VALUE 'N'.
       01 WS-EOF-PCK              PIC X VALUE 'N'.
       01 WS-EOF-OPO              PIC X VALUE 'N'.
       01 WS-EOF-ITR              PIC X VALUE 'N'.
       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).

      * 引当テーブル（2000件まで。読み込み時にあふれたときは
      * 書き戻しで引当が失われないよう、処理を中止する）
       01 WS-RSV-COUNT            PIC 9(4) VALUE 0.
       01 WS-RSV-MAX              PIC 9(4) VALUE 2000.
       01 WS-RSV-IDX              PIC 9(4).
       01 WS-RSV-FOUND            PIC X VALUE 'N'.
       01 WS-RSV-OVERFLOW         PIC X VALUE 'N'.
       01 WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 2000 TIMES.
               10 WS-RSV-ORDER-NUMBER   PIC X(10).
               10 WS-RSV-LINE-NUMBER    PIC 9(3).
               10 WS-RSV-PRODUCT-ID     PIC X(10).
               10 WS-RSV-LOCATION       PIC X(5).
               10 WS-RSV-QUANTITY       PIC 9(5).
               10 WS-RSV-REQUESTED-DATE PIC X(8).
               10 WS-RSV-RESERVED-DATE  PIC X(8).
               10 WS-RSV-STATUS         PIC X(1).

      * 引当検索・集計用（対象キーは呼び出し元が設定する）
       01 WS-RSV-KEY-ORDER        PIC X(10).
       01 WS-RSV-KEY-LINE         PIC 9(3).
       01 WS-RSV-KEY-PRODUCT      PIC X(10).
       01 WS-RSV-KEY-LOCATION     PIC X(5).
       01 WS-RESERVED-QTY         PIC 9(7).

      * 未投入ピッキングテーブル（出庫ファイルの SUB/PICK を商品・
      * 拠点別に集計。2000件まで。あふれたときは引当済み数量を
      * 過小に見積もらないよう、処理を中止する）
       01 WS-PCK-COUNT            PIC 9(4) VALUE 0.
       01 WS-PCK-MAX              PIC 9(4) VALUE 2000.
       01 WS-PCK-IDX              PIC 9(4).
       01 WS-PCK-FOUND            PIC X VALUE 'N'.
       01 WS-PCK-OVERFLOW         PIC X VALUE 'N'.
       01 WS-PCK-TABLE.
           05 WS-PCK-ENTRY OCCURS 2000 TIMES.
               10 WS-PCK-PRODUCT-ID     PIC X(10).
               10 WS-PCK-LOCATION       PIC X(5).
               10 WS-PCK-QUANTITY       PIC 9(7).
       01 WS-PCK-KEY-PRODUCT      PIC X(10).
       01 WS-PCK-KEY-LOCATION     PIC X(5).

      * 未入庫発注残テーブル（商品・拠点別。500件まで）
       01 WS-POD-COUNT            PIC 9(3) VALUE 0.
       01 WS-POD-MAX              PIC 9(3) VALUE 500.
       01 WS-POD-IDX              PIC 9(3).
       01 WS-POD-FOUND            PIC X VALUE 'N'.
       01 WS-POD-OVERFLOW         PIC X VALUE 'N'.
       01 WS-POD-TABLE.
           05 WS-POD-ENTRY OCCURS 500 TIMES.
               10 WS-POD-PRODUCT-ID PIC X(10).
               10 WS-POD-LOCATION   PIC X(5).
               10 WS-POD-DUE-QTY    PIC 9(7).
               10 WS-POD-DUE-DATE   PIC X(8).
       01 WS-OPEN-LINE-QTY        PIC 9(7).
       01 WS-PO-DUE-QTY           PIC 9(7).
       01 WS-PO-DUE-DATE          PIC X(8).

      * 輸送中在庫テーブル（商品・入庫先別の未着数量。500件まで）
       01 WS-ITR-COUNT            PIC 9(3) VALUE 0.
       01 WS-ITR-MAX              PIC 9(3) VALUE 500.
       01 WS-ITR-IDX              PIC 9(3).
       01 WS-ITR-FOUND            PIC X VALUE 'N'.
       01 WS-ITR-OVERFLOW         PIC X VALUE 'N'.
       01 WS-ITR-TABLE.
           05 WS-ITR-ENTRY OCCURS 500 TIMES.
               10 WS-ITR-PRODUCT-ID PIC X(10).
               10 WS-ITR-TO-LOC     PIC X(5).
               10 WS-ITR-QUANTITY   PIC 9(5).
       01 WS-INTRANSIT-QTY        PIC 9(7).

      * 受注明細1件の処理用
       01 WS-ORDER-QTY            PIC 9(5).
       01 WS-RESERVE-QTY          PIC 9(5).
       01 WS-SHORT-QTY            PIC 9(5).
       01 WS-PICK-QTY             PIC 9(5).
       01 WS-AVAILABLE-QTY        PIC S9(7).
       01 WS-ATP-QTY              PIC S9(8).
       01 WS-REQUESTED-DATE       PIC X(8).
       01 WS-REJ-REASON-CODE      PIC X(4).
       01 WS-REJ-REASON-TEXT      PIC X(40).
       01 WS-RESULT-MARK          PIC X(9).

      * 件数集計用
       01 WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01 WS-RESERVED-COUNT       PIC 9(5) VALUE 0.
       01 WS-PARTIAL-COUNT        PIC 9(5) VALUE 0.
       01 WS-PICKED-COUNT         PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01 WS-OPEN-RSV-COUNT       PIC 9(5) VALUE 0.
       01 WS-ATP-ITEM-COUNT       PIC 9(5) VALUE 0.
       01 WS-OVERCOMMIT-COUNT     PIC 9(5) VALUE 0.

      * 表示編集用
       01 WS-DISPLAY-QTY          PIC Z(4)9.
       01 WS-DISPLAY-SHORT        PIC Z(4)9.
       01 WS-DISPLAY-RSV          PIC Z(4)9.
       01 WS-DISPLAY-AVAIL        PIC -(5)9.
       01 WS-DISPLAY-PO           PIC Z(6)9.
       01 WS-DISPLAY-ITR          PIC Z(6)9.
       01 WS-DISPLAY-ATP          PIC -(7)9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open inventory master, status="
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RESERVATION-TABLE
           IF WS-RSV-OVERFLOW = 'Y'
               DISPLAY "ERROR: Reservation table full - "
                   "allocation not run"
               CLOSE INVENTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PICK-TABLE
           IF WS-PCK-OVERFLOW = 'Y'
               DISPLAY "ERROR: Pick table full - "
                   "allocation not run"
               CLOSE INVENTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPEN-PO-TABLE
           PERFORM LOAD-INTRANSIT-TABLE
           OPEN INPUT ORDER-FILE
           OPEN EXTEND PICK-FILE
           OPEN OUTPUT ALLOCATION-REPORT-FILE
           PERFORM WRITE-ALLOCATION-HEADER
           PERFORM UNTIL WS-EOF-ORD = 'Y'
               READ ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ORD
                   NOT AT END
                       ADD 1 TO WS-ORDER-COUNT
                       PERFORM PROCESS-ORDER-LINE
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE
           CLOSE PICK-FILE
           PERFORM SAVE-RESERVATION-FILE
           PERFORM WRITE-ALLOCATION-SUMMARY
           CLOSE ALLOCATION-REPORT-FILE
           OPEN OUTPUT ATP-REPORT-FILE
           PERFORM WRITE-ATP-REPORT
           CLOSE ATP-REPORT-FILE
           CLOSE INVENTORY-FILE
           DISPLAY "Order lines read:      " WS-ORDER-COUNT
           DISPLAY "Reserved in full:      " WS-RESERVED-COUNT
           DISPLAY "Reserved in part:      " WS-PARTIAL-COUNT
           DISPLAY "Picked (SUB written):  " WS-PICKED-COUNT
           DISPLAY "Released:              " WS-RELEASED-COUNT
           DISPLAY "Rejected:              " WS-REJECT-COUNT
           DISPLAY "Open reservations:     " WS-OPEN-RSV-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 引当ファイルをテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-RESERVATION-TABLE.
           MOVE 0 TO WS-RSV-COUNT
           OPEN INPUT RESERVATION-FILE
           PERFORM UNTIL WS-EOF-RSV = 'Y'
               READ RESERVATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RSV
                   NOT AT END
                       IF WS-RSV-COUNT < WS-RSV-MAX
                           ADD 1 TO WS-RSV-COUNT
                           MOVE RSV-ORDER-NUMBER TO
                               WS-RSV-ORDER-NUMBER(WS-RSV-COUNT)
                           MOVE RSV-LINE-NUMBER TO
                               WS-RSV-LINE-NUMBER(WS-RSV-COUNT)
                           MOVE RSV-PRODUCT-ID TO
                               WS-RSV-PRODUCT-ID(WS-RSV-COUNT)
                           MOVE RSV-LOCATION TO
                               WS-RSV-LOCATION(WS-RSV-COUNT)
                           MOVE RSV-QUANTITY TO
                               WS-RSV-QUANTITY(WS-RSV-COUNT)
                           MOVE RSV-REQUESTED-DATE TO
                               WS-RSV-REQUESTED-DATE(WS-RSV-COUNT)
                           MOVE RSV-RESERVED-DATE TO
                               WS-RSV-RESERVED-DATE(WS-RSV-COUNT)
                           MOVE 'R' TO WS-RSV-STATUS(WS-RSV-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RSV-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           DISPLAY "Reservations loaded: " WS-RSV-COUNT " records".

      *----------------------------------------------------------------
      * ピッキング出庫ファイルの未投入 SUB/PICK を商品・拠点別に
      * 集計してテーブルへ読み込む（ファイルがなければ未投入なし）
      *----------------------------------------------------------------
       LOAD-PICK-TABLE.
           MOVE 0 TO WS-PCK-COUNT
           OPEN INPUT PICK-FILE
           PERFORM UNTIL WS-EOF-PCK = 'Y'
               READ PICK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PCK
                   NOT AT END
                       IF TRN-TYPE = 'SUB'
                           AND TRN-REASON-CODE = 'PICK'
                           AND TRN-QUANTITY IS NUMERIC
                           AND TRN-QUANTITY > 0
                           MOVE TRN-PRODUCT-ID TO WS-PCK-KEY-PRODUCT
                           MOVE TRN-LOCATION TO WS-PCK-KEY-LOCATION
                           MOVE TRN-QUANTITY TO WS-PICK-QTY
                           PERFORM ADD-PICK-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PICK-FILE
           DISPLAY "Unposted picks loaded: " WS-PCK-COUNT " items".

      *----------------------------------------------------------------
      * 未引当・未消込の引当だけを引当ファイルへ書き戻す
      *----------------------------------------------------------------
       SAVE-RESERVATION-FILE.
           MOVE 0 TO WS-OPEN-RSV-COUNT
           OPEN OUTPUT RESERVATION-FILE
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               IF WS-RSV-STATUS(WS-RSV-IDX) = 'R'
                   MOVE WS-RSV-ORDER-NUMBER(WS-RSV-IDX) TO
                       RSV-ORDER-NUMBER
                   MOVE WS-RSV-LINE-NUMBER(WS-RSV-IDX) TO
                       RSV-LINE-NUMBER
                   MOVE WS-RSV-PRODUCT-ID(WS-RSV-IDX) TO
                       RSV-PRODUCT-ID
                   MOVE WS-RSV-LOCATION(WS-RSV-IDX) TO RSV-LOCATION
                   MOVE WS-RSV-QUANTITY(WS-RSV-IDX) TO RSV-QUANTITY
                   MOVE WS-RSV-REQUESTED-DATE(WS-RSV-IDX) TO
                       RSV-REQUESTED-DATE
                   MOVE WS-RSV-RESERVED-DATE(WS-RSV-IDX) TO
                       RSV-RESERVED-DATE
                   WRITE RESERVATION-RECORD
                   ADD 1 TO WS-OPEN-RSV-COUNT
               END-IF
           END-PERFORM
           CLOSE RESERVATION-FILE.

      *----------------------------------------------------------------
      * 受注明細1件を処理区分に応じて処理する
      *----------------------------------------------------------------
       PROCESS-ORDER-LINE.
           EVALUATE TRUE
               WHEN ORD-ORDER-NUMBER = SPACES
                   MOVE 'IDBL' TO WS-REJ-REASON-CODE
                   MOVE "Order number is blank" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN ORD-LINE-NUMBER IS NOT NUMERIC
                   MOVE 'LNNM' TO WS-REJ-REASON-CODE
                   MOVE "Order line number is not numeric" TO
                       WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN ORD-RESERVE
                   PERFORM RESERVE-ORDER-LINE
               WHEN ORD-PICKED
                   PERFORM PICK-ORDER-LINE
               WHEN ORD-CANCEL
                   PERFORM CANCEL-ORDER-LINE
               WHEN OTHER
                   MOVE 'ACTN' TO WS-REJ-REASON-CODE
                   MOVE "Invalid order action" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 受注明細1件を引き当てる
      * （利用可能数量＝手持ち－既存引当。利用可能数量が受注数量に
      *   満たないときは利用可能分だけ引き当て、一部引当とする）
      *----------------------------------------------------------------
       RESERVE-ORDER-LINE.
           MOVE ORD-ORDER-NUMBER TO WS-RSV-KEY-ORDER
           MOVE ORD-LINE-NUMBER TO WS-RSV-KEY-LINE
           PERFORM FIND-RESERVATION
           MOVE 'Y' TO WS-FOUND
           IF ORD-PRODUCT-ID NOT = SPACES
               AND ORD-LOCATION NOT = SPACES
               MOVE ORD-PRODUCT-ID TO INV-PRODUCT-ID
               MOVE ORD-LOCATION TO INV-LOCATION
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN ORD-PRODUCT-ID = SPACES
                   MOVE 'IDBL' TO WS-REJ-REASON-CODE
                   MOVE "Product ID is blank" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN ORD-LOCATION = SPACES
                   MOVE 'LCBL' TO WS-REJ-REASON-CODE
                   MOVE "Location is blank" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN ORD-QUANTITY IS NOT NUMERIC
                   MOVE 'QNUM' TO WS-REJ-REASON-CODE
                   MOVE "Quantity is not numeric" TO
                       WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN ORD-QUANTITY = ZEROS
                   MOVE 'QZER' TO WS-REJ-REASON-CODE
                   MOVE "Quantity is zero" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN ORD-REQUESTED-DATE NOT = SPACES
                   AND ORD-REQUESTED-DATE IS NOT NUMERIC
                   MOVE 'DTNM' TO WS-REJ-REASON-CODE
                   MOVE "Requested date is not numeric" TO
                       WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN WS-RSV-FOUND = 'Y'
                   MOVE 'DUPL' TO WS-REJ-REASON-CODE
                   MOVE "Order line already reserved" TO
                       WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN WS-FOUND = 'N'
                   MOVE 'NOTF' TO WS-REJ-REASON-CODE
                   MOVE "Product not found" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN INV-INACTIVE
                   MOVE 'INAC' TO WS-REJ-REASON-CODE
                   MOVE "Product is inactive" TO WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN OTHER
                   PERFORM RESERVE-AVAILABLE-STOCK
           END-EVALUATE.

      *----------------------------------------------------------------
      * 利用可能数量の範囲で引当を登録する（マスタはレコード域に
      * 読み込み済み）
      *----------------------------------------------------------------
       RESERVE-AVAILABLE-STOCK.
           MOVE ORD-QUANTITY TO WS-ORDER-QTY
           MOVE INV-PRODUCT-ID TO WS-RSV-KEY-PRODUCT
           MOVE INV-LOCATION TO WS-RSV-KEY-LOCATION
           PERFORM SUM-RESERVED-QTY
           COMPUTE WS-AVAILABLE-QTY = INV-QUANTITY - WS-RESERVED-QTY
           IF WS-AVAILABLE-QTY <= 0
               MOVE 'NOST' TO WS-REJ-REASON-CODE
               MOVE "No available stock to reserve" TO
                   WS-REJ-REASON-TEXT
               PERFORM WRITE-ORDER-REJECT
           ELSE IF WS-RSV-COUNT >= WS-RSV-MAX
               MOVE 'TFUL' TO WS-REJ-REASON-CODE
               MOVE "Reservation table full" TO WS-REJ-REASON-TEXT
               PERFORM WRITE-ORDER-REJECT
           ELSE
               IF WS-AVAILABLE-QTY >= WS-ORDER-QTY
                   MOVE WS-ORDER-QTY TO WS-RESERVE-QTY
                   MOVE 0 TO WS-SHORT-QTY
                   MOVE "RESERVED " TO WS-RESULT-MARK
                   ADD 1 TO WS-RESERVED-COUNT
               ELSE
                   MOVE WS-AVAILABLE-QTY TO WS-RESERVE-QTY
                   COMPUTE WS-SHORT-QTY =
                       WS-ORDER-QTY - WS-RESERVE-QTY
                   MOVE "PARTIAL  " TO WS-RESULT-MARK
                   ADD 1 TO WS-PARTIAL-COUNT
               END-IF
               IF ORD-REQUESTED-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-REQUESTED-DATE
               ELSE
                   MOVE ORD-REQUESTED-DATE TO WS-REQUESTED-DATE
               END-IF
               ADD 1 TO WS-RSV-COUNT
               MOVE ORD-ORDER-NUMBER TO
                   WS-RSV-ORDER-NUMBER(WS-RSV-COUNT)
               MOVE ORD-LINE-NUMBER TO
                   WS-RSV-LINE-NUMBER(WS-RSV-COUNT)
               MOVE INV-PRODUCT-ID TO WS-RSV-PRODUCT-ID(WS-RSV-COUNT)
               MOVE INV-LOCATION TO WS-RSV-LOCATION(WS-RSV-COUNT)
               MOVE WS-RESERVE-QTY TO WS-RSV-QUANTITY(WS-RSV-COUNT)
               MOVE WS-REQUESTED-DATE TO
                   WS-RSV-REQUESTED-DATE(WS-RSV-COUNT)
               MOVE WS-RUN-DATE TO
                   WS-RSV-RESERVED-DATE(WS-RSV-COUNT)
               MOVE 'R' TO WS-RSV-STATUS(WS-RSV-COUNT)
               MOVE WS-RESERVE-QTY TO WS-DISPLAY-QTY
               MOVE WS-SHORT-QTY TO WS-DISPLAY-SHORT
               MOVE SPACES TO ALLOCATION-REPORT-RECORD
               STRING WS-RESULT-MARK
                   DELIMITED SIZE
                   ORD-ORDER-NUMBER
                   DELIMITED SIZE
                   "/"
                   DELIMITED SIZE
                   ORD-LINE-NUMBER
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   INV-PRODUCT-ID
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   INV-LOCATION
                   DELIMITED SIZE
                   " qty="
                   DELIMITED SIZE
                   WS-DISPLAY-QTY
                   DELIMITED SIZE
                   " short="
                   DELIMITED SIZE
                   WS-DISPLAY-SHORT
                   DELIMITED SIZE
                   " req="
                   DELIMITED SIZE
                   WS-REQUESTED-DATE
                   DELIMITED SIZE
                   INTO ALLOCATION-REPORT-RECORD
               WRITE ALLOCATION-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * ピッキング済みの受注明細の引当を SUB トランザクションへ
      * 変換する（数量指定が引当より少ないときは指定分だけ変換し、
      *   残りは引当のまま残す。変換分は未投入ピッキングとして
      *   引き続き引当数量に含める）
      *----------------------------------------------------------------
       PICK-ORDER-LINE.
           MOVE ORD-ORDER-NUMBER TO WS-RSV-KEY-ORDER
           MOVE ORD-LINE-NUMBER TO WS-RSV-KEY-LINE
           PERFORM FIND-RESERVATION
           IF WS-RSV-FOUND = 'N'
               MOVE 'NORS' TO WS-REJ-REASON-CODE
               MOVE "No open reservation for order line" TO
                   WS-REJ-REASON-TEXT
               PERFORM WRITE-ORDER-REJECT
           ELSE
               MOVE WS-RSV-QUANTITY(WS-RSV-IDX) TO WS-PICK-QTY
               IF ORD-QUANTITY IS NUMERIC
                   AND ORD-QUANTITY > ZEROS
                   AND ORD-QUANTITY < WS-RSV-QUANTITY(WS-RSV-IDX)
                   MOVE ORD-QUANTITY TO WS-PICK-QTY
               END-IF
               MOVE WS-RSV-PRODUCT-ID(WS-RSV-IDX) TO
                   WS-PCK-KEY-PRODUCT
               MOVE WS-RSV-LOCATION(WS-RSV-IDX) TO WS-PCK-KEY-LOCATION
               PERFORM FIND-PICK-ENTRY
               IF WS-PCK-FOUND = 'N'
                   AND WS-PCK-COUNT NOT < WS-PCK-MAX
                   MOVE 'TFUL' TO WS-REJ-REASON-CODE
                   MOVE "Pick table full - pick not recorded" TO
                       WS-REJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               ELSE
                   PERFORM WRITE-PICK-TRANSACTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 引当（添字 WS-RSV-IDX）のうち WS-PICK-QTY を SUB
      * トランザクションとして書き出し、未投入ピッキングへ移す
      *----------------------------------------------------------------
       WRITE-PICK-TRANSACTION.
           MOVE WS-RSV-PRODUCT-ID(WS-RSV-IDX) TO TRN-PRODUCT-ID
           MOVE 'SUB' TO TRN-TYPE
           MOVE WS-PICK-QTY TO TRN-QUANTITY
           MOVE WS-RSV-LOCATION(WS-RSV-IDX) TO TRN-LOCATION
           MOVE SPACES TO TRN-TO-LOCATION
           MOVE 'PICK' TO TRN-REASON-CODE
           MOVE WS-RUN-DATE TO TRN-EFFECTIVE-DATE
           MOVE SPACES TO TRN-UNIT-COST
           MOVE SPACES TO TRN-LOT-NUMBER
           MOVE SPACES TO TRN-EXPIRY-DATE
           WRITE TRANSACTION-RECORD
           PERFORM ADD-PICK-ENTRY
           ADD 1 TO WS-PICKED-COUNT
           SUBTRACT WS-PICK-QTY FROM WS-RSV-QUANTITY(WS-RSV-IDX)
           IF WS-RSV-QUANTITY(WS-RSV-IDX) = 0
               MOVE 'P' TO WS-RSV-STATUS(WS-RSV-IDX)
           END-IF
           MOVE WS-PICK-QTY TO WS-DISPLAY-QTY
           MOVE WS-RSV-QUANTITY(WS-RSV-IDX) TO WS-DISPLAY-RSV
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "PICKED   "
               DELIMITED SIZE
               ORD-ORDER-NUMBER
               DELIMITED SIZE
               "/"
               DELIMITED SIZE
               ORD-LINE-NUMBER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-RSV-PRODUCT-ID(WS-RSV-IDX)
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-RSV-LOCATION(WS-RSV-IDX)
               DELIMITED SIZE
               " qty="
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " still reserved="
               DELIMITED SIZE
               WS-DISPLAY-RSV
               DELIMITED SIZE
               " -> SUB"
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD.

      *----------------------------------------------------------------
      * 取消された受注明細の引当を解除する
      *----------------------------------------------------------------
       CANCEL-ORDER-LINE.
           MOVE ORD-ORDER-NUMBER TO WS-RSV-KEY-ORDER
           MOVE ORD-LINE-NUMBER TO WS-RSV-KEY-LINE
           PERFORM FIND-RESERVATION
           IF WS-RSV-FOUND = 'N'
               MOVE 'NORS' TO WS-REJ-REASON-CODE
               MOVE "No open reservation for order line" TO
                   WS-REJ-REASON-TEXT
               PERFORM WRITE-ORDER-REJECT
           ELSE
               MOVE 'C' TO WS-RSV-STATUS(WS-RSV-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               MOVE WS-RSV-QUANTITY(WS-RSV-IDX) TO WS-DISPLAY-QTY
               MOVE SPACES TO ALLOCATION-REPORT-RECORD
               STRING "RELEASED "
                   DELIMITED SIZE
                   ORD-ORDER-NUMBER
                   DELIMITED SIZE
                   "/"
                   DELIMITED SIZE
                   ORD-LINE-NUMBER
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-RSV-PRODUCT-ID(WS-RSV-IDX)
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-RSV-LOCATION(WS-RSV-IDX)
                   DELIMITED SIZE
                   " qty="
                   DELIMITED SIZE
                   WS-DISPLAY-QTY
                   DELIMITED SIZE
                   INTO ALLOCATION-REPORT-RECORD
               WRITE ALLOCATION-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 受注番号・行番号に対応する有効な引当の添字を求める
      * （見つからないときは WS-RSV-FOUND＝'N'）
      *----------------------------------------------------------------
       FIND-RESERVATION.
           MOVE 'N' TO WS-RSV-FOUND
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               OR WS-RSV-FOUND = 'Y'
               IF WS-RSV-STATUS(WS-RSV-IDX) = 'R'
                   AND WS-RSV-ORDER-NUMBER(WS-RSV-IDX) =
                       WS-RSV-KEY-ORDER
                   AND WS-RSV-LINE-NUMBER(WS-RSV-IDX) =
                       WS-RSV-KEY-LINE
                   MOVE 'Y' TO WS-RSV-FOUND
               END-IF
           END-PERFORM
           IF WS-RSV-FOUND = 'Y'
               SUBTRACT 1 FROM WS-RSV-IDX
           END-IF.

      *----------------------------------------------------------------
      * 商品・拠点に対する未投入ピッキングの添字を求める
      * （見つからないときは WS-PCK-FOUND＝'N'）
      *----------------------------------------------------------------
       FIND-PICK-ENTRY.
           MOVE 'N' TO WS-PCK-FOUND
           PERFORM VARYING WS-PCK-IDX FROM 1 BY 1
               UNTIL WS-PCK-IDX > WS-PCK-COUNT
               OR WS-PCK-FOUND = 'Y'
               IF WS-PCK-PRODUCT-ID(WS-PCK-IDX) = WS-PCK-KEY-PRODUCT
                   AND WS-PCK-LOCATION(WS-PCK-IDX) =
                       WS-PCK-KEY-LOCATION
                   MOVE 'Y' TO WS-PCK-FOUND
               END-IF
           END-PERFORM
           IF WS-PCK-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PCK-IDX
           END-IF.

      *----------------------------------------------------------------
      * 未投入ピッキング WS-PICK-QTY を商品・拠点別テーブルへ加算する
      * （テーブルがあふれたときは WS-PCK-OVERFLOW＝'Y'）
      *----------------------------------------------------------------
       ADD-PICK-ENTRY.
           PERFORM FIND-PICK-ENTRY
           IF WS-PCK-FOUND = 'Y'
               ADD WS-PICK-QTY TO WS-PCK-QUANTITY(WS-PCK-IDX)
           ELSE
               IF WS-PCK-COUNT < WS-PCK-MAX
                   ADD 1 TO WS-PCK-COUNT
                   MOVE WS-PCK-KEY-PRODUCT TO
                       WS-PCK-PRODUCT-ID(WS-PCK-COUNT)
                   MOVE WS-PCK-KEY-LOCATION TO
                       WS-PCK-LOCATION(WS-PCK-COUNT)
                   MOVE WS-PICK-QTY TO WS-PCK-QUANTITY(WS-PCK-COUNT)
               ELSE
                   MOVE 'Y' TO WS-PCK-OVERFLOW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 商品・拠点の有効な引当数量の合計を求める（ピッキング済みで
      * INVENTORY-MGMT 未投入の数量も出荷確定分として含める）
      *----------------------------------------------------------------
       SUM-RESERVED-QTY.
           MOVE 0 TO WS-RESERVED-QTY
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               IF WS-RSV-STATUS(WS-RSV-IDX) = 'R'
                   AND WS-RSV-PRODUCT-ID(WS-RSV-IDX) =
                       WS-RSV-KEY-PRODUCT
                   AND WS-RSV-LOCATION(WS-RSV-IDX) =
                       WS-RSV-KEY-LOCATION
                   ADD WS-RSV-QUANTITY(WS-RSV-IDX) TO WS-RESERVED-QTY
               END-IF
           END-PERFORM
           MOVE WS-RSV-KEY-PRODUCT TO WS-PCK-KEY-PRODUCT
           MOVE WS-RSV-KEY-LOCATION TO WS-PCK-KEY-LOCATION
           PERFORM FIND-PICK-ENTRY
           IF WS-PCK-FOUND = 'Y'
               ADD WS-PCK-QUANTITY(WS-PCK-IDX) TO WS-RESERVED-QTY
           END-IF.

      *----------------------------------------------------------------
      * 却下した受注明細をレポートへ書き出す
      *----------------------------------------------------------------
       WRITE-ORDER-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "ERROR: Order line rejected " ORD-ORDER-NUMBER
               "/" ORD-LINE-NUMBER " " WS-REJ-REASON-CODE
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "REJECT   "
               DELIMITED SIZE
               ORD-ORDER-NUMBER
               DELIMITED SIZE
               "/"
               DELIMITED SIZE
               ORD-LINE-NUMBER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               ORD-PRODUCT-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               ORD-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-REJ-REASON-CODE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-REJ-REASON-TEXT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD.

      *----------------------------------------------------------------
      * 未消込発注ファイルを商品・拠点別の未入庫残へ集計して
      * テーブルへ読み込む（最早の入庫予定日も保持する）
      *----------------------------------------------------------------
       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL WS-EOF-OPO = 'Y'
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-OPO
                   NOT AT END
                       IF OPO-OPEN
                           AND OPO-ORDER-QTY > OPO-RECEIVED-QTY
                           COMPUTE WS-OPEN-LINE-QTY =
                               OPO-ORDER-QTY - OPO-RECEIVED-QTY
                           PERFORM ADD-OPEN-PO-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE.

      *----------------------------------------------------------------
      * 未入庫残1件を商品・拠点別テーブルへ加算する
      *----------------------------------------------------------------
       ADD-OPEN-PO-ENTRY.
           MOVE 'N' TO WS-POD-FOUND
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               OR WS-POD-FOUND = 'Y'
               IF WS-POD-PRODUCT-ID(WS-POD-IDX) = OPO-PRODUCT-ID
                   AND WS-POD-LOCATION(WS-POD-IDX) = OPO-LOCATION
                   ADD WS-OPEN-LINE-QTY TO WS-POD-DUE-QTY(WS-POD-IDX)
                   IF OPO-DUE-DATE NOT = SPACES
                       AND (WS-POD-DUE-DATE(WS-POD-IDX) = SPACES
                       OR OPO-DUE-DATE < WS-POD-DUE-DATE(WS-POD-IDX))
                       MOVE OPO-DUE-DATE TO
                           WS-POD-DUE-DATE(WS-POD-IDX)
                   END-IF
                   MOVE 'Y' TO WS-POD-FOUND
               END-IF
           END-PERFORM
           IF WS-POD-FOUND = 'N'
               IF WS-POD-COUNT < WS-POD-MAX
                   ADD 1 TO WS-POD-COUNT
                   MOVE OPO-PRODUCT-ID TO
                       WS-POD-PRODUCT-ID(WS-POD-COUNT)
                   MOVE OPO-LOCATION TO WS-POD-LOCATION(WS-POD-COUNT)
                   MOVE WS-OPEN-LINE-QTY TO
                       WS-POD-DUE-QTY(WS-POD-COUNT)
                   MOVE OPO-DUE-DATE TO WS-POD-DUE-DATE(WS-POD-COUNT)
               ELSE
                   IF WS-POD-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-POD-OVERFLOW
                       DISPLAY "WARNING: Open PO table full - "
                           "ATP PO column incomplete"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 輸送中在庫ファイルを商品・入庫先別に集計してテーブルへ
      * 読み込む
      *----------------------------------------------------------------
       LOAD-INTRANSIT-TABLE.
           OPEN INPUT INTRANSIT-FILE
           PERFORM UNTIL WS-EOF-ITR = 'Y'
               READ INTRANSIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ITR
                   NOT AT END
                       IF ITR-QUANTITY IS NUMERIC
                           AND ITR-QUANTITY > 0
                           PERFORM ADD-INTRANSIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTRANSIT-FILE.

      *----------------------------------------------------------------
      * 輸送中在庫1件を商品・入庫先別テーブルへ加算する
      *----------------------------------------------------------------
       ADD-INTRANSIT-ENTRY.
           MOVE 'N' TO WS-ITR-FOUND
           PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
               UNTIL WS-ITR-IDX > WS-ITR-COUNT
               OR WS-ITR-FOUND = 'Y'
               IF WS-ITR-PRODUCT-ID(WS-ITR-IDX) = ITR-PRODUCT-ID
                   AND WS-ITR-TO-LOC(WS-ITR-IDX) = ITR-TO-LOCATION
                   ADD ITR-QUANTITY TO
                       WS-ITR-QUANTITY(WS-ITR-IDX)
                   MOVE 'Y' TO WS-ITR-FOUND
               END-IF
           END-PERFORM
           IF WS-ITR-FOUND = 'N'
               IF WS-ITR-COUNT < WS-ITR-MAX
                   ADD 1 TO WS-ITR-COUNT
                   MOVE ITR-PRODUCT-ID TO
                       WS-ITR-PRODUCT-ID(WS-ITR-COUNT)
                   MOVE ITR-TO-LOCATION TO
                       WS-ITR-TO-LOC(WS-ITR-COUNT)
                   MOVE ITR-QUANTITY TO
                       WS-ITR-QUANTITY(WS-ITR-COUNT)
               ELSE
                   IF WS-ITR-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-ITR-OVERFLOW
                       DISPLAY "WARNING: In-transit table full - "
                           "ATP in-transit column incomplete"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 在庫マスタの活性明細ごとに ATP 行を書き出す
      *----------------------------------------------------------------
       WRITE-ATP-REPORT.
           PERFORM WRITE-ATP-HEADER
           MOVE LOW-VALUES TO INV-KEY
           MOVE 'N' TO WS-EOF-INV
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INV
           END-START
           PERFORM UNTIL WS-EOF-INV = 'Y'
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       IF INV-ACTIVE
                           PERFORM WRITE-ATP-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-ATP-SUMMARY.

      *----------------------------------------------------------------
      * マスタ1件（レコード域）の ATP 行を書き出す
      * （利用可能＝手持ち－引当（未投入ピッキングを含む）、
      *   ATP＝利用可能＋未入庫発注残＋輸送中。利用可能が負の
      *   ものは引当超過として印を付ける）
      *----------------------------------------------------------------
       WRITE-ATP-LINE.
           ADD 1 TO WS-ATP-ITEM-COUNT
           MOVE INV-PRODUCT-ID TO WS-RSV-KEY-PRODUCT
           MOVE INV-LOCATION TO WS-RSV-KEY-LOCATION
           PERFORM SUM-RESERVED-QTY
           MOVE 0 TO WS-PO-DUE-QTY
           MOVE SPACES TO WS-PO-DUE-DATE
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               IF WS-POD-PRODUCT-ID(WS-POD-IDX) = INV-PRODUCT-ID
                   AND WS-POD-LOCATION(WS-POD-IDX) = INV-LOCATION
                   MOVE WS-POD-DUE-QTY(WS-POD-IDX) TO WS-PO-DUE-QTY
                   MOVE WS-POD-DUE-DATE(WS-POD-IDX) TO WS-PO-DUE-DATE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-INTRANSIT-QTY
           PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
               UNTIL WS-ITR-IDX > WS-ITR-COUNT
               IF WS-ITR-PRODUCT-ID(WS-ITR-IDX) = INV-PRODUCT-ID
                   AND WS-ITR-TO-LOC(WS-ITR-IDX) = INV-LOCATION
                   MOVE WS-ITR-QUANTITY(WS-ITR-IDX) TO
                       WS-INTRANSIT-QTY
               END-IF
           END-PERFORM
           COMPUTE WS-AVAILABLE-QTY = INV-QUANTITY - WS-RESERVED-QTY
           COMPUTE WS-ATP-QTY = WS-AVAILABLE-QTY + WS-PO-DUE-QTY
               + WS-INTRANSIT-QTY
           IF WS-AVAILABLE-QTY < 0
               ADD 1 TO WS-OVERCOMMIT-COUNT
               MOVE " *OVER*" TO WS-RESULT-MARK
           ELSE
               MOVE SPACES TO WS-RESULT-MARK
           END-IF
           MOVE INV-QUANTITY TO WS-DISPLAY-QTY
           MOVE WS-RESERVED-QTY TO WS-DISPLAY-RSV
           MOVE WS-AVAILABLE-QTY TO WS-DISPLAY-AVAIL
           MOVE WS-PO-DUE-QTY TO WS-DISPLAY-PO
           MOVE WS-INTRANSIT-QTY TO WS-DISPLAY-ITR
           MOVE WS-ATP-QTY TO WS-DISPLAY-ATP
           MOVE SPACES TO ATP-REPORT-RECORD
           STRING INV-PRODUCT-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               INV-LOCATION
               DELIMITED SIZE
               " oh="
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " rsv="
               DELIMITED SIZE
               WS-DISPLAY-RSV
               DELIMITED SIZE
               " av="
               DELIMITED SIZE
               WS-DISPLAY-AVAIL
               DELIMITED SIZE
               " po="
               DELIMITED SIZE
               WS-DISPLAY-PO
               DELIMITED SIZE
               " due="
               DELIMITED SIZE
               WS-PO-DUE-DATE
               DELIMITED SIZE
               " it="
               DELIMITED SIZE
               WS-DISPLAY-ITR
               DELIMITED SIZE
               " atp="
               DELIMITED SIZE
               WS-DISPLAY-ATP
               DELIMITED SIZE
               WS-RESULT-MARK
               DELIMITED SIZE
               INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD.

      *----------------------------------------------------------------
      * 引当結果レポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-ALLOCATION-HEADER.
           MOVE "=== Order Allocation Report ===" TO
               ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           MOVE ALL "-" TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD.

      *----------------------------------------------------------------
      * 引当結果レポートの要約を書き出す
      *----------------------------------------------------------------
       WRITE-ALLOCATION-SUMMARY.
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           MOVE ALL "-" TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-ORDER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Order lines read:     "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-RESERVED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Reserved in full:     "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-PARTIAL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Reserved in part:     "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-PICKED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Picked (SUB written): "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Released:             "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Rejected:             "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-OPEN-RSV-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING "Open reservations:    "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD.

      *----------------------------------------------------------------
      * ATP レポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-ATP-HEADER.
           MOVE "=== Available-to-Promise Report ===" TO
               ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD
           MOVE SPACES TO ATP-REPORT-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD
           MOVE SPACES TO ATP-REPORT-RECORD
           STRING "oh=on hand rsv=reserved+unposted picks "
               DELIMITED SIZE
               "av=available po=open PO due it=in transit"
               DELIMITED SIZE
               INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD
           IF WS-POD-OVERFLOW = 'Y' OR WS-ITR-OVERFLOW = 'Y'
               MOVE "WARNING: PO/in-transit table overflow - incomplete"
                   TO ATP-REPORT-RECORD
               WRITE ATP-REPORT-RECORD
           END-IF
           MOVE SPACES TO ATP-REPORT-RECORD
           MOVE ALL "-" TO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD.

      *----------------------------------------------------------------
      * ATP レポートの要約を書き出す
      *----------------------------------------------------------------
       WRITE-ATP-SUMMARY.
           MOVE SPACES TO ATP-REPORT-RECORD
           MOVE ALL "-" TO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD
           MOVE WS-ATP-ITEM-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ATP-REPORT-RECORD
           STRING "Active items:         "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD
           MOVE WS-OVERCOMMIT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ATP-REPORT-RECORD
           STRING "Over-reserved items:  "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO ATP-REPORT-RECORD
           WRITE ATP-REPORT-RECORD.
