      *   入庫先への輸送中数量を別欄で表示する。融通提案の不足
      *   判定は手持ち＋輸送中で行い、既に輸送中の在庫への二重
      *   提案を防ぐ
      * - 引当ファイル（RESVREC 登録集。INVENTORY-ALLOCATE 出力）を
      *   読み込み、拠点別明細に引当数量を表示する。閾値割れの判定
      *   と融通の余剰・不足は利用可能数量（手持ち－引当）で行い、
      *   受注に引き当て済みの在庫を融通に回さない。ピッキング出庫
      *   ファイル（INVENTORY-ALLOCATE 出力）に残る未投入の SUB
      *   （理由コード PICK）も、手持ちから落ちるまでは引当に含める
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INTRANSIT-FILE
               ASSIGN TO 'data/intransit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO 'data/reservations.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PICK-FILE
               ASSIGN TO 'data/pick_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INTRANSIT-FILE.
           COPY INTRANS.

      * 在庫引当ファイル（INVENTORY-ALLOCATE 出力。未出荷の引当）
       FD RESERVATION-FILE.
           COPY RESVREC.

      * ピッキング出庫ファイル（INVENTORY-ALLOCATE 出力。
      * TRANSACTION-RECORD と同じレイアウトのうち、引当への加算に
      * 用いる項目だけを展開する。投入前の SUB/PICK を引当に含める）
       FD PICK-FILE.
       01 PICK-RECORD.
           05 PCK-PRODUCT-ID      PIC X(10).
           05 PCK-TYPE            PIC X(3).
           05 PCK-QUANTITY        PIC 9(5).
           05 PCK-LOCATION        PIC X(5).
           05 FILLER              PIC X(5).
           05 PCK-REASON-CODE     PIC X(4).
           05 FILLER              PIC X(35).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2) VALUE '00'.
       01 WS-EOF-INV              PIC X VALUE 'N'.
       01 WS-GRP-OVERFLOW         PIC X VALUE 'N'.
       01 WS-TOTAL-ON-HAND        PIC 9(7) VALUE 0.

      * 商品1件分の拠点テーブル（1商品あたり20拠点まで。数量欄は
      * 利用可能数量＝手持ち－引当を持つ）
       01 WS-GRP-COUNT            PIC 9(2) VALUE 0.
       01 WS-GRP-MAX              PIC 9(2) VALUE 20.
       01 WS-GRP-IDX              PIC 9(2).
               10 WS-GRP-QUANTITY  PIC S9(7).
               10 WS-GRP-THRESHOLD PIC 9(5).
               10 WS-GRP-INTRANSIT PIC S9(7).
               10 WS-GRP-RESERVED  PIC 9(7).

      * 輸送中在庫テーブル（商品・入庫先別の未着数量。500件まで）
       01 WS-EOF-ITR              PIC X VALUE 'N'.
               10 WS-ITR-QUANTITY   PIC 9(5).
       01 WS-INTRANSIT-QTY        PIC S9(7).

      * 引当数量テーブル（商品・拠点別の引当合計。未投入の
      * ピッキング出庫を含む。2000件まで）
       01 WS-EOF-RSV              PIC X VALUE 'N'.
       01 WS-EOF-PCK              PIC X VALUE 'N'.
       01 WS-RSV-COUNT            PIC 9(4) VALUE 0.
       01 WS-RSV-MAX              PIC 9(4) VALUE 2000.
       01 WS-RSV-IDX              PIC 9(4).
       01 WS-RSV-FOUND            PIC X VALUE 'N'.
       01 WS-RSV-OVERFLOW         PIC X VALUE 'N'.
       01 WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 2000 TIMES.
               10 WS-RSV-PRODUCT-ID PIC X(10).
               10 WS-RSV-LOCATION   PIC X(5).
               10 WS-RSV-QUANTITY   PIC 9(7).
       01 WS-RESERVED-QTY         PIC 9(7).
       01 WS-RSV-KEY-PRODUCT      PIC X(10).
       01 WS-RSV-KEY-LOCATION     PIC X(5).
       01 WS-RSV-ADD-QTY          PIC 9(5).

      * 融通数量計算用
       01 WS-DEFICIT-QTY          PIC S9(7).
       01 WS-SURPLUS-QTY          PIC S9(7).
      * 表示編集用
       01 WS-DISPLAY-QTY          PIC Z(6)9.
       01 WS-DISPLAY-INTRANSIT    PIC Z(6)9.
       01 WS-DISPLAY-RESERVED     PIC Z(6)9.
       01 WS-DISPLAY-AVAIL        PIC -(6)9.
       01 WS-DISPLAY-TOTAL        PIC Z(6)9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.
       01 WS-BELOW-MARK           PIC X(8).
               STOP RUN
           END-IF
           PERFORM LOAD-INTRANSIT-TABLE
           PERFORM LOAD-RESERVATION-TABLE
           OPEN OUTPUT ROLLUP-REPORT-FILE
           OPEN OUTPUT REBALANCE-FILE
           PERFORM WRITE-ROLLUP-HEADER
                   ADD 1 TO WS-GRP-COUNT
                   MOVE INV-LOCATION TO
                       WS-GRP-LOCATION(WS-GRP-COUNT)
                   PERFORM LOOKUP-RESERVED-QTY
                   MOVE WS-RESERVED-QTY TO
                       WS-GRP-RESERVED(WS-GRP-COUNT)
                   COMPUTE WS-GRP-QUANTITY(WS-GRP-COUNT) =
                       INV-QUANTITY - WS-RESERVED-QTY
                   MOVE INV-THRESHOLD TO
                       WS-GRP-THRESHOLD(WS-GRP-COUNT)
                   PERFORM LOOKUP-INTRANSIT-QTY
           MOVE 0 TO WS-TOTAL-ON-HAND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               ADD WS-GRP-QUANTITY(WS-GRP-IDX)
                   WS-GRP-RESERVED(WS-GRP-IDX) TO WS-TOTAL-ON-HAND
           END-PERFORM
           PERFORM WRITE-PRODUCT-HEADER
           IF WS-GRP-OVERFLOW = 'Y'
           WRITE ROLLUP-REPORT-RECORD.

      *----------------------------------------------------------------
      * 拠点別の明細行をレポートへ書き出す（利用可能数量の閾値割れに
      * BELOW 印）
      *----------------------------------------------------------------
       WRITE-LOCATION-LINE.
           IF WS-GRP-QUANTITY(WS-GRP-IDX) <
           ELSE
               MOVE SPACES TO WS-BELOW-MARK
           END-IF
           COMPUTE WS-DISPLAY-QTY =
               WS-GRP-QUANTITY(WS-GRP-IDX)
               + WS-GRP-RESERVED(WS-GRP-IDX)
           MOVE WS-GRP-RESERVED(WS-GRP-IDX) TO WS-DISPLAY-RESERVED
           MOVE WS-GRP-QUANTITY(WS-GRP-IDX) TO WS-DISPLAY-AVAIL
           MOVE WS-GRP-INTRANSIT(WS-GRP-IDX) TO
               WS-DISPLAY-INTRANSIT
           MOVE SPACES TO ROLLUP-REPORT-RECORD
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " rsv="
               DELIMITED SIZE
               WS-DISPLAY-RESERVED
               DELIMITED SIZE
               " avail="
               DELIMITED SIZE
               WS-DISPLAY-AVAIL
               DELIMITED SIZE
               " intransit="
               DELIMITED SIZE
               WS-DISPLAY-INTRANSIT
      * （不足拠点ごとに、閾値超過分を持つ拠点から不足数量を上限に
      *   融通する。複数の余剰拠点から分けて融通することもある。
      *   提案済み数量は作業テーブル上で差し引き、二重提案を防ぐ。
      *   不足判定は利用可能＋輸送中で行い、既に輸送中の在庫への
      *   二重提案を防ぐ。余剰も利用可能数量から求める）
      *----------------------------------------------------------------
       SUGGEST-REBALANCE-TRANSFERS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 引当ファイルを商品・拠点別の引当合計へ集計してテーブルへ
      * 読み込む。ピッキング出庫ファイルに残る未投入の SUB/PICK も
      * 出荷確定分として加える（ファイルがなければ引当なし）
      *----------------------------------------------------------------
       LOAD-RESERVATION-TABLE.
           OPEN INPUT RESERVATION-FILE
           PERFORM UNTIL WS-EOF-RSV = 'Y'
               READ RESERVATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RSV
                   NOT AT END
                       IF RSV-QUANTITY IS NUMERIC
                           AND RSV-QUANTITY > 0
                           MOVE RSV-PRODUCT-ID TO WS-RSV-KEY-PRODUCT
                           MOVE RSV-LOCATION TO WS-RSV-KEY-LOCATION
                           MOVE RSV-QUANTITY TO WS-RSV-ADD-QTY
                           PERFORM ADD-RESERVATION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           OPEN INPUT PICK-FILE
           PERFORM UNTIL WS-EOF-PCK = 'Y'
               READ PICK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PCK
                   NOT AT END
                       IF PCK-TYPE = 'SUB'
                           AND PCK-REASON-CODE = 'PICK'
                           AND PCK-QUANTITY IS NUMERIC
                           AND PCK-QUANTITY > 0
                           MOVE PCK-PRODUCT-ID TO WS-RSV-KEY-PRODUCT
                           MOVE PCK-LOCATION TO WS-RSV-KEY-LOCATION
                           MOVE PCK-QUANTITY TO WS-RSV-ADD-QTY
                           PERFORM ADD-RESERVATION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PICK-FILE.

      *----------------------------------------------------------------
      * 引当1件（WS-RSV-KEY-PRODUCT／LOCATION と WS-RSV-ADD-QTY）を
      * 商品・拠点別テーブルへ加算する
      *----------------------------------------------------------------
       ADD-RESERVATION-ENTRY.
           MOVE 'N' TO WS-RSV-FOUND
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               OR WS-RSV-FOUND = 'Y'
               IF WS-RSV-PRODUCT-ID(WS-RSV-IDX) = WS-RSV-KEY-PRODUCT
                   AND WS-RSV-LOCATION(WS-RSV-IDX) =
                       WS-RSV-KEY-LOCATION
                   ADD WS-RSV-ADD-QTY TO WS-RSV-QUANTITY(WS-RSV-IDX)
                   MOVE 'Y' TO WS-RSV-FOUND
               END-IF
           END-PERFORM
           IF WS-RSV-FOUND = 'N'
               IF WS-RSV-COUNT < WS-RSV-MAX
                   ADD 1 TO WS-RSV-COUNT
                   MOVE WS-RSV-KEY-PRODUCT TO
                       WS-RSV-PRODUCT-ID(WS-RSV-COUNT)
                   MOVE WS-RSV-KEY-LOCATION TO
                       WS-RSV-LOCATION(WS-RSV-COUNT)
                   MOVE WS-RSV-ADD-QTY TO
                       WS-RSV-QUANTITY(WS-RSV-COUNT)
               ELSE
                   IF WS-RSV-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-RSV-OVERFLOW
                       DISPLAY "WARNING: Reservation table full - "
                           "some reservations ignored"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * マスタ1件（レコード域）の商品・拠点に対する引当合計を求める
      *----------------------------------------------------------------
       LOOKUP-RESERVED-QTY.
           MOVE 0 TO WS-RESERVED-QTY
           MOVE 'N' TO WS-RSV-FOUND
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               OR WS-RSV-FOUND = 'Y'
               IF WS-RSV-PRODUCT-ID(WS-RSV-IDX) = INV-PRODUCT-ID
                   AND WS-RSV-LOCATION(WS-RSV-IDX) = INV-LOCATION
                   MOVE WS-RSV-QUANTITY(WS-RSV-IDX) TO WS-RESERVED-QTY
                   MOVE 'Y' TO WS-RSV-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * マスタ1件（レコード域）の商品・拠点に対する輸送中数量を
      * 求める
