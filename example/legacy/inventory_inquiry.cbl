       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-INQUIRY.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 単品在庫照会プログラム
      * - 指定した商品（拠点指定も可）について、各ファイルの情報を
      *   1枚の在庫状況シート（output/inquiry.txt）にまとめる
      *     拠点別の手持数量・平均原価・発注点・ABC 区分・直近棚卸日
      *     ロット明細と使用期限までの日数（LOTREC 登録集）
      *     輸送中の移動（INTRANS 登録集）
      *     未消込発注明細と入荷予定日（OPENPO 登録集。予定日を
      *     過ぎたものに OVERDUE 印）
      *     未充足のバックオーダー
      *     直近の移動履歴と理由コード（MOVEHIST 登録集）
      * - 在庫マスタはキーで直接読む（拠点指定時は READ、拠点
      *   未指定時は商品IDで START して同じ商品の間 READ NEXT）。
      *   一括処理の実行を待たずに照会できる
      * - コマンドライン引数
      *     商品ID [拠点|*] [件数]   1商品のシート
      *     LIST [件数]              照会リスト（data/inquiry_list.dat、
      *                              商品ID＋拠点）の1行ごとにシート
      *   件数は表示する直近移動の件数（3桁ゼロ埋め数字、例 020。
      *   未指定時は 10 件、上限 100 件）
      * - 復帰コード：マスタに見つからない商品があれば 4、引数不備は 8
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
           SELECT OPTIONAL INQUIRY-LIST-FILE
               ASSIGN TO 'data/inquiry_list.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-FILE
               ASSIGN TO 'data/lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTRANSIT-FILE
               ASSIGN TO 'data/intransit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'data/open_po.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'data/backorders.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'data/movement_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO 'output/inquiry.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 在庫マスタファイル（索引編成。照会のみ）
       FD INVENTORY-FILE.
           COPY INVMAST.

      * 照会リストファイル（LIST 指定時。拠点は空白で全拠点）
       FD INQUIRY-LIST-FILE.
       01 INQUIRY-LIST-RECORD.
           05 INQ-PRODUCT-ID     PIC X(10).
           05 INQ-LOCATION       PIC X(5).

      * ロット明細ファイル
       FD LOT-FILE.
           COPY LOTREC.

      * 輸送中在庫ファイル
       FD INTRANSIT-FILE.
           COPY INTRANS.

      * 未消込発注ファイル
       FD OPEN-PO-FILE.
           COPY OPENPO.

      * バックオーダーファイル（INVENTORY-MGMT と共通のレイアウト）
       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BO-PRODUCT-ID      PIC X(10).
           05 BO-LOCATION        PIC X(5).
           05 BO-QUANTITY        PIC 9(5).
           05 BO-DATE            PIC X(8).

      * 移動履歴ファイル
       FD MOVEMENT-FILE.
           COPY MOVEHIST.

      * 在庫状況シート
       FD INQUIRY-REPORT-FILE.
       01 INQUIRY-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2).
       01 WS-EOF-INV              PIC X VALUE 'N'.
       01 WS-EOF-IN               PIC X VALUE 'N'.
       01 WS-EOF-LIST             PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-SERIAL           PIC 9(8).

      * コマンドライン引数
       01 WS-COMMAND-LINE         PIC X(40) VALUE SPACES.
       01 WS-CMD-TOKENS.
           05 WS-CMD-TOKEN        PIC X(10) OCCURS 3 TIMES.
       01 WS-LIST-MODE            PIC X VALUE 'N'.
       01 WS-COUNT-PARM           PIC X(10) VALUE SPACES.
       01 WS-MOVE-LIMIT           PIC 9(3) VALUE 10.

      * 照会中の商品・拠点（拠点が空白のときは全拠点）
       01 WS-INQ-PRODUCT-ID       PIC X(10).
       01 WS-INQ-LOCATION         PIC X(5).
       01 WS-INQ-ALL-LOCATIONS    PIC X VALUE 'Y'.
       01 WS-INQ-MATCH            PIC X.
       01 WS-INQ-MATCH-LOCATION   PIC X(5).
       01 WS-SHEET-COUNT          PIC 9(5) VALUE 0.
       01 WS-NOT-FOUND-COUNT      PIC 9(5) VALUE 0.
       01 WS-SECTION-LINES        PIC 9(5).
       01 WS-MASTER-FOUND         PIC X.

      * 直近移動の保持用（循環バッファ。100件まで）
       01 WS-MVH-COUNT            PIC 9(3).
       01 WS-MVH-NEXT             PIC 9(3).
       01 WS-MVH-IDX              PIC 9(3).
       01 WS-MVH-SHOWN            PIC 9(3).
       01 WS-MVH-TABLE.
           05 WS-MVH-ENTRY OCCURS 100 TIMES.
               10 WS-MVH-DATE         PIC X(8).
               10 WS-MVH-LOCATION     PIC X(5).
               10 WS-MVH-TYPE         PIC X(3).
               10 WS-MVH-QUANTITY     PIC S9(9).
               10 WS-MVH-REASON       PIC X(4).

      * 通算日付変換用
       01 WS-DTS-DATE             PIC X(8).
       01 WS-DTS-SERIAL           PIC 9(8).
       01 WS-DTS-YYYY             PIC 9(4).
       01 WS-DTS-MM               PIC 9(2).
       01 WS-DTS-DD               PIC 9(2).
       01 WS-DTS-LEAP-4           PIC 9(4).
       01 WS-DTS-LEAP-100         PIC 9(4).
       01 WS-DTS-LEAP-400         PIC 9(4).
       01 WS-DTS-REMAINDER-4      PIC 9(4).
       01 WS-DTS-REMAINDER-100    PIC 9(4).
       01 WS-DTS-REMAINDER-400    PIC 9(4).
       01 WS-DTS-LEAP-FLAG        PIC X VALUE 'N'.
       01 WS-DAYS-TO-EXPIRY       PIC S9(7).

      * 月初までの累積日数（平年）
       01 WS-CUM-DAYS-VALUES.
           05 FILLER              PIC 9(3) VALUE 000.
           05 FILLER              PIC 9(3) VALUE 031.
           05 FILLER              PIC 9(3) VALUE 059.
           05 FILLER              PIC 9(3) VALUE 090.
           05 FILLER              PIC 9(3) VALUE 120.
           05 FILLER              PIC 9(3) VALUE 151.
           05 FILLER              PIC 9(3) VALUE 181.
           05 FILLER              PIC 9(3) VALUE 212.
           05 FILLER              PIC 9(3) VALUE 243.
           05 FILLER              PIC 9(3) VALUE 273.
           05 FILLER              PIC 9(3) VALUE 304.
           05 FILLER              PIC 9(3) VALUE 334.
       01 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS-TAB     PIC 9(3) OCCURS 12 TIMES.

      * 表示編集用
       01 WS-OUTSTANDING-QTY      PIC S9(7).
       01 WS-DUE-MARK             PIC X(8).
       01 WS-DISPLAY-QTY          PIC Z(6)9.
       01 WS-DISPLAY-QTY-2        PIC Z(6)9.
       01 WS-DISPLAY-QTY-3        PIC Z(6)9.
       01 WS-DISPLAY-SIGNED       PIC -(8)9.
       01 WS-DISPLAY-COST         PIC Z(6)9.99.
       01 WS-DISPLAY-DAYS         PIC -(5)9.
       01 WS-DISPLAY-LIMIT        PIC ZZ9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM PARSE-INQUIRY-OPTIONS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DTS-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open inventory master, "
                   "status=" WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-LIST-MODE = 'Y'
               OPEN INPUT INQUIRY-LIST-FILE
               PERFORM UNTIL WS-EOF-LIST = 'Y'
                   READ INQUIRY-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LIST
                       NOT AT END
                           IF INQ-PRODUCT-ID NOT = SPACES
                               MOVE INQ-PRODUCT-ID TO
                                   WS-INQ-PRODUCT-ID
                               MOVE INQ-LOCATION TO WS-INQ-LOCATION
                               PERFORM PRODUCE-STATUS-SHEET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INQUIRY-LIST-FILE
           ELSE
               PERFORM PRODUCE-STATUS-SHEET
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           CLOSE INVENTORY-FILE
           DISPLAY "Status sheets:         " WS-SHEET-COUNT
           DISPLAY "Not in master:         " WS-NOT-FOUND-COUNT
           DISPLAY "Inquiry written to output/inquiry.txt"
           IF WS-NOT-FOUND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * コマンドライン引数を解析する
      * （商品ID [拠点|*] [件数] または LIST [件数]。件数は3桁の
      *   数字。未指定時は 10 件、100 件を超える指定は 100 件）
      *----------------------------------------------------------------
       PARSE-INQUIRY-OPTIONS.
           MOVE SPACES TO WS-CMD-TOKENS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN(1)
                    WS-CMD-TOKEN(2)
                    WS-CMD-TOKEN(3)
           END-UNSTRING
           IF WS-CMD-TOKEN(1) = SPACES
               DISPLAY "Usage: product-id [location|*] [moves (NNN)]"
               DISPLAY "       LIST [moves (NNN)] - one sheet per "
                   "entry in data/inquiry_list.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CMD-TOKEN(1) = 'LIST'
               MOVE 'Y' TO WS-LIST-MODE
               MOVE WS-CMD-TOKEN(2) TO WS-COUNT-PARM
           ELSE
               MOVE WS-CMD-TOKEN(1) TO WS-INQ-PRODUCT-ID
               IF WS-CMD-TOKEN(2) = '*'
                   MOVE SPACES TO WS-INQ-LOCATION
               ELSE
                   MOVE WS-CMD-TOKEN(2) TO WS-INQ-LOCATION
               END-IF
               MOVE WS-CMD-TOKEN(3) TO WS-COUNT-PARM
           END-IF
           IF WS-COUNT-PARM NOT = SPACES
               IF WS-COUNT-PARM(1:3) IS NUMERIC
                   AND WS-COUNT-PARM(4:7) = SPACES
                   AND WS-COUNT-PARM(1:3) > '000'
                   MOVE WS-COUNT-PARM(1:3) TO WS-MOVE-LIMIT
                   IF WS-MOVE-LIMIT > 100
                       MOVE 100 TO WS-MOVE-LIMIT
                   END-IF
               ELSE
                   DISPLAY "ERROR: Movement count must be 3 digits "
                       "(e.g. 020): " WS-COUNT-PARM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 照会中の商品（WS-INQ-PRODUCT-ID／WS-INQ-LOCATION）の在庫
      * 状況シートを1枚書き出す
      *----------------------------------------------------------------
       PRODUCE-STATUS-SHEET.
           ADD 1 TO WS-SHEET-COUNT
           IF WS-INQ-LOCATION = SPACES
               MOVE 'Y' TO WS-INQ-ALL-LOCATIONS
           ELSE
               MOVE 'N' TO WS-INQ-ALL-LOCATIONS
           END-IF
           PERFORM WRITE-SHEET-HEADER
           PERFORM WRITE-LOCATION-SECTION
           IF WS-MASTER-FOUND = 'N'
               ADD 1 TO WS-NOT-FOUND-COUNT
           END-IF
           PERFORM WRITE-LOT-SECTION
           PERFORM WRITE-INTRANSIT-SECTION
           PERFORM WRITE-OPEN-PO-SECTION
           PERFORM WRITE-BACKORDER-SECTION
           PERFORM WRITE-MOVEMENT-SECTION.

      *----------------------------------------------------------------
      * シートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-SHEET-HEADER.
           IF WS-SHEET-COUNT > 1
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               MOVE ALL "=" TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           MOVE "=== Stock Status Inquiry ===" TO
               INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-INQ-ALL-LOCATIONS = 'Y'
               STRING "Run date: "
                   DELIMITED SIZE
                   WS-RUN-DATE
                   DELIMITED SIZE
                   "  Product: "
                   DELIMITED SIZE
                   WS-INQ-PRODUCT-ID
                   DELIMITED SIZE
                   "  Location: all"
                   DELIMITED SIZE
                   INTO INQUIRY-REPORT-RECORD
           ELSE
               STRING "Run date: "
                   DELIMITED SIZE
                   WS-RUN-DATE
                   DELIMITED SIZE
                   "  Product: "
                   DELIMITED SIZE
                   WS-INQ-PRODUCT-ID
                   DELIMITED SIZE
                   "  Location: "
                   DELIMITED SIZE
                   WS-INQ-LOCATION
                   DELIMITED SIZE
                   INTO INQUIRY-REPORT-RECORD
           END-IF
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           MOVE ALL "-" TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 拠点別のマスタ情報を書き出す
      * （拠点指定時はキーで直接読み、未指定時は商品IDで位置付けて
      *   同じ商品の間を順に読む）
      *----------------------------------------------------------------
       WRITE-LOCATION-SECTION.
           MOVE "-- Locations --" TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "Loc   Name                  On hand  Avg cost"
               DELIMITED SIZE
               " Threshold ABC Last count St"
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE WS-INQ-PRODUCT-ID TO INV-PRODUCT-ID
           IF WS-INQ-ALL-LOCATIONS = 'N'
               MOVE WS-INQ-LOCATION TO INV-LOCATION
               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
                       PERFORM WRITE-LOCATION-LINE
               END-READ
           ELSE
               MOVE LOW-VALUES TO INV-LOCATION
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
                           IF INV-PRODUCT-ID NOT = WS-INQ-PRODUCT-ID
                               MOVE 'Y' TO WS-EOF-INV
                           ELSE
                               MOVE 'Y' TO WS-MASTER-FOUND
                               PERFORM WRITE-LOCATION-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-MASTER-FOUND = 'N'
               MOVE "  Product not found in inventory master" TO
                   INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * マスタ1件の拠点行を書き出す
      *----------------------------------------------------------------
       WRITE-LOCATION-LINE.
           MOVE INV-QUANTITY TO WS-DISPLAY-QTY
           MOVE INV-AVG-COST TO WS-DISPLAY-COST
           MOVE INV-THRESHOLD TO WS-DISPLAY-QTY-2
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING INV-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               INV-PRODUCT-NAME
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-COST
               DELIMITED SIZE
               "   "
               DELIMITED SIZE
               WS-DISPLAY-QTY-2
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               INV-ABC-CLASS
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               INV-LAST-COUNT-DATE
               DELIMITED SIZE
               "   "
               DELIMITED SIZE
               INV-STATUS
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 明細の拠点（WS-INQ-MATCH-LOCATION）が照会の拠点に合うかを
      * 判定する（全拠点照会ならすべて合う）
      *----------------------------------------------------------------
       CHECK-LOCATION-MATCH.
           IF WS-INQ-ALL-LOCATIONS = 'Y'
               OR WS-INQ-MATCH-LOCATION = WS-INQ-LOCATION
               MOVE 'Y' TO WS-INQ-MATCH
           ELSE
               MOVE 'N' TO WS-INQ-MATCH
           END-IF.

      *----------------------------------------------------------------
      * 該当なしの行を書き出す（WS-SECTION-LINES がゼロのとき）
      *----------------------------------------------------------------
       WRITE-NONE-LINE.
           IF WS-SECTION-LINES = 0
               MOVE "  (none)" TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * ロット明細と使用期限までの日数を書き出す
      * （期限切れは負の日数と EXPIRED 印）
      *----------------------------------------------------------------
       WRITE-LOT-SECTION.
           MOVE "-- Lots --" TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT LOT-FILE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ LOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF LOT-PRODUCT-ID = WS-INQ-PRODUCT-ID
                           MOVE LOT-LOCATION TO WS-INQ-MATCH-LOCATION
                           PERFORM CHECK-LOCATION-MATCH
                           IF WS-INQ-MATCH = 'Y'
                               PERFORM WRITE-LOT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOT-FILE
           PERFORM WRITE-NONE-LINE.

      *----------------------------------------------------------------
      * ロット1件の行を書き出す
      *----------------------------------------------------------------
       WRITE-LOT-LINE.
           IF WS-SECTION-LINES = 0
               MOVE "Loc   Lot        Expiry    Quantity  Days left"
                   TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           ADD 1 TO WS-SECTION-LINES
           MOVE SPACES TO WS-DUE-MARK
           MOVE LOT-QUANTITY TO WS-DISPLAY-QTY
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF LOT-EXPIRY-DATE IS NUMERIC
               MOVE LOT-EXPIRY-DATE TO WS-DTS-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-DAYS-TO-EXPIRY =
                   WS-DTS-SERIAL - WS-RUN-SERIAL
               MOVE WS-DAYS-TO-EXPIRY TO WS-DISPLAY-DAYS
               IF WS-DAYS-TO-EXPIRY < 0
                   MOVE " EXPIRED" TO WS-DUE-MARK
               END-IF
               STRING LOT-LOCATION
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   LOT-NUMBER
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   LOT-EXPIRY-DATE
                   DELIMITED SIZE
                   "  "
                   DELIMITED SIZE
                   WS-DISPLAY-QTY
                   DELIMITED SIZE
                   "     "
                   DELIMITED SIZE
                   WS-DISPLAY-DAYS
                   DELIMITED SIZE
                   WS-DUE-MARK
                   DELIMITED SIZE
                   INTO INQUIRY-REPORT-RECORD
           ELSE
               STRING LOT-LOCATION
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   LOT-NUMBER
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   "no date "
                   DELIMITED SIZE
                   "  "
                   DELIMITED SIZE
                   WS-DISPLAY-QTY
                   DELIMITED SIZE
                   INTO INQUIRY-REPORT-RECORD
           END-IF
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 輸送中の移動を書き出す（照会拠点が出荷元・到着先のどちらか
      * であれば対象とする）
      *----------------------------------------------------------------
       WRITE-INTRANSIT-SECTION.
           MOVE "-- In transit --" TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT INTRANSIT-FILE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ INTRANSIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF ITR-PRODUCT-ID = WS-INQ-PRODUCT-ID
                           MOVE ITR-TO-LOCATION TO
                               WS-INQ-MATCH-LOCATION
                           PERFORM CHECK-LOCATION-MATCH
                           IF WS-INQ-MATCH = 'N'
                               MOVE ITR-FROM-LOCATION TO
                                   WS-INQ-MATCH-LOCATION
                               PERFORM CHECK-LOCATION-MATCH
                           END-IF
                           IF WS-INQ-MATCH = 'Y'
                               PERFORM WRITE-INTRANSIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTRANSIT-FILE
           PERFORM WRITE-NONE-LINE.

      *----------------------------------------------------------------
      * 輸送中1件の行を書き出す
      *----------------------------------------------------------------
       WRITE-INTRANSIT-LINE.
           IF WS-SECTION-LINES = 0
               MOVE "From  To     Quantity Shipped   Lot" TO
                   INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           ADD 1 TO WS-SECTION-LINES
           MOVE ITR-QUANTITY TO WS-DISPLAY-QTY
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING ITR-FROM-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               ITR-TO-LOCATION
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               ITR-SHIP-DATE
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               ITR-LOT-NUMBER
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 未消込発注明細を書き出す（入荷予定日を過ぎたものに
      * OVERDUE 印）
      *----------------------------------------------------------------
       WRITE-OPEN-PO-SECTION.
           MOVE "-- Open purchase order lines --" TO
               INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF OPO-PRODUCT-ID = WS-INQ-PRODUCT-ID
                           AND OPO-OPEN
                           MOVE OPO-LOCATION TO WS-INQ-MATCH-LOCATION
                           PERFORM CHECK-LOCATION-MATCH
                           IF WS-INQ-MATCH = 'Y'
                               PERFORM WRITE-OPEN-PO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
           PERFORM WRITE-NONE-LINE.

      *----------------------------------------------------------------
      * 未消込発注明細1件の行を書き出す
      *----------------------------------------------------------------
       WRITE-OPEN-PO-LINE.
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "PO number     Ln  Loc   Vendor  Ordered"
                   DELIMITED SIZE
                   " Received    Due  Due date"
                   DELIMITED SIZE
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           ADD 1 TO WS-SECTION-LINES
           COMPUTE WS-OUTSTANDING-QTY =
               OPO-ORDER-QTY - OPO-RECEIVED-QTY
           IF WS-OUTSTANDING-QTY < 0
               MOVE 0 TO WS-OUTSTANDING-QTY
           END-IF
           MOVE OPO-ORDER-QTY TO WS-DISPLAY-QTY
           MOVE OPO-RECEIVED-QTY TO WS-DISPLAY-QTY-2
           MOVE WS-OUTSTANDING-QTY TO WS-DISPLAY-QTY-3
           MOVE SPACES TO WS-DUE-MARK
           IF OPO-DUE-DATE < WS-RUN-DATE
               MOVE " OVERDUE" TO WS-DUE-MARK
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING OPO-PO-NUMBER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               OPO-LINE-NUMBER
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               OPO-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               OPO-VENDOR-CODE
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               WS-DISPLAY-QTY-2
               DELIMITED SIZE
               WS-DISPLAY-QTY-3
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               OPO-DUE-DATE
               DELIMITED SIZE
               WS-DUE-MARK
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 未充足のバックオーダーを書き出す
      *----------------------------------------------------------------
       WRITE-BACKORDER-SECTION.
           MOVE "-- Backorders --" TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT BACKORDER-FILE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ BACKORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF BO-PRODUCT-ID = WS-INQ-PRODUCT-ID
                           MOVE BO-LOCATION TO WS-INQ-MATCH-LOCATION
                           PERFORM CHECK-LOCATION-MATCH
                           IF WS-INQ-MATCH = 'Y'
                               PERFORM WRITE-BACKORDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           PERFORM WRITE-NONE-LINE.

      *----------------------------------------------------------------
      * バックオーダー1件の行を書き出す
      *----------------------------------------------------------------
       WRITE-BACKORDER-LINE.
           IF WS-SECTION-LINES = 0
               MOVE "Loc    Quantity Since" TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           ADD 1 TO WS-SECTION-LINES
           MOVE BO-QUANTITY TO WS-DISPLAY-QTY
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING BO-LOCATION
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               BO-DATE
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 直近の移動履歴を新しい順に書き出す
      * （移動履歴は追記順のため、該当する移動を指定件数分だけ
      *   循環バッファに残し、最後に書かれたものから並べる）
      *----------------------------------------------------------------
       WRITE-MOVEMENT-SECTION.
           MOVE WS-MOVE-LIMIT TO WS-DISPLAY-LIMIT
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "-- Last "
               DELIMITED SIZE
               WS-DISPLAY-LIMIT
               DELIMITED SIZE
               " movements (newest first) --"
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE 0 TO WS-MVH-COUNT
           MOVE 0 TO WS-MVH-NEXT
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT MOVEMENT-FILE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ MOVEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF MOV-PRODUCT-ID = WS-INQ-PRODUCT-ID
                           MOVE MOV-LOCATION TO WS-INQ-MATCH-LOCATION
                           PERFORM CHECK-LOCATION-MATCH
                           IF WS-INQ-MATCH = 'Y'
                               PERFORM KEEP-RECENT-MOVEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE
           MOVE WS-MVH-COUNT TO WS-SECTION-LINES
           IF WS-MVH-COUNT > 0
               MOVE "Date      Loc   Type  Quantity Reason" TO
                   INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               MOVE WS-MVH-NEXT TO WS-MVH-IDX
               PERFORM VARYING WS-MVH-SHOWN FROM 1 BY 1
                   UNTIL WS-MVH-SHOWN > WS-MVH-COUNT
                   PERFORM WRITE-MOVEMENT-LINE
                   IF WS-MVH-IDX = 1
                       MOVE WS-MOVE-LIMIT TO WS-MVH-IDX
                   ELSE
                       SUBTRACT 1 FROM WS-MVH-IDX
                   END-IF
               END-PERFORM
           END-IF
           PERFORM WRITE-NONE-LINE.

      *----------------------------------------------------------------
      * 該当する移動1件を循環バッファへ残す（WS-MVH-NEXT は最後に
      * 書いた位置）
      *----------------------------------------------------------------
       KEEP-RECENT-MOVEMENT.
           IF WS-MVH-NEXT >= WS-MOVE-LIMIT
               MOVE 1 TO WS-MVH-NEXT
           ELSE
               ADD 1 TO WS-MVH-NEXT
           END-IF
           IF WS-MVH-COUNT < WS-MOVE-LIMIT
               ADD 1 TO WS-MVH-COUNT
           END-IF
           MOVE MOV-DATE TO WS-MVH-DATE(WS-MVH-NEXT)
           MOVE MOV-LOCATION TO WS-MVH-LOCATION(WS-MVH-NEXT)
           MOVE MOV-TYPE TO WS-MVH-TYPE(WS-MVH-NEXT)
           MOVE MOV-QUANTITY TO WS-MVH-QUANTITY(WS-MVH-NEXT)
           MOVE MOV-REASON-CODE TO WS-MVH-REASON(WS-MVH-NEXT).

      *----------------------------------------------------------------
      * 循環バッファの1件（WS-MVH-IDX）の行を書き出す
      *----------------------------------------------------------------
       WRITE-MOVEMENT-LINE.
           MOVE WS-MVH-QUANTITY(WS-MVH-IDX) TO WS-DISPLAY-SIGNED
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING WS-MVH-DATE(WS-MVH-IDX)
               DELIMITED SIZE
               "  "
               DELIMITED SIZE
               WS-MVH-LOCATION(WS-MVH-IDX)
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-MVH-TYPE(WS-MVH-IDX)
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-DISPLAY-SIGNED
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-MVH-REASON(WS-MVH-IDX)
               DELIMITED SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

      *----------------------------------------------------------------
      * 日付（YYYYMMDD）を通算日数へ変換する
      * （使用期限までの日数の算出用。閏年は 4・100・400 年規則で
      *   補正する）
      *----------------------------------------------------------------
       CONVERT-DATE-TO-SERIAL.
           MOVE WS-DTS-DATE(1:4) TO WS-DTS-YYYY
           MOVE WS-DTS-DATE(5:2) TO WS-DTS-MM
           MOVE WS-DTS-DATE(7:2) TO WS-DTS-DD
           DIVIDE WS-DTS-YYYY BY 4 GIVING WS-DTS-LEAP-4
               REMAINDER WS-DTS-REMAINDER-4
           DIVIDE WS-DTS-YYYY BY 100 GIVING WS-DTS-LEAP-100
               REMAINDER WS-DTS-REMAINDER-100
           DIVIDE WS-DTS-YYYY BY 400 GIVING WS-DTS-LEAP-400
               REMAINDER WS-DTS-REMAINDER-400
           MOVE 'N' TO WS-DTS-LEAP-FLAG
           IF WS-DTS-REMAINDER-4 = 0
               IF WS-DTS-REMAINDER-100 NOT = 0
                   MOVE 'Y' TO WS-DTS-LEAP-FLAG
               ELSE
                   IF WS-DTS-REMAINDER-400 = 0
                       MOVE 'Y' TO WS-DTS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-DTS-SERIAL =
               WS-DTS-YYYY * 365
               + WS-DTS-LEAP-4 - WS-DTS-LEAP-100 + WS-DTS-LEAP-400
               + WS-CUM-DAYS-TAB(WS-DTS-MM)
               + WS-DTS-DD
           IF WS-DTS-LEAP-FLAG = 'Y' AND WS-DTS-MM <= 2
               SUBTRACT 1 FROM WS-DTS-SERIAL
           END-IF.
