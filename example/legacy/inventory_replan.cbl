       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-REPLAN.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * 発注点・安全在庫計画プログラム
      * - 移動履歴（MOVEHIST レイアウト）の出庫（SUB）実績と、
      *   キット組立による部品の払出（ASM の減少分）を商品・
      *   拠点・月別に集計し、実行月の前月までの直近12か月の月平均
      *   需要と月次需要の標準偏差（ばらつき）を求める。出庫の
      *   なかった月はゼロとして数える
      * - 調達リードタイムは商品・仕入先対応（data/prodvend.dat）
      *   で仕入先を解決し、仕入先マスタ（data/vendors.dat）の
      *   リードタイム日数を用いる。対応のない商品は既定の14日
      *   とし、レポートに '*' を付す
      * - 在庫マスタの活性明細ごとに次の推奨値を算定する（1か月は
      *   30日とみなす）
      *     安全在庫　＝ 安全係数 × 標準偏差 × √（リードタイム÷30）
      *     発注点　　＝ 月平均需要 × リードタイム÷30 ＋ 安全在庫
      *     補充目標　＝ 発注点 ＋ 月平均需要（発注サイクル1か月分）
      *   いずれも整数へ切り上げる。安全係数はコマンドライン引数
      *   （3桁ゼロ埋め数字、0.01 単位、例 196＝1.96）で指定でき、
      *   未指定時は 1.65（欠品許容 5%）とする
      * - 推奨値を現行の閾値（INV-THRESHOLD）・補充目標在庫水準
      *   （INV-ORDER-UP-TO）と並べた見直しレポートを出力する。
      *   期間中の需要がない明細は推奨値を算定せず別掲する
      * - 承認ファイル（data/replan_approvals.dat：商品ID・拠点。
      *   商品IDが *ALL* の行は全明細を承認）に載った明細のうち
      *   推奨値が現行値と異なるものを、閾値＝発注点・補充目標在庫
      *   水準＝補充目標とする CHG 保守依頼（MAINTREQ レイアウト）
      *   として data/replan_maint.dat へ書き出す。数量・単価等は
      *   空白（据え置き）とする。内容を確認のうえ INVENTORY-MAINT
      *   の保守依頼ファイルへ投入し、監査ジャーナル付きで反映する
      *   （依頼者IDは REPLAN。閾値・目標水準だけの変更は承認待ち
      *   の対象にならない）
      * - 在庫マスタは参照のみで更新しない
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
           SELECT OPTIONAL MOVEMENT-FILE
               ASSIGN TO 'data/movement_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO 'data/vendors.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODVEND-FILE
               ASSIGN TO 'data/prodvend.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO 'data/replan_approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLAN-MAINT-FILE
               ASSIGN TO 'data/replan_maint.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLAN-REPORT-FILE
               ASSIGN TO 'output/replan_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 在庫マスタファイル（INVENTORY-MGMT と共通のレイアウト）
       FD INVENTORY-FILE.
           COPY INVMAST.

      * 移動履歴ファイル（INVENTORY-MGMT 出力）
       FD MOVEMENT-FILE.
           COPY MOVEHIST.

      * 仕入先マスタファイル（INVENTORY-PO と共通のレイアウト）
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VND-CODE           PIC X(6).
           05 VND-NAME           PIC X(20).
           05 VND-LEAD-TIME      PIC 9(3).
           05 VND-MIN-ORDER-QTY  PIC 9(5).
           05 VND-PACK-SIZE      PIC 9(5).

      * 商品・仕入先対応ファイル（INVENTORY-PO と共通のレイアウト）
       FD PRODVEND-FILE.
       01 PRODVEND-RECORD.
           05 PVN-PRODUCT-ID     PIC X(10).
           05 PVN-VENDOR-CODE    PIC X(6).

      * 推奨値承認ファイル（承認する商品ID・拠点）
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APR-PRODUCT-ID     PIC X(10).
           05 APR-LOCATION       PIC X(5).

      * 承認済み推奨値の保守依頼ファイル（INVENTORY-MAINT 投入用）
       FD REPLAN-MAINT-FILE.
           COPY MAINTREQ.

      * 発注点見直しレポートファイル
       FD REPLAN-REPORT-FILE.
       01 REPLAN-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS           PIC X(2) VALUE '00'.
       01 WS-EOF-INV              PIC X VALUE 'N'.
       01 WS-EOF-MOV              PIC X VALUE 'N'.
       01 WS-EOF-VND              PIC X VALUE 'N'.
       01 WS-EOF-PVN              PIC X VALUE 'N'.
       01 WS-EOF-APR              PIC X VALUE 'N'.
       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).

      * 安全係数（0.01 単位。コマンドライン引数で上書き）
       01 WS-FACTOR-PARM          PIC X(3) VALUE SPACES.
       01 WS-FACTOR-PARM-N REDEFINES WS-FACTOR-PARM PIC 9(3).
       01 WS-SERVICE-FACTOR       PIC 9V99 VALUE 1.65.
       01 WS-DISPLAY-FACTOR       PIC 9.99.

      * 計画条件（観測月数・既定リードタイム・1か月の日数）
       01 WS-PLAN-MONTHS          PIC 9(2) VALUE 12.
       01 WS-DEFAULT-LEAD-TIME    PIC 9(3) VALUE 14.
       01 WS-DAYS-PER-MONTH       PIC 9(2) VALUE 30.
       01 WS-LEVEL-LIMIT          PIC 9(5) VALUE 99999.

      * 観測期間（実行月の前月までの直近12か月。年×12＋月の通し
      * 番号で保持する）
       01 WS-RUN-YYYY             PIC 9(4).
       01 WS-RUN-MM               PIC 9(2).
       01 WS-WINDOW-START-SEQ     PIC 9(6).
       01 WS-WINDOW-END-SEQ       PIC 9(6).
       01 WS-MOV-YYYY             PIC 9(4).
       01 WS-MOV-MM               PIC 9(2).
       01 WS-MOV-SEQ              PIC 9(6).
       01 WS-MONTH-IDX            PIC 9(2).
       01 WS-FROM-MONTH           PIC X(6).
       01 WS-TO-MONTH             PIC X(6).
       01 WS-EDGE-YYYY            PIC 9(4).
       01 WS-EDGE-MM              PIC 9(2).
       01 WS-EDGE-SEQ             PIC 9(6).

      * 商品・拠点別月次出庫テーブル（2000件まで。あふれた明細は
      * 需要なしとして別掲されるため、あふれ発生時はその旨を表示
      * する）
       01 WS-DEM-COUNT            PIC 9(4) VALUE 0.
       01 WS-DEM-MAX              PIC 9(4) VALUE 2000.
       01 WS-DEM-IDX              PIC 9(4).
       01 WS-DEM-FOUND            PIC X VALUE 'N'.
       01 WS-DEM-OVERFLOW         PIC X VALUE 'N'.
       01 WS-DEM-KEY-PRODUCT      PIC X(10).
       01 WS-DEM-KEY-LOCATION     PIC X(5).
       01 WS-DEM-TABLE.
           05 WS-DEM-ENTRY OCCURS 2000 TIMES.
               10 WS-DEM-PRODUCT-ID PIC X(10).
               10 WS-DEM-LOCATION   PIC X(5).
               10 WS-DEM-MONTH-QTY  PIC 9(9) OCCURS 12 TIMES.

      * 仕入先マスタテーブル（100件まで。リードタイムの解決用）
       01 WS-VND-COUNT            PIC 9(3) VALUE 0.
       01 WS-VND-MAX              PIC 9(3) VALUE 100.
       01 WS-VND-IDX              PIC 9(3).
       01 WS-VND-TABLE.
           05 WS-VND-ENTRY OCCURS 100 TIMES.
               10 WS-VND-CODE          PIC X(6).
               10 WS-VND-LEAD-TIME     PIC 9(3).

      * 商品・仕入先対応テーブル（500件まで）
       01 WS-PVN-COUNT            PIC 9(3) VALUE 0.
       01 WS-PVN-MAX              PIC 9(3) VALUE 500.
       01 WS-PVN-IDX              PIC 9(3).
       01 WS-PVN-TABLE.
           05 WS-PVN-ENTRY OCCURS 500 TIMES.
               10 WS-PVN-PRODUCT-ID   PIC X(10).
               10 WS-PVN-VENDOR-CODE  PIC X(6).

      * 承認テーブル（1000件まで。*ALL* は全明細の承認）
       01 WS-APR-COUNT            PIC 9(4) VALUE 0.
       01 WS-APR-MAX              PIC 9(4) VALUE 1000.
       01 WS-APR-IDX              PIC 9(4).
       01 WS-APR-ALL              PIC X VALUE 'N'.
       01 WS-APPROVED             PIC X VALUE 'N'.
       01 WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 1000 TIMES.
               10 WS-APR-PRODUCT-ID   PIC X(10).
               10 WS-APR-LOCATION     PIC X(5).

      * 明細別算定用
       01 WS-DEMAND-TOTAL         PIC 9(11).
       01 WS-AVG-MONTHLY          PIC 9(9)V9(4).
       01 WS-DEVIATION            PIC S9(9)V9(4).
       01 WS-SQ-DEV-TOTAL         PIC 9(15)V9(4).
       01 WS-VARIANCE             PIC 9(15)V9(4).
       01 WS-STD-DEV              PIC 9(9)V9(4).
       01 WS-LEAD-TIME            PIC 9(3).
       01 WS-LEAD-DEFAULT-FLAG    PIC X VALUE ' '.
       01 WS-LEAD-MONTHS          PIC 9(3)V9(4).
       01 WS-LEAD-ROOT            PIC 9(3)V9(4).
       01 WS-LEVEL-WORK           PIC 9(11)V9(4).
       01 WS-LEVEL-INT            PIC 9(11).
       01 WS-SAFETY-WORK          PIC 9(11)V9(4).
       01 WS-ROP-WORK             PIC 9(11)V9(4).
       01 WS-OUT-WORK             PIC 9(11)V9(4).
       01 WS-REC-SAFETY-STOCK     PIC 9(5).
       01 WS-REC-REORDER-POINT    PIC 9(5).
       01 WS-REC-ORDER-UP-TO      PIC 9(5).
       01 WS-CUR-ORDER-UP-TO      PIC 9(5).
       01 WS-CHANGE-FLAG          PIC X VALUE 'N'.
       01 WS-PLAN-MARK            PIC X(3).

      * 件数集計用
       01 WS-MOV-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-ITEM-COUNT           PIC 9(5) VALUE 0.
       01 WS-PLANNED-COUNT        PIC 9(5) VALUE 0.
       01 WS-NO-DEMAND-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHG-WRITTEN-COUNT    PIC 9(5) VALUE 0.
       01 WS-DEFAULT-LT-COUNT     PIC 9(5) VALUE 0.

      * 表示編集用
       01 WS-DISPLAY-AVG          PIC Z(4)9.9.
       01 WS-DISPLAY-SD           PIC Z(4)9.9.
       01 WS-DISPLAY-LT           PIC ZZ9.
       01 WS-DISPLAY-SS           PIC Z(4)9.
       01 WS-DISPLAY-ROP          PIC Z(4)9.
       01 WS-DISPLAY-THR          PIC Z(4)9.
       01 WS-DISPLAY-OUT          PIC Z(4)9.
       01 WS-DISPLAY-CUR-OUT      PIC Z(4)9.
       01 WS-DISPLAY-QTY          PIC Z(4)9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-FACTOR-PARM FROM COMMAND-LINE
           IF WS-FACTOR-PARM IS NUMERIC AND WS-FACTOR-PARM-N > 0
               COMPUTE WS-SERVICE-FACTOR = WS-FACTOR-PARM-N / 100
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-OBSERVATION-WINDOW
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-PRODVEND-TABLE
           PERFORM LOAD-APPROVAL-TABLE
           PERFORM LOAD-DEMAND-HISTORY
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open inventory master, status="
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPLAN-MAINT-FILE
           OPEN OUTPUT REPLAN-REPORT-FILE
           PERFORM WRITE-REPLAN-HEADER
           MOVE LOW-VALUES TO INV-KEY
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
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM PLAN-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
           CLOSE REPLAN-MAINT-FILE
           PERFORM WRITE-REPLAN-SUMMARY
           CLOSE REPLAN-REPORT-FILE
           DISPLAY "Movement records read: " WS-MOV-READ-COUNT
           DISPLAY "Active items:          " WS-ITEM-COUNT
           DISPLAY "Items planned:         " WS-PLANNED-COUNT
           DISPLAY "Items without demand:  " WS-NO-DEMAND-COUNT
           DISPLAY "Changes recommended:   " WS-CHANGE-COUNT
           DISPLAY "CHG requests written:  " WS-CHG-WRITTEN-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 観測期間（実行月の前月までの直近12か月）を求める
      *----------------------------------------------------------------
       SET-OBSERVATION-WINDOW.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           COMPUTE WS-WINDOW-END-SEQ =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1
           COMPUTE WS-WINDOW-START-SEQ =
               WS-WINDOW-END-SEQ - WS-PLAN-MONTHS + 1
           MOVE WS-WINDOW-START-SEQ TO WS-EDGE-SEQ
           PERFORM CONVERT-SEQ-TO-MONTH
           MOVE WS-EDGE-YYYY TO WS-FROM-MONTH(1:4)
           MOVE WS-EDGE-MM TO WS-FROM-MONTH(5:2)
           MOVE WS-WINDOW-END-SEQ TO WS-EDGE-SEQ
           PERFORM CONVERT-SEQ-TO-MONTH
           MOVE WS-EDGE-YYYY TO WS-TO-MONTH(1:4)
           MOVE WS-EDGE-MM TO WS-TO-MONTH(5:2).

      *----------------------------------------------------------------
      * 年月の通し番号（年×12＋月）を年・月へ戻す
      *----------------------------------------------------------------
       CONVERT-SEQ-TO-MONTH.
           COMPUTE WS-EDGE-YYYY = (WS-EDGE-SEQ - 1) / 12
           COMPUTE WS-EDGE-MM = WS-EDGE-SEQ - WS-EDGE-YYYY * 12.

      *----------------------------------------------------------------
      * 仕入先マスタをテーブルへ読み込む（リードタイムの解決用）
      *----------------------------------------------------------------
       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE
           PERFORM UNTIL WS-EOF-VND = 'Y'
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-VND
                   NOT AT END
                       IF WS-VND-COUNT < WS-VND-MAX
                           ADD 1 TO WS-VND-COUNT
                           MOVE VND-CODE TO
                               WS-VND-CODE(WS-VND-COUNT)
                           MOVE VND-LEAD-TIME TO
                               WS-VND-LEAD-TIME(WS-VND-COUNT)
                       ELSE
                           DISPLAY "WARNING: Vendor table full "
                               VND-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

      *----------------------------------------------------------------
      * 商品・仕入先対応をテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-PRODVEND-TABLE.
           OPEN INPUT PRODVEND-FILE
           PERFORM UNTIL WS-EOF-PVN = 'Y'
               READ PRODVEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PVN
                   NOT AT END
                       IF WS-PVN-COUNT < WS-PVN-MAX
                           ADD 1 TO WS-PVN-COUNT
                           MOVE PVN-PRODUCT-ID TO
                               WS-PVN-PRODUCT-ID(WS-PVN-COUNT)
                           MOVE PVN-VENDOR-CODE TO
                               WS-PVN-VENDOR-CODE(WS-PVN-COUNT)
                       ELSE
                           DISPLAY "WARNING: Product-vendor table "
                               "full " PVN-PRODUCT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODVEND-FILE.

      *----------------------------------------------------------------
      * 推奨値の承認ファイルをテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-APPROVAL-TABLE.
           OPEN INPUT APPROVAL-FILE
           PERFORM UNTIL WS-EOF-APR = 'Y'
               READ APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-APR
                   NOT AT END
                       IF APR-PRODUCT-ID = '*ALL*'
                           MOVE 'Y' TO WS-APR-ALL
                       ELSE
                           IF WS-APR-COUNT < WS-APR-MAX
                               ADD 1 TO WS-APR-COUNT
                               MOVE APR-PRODUCT-ID TO
                                   WS-APR-PRODUCT-ID(WS-APR-COUNT)
                               MOVE APR-LOCATION TO
                                   WS-APR-LOCATION(WS-APR-COUNT)
                           ELSE
                               DISPLAY "WARNING: Approval table full "
                                   APR-PRODUCT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *----------------------------------------------------------------
      * 移動履歴から観測期間内の出庫（SUB・ASM の減少分）を商品・
      * 拠点・月別に集計する
      *----------------------------------------------------------------
       LOAD-DEMAND-HISTORY.
           OPEN INPUT MOVEMENT-FILE
           PERFORM UNTIL WS-EOF-MOV = 'Y'
               READ MOVEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MOV
                   NOT AT END
                       ADD 1 TO WS-MOV-READ-COUNT
                       IF (MOV-TYPE = 'SUB' OR MOV-TYPE = 'ASM')
                           AND MOV-QUANTITY < 0
                           AND MOV-MONTH IS NUMERIC
                           PERFORM ADD-ONE-DEMAND-MOVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE.

      *----------------------------------------------------------------
      * 出庫1件を該当月の需要へ加算する（観測期間外は読み飛ばす）
      *----------------------------------------------------------------
       ADD-ONE-DEMAND-MOVE.
           MOVE MOV-MONTH(1:4) TO WS-MOV-YYYY
           MOVE MOV-MONTH(5:2) TO WS-MOV-MM
           COMPUTE WS-MOV-SEQ = WS-MOV-YYYY * 12 + WS-MOV-MM
           IF WS-MOV-SEQ >= WS-WINDOW-START-SEQ
               AND WS-MOV-SEQ <= WS-WINDOW-END-SEQ
               COMPUTE WS-MONTH-IDX =
                   WS-MOV-SEQ - WS-WINDOW-START-SEQ + 1
               MOVE MOV-PRODUCT-ID TO WS-DEM-KEY-PRODUCT
               MOVE MOV-LOCATION TO WS-DEM-KEY-LOCATION
               PERFORM FIND-DEM-ENTRY
               IF WS-DEM-IDX > 0
                   SUBTRACT MOV-QUANTITY FROM
                       WS-DEM-MONTH-QTY(WS-DEM-IDX, WS-MONTH-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 商品・拠点に対応する月次出庫テーブルの添字を求める
      * （未登録なら追加する。テーブルにあふれたときは添字ゼロを
      *   返し、当該明細の需要は集計されない）
      *----------------------------------------------------------------
       FIND-DEM-ENTRY.
           MOVE 'N' TO WS-DEM-FOUND
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-DEM-COUNT
               OR WS-DEM-FOUND = 'Y'
               IF WS-DEM-PRODUCT-ID(WS-DEM-IDX) = WS-DEM-KEY-PRODUCT
                   AND WS-DEM-LOCATION(WS-DEM-IDX) =
                       WS-DEM-KEY-LOCATION
                   MOVE 'Y' TO WS-DEM-FOUND
               END-IF
           END-PERFORM
           IF WS-DEM-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DEM-IDX
           ELSE
               IF WS-DEM-COUNT < WS-DEM-MAX
                   ADD 1 TO WS-DEM-COUNT
                   MOVE WS-DEM-COUNT TO WS-DEM-IDX
                   MOVE WS-DEM-KEY-PRODUCT TO
                       WS-DEM-PRODUCT-ID(WS-DEM-IDX)
                   MOVE WS-DEM-KEY-LOCATION TO
                       WS-DEM-LOCATION(WS-DEM-IDX)
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-PLAN-MONTHS
                       MOVE 0 TO
                           WS-DEM-MONTH-QTY(WS-DEM-IDX, WS-MONTH-IDX)
                   END-PERFORM
                   COMPUTE WS-MONTH-IDX =
                       WS-MOV-SEQ - WS-WINDOW-START-SEQ + 1
               ELSE
                   IF WS-DEM-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-DEM-OVERFLOW
                       DISPLAY "WARNING: Demand table full - "
                           "some items planned without demand"
                   END-IF
                   MOVE 0 TO WS-DEM-IDX
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 在庫マスタの活性明細1件の推奨値を算定し、レポートと（承認
      * 済みで現行値と異なるときは）CHG 保守依頼を書き出す
      *----------------------------------------------------------------
       PLAN-ONE-ITEM.
           MOVE INV-PRODUCT-ID TO WS-DEM-KEY-PRODUCT
           MOVE INV-LOCATION TO WS-DEM-KEY-LOCATION
           MOVE 'N' TO WS-DEM-FOUND
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-DEM-COUNT
               OR WS-DEM-FOUND = 'Y'
               IF WS-DEM-PRODUCT-ID(WS-DEM-IDX) = WS-DEM-KEY-PRODUCT
                   AND WS-DEM-LOCATION(WS-DEM-IDX) =
                       WS-DEM-KEY-LOCATION
                   MOVE 'Y' TO WS-DEM-FOUND
               END-IF
           END-PERFORM
           IF INV-ORDER-UP-TO IS NUMERIC
               MOVE INV-ORDER-UP-TO TO WS-CUR-ORDER-UP-TO
           ELSE
               MOVE 0 TO WS-CUR-ORDER-UP-TO
           END-IF
           IF WS-DEM-FOUND = 'N'
               ADD 1 TO WS-NO-DEMAND-COUNT
               PERFORM WRITE-NO-DEMAND-LINE
           ELSE
               SUBTRACT 1 FROM WS-DEM-IDX
               ADD 1 TO WS-PLANNED-COUNT
               PERFORM COMPUTE-DEMAND-STATISTICS
               PERFORM RESOLVE-LEAD-TIME
               PERFORM COMPUTE-RECOMMENDATION
               MOVE 'N' TO WS-CHANGE-FLAG
               IF WS-REC-REORDER-POINT NOT = INV-THRESHOLD
                   OR WS-REC-ORDER-UP-TO NOT = WS-CUR-ORDER-UP-TO
                   MOVE 'Y' TO WS-CHANGE-FLAG
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
               MOVE SPACES TO WS-PLAN-MARK
               IF WS-CHANGE-FLAG = 'Y'
                   PERFORM CHECK-APPROVAL
                   IF WS-APPROVED = 'Y'
                       PERFORM WRITE-CHG-REQUEST
                       MOVE 'APV' TO WS-PLAN-MARK
                   ELSE
                       MOVE 'CHG' TO WS-PLAN-MARK
                   END-IF
               END-IF
               PERFORM WRITE-PLAN-LINE
           END-IF.

      *----------------------------------------------------------------
      * 観測期間12か月の月平均需要と標準偏差を求める
      * （出庫のない月はゼロ。標準偏差は不偏分散の平方根）
      *----------------------------------------------------------------
       COMPUTE-DEMAND-STATISTICS.
           MOVE 0 TO WS-DEMAND-TOTAL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-PLAN-MONTHS
               ADD WS-DEM-MONTH-QTY(WS-DEM-IDX, WS-MONTH-IDX) TO
                   WS-DEMAND-TOTAL
           END-PERFORM
           COMPUTE WS-AVG-MONTHLY ROUNDED =
               WS-DEMAND-TOTAL / WS-PLAN-MONTHS
           MOVE 0 TO WS-SQ-DEV-TOTAL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-PLAN-MONTHS
               COMPUTE WS-DEVIATION =
                   WS-DEM-MONTH-QTY(WS-DEM-IDX, WS-MONTH-IDX)
                   - WS-AVG-MONTHLY
               COMPUTE WS-SQ-DEV-TOTAL =
                   WS-SQ-DEV-TOTAL + WS-DEVIATION * WS-DEVIATION
           END-PERFORM
           COMPUTE WS-VARIANCE ROUNDED =
               WS-SQ-DEV-TOTAL / (WS-PLAN-MONTHS - 1)
           IF WS-VARIANCE > 0
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE 0 TO WS-STD-DEV
           END-IF.

      *----------------------------------------------------------------
      * 調達リードタイム（日数）を商品・仕入先対応と仕入先マスタ
      * から解決する（解決できないときは既定日数とし印を付ける）
      *----------------------------------------------------------------
       RESOLVE-LEAD-TIME.
           MOVE WS-DEFAULT-LEAD-TIME TO WS-LEAD-TIME
           MOVE '*' TO WS-LEAD-DEFAULT-FLAG
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PVN-IDX FROM 1 BY 1
               UNTIL WS-PVN-IDX > WS-PVN-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PVN-PRODUCT-ID(WS-PVN-IDX) = INV-PRODUCT-ID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PVN-IDX
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > WS-VND-COUNT
                   OR WS-FOUND = 'Y'
                   IF WS-VND-CODE(WS-VND-IDX) =
                       WS-PVN-VENDOR-CODE(WS-PVN-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-VND-IDX
                   IF WS-VND-LEAD-TIME(WS-VND-IDX) IS NUMERIC
                       AND WS-VND-LEAD-TIME(WS-VND-IDX) > 0
                       MOVE WS-VND-LEAD-TIME(WS-VND-IDX) TO
                           WS-LEAD-TIME
                       MOVE SPACE TO WS-LEAD-DEFAULT-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-LEAD-DEFAULT-FLAG = '*'
               ADD 1 TO WS-DEFAULT-LT-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 安全在庫・発注点・補充目標在庫水準を算定する
      * （いずれも整数へ切り上げ、5桁の上限で頭打ちとする。補充
      *   目標は発注点より必ず大きくする）
      *----------------------------------------------------------------
       COMPUTE-RECOMMENDATION.
           COMPUTE WS-LEAD-MONTHS ROUNDED =
               WS-LEAD-TIME / WS-DAYS-PER-MONTH
           COMPUTE WS-LEAD-ROOT ROUNDED = WS-LEAD-MONTHS ** 0.5
           COMPUTE WS-SAFETY-WORK ROUNDED =
               WS-SERVICE-FACTOR * WS-STD-DEV * WS-LEAD-ROOT
           COMPUTE WS-ROP-WORK ROUNDED =
               WS-AVG-MONTHLY * WS-LEAD-MONTHS + WS-SAFETY-WORK
           COMPUTE WS-OUT-WORK = WS-ROP-WORK + WS-AVG-MONTHLY
           MOVE WS-SAFETY-WORK TO WS-LEVEL-WORK
           PERFORM ROUND-UP-LEVEL
           MOVE WS-LEVEL-INT TO WS-REC-SAFETY-STOCK
           MOVE WS-ROP-WORK TO WS-LEVEL-WORK
           PERFORM ROUND-UP-LEVEL
           MOVE WS-LEVEL-INT TO WS-REC-REORDER-POINT
           MOVE WS-OUT-WORK TO WS-LEVEL-WORK
           PERFORM ROUND-UP-LEVEL
           IF WS-LEVEL-INT <= WS-REC-REORDER-POINT
               AND WS-REC-REORDER-POINT < WS-LEVEL-LIMIT
               COMPUTE WS-LEVEL-INT = WS-REC-REORDER-POINT + 1
           END-IF
           MOVE WS-LEVEL-INT TO WS-REC-ORDER-UP-TO.

      *----------------------------------------------------------------
      * WS-LEVEL-WORK を整数へ切り上げて WS-LEVEL-INT に求める
      * （上限を超えるときは上限値とする）
      *----------------------------------------------------------------
       ROUND-UP-LEVEL.
           MOVE WS-LEVEL-WORK TO WS-LEVEL-INT
           IF WS-LEVEL-INT < WS-LEVEL-WORK
               ADD 1 TO WS-LEVEL-INT
           END-IF
           IF WS-LEVEL-INT > WS-LEVEL-LIMIT
               MOVE WS-LEVEL-LIMIT TO WS-LEVEL-INT
           END-IF.

      *----------------------------------------------------------------
      * 明細が承認ファイルに載っているかを判定する
      *----------------------------------------------------------------
       CHECK-APPROVAL.
           MOVE WS-APR-ALL TO WS-APPROVED
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT
               OR WS-APPROVED = 'Y'
               IF WS-APR-PRODUCT-ID(WS-APR-IDX) = INV-PRODUCT-ID
                   AND WS-APR-LOCATION(WS-APR-IDX) = INV-LOCATION
                   MOVE 'Y' TO WS-APPROVED
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 承認済みの推奨値を CHG 保守依頼として書き出す
      * （閾値＝発注点・補充目標在庫水準以外の項目は空白＝据え置き）
      *----------------------------------------------------------------
       WRITE-CHG-REQUEST.
           MOVE SPACES TO MAINT-RECORD
           MOVE 'CHG' TO MAINT-ACTION
           MOVE INV-PRODUCT-ID TO MAINT-PRODUCT-ID
           MOVE INV-LOCATION TO MAINT-LOCATION
           MOVE WS-REC-REORDER-POINT TO MAINT-THRESHOLD
           MOVE WS-REC-ORDER-UP-TO TO MAINT-ORDER-UP-TO
           MOVE 'REPLAN' TO MAINT-REQUESTER-ID
           WRITE MAINT-RECORD
           ADD 1 TO WS-CHG-WRITTEN-COUNT.

      *----------------------------------------------------------------
      * 推奨値1行をレポートへ書き出す（括弧内は現行値。印は
      * APV＝承認済みで CHG 出力、CHG＝変更推奨・未承認）
      *----------------------------------------------------------------
       WRITE-PLAN-LINE.
           MOVE WS-AVG-MONTHLY TO WS-DISPLAY-AVG
           MOVE WS-STD-DEV TO WS-DISPLAY-SD
           MOVE WS-LEAD-TIME TO WS-DISPLAY-LT
           MOVE WS-REC-SAFETY-STOCK TO WS-DISPLAY-SS
           MOVE WS-REC-REORDER-POINT TO WS-DISPLAY-ROP
           MOVE INV-THRESHOLD TO WS-DISPLAY-THR
           MOVE WS-REC-ORDER-UP-TO TO WS-DISPLAY-OUT
           MOVE WS-CUR-ORDER-UP-TO TO WS-DISPLAY-CUR-OUT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING INV-PRODUCT-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               INV-LOCATION
               DELIMITED SIZE
               " avg="
               DELIMITED SIZE
               WS-DISPLAY-AVG
               DELIMITED SIZE
               " sd="
               DELIMITED SIZE
               WS-DISPLAY-SD
               DELIMITED SIZE
               " lt="
               DELIMITED SIZE
               WS-DISPLAY-LT
               DELIMITED SIZE
               WS-LEAD-DEFAULT-FLAG
               DELIMITED SIZE
               " ss="
               DELIMITED SIZE
               WS-DISPLAY-SS
               DELIMITED SIZE
               " rop="
               DELIMITED SIZE
               WS-DISPLAY-ROP
               DELIMITED SIZE
               "("
               DELIMITED SIZE
               WS-DISPLAY-THR
               DELIMITED SIZE
               ") out="
               DELIMITED SIZE
               WS-DISPLAY-OUT
               DELIMITED SIZE
               "("
               DELIMITED SIZE
               WS-DISPLAY-CUR-OUT
               DELIMITED SIZE
               ") "
               DELIMITED SIZE
               WS-PLAN-MARK
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD.

      *----------------------------------------------------------------
      * 観測期間中に需要のない明細をレポートへ書き出す
      *----------------------------------------------------------------
       WRITE-NO-DEMAND-LINE.
           MOVE INV-THRESHOLD TO WS-DISPLAY-THR
           MOVE WS-CUR-ORDER-UP-TO TO WS-DISPLAY-CUR-OUT
           MOVE INV-QUANTITY TO WS-DISPLAY-QTY
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING INV-PRODUCT-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               INV-LOCATION
               DELIMITED SIZE
               " no demand in window - not planned"
               DELIMITED SIZE
               " qty="
               DELIMITED SIZE
               WS-DISPLAY-QTY
               DELIMITED SIZE
               " threshold="
               DELIMITED SIZE
               WS-DISPLAY-THR
               DELIMITED SIZE
               " out="
               DELIMITED SIZE
               WS-DISPLAY-CUR-OUT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD.

      *----------------------------------------------------------------
      * 発注点見直しレポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-REPLAN-HEADER.
           MOVE "=== Reorder Point Review Report ===" TO
               REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-SERVICE-FACTOR TO WS-DISPLAY-FACTOR
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Demand window: "
               DELIMITED SIZE
               WS-FROM-MONTH
               DELIMITED SIZE
               " - "
               DELIMITED SIZE
               WS-TO-MONTH
               DELIMITED SIZE
               "  Safety factor: "
               DELIMITED SIZE
               WS-DISPLAY-FACTOR
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE "rop/out = recommended (current); lt* = default "
               TO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE SPACES TO REPLAN-REPORT-RECORD
           MOVE ALL "-" TO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           IF WS-DEM-OVERFLOW = 'Y'
               MOVE "WARNING: demand table overflow - incomplete" TO
                   REPLAN-REPORT-RECORD
               WRITE REPLAN-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 発注点見直しレポートの要約を書き出す
      *----------------------------------------------------------------
       WRITE-REPLAN-SUMMARY.
           MOVE SPACES TO REPLAN-REPORT-RECORD
           MOVE ALL "-" TO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-ITEM-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Active items:          "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-PLANNED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Items planned:         "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-NO-DEMAND-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Items without demand:  "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-DEFAULT-LT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Default lead time:     "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-CHANGE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "Changes recommended:   "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD
           MOVE WS-CHG-WRITTEN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPLAN-REPORT-RECORD
           STRING "CHG requests written:  "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO REPLAN-REPORT-RECORD
           WRITE REPLAN-REPORT-RECORD.
