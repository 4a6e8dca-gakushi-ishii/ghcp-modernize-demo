      *     付与は INVENTORY-CCSCHED、棚卸日の更新は
      *     INVENTORY-COUNT が行い、本プログラムは項目を保全する
      *     のみ。
      *   - 在庫不足チェックと発注提案を利用可能数量（手持ち－引当）
      *     で行うようにした。引当は INVENTORY-ALLOCATE が書き出す
      *     引当ファイル（RESVREC 登録集）を商品・拠点別に集計して
      *     読み込む。同じく INVENTORY-ALLOCATE が書き出すピッキング
      *     出庫ファイルに残る未投入の SUB（理由コード PICK）も、
      *     手持ちから落ちるまでは引当に含める。ファイルがなければ
      *     従来どおり手持ちで判定する。
      *   - 補充目標在庫水準（INV-ORDER-UP-TO）の追加で在庫マスタは
      *     101→106バイトへ拡張された（一回限りの変換が必要）。
      *     発注提案の数量は閾値の２倍ではなくこの目標水準までの
      *     不足分とする（未算定のときは従来どおり）。目標水準は
      *     INVENTORY-REPLAN が算定し、保守依頼 CHG で設定される。
      *   - キットの組立（ASM）・分解（DIS）を追加した。部品構成
      *     ファイル（BOMREC 登録集）に従い、同一拠点の部品を所要
      *     数量だけ引き落として（ロット管理対象は FEFO）キットを
      *     部品の平均原価の合計で入庫する。DIS はその逆で、キット
      *     の平均原価を部品の平均原価の比で按分して部品へ戻す。
      *     部品が一つでも不足・未登録なら取引全体を例外ファイルへ
      *     却下し、一部だけ更新されることはない。各レグは移動履歴
      *     （区分 ASM／DIS）・監査ジャーナル・GL仕訳を書き出す。
      *   - 会計期間の締め（INVENTORY-CLOSE）に対応した。期間管理
      *     ファイル（PERIODCTL 登録集）で締め済みの最も新しい期間
      *     以前の発効日を持つトランザクションは、事前検査で理由
      *     コード PCLS を付けて検証例外とし、適用時にも同じ理由
      *     コードで例外ファイルへ却下する。INVENTORY-RECYCLE の
      *     再投入分も同じ経路で判定される。
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL GL-MAP-FILE
               ASSIGN TO 'data/gl_accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO 'data/reservations.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PICK-FILE
               ASSIGN TO 'data/pick_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOM-FILE
               ASSIGN TO 'data/bom.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO 'data/period_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 SRT-LOT-FLAG       PIC X(1).
           05 SRT-ABC-CLASS      PIC X(1).
           05 SRT-LAST-COUNT-DATE PIC X(8).
           05 SRT-ORDER-UP-TO    PIC 9(5).

      * CSV形式レポート出力ファイル
       FD CSV-REPORT-FILE.
       FD GL-MAP-FILE.
           COPY GLMAP.

      * 在庫引当ファイル（INVENTORY-ALLOCATE 出力。未出荷の引当。
      * 在庫不足チェックの利用可能数量の算出に用いる）
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

      * 部品構成ファイル（キット商品と構成部品・所要数量。組立
      * （ASM）・分解（DIS）に用いる）
       FD BOM-FILE.
           COPY BOMREC.

      * 会計期間管理ファイル（INVENTORY-CLOSE 出力。締め済み期間）
       FD PERIOD-FILE.
           COPY PERIODCTL.

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-PRODUCT-ID       PIC X(10).
           05 SW-LOT-FLAG         PIC X(1).
           05 SW-ABC-CLASS        PIC X(1).
           05 SW-LAST-COUNT-DATE  PIC X(8).
           05 SW-ORDER-UP-TO      PIC 9(5).

      * トランザクションの発効日順ソート用（発効日は TRNREC の
      * 単価9桁・ロット項目18桁の直前の8桁にあたる）

      * 発注提案用
       01 WS-SUGGESTED-QTY        PIC 9(5).
       01 WS-AVAILABLE-QTY        PIC S9(7).

      * 引当数量テーブル（商品・拠点別の引当合計。未投入の
      * ピッキング出庫を含む。2000件まで。あふれた分は引当なし
      * として扱い、その旨を表示する）
       01 WS-EOF-RSV              PIC X VALUE 'N'.
       01 WS-EOF-PCK              PIC X VALUE 'N'.
       01 WS-RSV-COUNT            PIC 9(4) VALUE 0.
       01 WS-RSV-MAX              PIC 9(4) VALUE 2000.
       01 WS-RSV-IDX              PIC 9(4).
       01 WS-RSV-FOUND            PIC X VALUE 'N'.
       01 WS-RSV-OVERFLOW         PIC X VALUE 'N'.
       01 WS-RESERVED-QTY         PIC 9(7).
       01 WS-RSV-KEY-PRODUCT      PIC X(10).
       01 WS-RSV-KEY-LOCATION     PIC X(5).
       01 WS-RSV-ADD-QTY          PIC 9(5).
       01 WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 2000 TIMES.
               10 WS-RSV-PRODUCT-ID PIC X(10).
               10 WS-RSV-LOCATION   PIC X(5).
               10 WS-RSV-QUANTITY   PIC 9(7).

      * 月次スナップショット用
       01 WS-SNAPSHOT-DATE        PIC X(8).
       01 WS-GL-DISPLAY-AMOUNT    PIC Z(11)9.99.

      * 監査ジャーナル用（更新前レコードイメージの退避域）
       01 WS-JNL-BEFORE-IMAGE     PIC X(106) VALUE SPACES.
       01 WS-JNL-TIME             PIC X(8).

      * 移動履歴用（書き出す増減・拠点・区分は呼び出し元が設定）
       01 WS-CTL-HASH-TOTAL       PIC S9(9) VALUE 0.
       01 WS-DISPLAY-SIGNED-QTY   PIC +(8)9.

      * 部品構成テーブル（2000行まで。あふれたときは部品の引き
      * 落とし漏れを防ぐため、当回の ASM／DIS を却下する）
       01 WS-EOF-BOM              PIC X VALUE 'N'.
       01 WS-BOM-COUNT            PIC 9(4) VALUE 0.
       01 WS-BOM-MAX              PIC 9(4) VALUE 2000.
       01 WS-BOM-IDX              PIC 9(4).
       01 WS-BOM-OVERFLOW         PIC X VALUE 'N'.
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 2000 TIMES.
               10 WS-BOM-KIT-PRODUCT-ID PIC X(10).
               10 WS-BOM-COMPONENT-ID   PIC X(10).
               10 WS-BOM-QTY-PER        PIC 9(5).

      * 組立・分解の部品明細（キット1件分。20部品まで。所要数量
      * ＝1個あたり数量×取引数量、原価は部品の平均原価（DIS は
      * 按分後の戻し入れ原価））
       01 WS-KIT-COMP-COUNT       PIC 9(2) VALUE 0.
       01 WS-KIT-COMP-MAX         PIC 9(2) VALUE 20.
       01 WS-KIT-IDX              PIC 9(2).
       01 WS-KIT-FOUND            PIC X VALUE 'N'.
       01 WS-KIT-VALID            PIC X VALUE 'Y'.
       01 WS-KIT-COMP-TABLE.
           05 WS-KIT-COMP-ENTRY OCCURS 20 TIMES.
               10 WS-KIT-COMP-ID       PIC X(10).
               10 WS-KIT-COMP-QTY-PER  PIC 9(5).
               10 WS-KIT-COMP-REQUIRED PIC 9(10).
               10 WS-KIT-COMP-COST     PIC 9(7)V99.
               10 WS-KIT-COMP-LOT-FLAG PIC X(1).

      * 組立・分解の原価計算用（WS-KIT-LEG-COST／QTY は入庫側
      * レグの持ち込み原価・数量。GL仕訳の評価にも用いる）
       01 WS-KIT-ROLLUP-COST      PIC 9(9)V99.
       01 WS-KIT-UNIT-COST        PIC 9(7)V99.
       01 WS-KIT-LEG-COST         PIC 9(7)V99 VALUE 0.
       01 WS-KIT-LEG-QTY          PIC 9(9).
       01 WS-KIT-ALLOC-COST       PIC 9(7)V99.
       01 WS-KIT-LOT-FLAG         PIC X VALUE 'N'.
       01 WS-KIT-MODE             PIC X VALUE 'A'.
           88 WS-KIT-ASSEMBLE     VALUE 'A'.
           88 WS-KIT-DISASSEMBLE  VALUE 'D'.
       01 WS-ASM-COUNT            PIC 9(5) VALUE 0.
       01 WS-DIS-COUNT            PIC 9(5) VALUE 0.

      * 締め済み期間判定用（締め済みの最も新しい年月。未締めなら
      * 空白）
       01 WS-EOF-PRD              PIC X VALUE 'N'.
       01 WS-LAST-CLOSED-PERIOD   PIC X(6) VALUE SPACES.
       01 WS-PERIOD-CLOSED        PIC X VALUE 'N'.
       01 WS-PCLS-COUNT           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
           ACCEPT WS-SNAPSHOT-DATE FROM DATE YYYYMMDD
           PERFORM ACQUIRE-JOB-LOCK
           PERFORM DETERMINE-MONTH-END
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM VALIDATE-INPUT-FILES
           PERFORM READ-CHECKPOINT
           IF WS-RESTART-COUNT > 0
           PERFORM LOAD-INTRANSIT-TABLE
           PERFORM LOAD-PRODVEND-TABLE
           PERFORM LOAD-GL-MAP-TABLE
           PERFORM LOAD-RESERVATION-TABLE
           PERFORM LOAD-BOM-TABLE
           IF WS-BO-ENABLED
               PERFORM LOAD-BACKORDER-TABLE
           END-IF
           DISPLAY "Returns restocked: " WS-RESTOCK-COUNT
           DISPLAY "Returns scrapped:  " WS-SCRAP-COUNT
           DISPLAY "Vendor returns:    " WS-RTV-COUNT
           DISPLAY "Kits assembled:    " WS-ASM-COUNT
           DISPLAY "Kits disassembled: " WS-DIS-COUNT
           DISPLAY "Closed period rej: " WS-PCLS-COUNT
           CLOSE EXCEPTION-FILE
           IF WS-BO-ENABLED
               PERFORM SAVE-AND-REPORT-BACKORDERS
               MOVE 'N' TO WS-MONTH-END-FLAG
           END-IF.

      *----------------------------------------------------------------
      * 会計期間管理ファイルから締め済みの最も新しい期間を求める
      * （ファイルがなければ締め済み期間なしとして扱う）
      *----------------------------------------------------------------
       LOAD-PERIOD-CONTROL.
           MOVE SPACES TO WS-LAST-CLOSED-PERIOD
           MOVE 'N' TO WS-EOF-PRD
           OPEN INPUT PERIOD-FILE
           PERFORM UNTIL WS-EOF-PRD = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PRD
                   NOT AT END
                       IF PRD-CLOSED AND PRD-PERIOD IS NUMERIC
                           AND PRD-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE PRD-PERIOD TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
               DISPLAY "Periods closed through: "
                   WS-LAST-CLOSED-PERIOD
           END-IF.

      *----------------------------------------------------------------
      * トランザクションの発効日が締め済み期間にあたるかを判定する
      * （締め済みの最も新しい期間以前の年月なら WS-PERIOD-CLOSED
      *   に 'Y' を返す。発効日が非数値のものは対象外）
      *----------------------------------------------------------------
       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
               AND TRN-EFFECTIVE-DATE IS NUMERIC
               AND TRN-EFFECTIVE-DATE(1:6) <= WS-LAST-CLOSED-PERIOD
               MOVE 'Y' TO WS-PERIOD-CLOSED
           END-IF.

      *----------------------------------------------------------------
      * 在庫マスタと取引明細を実際の更新処理にかける前に事前検査
      * （エディットチェック）し、不正なレコードを検証例外ファイル
      *----------------------------------------------------------------
       VALIDATE-ONE-TRANSACTION.
           MOVE 'Y' TO WS-VAL-VALID
           PERFORM CHECK-CLOSED-PERIOD
           EVALUATE TRUE
               WHEN TRN-PRODUCT-ID = SPACES
                   MOVE 'N' TO WS-VAL-VALID
                   MOVE 'DTNM' TO WS-VAL-REASON-CODE
                   MOVE "Effective date is not numeric" TO
                       WS-VAL-REASON-TEXT
               WHEN WS-PERIOD-CLOSED = 'Y'
                   MOVE 'N' TO WS-VAL-VALID
                   MOVE 'PCLS' TO WS-VAL-REASON-CODE
                   MOVE "Effective date in closed period" TO
                       WS-VAL-REASON-TEXT
               WHEN TRN-TYPE <> 'ADD' AND TRN-TYPE <> 'SUB' AND
                       TRN-TYPE <> 'XFR' AND TRN-TYPE <> 'ADJ' AND
                       TRN-TYPE <> 'SHP' AND TRN-TYPE <> 'RCV' AND
                       TRN-TYPE <> 'RET' AND TRN-TYPE <> 'ASM' AND
                       TRN-TYPE <> 'DIS'
                   MOVE 'N' TO WS-VAL-VALID
                   MOVE 'TYPE' TO WS-VAL-REASON-CODE
                   MOVE "Invalid transaction type" TO

      *----------------------------------------------------------------
      * 商品IDで在庫マスタを直接読み込み、在庫を更新する
      * （発効日が締め済み期間にあたるものは適用せず却下する）
      *----------------------------------------------------------------
       FIND-AND-UPDATE-ITEM.
           PERFORM CHECK-CLOSED-PERIOD
           IF TRN-QUANTITY IS NOT NUMERIC
               DISPLAY "ERROR: Quantity is not numeric " TRN-PRODUCT-ID
               MOVE 'QNUM' TO WS-EXC-REASON-CODE
               MOVE "Quantity is not numeric" TO WS-EXC-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY "ERROR: Effective date in closed period "
                   TRN-PRODUCT-ID " " TRN-EFFECTIVE-DATE
               MOVE 'PCLS' TO WS-EXC-REASON-CODE
               MOVE "Effective date in closed period" TO
                   WS-EXC-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-PCLS-COUNT
           ELSE
               PERFORM APPLY-TRANSACTION-TO-ITEM
           END-IF.
                       PERFORM PROCESS-RECEIVE-ITEM
                   WHEN 'RET'
                       PERFORM PROCESS-RETURN-ITEM
                   WHEN 'ASM'
                       PERFORM PROCESS-ASSEMBLY-ITEM
                   WHEN 'DIS'
                       PERFORM PROCESS-DISASSEMBLY-ITEM
                   WHEN 'ADJ'
                       IF TRN-REASON-CODE = SPACES
                           DISPLAY "ERROR: Reason code required "
           MOVE ALL "-" TO VENDOR-RETURN-RECORD
           WRITE VENDOR-RETURN-RECORD.

      *----------------------------------------------------------------
      * ASM取引：キットを組み立てる
      * （FIND-AND-UPDATE-ITEM で読み込み済みのキットレコードを
      *   基に部品明細を組み、全部品の在庫を確認してから部品の
      *   引き落としとキットの入庫を行う。部品が一つでも不足・
      *   未登録なら何も更新せず取引全体を却下する。ロット管理
      *   対象のキットはロット番号必須）
      *----------------------------------------------------------------
       PROCESS-ASSEMBLY-ITEM.
           MOVE 'A' TO WS-KIT-MODE
           MOVE INV-LOT-FLAG TO WS-KIT-LOT-FLAG
           PERFORM BUILD-KIT-COMPONENT-LIST
           IF WS-KIT-VALID = 'Y'
               AND WS-KIT-LOT-FLAG = 'Y' AND WS-LOT-DISABLED = 'N'
               AND TRN-LOT-NUMBER = SPACES
               MOVE 'LOTR' TO WS-EXC-REASON-CODE
               MOVE "Lot number required for lot-tracked item" TO
                   WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           END-IF
           IF WS-KIT-VALID = 'Y'
               PERFORM CHECK-KIT-COMPONENTS
           END-IF
           IF WS-KIT-VALID = 'Y'
               AND WS-KIT-ROLLUP-COST > 9999999.99
               MOVE 'CSOV' TO WS-EXC-REASON-CODE
               MOVE "Kit cost exceeds unit cost field" TO
                   WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           END-IF
           IF WS-KIT-VALID = 'Y'
               MOVE WS-KIT-ROLLUP-COST TO WS-KIT-UNIT-COST
               PERFORM CONSUME-KIT-COMPONENTS
               PERFORM RECEIVE-ASSEMBLED-KIT
           END-IF.

      *----------------------------------------------------------------
      * DIS取引：キットを分解する
      * （キットの在庫を確認し、部品明細の全部品が同一拠点に登録
      *   済みであることを確かめてから、キットを引き落として部品
      *   を戻し入れる。戻し入れ原価はキットの平均原価を部品の
      *   平均原価の比で按分したもの。ロット管理対象の部品へは
      *   取引のロット番号・使用期限で積み増すため、その場合は
      *   ロット番号必須）
      *----------------------------------------------------------------
       PROCESS-DISASSEMBLY-ITEM.
           MOVE 'D' TO WS-KIT-MODE
           MOVE 'Y' TO WS-KIT-VALID
           MOVE INV-LOT-FLAG TO WS-KIT-LOT-FLAG
           IF INV-AVG-COST IS NUMERIC AND INV-AVG-COST > 0
               MOVE INV-AVG-COST TO WS-KIT-UNIT-COST
           ELSE
               MOVE INV-UNIT-PRICE TO WS-KIT-UNIT-COST
           END-IF
           IF INV-QUANTITY < TRN-QUANTITY
               MOVE 'STOK' TO WS-EXC-REASON-CODE
               MOVE "Insufficient stock" TO WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           END-IF
           IF WS-KIT-VALID = 'Y'
               PERFORM BUILD-KIT-COMPONENT-LIST
           END-IF
           IF WS-KIT-VALID = 'Y'
               PERFORM CHECK-KIT-COMPONENTS
           END-IF
           IF WS-KIT-VALID = 'Y'
               PERFORM ALLOCATE-KIT-COST
               PERFORM CONSUME-DISASSEMBLED-KIT
               PERFORM RETURN-KIT-COMPONENTS
           END-IF.

      *----------------------------------------------------------------
      * 組立・分解の取引を却下する
      * （WS-EXC-REASON-CODE／TEXT は呼び出し元が設定する）
      *----------------------------------------------------------------
       REJECT-KIT-TRANSACTION.
           MOVE 'N' TO WS-KIT-VALID
           DISPLAY "ERROR: " WS-EXC-REASON-TEXT " " TRN-PRODUCT-ID
           PERFORM WRITE-EXCEPTION-RECORD.

      *----------------------------------------------------------------
      * 部品構成テーブルからキットの部品明細を組む
      * （同じ部品の行は1個あたり数量を合算する。部品構成がない、
      *   キット自身を部品に含む、部品数が上限を超える、または
      *   部品構成テーブルにあふれがあったときは却下する）
      *----------------------------------------------------------------
       BUILD-KIT-COMPONENT-LIST.
           MOVE 'Y' TO WS-KIT-VALID
           MOVE 0 TO WS-KIT-COMP-COUNT
           IF WS-BOM-OVERFLOW = 'Y'
               MOVE 'BOMF' TO WS-EXC-REASON-CODE
               MOVE "Bill of materials table full" TO
                   WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE
               PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
                   OR WS-KIT-VALID = 'N'
                   IF WS-BOM-KIT-PRODUCT-ID(WS-BOM-IDX) =
                       TRN-PRODUCT-ID
                       PERFORM ADD-KIT-COMPONENT
                   END-IF
               END-PERFORM
               IF WS-KIT-VALID = 'Y' AND WS-KIT-COMP-COUNT = 0
                   MOVE 'NBOM' TO WS-EXC-REASON-CODE
                   MOVE "No bill of materials for kit" TO
                       WS-EXC-REASON-TEXT
                   PERFORM REJECT-KIT-TRANSACTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 部品構成1行を部品明細へ加える（WS-BOM-IDX が示す行）
      *----------------------------------------------------------------
       ADD-KIT-COMPONENT.
           IF WS-BOM-COMPONENT-ID(WS-BOM-IDX) = TRN-PRODUCT-ID
               MOVE 'BOMX' TO WS-EXC-REASON-CODE
               MOVE "Kit lists itself as a component" TO
                   WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE
               MOVE 'N' TO WS-KIT-FOUND
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COMP-COUNT
                   OR WS-KIT-FOUND = 'Y'
                   IF WS-KIT-COMP-ID(WS-KIT-IDX) =
                       WS-BOM-COMPONENT-ID(WS-BOM-IDX)
                       MOVE 'Y' TO WS-KIT-FOUND
                   END-IF
               END-PERFORM
               IF WS-KIT-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-KIT-IDX
                   ADD WS-BOM-QTY-PER(WS-BOM-IDX) TO
                       WS-KIT-COMP-QTY-PER(WS-KIT-IDX)
               ELSE
                   IF WS-KIT-COMP-COUNT < WS-KIT-COMP-MAX
                       ADD 1 TO WS-KIT-COMP-COUNT
                       MOVE WS-BOM-COMPONENT-ID(WS-BOM-IDX) TO
                           WS-KIT-COMP-ID(WS-KIT-COMP-COUNT)
                       MOVE WS-BOM-QTY-PER(WS-BOM-IDX) TO
                           WS-KIT-COMP-QTY-PER(WS-KIT-COMP-COUNT)
                   ELSE
                       MOVE 'BOMX' TO WS-EXC-REASON-CODE
                       MOVE "Kit has too many components" TO
                           WS-EXC-REASON-TEXT
                       PERFORM REJECT-KIT-TRANSACTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 部品明細の全部品を同一拠点の在庫マスタで確認する
      * （所要数量と原価・ロット区分を部品明細へ控え、部品の平均
      *   原価の合計（キット1個あたり）を WS-KIT-ROLLUP-COST に
      *   求める。最初に見つかった不備で却下し、更新は行わない）
      *----------------------------------------------------------------
       CHECK-KIT-COMPONENTS.
           MOVE 0 TO WS-KIT-ROLLUP-COST
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COMP-COUNT
               OR WS-KIT-VALID = 'N'
               PERFORM CHECK-ONE-KIT-COMPONENT
           END-PERFORM.

      *----------------------------------------------------------------
      * 部品1件の確認（WS-KIT-IDX が示す部品）
      * （組立は所要数量分の在庫、分解はロット番号と戻し入れ後の
      *   数量の桁あふれを確認する）
      *----------------------------------------------------------------
       CHECK-ONE-KIT-COMPONENT.
           COMPUTE WS-KIT-COMP-REQUIRED(WS-KIT-IDX) =
               WS-KIT-COMP-QTY-PER(WS-KIT-IDX) * TRN-QUANTITY
           MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO INV-PRODUCT-ID
           MOVE TRN-LOCATION TO INV-LOCATION
           MOVE 'Y' TO WS-FOUND
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
           END-READ
           MOVE SPACES TO WS-EXC-REASON-TEXT
           IF WS-FOUND = 'N'
               MOVE 'CMNF' TO WS-EXC-REASON-CODE
               STRING "Component not found "
                   DELIMITED SIZE
                   WS-KIT-COMP-ID(WS-KIT-IDX)
                   DELIMITED SIZE
                   INTO WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE IF INV-INACTIVE
               MOVE 'CMIN' TO WS-EXC-REASON-CODE
               STRING "Component inactive "
                   DELIMITED SIZE
                   WS-KIT-COMP-ID(WS-KIT-IDX)
                   DELIMITED SIZE
                   INTO WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE IF WS-KIT-ASSEMBLE
               AND INV-QUANTITY < WS-KIT-COMP-REQUIRED(WS-KIT-IDX)
               MOVE 'CSTK' TO WS-EXC-REASON-CODE
               STRING "Component short "
                   DELIMITED SIZE
                   WS-KIT-COMP-ID(WS-KIT-IDX)
                   DELIMITED SIZE
                   INTO WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE IF WS-KIT-DISASSEMBLE
               AND INV-QUANTITY + WS-KIT-COMP-REQUIRED(WS-KIT-IDX)
                   > 99999
               MOVE 'QOVF' TO WS-EXC-REASON-CODE
               STRING "Component qty overflow "
                   DELIMITED SIZE
                   WS-KIT-COMP-ID(WS-KIT-IDX)
                   DELIMITED SIZE
                   INTO WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE IF WS-KIT-DISASSEMBLE
               AND INV-LOT-TRACKED AND WS-LOT-DISABLED = 'N'
               AND TRN-LOT-NUMBER = SPACES
               MOVE 'LOTR' TO WS-EXC-REASON-CODE
               MOVE "Lot number required for lot-tracked item" TO
                   WS-EXC-REASON-TEXT
               PERFORM REJECT-KIT-TRANSACTION
           ELSE
               IF INV-AVG-COST IS NUMERIC AND INV-AVG-COST > 0
                   MOVE INV-AVG-COST TO WS-KIT-COMP-COST(WS-KIT-IDX)
               ELSE
                   MOVE INV-UNIT-PRICE TO
                       WS-KIT-COMP-COST(WS-KIT-IDX)
               END-IF
               MOVE INV-LOT-FLAG TO WS-KIT-COMP-LOT-FLAG(WS-KIT-IDX)
               COMPUTE WS-KIT-ROLLUP-COST = WS-KIT-ROLLUP-COST
                   + WS-KIT-COMP-QTY-PER(WS-KIT-IDX)
                   * WS-KIT-COMP-COST(WS-KIT-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 組立の部品レグ：各部品を所要数量だけ引き落とす
      * （ロット管理対象の部品は FEFO で引き落とす。在庫は
      *   CHECK-KIT-COMPONENTS で確認済み）
      *----------------------------------------------------------------
       CONSUME-KIT-COMPONENTS.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COMP-COUNT
               MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO INV-PRODUCT-ID
               MOVE TRN-LOCATION TO INV-LOCATION
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "ERROR: Component not found during "
                           "assembly " WS-KIT-COMP-ID(WS-KIT-IDX)
                   NOT INVALID KEY
                       MOVE INVENTORY-RECORD TO WS-JNL-BEFORE-IMAGE
                       SUBTRACT WS-KIT-COMP-REQUIRED(WS-KIT-IDX)
                           FROM INV-QUANTITY
                       REWRITE INVENTORY-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                       IF INV-LOT-TRACKED AND WS-LOT-DISABLED = 'N'
                           MOVE INV-PRODUCT-ID TO WS-LOT-KEY-PRODUCT
                           MOVE TRN-LOCATION TO WS-LOT-KEY-LOCATION
                           MOVE WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                               WS-LOT-RELIEF-QTY
                           MOVE 'N' TO WS-LOT-MOVE-MODE
                           PERFORM RELIEVE-LOTS-FEFO
                       END-IF
                       COMPUTE WS-MOV-DELTA =
                           0 - WS-KIT-COMP-REQUIRED(WS-KIT-IDX)
                       MOVE TRN-LOCATION TO WS-MOV-LOCATION
                       MOVE 'ASM' TO WS-MOV-TYPE
                       PERFORM WRITE-MOVEMENT-RECORD
                       MOVE TRN-LOCATION TO WS-CTL-LOCATION
                       PERFORM FIND-LOCATION-ENTRY
                       ADD WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                           WS-LOC-SUB-QTY(WS-LOC-IDX)
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * 組立のキットレグ：キットを部品原価の合計で入庫する
      * （社内で組み立てたキットは組立を入庫とみなし、直近入庫
      *   原価・入庫日も更新する。ロット管理対象のキットは取引の
      *   ロット番号・使用期限で積み増す）
      *----------------------------------------------------------------
       RECEIVE-ASSEMBLED-KIT.
           MOVE TRN-PRODUCT-ID TO INV-PRODUCT-ID
           MOVE TRN-LOCATION TO INV-LOCATION
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ERROR: Kit record not found during "
                       "assembly " TRN-PRODUCT-ID
               NOT INVALID KEY
                   MOVE INVENTORY-RECORD TO WS-JNL-BEFORE-IMAGE
                   MOVE WS-KIT-UNIT-COST TO WS-KIT-LEG-COST
                   MOVE TRN-QUANTITY TO WS-KIT-LEG-QTY
                   PERFORM APPLY-KIT-LEG-COSTING
                   MOVE WS-KIT-UNIT-COST TO INV-LAST-RCPT-COST
                   MOVE WS-SNAPSHOT-DATE TO INV-LAST-RCPT-DATE
                   ADD TRN-QUANTITY TO INV-QUANTITY
                   IF INV-LOT-TRACKED AND WS-LOT-DISABLED = 'N'
                       MOVE INV-PRODUCT-ID TO WS-LOT-KEY-PRODUCT
                       MOVE TRN-LOCATION TO WS-LOT-DEST-LOCATION
                       MOVE TRN-LOT-NUMBER TO WS-LOT-ADD-NUMBER
                       MOVE TRN-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY
                       MOVE TRN-QUANTITY TO WS-LOT-ADD-QTY
                       PERFORM ADD-LOT-QUANTITY
                   END-IF
                   IF WS-BO-ENABLED
                       PERFORM RELEASE-BACKORDERS
                   END-IF
                   REWRITE INVENTORY-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE TRN-QUANTITY TO WS-MOV-DELTA
                   MOVE TRN-LOCATION TO WS-MOV-LOCATION
                   MOVE 'ASM' TO WS-MOV-TYPE
                   PERFORM WRITE-MOVEMENT-RECORD
                   MOVE TRN-LOCATION TO WS-CTL-LOCATION
                   PERFORM FIND-LOCATION-ENTRY
                   ADD TRN-QUANTITY TO WS-LOC-ADD-QTY(WS-LOC-IDX)
                   ADD 1 TO WS-ASM-COUNT
                   DISPLAY "Assembly:  " TRN-PRODUCT-ID " +"
                       TRN-QUANTITY " components="
                       WS-KIT-COMP-COUNT
           END-READ.

      *----------------------------------------------------------------
      * 分解の戻し入れ原価を按分する
      * （部品の平均原価×1個あたり数量の合計に対するキット原価の
      *   比を各部品の平均原価に掛ける。端数は丸めるため、キット
      *   の払出額と部品の受入額の差は数銭の範囲で清算勘定に
      *   残る。部品原価の合計がゼロのときはゼロで戻し入れる）
      *----------------------------------------------------------------
       ALLOCATE-KIT-COST.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COMP-COUNT
               IF WS-KIT-ROLLUP-COST > 0
                   COMPUTE WS-KIT-ALLOC-COST ROUNDED =
                       WS-KIT-COMP-COST(WS-KIT-IDX)
                       * WS-KIT-UNIT-COST / WS-KIT-ROLLUP-COST
               ELSE
                   MOVE 0 TO WS-KIT-ALLOC-COST
               END-IF
               MOVE WS-KIT-ALLOC-COST TO WS-KIT-COMP-COST(WS-KIT-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * 分解のキットレグ：キットを引き落とす
      * （ロット管理対象のキットは FEFO で引き落とす）
      *----------------------------------------------------------------
       CONSUME-DISASSEMBLED-KIT.
           MOVE TRN-PRODUCT-ID TO INV-PRODUCT-ID
           MOVE TRN-LOCATION TO INV-LOCATION
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ERROR: Kit record not found during "
                       "disassembly " TRN-PRODUCT-ID
               NOT INVALID KEY
                   MOVE INVENTORY-RECORD TO WS-JNL-BEFORE-IMAGE
                   SUBTRACT TRN-QUANTITY FROM INV-QUANTITY
                   REWRITE INVENTORY-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   IF INV-LOT-TRACKED AND WS-LOT-DISABLED = 'N'
                       MOVE INV-PRODUCT-ID TO WS-LOT-KEY-PRODUCT
                       MOVE TRN-LOCATION TO WS-LOT-KEY-LOCATION
                       MOVE TRN-QUANTITY TO WS-LOT-RELIEF-QTY
                       MOVE 'N' TO WS-LOT-MOVE-MODE
                       PERFORM RELIEVE-LOTS-FEFO
                   END-IF
                   COMPUTE WS-MOV-DELTA = 0 - TRN-QUANTITY
                   MOVE TRN-LOCATION TO WS-MOV-LOCATION
                   MOVE 'DIS' TO WS-MOV-TYPE
                   PERFORM WRITE-MOVEMENT-RECORD
                   MOVE TRN-LOCATION TO WS-CTL-LOCATION
                   PERFORM FIND-LOCATION-ENTRY
                   ADD TRN-QUANTITY TO WS-LOC-SUB-QTY(WS-LOC-IDX)
           END-READ.

      *----------------------------------------------------------------
      * 分解の部品レグ：各部品を所要数量だけ按分原価で戻し入れる
      * （ロット管理対象の部品は取引のロット番号・使用期限で
      *   積み増す。仕入ではないため直近入庫原価・入庫日は更新
      *   しない）
      *----------------------------------------------------------------
       RETURN-KIT-COMPONENTS.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COMP-COUNT
               MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO INV-PRODUCT-ID
               MOVE TRN-LOCATION TO INV-LOCATION
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "ERROR: Component not found during "
                           "disassembly " WS-KIT-COMP-ID(WS-KIT-IDX)
                   NOT INVALID KEY
                       MOVE INVENTORY-RECORD TO WS-JNL-BEFORE-IMAGE
                       MOVE WS-KIT-COMP-COST(WS-KIT-IDX) TO
                           WS-KIT-LEG-COST
                       MOVE WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                           WS-KIT-LEG-QTY
                       PERFORM APPLY-KIT-LEG-COSTING
                       ADD WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                           INV-QUANTITY
                       IF INV-LOT-TRACKED AND WS-LOT-DISABLED = 'N'
                           MOVE INV-PRODUCT-ID TO WS-LOT-KEY-PRODUCT
                           MOVE TRN-LOCATION TO WS-LOT-DEST-LOCATION
                           MOVE TRN-LOT-NUMBER TO WS-LOT-ADD-NUMBER
                           MOVE TRN-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY
                           MOVE WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                               WS-LOT-ADD-QTY
                           PERFORM ADD-LOT-QUANTITY
                       END-IF
                       IF WS-BO-ENABLED
                           PERFORM RELEASE-BACKORDERS
                       END-IF
                       REWRITE INVENTORY-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                           WS-MOV-DELTA
                       MOVE TRN-LOCATION TO WS-MOV-LOCATION
                       MOVE 'DIS' TO WS-MOV-TYPE
                       PERFORM WRITE-MOVEMENT-RECORD
                       MOVE TRN-LOCATION TO WS-CTL-LOCATION
                       PERFORM FIND-LOCATION-ENTRY
                       ADD WS-KIT-COMP-REQUIRED(WS-KIT-IDX) TO
                           WS-LOC-ADD-QTY(WS-LOC-IDX)
               END-READ
           END-PERFORM
           ADD 1 TO WS-DIS-COUNT
           DISPLAY "Disassembly: " TRN-PRODUCT-ID " -" TRN-QUANTITY
               " components=" WS-KIT-COMP-COUNT.

      *----------------------------------------------------------------
      * 組立・分解の入庫側レグの移動加重平均原価を再計算する
      * （WS-KIT-LEG-COST の原価で WS-KIT-LEG-QTY を持ち込み、
      *   既存の平均原価と加重平均する。数量更新前に呼び出すこと）
      *----------------------------------------------------------------
       APPLY-KIT-LEG-COSTING.
           IF INV-AVG-COST IS NOT NUMERIC
               MOVE 0 TO INV-AVG-COST
           END-IF
           IF INV-AVG-COST = 0
               MOVE INV-UNIT-PRICE TO INV-AVG-COST
           END-IF
           IF WS-KIT-LEG-COST > 0
               IF INV-QUANTITY + WS-KIT-LEG-QTY > 0
                   COMPUTE WS-NEW-AVG-COST ROUNDED =
                       (INV-QUANTITY * INV-AVG-COST
                        + WS-KIT-LEG-QTY * WS-KIT-LEG-COST)
                       / (INV-QUANTITY + WS-KIT-LEG-QTY)
                   MOVE WS-NEW-AVG-COST TO INV-AVG-COST
               ELSE
                   MOVE WS-KIT-LEG-COST TO INV-AVG-COST
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 部品構成ファイルをテーブルへ読み込む
      * （1個あたり数量が数値でない・ゼロの行は読み飛ばす）
      *----------------------------------------------------------------
       LOAD-BOM-TABLE.
           MOVE 0 TO WS-BOM-COUNT
           MOVE 'N' TO WS-BOM-OVERFLOW
           MOVE 'N' TO WS-EOF-BOM
           OPEN INPUT BOM-FILE
           PERFORM UNTIL WS-EOF-BOM = 'Y'
               READ BOM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-BOM
                   NOT AT END
                       IF BOM-QTY-PER IS NUMERIC AND BOM-QTY-PER > 0
                           IF WS-BOM-COUNT < WS-BOM-MAX
                               ADD 1 TO WS-BOM-COUNT
                               MOVE BOM-KIT-PRODUCT-ID TO
                                   WS-BOM-KIT-PRODUCT-ID(WS-BOM-COUNT)
                               MOVE BOM-COMPONENT-ID TO
                                   WS-BOM-COMPONENT-ID(WS-BOM-COUNT)
                               MOVE BOM-QTY-PER TO
                                   WS-BOM-QTY-PER(WS-BOM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-BOM-OVERFLOW
                           END-IF
                       ELSE
                           DISPLAY "WARNING: BOM row skipped, bad "
                               "quantity " BOM-KIT-PRODUCT-ID " "
                               BOM-COMPONENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE
           IF WS-BOM-OVERFLOW = 'Y'
               DISPLAY "WARNING: BOM table full - ASM/DIS "
                   "rejected this run"
           END-IF.

      *----------------------------------------------------------------
      * バックオーダーファイルをテーブルへ読み込む
      * （テーブルにあふれたときはファイル書き換えで未充足需要が
      *----------------------------------------------------------------
      * 適用した移動1件分のGL仕訳（借方行＋貸方行）を書き出す
      * （拠点間の移動（XFR／SHP／RCV）は会社全体の在庫価値を
      *   動かさないため仕訳しない。入庫（ADD）は実単価、組立・
      *   分解の入庫側レグは持ち込み原価、その他は平均原価（ゼロ
      *   のときは単価）で評価する。勘定は勘定科目
      *   対応ファイルで解決し、該当行がないときは既定勘定へ
      *   落とす。在庫増は在庫勘定が借方、在庫減はその逆）
      *----------------------------------------------------------------
                   AND TRN-UNIT-COST-N > 0
                   MOVE TRN-UNIT-COST-N TO WS-GL-COST
               ELSE
                   IF (WS-MOV-TYPE = 'ASM' OR WS-MOV-TYPE = 'DIS')
                       AND WS-MOV-DELTA > 0
                       MOVE WS-KIT-LEG-COST TO WS-GL-COST
                   ELSE
                       IF INV-AVG-COST IS NUMERIC
                           AND INV-AVG-COST > 0
                           MOVE INV-AVG-COST TO WS-GL-COST
                       ELSE
                           MOVE INV-UNIT-PRICE TO WS-GL-COST
                       END-IF
                   END-IF
               END-IF
               IF WS-MOV-DELTA > 0
           WRITE RUN-CONTROL-RECORD.

      *----------------------------------------------------------------
      * 利用可能数量（手持ち－引当）が閾値以下の商品をチェックする
      *----------------------------------------------------------------
       CHECK-LOW-STOCK.
           MOVE 0 TO WS-ALERT-COUNT
                   AT END
                       MOVE 'Y' TO WS-EOF-INV
                   NOT AT END
                       PERFORM LOOKUP-RESERVED-QTY
                       COMPUTE WS-AVAILABLE-QTY =
                           INV-QUANTITY - WS-RESERVED-QTY
                       IF WS-AVAILABLE-QTY < 0
                           MOVE 0 TO WS-AVAILABLE-QTY
                       END-IF
                       IF INV-ACTIVE
                           AND WS-AVAILABLE-QTY <= INV-THRESHOLD
                           ADD 1 TO WS-ALERT-COUNT
                           MOVE WS-AVAILABLE-QTY TO WS-DISPLAY-QTY
                           DISPLAY "ALERT: Low stock - "
                               INV-PRODUCT-NAME
                               " loc=" INV-LOCATION
                               " avail=" WS-DISPLAY-QTY
                               " threshold=" INV-THRESHOLD
                           PERFORM WRITE-REORDER-SUGGESTION
                       END-IF

      *----------------------------------------------------------------
      * 発注提案レコードを補充勧告ファイルへ書き出す
      * （提案数量は利用可能数量を補充目標在庫水準
      *   （INV-ORDER-UP-TO）まで戻すのに必要な数量とする。目標が
      *   未算定（ゼロ）または閾値以下のときは従来どおり閾値の
      *   ２倍を目標とする。現在庫欄には利用可能数量を載せる）
      *----------------------------------------------------------------
       WRITE-REORDER-SUGGESTION.
           IF INV-ORDER-UP-TO IS NUMERIC
               AND INV-ORDER-UP-TO > INV-THRESHOLD
               COMPUTE WS-SUGGESTED-QTY =
                   INV-ORDER-UP-TO - WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-SUGGESTED-QTY =
                   (INV-THRESHOLD * 2) - WS-AVAILABLE-QTY
           END-IF
           MOVE INV-PRODUCT-ID TO REO-PRODUCT-ID
           MOVE INV-LOCATION TO REO-LOCATION
           MOVE INV-PRODUCT-NAME TO REO-PRODUCT-NAME
           MOVE WS-AVAILABLE-QTY TO REO-QUANTITY
           MOVE INV-THRESHOLD TO REO-THRESHOLD
           MOVE WS-SUGGESTED-QTY TO REO-SUGGESTED-QTY
           WRITE REORDER-RECORD.

      *----------------------------------------------------------------
      * 引当ファイルを商品・拠点別の引当合計へ集計してテーブルへ
      * 読み込む。ピッキング出庫ファイルに残る未投入の SUB/PICK も
      * 出荷確定分として加える（ファイルがなければ引当なし）
      *----------------------------------------------------------------
       LOAD-RESERVATION-TABLE.
           MOVE 0 TO WS-RSV-COUNT
           MOVE 'N' TO WS-EOF-RSV
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
           MOVE 'N' TO WS-EOF-PCK
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
      * 在庫マスタ全件と評価額合計を月次スナップショット履歴に
      * 追記する（実行日付ごとに１回分の明細＋合計行を書き出す）
           MOVE INV-LOT-FLAG TO SNP-LOT-FLAG
           MOVE INV-ABC-CLASS TO SNP-ABC-CLASS
           MOVE INV-LAST-COUNT-DATE TO SNP-LAST-COUNT-DATE
           MOVE INV-ORDER-UP-TO TO SNP-ORDER-UP-TO-N
           WRITE SNAPSHOT-RECORD
           IF INV-ACTIVE
               COMPUTE WS-ITEM-VALUE =
           MOVE SPACES TO SNP-LOT-FLAG
           MOVE SPACES TO SNP-ABC-CLASS
           MOVE SPACES TO SNP-LAST-COUNT-DATE
           MOVE SPACES TO SNP-ORDER-UP-TO
           WRITE SNAPSHOT-RECORD.

      *----------------------------------------------------------------
