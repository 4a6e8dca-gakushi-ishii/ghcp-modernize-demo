       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-INTERFACE.
       AUTHOR. LEGACY-SYSTEM.
      *================================================================
      * POS・倉庫管理システム（WMS）取込プログラム
      * - 区切り文字（カンマ）形式の取込ファイル
      *   （data/interface_in.dat）を読み込む。ファイルには見出し
      *   行（H）で始まるバッチを1つ以上並べる
      *     H,送信元,バッチID,明細件数,数量ハッシュ
      *     D,品目コード,店舗番号,処理区分,数量,発効日[,理由コード]
      *   送信元は POS または WMS。処理区分は SALE（販売）と
      *   PICK（出荷ピッキング）＝SUB、RTRN（返品）＝RET（既定の
      *   処置は RSTK）、RCPT（入荷）＝ADD。理由コードを指定した
      *   ときはそれを用いる
      * - 外部コード対応ファイル（IFXREF 登録集）で品目コード・店舗
      *   番号を商品ID・拠点コードへ変換し、INVENTORY-MGMT 投入用の
      *   TRANSACTION-RECORD（data/interface_trans.dat）へ追記する。
      *   出力は内容を確認のうえ INVENTORY-MGMT へ投入する（取込済み
      *   バッチの明細は投入するまでファイルに残り、投入後に退避・
      *   空にする）
      * - バッチ単位の検査（いずれかに該当すればバッチ全体を拒否）
      *     HDRX 見出しの不備（送信元・バッチID・件数・ハッシュ）
      *     BOVF バッチの明細が多すぎる
      *     CNTX 明細件数が見出しと一致しない
      *     HSHX 数量合計が見出しのハッシュと一致しない
      *     DUPB 取込済みのバッチIDの再送
      *     OVLP 同じ送信元・拠点で取込済みバッチと発効日が重なる
      * - 受け入れたバッチは取込済みバッチ台帳（IFBATCH 登録集、
      *   data/interface_batches.dat）へ拠点ごとに追記する
      * - 明細単位の却下（バッチは受け入れ、当該明細だけ除く）
      *     NOIT 品目コードが未登録  NOST 店舗番号が未登録
      *     ACTV 処理区分が不明      QNUM 数量が数値でない・ゼロ
      *     QRNG 数量が桁あふれ      DTNM 発効日が数値でない
      * - 拒否したバッチと却下した明細は取込却下レポート
      *   （output/interface_rejects.txt）へ書き出す
      * - 復帰コード：拒否・却下がなければ 0、あれば 4
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTERFACE-FILE
               ASSIGN TO 'data/interface_in.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'data/interface_xref.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-REGISTER-FILE
               ASSIGN TO 'data/interface_batches.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTERFACE-TRANS-FILE
               ASSIGN TO 'data/interface_trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTERFACE-REJECT-FILE
               ASSIGN TO 'output/interface_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * 取込ファイル（カンマ区切り。見出し行＋明細行）
       FD INTERFACE-FILE.
       01 INTERFACE-RECORD        PIC X(200).

      * 外部コード対応ファイル
       FD XREF-FILE.
           COPY IFXREF.

      * 取込済みバッチ台帳
       FD BATCH-REGISTER-FILE.
           COPY IFBATCH.

      * INVENTORY-MGMT 投入用トランザクションファイル
       FD INTERFACE-TRANS-FILE.
           COPY TRNREC.

      * 取込却下レポートファイル
       FD INTERFACE-REJECT-FILE.
       01 INTERFACE-REJECT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-IN               PIC X VALUE 'N'.
       01 WS-EOF-XRF              PIC X VALUE 'N'.
       01 WS-EOF-IFB              PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-TIME             PIC X(8).
       01 WS-LINE-NUMBER          PIC 9(7) VALUE 0.

      * 外部コード対応テーブル（5000件まで）
       01 WS-XRF-COUNT            PIC 9(4) VALUE 0.
       01 WS-XRF-MAX              PIC 9(4) VALUE 5000.
       01 WS-XRF-IDX              PIC 9(4).
       01 WS-XRF-FOUND            PIC X VALUE 'N'.
       01 WS-XRF-OVERFLOW         PIC X VALUE 'N'.
       01 WS-XRF-KEY-TYPE         PIC X(1).
       01 WS-XRF-KEY-CODE         PIC X(20).
       01 WS-XRF-TABLE.
           05 WS-XRF-ENTRY OCCURS 5000 TIMES.
               10 WS-XRF-SOURCE       PIC X(3).
               10 WS-XRF-CODE-TYPE    PIC X(1).
               10 WS-XRF-EXTERNAL     PIC X(20).
               10 WS-XRF-INTERNAL     PIC X(10).

      * 取込済みバッチ台帳テーブル（5000行まで。当回に受け入れた
      * バッチも加える）
       01 WS-IFB-COUNT            PIC 9(4) VALUE 0.
       01 WS-IFB-MAX              PIC 9(4) VALUE 5000.
       01 WS-IFB-IDX              PIC 9(4).
       01 WS-IFB-OVERFLOW         PIC X VALUE 'N'.
       01 WS-IFB-TABLE.
           05 WS-IFB-ENTRY OCCURS 5000 TIMES.
               10 WS-IFB-SOURCE       PIC X(3).
               10 WS-IFB-BATCH-ID     PIC X(12).
               10 WS-IFB-LOCATION     PIC X(5).
               10 WS-IFB-FIRST-DATE   PIC X(8).
               10 WS-IFB-LAST-DATE    PIC X(8).

      * 処理中のバッチ（見出し）
       01 WS-BATCH-OPEN           PIC X VALUE 'N'.
       01 WS-HDR-RECORD-TYPE      PIC X(2).
       01 WS-HDR-SOURCE           PIC X(3).
       01 WS-HDR-BATCH-ID         PIC X(12).
       01 WS-HDR-COUNT-TEXT       PIC X(9).
       01 WS-HDR-COUNT-LEN        PIC 9(2).
       01 WS-HDR-HASH-TEXT        PIC X(11).
       01 WS-HDR-HASH-LEN         PIC 9(2).
       01 WS-HDR-COUNT            PIC 9(9).
       01 WS-HDR-HASH             PIC 9(11).
       01 WS-HDR-VALID            PIC X VALUE 'Y'.
       01 WS-BATCH-REFUSAL        PIC X(4).
       01 WS-BATCH-REFUSAL-TEXT   PIC X(40).
       01 WS-BATCH-QTY-HASH       PIC 9(11).
       01 WS-BATCH-WRITTEN        PIC 9(5).
       01 WS-BATCH-REJECTED       PIC 9(5).

      * 処理中のバッチの明細テーブル（5000行まで。あふれたときは
      * バッチ全体を拒否する）
       01 WS-DTL-COUNT            PIC 9(4) VALUE 0.
       01 WS-DTL-MAX              PIC 9(4) VALUE 5000.
       01 WS-DTL-IDX              PIC 9(4).
       01 WS-DTL-OVERFLOW         PIC X VALUE 'N'.
       01 WS-DTL-TABLE.
           05 WS-DTL-ENTRY OCCURS 5000 TIMES.
               10 WS-DTL-LINE-NO      PIC 9(7).
               10 WS-DTL-LINE         PIC X(200).
               10 WS-DTL-ITEM-CODE    PIC X(20).
               10 WS-DTL-STORE-CODE   PIC X(20).
               10 WS-DTL-PRODUCT-ID   PIC X(10).
               10 WS-DTL-LOCATION     PIC X(5).
               10 WS-DTL-TRN-TYPE     PIC X(3).
               10 WS-DTL-QTY          PIC 9(9).
               10 WS-DTL-DATE         PIC X(8).
               10 WS-DTL-REASON       PIC X(4).
               10 WS-DTL-REJECT       PIC X(4).

      * 明細の分解用
       01 WS-FLD-RECORD-TYPE      PIC X(2).
       01 WS-FLD-ITEM             PIC X(20).
       01 WS-FLD-STORE            PIC X(20).
       01 WS-FLD-ACTIVITY         PIC X(4).
       01 WS-FLD-QTY              PIC X(9).
       01 WS-FLD-QTY-LEN          PIC 9(2).
       01 WS-FLD-DATE             PIC X(8).
       01 WS-FLD-REASON           PIC X(4).

      * 数字項目の変換用（右詰めして数値検査する）
       01 WS-NUM-TEXT             PIC X(11).
       01 WS-NUM-LEN              PIC 9(2).
       01 WS-NUM-WORK             PIC X(11).
       01 WS-NUM-WORK-N REDEFINES WS-NUM-WORK
                                  PIC 9(11).
       01 WS-NUM-VALUE            PIC 9(11).
       01 WS-NUM-VALID            PIC X.
       01 WS-NUM-START            PIC 9(2).

      * バッチ内の拠点別発効日範囲（50拠点まで）
       01 WS-BLC-COUNT            PIC 9(2) VALUE 0.
       01 WS-BLC-MAX              PIC 9(2) VALUE 50.
       01 WS-BLC-IDX              PIC 9(2).
       01 WS-BLC-FOUND            PIC X VALUE 'N'.
       01 WS-BLC-TABLE.
           05 WS-BLC-ENTRY OCCURS 50 TIMES.
               10 WS-BLC-LOCATION     PIC X(5).
               10 WS-BLC-FIRST-DATE   PIC X(8).
               10 WS-BLC-LAST-DATE    PIC X(8).

      * 件数
       01 WS-BATCH-READ-CNT       PIC 9(5) VALUE 0.
       01 WS-BATCH-ACCEPT-CNT     PIC 9(5) VALUE 0.
       01 WS-BATCH-REFUSE-CNT     PIC 9(5) VALUE 0.
       01 WS-TRANS-WRITTEN-CNT    PIC 9(7) VALUE 0.
       01 WS-LINE-REJECT-CNT      PIC 9(7) VALUE 0.

      * 表示編集用
       01 WS-DISPLAY-LINE         PIC Z(6)9.
       01 WS-DISPLAY-COUNT        PIC Z(4)9.
       01 WS-DISPLAY-COUNT-2      PIC Z(4)9.
       01 WS-DISPLAY-HASH         PIC Z(10)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * メイン処理
      *----------------------------------------------------------------
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-BATCH-REGISTER
           IF WS-XRF-OVERFLOW = 'Y' OR WS-IFB-OVERFLOW = 'Y'
               DISPLAY "ERROR: Cross-reference or batch register "
                   "table full - nothing loaded"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INTERFACE-FILE
           OPEN EXTEND INTERFACE-TRANS-FILE
           OPEN OUTPUT INTERFACE-REJECT-FILE
           OPEN EXTEND BATCH-REGISTER-FILE
           PERFORM WRITE-REJECT-HEADER
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ INTERFACE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM PROCESS-INTERFACE-LINE
               END-READ
           END-PERFORM
           IF WS-BATCH-OPEN = 'Y'
               PERFORM FINISH-BATCH
           END-IF
           PERFORM WRITE-REJECT-SUMMARY
           CLOSE INTERFACE-FILE
           CLOSE INTERFACE-TRANS-FILE
           CLOSE INTERFACE-REJECT-FILE
           CLOSE BATCH-REGISTER-FILE
           DISPLAY "Batches read:          " WS-BATCH-READ-CNT
           DISPLAY "Batches accepted:      " WS-BATCH-ACCEPT-CNT
           DISPLAY "Batches refused:       " WS-BATCH-REFUSE-CNT
           DISPLAY "Transactions written:  " WS-TRANS-WRITTEN-CNT
           DISPLAY "Lines rejected:        " WS-LINE-REJECT-CNT
           IF WS-BATCH-REFUSE-CNT > 0 OR WS-LINE-REJECT-CNT > 0
               DISPLAY "WARNING: See output/interface_rejects.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 外部コード対応ファイルをテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE
           PERFORM UNTIL WS-EOF-XRF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-XRF
                   NOT AT END
                       IF WS-XRF-COUNT < WS-XRF-MAX
                           ADD 1 TO WS-XRF-COUNT
                           MOVE XRF-SOURCE TO
                               WS-XRF-SOURCE(WS-XRF-COUNT)
                           MOVE XRF-CODE-TYPE TO
                               WS-XRF-CODE-TYPE(WS-XRF-COUNT)
                           MOVE XRF-EXTERNAL-CODE TO
                               WS-XRF-EXTERNAL(WS-XRF-COUNT)
                           MOVE XRF-INTERNAL-CODE TO
                               WS-XRF-INTERNAL(WS-XRF-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-XRF-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *----------------------------------------------------------------
      * 取込済みバッチ台帳をテーブルへ読み込む
      *----------------------------------------------------------------
       LOAD-BATCH-REGISTER.
           OPEN INPUT BATCH-REGISTER-FILE
           PERFORM UNTIL WS-EOF-IFB = 'Y'
               READ BATCH-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-IFB
                   NOT AT END
                       IF WS-IFB-COUNT < WS-IFB-MAX
                           ADD 1 TO WS-IFB-COUNT
                           MOVE IFB-SOURCE TO
                               WS-IFB-SOURCE(WS-IFB-COUNT)
                           MOVE IFB-BATCH-ID TO
                               WS-IFB-BATCH-ID(WS-IFB-COUNT)
                           MOVE IFB-LOCATION TO
                               WS-IFB-LOCATION(WS-IFB-COUNT)
                           MOVE IFB-FIRST-DATE TO
                               WS-IFB-FIRST-DATE(WS-IFB-COUNT)
                           MOVE IFB-LAST-DATE TO
                               WS-IFB-LAST-DATE(WS-IFB-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-IFB-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-REGISTER-FILE.

      *----------------------------------------------------------------
      * 取込ファイルの1行を処理する
      * （見出し行は前のバッチを締めて新しいバッチを始める。明細行
      *   はバッチの明細テーブルへ溜める。空行は読み飛ばす）
      *----------------------------------------------------------------
       PROCESS-INTERFACE-LINE.
           EVALUATE TRUE
               WHEN INTERFACE-RECORD = SPACES
                   CONTINUE
               WHEN INTERFACE-RECORD(1:2) = 'H,'
                   IF WS-BATCH-OPEN = 'Y'
                       PERFORM FINISH-BATCH
                   END-IF
                   PERFORM START-BATCH
               WHEN INTERFACE-RECORD(1:2) = 'D,'
                   IF WS-BATCH-OPEN = 'N'
                       MOVE 'NOHD' TO WS-BATCH-REFUSAL
                       MOVE "Detail line before any header" TO
                           WS-BATCH-REFUSAL-TEXT
                       PERFORM WRITE-UNBATCHED-REJECT
                   ELSE
                       IF WS-DTL-COUNT < WS-DTL-MAX
                           ADD 1 TO WS-DTL-COUNT
                           MOVE WS-LINE-NUMBER TO
                               WS-DTL-LINE-NO(WS-DTL-COUNT)
                           MOVE INTERFACE-RECORD TO
                               WS-DTL-LINE(WS-DTL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DTL-OVERFLOW
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'RECX' TO WS-BATCH-REFUSAL
                   MOVE "Unknown record type" TO
                       WS-BATCH-REFUSAL-TEXT
                   PERFORM WRITE-UNBATCHED-REJECT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 見出し行を分解して新しいバッチを始める
      *----------------------------------------------------------------
       START-BATCH.
           MOVE 'Y' TO WS-BATCH-OPEN
           MOVE 0 TO WS-DTL-COUNT
           MOVE 'N' TO WS-DTL-OVERFLOW
           MOVE 'Y' TO WS-HDR-VALID
           MOVE SPACES TO WS-HDR-SOURCE
           MOVE SPACES TO WS-HDR-BATCH-ID
           MOVE SPACES TO WS-HDR-COUNT-TEXT
           MOVE SPACES TO WS-HDR-HASH-TEXT
           MOVE 0 TO WS-HDR-COUNT-LEN
           MOVE 0 TO WS-HDR-HASH-LEN
           MOVE 0 TO WS-HDR-COUNT
           MOVE 0 TO WS-HDR-HASH
           UNSTRING INTERFACE-RECORD DELIMITED BY ','
               INTO WS-HDR-RECORD-TYPE
                    WS-HDR-SOURCE
                    WS-HDR-BATCH-ID
                    WS-HDR-COUNT-TEXT COUNT IN WS-HDR-COUNT-LEN
                    WS-HDR-HASH-TEXT COUNT IN WS-HDR-HASH-LEN
           END-UNSTRING
           IF WS-HDR-SOURCE NOT = 'POS' AND WS-HDR-SOURCE NOT = 'WMS'
               MOVE 'N' TO WS-HDR-VALID
           END-IF
           IF WS-HDR-BATCH-ID = SPACES
               MOVE 'N' TO WS-HDR-VALID
           END-IF
           MOVE WS-HDR-COUNT-TEXT TO WS-NUM-TEXT
           MOVE WS-HDR-COUNT-LEN TO WS-NUM-LEN
           PERFORM CONVERT-NUMERIC-FIELD
           IF WS-NUM-VALID = 'Y' AND WS-NUM-LEN <= 9
               MOVE WS-NUM-VALUE TO WS-HDR-COUNT
           ELSE
               MOVE 'N' TO WS-HDR-VALID
           END-IF
           MOVE WS-HDR-HASH-TEXT TO WS-NUM-TEXT
           MOVE WS-HDR-HASH-LEN TO WS-NUM-LEN
           PERFORM CONVERT-NUMERIC-FIELD
           IF WS-NUM-VALID = 'Y'
               MOVE WS-NUM-VALUE TO WS-HDR-HASH
           ELSE
               MOVE 'N' TO WS-HDR-VALID
           END-IF.

      *----------------------------------------------------------------
      * 数字項目を数値へ変換する（WS-NUM-TEXT の先頭 WS-NUM-LEN
      * 桁を右詰めして数値検査する。行末の項目は後続の空白まで
      * 数えられるため、項目長で切って末尾の空白を除く。空・
      * 数字以外は無効）
      *----------------------------------------------------------------
       CONVERT-NUMERIC-FIELD.
           MOVE 'N' TO WS-NUM-VALID
           MOVE 0 TO WS-NUM-VALUE
           IF WS-NUM-LEN > 11
               MOVE 11 TO WS-NUM-LEN
           END-IF
           PERFORM UNTIL WS-NUM-LEN = 0
               OR WS-NUM-TEXT(WS-NUM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NUM-LEN
           END-PERFORM
           IF WS-NUM-LEN > 0
               MOVE ZEROS TO WS-NUM-WORK
               COMPUTE WS-NUM-START = 12 - WS-NUM-LEN
               MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO
                   WS-NUM-WORK(WS-NUM-START:WS-NUM-LEN)
               IF WS-NUM-WORK IS NUMERIC
                   MOVE WS-NUM-WORK-N TO WS-NUM-VALUE
                   MOVE 'Y' TO WS-NUM-VALID
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * バッチを締める（明細を分解・変換し、バッチ単位の検査に
      * 通ったときだけトランザクションを書き出して台帳へ登録する）
      *----------------------------------------------------------------
       FINISH-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN
           ADD 1 TO WS-BATCH-READ-CNT
           MOVE 0 TO WS-BATCH-QTY-HASH
           MOVE 0 TO WS-BLC-COUNT
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
               UNTIL WS-DTL-IDX > WS-DTL-COUNT
               PERFORM PARSE-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO WS-BATCH-REFUSAL
           EVALUATE TRUE
               WHEN WS-HDR-VALID = 'N'
                   MOVE 'HDRX' TO WS-BATCH-REFUSAL
                   MOVE "Header source/batch/count/hash invalid" TO
                       WS-BATCH-REFUSAL-TEXT
               WHEN WS-DTL-OVERFLOW = 'Y' OR WS-BLC-COUNT > WS-BLC-MAX
                   MOVE 'BOVF' TO WS-BATCH-REFUSAL
                   MOVE "Batch too large to load" TO
                       WS-BATCH-REFUSAL-TEXT
               WHEN WS-DTL-COUNT NOT = WS-HDR-COUNT
                   MOVE 'CNTX' TO WS-BATCH-REFUSAL
                   MOVE "Record count does not match header" TO
                       WS-BATCH-REFUSAL-TEXT
               WHEN WS-BATCH-QTY-HASH NOT = WS-HDR-HASH
                   MOVE 'HSHX' TO WS-BATCH-REFUSAL
                   MOVE "Quantity hash does not match header" TO
                       WS-BATCH-REFUSAL-TEXT
               WHEN OTHER
                   PERFORM CHECK-BATCH-REGISTER
           END-EVALUATE
           IF WS-BATCH-REFUSAL NOT = SPACES
               ADD 1 TO WS-BATCH-REFUSE-CNT
               PERFORM WRITE-BATCH-REFUSAL
           ELSE
               ADD 1 TO WS-BATCH-ACCEPT-CNT
               MOVE 0 TO WS-BATCH-WRITTEN
               MOVE 0 TO WS-BATCH-REJECTED
               PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-COUNT
                   PERFORM WRITE-DETAIL-RESULT
               END-PERFORM
               PERFORM REGISTER-BATCH
               PERFORM WRITE-BATCH-ACCEPTED
           END-IF.

      *----------------------------------------------------------------
      * 明細1行を分解し、コード変換と項目検査を行う（WS-DTL-IDX）
      * （数量は数値であれば却下明細も含めてハッシュへ加える）
      *----------------------------------------------------------------
       PARSE-DETAIL-LINE.
           MOVE SPACES TO WS-FLD-ITEM
           MOVE SPACES TO WS-FLD-STORE
           MOVE SPACES TO WS-FLD-ACTIVITY
           MOVE SPACES TO WS-FLD-QTY
           MOVE SPACES TO WS-FLD-DATE
           MOVE SPACES TO WS-FLD-REASON
           MOVE 0 TO WS-FLD-QTY-LEN
           UNSTRING WS-DTL-LINE(WS-DTL-IDX) DELIMITED BY ','
               INTO WS-FLD-RECORD-TYPE
                    WS-FLD-ITEM
                    WS-FLD-STORE
                    WS-FLD-ACTIVITY
                    WS-FLD-QTY COUNT IN WS-FLD-QTY-LEN
                    WS-FLD-DATE
                    WS-FLD-REASON
           END-UNSTRING
           MOVE WS-FLD-ITEM TO WS-DTL-ITEM-CODE(WS-DTL-IDX)
           MOVE WS-FLD-STORE TO WS-DTL-STORE-CODE(WS-DTL-IDX)
           MOVE WS-FLD-DATE TO WS-DTL-DATE(WS-DTL-IDX)
           MOVE SPACES TO WS-DTL-REJECT(WS-DTL-IDX)
           MOVE SPACES TO WS-DTL-PRODUCT-ID(WS-DTL-IDX)
           MOVE SPACES TO WS-DTL-LOCATION(WS-DTL-IDX)
           MOVE 0 TO WS-DTL-QTY(WS-DTL-IDX)
           MOVE WS-FLD-QTY TO WS-NUM-TEXT
           MOVE WS-FLD-QTY-LEN TO WS-NUM-LEN
           PERFORM CONVERT-NUMERIC-FIELD
           IF WS-NUM-VALID = 'Y'
               ADD WS-NUM-VALUE TO WS-BATCH-QTY-HASH
               IF WS-NUM-VALUE > 99999
                   MOVE 'QRNG' TO WS-DTL-REJECT(WS-DTL-IDX)
               ELSE
                   MOVE WS-NUM-VALUE TO WS-DTL-QTY(WS-DTL-IDX)
               END-IF
           END-IF
           EVALUATE WS-FLD-ACTIVITY
               WHEN 'SALE'
                   MOVE 'SUB' TO WS-DTL-TRN-TYPE(WS-DTL-IDX)
                   MOVE 'SALE' TO WS-DTL-REASON(WS-DTL-IDX)
               WHEN 'PICK'
                   MOVE 'SUB' TO WS-DTL-TRN-TYPE(WS-DTL-IDX)
                   MOVE 'PICK' TO WS-DTL-REASON(WS-DTL-IDX)
               WHEN 'RTRN'
                   MOVE 'RET' TO WS-DTL-TRN-TYPE(WS-DTL-IDX)
                   MOVE 'RSTK' TO WS-DTL-REASON(WS-DTL-IDX)
               WHEN 'RCPT'
                   MOVE 'ADD' TO WS-DTL-TRN-TYPE(WS-DTL-IDX)
                   MOVE SPACES TO WS-DTL-REASON(WS-DTL-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-TRN-TYPE(WS-DTL-IDX)
                   MOVE SPACES TO WS-DTL-REASON(WS-DTL-IDX)
           END-EVALUATE
           IF WS-FLD-REASON NOT = SPACES
               MOVE WS-FLD-REASON TO WS-DTL-REASON(WS-DTL-IDX)
           END-IF
           MOVE 'S' TO WS-XRF-KEY-TYPE
           MOVE WS-FLD-STORE TO WS-XRF-KEY-CODE
           PERFORM FIND-XREF-ENTRY
           IF WS-XRF-FOUND = 'Y'
               MOVE WS-XRF-INTERNAL(WS-XRF-IDX) TO
                   WS-DTL-LOCATION(WS-DTL-IDX)
               IF WS-FLD-DATE IS NUMERIC
                   PERFORM ADD-BATCH-LOCATION-DATE
               END-IF
           END-IF
           MOVE 'I' TO WS-XRF-KEY-TYPE
           MOVE WS-FLD-ITEM TO WS-XRF-KEY-CODE
           PERFORM FIND-XREF-ENTRY
           IF WS-XRF-FOUND = 'Y'
               MOVE WS-XRF-INTERNAL(WS-XRF-IDX) TO
                   WS-DTL-PRODUCT-ID(WS-DTL-IDX)
           END-IF
           IF WS-DTL-REJECT(WS-DTL-IDX) = SPACES
               EVALUATE TRUE
                   WHEN WS-DTL-PRODUCT-ID(WS-DTL-IDX) = SPACES
                       MOVE 'NOIT' TO WS-DTL-REJECT(WS-DTL-IDX)
                   WHEN WS-DTL-LOCATION(WS-DTL-IDX) = SPACES
                       MOVE 'NOST' TO WS-DTL-REJECT(WS-DTL-IDX)
                   WHEN WS-DTL-TRN-TYPE(WS-DTL-IDX) = SPACES
                       MOVE 'ACTV' TO WS-DTL-REJECT(WS-DTL-IDX)
                   WHEN WS-NUM-VALID = 'N'
                       OR WS-DTL-QTY(WS-DTL-IDX) = 0
                       MOVE 'QNUM' TO WS-DTL-REJECT(WS-DTL-IDX)
                   WHEN WS-FLD-DATE IS NOT NUMERIC
                       MOVE 'DTNM' TO WS-DTL-REJECT(WS-DTL-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 当バッチの送信元で外部コードを引く
      * （WS-XRF-KEY-TYPE／WS-XRF-KEY-CODE。見つかれば WS-XRF-IDX）
      *----------------------------------------------------------------
       FIND-XREF-ENTRY.
           MOVE 'N' TO WS-XRF-FOUND
           IF WS-XRF-KEY-CODE NOT = SPACES
               PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
                   OR WS-XRF-FOUND = 'Y'
                   IF WS-XRF-SOURCE(WS-XRF-IDX) = WS-HDR-SOURCE
                       AND WS-XRF-CODE-TYPE(WS-XRF-IDX) =
                           WS-XRF-KEY-TYPE
                       AND WS-XRF-EXTERNAL(WS-XRF-IDX) =
                           WS-XRF-KEY-CODE
                       MOVE 'Y' TO WS-XRF-FOUND
                   END-IF
               END-PERFORM
               IF WS-XRF-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-XRF-IDX
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * バッチ内の拠点別発効日範囲へ明細1行の日付を加える
      * （WS-DTL-IDX の拠点と WS-FLD-DATE。拠点が多すぎるときは
      *   件数だけ数えてバッチを拒否させる）
      *----------------------------------------------------------------
       ADD-BATCH-LOCATION-DATE.
           MOVE 'N' TO WS-BLC-FOUND
           PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
               UNTIL WS-BLC-IDX > WS-BLC-COUNT
               OR WS-BLC-IDX > WS-BLC-MAX
               OR WS-BLC-FOUND = 'Y'
               IF WS-BLC-LOCATION(WS-BLC-IDX) =
                   WS-DTL-LOCATION(WS-DTL-IDX)
                   MOVE 'Y' TO WS-BLC-FOUND
               END-IF
           END-PERFORM
           IF WS-BLC-FOUND = 'Y'
               SUBTRACT 1 FROM WS-BLC-IDX
               IF WS-FLD-DATE < WS-BLC-FIRST-DATE(WS-BLC-IDX)
                   MOVE WS-FLD-DATE TO WS-BLC-FIRST-DATE(WS-BLC-IDX)
               END-IF
               IF WS-FLD-DATE > WS-BLC-LAST-DATE(WS-BLC-IDX)
                   MOVE WS-FLD-DATE TO WS-BLC-LAST-DATE(WS-BLC-IDX)
               END-IF
           ELSE
               IF WS-BLC-COUNT < WS-BLC-MAX
                   ADD 1 TO WS-BLC-COUNT
                   MOVE WS-DTL-LOCATION(WS-DTL-IDX) TO
                       WS-BLC-LOCATION(WS-BLC-COUNT)
                   MOVE WS-FLD-DATE TO WS-BLC-FIRST-DATE(WS-BLC-COUNT)
                   MOVE WS-FLD-DATE TO WS-BLC-LAST-DATE(WS-BLC-COUNT)
               ELSE
                   MOVE 51 TO WS-BLC-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 取込済みバッチ台帳と照合する
      * （同じ送信元・バッチIDは再送、同じ送信元・拠点で発効日の
      *   範囲が重なるものは重複取込として拒否する）
      *----------------------------------------------------------------
       CHECK-BATCH-REGISTER.
           PERFORM VARYING WS-IFB-IDX FROM 1 BY 1
               UNTIL WS-IFB-IDX > WS-IFB-COUNT
               OR WS-BATCH-REFUSAL NOT = SPACES
               IF WS-IFB-SOURCE(WS-IFB-IDX) = WS-HDR-SOURCE
                   IF WS-IFB-BATCH-ID(WS-IFB-IDX) = WS-HDR-BATCH-ID
                       MOVE 'DUPB' TO WS-BATCH-REFUSAL
                       MOVE "Batch ID already loaded" TO
                           WS-BATCH-REFUSAL-TEXT
                   ELSE
                       PERFORM CHECK-REGISTER-OVERLAP
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 台帳1行（WS-IFB-IDX）と当バッチの拠点別発効日範囲が重なる
      * かを判定する
      *----------------------------------------------------------------
       CHECK-REGISTER-OVERLAP.
           PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
               UNTIL WS-BLC-IDX > WS-BLC-COUNT
               OR WS-BATCH-REFUSAL NOT = SPACES
               IF WS-BLC-LOCATION(WS-BLC-IDX) =
                   WS-IFB-LOCATION(WS-IFB-IDX)
                   AND WS-BLC-FIRST-DATE(WS-BLC-IDX) NOT >
                       WS-IFB-LAST-DATE(WS-IFB-IDX)
                   AND WS-BLC-LAST-DATE(WS-BLC-IDX) NOT <
                       WS-IFB-FIRST-DATE(WS-IFB-IDX)
                   MOVE 'OVLP' TO WS-BATCH-REFUSAL
                   MOVE SPACES TO WS-BATCH-REFUSAL-TEXT
                   STRING "Overlaps batch "
                       DELIMITED SIZE
                       WS-IFB-BATCH-ID(WS-IFB-IDX)
                       DELIMITED SPACE
                       " at "
                       DELIMITED SIZE
                       WS-BLC-LOCATION(WS-BLC-IDX)
                       DELIMITED SIZE
                       INTO WS-BATCH-REFUSAL-TEXT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 受け入れたバッチの明細1行を書き出す（WS-DTL-IDX）
      * （却下のない明細はトランザクションへ、却下した明細は
      *   却下レポートへ）
      *----------------------------------------------------------------
       WRITE-DETAIL-RESULT.
           IF WS-DTL-REJECT(WS-DTL-IDX) = SPACES
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE WS-DTL-PRODUCT-ID(WS-DTL-IDX) TO TRN-PRODUCT-ID
               MOVE WS-DTL-TRN-TYPE(WS-DTL-IDX) TO TRN-TYPE
               MOVE WS-DTL-QTY(WS-DTL-IDX) TO TRN-QUANTITY
               MOVE WS-DTL-LOCATION(WS-DTL-IDX) TO TRN-LOCATION
               MOVE WS-DTL-REASON(WS-DTL-IDX) TO TRN-REASON-CODE
               MOVE WS-DTL-DATE(WS-DTL-IDX) TO TRN-EFFECTIVE-DATE
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-BATCH-WRITTEN
               ADD 1 TO WS-TRANS-WRITTEN-CNT
           ELSE
               ADD 1 TO WS-BATCH-REJECTED
               ADD 1 TO WS-LINE-REJECT-CNT
               MOVE WS-DTL-LINE-NO(WS-DTL-IDX) TO WS-DISPLAY-LINE
               MOVE SPACES TO INTERFACE-REJECT-RECORD
               STRING "REJ  "
                   DELIMITED SIZE
                   WS-HDR-SOURCE
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-HDR-BATCH-ID
                   DELIMITED SIZE
                   " line "
                   DELIMITED SIZE
                   WS-DISPLAY-LINE
                   DELIMITED SIZE
                   " "
                   DELIMITED SIZE
                   WS-DTL-REJECT(WS-DTL-IDX)
                   DELIMITED SIZE
                   " item="
                   DELIMITED SIZE
                   WS-DTL-ITEM-CODE(WS-DTL-IDX)
                   DELIMITED SIZE
                   " store="
                   DELIMITED SIZE
                   WS-DTL-STORE-CODE(WS-DTL-IDX)
                   DELIMITED SIZE
                   INTO INTERFACE-REJECT-RECORD
               WRITE INTERFACE-REJECT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 受け入れたバッチを取込済みバッチ台帳へ拠点ごとに登録する
      * （当回の後続バッチとの照合のためテーブルにも加える）
      *----------------------------------------------------------------
       REGISTER-BATCH.
           PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
               UNTIL WS-BLC-IDX > WS-BLC-COUNT
               MOVE WS-HDR-SOURCE TO IFB-SOURCE
               MOVE WS-HDR-BATCH-ID TO IFB-BATCH-ID
               MOVE WS-BLC-LOCATION(WS-BLC-IDX) TO IFB-LOCATION
               MOVE WS-BLC-FIRST-DATE(WS-BLC-IDX) TO IFB-FIRST-DATE
               MOVE WS-BLC-LAST-DATE(WS-BLC-IDX) TO IFB-LAST-DATE
               MOVE WS-DTL-COUNT TO IFB-RECORD-COUNT
               MOVE WS-BATCH-QTY-HASH TO IFB-QTY-HASH
               MOVE WS-RUN-DATE TO IFB-LOAD-DATE
               MOVE WS-RUN-TIME(1:6) TO IFB-LOAD-TIME
               WRITE BATCH-REGISTER-RECORD
               PERFORM ADD-REGISTER-ENTRY
           END-PERFORM
           IF WS-BLC-COUNT = 0
               MOVE WS-HDR-SOURCE TO IFB-SOURCE
               MOVE WS-HDR-BATCH-ID TO IFB-BATCH-ID
               MOVE SPACES TO IFB-LOCATION
               MOVE SPACES TO IFB-FIRST-DATE
               MOVE SPACES TO IFB-LAST-DATE
               MOVE WS-DTL-COUNT TO IFB-RECORD-COUNT
               MOVE WS-BATCH-QTY-HASH TO IFB-QTY-HASH
               MOVE WS-RUN-DATE TO IFB-LOAD-DATE
               MOVE WS-RUN-TIME(1:6) TO IFB-LOAD-TIME
               WRITE BATCH-REGISTER-RECORD
               PERFORM ADD-REGISTER-ENTRY
           END-IF.

      *----------------------------------------------------------------
      * 台帳レコード域の1行を台帳テーブルへ加える
      *----------------------------------------------------------------
       ADD-REGISTER-ENTRY.
           IF WS-IFB-COUNT < WS-IFB-MAX
               ADD 1 TO WS-IFB-COUNT
               MOVE IFB-SOURCE TO WS-IFB-SOURCE(WS-IFB-COUNT)
               MOVE IFB-BATCH-ID TO WS-IFB-BATCH-ID(WS-IFB-COUNT)
               MOVE IFB-LOCATION TO WS-IFB-LOCATION(WS-IFB-COUNT)
               MOVE IFB-FIRST-DATE TO WS-IFB-FIRST-DATE(WS-IFB-COUNT)
               MOVE IFB-LAST-DATE TO WS-IFB-LAST-DATE(WS-IFB-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 却下レポートの見出しを書き出す
      *----------------------------------------------------------------
       WRITE-REJECT-HEADER.
           MOVE "=== Interface Reject Report ===" TO
               INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "Run date: "
               DELIMITED SIZE
               WS-RUN-DATE
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           MOVE ALL "-" TO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD.

      *----------------------------------------------------------------
      * 拒否したバッチの行を書き出す
      *----------------------------------------------------------------
       WRITE-BATCH-REFUSAL.
           MOVE WS-DTL-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-BATCH-QTY-HASH TO WS-DISPLAY-HASH
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "REFUSED "
               DELIMITED SIZE
               WS-HDR-SOURCE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-HDR-BATCH-ID
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-BATCH-REFUSAL
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-BATCH-REFUSAL-TEXT
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "        records "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               " (header "
               DELIMITED SIZE
               WS-HDR-COUNT-TEXT
               DELIMITED SPACE
               ")  hash "
               DELIMITED SIZE
               WS-DISPLAY-HASH
               DELIMITED SIZE
               " (header "
               DELIMITED SIZE
               WS-HDR-HASH-TEXT
               DELIMITED SPACE
               ")"
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD.

      *----------------------------------------------------------------
      * 受け入れたバッチの行を書き出す
      *----------------------------------------------------------------
       WRITE-BATCH-ACCEPTED.
           MOVE WS-BATCH-WRITTEN TO WS-DISPLAY-COUNT
           MOVE WS-BATCH-REJECTED TO WS-DISPLAY-COUNT-2
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "LOADED  "
               DELIMITED SIZE
               WS-HDR-SOURCE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-HDR-BATCH-ID
               DELIMITED SIZE
               " written "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               " rejected "
               DELIMITED SIZE
               WS-DISPLAY-COUNT-2
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD.

      *----------------------------------------------------------------
      * バッチに属さない行の却下を書き出す（WS-BATCH-REFUSAL に
      * 理由コード、WS-BATCH-REFUSAL-TEXT に説明）
      *----------------------------------------------------------------
       WRITE-UNBATCHED-REJECT.
           ADD 1 TO WS-LINE-REJECT-CNT
           MOVE WS-LINE-NUMBER TO WS-DISPLAY-LINE
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "REJ  line "
               DELIMITED SIZE
               WS-DISPLAY-LINE
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-BATCH-REFUSAL
               DELIMITED SIZE
               " "
               DELIMITED SIZE
               WS-BATCH-REFUSAL-TEXT
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD.

      *----------------------------------------------------------------
      * 却下レポートの要約を書き出す
      *----------------------------------------------------------------
       WRITE-REJECT-SUMMARY.
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           MOVE ALL "-" TO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE WS-BATCH-ACCEPT-CNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "Batches loaded:        "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE WS-BATCH-REFUSE-CNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "Batches refused:       "
               DELIMITED SIZE
               WS-DISPLAY-COUNT
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE WS-LINE-REJECT-CNT TO WS-DISPLAY-LINE
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "Lines rejected:        "
               DELIMITED SIZE
               WS-DISPLAY-LINE
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD
           MOVE WS-TRANS-WRITTEN-CNT TO WS-DISPLAY-LINE
           MOVE SPACES TO INTERFACE-REJECT-RECORD
           STRING "Transactions written:  "
               DELIMITED SIZE
               WS-DISPLAY-LINE
               DELIMITED SIZE
               INTO INTERFACE-REJECT-RECORD
           WRITE INTERFACE-REJECT-RECORD.
