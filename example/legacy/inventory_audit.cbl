      * 年月別アーカイブジャーナルファイル（INVENTORY-HOUSEKEEP
      * 出力。ファイル名は照会範囲から組み立てる）
       FD ARCHIVE-JOURNAL-FILE.
       01 ARCHIVE-JOURNAL-RECORD  PIC X(259).

       WORKING-STORAGE SECTION.
       01 WS-EOF-JNL              PIC X VALUE 'N'.
           05 WS-BEF-LOT-FLAG     PIC X(1).
           05 WS-BEF-ABC-CLASS    PIC X(1).
           05 WS-BEF-COUNT-DATE   PIC X(8).
           05 WS-BEF-ORDER-UP-TO  PIC X(5).

      * 更新後イメージの展開域（INVMAST と同一の並び）
       01 WS-AFTER-REC.
           05 WS-AFT-LOT-FLAG     PIC X(1).
           05 WS-AFT-ABC-CLASS    PIC X(1).
           05 WS-AFT-COUNT-DATE   PIC X(8).
           05 WS-AFT-ORDER-UP-TO  PIC X(5).

      * 表示編集用
       01 WS-DISPLAY-BEF-QTY      PIC Z(4)9.
                   DISPLAY "    counted:   " WS-BEF-COUNT-DATE
                       " -> " WS-AFT-COUNT-DATE
               END-IF
               IF WS-BEF-ORDER-UP-TO NOT = WS-AFT-ORDER-UP-TO
                   DISPLAY "    order-up:  " WS-BEF-ORDER-UP-TO
                       " -> " WS-AFT-ORDER-UP-TO
               END-IF
           END-IF.
