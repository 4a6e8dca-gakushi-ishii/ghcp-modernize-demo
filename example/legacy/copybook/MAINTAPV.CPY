      *----------------------------------------------------------------
      * 保守依頼承認レコード（APPROVAL-FILE）共通レイアウト
      * 承認者が承認待ち保守依頼（MAINTPND 登録集）の受付番号を
      * 指定して登録する（data/maint_approvals.dat）。依頼者と同じ
      * 利用者IDによる承認は無効とする。
      * - APV-DECISION   A＝承認（次回実行時に反映）、R＝却下
      *----------------------------------------------------------------
       01 APPROVAL-RECORD.
           05 APV-REQUEST-ID     PIC X(12).
           05 APV-APPROVER-ID    PIC X(8).
           05 APV-DECISION       PIC X(1).
               88 APV-APPROVED   VALUE 'A'.
               88 APV-REJECTED   VALUE 'R'.
           05 APV-DATE           PIC X(8).
