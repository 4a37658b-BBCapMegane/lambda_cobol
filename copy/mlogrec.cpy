      *> 保守承認記録（MAINT-LOG-FILE、追記専用）。承認待ちの変更の
      *> 起票・承認・却下を、起票者と承認者の ID・時刻とともに残す。
       01  MAINT-LOG-RECORD.
      *> 記録区分（P=起票 A=承認・反映 R=却下）
           05  MLG-EVENT           PIC X(1).
               88  MLG-PROPOSED             VALUE 'P'.
               88  MLG-APPROVED             VALUE 'A'.
               88  MLG-REJECTED             VALUE 'R'.
           05  MLG-CHANGE-ID       PIC 9(6).
           05  MLG-TABLE           PIC X(4).
           05  MLG-COMMAND         PIC X(80).
           05  MLG-MAKER-ID        PIC X(8).
           05  MLG-MAKER-TIMESTAMP PIC X(21).
      *> 承認者・却下者と処置時刻（起票の記録では空白）
           05  MLG-CHECKER-ID      PIC X(8).
           05  MLG-CHECKER-TIMESTAMP PIC X(21).
