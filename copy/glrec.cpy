           05  GL-TR-NUM-POINT-X       PIC X(6).
           05  GL-TR-OP-CODE           PIC X(1).
           05  GL-TR-CURRENCY          PIC X(3).
      *> 計上期間（YYYYMM）。実行日の期間が締め済みの場合は次の
      *> 締めていない期間になる（GL-RUN-DATE は実行日のまま）。
           05  GL-POST-PERIOD          PIC X(6).
