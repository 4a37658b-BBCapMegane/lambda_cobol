      *> 突合証明の履歴（BALANCE-HISTORY-FILE、CALCBALH、追記専用）の
      *> 1レコード。BALCERT は実行のたびに書き直されるため、EOD-BAL が
      *> 証明書を出すたびに結果を1行残す。PERIOD-CLOSE が期間内の
      *> 全営業日の突合が一致していたことの確認に使う（同じ営業日に
      *> 複数あれば最後の記録が有効）。
       01  BALANCE-HISTORY-RECORD.
           05  BLH-BUSINESS-DATE   PIC X(8).
      *> 突合したサイクル（00=営業日全体）
           05  BLH-CYCLE           PIC 9(2).
      *> 結果（B=一致 O=不一致 N=対象日の完了済み本番実行なし）
           05  BLH-RESULT          PIC X(1).
               88  BLH-BALANCED             VALUE 'B'.
               88  BLH-OUT-OF-BALANCE       VALUE 'O'.
               88  BLH-NO-RUN               VALUE 'N'.
           05  BLH-RUNH-TOTAL      PIC S9(12)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  BLH-AUDIT-TOTAL     PIC S9(12)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  BLH-GL-TOTAL        PIC S9(12)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  BLH-TIMESTAMP       PIC X(21).
