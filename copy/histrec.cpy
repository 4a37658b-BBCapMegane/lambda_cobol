      *> 再処理する場合に、二重送信と区別するために使う。
           05  HST-RUN-DATE        PIC X(8).
           05  HST-SEQ             PIC 9(6).
      *> 処理時の計算結果。取消（演算種別 V）はこの金額と正負逆の
      *> 金額を計上する。この項目を持たない旧形式の記録は空白。
      *> （旧レイアウト34バイトの CALCHIST は HIST-PURGE の C で
      *> この形式へ変換する）
           05  HST-RESULT          PIC S9(10)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
      *> 取消済みの印と取消を処理した実行日（二重取消の防止用）
           05  HST-REVERSED-SWITCH PIC X(1).
               88  HST-REVERSED             VALUE 'Y'.
           05  HST-REVERSAL-DATE   PIC X(8).
