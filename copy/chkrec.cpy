                                       SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           05  CHK-PAGE-NO            PIC 9(4).
      *> 中断した実行の処理サイクル番号（空白の旧形式はサイクル01）
           05  CHK-CYCLE              PIC X(2).
