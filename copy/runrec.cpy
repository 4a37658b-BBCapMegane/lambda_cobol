                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  RUNH-RETURN-CODE    PIC 9(2).
      *> 営業日内の処理サイクル番号（01～99）。この項目のない旧形式の
      *> 記録は空白で、サイクル01として扱う。
           05  RUNH-CYCLE          PIC X(2).
