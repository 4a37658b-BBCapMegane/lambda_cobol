      *> 科目残高ファイル（ACCOUNT-POSITION-FILE、CALCPOS）の1レコード。
      *> ACCT-POSN が本番実行の処理結果から科目ごとに更新する。
      *> 同じ営業日に再度更新した場合は開始残高を据え置いて当日
      *> 発生額を差し替えるため、何度実行しても二重に積み上がらない。
       01  ACCOUNT-POSITION-RECORD.
           05  POS-ACCOUNT         PIC X(10).
      *> 当日発生額を計上した営業日（YYYYMMDD）
           05  POS-POSITION-DATE   PIC X(8).
           05  POS-OPENING-BALANCE PIC S9(12)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  POS-DAY-ACTIVITY    PIC S9(12)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  POS-CLOSING-BALANCE PIC S9(12)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  POS-DAY-COUNT       PIC 9(6).
