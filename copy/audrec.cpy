           05  AUD-TIMESTAMP          PIC X(21).
           05  AUD-OPERATOR-ID        PIC X(8).
           05  AUD-JOB-ID             PIC X(8).
      *> 計算対象の取引の勘定科目と参照番号
           05  AUD-ACCOUNT            PIC X(10).
           05  AUD-REFERENCE          PIC X(10).
      *> 記録の種類（空白=通常の計算 V=取消）。取消の記録は
      *> 勘定科目＋参照番号と元取引の処理日で元の記録を指す。
           05  AUD-ENTRY-TYPE         PIC X(1).
               88  AUD-NORMAL-ENTRY            VALUE ' '.
               88  AUD-REVERSAL-ENTRY          VALUE 'V'.
           05  AUD-ORIG-RUN-DATE      PIC X(8).
