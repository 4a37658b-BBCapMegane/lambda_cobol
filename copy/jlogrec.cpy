      *> ジョブ記録（JOB-LOG-FILE、CALCJLOG、追記専用）の1レコード。
      *> JOB-STREAM がステップの開始・終了ごとに1行書く。再開時は
      *> 同じ営業日に完了の記録があるステップを実行しない。
       01  JOB-LOG-RECORD.
           05  JLG-BUSINESS-DATE   PIC X(8).
      *> 同じ営業日の何回目の起動か（初回1、再開のたびに加算）
           05  JLG-RUN-NO          PIC 9(3).
           05  JLG-STEP-NO         PIC 9(2).
           05  JLG-STEP-NAME       PIC X(12).
      *> 記録区分（S=開始 C=完了 F=異常終了 N=実行日でない
      *> P=前回までに完了済みのため実行せず）
           05  JLG-EVENT           PIC X(1).
               88  JLG-STARTED              VALUE 'S'.
               88  JLG-COMPLETED            VALUE 'C'.
               88  JLG-FAILED               VALUE 'F'.
               88  JLG-NOT-SCHEDULED        VALUE 'N'.
               88  JLG-DONE-EARLIER         VALUE 'P'.
      *> P の記録は前回の完了時の開始・終了時刻と終了コードを写す
           05  JLG-START-TS        PIC X(21).
      *> 終了時刻と終了コード（開始・N の記録では空白とゼロ）
           05  JLG-END-TS          PIC X(21).
           05  JLG-RETURN-CODE     PIC 9(3).
