      *> 取引処理結果（TRAN-OUTCOME-FILE、CALCOUT）の1レコード。
      *> SAMPLE-01 が本番実行で読んだ取引1件ごとに、処理済み（結果
      *> 金額）か却下（理由コード・理由）かを書き出す。BR-RETURN が
      *> 支店取込対応表と読込通番で突き合わせ、支店へ結果を返す。
       01  TRAN-OUTCOME-RECORD.
           05  OUT-BATCH-ID        PIC X(8).
      *> CALCTRAN 上の読込通番（再投入取引は0）
           05  OUT-SEQ             PIC 9(6).
      *> 処理結果（P=処理済み R=却下）
           05  OUT-STATUS          PIC X(1).
               88  OUT-PROCESSED            VALUE 'P'.
               88  OUT-REJECTED             VALUE 'R'.
           05  OUT-TRAN            PIC X(33).
      *> 処理済みの場合のみ使用（却下では0）
           05  OUT-RESULT          PIC S9(10)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
      *> 却下の場合のみ使用（処理済みでは空白）
           05  OUT-REASON-CODE     PIC X(4).
           05  OUT-REASON-TEXT     PIC X(40).
           05  OUT-RUN-DATE        PIC X(8).
      *> 取引の出所（空白=当日バッチ V=検証却下の再投入
      *> G=元帳側却下の再投入）。G の取引は一度処理済みのため、
      *> ACCT-POSN は科目残高に二重に積み上げない。
           05  OUT-ORIGIN          PIC X(1).
               88  OUT-FROM-BATCH           VALUE ' '.
               88  OUT-FROM-VALIDATION      VALUE 'V'.
               88  OUT-FROM-LEDGER          VALUE 'G'.
