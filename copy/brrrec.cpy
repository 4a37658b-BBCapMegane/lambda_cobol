      *> 支店別結果返却ファイル（BRANCH-RETURN-FILE、BRRET＋支店）
      *> の1レコード。BR-RETURN が夜間処理の後に支店ごとに作り、
      *> 支店が送った取引1件ごとの処理結果を返す。取引レコードを
      *> 支店とバッチのヘッダ／トレーラで挟む。
       01  BRANCH-RETURN-RECORD.
      *> レコード区分（H=ヘッダ D=取引 T=トレーラ）
           05  BRR-RECORD-TYPE     PIC X(1).
               88  BRR-HEADER               VALUE 'H'.
               88  BRR-DETAIL               VALUE 'D'.
               88  BRR-TRAILER              VALUE 'T'.
           05  BRR-BRANCH          PIC X(4).
           05  BRR-BATCH-ID        PIC X(8).
           05  BRR-RUN-DATE        PIC X(8).
           05  BRR-BODY            PIC X(105).
      *> 取引レコード
           05  BRR-DETAIL-AREA REDEFINES BRR-BODY.
               10  BRR-SEQ         PIC 9(6).
               10  BRR-TRAN        PIC X(33).
      *> 処理結果（P=処理済み R=却下 U=結果なし）
               10  BRR-OUTCOME     PIC X(1).
                   88  BRR-PROCESSED        VALUE 'P'.
                   88  BRR-REJECTED         VALUE 'R'.
                   88  BRR-NO-OUTCOME       VALUE 'U'.
               10  BRR-RESULT      PIC S9(10)V9(10)
                                    SIGN IS TRAILING
                                    SEPARATE CHARACTER.
               10  BRR-REASON-CODE PIC X(4).
               10  BRR-REASON-TEXT PIC X(40).
      *> トレーラ（取込件数と処理済み・却下・結果なしの内訳、
      *> 処理済み分の結果金額合計）
           05  BRR-TRAILER-AREA REDEFINES BRR-BODY.
               10  BRR-INTAKE-COUNT    PIC 9(6).
               10  BRR-PROCESSED-COUNT PIC 9(6).
               10  BRR-REJECTED-COUNT  PIC 9(6).
               10  BRR-NO-OUTCOME-COUNT PIC 9(6).
               10  BRR-RESULT-TOTAL    PIC S9(12)V9(10)
                                        SIGN IS TRAILING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(58).
