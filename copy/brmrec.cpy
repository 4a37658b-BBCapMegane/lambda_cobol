      *> 支店取込対応表（BRANCH-MAP-FILE、CALCBRMP）の1レコード。
      *> BR-INTAKE が CALCTRAN を組み立てる際に、取引ごとの発信支店と
      *> CALCTRAN 上の読込通番を控え、支店ごとの取込件数を付ける。
      *> BR-RETURN が SAMPLE-01 の処理結果と突き合わせて支店別の
      *> 結果返却ファイルを作るのに使う。
       01  BRANCH-MAP-RECORD.
      *> レコード区分（D=取引 C=支店ごとの取込件数）
           05  BRM-RECORD-TYPE     PIC X(1).
               88  BRM-DETAIL               VALUE 'D'.
               88  BRM-BRANCH-TOTAL         VALUE 'C'.
           05  BRM-BATCH-ID        PIC X(8).
           05  BRM-BRANCH          PIC X(4).
      *> 取引レコードでは CALCTRAN 上の読込通番（制御レコードを
      *> 除いた1からの連番。SAMPLE-01 の読込件数と同じ数え方）と
      *> 取り込んだ取引の内容
           05  BRM-DETAIL-AREA.
               10  BRM-SEQ         PIC 9(6).
               10  BRM-TRAN        PIC X(33).
      *> 支店ごとの取込件数レコードでの読み替え
           05  BRM-TOTAL-AREA REDEFINES BRM-DETAIL-AREA.
               10  BRM-INTAKE-COUNT PIC 9(6).
      *> 取込状態（O=取込済 E=空ファイル M=ファイルなし）
               10  BRM-INTAKE-STATE PIC X(1).
               10  FILLER          PIC X(32).
