      *> ジョブストリーム定義（JOB-DEF-FILE、CALCJOBD）の1レコード。
      *> JOB-STREAM が夜間処理の各ステップをこの順に実行する。
      *> 標準の並びは BR-INTAKE、REF-CHECK、SAMPLE-01、GL-SUMMARY、
      *> EOD-BAL で、GL-RECON・REJ-AGE・AUD-ARCHIVE はそれぞれの
      *> 実行日だけ動かす。期末日は最後に PERIOD-CLOSE（P）を置く。
      *> 1桁目が数字でない行は注記として読み飛ばす。
       01  JOB-DEF-RECORD.
      *> ステップ番号（再開時にどこまで完了したかの照合に使う）
           05  JSD-STEP-NO         PIC 9(2).
           05  JSD-STEP-NAME       PIC X(12).
      *> 実行するプログラム（実行形式の名前）とコマンドライン。
      *> パラメータ中の @BUSDAY@ は処理対象の営業日（YYYYMMDD）に
      *> 置き換えて渡す（日付をまたいだ再開でも同じ営業日になる）。
           05  JSD-PROGRAM         PIC X(20).
           05  JSD-PARAMETERS      PIC X(40).
      *> 正常とみなす終了コードの上限。これを超えたらストリームを
      *> 止める。
           05  JSD-MAX-RC          PIC 9(2).
      *> 実行日（B=毎営業日 P=期末日のみ W=指定曜日の営業日のみ）。
      *> 営業日・期末日の判定は CALCCAL による。
           05  JSD-RUN-DAYS        PIC X(1).
               88  JSD-EVERY-BUSINESS-DAY   VALUE 'B'.
               88  JSD-PERIOD-END-ONLY      VALUE 'P'.
               88  JSD-WEEKLY               VALUE 'W'.
               88  JSD-RUN-DAYS-VALID       VALUES 'B' 'P' 'W'.
      *> W の曜日（1=月曜～5=金曜。B・P では空白）
           05  JSD-WEEKDAY         PIC X(1).
