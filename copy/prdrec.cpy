      *> 期間状況ファイル（PERIOD-STATUS-FILE、CALCPRD、追記専用）の
      *> 1レコード。PERIOD-CLOSE が締めた期間を1行ずつ追加する。
      *> ここに載っている期間は締め済みで、SAMPLE-01・REJ-MAINT・
      *> GL-RECON はその期間に属するものを次の締めていない期間へ
      *> 繰り越して計上する（締めた月へさかのぼって計上しない）。
      *> 期間は CALCCAL の期末日で区切り（期末日のない月は月末で
      *> 区切る）、区切りの日の年月（YYYYMM）で呼ぶ。ある日の属する
      *> 期間はその日以後で最初の区切りの期間で、月の途中に期末日が
      *> あれば、それより後の日は翌月の期間に属する。
       01  PERIOD-STATUS-RECORD.
           05  PRD-PERIOD          PIC X(6).
           05  PRD-STATUS          PIC X(1).
               88  PRD-CLOSED               VALUE 'C'.
      *> 期間の初日と期末日（YYYYMMDD）
           05  PRD-START-DATE      PIC X(8).
           05  PRD-END-DATE        PIC X(8).
           05  PRD-CLOSE-TS        PIC X(21).
           05  PRD-CLOSED-BY       PIC X(8).
      *> 締めた時点の例外件数（強制締めの場合のみ0でない）
           05  PRD-EXCEPTION-COUNT PIC 9(4).
           05  PRD-FORCED          PIC X(1).
               88  PRD-FORCED-CLOSE         VALUE 'Y'.
