      *> 却下取引の処置記録（REJECT-LOG-FILE、追記専用）。
      *> CALCREJ は最新の処置状況しか持たないため、REJ-MAINT が処置を
      *> 変更するたびに変更前後の状況を1行残し、却下から再投入・償却・
      *> 削除までの経過を後から追えるようにする。
       01  REJECT-LOG-RECORD.
      *> 処置の区分（C=修正 R=再投入 W=償却 P=削除）
           05  RJL-ACTION          PIC X(1).
               88  RJL-CORRECT              VALUE 'C'.
               88  RJL-RESUBMIT             VALUE 'R'.
               88  RJL-WRITE-OFF            VALUE 'W'.
               88  RJL-PURGE                VALUE 'P'.
           05  RJL-REASON-CODE     PIC X(4).
      *> 変更前の処置状況とその日付。変更前が未処置なら、その日付が
      *> 却下された日（SAMPLE-01・GL-RECON の実行日）になる。
           05  RJL-OLD-STATUS      PIC X(1).
           05  RJL-OLD-STATUS-DATE PIC X(8).
      *> 変更後の処置状況（削除では変更前と同じ）
           05  RJL-NEW-STATUS      PIC X(1).
      *> 変更前の科目・参照番号（修正で差し替えた場合に元をたどる）
           05  RJL-OLD-ACCOUNT     PIC X(10).
           05  RJL-OLD-REFERENCE   PIC X(10).
           05  RJL-ACCOUNT         PIC X(10).
           05  RJL-REFERENCE       PIC X(10).
           05  RJL-OPERATOR-ID     PIC X(8).
           05  RJL-TIMESTAMP       PIC X(21).
      *> 処置を計上した期間と、締め済みの期間から繰り越した場合の
      *> 元の期間（繰り越しでなければ空白）
           05  RJL-POST-PERIOD     PIC X(6).
           05  RJL-CARRIED-FROM    PIC X(6).
