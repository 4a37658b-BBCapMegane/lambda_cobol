      *> 保守変更の承認待ち記録（MAINT-PENDING-FILE）。
      *> OPS-MAINT・FEE-MAINT・CURR-MAINT・ACCT-MAINT で起票した
      *> 変更は、起票者とは別の利用者が承認するまで SAMPLE-01 が
      *> 読み込む本番のテーブルには反映しない。承認・却下した記録は
      *> このファイルから除き、経緯は保守承認記録（CALCMLOG）に残す。
       01  MAINT-PENDING-RECORD.
      *> 変更番号（CALCMLOG 上の最大値＋1 で採番）
           05  PND-CHANGE-ID       PIC 9(6).
      *> 対象テーブル
           05  PND-TABLE           PIC X(4).
               88  PND-FOR-OPS              VALUE 'OPS '.
               88  PND-FOR-FEES             VALUE 'FEES'.
               88  PND-FOR-CURR             VALUE 'CURR'.
               88  PND-FOR-ACCT             VALUE 'ACCT'.
      *> 起票時のコマンドライン。承認時にこの内容を本番のテーブル
      *> に対して検査し直してから反映する。
           05  PND-COMMAND         PIC X(80).
           05  PND-MAKER-ID        PIC X(8).
           05  PND-MAKER-TIMESTAMP PIC X(21).
