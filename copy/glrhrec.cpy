      *> 元帳突合の履歴（GL-RECON-HISTORY-FILE、CALCGLRH、追記専用）の
      *> 1レコード。GL-RECON が突合した営業日・サイクルごとに件数を
      *> 1行残す。PERIOD-CLOSE が期間内に確認の返らない GL 項目が
      *> 残っていないことの確認に使う（同じ営業日・サイクルに複数
      *> あれば最後の記録が有効）。
       01  GL-RECON-HISTORY-RECORD.
           05  GRH-BUSINESS-DATE   PIC X(8).
           05  GRH-CYCLE           PIC 9(2).
           05  GRH-SENT-COUNT      PIC 9(6).
           05  GRH-POSTED-COUNT    PIC 9(6).
      *> 元帳から確認が返っていない項目
           05  GRH-UNACKED-COUNT   PIC 9(6).
      *> 元帳側却下・金額不一致（CALCREJ の修復経路へ渡した項目）
           05  GRH-REJECTED-COUNT  PIC 9(6).
           05  GRH-TIMESTAMP       PIC X(21).
