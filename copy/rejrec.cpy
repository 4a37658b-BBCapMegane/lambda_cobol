               88  REJ-WRITTEN-OFF          VALUE 'W'.
      *> 処置状況を最後に変更した日付（YYYYMMDD）
           05  REJ-STATUS-DATE        PIC X(8).
      *> 計上期間（YYYYMM）。締め済みの期間に属する却下・処置は次の
      *> 締めていない期間へ繰り越し、元の期間を REJ-CARRIED-FROM に
      *> 残す。この項目のない旧形式の記録は空白で、REJ-STATUS-DATE
      *> の属する期間として扱う。
           05  REJ-POST-PERIOD        PIC X(6).
           05  REJ-CARRIED-FROM       PIC X(6).
