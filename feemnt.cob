           SELECT FEE-SCHEDULE-FILE ASSIGN TO "CALCFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
      *> 承認待ちの変更（OPS-MAINT・FEE-MAINT・CURR-MAINT・ACCT-MAINT
      *> 共用）と、その起票・承認・却下の記録（追記専用。監査向け）
           SELECT MAINT-PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "CALCMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

      *> データ部
       DATA DIVISION.
       FD  FEE-SCHEDULE-FILE.
           COPY feerec.

       FD  MAINT-PENDING-FILE.
           COPY pendrec.

       FD  MAINT-LOG-FILE.
           COPY mlogrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-FEE-STATUS PIC X(2).

      *> コマンドライン。1文字目が処理区分、以降は処理区分ごとの引数。
      *>   L [科目]                        … 一覧（科目省略時は全件）
      *>   A 科目 演算 上限16桁 オペランド11桁 … 追加の起票
      *>   U 科目 演算 上限16桁 オペランド11桁 … オペランドの変更の起票
      *>   D 科目 演算 上限16桁            … 削除の起票
      *>   Y 変更番号6桁                   … 承認（CALCFEES へ反映）
      *>   N 変更番号6桁                   … 却下
      *> 上限は 9(10)V9(6) を小数点なしの16桁、オペランドは
      *> 9(5)V9(6) を小数点なしの11桁で指定する
      *> （例: 0.5% → 00000500000 を百分率演算に）。
      *> 開放帯（上限なし）は上限を全桁9で登録する。
      *> 追加・変更・削除は承認待ちとして起票し、起票者とは別の
      *> 利用者が承認した時点で CALCFEES に反映する。
        01 WS-COMMAND PIC X(80) VALUE SPACES.
        01 WS-ACTION PIC X(1).
        01 WS-ARG-ACCOUNT PIC X(10).
        01 WS-FOUND-SUB PIC 9(3) VALUE 0.
        01 WS-LISTED-COUNT PIC 9(3) VALUE 0.

      *> 承認待ちの変更の起票・承認・却下に使う作業項目
        01 WS-PEND-STATUS PIC X(2).
        01 WS-MLOG-STATUS PIC X(2).
        01 WS-PEND-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PEND-FILE-EOF VALUE 'Y'.
        01 WS-MLOG-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 MLOG-FILE-EOF VALUE 'Y'.
        01 WS-PEND-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
           88 PEND-TABLE-OVERFLOW VALUE 'Y'.
      *> P=起票（検査のみで本番には書かない） U=承認による反映
        01 WS-MAINT-MODE PIC X(1) VALUE 'P'.
           88 MAINT-PROPOSING VALUE 'P'.
           88 MAINT-APPLYING VALUE 'U'.
        01 WS-APPLIED-SWITCH PIC X(1) VALUE 'N'.
           88 CHANGE-APPLIED VALUE 'Y'.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-PEND-TABLE-NAME PIC X(4) VALUE "FEES".
        01 WS-ARG-CHANGE-ID PIC X(6).
        01 WS-CHANGE-ID PIC 9(6) VALUE 0.
        01 WS-PEND-COMMAND PIC X(80).
        01 WS-MAKER-ID PIC X(8).
        01 WS-MAKER-TIMESTAMP PIC X(21).
        01 WS-MLOG-EVENT PIC X(1).
      *> 承認待ちの変更を全件保持する内部テーブル（全テーブル分）
        01 WS-PEND-COUNT PIC 9(3) VALUE 0.
        01 WS-PEND-TABLE-AREA.
           05 WS-PEND-ENTRY PIC X(119) OCCURS 500 TIMES.
        01 WS-PEND-SUB PIC 9(3) VALUE 0.
        01 WS-PEND-FOUND-SUB PIC 9(3) VALUE 0.

      *> 手続き部
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           PERFORM 1100-PARSE-COMMAND
           PERFORM 1000-LOAD-FEE-SCHEDULE
           IF FEE-TABLE-OVERFLOW
               AND (WS-ACTION NOT = "L" AND WS-ACTION NOT = "l")
                   PERFORM 2000-LIST-FEE-SCHEDULE
               WHEN "A"
               WHEN "a"
               WHEN "U"
               WHEN "u"
               WHEN "D"
               WHEN "d"
                   PERFORM 6000-PROPOSE-CHANGE
               WHEN "Y"
               WHEN "y"
                   PERFORM 6100-APPROVE-CHANGE
               WHEN "N"
               WHEN "n"
                   PERFORM 6200-REJECT-CHANGE
               WHEN OTHER
                   DISPLAY "使い方: L [科目]"
                       " / A 科目 演算 上限"
                       " オペランド / U 科目 演算 上限"
                       " オペランド / D 科目 演算 上限"
                       " / Y 変更番号 / N 変更番号"
                       UPON CONSOLE
           END-EVALUATE
           STOP RUN.

       1100-PARSE-COMMAND.
           MOVE WS-COMMAND(1:1) TO WS-ACTION
           MOVE WS-COMMAND(3:10) TO WS-ARG-ACCOUNT
           MOVE WS-COMMAND(14:1) TO WS-ARG-OP
           MOVE WS-COMMAND(16:16) TO WS-ARG-BAND
           MOVE WS-COMMAND(33:11) TO WS-ARG-OPERAND.

      *> 追加・変更・削除のコマンドを検査し、起票時は承認待ちとして
      *> 記録、承認時は CALCFEES へ反映する
       1500-APPLY-COMMAND.
           PERFORM 1100-PARSE-COMMAND
           EVALUATE WS-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ADD-FEE-BAND
               WHEN "U"
               WHEN "u"
                   PERFORM 4000-UPDATE-FEE-BAND
               WHEN "D"
               WHEN "d"
                   PERFORM 5000-DELETE-FEE-BAND
           END-EVALUATE.

       1000-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS = "00"
                   MOVE WS-ARG-OPERAND TO FEE-OPERAND(1:11)
                   MOVE FEE-SCHEDULE-RECORD
                       TO WS-FEE-ENTRY(WS-FEE-COUNT)
                   IF MAINT-PROPOSING
                       PERFORM 7200-WRITE-PROPOSAL
                   ELSE
                       PERFORM 8000-REWRITE-FEE-FILE
                       DISPLAY "科目 " WS-ARG-ACCOUNT " 演算 "
                           WS-ARG-OP " の金額帯を"
                           "追加しました。" UPON CONSOLE
                   END-IF
               END-IF
           END-IF.

               MOVE WS-ARG-OPERAND TO FEE-OPERAND(1:11)
               MOVE FEE-SCHEDULE-RECORD
                   TO WS-FEE-ENTRY(WS-FOUND-SUB)
               IF MAINT-PROPOSING
                   PERFORM 7200-WRITE-PROPOSAL
               ELSE
                   PERFORM 8000-REWRITE-FEE-FILE
                   DISPLAY "科目 " WS-ARG-ACCOUNT " 演算 "
                       WS-ARG-OP " のオペランドを"
                       "更新しました: "
                       FEE-OPERAND UPON CONSOLE
               END-IF
           END-IF.

       5000-DELETE-FEE-BAND.
                       TO WS-FEE-ENTRY(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-FEE-COUNT
               IF MAINT-PROPOSING
                   PERFORM 7200-WRITE-PROPOSAL
               ELSE
                   PERFORM 8000-REWRITE-FEE-FILE
                   DISPLAY "科目 " WS-ARG-ACCOUNT " 演算 "
                       WS-ARG-OP " の金額帯を削除しました。"
                       UPON CONSOLE
               END-IF
           END-IF.

      *> 内部テーブルの内容で CALCFEES を書き戻す（承認時のみ）
       8000-REWRITE-FEE-FILE.
           OPEN OUTPUT FEE-SCHEDULE-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
               MOVE WS-FEE-ENTRY(WS-SUB) TO FEE-SCHEDULE-RECORD
               WRITE FEE-SCHEDULE-RECORD
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE
           SET CHANGE-APPLIED TO TRUE.

      *> 追加・変更・削除を承認待ちとして起票する。コマンドの内容は
      *> 現在の本番のテーブルに対して検査し、通ったものだけを
      *> CALCPEND に記録する（本番のテーブルは変えない）。
       6000-PROPOSE-CHANGE.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "利用者 ID が取得できないため"
                   "起票できません。" UPON CONSOLE
           ELSE
               PERFORM 7000-LOAD-PENDING
               IF PEND-TABLE-OVERFLOW OR WS-PEND-COUNT >= 500
                   DISPLAY "承認待ちの変更が上限の500件に"
                       "達しています。" UPON CONSOLE
               ELSE
                   SET MAINT-PROPOSING TO TRUE
                   PERFORM 1500-APPLY-COMMAND
               END-IF
           END-IF.

      *> 承認。起票時のコマンドを現在の本番のテーブルに対して検査し
      *> 直して反映する。その間に他の変更が反映されて検査に通らなく
      *> なった場合は反映せず、承認待ちのまま残す。
       6100-APPROVE-CHANGE.
           PERFORM 6300-FIND-CHANGE-FOR-DECISION
           IF WS-PEND-FOUND-SUB > 0
               MOVE WS-PEND-COMMAND TO WS-COMMAND
               SET MAINT-APPLYING TO TRUE
               MOVE 'N' TO WS-APPLIED-SWITCH
               PERFORM 1500-APPLY-COMMAND
               IF CHANGE-APPLIED
                   MOVE 'A' TO WS-MLOG-EVENT
                   PERFORM 7300-CLOSE-PENDING-CHANGE
                   DISPLAY "変更番号 " WS-CHANGE-ID
                       " を承認し、CALCFEES に"
                       "反映しました。" UPON CONSOLE
               ELSE
                   DISPLAY "変更番号 " WS-CHANGE-ID
                       " は現在の CALCFEES に"
                       "反映できないため、"
                       "承認待ちのまま残します。"
                       UPON CONSOLE
               END-IF
           END-IF.

       6200-REJECT-CHANGE.
           PERFORM 6300-FIND-CHANGE-FOR-DECISION
           IF WS-PEND-FOUND-SUB > 0
               MOVE 'R' TO WS-MLOG-EVENT
               PERFORM 7300-CLOSE-PENDING-CHANGE
               DISPLAY "変更番号 " WS-CHANGE-ID
                   " を却下しました。" UPON CONSOLE
           END-IF.

      *> 承認・却下の対象を探す。このテーブルの承認待ちの変更で
      *> あり、かつ起票者本人でないことを確かめる（見つからない・
      *> 処置できない場合は WS-PEND-FOUND-SUB を 0 にする）。
       6300-FIND-CHANGE-FOR-DECISION.
           MOVE 0 TO WS-PEND-FOUND-SUB
           MOVE WS-COMMAND(3:6) TO WS-ARG-CHANGE-ID
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = SPACES
                   DISPLAY "利用者 ID が取得できないため"
                       "承認・却下できません。" UPON CONSOLE
               WHEN WS-ARG-CHANGE-ID NOT NUMERIC
                   DISPLAY "変更番号は6桁の数字で"
                       "指定してください: " WS-ARG-CHANGE-ID
                       UPON CONSOLE
               WHEN OTHER
                   MOVE WS-ARG-CHANGE-ID TO WS-CHANGE-ID
                   PERFORM 7000-LOAD-PENDING
                   IF PEND-TABLE-OVERFLOW
                       DISPLAY "CALCPEND が読み込み上限を"
                           "超えているため、承認・却下は"
                           "できません。" UPON CONSOLE
                   ELSE
                       PERFORM 7100-FIND-PENDING
                       IF WS-PEND-FOUND-SUB = 0
                           DISPLAY "変更番号 " WS-CHANGE-ID
                               " の CALCFEES の承認待ちの"
                               "変更はありません。"
                               UPON CONSOLE
                       ELSE
                           IF WS-MAKER-ID = WS-OPERATOR-ID
                               DISPLAY "起票者本人は"
                                   "承認・却下できません。"
                                   UPON CONSOLE
                               MOVE 0 TO WS-PEND-FOUND-SUB
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       7000-LOAD-PENDING.
           MOVE 0 TO WS-PEND-COUNT
           OPEN INPUT MAINT-PENDING-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL PEND-FILE-EOF
                   READ MAINT-PENDING-FILE
                       AT END
                           SET PEND-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-PEND-COUNT >= 500
                               DISPLAY "CALCPEND が500件を"
                                   "超えています。超過分は"
                                   "読み込みません。"
                                   UPON CONSOLE
                               SET PEND-TABLE-OVERFLOW TO TRUE
                               SET PEND-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-PEND-COUNT
                               MOVE MAINT-PENDING-RECORD
                                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-PENDING-FILE
           ELSE
               CLOSE MAINT-PENDING-FILE
           END-IF.

      *> 変更番号とこのプログラムのテーブルで承認待ちの変更を探し、
      *> 見つかれば WS-PEND-FOUND-SUB に位置を設定して内容を控える
       7100-FIND-PENDING.
           MOVE 0 TO WS-PEND-FOUND-SUB
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   OR WS-PEND-FOUND-SUB > 0
               MOVE WS-PEND-ENTRY(WS-PEND-SUB)
                   TO MAINT-PENDING-RECORD
               IF PND-CHANGE-ID = WS-CHANGE-ID
                   AND PND-TABLE = WS-PEND-TABLE-NAME
                   MOVE WS-PEND-SUB TO WS-PEND-FOUND-SUB
                   MOVE PND-COMMAND TO WS-PEND-COMMAND
                   MOVE PND-MAKER-ID TO WS-MAKER-ID
                   MOVE PND-MAKER-TIMESTAMP TO WS-MAKER-TIMESTAMP
               END-IF
           END-PERFORM.

      *> 変更番号を採番する。承認・却下済みの番号を再び使わないよう、
      *> 保守承認記録と承認待ちの変更の両方の最大値の次とする。
       7050-ASSIGN-CHANGE-ID.
           MOVE 0 TO WS-CHANGE-ID
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-PEND-SUB)
                   TO MAINT-PENDING-RECORD
               IF PND-CHANGE-ID NUMERIC
                   AND PND-CHANGE-ID > WS-CHANGE-ID
                   MOVE PND-CHANGE-ID TO WS-CHANGE-ID
               END-IF
           END-PERFORM
           OPEN INPUT MAINT-LOG-FILE
           IF WS-MLOG-STATUS = "00"
               PERFORM UNTIL MLOG-FILE-EOF
                   READ MAINT-LOG-FILE
                       AT END
                           SET MLOG-FILE-EOF TO TRUE
                       NOT AT END
                           IF MLG-CHANGE-ID NUMERIC
                               AND MLG-CHANGE-ID > WS-CHANGE-ID
                               MOVE MLG-CHANGE-ID TO WS-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-LOG-FILE
           ELSE
               CLOSE MAINT-LOG-FILE
           END-IF
           ADD 1 TO WS-CHANGE-ID.

      *> 検査に通った変更を承認待ちとして CALCPEND に追記し、
      *> 起票を保守承認記録に残す
       7200-WRITE-PROPOSAL.
           PERFORM 7050-ASSIGN-CHANGE-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-COMMAND TO WS-PEND-COMMAND
           MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           MOVE WS-TIMESTAMP TO WS-MAKER-TIMESTAMP
           OPEN EXTEND MAINT-PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               OPEN OUTPUT MAINT-PENDING-FILE
           END-IF
           MOVE SPACES TO MAINT-PENDING-RECORD
           MOVE WS-CHANGE-ID TO PND-CHANGE-ID
           MOVE WS-PEND-TABLE-NAME TO PND-TABLE
           MOVE WS-PEND-COMMAND TO PND-COMMAND
           MOVE WS-MAKER-ID TO PND-MAKER-ID
           MOVE WS-MAKER-TIMESTAMP TO PND-MAKER-TIMESTAMP
           WRITE MAINT-PENDING-RECORD
           CLOSE MAINT-PENDING-FILE
           MOVE 'P' TO WS-MLOG-EVENT
           PERFORM 8700-WRITE-MAINT-LOG
           DISPLAY "変更番号 " WS-CHANGE-ID
               " として起票しました。"
               "別の利用者の承認後に反映します。"
               UPON CONSOLE.

      *> 承認・却下した変更を保守承認記録に残し、CALCPEND から除く
       7300-CLOSE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 8700-WRITE-MAINT-LOG
           PERFORM VARYING WS-PEND-SUB FROM WS-PEND-FOUND-SUB BY 1
                   UNTIL WS-PEND-SUB >= WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-PEND-SUB + 1)
                   TO WS-PEND-ENTRY(WS-PEND-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-PEND-COUNT
           PERFORM 8600-REWRITE-PENDING-FILE.

      *> 内部テーブルの内容で CALCPEND を書き戻す
       8600-REWRITE-PENDING-FILE.
           OPEN OUTPUT MAINT-PENDING-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-PEND-SUB)
                   TO MAINT-PENDING-RECORD
               WRITE MAINT-PENDING-RECORD
           END-PERFORM
           CLOSE MAINT-PENDING-FILE.

      *> 起票・承認・却下を保守承認記録へ追記する。承認者・却下者の
      *> ID と時刻は起票の記録では空白とする。
       8700-WRITE-MAINT-LOG.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MLOG-STATUS NOT = "00"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE WS-MLOG-EVENT TO MLG-EVENT
           MOVE WS-CHANGE-ID TO MLG-CHANGE-ID
           MOVE WS-PEND-TABLE-NAME TO MLG-TABLE
           MOVE WS-PEND-COMMAND TO MLG-COMMAND
           MOVE WS-MAKER-ID TO MLG-MAKER-ID
           MOVE WS-MAKER-TIMESTAMP TO MLG-MAKER-TIMESTAMP
           IF NOT MLG-PROPOSED
               MOVE WS-OPERATOR-ID TO MLG-CHECKER-ID
               MOVE WS-TIMESTAMP TO MLG-CHECKER-TIMESTAMP
           END-IF
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE.
