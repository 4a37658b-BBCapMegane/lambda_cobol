      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. MAINT-PEND.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPS-MAINT・FEE-MAINT・CURR-MAINT・ACCT-MAINT が起票した
      *> 承認待ちの変更
           SELECT MAINT-PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
      *> 承認待ち変更報告書（印刷用）
           SELECT PENDING-REPORT ASSIGN TO "MNTPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-PENDING-FILE.
           COPY pendrec.

       FD  PENDING-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-PEND-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-PEND-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PEND-FILE-EOF VALUE 'Y'.

      *> コマンドラインで警報基準日数を指定する（省略時は3日）。
      *> 起票からこの日数を超えて承認・却下されていない変更があれば
      *> 終了コード8で呼び出し対象にする。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-ALERT-DAYS PIC 9(3) VALUE 3.
        01 WS-TODAY-RAW PIC X(8).
        01 WS-TODAY-NUM PIC 9(8).
        01 WS-TODAY-INT PIC 9(8) COMP.
        01 WS-ITEM-DATE-NUM PIC 9(8).
        01 WS-ITEM-INT PIC 9(8) COMP.
        01 WS-ITEM-AGE PIC 9(3) VALUE 0.
      *> 経過日数の計算用（999日超と未来日付の判定のため符号付き）
        01 WS-AGE-DAYS PIC S9(8) COMP VALUE 0.

      *> 対象テーブルごとの承認待ち件数と基準日数超過の件数
        01 TABLE-SUMMARY-AREA.
           05 TABLE-SUMMARY-ENTRY OCCURS 4 TIMES.
               10 TS-TABLE PIC X(4).
               10 TS-PENDING PIC 9(6).
               10 TS-OVER-LIMIT PIC 9(6).
        01 WS-SUB PIC 9(2) VALUE 0.
        01 WS-FOUND-SUB PIC 9(2) VALUE 0.

      *> 全体の集計項目
        01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
        01 WS-OVER-LIMIT-COUNT PIC 9(6) VALUE 0.
        01 WS-UNKNOWN-COUNT PIC 9(6) VALUE 0.

      *> 報告書見出し／編集用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-E1 PIC ZZZZZ9.
        01 WS-E2 PIC ZZZZZ9.
        01 WS-E3 PIC ZZZZZ9.
        01 WS-AGE-EDIT PIC ZZ9.
        01 WS-LIMIT-EDIT PIC ZZ9.
      *> 基準日数を超えた変更には経過日数の後ろに * を付ける
        01 WS-OVER-MARK PIC X(1).
        01 WS-PROPOSED-DISP.
           05 WS-PROP-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-PROP-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-PROP-DD PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PROP-HH PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 WS-PROP-MI PIC X(2).
        01 WS-RUN-DATE-DISP.
           05 WS-RUN-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC 9(2).

      *> 手続き部
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-PENDING-CHANGES
           PERFORM 4900-WRITE-REPORT-TOTALS
           CLOSE PENDING-REPORT
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE TABLE-SUMMARY-AREA
           MOVE "OPS " TO TS-TABLE(1)
           MOVE "FEES" TO TS-TABLE(2)
           MOVE "CURR" TO TS-TABLE(3)
           MOVE "ACCT" TO TS-TABLE(4)
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE WS-TODAY-RAW TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND(1:3) NUMERIC
               MOVE WS-COMMAND(1:3) TO WS-ALERT-DAYS
           END-IF
           IF WS-ALERT-DAYS = 0
               DISPLAY "警報基準日数にゼロは"
                   "指定できません。" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "警報基準日数: " WS-ALERT-DAYS " 日"
               UPON CONSOLE
           OPEN OUTPUT PENDING-REPORT
           PERFORM 4100-WRITE-REPORT-HEADERS.

      *> 承認待ちの変更を起票順（CALCPEND の並び）に1件1行で印字する
       2000-LIST-PENDING-CHANGES.
           OPEN INPUT MAINT-PENDING-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL PEND-FILE-EOF
                   READ MAINT-PENDING-FILE
                       AT END
                           SET PEND-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM 2100-COMPUTE-ITEM-AGE
                           PERFORM 2200-COUNT-BY-TABLE
                           PERFORM 4200-WRITE-PENDING-LINE
                   END-READ
               END-PERFORM
               CLOSE MAINT-PENDING-FILE
           ELSE
               DISPLAY "CALCPEND が見つかりません。"
                   "承認待ちの変更はありません。"
                   UPON CONSOLE
               CLOSE MAINT-PENDING-FILE
           END-IF
           IF WS-PENDING-COUNT = 0
               MOVE "NO CHANGES AWAITING APPROVAL" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *> 起票日から当日までの経過日数（暦日）を数える。
      *> 起票日が読めない変更、当日より後の起票日（時計のずれ）の
      *> 変更は最大齢として必ず警報対象にする。999日を超える経過は
      *> 999日として扱う。
       2100-COMPUTE-ITEM-AGE.
           IF PND-MAKER-TIMESTAMP(1:8) NUMERIC
               MOVE PND-MAKER-TIMESTAMP(1:8) TO WS-ITEM-DATE-NUM
               COMPUTE WS-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               IF WS-ITEM-INT = 0
                   MOVE 999 TO WS-ITEM-AGE
               ELSE
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INT - WS-ITEM-INT
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS < 0
                       WHEN WS-AGE-DAYS > 999
                           MOVE 999 TO WS-ITEM-AGE
                       WHEN OTHER
                           MOVE WS-AGE-DAYS TO WS-ITEM-AGE
                   END-EVALUATE
               END-IF
           ELSE
               MOVE 999 TO WS-ITEM-AGE
           END-IF
           MOVE SPACES TO WS-OVER-MARK
           IF WS-ITEM-AGE > WS-ALERT-DAYS
               MOVE "*" TO WS-OVER-MARK
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF.

       2200-COUNT-BY-TABLE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 4 OR WS-FOUND-SUB > 0
               IF TS-TABLE(WS-SUB) = PND-TABLE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               ADD 1 TO TS-PENDING(WS-FOUND-SUB)
               IF WS-ITEM-AGE > WS-ALERT-DAYS
                   ADD 1 TO TS-OVER-LIMIT(WS-FOUND-SUB)
               END-IF
           END-IF.

       4100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "MAINT-PEND CHANGES AWAITING APPROVAL"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGE  TABLE  MAKER     PROPOSED          AGE"
               DELIMITED BY SIZE
               "  COMMAND" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       4200-WRITE-PENDING-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 4100-WRITE-REPORT-HEADERS
           END-IF
           MOVE PND-MAKER-TIMESTAMP(1:4) TO WS-PROP-YYYY
           MOVE PND-MAKER-TIMESTAMP(5:2) TO WS-PROP-MM
           MOVE PND-MAKER-TIMESTAMP(7:2) TO WS-PROP-DD
           MOVE PND-MAKER-TIMESTAMP(9:2) TO WS-PROP-HH
           MOVE PND-MAKER-TIMESTAMP(11:2) TO WS-PROP-MI
           MOVE WS-ITEM-AGE TO WS-AGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING PND-CHANGE-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PND-TABLE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PND-MAKER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PROPOSED-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AGE-EDIT DELIMITED BY SIZE
               WS-OVER-MARK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PND-COMMAND DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 対象テーブル別の件数と全体の合計
       4900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TABLE   PENDING  OVERDUE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE TS-PENDING(WS-SUB) TO WS-E1
               MOVE TS-OVER-LIMIT(WS-SUB) TO WS-E2
               MOVE SPACES TO REPORT-LINE
               STRING TS-TABLE(WS-SUB) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-E1 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-E2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDING-COUNT TO WS-E1
           MOVE WS-OVER-LIMIT-COUNT TO WS-E2
           MOVE WS-UNKNOWN-COUNT TO WS-E3
           MOVE WS-ALERT-DAYS TO WS-LIMIT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "PENDING: " DELIMITED BY SIZE
               WS-E1 DELIMITED BY SIZE
               "  OVER " DELIMITED BY SIZE
               WS-LIMIT-EDIT DELIMITED BY SIZE
               " DAYS: " DELIMITED BY SIZE
               WS-E2 DELIMITED BY SIZE
               "  UNKNOWN TABLE: " DELIMITED BY SIZE
               WS-E3 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを
      *> 設定する。基準日数を超えて放置された変更があれば
      *> REJ-AGING と同じく呼び出し対象。
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-OVER-LIMIT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（" WS-ALERT-DAYS
                       " 日を超えた承認待ちの変更が "
                       WS-OVER-LIMIT-COUNT " 件あります）"
                       UPON CONSOLE
               WHEN WS-PENDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（承認待ちの変更が "
                       WS-PENDING-COUNT " 件あります）"
                       UPON CONSOLE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "承認待ちの変更はありません。"
                       UPON CONSOLE
           END-EVALUATE.
