      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. PERIOD-CLOSE.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> 営業日カレンダー（期末日で期間を区切るのに使う）
           SELECT CALENDAR-FILE ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *> 期間状況ファイル（締めた期間を1行ずつ追記する）
           SELECT PERIOD-STATUS-FILE ASSIGN TO "CALCPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
      *> SAMPLE-01 が実行ごとに追記している実行履歴
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      *> EOD-BALANCE が証明書を出すたびに追記する突合証明の履歴
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CALCBALH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALH-STATUS.
      *> GL-RECON がサイクルごとに追記する突合履歴
           SELECT RECON-HISTORY-FILE ASSIGN TO "CALCGLRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRH-STATUS.
      *> 却下取引（SAMPLE-01・GL-RECON が書き、REJ-MAINT で処置する）
           SELECT CALC-REJECTS ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
      *> AUD-ARCHIVE の監査ログ保管索引
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "CALCAIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
      *> 期末締め証明書（印刷用）
           SELECT CLOSE-REPORT ASSIGN TO "CLOSCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY calrec.

       FD  PERIOD-STATUS-FILE.
           COPY prdrec.

       FD  RUN-HISTORY-FILE.
           COPY runrec.

       FD  BALANCE-HISTORY-FILE.
           COPY balhrec.

       FD  RECON-HISTORY-FILE.
           COPY glrhrec.

       FD  CALC-REJECTS.
           COPY rejrec.

       FD  ARCHIVE-INDEX-FILE.
           COPY aidxrec.

       FD  CLOSE-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-CAL-STATUS PIC X(2).
        01 WS-PRD-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-BALH-STATUS PIC X(2).
        01 WS-GLRH-STATUS PIC X(2).
        01 WS-REJECTS-STATUS PIC X(2).
        01 WS-INDEX-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-CAL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CAL-FILE-EOF VALUE 'Y'.
        01 WS-PRD-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PRD-FILE-EOF VALUE 'Y'.
        01 WS-RUNH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RUNH-FILE-EOF VALUE 'Y'.
        01 WS-BALH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 BALH-FILE-EOF VALUE 'Y'.
        01 WS-GLRH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 GLRH-FILE-EOF VALUE 'Y'.
        01 WS-REJ-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 REJ-FILE-EOF VALUE 'Y'.
        01 WS-INDEX-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 INDEX-FILE-EOF VALUE 'Y'.

      *> コマンドライン。1～6桁目が締める期間（YYYYMM。省略時は
      *> 今日の属する期間）、8桁目が F なら例外があっても締める
      *> （強制締め。例外は証明書と期間状況ファイルに残る）。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-CLOSE-PERIOD PIC X(6) VALUE SPACES.
        01 WS-FORCE-SWITCH PIC X(1) VALUE 'N'.
           88 FORCE-CLOSE VALUE 'Y'.
        01 WS-TODAY-RAW PIC X(8).
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
      *> 締める期間の初日と期末日（YYYYMMDD）
        01 WS-PERIOD-START PIC X(8).
        01 WS-PERIOD-END PIC X(8).
      *> 締めた後にこの期間の計上を繰り越す先（次の締めていない期間）
        01 WS-NEXT-PERIOD PIC X(6) VALUE SPACES.
        01 WS-START-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 START-FOUND VALUE 'Y'.

      *> 期間の判定用項目。期間は CALCCAL の期末日（期末日のない月は
      *> 月末）で区切る（prdrec 参照）。
        01 WS-PE-COUNT PIC 9(3) VALUE 0.
        01 WS-PE-TABLE-AREA.
           05 WS-PE-DATE PIC X(8) OCCURS 100 TIMES.
        01 WS-PE-SUB PIC 9(3) VALUE 0.
        01 WS-CLOSED-COUNT PIC 9(3) VALUE 0.
        01 WS-CLOSED-TABLE-AREA.
           05 WS-CLOSED-PERIOD PIC X(6) OCCURS 200 TIMES.
        01 WS-CLOSED-SUB PIC 9(3) VALUE 0.
        01 WS-PRD-DATE PIC X(8).
        01 WS-PRD-PERIOD PIC X(6).
        01 WS-PRD-END-DATE PIC X(8).
        01 WS-PRD-YEAR PIC 9(4).
        01 WS-PRD-MONTH PIC 9(2).
        01 WS-PRD-WORK-NUM PIC 9(8).
        01 WS-PRD-WORK-INT PIC 9(8) COMP.
        01 WS-PRD-PE-END PIC X(8).
        01 WS-PE-IN-MONTH-SWITCH PIC X(1) VALUE 'N'.
           88 PE-IN-MONTH VALUE 'Y'.
        01 WS-PRD-CLOSED-SWITCH PIC X(1) VALUE 'N'.
           88 PRD-PERIOD-CLOSED VALUE 'Y'.
        01 WS-ITEM-PERIOD PIC X(6).

      *> 期間内の営業日ごとの突合証明の結果（最後の証明が有効。
      *> 空白は証明書なし）
        01 WS-DAY-COUNT PIC 9(3) VALUE 0.
        01 WS-DAY-TABLE-AREA.
           05 WS-DAY-ENTRY OCCURS 100 TIMES.
               10 DY-DATE PIC X(8).
               10 DY-BAL-RESULT PIC X(1).
        01 WS-DAY-SUB PIC 9(3) VALUE 0.
        01 WS-FIND-DATE PIC X(8).
        01 WS-FIND-CYCLE PIC 9(2) VALUE 0.
      *> 期間内の営業日・サイクルごとの元帳突合の結果（最後の突合が
      *> 有効）
        01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
        01 WS-PAIR-TABLE-AREA.
           05 WS-PAIR-ENTRY OCCURS 1000 TIMES.
               10 PR-DATE PIC X(8).
               10 PR-CYCLE PIC 9(2).
               10 PR-RECON-SWITCH PIC X(1).
                   88 PR-RECONCILED VALUE 'Y'.
               10 PR-UNACKED PIC 9(6).
        01 WS-PAIR-SUB PIC 9(4) VALUE 0.
      *> 表の上限を超えたときは確認が不完全なため例外として扱う
        01 WS-TABLE-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
           88 TABLE-OVERFLOW VALUE 'Y'.

      *> 確認ごとの件数
        01 WS-REJ-READ-COUNT PIC 9(6) VALUE 0.
        01 WS-ARCHIVED-SWITCH PIC X(1) VALUE 'N'.
           88 LOG-ARCHIVED VALUE 'Y'.
        01 WS-ARCHIVED-COUNT PIC 9(8) VALUE 0.
        01 WS-BAL-EXC-COUNT PIC 9(4) VALUE 0.
        01 WS-GL-EXC-COUNT PIC 9(4) VALUE 0.
        01 WS-REJ-EXC-COUNT PIC 9(4) VALUE 0.
        01 WS-ARC-EXC-COUNT PIC 9(4) VALUE 0.

      *> 例外の一覧（証明書に載せる。上限を超えた分は件数のみ）
        01 WS-EXC-COUNT PIC 9(4) VALUE 0.
        01 WS-EXC-TABLE-AREA.
           05 WS-EXC-ENTRY OCCURS 500 TIMES.
               10 EX-CHECK PIC X(8).
               10 EX-DATE PIC X(8).
               10 EX-CYCLE PIC X(2).
               10 EX-DETAIL PIC X(60).
        01 WS-EXC-SUB PIC 9(4) VALUE 0.
        01 WS-NEW-CHECK PIC X(8).
        01 WS-NEW-DATE PIC X(8).
        01 WS-NEW-CYCLE PIC X(2).
        01 WS-NEW-DETAIL PIC X(60).

      *> 報告書見出し／制御用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-ITEM-EDIT PIC ZZZZZ9.
        01 WS-EXC-EDIT PIC ZZZ9.
        01 WS-COUNT-EDIT PIC ZZZZZZZ9.
        01 WS-REJ-STATE-TEXT PIC X(28).
        01 WS-CHECK-ITEMS PIC 9(6) VALUE 0.
        01 WS-CHECK-EXC PIC 9(4) VALUE 0.
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
           PERFORM 2000-CHECK-BALANCING
           PERFORM 3000-CHECK-GL-ACKNOWLEDGED
           PERFORM 4000-CHECK-REJECTS
           PERFORM 5000-CHECK-ARCHIVE
           PERFORM 6000-WRITE-CERTIFICATE
           IF WS-EXC-COUNT = 0 OR FORCE-CLOSE
               PERFORM 7000-MARK-PERIOD-CLOSED
           END-IF
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           PERFORM 1100-LOAD-PERIOD-ENDS
           PERFORM 1200-LOAD-PERIOD-STATUS
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND(8:1) = "F" OR WS-COMMAND(8:1) = "f"
               SET FORCE-CLOSE TO TRUE
           END-IF
           IF WS-COMMAND(1:6) NUMERIC
               MOVE WS-COMMAND(1:6) TO WS-CLOSE-PERIOD
           ELSE
               MOVE WS-TODAY-RAW TO WS-PRD-DATE
               PERFORM 1300-FIND-DATE-PERIOD
               MOVE WS-PRD-PERIOD TO WS-CLOSE-PERIOD
           END-IF
           IF WS-CLOSE-PERIOD(5:2) < "01"
               OR WS-CLOSE-PERIOD(5:2) > "12"
               DISPLAY "期間の月が正しくありません: "
                   WS-CLOSE-PERIOD UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               DISPLAY "RETURN-CODE = 12（パラメータ誤り）"
                   UPON CONSOLE
               STOP RUN
           END-IF
      *> 期間の月の1日が属する期間がその期間でなければ、その年月を
      *> 名前とする期間はない（期末日の定めの誤りか指定の誤り）
           STRING WS-CLOSE-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-PRD-DATE
           END-STRING
           PERFORM 1300-FIND-DATE-PERIOD
           IF WS-PRD-PERIOD NOT = WS-CLOSE-PERIOD
               DISPLAY "期間 " WS-CLOSE-PERIOD
                   " はありません。CALCCAL の期末日を"
                   "確認してください。" UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               DISPLAY "RETURN-CODE = 12（パラメータ誤り）"
                   UPON CONSOLE
               STOP RUN
           END-IF
           MOVE WS-PRD-END-DATE TO WS-PERIOD-END
           PERFORM 1500-FIND-PERIOD-START
           IF WS-TODAY-RAW < WS-PERIOD-END
               DISPLAY "期間 " WS-CLOSE-PERIOD " の期末日 "
                   WS-PERIOD-END " より前は締められません。"
                   UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               DISPLAY "RETURN-CODE = 12（期末日前）"
                   UPON CONSOLE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-PRD-PERIOD
           PERFORM 1400-CHECK-PERIOD-CLOSED
           IF PRD-PERIOD-CLOSED
               DISPLAY "期間 " WS-CLOSE-PERIOD
                   " は締め済みです。" UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               DISPLAY "RETURN-CODE = 16（締め済み）"
                   UPON CONSOLE
               STOP RUN
           END-IF
           PERFORM 1600-FIND-NEXT-PERIOD
           DISPLAY "締め対象期間: " WS-CLOSE-PERIOD
               "（" WS-PERIOD-START "～" WS-PERIOD-END "）"
               UPON CONSOLE
           IF FORCE-CLOSE
               DISPLAY "強制締めが指定されました。"
                   "例外があっても締めます。" UPON CONSOLE
           END-IF.

      *> 営業日カレンダーから期末日を読み込む
       1100-LOAD-PERIOD-ENDS.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM UNTIL CAL-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF CAL-PERIOD-END
                               AND WS-PE-COUNT < 100
                               ADD 1 TO WS-PE-COUNT
                               MOVE CAL-DATE
                                   TO WS-PE-DATE(WS-PE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "CALCCAL が見つかりません。"
                   "暦月で期間を区切ります。" UPON CONSOLE
               CLOSE CALENDAR-FILE
           END-IF.

      *> 期間状況ファイルから締め済みの期間を読み込む
       1200-LOAD-PERIOD-STATUS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PRD-STATUS = "00"
               PERFORM UNTIL PRD-FILE-EOF
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET PRD-FILE-EOF TO TRUE
                       NOT AT END
                           IF PRD-CLOSED
                               AND WS-CLOSED-COUNT < 200
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE PRD-PERIOD
                                   TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           ELSE
               CLOSE PERIOD-STATUS-FILE
           END-IF.

      *> WS-PRD-DATE の属する期間と期末日を求める。期間の区切りは
      *> 期末日と、期末日のない月の月末で、その日以後で最初の区切りの
      *> 年月を期間とする。
       1300-FIND-DATE-PERIOD.
           MOVE SPACES TO WS-PRD-END-DATE
           MOVE SPACES TO WS-PRD-PERIOD
           IF WS-PRD-DATE NUMERIC
               MOVE SPACES TO WS-PRD-PE-END
               PERFORM VARYING WS-PE-SUB FROM 1 BY 1
                       UNTIL WS-PE-SUB > WS-PE-COUNT
                   IF WS-PE-DATE(WS-PE-SUB) >= WS-PRD-DATE
                       AND (WS-PRD-PE-END = SPACES
                           OR WS-PE-DATE(WS-PE-SUB) < WS-PRD-PE-END)
                       MOVE WS-PE-DATE(WS-PE-SUB) TO WS-PRD-PE-END
                   END-IF
               END-PERFORM
      *> 期末日のない月は月末で区切る。その日の月に期末日があれば
      *> 翌月の月末を見る（期末日より後の日は翌月の期間になる）。
               MOVE WS-PRD-DATE(1:4) TO WS-PRD-YEAR
               MOVE WS-PRD-DATE(5:2) TO WS-PRD-MONTH
               PERFORM 1350-SET-MONTH-END
               PERFORM 1356-CHECK-PE-IN-MONTH
               IF PE-IN-MONTH
                   PERFORM 1350-SET-MONTH-END
                   PERFORM 1356-CHECK-PE-IN-MONTH
               END-IF
               IF PE-IN-MONTH
                   MOVE WS-PRD-PE-END TO WS-PRD-END-DATE
               ELSE
                   IF WS-PRD-PE-END NOT = SPACES
                       AND WS-PRD-PE-END < WS-PRD-END-DATE
                       MOVE WS-PRD-PE-END TO WS-PRD-END-DATE
                   END-IF
               END-IF
               MOVE WS-PRD-END-DATE(1:6) TO WS-PRD-PERIOD
           END-IF.

      *> WS-PRD-YEAR・WS-PRD-MONTH の月末日を WS-PRD-END-DATE に求め、
      *> 年月を翌月へ進める
       1350-SET-MONTH-END.
           IF WS-PRD-MONTH >= 12
               ADD 1 TO WS-PRD-YEAR
               MOVE 1 TO WS-PRD-MONTH
           ELSE
               ADD 1 TO WS-PRD-MONTH
           END-IF
           COMPUTE WS-PRD-WORK-NUM =
               WS-PRD-YEAR * 10000 + WS-PRD-MONTH * 100 + 1
           COMPUTE WS-PRD-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-PRD-WORK-NUM) - 1
           COMPUTE WS-PRD-WORK-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PRD-WORK-INT)
           MOVE WS-PRD-WORK-NUM TO WS-PRD-END-DATE.

      *> WS-PRD-END-DATE の月に期末日があるかどうかを判定する
       1356-CHECK-PE-IN-MONTH.
           MOVE 'N' TO WS-PE-IN-MONTH-SWITCH
           PERFORM VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT OR PE-IN-MONTH
               IF WS-PE-DATE(WS-PE-SUB)(1:6) = WS-PRD-END-DATE(1:6)
                   SET PE-IN-MONTH TO TRUE
               END-IF
           END-PERFORM.

      *> WS-PRD-PERIOD が締め済みかどうかを判定する
       1400-CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PRD-CLOSED-SWITCH
           IF WS-PRD-PERIOD NOT = SPACES
               PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                       UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                       OR PRD-PERIOD-CLOSED
                   IF WS-CLOSED-PERIOD(WS-CLOSED-SUB) = WS-PRD-PERIOD
                       SET PRD-PERIOD-CLOSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> 期間の初日を求める。月の1日から1日ずつさかのぼり、前日が
      *> 別の期間になる日を初日とする（前の期末日が前月の月末より
      *> 前にあれば、その翌日からがこの期間になる）。
       1500-FIND-PERIOD-START.
           MOVE WS-PRD-DATE TO WS-PERIOD-START
           MOVE 'N' TO WS-START-FOUND-SWITCH
           PERFORM UNTIL START-FOUND
               MOVE WS-PERIOD-START TO WS-PRD-WORK-NUM
               COMPUTE WS-PRD-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRD-WORK-NUM) - 1
               COMPUTE WS-PRD-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-PRD-WORK-INT)
               MOVE WS-PRD-WORK-NUM TO WS-PRD-DATE
               PERFORM 1300-FIND-DATE-PERIOD
               IF WS-PRD-PERIOD = WS-CLOSE-PERIOD
                   MOVE WS-PRD-DATE TO WS-PERIOD-START
               ELSE
                   SET START-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *> 締めた後にこの期間の計上を繰り越す先を求める（期末日の翌日
      *> から締めていない期間まで進める）
       1600-FIND-NEXT-PERIOD.
           MOVE WS-PERIOD-END TO WS-PRD-END-DATE
           MOVE 'Y' TO WS-PRD-CLOSED-SWITCH
           PERFORM UNTIL NOT PRD-PERIOD-CLOSED
               MOVE WS-PRD-END-DATE TO WS-PRD-WORK-NUM
               COMPUTE WS-PRD-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRD-WORK-NUM) + 1
               COMPUTE WS-PRD-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-PRD-WORK-INT)
               MOVE WS-PRD-WORK-NUM TO WS-PRD-DATE
               PERFORM 1300-FIND-DATE-PERIOD
               PERFORM 1400-CHECK-PERIOD-CLOSED
           END-PERFORM
           MOVE WS-PRD-PERIOD TO WS-NEXT-PERIOD.

      *> 期間内の完了済み本番・再開実行（終了コード4以下）のある
      *> 営業日と、突合証明の履歴に載っている営業日を集め、各日の
      *> 最後の営業日全体の証明が一致（B）であることを確かめる。
       2000-CHECK-BALANCING.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL RUNH-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET RUNH-FILE-EOF TO TRUE
                       NOT AT END
                           IF RUNH-RUN-DATE >= WS-PERIOD-START
                               AND RUNH-RUN-DATE <= WS-PERIOD-END
                               AND (RUNH-RUN-MODE = 'F'
                                   OR RUNH-RUN-MODE = 'R')
                               AND RUNH-RETURN-CODE <= 4
                               PERFORM 2050-TAKE-COMPLETED-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "CALCRUNH が見つかりません。"
                   UPON CONSOLE
               CLOSE RUN-HISTORY-FILE
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-BALH-STATUS = "00"
               PERFORM UNTIL BALH-FILE-EOF
                   READ BALANCE-HISTORY-FILE
                       AT END
                           SET BALH-FILE-EOF TO TRUE
                       NOT AT END
                           IF BLH-BUSINESS-DATE >= WS-PERIOD-START
                               AND BLH-BUSINESS-DATE <= WS-PERIOD-END
                               AND BLH-CYCLE = 0
                               MOVE BLH-BUSINESS-DATE TO WS-FIND-DATE
                               PERFORM 2100-FIND-DAY
                               IF WS-DAY-SUB > 0
                                   MOVE BLH-RESULT
                                       TO DY-BAL-RESULT(WS-DAY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-FILE
           ELSE
               DISPLAY "CALCBALH が見つかりません。"
                   UPON CONSOLE
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE "BALANCE" TO WS-NEW-CHECK
               MOVE DY-DATE(WS-DAY-SUB) TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-CYCLE
               EVALUATE DY-BAL-RESULT(WS-DAY-SUB)
                   WHEN 'B'
                       CONTINUE
                   WHEN 'O'
                       MOVE "EOD-BAL CERTIFICATE OUT OF BALANCE"
                           TO WS-NEW-DETAIL
                       ADD 1 TO WS-BAL-EXC-COUNT
                       PERFORM 8000-ADD-EXCEPTION
                   WHEN 'N'
                       MOVE "EOD-BAL FOUND NO COMPLETED RUN"
                           TO WS-NEW-DETAIL
                       ADD 1 TO WS-BAL-EXC-COUNT
                       PERFORM 8000-ADD-EXCEPTION
                   WHEN OTHER
                       MOVE "NO EOD-BAL CERTIFICATE FOR THIS DAY"
                           TO WS-NEW-DETAIL
                       ADD 1 TO WS-BAL-EXC-COUNT
                       PERFORM 8000-ADD-EXCEPTION
               END-EVALUATE
           END-PERFORM.

      *> 完了済みの実行の営業日とサイクルを控える
       2050-TAKE-COMPLETED-RUN.
           MOVE RUNH-RUN-DATE TO WS-FIND-DATE
           PERFORM 2100-FIND-DAY
           IF RUNH-CYCLE NUMERIC AND RUNH-CYCLE NOT = "00"
               MOVE RUNH-CYCLE TO WS-FIND-CYCLE
           ELSE
               MOVE 1 TO WS-FIND-CYCLE
           END-IF
           PERFORM 2200-FIND-PAIR.

      *> WS-FIND-DATE の営業日を日別の表から探し、なければ加える
      *> （WS-DAY-SUB に位置を返す。表があふれたら0）
       2100-FIND-DAY.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   OR DY-DATE(WS-DAY-SUB) = WS-FIND-DATE
               CONTINUE
           END-PERFORM
           IF WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-COUNT < 100
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-SUB
                   MOVE WS-FIND-DATE TO DY-DATE(WS-DAY-SUB)
                   MOVE SPACE TO DY-BAL-RESULT(WS-DAY-SUB)
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
                   MOVE 0 TO WS-DAY-SUB
               END-IF
           END-IF.

      *> WS-FIND-DATE・WS-FIND-CYCLE の組をサイクル別の表から探し、
      *> なければ加える（WS-PAIR-SUB に位置を返す。あふれたら0）
       2200-FIND-PAIR.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                   OR (PR-DATE(WS-PAIR-SUB) = WS-FIND-DATE
                       AND PR-CYCLE(WS-PAIR-SUB) = WS-FIND-CYCLE)
               CONTINUE
           END-PERFORM
           IF WS-PAIR-SUB > WS-PAIR-COUNT
               IF WS-PAIR-COUNT < 1000
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
                   MOVE WS-FIND-DATE TO PR-DATE(WS-PAIR-SUB)
                   MOVE WS-FIND-CYCLE TO PR-CYCLE(WS-PAIR-SUB)
                   MOVE 'N' TO PR-RECON-SWITCH(WS-PAIR-SUB)
                   MOVE 0 TO PR-UNACKED(WS-PAIR-SUB)
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
                   MOVE 0 TO WS-PAIR-SUB
               END-IF
           END-IF.

      *> 期間内の各営業日・サイクルについて、GL-RECON の最後の突合で
      *> 元帳から確認の返っていない項目が0件であることを確かめる。
      *> 元帳側却下・金額不一致は CALCREJ の処置で確かめる。
       3000-CHECK-GL-ACKNOWLEDGED.
           OPEN INPUT RECON-HISTORY-FILE
           IF WS-GLRH-STATUS = "00"
               PERFORM UNTIL GLRH-FILE-EOF
                   READ RECON-HISTORY-FILE
                       AT END
                           SET GLRH-FILE-EOF TO TRUE
                       NOT AT END
                           IF GRH-BUSINESS-DATE >= WS-PERIOD-START
                               AND GRH-BUSINESS-DATE <= WS-PERIOD-END
                               MOVE GRH-BUSINESS-DATE TO WS-FIND-DATE
                               MOVE GRH-CYCLE TO WS-FIND-CYCLE
                               PERFORM 2200-FIND-PAIR
                               IF WS-PAIR-SUB > 0
                                   SET PR-RECONCILED(WS-PAIR-SUB)
                                       TO TRUE
                                   MOVE GRH-UNACKED-COUNT
                                       TO PR-UNACKED(WS-PAIR-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-HISTORY-FILE
           ELSE
               DISPLAY "CALCGLRH が見つかりません。"
                   UPON CONSOLE
               CLOSE RECON-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               MOVE "GL-ACK" TO WS-NEW-CHECK
               MOVE PR-DATE(WS-PAIR-SUB) TO WS-NEW-DATE
               MOVE PR-CYCLE(WS-PAIR-SUB) TO WS-NEW-CYCLE
               IF NOT PR-RECONCILED(WS-PAIR-SUB)
                   MOVE "GL-RECON HAS NOT RECONCILED THIS CYCLE"
                       TO WS-NEW-DETAIL
                   ADD 1 TO WS-GL-EXC-COUNT
                   PERFORM 8000-ADD-EXCEPTION
               ELSE
                   IF PR-UNACKED(WS-PAIR-SUB) > 0
                       MOVE PR-UNACKED(WS-PAIR-SUB) TO WS-ITEM-EDIT
                       MOVE SPACES TO WS-NEW-DETAIL
                       STRING WS-ITEM-EDIT DELIMITED BY SIZE
                           " GL ITEMS NOT ACKNOWLEDGED BY LEDGER"
                           DELIMITED BY SIZE
                           INTO WS-NEW-DETAIL
                       END-STRING
                       ADD 1 TO WS-GL-EXC-COUNT
                       PERFORM 8000-ADD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *> この期間以前に属する却下取引で、処置が終わっていないもの
      *> （未処置・修正済で未再投入）を例外とする。計上期間のない
      *> 旧形式の記録は処置日（未処置なら却下日）の期間とする。
       4000-CHECK-REJECTS.
           OPEN INPUT CALC-REJECTS
           IF WS-REJECTS-STATUS = "00"
               PERFORM UNTIL REJ-FILE-EOF
                   READ CALC-REJECTS
                       AT END
                           SET REJ-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJ-READ-COUNT
                           IF REJ-OPEN OR REJ-CORRECTED
                               PERFORM 4100-CHECK-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-REJECTS
           ELSE
               DISPLAY "CALCREJ が見つかりません。"
                   UPON CONSOLE
               CLOSE CALC-REJECTS
           END-IF.

       4100-CHECK-ONE-REJECT.
           IF REJ-POST-PERIOD NOT = SPACES
               MOVE REJ-POST-PERIOD TO WS-ITEM-PERIOD
           ELSE
               MOVE REJ-STATUS-DATE TO WS-PRD-DATE
               PERFORM 1300-FIND-DATE-PERIOD
               MOVE WS-PRD-PERIOD TO WS-ITEM-PERIOD
           END-IF
           IF WS-ITEM-PERIOD <= WS-CLOSE-PERIOD
               MOVE "REJECTS" TO WS-NEW-CHECK
               MOVE REJ-STATUS-DATE TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-CYCLE
               MOVE SPACES TO WS-NEW-DETAIL
               IF REJ-CORRECTED
                   MOVE "CORRECTED - NOT RESUBMITTED"
                       TO WS-REJ-STATE-TEXT
               ELSE
                   MOVE "OPEN - NOT DISPOSITIONED"
                       TO WS-REJ-STATE-TEXT
               END-IF
               STRING REJ-REASON-CODE DELIMITED BY SIZE
                   " ACCT " DELIMITED BY SIZE
                   REJ-ACCOUNT DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   REJ-REFERENCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REJ-STATE-TEXT DELIMITED BY SIZE
                   INTO WS-NEW-DETAIL
               END-STRING
               ADD 1 TO WS-REJ-EXC-COUNT
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

      *> この期間の監査ログが AUD-ARCHIVE で保管されていることを
      *> 保管索引で確かめる
       5000-CHECK-ARCHIVE.
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL INDEX-FILE-EOF
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           SET INDEX-FILE-EOF TO TRUE
                       NOT AT END
                           IF AIX-PERIOD = WS-CLOSE-PERIOD
                               SET LOG-ARCHIVED TO TRUE
                               MOVE AIX-RECORD-COUNT
                                   TO WS-ARCHIVED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           ELSE
               DISPLAY "CALCAIDX が見つかりません。"
                   UPON CONSOLE
               CLOSE ARCHIVE-INDEX-FILE
           END-IF
           IF NOT LOG-ARCHIVED
               MOVE "ARCHIVE" TO WS-NEW-CHECK
               MOVE SPACES TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-CYCLE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "AUDIT LOG NOT ARCHIVED - RUN AUD-ARCHIVE "
                   DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   INTO WS-NEW-DETAIL
               END-STRING
               ADD 1 TO WS-ARC-EXC-COUNT
               PERFORM 8000-ADD-EXCEPTION
           END-IF
      *> 表があふれて確認しきれなかった分は締めを止める
           IF TABLE-OVERFLOW
               MOVE "LIMIT" TO WS-NEW-CHECK
               MOVE SPACES TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-CYCLE
               MOVE "TOO MANY DAYS OR CYCLES - CHECKS INCOMPLETE"
                   TO WS-NEW-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

      *> 期末締め証明書を書く（確認項目ごとの結果、例外の一覧、
      *> 締めの結果）
       6000-WRITE-CERTIFICATE.
           OPEN OUTPUT CLOSE-REPORT
           PERFORM 6100-WRITE-REPORT-HEADERS
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD: " DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE
               "   FROM: " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               "   TO: " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHECK                                    "
               DELIMITED BY SIZE
               "CHECKED  EXCEPTIONS  STATUS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "1 EOD-BAL CERTIFICATES BALANCED (DAYS)"
               TO REPORT-LINE
           MOVE WS-DAY-COUNT TO WS-CHECK-ITEMS
           MOVE WS-BAL-EXC-COUNT TO WS-CHECK-EXC
           PERFORM 6200-WRITE-CHECK-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "2 GL ITEMS ACKNOWLEDGED (DAY/CYCLES)"
               TO REPORT-LINE
           MOVE WS-PAIR-COUNT TO WS-CHECK-ITEMS
           MOVE WS-GL-EXC-COUNT TO WS-CHECK-EXC
           PERFORM 6200-WRITE-CHECK-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "3 REJECTS DISPOSITIONED (CALCREJ ITEMS)"
               TO REPORT-LINE
           MOVE WS-REJ-READ-COUNT TO WS-CHECK-ITEMS
           MOVE WS-REJ-EXC-COUNT TO WS-CHECK-EXC
           PERFORM 6200-WRITE-CHECK-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "4 AUDIT LOG ARCHIVED (CALCAIDX)" TO REPORT-LINE
           MOVE 1 TO WS-CHECK-ITEMS
           MOVE WS-ARC-EXC-COUNT TO WS-CHECK-EXC
           PERFORM 6200-WRITE-CHECK-LINE
           IF LOG-ARCHIVED
               MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "    ARCHIVED AUDIT RECORDS: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-EXC-COUNT > 0
               PERFORM 6300-WRITE-EXCEPTIONS
           END-IF
           PERFORM 6900-WRITE-RESULT
           CLOSE CLOSE-REPORT.

       6100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD-CLOSE CLOSE CERTIFICATE" DELIMITED BY SIZE
               "   PERIOD: " DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *> REPORT-LINE に確認項目名を置いた状態で、確認した件数
      *> （WS-CHECK-ITEMS）と例外件数（WS-CHECK-EXC）を加えて1行書く
       6200-WRITE-CHECK-LINE.
           MOVE WS-CHECK-ITEMS TO WS-ITEM-EDIT
           MOVE WS-CHECK-EXC TO WS-EXC-EDIT
           MOVE WS-ITEM-EDIT TO REPORT-LINE(42:6)
           MOVE WS-EXC-EDIT TO REPORT-LINE(53:4)
           IF WS-CHECK-EXC = 0
               MOVE "OK" TO REPORT-LINE(61:12)
           ELSE
               MOVE "*EXCEPTIONS*" TO REPORT-LINE(61:12)
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 例外の一覧（ページあふれ時は見出しを付け直す）
       6300-WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 6350-WRITE-EXCEPTION-HEADER
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
                   OR WS-EXC-SUB > 500
               IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
                   PERFORM 6100-WRITE-REPORT-HEADERS
                   PERFORM 6350-WRITE-EXCEPTION-HEADER
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING EX-CHECK(WS-EXC-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-DATE(WS-EXC-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-CYCLE(WS-EXC-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-DETAIL(WS-EXC-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           IF WS-EXC-COUNT > 500
               COMPUTE WS-EXC-EDIT = WS-EXC-COUNT - 500
               MOVE SPACES TO REPORT-LINE
               STRING "... " DELIMITED BY SIZE
                   WS-EXC-EDIT DELIMITED BY SIZE
                   " MORE EXCEPTIONS NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       6350-WRITE-EXCEPTION-HEADER.
           MOVE "CHECK    DATE     CY DETAIL" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-COUNT.

      *> 締めの結果と、締めた場合は以後の繰越先を書く
       6900-WRITE-RESULT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXC-COUNT TO WS-EXC-EDIT
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-EXC-COUNT = 0
                   STRING "RESULT: ALL CHECKS PASSED - PERIOD "
                       DELIMITED BY SIZE
                       WS-CLOSE-PERIOD DELIMITED BY SIZE
                       " CLOSED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN FORCE-CLOSE
                   STRING "RESULT: " DELIMITED BY SIZE
                       WS-EXC-EDIT DELIMITED BY SIZE
                       " EXCEPTIONS - PERIOD " DELIMITED BY SIZE
                       WS-CLOSE-PERIOD DELIMITED BY SIZE
                       " CLOSED BY FORCE (OPERATOR "
                       DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "RESULT: " DELIMITED BY SIZE
                       WS-EXC-EDIT DELIMITED BY SIZE
                       " EXCEPTIONS - PERIOD " DELIMITED BY SIZE
                       WS-CLOSE-PERIOD DELIMITED BY SIZE
                       " REMAINS OPEN" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE
           IF WS-EXC-COUNT = 0 OR FORCE-CLOSE
               MOVE SPACES TO REPORT-LINE
               STRING "LATER POSTINGS FOR " DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   " ARE CARRIED FORWARD TO PERIOD " DELIMITED BY SIZE
                   WS-NEXT-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *> 期間状況ファイルへ締めた期間を1行追記する
       7000-MARK-PERIOD-CLOSED.
           OPEN EXTEND PERIOD-STATUS-FILE
           IF WS-PRD-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-STATUS-FILE
           END-IF
           MOVE SPACES TO PERIOD-STATUS-RECORD
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
           SET PRD-CLOSED TO TRUE
           MOVE WS-PERIOD-START TO PRD-START-DATE
           MOVE WS-PERIOD-END TO PRD-END-DATE
           MOVE FUNCTION CURRENT-DATE TO PRD-CLOSE-TS
           MOVE WS-OPERATOR-ID TO PRD-CLOSED-BY
           MOVE WS-EXC-COUNT TO PRD-EXCEPTION-COUNT
           IF WS-EXC-COUNT > 0
               SET PRD-FORCED-CLOSE TO TRUE
           ELSE
               MOVE 'N' TO PRD-FORCED
           END-IF
           WRITE PERIOD-STATUS-RECORD
           CLOSE PERIOD-STATUS-FILE.

      *> 例外を一覧へ加える（上限を超えた分は件数だけ数える）
       8000-ADD-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           IF WS-EXC-COUNT <= 500
               MOVE WS-NEW-CHECK TO EX-CHECK(WS-EXC-COUNT)
               MOVE WS-NEW-DATE TO EX-DATE(WS-EXC-COUNT)
               MOVE WS-NEW-CYCLE TO EX-CYCLE(WS-EXC-COUNT)
               MOVE WS-NEW-DETAIL TO EX-DETAIL(WS-EXC-COUNT)
           END-IF.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを設定する。
      *> 例外が残って締められなかった場合は呼び出し（ページャ）対象。
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-EXC-COUNT = 0
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "期間 " WS-CLOSE-PERIOD
                       " を締めました。" UPON CONSOLE
               WHEN FORCE-CLOSE
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（例外 " WS-EXC-COUNT
                       " 件を残して期間 " WS-CLOSE-PERIOD
                       " を強制締めしました）" UPON CONSOLE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（例外 " WS-EXC-COUNT
                       " 件のため期間 " WS-CLOSE-PERIOD
                       " は締めていません。CLOSCERT を"
                       "確認してください）" UPON CONSOLE
           END-EVALUATE.
