       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SAMPLE-01 が元帳へ送った抽出ファイル（処理サイクルごと。
      *> サイクル01は CALCGL、02以降は CALCGL＋サイクル番号）
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> 元帳システムが返す取込結果確認ファイル
           SELECT GL-ACK-FILE ASSIGN TO "CALCACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
      *> 突合結果報告書（印刷用）。営業日全体は GLRECRPT、
      *> サイクル指定時は GLRECRPT＋サイクル番号。
           SELECT RECON-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> 営業日カレンダー（休業日の一覧。CAL-MAINT で保守する）
           SELECT CALC-REJECTS ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
      *> SAMPLE-01 が実行ごとに追記している実行履歴（営業日全体の
      *> 突合に含める処理サイクルを決めるのに使う）
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      *> 期間状況ファイル（PERIOD-CLOSE が締めた期間の一覧）
           SELECT PERIOD-STATUS-FILE ASSIGN TO "CALCPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
      *> 突合履歴（サイクルごとの突合結果。PERIOD-CLOSE が未確認
      *> 項目の有無の確認に使う。追記専用）
           SELECT RECON-HISTORY-FILE ASSIGN TO "CALCGLRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRH-STATUS.

      *> データ部
       DATA DIVISION.
       FD  CALC-REJECTS.
           COPY rejrec.

       FD  RUN-HISTORY-FILE.
           COPY runrec.

       FD  PERIOD-STATUS-FILE.
           COPY prdrec.

       FD  RECON-HISTORY-FILE.
           COPY glrhrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-GL-STATUS PIC X(2).
        01 WS-CAL-STATUS PIC X(2).
        01 WS-CAL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CAL-FILE-EOF VALUE 'Y'.
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-RUNH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RUNH-FILE-EOF VALUE 'Y'.
        01 WS-GLRH-STATUS PIC X(2).

      *> 突合する処理サイクル。コマンドラインの1～2桁目で指定すると
      *> そのサイクルの CALCGL だけを突合する。省略時（0）は営業日
      *> 全体（実行履歴上の最新の営業日に完了したすべてのサイクル）。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-CYCLE-SUB PIC 9(3) VALUE 0.
        01 WS-RUNH-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-NAME-CYCLE PIC 9(2) VALUE 0.
      *> 読み込むサイクル（n 桁目が Y ならサイクル n を読む）
        01 WS-CYCLE-FLAGS PIC X(99) VALUE SPACES.
        01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".
        01 WS-REPORT-FILE-NAME PIC X(20) VALUE "GLRECRPT".
        01 WS-CYCLE-TEXT PIC X(3) VALUE "ALL".

      *> 休業日カレンダー（CALCCAL の休業日のみ保持）。
      *> カレンダーがない場合は従来どおり土日のみで判定する。
        01 WS-HOLIDAY-SWITCH PIC X(1) VALUE 'N'.
           88 DAY-IS-HOLIDAY VALUE 'Y'.
        01 WS-DAY-NUM PIC 9(8).

      *> 計上期間の判定用項目。期間は CALCCAL の期末日（期末日の
      *> ない月は月末）で区切る。元帳側却下は実行日の
      *> 期間が締め済みなら次の締めていない期間で修復経路へ渡し、
      *> 締めた期間の未転記項目は報告書に繰越として印字する。
        01 WS-PRD-STATUS PIC X(2).
        01 WS-PRD-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PRD-FILE-EOF VALUE 'Y'.
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
        01 WS-POST-PERIOD PIC X(6) VALUE SPACES.
        01 WS-NATURAL-PERIOD PIC X(6) VALUE SPACES.
        01 WS-CARRY-SWITCH PIC X(1) VALUE 'N'.
           88 CARRIED-FORWARD VALUE 'Y'.
        01 WS-CARRIED-ITEM-COUNT PIC 9(4) VALUE 0.
        01 WS-CARRIED-EDIT PIC ZZZ9.

      *> 突合履歴の書き出し用項目（サイクルごとの件数）
        01 WS-GLRH-DATE PIC X(8).
        01 WS-GLRH-SENT PIC 9(6) VALUE 0.
        01 WS-GLRH-POSTED PIC 9(6) VALUE 0.
        01 WS-GLRH-UNACKED PIC 9(6) VALUE 0.
        01 WS-GLRH-REJECTED PIC 9(6) VALUE 0.
        01 WS-GLRH-WRITTEN-COUNT PIC 9(3) VALUE 0.
        01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 GL-FILE-EOF VALUE 'Y'.
        01 WS-ACK-EOF-SWITCH PIC X(1) VALUE 'N'.
               10 GT-REFERENCE PIC X(10).
               10 GT-RESULT PIC S9(10)V9(10).
               10 GT-RUN-DATE PIC X(8).
               10 GT-CYCLE PIC 9(2).
      *> U=確認なし P=転記済み R=元帳側却下 M=金額不一致
               10 GT-STATE PIC X(1).
                   88 GT-UNACKED VALUE 'U'.
           PERFORM 3000-APPLY-ACKNOWLEDGMENTS
           PERFORM 4000-WRITE-RECON-REPORT
           PERFORM 5000-WRITE-GL-REJECTS
           PERFORM 6000-WRITE-RECON-HISTORY
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           PERFORM 1400-DETERMINE-POSTING-PERIOD
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND(1:2) NUMERIC AND WS-COMMAND(1:2) NOT = "00"
               MOVE WS-COMMAND(1:2) TO WS-CYCLE-NO
               MOVE WS-CYCLE-NO TO WS-CYCLE-TEXT
               MOVE 'Y' TO WS-CYCLE-FLAGS(WS-CYCLE-NO:1)
               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING "GLRECRPT" DELIMITED BY SIZE
                   WS-CYCLE-NO DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
               DISPLAY "処理サイクル " WS-CYCLE-NO
                   " の GL 抽出を突合します。" UPON CONSOLE
           ELSE
               PERFORM 1200-SELECT-DAY-CYCLES
           END-IF.

      *> 営業日カレンダーから休業日を読み込む
       1100-LOAD-CALENDAR.
                               MOVE CAL-DATE
                                   TO WS-HOL-DATE(WS-HOL-COUNT)
                           END-IF
                           IF CAL-PERIOD-END
                               AND WS-PE-COUNT < 100
                               ADD 1 TO WS-PE-COUNT
                               MOVE CAL-DATE
                                   TO WS-PE-DATE(WS-PE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               CLOSE CALENDAR-FILE
           END-IF.

      *> 実行履歴から最新の営業日（完了済み本番実行のある最後の
      *> 実行日）を求め、その日に完了したサイクルをすべて選ぶ。
      *> 実行履歴がない場合は従来どおり CALCGL だけを突合する。
       1200-SELECT-DAY-CYCLES.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL RUNH-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET RUNH-FILE-EOF TO TRUE
                       NOT AT END
                           IF (RUNH-RUN-MODE = 'F'
                                   OR RUNH-RUN-MODE = 'R')
                               AND RUNH-RETURN-CODE <= 4
                               AND RUNH-RUN-DATE >= WS-BUSINESS-DATE
                               PERFORM 1210-TAKE-DAY-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               MOVE 'Y' TO WS-CYCLE-FLAGS(1:1)
               DISPLAY "実行履歴に完了済みの本番実行が"
                   "ありません。CALCGL だけを"
                   "突合します。" UPON CONSOLE
           ELSE
               DISPLAY "営業日 " WS-BUSINESS-DATE
                   " の全サイクルを突合します。"
                   UPON CONSOLE
           END-IF.

       1210-TAKE-DAY-CYCLE.
           IF RUNH-RUN-DATE > WS-BUSINESS-DATE
               MOVE RUNH-RUN-DATE TO WS-BUSINESS-DATE
               MOVE SPACES TO WS-CYCLE-FLAGS
           END-IF
           IF RUNH-CYCLE NUMERIC AND RUNH-CYCLE NOT = "00"
               MOVE RUNH-CYCLE TO WS-RUNH-CYCLE-NO
           ELSE
               MOVE 1 TO WS-RUNH-CYCLE-NO
           END-IF
           MOVE 'Y' TO WS-CYCLE-FLAGS(WS-RUNH-CYCLE-NO:1).

      *> サイクル番号（WS-CYCLE-SUB）から CALCGL のファイル名を作る
       1300-SET-GL-FILE-NAME.
           IF WS-CYCLE-SUB = 1
               MOVE "CALCGL" TO WS-GL-FILE-NAME
           ELSE
               MOVE WS-CYCLE-SUB TO WS-NAME-CYCLE
               MOVE SPACES TO WS-GL-FILE-NAME
               STRING "CALCGL" DELIMITED BY SIZE
                   WS-NAME-CYCLE DELIMITED BY SIZE
                   INTO WS-GL-FILE-NAME
               END-STRING
           END-IF.

      *> 実行日の属する期間が締め済みなら、次の締めていない期間を
      *> 計上期間とする（締めた月へさかのぼって計上しない）
       1400-DETERMINE-POSTING-PERIOD.
           PERFORM 1410-LOAD-PERIOD-STATUS
           MOVE 'N' TO WS-CARRY-SWITCH
           MOVE WS-TODAY-RAW TO WS-PRD-DATE
           PERFORM 1420-FIND-DATE-PERIOD
           MOVE WS-PRD-PERIOD TO WS-NATURAL-PERIOD
           PERFORM 1430-CHECK-PERIOD-CLOSED
           PERFORM UNTIL NOT PRD-PERIOD-CLOSED
               SET CARRIED-FORWARD TO TRUE
               MOVE WS-PRD-END-DATE TO WS-PRD-WORK-NUM
               COMPUTE WS-PRD-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRD-WORK-NUM) + 1
               COMPUTE WS-PRD-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-PRD-WORK-INT)
               MOVE WS-PRD-WORK-NUM TO WS-PRD-DATE
               PERFORM 1420-FIND-DATE-PERIOD
               PERFORM 1430-CHECK-PERIOD-CLOSED
           END-PERFORM
           MOVE WS-PRD-PERIOD TO WS-POST-PERIOD
           IF CARRIED-FORWARD
               DISPLAY "期間 " WS-NATURAL-PERIOD
                   " は締め済みのため、期間 " WS-POST-PERIOD
                   " へ繰り越して計上します。" UPON CONSOLE
           END-IF.

      *> 期間状況ファイルから締め済みの期間を読み込む
       1410-LOAD-PERIOD-STATUS.
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
       1420-FIND-DATE-PERIOD.
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
               PERFORM 1425-SET-MONTH-END
               PERFORM 1426-CHECK-PE-IN-MONTH
               IF PE-IN-MONTH
                   PERFORM 1425-SET-MONTH-END
                   PERFORM 1426-CHECK-PE-IN-MONTH
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
       1425-SET-MONTH-END.
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
       1426-CHECK-PE-IN-MONTH.
           MOVE 'N' TO WS-PE-IN-MONTH-SWITCH
           PERFORM VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT OR PE-IN-MONTH
               IF WS-PE-DATE(WS-PE-SUB)(1:6) = WS-PRD-END-DATE(1:6)
                   SET PE-IN-MONTH TO TRUE
               END-IF
           END-PERFORM.

      *> WS-PRD-PERIOD が締め済みかどうかを判定する
       1430-CHECK-PERIOD-CLOSED.
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

      *> 選んだサイクルの CALCGL を順にテーブルへ読み込む
       2000-LOAD-GL-EXTRACT.
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99 OR GL-TABLE-OVERFLOW
               IF WS-CYCLE-FLAGS(WS-CYCLE-SUB:1) = 'Y'
                   PERFORM 2050-LOAD-CYCLE-EXTRACT
               END-IF
           END-PERFORM.

       2050-LOAD-CYCLE-EXTRACT.
           PERFORM 1300-SET-GL-FILE-NAME
           MOVE 'N' TO WS-GL-EOF-SWITCH
           OPEN INPUT GL-EXTRACT
           IF WS-GL-STATUS = "00"
               PERFORM UNTIL GL-FILE-EOF
                               MOVE GL-REFERENCE TO GT-REFERENCE(GL-IDX)
                               MOVE GL-RESULT TO GT-RESULT(GL-IDX)
                               MOVE GL-RUN-DATE TO GT-RUN-DATE(GL-IDX)
                               MOVE WS-CYCLE-SUB TO GT-CYCLE(GL-IDX)
                               MOVE GL-TR-NUM TO GT-TR-NUM(GL-IDX)
                               MOVE GL-TR-NUM-POINT-X
                                   TO GT-TR-NUMPT(GL-IDX)
               END-PERFORM
               CLOSE GL-EXTRACT
           ELSE
               DISPLAY WS-GL-FILE-NAME " が見つかりません。"
                   "このサイクルの突合対象は"
                   "ありません。"
                   UPON CONSOLE
               CLOSE GL-EXTRACT
           END-IF.

               CLOSE GL-ACK-FILE
           END-IF.

      *> 同じ科目＋参照番号の項目が複数ある場合（同日に計上した取引と
      *> その取消など）は、確認なしで金額も一致する項目、確認なしの
      *> 項目、最初の項目の順に突き合わせ先を選ぶ。
       3100-MATCH-ONE-ACK.
           SET WS-MATCH-FOUND-SWITCH TO 'N'
           IF WS-GL-COUNT > 0
               SET GL-IDX TO 1
               SEARCH GL-ENTRY
                   AT END
                       CONTINUE
                   WHEN GT-ACCOUNT(GL-IDX) = ACK-ACCOUNT
                           AND GT-REFERENCE(GL-IDX) = ACK-REFERENCE
                           AND GT-UNACKED(GL-IDX)
                           AND GT-RESULT(GL-IDX) = ACK-AMOUNT
                       SET MATCH-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT MATCH-FOUND AND WS-GL-COUNT > 0
               SET GL-IDX TO 1
               SEARCH GL-ENTRY
                   AT END
                       CONTINUE
                   WHEN GT-ACCOUNT(GL-IDX) = ACK-ACCOUNT
                           AND GT-REFERENCE(GL-IDX) = ACK-REFERENCE
                           AND GT-UNACKED(GL-IDX)
                       SET MATCH-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT MATCH-FOUND AND WS-GL-COUNT > 0
               SET GL-IDX TO 1
               SEARCH GL-ENTRY
                   AT END
                   WHEN GT-ACCOUNT(GL-IDX) = ACK-ACCOUNT
                           AND GT-REFERENCE(GL-IDX) = ACK-REFERENCE
                       SET MATCH-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF MATCH-FOUND
               EVALUATE TRUE
                   WHEN ACK-REJECTED
                       SET GT-REJECTED(GL-IDX) TO TRUE
                   WHEN ACK-POSTED
                       IF ACK-AMOUNT = GT-RESULT(GL-IDX)
                           SET GT-POSTED(GL-IDX) TO TRUE
                       ELSE
                           SET GT-MISMATCH(GL-IDX) TO TRUE
                       END-IF
                   WHEN OTHER
      *> 不明な結果コードは却下扱いで追跡する
                       SET GT-REJECTED(GL-IDX) TO TRUE
               END-EVALUATE
           ELSE
      *> サイクル指定時は、他のサイクルの項目の確認が突合先なしに
      *> 見えるため数えない
               IF WS-CYCLE-NO = 0
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "突合先のない確認: 科目="
                       ACK-ACCOUNT " 参照=" ACK-REFERENCE
                       UPON CONSOLE
               END-IF
           END-IF.

      *> GL-RUN-DATE から当日までの営業日数（土日とカレンダーの
           STRING "GL-RECON UNPOSTED ITEM REPORT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   CYCLE: " DELIMITED BY SIZE
               WS-CYCLE-TEXT DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF CARRIED-FORWARD
               STRING "POSTING PERIOD: " DELIMITED BY SIZE
                   WS-POST-PERIOD DELIMITED BY SIZE
                   "   *** PERIOD " DELIMITED BY SIZE
                   WS-NATURAL-PERIOD DELIMITED BY SIZE
                   " IS CLOSED - CARRIED FORWARD ***"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "POSTING PERIOD: " DELIMITED BY SIZE
                   WS-POST-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT    REFERENCE  SENT     CY STATE        "
               DELIMITED BY SIZE
               "AGE(BD)           AMOUNT  CARRIED"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           END-EVALUATE
           MOVE WS-BUSINESS-AGE TO WS-AGE-EDIT
           MOVE GT-RESULT(GL-IDX) TO WS-AMOUNT-EDIT
      *> 送信日の期間が締め済みの項目は次の期間へ繰り越す
           MOVE GT-RUN-DATE(GL-IDX) TO WS-PRD-DATE
           PERFORM 1420-FIND-DATE-PERIOD
           PERFORM 1430-CHECK-PERIOD-CLOSED
           MOVE SPACES TO REPORT-LINE
           STRING GT-ACCOUNT(GL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GT-REFERENCE(GL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GT-RUN-DATE(GL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GT-CYCLE(GL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-EDIT DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF PRD-PERIOD-CLOSED
               ADD 1 TO WS-CARRIED-ITEM-COUNT
               STRING "  C/F " DELIMITED BY SIZE
                   WS-PRD-PERIOD DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   WS-POST-PERIOD DELIMITED BY SIZE
                   INTO REPORT-LINE(74:20)
               END-STRING
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

               WS-LIMIT-EDIT DELIMITED BY SIZE
               " BUSINESS DAYS: " DELIMITED BY SIZE
               WS-AGED-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CYCLE-NO = 0
               STRING "UNMATCHED ACKS: " DELIMITED BY SIZE
                   WS-ORPHAN-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "UNMATCHED ACKS: NOT CHECKED FOR A SINGLE CYCLE"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-CARRIED-ITEM-COUNT TO WS-CARRIED-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CARRIED FORWARD FROM CLOSED PERIODS: "
               DELIMITED BY SIZE
               WS-CARRIED-EDIT DELIMITED BY SIZE
               "  (POSTING PERIOD " DELIMITED BY SIZE
               WS-POST-PERIOD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
               MOVE WS-GLREJ-TEXT TO REJ-REASON-TEXT
               SET REJ-OPEN TO TRUE
               MOVE WS-TODAY-RAW TO REJ-STATUS-DATE
      *> 締めた期間の項目・締めた期間中の実行は次の期間で処置する
               MOVE WS-POST-PERIOD TO REJ-POST-PERIOD
               MOVE GT-RUN-DATE(GL-IDX) TO WS-PRD-DATE
               PERFORM 1420-FIND-DATE-PERIOD
               PERFORM 1430-CHECK-PERIOD-CLOSED
               EVALUATE TRUE
                   WHEN PRD-PERIOD-CLOSED
                       MOVE WS-PRD-PERIOD TO REJ-CARRIED-FROM
                   WHEN CARRIED-FORWARD
                       MOVE WS-NATURAL-PERIOD TO REJ-CARRIED-FROM
                   WHEN OTHER
                       MOVE SPACES TO REJ-CARRIED-FROM
               END-EVALUATE
               WRITE REJECT-RECORD
               ADD 1 TO WS-GLREJ-WRITTEN-COUNT
           END-IF.

      *> 突合したサイクルごとの件数を突合履歴へ追記する。期末の
      *> PERIOD-CLOSE は各サイクルの最新の記録で未確認の有無を見る。
      *> テーブル超過時は件数が不完全なため書かない。
       6000-WRITE-RECON-HISTORY.
           IF GL-TABLE-OVERFLOW
               DISPLAY "CALCGL の超過分を突合できて"
                   "いないため、突合履歴は書きません。"
                   UPON CONSOLE
           ELSE
               OPEN EXTEND RECON-HISTORY-FILE
               IF WS-GLRH-STATUS NOT = "00"
                   OPEN OUTPUT RECON-HISTORY-FILE
               END-IF
               PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                       UNTIL WS-CYCLE-SUB > 99
                   IF WS-CYCLE-FLAGS(WS-CYCLE-SUB:1) = 'Y'
                       PERFORM 6100-WRITE-ONE-CYCLE-HISTORY
                   END-IF
               END-PERFORM
               CLOSE RECON-HISTORY-FILE
           END-IF.

      *> 1サイクル分の件数を数えて書く。営業日が決まっていない
      *> （サイクル指定・実行履歴なし）ときは項目の送信日を使い、
      *> 項目が1件もなければ日付が分からないので書かない。
       6100-WRITE-ONE-CYCLE-HISTORY.
           MOVE WS-BUSINESS-DATE TO WS-GLRH-DATE
           MOVE 0 TO WS-GLRH-SENT
           MOVE 0 TO WS-GLRH-POSTED
           MOVE 0 TO WS-GLRH-UNACKED
           MOVE 0 TO WS-GLRH-REJECTED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GL-COUNT
               SET GL-IDX TO WS-SUB
               IF GT-CYCLE(GL-IDX) = WS-CYCLE-SUB
                   ADD 1 TO WS-GLRH-SENT
                   IF WS-GLRH-DATE = SPACES
                       MOVE GT-RUN-DATE(GL-IDX) TO WS-GLRH-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN GT-POSTED(GL-IDX)
                           ADD 1 TO WS-GLRH-POSTED
                       WHEN GT-UNACKED(GL-IDX)
                           ADD 1 TO WS-GLRH-UNACKED
                       WHEN OTHER
                           ADD 1 TO WS-GLRH-REJECTED
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-GLRH-DATE NOT = SPACES
               MOVE SPACES TO GL-RECON-HISTORY-RECORD
               MOVE WS-GLRH-DATE TO GRH-BUSINESS-DATE
               MOVE WS-CYCLE-SUB TO GRH-CYCLE
               MOVE WS-GLRH-SENT TO GRH-SENT-COUNT
               MOVE WS-GLRH-POSTED TO GRH-POSTED-COUNT
               MOVE WS-GLRH-UNACKED TO GRH-UNACKED-COUNT
               MOVE WS-GLRH-REJECTED TO GRH-REJECTED-COUNT
               MOVE FUNCTION CURRENT-DATE TO GRH-TIMESTAMP
               WRITE GL-RECON-HISTORY-RECORD
               ADD 1 TO WS-GLRH-WRITTEN-COUNT
           END-IF.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを設定する。
      *> 基準営業日数を超えた未転記があれば呼び出し（ページャ）対象。
       9500-SET-RETURN-CODE.
