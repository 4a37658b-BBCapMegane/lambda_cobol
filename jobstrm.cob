      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. JOB-STREAM.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> 夜間処理のステップ定義（実行順）
           SELECT JOB-DEF-FILE ASSIGN TO "CALCJOBD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBD-STATUS.
      *> ステップごとの開始・終了・終了コードの記録（追記専用）
           SELECT JOB-LOG-FILE ASSIGN TO "CALCJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLOG-STATUS.
      *> 営業日カレンダー（休業日・期末日。CAL-MAINT で保守する）
           SELECT CALENDAR-FILE ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *> ジョブストリーム状況報告書（朝の引継ぎ用、1ページ）
           SELECT STATUS-REPORT ASSIGN TO "JOBSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEF-FILE.
           COPY jobdrec.

       FD  JOB-LOG-FILE.
           COPY jlogrec.

       FD  CALENDAR-FILE.
           COPY calrec.

       FD  STATUS-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-JOBD-STATUS PIC X(2).
        01 WS-JLOG-STATUS PIC X(2).
        01 WS-CAL-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-JOBD-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 JOBD-FILE-EOF VALUE 'Y'.
        01 WS-JLOG-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 JLOG-FILE-EOF VALUE 'Y'.
        01 WS-CAL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CAL-FILE-EOF VALUE 'Y'.

      *> コマンドライン。1桁目 R で前回止まったステップから再開する。
      *> 3～10桁目で営業日（YYYYMMDD）を指定できる。省略時は当日、
      *> 再開では前回の起動の営業日（日付をまたいだ再開のため）。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-MODE-SWITCH PIC X(1) VALUE 'S'.
           88 MODE-START VALUE 'S'.
           88 MODE-RESTART VALUE 'R'.
        01 WS-DATE-GIVEN-SWITCH PIC X(1) VALUE 'N'.
           88 DATE-GIVEN VALUE 'Y'.
        01 WS-TODAY-RAW PIC X(8).
        01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
        01 WS-BUSINESS-NUM PIC 9(8).
        01 WS-BUSINESS-INT PIC 9(8) COMP.
        01 WS-LAST-LOG-DATE PIC X(8) VALUE SPACES.

      *> 営業日の区分（土日・カレンダーの休業日は営業日でない。
      *> 期末日は営業日として扱う）。曜日は 1=月曜～7=日曜。
        01 WS-DOW PIC 9(1) VALUE 0.
        01 WS-DOW-X REDEFINES WS-DOW PIC X(1).
        01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
        01 WS-BUSINESS-DAY-SWITCH PIC X(1) VALUE 'Y'.
           88 BUSINESS-DAY VALUE 'Y'.
        01 WS-PERIOD-END-SWITCH PIC X(1) VALUE 'N'.
           88 PERIOD-END-DAY VALUE 'Y'.

      *> ステップ定義（定義ファイルの順。1ページに収まる20件まで）
        01 WS-STEP-COUNT PIC 9(2) VALUE 0.
        01 WS-STEP-MAX PIC 9(2) VALUE 20.
        01 STEP-TABLE-AREA.
           05 STEP-ENTRY OCCURS 20 TIMES.
               10 ST-STEP-NO PIC 9(2).
               10 ST-STEP-NAME PIC X(12).
               10 ST-PROGRAM PIC X(20).
               10 ST-PARAMETERS PIC X(40).
               10 ST-MAX-RC PIC 9(2).
               10 ST-RUN-DAYS PIC X(1).
               10 ST-WEEKDAY PIC X(1).
      *> 今回の状況（C=完了 F=異常終了 N=実行日でない
      *> P=前回までに完了済み 空白=未実行）
               10 ST-STATUS PIC X(1).
      *> 前回までの起動で完了済みか（ジョブ記録による）
               10 ST-DONE-BEFORE PIC X(1).
               10 ST-START-TS PIC X(21).
               10 ST-END-TS PIC X(21).
               10 ST-RC PIC 9(3).
        01 WS-STEP-SUB PIC 9(2) VALUE 0.
        01 WS-FOUND-SUB PIC 9(2) VALUE 0.

      *> 定義ファイルの誤り（ひとつでもあればどのステップも実行しない）
        01 WS-DEF-ERROR-SWITCH PIC X(1) VALUE 'N'.
           88 DEFINITION-ERROR VALUE 'Y'.
        01 WS-DEF-ERROR-TEXT PIC X(60) VALUE SPACES.
        01 WS-STEP-NO-EDIT PIC 99.

      *> ジョブ記録から求める今回の起動番号と、同じ営業日に既に
      *> 起動されていたかどうか
        01 WS-RUN-NO PIC 9(3) VALUE 0.
        01 WS-LOG-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 LOG-FOUND VALUE 'Y'.
        01 WS-START-REFUSED-SWITCH PIC X(1) VALUE 'N'.
           88 START-REFUSED VALUE 'Y'.

      *> ステップの実行
        01 WS-STEP-PARAMETERS PIC X(40).
        01 WS-SYSTEM-COMMAND PIC X(80).
        01 WS-CALL-STATUS PIC S9(9) COMP.
        01 WS-CALL-REMAINDER PIC S9(9) COMP.
        01 WS-STEP-RC PIC 9(3) VALUE 0.
        01 WS-SCHEDULED-SWITCH PIC X(1) VALUE 'N'.
           88 STEP-SCHEDULED VALUE 'Y'.
        01 WS-STOPPED-SWITCH PIC X(1) VALUE 'N'.
           88 STREAM-STOPPED VALUE 'Y'.
        01 WS-STOP-SUB PIC 9(2) VALUE 0.
      *> 上限内だが0でない終了コードのステップがあった
        01 WS-WARNING-SWITCH PIC X(1) VALUE 'N'.
           88 STEP-WARNING VALUE 'Y'.

      *> 報告書の集計
        01 WS-COMPLETED-COUNT PIC 9(2) VALUE 0.
        01 WS-EARLIER-COUNT PIC 9(2) VALUE 0.
        01 WS-UNSCHED-COUNT PIC 9(2) VALUE 0.
        01 WS-FAILED-COUNT PIC 9(2) VALUE 0.
        01 WS-NOT-RUN-COUNT PIC 9(2) VALUE 0.

      *> 報告書見出し／編集用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-RUN-NO-EDIT PIC ZZ9.
        01 WS-MAX-RC-EDIT PIC Z9.
        01 WS-RC-EDIT PIC ZZ9.
        01 WS-C1-EDIT PIC Z9.
        01 WS-C2-EDIT PIC Z9.
        01 WS-C3-EDIT PIC Z9.
        01 WS-C4-EDIT PIC Z9.
        01 WS-C5-EDIT PIC Z9.
        01 WS-C6-EDIT PIC Z9.
        01 WS-DAYS-TEXT PIC X(6).
        01 WS-STATUS-TEXT PIC X(14).
        01 WS-DAY-TYPE-TEXT PIC X(30).
        01 WS-MODE-TEXT PIC X(7).
        01 WS-START-TIME PIC X(8).
        01 WS-END-TIME PIC X(8).
        01 WS-RC-TEXT PIC X(3).
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
           PERFORM 2000-LOAD-STEP-DEFINITIONS
      *> 定義に誤りがあっても、同じ営業日の二重起動かどうかは調べる
           PERFORM 3000-READ-JOB-LOG
           IF NOT DEFINITION-ERROR AND NOT START-REFUSED
               PERFORM 3500-DETERMINE-DAY-TYPE
               PERFORM 4000-RUN-STEPS
           END-IF
      *> 拒否した起動では、先に起動された分の報告書を残すため
      *> 書き直さない
           IF NOT START-REFUSED
               PERFORM 6000-WRITE-STATUS-REPORT
           END-IF
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           INITIALIZE STEP-TABLE-AREA
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND(1:1) = "R" OR WS-COMMAND(1:1) = "r"
               SET MODE-RESTART TO TRUE
           END-IF
           IF WS-COMMAND(3:8) NUMERIC
               MOVE WS-COMMAND(3:8) TO WS-BUSINESS-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-BUSINESS-NUM) = 0
                   DISPLAY "営業日の指定が日付として"
                       "正しくありません: " WS-COMMAND(3:8)
                       UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-COMMAND(3:8) TO WS-BUSINESS-DATE
               SET DATE-GIVEN TO TRUE
           ELSE
               MOVE WS-TODAY-RAW TO WS-BUSINESS-DATE
           END-IF.

      *> ステップ定義を読み込んで検査する。1桁目が数字でない行は
      *> 注記として読み飛ばす。誤りがあればどのステップも実行しない
      *> （途中まで動いて止まるより、起動前に直させるほうが安全）。
       2000-LOAD-STEP-DEFINITIONS.
           OPEN INPUT JOB-DEF-FILE
           IF WS-JOBD-STATUS = "00"
               PERFORM UNTIL JOBD-FILE-EOF OR DEFINITION-ERROR
                   READ JOB-DEF-FILE
                       AT END
                           SET JOBD-FILE-EOF TO TRUE
                       NOT AT END
                           IF JSD-STEP-NO NUMERIC
                               PERFORM 2100-TAKE-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-DEF-FILE
           ELSE
               SET DEFINITION-ERROR TO TRUE
               MOVE "STEP DEFINITION FILE (CALCJOBD) NOT FOUND"
                   TO WS-DEF-ERROR-TEXT
               CLOSE JOB-DEF-FILE
           END-IF
           IF NOT DEFINITION-ERROR AND WS-STEP-COUNT = 0
               SET DEFINITION-ERROR TO TRUE
               MOVE "NO STEPS DEFINED IN CALCJOBD"
                   TO WS-DEF-ERROR-TEXT
           END-IF
           IF DEFINITION-ERROR
               DISPLAY "ステップ定義に誤りがあります: "
                   WS-DEF-ERROR-TEXT UPON CONSOLE
           ELSE
               DISPLAY "ステップ定義 " WS-STEP-COUNT
                   " 件を読み込みました。" UPON CONSOLE
           END-IF.

       2100-TAKE-ONE-STEP.
           MOVE JSD-STEP-NO TO WS-STEP-NO-EDIT
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF ST-STEP-NO(WS-STEP-SUB) = JSD-STEP-NO
                   MOVE WS-STEP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-STEP-COUNT >= WS-STEP-MAX
                   SET DEFINITION-ERROR TO TRUE
                   MOVE "MORE THAN 20 STEPS DEFINED"
                       TO WS-DEF-ERROR-TEXT
               WHEN WS-FOUND-SUB > 0
                   SET DEFINITION-ERROR TO TRUE
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-NO-EDIT DELIMITED BY SIZE
                       " DEFINED TWICE" DELIMITED BY SIZE
                       INTO WS-DEF-ERROR-TEXT
                   END-STRING
               WHEN JSD-PROGRAM = SPACES
                   SET DEFINITION-ERROR TO TRUE
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-NO-EDIT DELIMITED BY SIZE
                       " HAS NO PROGRAM" DELIMITED BY SIZE
                       INTO WS-DEF-ERROR-TEXT
                   END-STRING
               WHEN NOT JSD-MAX-RC NUMERIC
                   SET DEFINITION-ERROR TO TRUE
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-NO-EDIT DELIMITED BY SIZE
                       " MAXIMUM RETURN CODE NOT NUMERIC"
                       DELIMITED BY SIZE
                       INTO WS-DEF-ERROR-TEXT
                   END-STRING
               WHEN NOT JSD-RUN-DAYS-VALID
                   SET DEFINITION-ERROR TO TRUE
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-NO-EDIT DELIMITED BY SIZE
                       " RUN DAYS MUST BE B, P OR W"
                       DELIMITED BY SIZE
                       INTO WS-DEF-ERROR-TEXT
                   END-STRING
               WHEN JSD-WEEKLY
                   AND (JSD-WEEKDAY < "1" OR JSD-WEEKDAY > "5")
                   SET DEFINITION-ERROR TO TRUE
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-NO-EDIT DELIMITED BY SIZE
                       " WEEKDAY MUST BE 1 (MON) TO 5 (FRI)"
                       DELIMITED BY SIZE
                       INTO WS-DEF-ERROR-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE JSD-STEP-NO TO ST-STEP-NO(WS-STEP-COUNT)
                   MOVE JSD-STEP-NAME TO ST-STEP-NAME(WS-STEP-COUNT)
                   MOVE JSD-PROGRAM TO ST-PROGRAM(WS-STEP-COUNT)
                   MOVE JSD-PARAMETERS
                       TO ST-PARAMETERS(WS-STEP-COUNT)
                   MOVE JSD-MAX-RC TO ST-MAX-RC(WS-STEP-COUNT)
                   MOVE JSD-RUN-DAYS TO ST-RUN-DAYS(WS-STEP-COUNT)
                   MOVE JSD-WEEKDAY TO ST-WEEKDAY(WS-STEP-COUNT)
                   MOVE 'N' TO ST-DONE-BEFORE(WS-STEP-COUNT)
           END-EVALUATE.

      *> ジョブ記録から同じ営業日の起動を調べる。新規の起動で既に
      *> 記録があれば、完了済みのステップを二重に実行しないよう
      *> 起動を拒否する。再開では完了の記録があるステップを控える。
       3000-READ-JOB-LOG.
           IF MODE-RESTART AND NOT DATE-GIVEN
               PERFORM 3100-FIND-LAST-LOG-DATE
           END-IF
           OPEN INPUT JOB-LOG-FILE
           IF WS-JLOG-STATUS = "00"
               PERFORM UNTIL JLOG-FILE-EOF
                   READ JOB-LOG-FILE
                       AT END
                           SET JLOG-FILE-EOF TO TRUE
                       NOT AT END
                           IF JLG-BUSINESS-DATE = WS-BUSINESS-DATE
                               PERFORM 3200-TAKE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           ELSE
               CLOSE JOB-LOG-FILE
           END-IF
           ADD 1 TO WS-RUN-NO
           EVALUATE TRUE
               WHEN MODE-START AND LOG-FOUND
                   SET START-REFUSED TO TRUE
                   DISPLAY "営業日 " WS-BUSINESS-DATE
                       " のジョブストリームは既に"
                       "起動されています。" UPON CONSOLE
                   DISPLAY "止まったステップから続ける"
                       "場合は R を指定してください。"
                       UPON CONSOLE
                   DISPLAY "JOBSRPT は書き直していません。"
                       UPON CONSOLE
               WHEN MODE-RESTART AND NOT LOG-FOUND
                   DISPLAY "営業日 " WS-BUSINESS-DATE
                       " の起動記録がありません。"
                       "最初のステップから実行します。"
                       UPON CONSOLE
               WHEN MODE-RESTART
                   DISPLAY "営業日 " WS-BUSINESS-DATE
                       " のジョブストリームを再開します"
                       "（" WS-RUN-NO " 回目の起動）。"
                       UPON CONSOLE
               WHEN OTHER
                   DISPLAY "営業日 " WS-BUSINESS-DATE
                       " のジョブストリームを"
                       "開始します。"
                       UPON CONSOLE
           END-EVALUATE.

      *> 日付の指定がない再開は、ジョブ記録の最後の起動の営業日を
      *> 対象にする（深夜に止まった処理を翌朝に再開するため）
       3100-FIND-LAST-LOG-DATE.
           OPEN INPUT JOB-LOG-FILE
           IF WS-JLOG-STATUS = "00"
               PERFORM UNTIL JLOG-FILE-EOF
                   READ JOB-LOG-FILE
                       AT END
                           SET JLOG-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE JLG-BUSINESS-DATE TO WS-LAST-LOG-DATE
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           ELSE
               CLOSE JOB-LOG-FILE
           END-IF
           IF WS-LAST-LOG-DATE NOT = SPACES
               MOVE WS-LAST-LOG-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE 'N' TO WS-JLOG-EOF-SWITCH.

       3200-TAKE-LOG-RECORD.
           SET LOG-FOUND TO TRUE
           IF JLG-RUN-NO > WS-RUN-NO
               MOVE JLG-RUN-NO TO WS-RUN-NO
           END-IF
           IF JLG-COMPLETED OR JLG-DONE-EARLIER
               MOVE 0 TO WS-FOUND-SUB
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   IF ST-STEP-NO(WS-STEP-SUB) = JLG-STEP-NO
                       MOVE WS-STEP-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB > 0
                   MOVE 'Y' TO ST-DONE-BEFORE(WS-FOUND-SUB)
                   MOVE JLG-START-TS TO ST-START-TS(WS-FOUND-SUB)
                   MOVE JLG-END-TS TO ST-END-TS(WS-FOUND-SUB)
                   MOVE JLG-RETURN-CODE TO ST-RC(WS-FOUND-SUB)
               END-IF
           END-IF.

      *> 営業日かどうか（土日・カレンダーの休業日でない）と期末日
      *> かどうかを判定する
       3500-DETERMINE-DAY-TYPE.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-NUM
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-NUM)
           COMPUTE WS-DOW = FUNCTION MOD(WS-BUSINESS-INT, 7)
           IF WS-DOW = 0
               MOVE 7 TO WS-DOW
           END-IF
           IF WS-DOW > 5
               MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM UNTIL CAL-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF CAL-DATE = WS-BUSINESS-DATE
                               IF CAL-HOLIDAY
                                   MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
                               END-IF
                               IF CAL-PERIOD-END
                                   SET PERIOD-END-DAY TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "CALCCAL が見つかりません。"
                   "土日のみで休業日を判定し、"
                   "期末日のステップは実行しません。"
                   UPON CONSOLE
               CLOSE CALENDAR-FILE
           END-IF
           EVALUATE TRUE
               WHEN PERIOD-END-DAY
                   MOVE "BUSINESS DAY - PERIOD END"
                       TO WS-DAY-TYPE-TEXT
               WHEN BUSINESS-DAY
                   MOVE "BUSINESS DAY" TO WS-DAY-TYPE-TEXT
               WHEN OTHER
                   MOVE "NON-BUSINESS DAY" TO WS-DAY-TYPE-TEXT
           END-EVALUATE.

      *> 定義の順にステップを実行し、異常終了したステップで止める
       4000-RUN-STEPS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR STREAM-STOPPED
               PERFORM 4100-PROCESS-ONE-STEP
           END-PERFORM.

       4100-PROCESS-ONE-STEP.
           PERFORM 4200-CHECK-SCHEDULE
           EVALUATE TRUE
               WHEN NOT STEP-SCHEDULED
                   MOVE 'N' TO ST-STATUS(WS-STEP-SUB)
                   PERFORM 8000-WRITE-JOB-LOG
               WHEN ST-DONE-BEFORE(WS-STEP-SUB) = 'Y'
                   MOVE 'P' TO ST-STATUS(WS-STEP-SUB)
                   DISPLAY "ステップ " ST-STEP-NO(WS-STEP-SUB) " "
                       ST-STEP-NAME(WS-STEP-SUB)
                       " は完了済みのため実行しません。"
                       UPON CONSOLE
                   PERFORM 8000-WRITE-JOB-LOG
               WHEN OTHER
                   PERFORM 4300-EXECUTE-STEP
           END-EVALUATE.

      *> ステップの実行日（B=毎営業日 P=期末日 W=指定曜日の営業日）
      *> に当たるかを判定する
       4200-CHECK-SCHEDULE.
           MOVE 'N' TO WS-SCHEDULED-SWITCH
           EVALUATE ST-RUN-DAYS(WS-STEP-SUB)
               WHEN 'B'
                   IF BUSINESS-DAY
                       SET STEP-SCHEDULED TO TRUE
                   END-IF
               WHEN 'P'
                   IF PERIOD-END-DAY
                       SET STEP-SCHEDULED TO TRUE
                   END-IF
               WHEN 'W'
                   IF BUSINESS-DAY
                       AND ST-WEEKDAY(WS-STEP-SUB) = WS-DOW-X
                       SET STEP-SCHEDULED TO TRUE
                   END-IF
           END-EVALUATE.

      *> ステップのプログラムを起動し、終了コードを上限と比べる。
      *> 開始の記録を先に書くので、制御自体が途中で落ちても
      *> どのステップの実行中だったかがジョブ記録に残る。
       4300-EXECUTE-STEP.
           MOVE ST-PARAMETERS(WS-STEP-SUB) TO WS-STEP-PARAMETERS
           INSPECT WS-STEP-PARAMETERS
               REPLACING ALL "@BUSDAY@" BY WS-BUSINESS-DATE
           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING ST-PROGRAM(WS-STEP-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-STEP-PARAMETERS DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO ST-START-TS(WS-STEP-SUB)
           MOVE SPACES TO ST-END-TS(WS-STEP-SUB)
           MOVE 0 TO ST-RC(WS-STEP-SUB)
           MOVE 'S' TO ST-STATUS(WS-STEP-SUB)
           PERFORM 8000-WRITE-JOB-LOG
           DISPLAY "ステップ " ST-STEP-NO(WS-STEP-SUB) " "
               ST-STEP-NAME(WS-STEP-SUB) " 開始: "
               WS-SYSTEM-COMMAND UPON CONSOLE
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
           PERFORM 4400-DECODE-STEP-RC
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO ST-END-TS(WS-STEP-SUB)
           MOVE WS-STEP-RC TO ST-RC(WS-STEP-SUB)
           IF WS-STEP-RC > ST-MAX-RC(WS-STEP-SUB)
               MOVE 'F' TO ST-STATUS(WS-STEP-SUB)
               SET STREAM-STOPPED TO TRUE
               MOVE WS-STEP-SUB TO WS-STOP-SUB
               DISPLAY "ステップ " ST-STEP-NO(WS-STEP-SUB) " "
                   ST-STEP-NAME(WS-STEP-SUB) " 異常終了: RC="
                   WS-STEP-RC " 上限=" ST-MAX-RC(WS-STEP-SUB)
                   UPON CONSOLE
           ELSE
               MOVE 'C' TO ST-STATUS(WS-STEP-SUB)
               IF WS-STEP-RC > 0
                   SET STEP-WARNING TO TRUE
               END-IF
               DISPLAY "ステップ " ST-STEP-NO(WS-STEP-SUB) " "
                   ST-STEP-NAME(WS-STEP-SUB) " 完了: RC="
                   WS-STEP-RC UPON CONSOLE
           END-IF
           PERFORM 8000-WRITE-JOB-LOG.

      *> 起動結果は UNIX の待ち状態（終了コード×256）で返る。
      *> 下位の桁が0でなければシグナルによる異常終了として999とする。
       4400-DECODE-STEP-RC.
           MOVE RETURN-CODE TO WS-CALL-STATUS
           IF WS-CALL-STATUS < 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-CALL-STATUS BY 256
                   GIVING WS-CALL-STATUS
                   REMAINDER WS-CALL-REMAINDER
               IF WS-CALL-REMAINDER NOT = 0 OR WS-CALL-STATUS > 255
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   MOVE WS-CALL-STATUS TO WS-STEP-RC
               END-IF
           END-IF.

      *> 朝の引継ぎ用の状況報告書（1ページ）
       6000-WRITE-STATUS-REPORT.
           OPEN OUTPUT STATUS-REPORT
           PERFORM 6100-WRITE-REPORT-HEADERS
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 6200-WRITE-ONE-STEP
           END-PERFORM
           PERFORM 6900-WRITE-STREAM-RESULT
           CLOSE STATUS-REPORT.

       6100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE WS-RUN-NO TO WS-RUN-NO-EDIT
           MOVE WS-BUSINESS-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-BUSINESS-DATE(5:2) TO WS-RUN-MM
           MOVE WS-BUSINESS-DATE(7:2) TO WS-RUN-DD
           MOVE SPACES TO REPORT-LINE
           STRING "JOB-STREAM NIGHTLY STATUS" DELIMITED BY SIZE
               "   BUSINESS DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   RUN: " DELIMITED BY SIZE
               WS-RUN-NO-EDIT DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF MODE-RESTART
               MOVE "RESTART" TO WS-MODE-TEXT
           ELSE
               MOVE "START" TO WS-MODE-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-DOW > 0
               STRING "DAY: " DELIMITED BY SIZE
                   WS-DAY-TYPE-TEXT DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   WS-DAY-NAMES(WS-DOW * 3 - 2:3) DELIMITED BY SIZE
                   ")   MODE: " DELIMITED BY SIZE
                   WS-MODE-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "MODE: " DELIMITED BY SIZE
                   WS-MODE-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NO  STEP          PROGRAM               "
               DELIMITED BY SIZE
               "RUNS ON MAX  STATUS          START     END        RC"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       6200-WRITE-ONE-STEP.
           EVALUATE ST-RUN-DAYS(WS-STEP-SUB)
               WHEN 'B'
                   MOVE "BUSDAY" TO WS-DAYS-TEXT
               WHEN 'P'
                   MOVE "PRDEND" TO WS-DAYS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-DAYS-TEXT
                   MOVE ST-WEEKDAY(WS-STEP-SUB) TO WS-DOW-X
                   STRING "W-" DELIMITED BY SIZE
                       WS-DAY-NAMES(WS-DOW * 3 - 2:3)
                       DELIMITED BY SIZE
                       INTO WS-DAYS-TEXT
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-START-TIME
           MOVE SPACES TO WS-END-TIME
           MOVE SPACES TO WS-RC-TEXT
           EVALUATE ST-STATUS(WS-STEP-SUB)
               WHEN 'C'
                   MOVE "COMPLETED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-COMPLETED-COUNT
                   PERFORM 6250-EDIT-STEP-TIMES
               WHEN 'F'
                   MOVE "*FAILED*" TO WS-STATUS-TEXT
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 6250-EDIT-STEP-TIMES
               WHEN 'P'
                   MOVE "DONE EARLIER" TO WS-STATUS-TEXT
                   ADD 1 TO WS-EARLIER-COUNT
                   PERFORM 6250-EDIT-STEP-TIMES
               WHEN 'N'
                   MOVE "NOT SCHEDULED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-UNSCHED-COUNT
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-NOT-RUN-COUNT
           END-EVALUATE
           MOVE ST-MAX-RC(WS-STEP-SUB) TO WS-MAX-RC-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING ST-STEP-NO(WS-STEP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ST-STEP-NAME(WS-STEP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ST-PROGRAM(WS-STEP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAYS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MAX-RC-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-START-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-END-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RC-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       6250-EDIT-STEP-TIMES.
           STRING ST-START-TS(WS-STEP-SUB)(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               ST-START-TS(WS-STEP-SUB)(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               ST-START-TS(WS-STEP-SUB)(13:2) DELIMITED BY SIZE
               INTO WS-START-TIME
           END-STRING
           STRING ST-END-TS(WS-STEP-SUB)(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               ST-END-TS(WS-STEP-SUB)(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               ST-END-TS(WS-STEP-SUB)(13:2) DELIMITED BY SIZE
               INTO WS-END-TIME
           END-STRING
           MOVE ST-RC(WS-STEP-SUB) TO WS-RC-EDIT
           MOVE WS-RC-EDIT TO WS-RC-TEXT.

      *> 件数の内訳と、ストリーム全体の結果（止まった場合は
      *> 再開の方法）を印字する
       6900-WRITE-STREAM-RESULT.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STEP-COUNT TO WS-C1-EDIT
           MOVE WS-COMPLETED-COUNT TO WS-C2-EDIT
           MOVE WS-EARLIER-COUNT TO WS-C3-EDIT
           MOVE WS-UNSCHED-COUNT TO WS-C4-EDIT
           MOVE WS-FAILED-COUNT TO WS-C5-EDIT
           MOVE WS-NOT-RUN-COUNT TO WS-C6-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "STEPS: " DELIMITED BY SIZE
               WS-C1-EDIT DELIMITED BY SIZE
               "  COMPLETED: " DELIMITED BY SIZE
               WS-C2-EDIT DELIMITED BY SIZE
               "  DONE EARLIER: " DELIMITED BY SIZE
               WS-C3-EDIT DELIMITED BY SIZE
               "  NOT SCHEDULED: " DELIMITED BY SIZE
               WS-C4-EDIT DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               WS-C5-EDIT DELIMITED BY SIZE
               "  NOT RUN: " DELIMITED BY SIZE
               WS-C6-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN DEFINITION-ERROR
                   STRING "STREAM RESULT: NOT STARTED - "
                       DELIMITED BY SIZE
                       WS-DEF-ERROR-TEXT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN STREAM-STOPPED
                   MOVE ST-RC(WS-STOP-SUB) TO WS-RC-EDIT
                   MOVE ST-MAX-RC(WS-STOP-SUB) TO WS-MAX-RC-EDIT
                   STRING "STREAM RESULT: STOPPED AT STEP "
                       DELIMITED BY SIZE
                       ST-STEP-NO(WS-STOP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ST-STEP-NAME(WS-STOP-SUB) DELIMITED BY SPACE
                       " - RC " DELIMITED BY SIZE
                       WS-RC-EDIT DELIMITED BY SIZE
                       " OVER LIMIT " DELIMITED BY SIZE
                       WS-MAX-RC-EDIT DELIMITED BY SIZE
                       " - CORRECT AND RESTART WITH R"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN STEP-WARNING
                   MOVE "STREAM RESULT: COMPLETE WITH WARNINGS"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "STREAM RESULT: COMPLETE" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      *> ジョブ記録へ1行追記する（ステップごとに開いて閉じ、途中で
      *> 止まってもそこまでの記録が残るようにする）
       8000-WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-BUSINESS-DATE TO JLG-BUSINESS-DATE
           MOVE WS-RUN-NO TO JLG-RUN-NO
           MOVE ST-STEP-NO(WS-STEP-SUB) TO JLG-STEP-NO
           MOVE ST-STEP-NAME(WS-STEP-SUB) TO JLG-STEP-NAME
           MOVE ST-STATUS(WS-STEP-SUB) TO JLG-EVENT
           MOVE 0 TO JLG-RETURN-CODE
           IF NOT JLG-NOT-SCHEDULED
               MOVE ST-START-TS(WS-STEP-SUB) TO JLG-START-TS
           END-IF
           IF JLG-COMPLETED OR JLG-FAILED OR JLG-DONE-EARLIER
               MOVE ST-END-TS(WS-STEP-SUB) TO JLG-END-TS
               MOVE ST-RC(WS-STEP-SUB) TO JLG-RETURN-CODE
           END-IF
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを設定する
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN START-REFUSED
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 16（同じ営業日の"
                       "起動を拒否しました）" UPON CONSOLE
               WHEN DEFINITION-ERROR
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 12（ステップ定義の"
                       "誤りのため実行していません）"
                       UPON CONSOLE
               WHEN STREAM-STOPPED
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（ステップ "
                       ST-STEP-NO(WS-STOP-SUB)
                       " で停止しました。"
                       "JOBSRPT を確認して R で再開して"
                       "ください）" UPON CONSOLE
               WHEN STEP-WARNING
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（全ステップ完了。"
                       "警告のあるステップがあります）"
                       UPON CONSOLE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "全ステップが完了しました。"
                       UPON CONSOLE
           END-EVALUATE.
