      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. REF-CHECK.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SAMPLE-01 が実行時に読み込む参照ファイル一式
           SELECT ACCT-MASTER-FILE ASSIGN TO "CALCACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPS-TABLE-FILE ASSIGN TO "CALCOPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "CALCFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CURR-RATE-TABLE ASSIGN TO "CALCCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *> 参照データ整合性検査報告書（印刷用）
           SELECT CHECK-REPORT ASSIGN TO "REFCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
           COPY acctrec.

       FD  OPS-TABLE-FILE.
           COPY opsrec.

       FD  FEE-SCHEDULE-FILE.
           COPY feerec.

       FD  CURR-RATE-TABLE.
           COPY currrec.

       FD  CALENDAR-FILE.
           COPY calrec.

       FD  CHECK-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-ACCT-STATUS PIC X(2).
        01 WS-OPS-STATUS PIC X(2).
        01 WS-FEE-STATUS PIC X(2).
        01 WS-CURR-STATUS PIC X(2).
        01 WS-CAL-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-ACCT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 ACCT-FILE-EOF VALUE 'Y'.
        01 WS-OPS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 OPS-FILE-EOF VALUE 'Y'.
        01 WS-FEE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 FEE-FILE-EOF VALUE 'Y'.
        01 WS-CURR-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CURR-FILE-EOF VALUE 'Y'.
        01 WS-CAL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CAL-FILE-EOF VALUE 'Y'.

      *> コマンドラインで検査日（YYYYMMDD）を指定できる（省略時は
      *> 当日）。前日の夕方に翌日分のレート・カレンダーを確かめる
      *> 場合に使う。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-TODAY-RAW PIC X(8).
        01 WS-CHECK-DATE PIC X(8).
        01 WS-CHECK-DATE-NUM PIC 9(8).
        01 WS-CHECK-YEAR PIC 9(4).
        01 WS-NEXT-YEAR PIC 9(4).

      *> SAMPLE-01 の内部テーブル上限。上限の9割以上で警告、
      *> 上限を超えれば超過分が読み込まれないため誤りとする。
        01 WS-ACCT-LIMIT PIC 9(5) VALUE 200.
        01 WS-OPS-LIMIT PIC 9(5) VALUE 20.
        01 WS-FEE-LIMIT PIC 9(5) VALUE 500.
        01 WS-CURR-LIMIT PIC 9(5) VALUE 100.
        01 WS-HOL-LIMIT PIC 9(5) VALUE 400.
        01 WS-NEAR-LIMIT-PCT PIC 9(3) VALUE 90.

      *> SAMPLE-01 が読み込む件数（上限判定用。上限を超えても
      *> 数え続ける）
        01 WS-ACCT-LOADED PIC 9(5) VALUE 0.
        01 WS-OPS-LOADED PIC 9(5) VALUE 0.
        01 WS-FEE-LOADED PIC 9(5) VALUE 0.
        01 WS-CURR-LOADED PIC 9(5) VALUE 0.
        01 WS-HOL-LOADED PIC 9(5) VALUE 0.

      *> 照合用の内部テーブル。SAMPLE-01 の上限より大きく取り、
      *> 上限を超えたファイルでも内容を検査できるようにする。
      *> これも超えた分は件数だけ数え、照合の対象にしない。
        01 WS-ACCT-COUNT PIC 9(4) VALUE 0.
        01 WS-ACCT-TABLE-AREA.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10 AC-ACCOUNT PIC X(10).
               10 AC-STATUS PIC X(1).
               10 AC-ALLOWED-OPS PIC X(8).
        01 WS-OPS-COUNT PIC 9(4) VALUE 0.
        01 WS-OPS-TABLE-AREA.
           05 WS-OPS-ENTRY OCCURS 100 TIMES.
               10 OC-OP-CODE PIC X(1).
        01 WS-FEE-COUNT PIC 9(4) VALUE 0.
        01 WS-FEE-TABLE-AREA.
           05 WS-FEE-ENTRY OCCURS 2000 TIMES.
               10 FC-ACCOUNT PIC X(10).
               10 FC-OP-CODE PIC X(1).
               10 FC-BAND-LIMIT PIC 9(10)V9(6).
        01 WS-CURR-COUNT PIC 9(4) VALUE 0.
        01 WS-CURR-TABLE-AREA.
           05 WS-CURR-ENTRY OCCURS 1000 TIMES.
               10 CC-CURRENCY-CODE PIC X(3).
               10 CC-EFFECTIVE-DATE PIC X(8).

      *> 科目＋演算コードごとの金額帯のまとめ（開放帯の有無の検査用）
        01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
        01 WS-PAIR-TABLE-AREA.
           05 WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10 FP-ACCOUNT PIC X(10).
               10 FP-OP-CODE PIC X(1).
               10 FP-BAND-COUNT PIC 9(4).
               10 FP-OPEN-SWITCH PIC X(1).
                   88 FP-HAS-OPEN-BAND VALUE 'Y'.
      *> 通貨コードごとの検査日時点の有効レートの有無
        01 WS-CODE-COUNT PIC 9(4) VALUE 0.
        01 WS-CODE-TABLE-AREA.
           05 WS-CODE-ENTRY OCCURS 1000 TIMES.
               10 CD-CURRENCY-CODE PIC X(3).
               10 CD-EFFECTIVE-SWITCH PIC X(1).
                   88 CD-HAS-EFFECTIVE-RATE VALUE 'Y'.
               10 CD-EARLIEST-DATE PIC X(8).

      *> 開放帯（上限なし）の上限値。FEE-MAINT と同じく全桁9
        01 WS-OPEN-BAND-LIMIT PIC 9(10)V9(6)
               VALUE 9999999999.999999.
        01 WS-TOP-BAND-LIMIT PIC 9(10)V9(6) VALUE 0.

      *> カレンダーの年別件数
        01 WS-CAL-THIS-YEAR-COUNT PIC 9(5) VALUE 0.
        01 WS-CAL-NEXT-YEAR-COUNT PIC 9(5) VALUE 0.
        01 WS-CAL-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 CAL-FILE-FOUND VALUE 'Y'.
        01 WS-OPS-DEFAULT-SWITCH PIC X(1) VALUE 'N'.
           88 OPS-DEFAULTED VALUE 'Y'.

      *> 照合に使う作業項目
        01 WS-SUB PIC 9(4) VALUE 0.
        01 WS-SUB2 PIC 9(4) VALUE 0.
        01 WS-FOUND-SUB PIC 9(4) VALUE 0.
        01 WS-CHAR-SUB PIC 9(2) VALUE 0.
        01 WS-ALLOWED-OP PIC X(1).
        01 WS-ACCT-STATUS-FOUND PIC X(1).

      *> 例外1件分の編集項目と件数
        01 WS-EXC-SEVERITY PIC X(5).
        01 WS-EXC-FILE PIC X(8).
        01 WS-EXC-KEY PIC X(16).
        01 WS-EXC-TEXT PIC X(90).
        01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
        01 WS-WARNING-COUNT PIC 9(5) VALUE 0.

      *> 上限判定の作業項目
        01 WS-LIM-NAME PIC X(10).
        01 WS-LIM-FILE PIC X(8).
        01 WS-LIM-LOADED PIC 9(5).
        01 WS-LIM-LIMIT PIC 9(5).
        01 WS-LIM-PCT PIC 9(5).
        01 WS-LIM-STATE PIC X(5).

      *> 報告書見出し／編集用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-E1 PIC ZZZZ9.
        01 WS-E2 PIC ZZZZ9.
        01 WS-E3 PIC ZZZZ9.
        01 WS-BAND-EDIT PIC Z(9)9.999999.
        01 WS-RUN-DATE-DISP.
           05 WS-RUN-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC 9(2).
        01 WS-CHECK-DATE-DISP.
           05 WS-CHK-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-CHK-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-CHK-DD PIC X(2).

      *> 手続き部
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-OPERATIONS
           PERFORM 1200-LOAD-ACCOUNTS
           PERFORM 1300-LOAD-FEE-SCHEDULE
           PERFORM 1400-LOAD-CURRENCIES
           PERFORM 1500-SCAN-CALENDAR
           PERFORM 2000-CHECK-ALLOWED-OPS
           PERFORM 2100-CHECK-FEE-BANDS
           PERFORM 2300-CHECK-CURRENCY-RATES
           PERFORM 2400-CHECK-CALENDAR-YEARS
           PERFORM 2500-CHECK-TABLE-LIMITS
           IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "NO EXCEPTIONS FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 4500-WRITE-USAGE-SECTION
           PERFORM 4900-WRITE-REPORT-TOTALS
           CLOSE CHECK-REPORT
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           MOVE WS-TODAY-RAW TO WS-CHECK-DATE
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND NOT = SPACES
               IF WS-COMMAND(1:8) NUMERIC
                   MOVE WS-COMMAND(1:8) TO WS-CHECK-DATE
               ELSE
                   DISPLAY "検査日は YYYYMMDD の8桁で"
                       "指定してください。" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
           IF FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM) = 0
               DISPLAY "検査日が正しい日付では"
                   "ありません: " WS-CHECK-DATE UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YEAR
           COMPUTE WS-NEXT-YEAR = WS-CHECK-YEAR + 1
           MOVE WS-CHECK-DATE(1:4) TO WS-CHK-YYYY
           MOVE WS-CHECK-DATE(5:2) TO WS-CHK-MM
           MOVE WS-CHECK-DATE(7:2) TO WS-CHK-DD
           DISPLAY "検査日: " WS-CHECK-DATE UPON CONSOLE
           OPEN OUTPUT CHECK-REPORT
           PERFORM 4100-WRITE-REPORT-HEADERS.

      *> 演算定義を読み込む。SAMPLE-01 と同じく演算種別とオペランドが
      *> 正しい定義だけを有効とし、ファイルがなければ SAMPLE-01 の
      *> 既定の演算（1～4）で照合する。
       1100-LOAD-OPERATIONS.
           OPEN INPUT OPS-TABLE-FILE
           IF WS-OPS-STATUS = "00"
               PERFORM UNTIL OPS-FILE-EOF
                   READ OPS-TABLE-FILE
                       AT END
                           SET OPS-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-LOAD-ONE-OPERATION
                   END-READ
               END-PERFORM
               CLOSE OPS-TABLE-FILE
           ELSE
               CLOSE OPS-TABLE-FILE
               SET OPS-DEFAULTED TO TRUE
               MOVE 4 TO WS-OPS-COUNT
               MOVE 4 TO WS-OPS-LOADED
               MOVE '1' TO OC-OP-CODE(1)
               MOVE '2' TO OC-OP-CODE(2)
               MOVE '3' TO OC-OP-CODE(3)
               MOVE '4' TO OC-OP-CODE(4)
               MOVE "WARN " TO WS-EXC-SEVERITY
               MOVE "CALCOPS" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "FILE NOT FOUND - SAMPLE-01 USES BUILT-IN OPS 1-4"
                   TO WS-EXC-TEXT
               PERFORM 4200-WRITE-EXCEPTION
           END-IF.

       1110-LOAD-ONE-OPERATION.
           IF OPS-VERB-VALID AND OPS-OPERAND NUMERIC
               ADD 1 TO WS-OPS-LOADED
               IF WS-OPS-COUNT < 100
                   ADD 1 TO WS-OPS-COUNT
                   MOVE OPS-OP-CODE TO OC-OP-CODE(WS-OPS-COUNT)
               END-IF
           ELSE
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "CALCOPS" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               STRING "OP " DELIMITED BY SIZE
                   OPS-OP-CODE DELIMITED BY SIZE
                   INTO WS-EXC-KEY
               END-STRING
               MOVE "INVALID VERB OR OPERAND - SKIPPED BY SAMPLE-01"
                   TO WS-EXC-TEXT
               PERFORM 4200-WRITE-EXCEPTION
           END-IF.

      *> 勘定科目マスタを読み込む。マスタがなければ SAMPLE-01 は
      *> 全取引を科目検証で却下するため誤りとする。
       1200-LOAD-ACCOUNTS.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL ACCT-FILE-EOF
                   READ ACCT-MASTER-FILE
                       AT END
                           SET ACCT-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACCT-LOADED
                           IF WS-ACCT-COUNT < 2000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE ACM-ACCOUNT
                                   TO AC-ACCOUNT(WS-ACCT-COUNT)
                               MOVE ACM-STATUS
                                   TO AC-STATUS(WS-ACCT-COUNT)
                               MOVE ACM-ALLOWED-OPS
                                   TO AC-ALLOWED-OPS(WS-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           ELSE
               CLOSE ACCT-MASTER-FILE
           END-IF
           IF WS-ACCT-LOADED = 0
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "CALCACCT" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "NO ACCOUNTS - ALL TRANSACTIONS WILL BE REJECTED"
                   TO WS-EXC-TEXT
               PERFORM 4200-WRITE-EXCEPTION
           END-IF.

      *> 料率スケジュールを読み込む。数値項目が壊れた帯は SAMPLE-01
      *> が読み飛ばすため誤りとする。ファイルがないのは正常
      *> （全科目が CALCOPS の全体オペランドで計算される）。
       1300-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS = "00"
               PERFORM UNTIL FEE-FILE-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET FEE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-LOAD-ONE-FEE-BAND
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FEE-SCHEDULE-FILE.

       1310-LOAD-ONE-FEE-BAND.
           IF FEE-BAND-LIMIT NUMERIC AND FEE-OPERAND NUMERIC
               ADD 1 TO WS-FEE-LOADED
               IF WS-FEE-COUNT < 2000
                   ADD 1 TO WS-FEE-COUNT
                   MOVE FEE-ACCOUNT TO FC-ACCOUNT(WS-FEE-COUNT)
                   MOVE FEE-OP-CODE TO FC-OP-CODE(WS-FEE-COUNT)
                   MOVE FEE-BAND-LIMIT
                       TO FC-BAND-LIMIT(WS-FEE-COUNT)
               END-IF
           ELSE
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "CALCFEES" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               STRING FEE-ACCOUNT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FEE-OP-CODE DELIMITED BY SIZE
                   INTO WS-EXC-KEY
               END-STRING
               MOVE "NON-NUMERIC BAND OR OPERAND - SKIPPED BY SAMPLE-01"
                   TO WS-EXC-TEXT
               PERFORM 4200-WRITE-EXCEPTION
           END-IF.

      *> 通貨レートを読み込む。SAMPLE-01 と同じく停止中のレコードは
      *> 読み込まない（件数にも数えない）。
       1400-LOAD-CURRENCIES.
           OPEN INPUT CURR-RATE-TABLE
           IF WS-CURR-STATUS = "00"
               PERFORM UNTIL CURR-FILE-EOF
                   READ CURR-RATE-TABLE
                       AT END
                           SET CURR-FILE-EOF TO TRUE
                       NOT AT END
                           IF NOT CRT-INACTIVE
                               ADD 1 TO WS-CURR-LOADED
                               IF WS-CURR-COUNT < 1000
                                   ADD 1 TO WS-CURR-COUNT
                                   MOVE CRT-CURRENCY-CODE TO
                                       CC-CURRENCY-CODE(WS-CURR-COUNT)
                                   MOVE CRT-EFFECTIVE-DATE TO
                                       CC-EFFECTIVE-DATE(WS-CURR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-RATE-TABLE
           ELSE
               CLOSE CURR-RATE-TABLE
               MOVE "WARN " TO WS-EXC-SEVERITY
               MOVE "CALCCURR" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "FILE NOT FOUND - CURRENCY TRANSACTIONS REJECTED"
                   TO WS-EXC-TEXT
               PERFORM 4200-WRITE-EXCEPTION
           END-IF.

      *> カレンダーを読み、休業日の件数（SAMPLE-01 は年に関係なく
      *> 全休業日を読み込む）と検査年・翌年の登録件数を数える。
       1500-SCAN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET CAL-FILE-FOUND TO TRUE
               PERFORM UNTIL CAL-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF CAL-HOLIDAY
                               ADD 1 TO WS-HOL-LOADED
                           END-IF
                           IF CAL-DATE(1:4) = WS-CHECK-YEAR
                               ADD 1 TO WS-CAL-THIS-YEAR-COUNT
                           END-IF
                           IF CAL-DATE(1:4) = WS-NEXT-YEAR
                               ADD 1 TO WS-CAL-NEXT-YEAR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               CLOSE CALENDAR-FILE
               MOVE "WARN " TO WS-EXC-SEVERITY
               MOVE "CALCCAL" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "FILE NOT FOUND - ONLY WEEKENDS ARE NON-BUSINESS"
                   TO WS-EXC-TEXT
               PERFORM 4200-WRITE-EXCEPTION
           END-IF.

      *> 閉鎖されていない科目の許可演算が CALCOPS にあるかを確かめる。
      *> 許可演算にない演算コードは SAMPLE-01 で OPS 却下になる。
       2000-CHECK-ALLOWED-OPS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               IF AC-STATUS(WS-SUB) NOT = 'C'
                   PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                           UNTIL WS-CHAR-SUB > 8
                       MOVE AC-ALLOWED-OPS(WS-SUB)(WS-CHAR-SUB:1)
                           TO WS-ALLOWED-OP
                       IF WS-ALLOWED-OP NOT = SPACE
                           PERFORM 2900-FIND-OPERATION
                           IF WS-FOUND-SUB = 0
                               PERFORM 2010-REPORT-ALLOWED-OP
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2010-REPORT-ALLOWED-OP.
           MOVE "ERROR" TO WS-EXC-SEVERITY
           MOVE "CALCACCT" TO WS-EXC-FILE
           MOVE AC-ACCOUNT(WS-SUB) TO WS-EXC-KEY
           MOVE SPACES TO WS-EXC-TEXT
           STRING "ALLOWED OP " DELIMITED BY SIZE
               WS-ALLOWED-OP DELIMITED BY SIZE
               " NOT DEFINED IN CALCOPS" DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 4200-WRITE-EXCEPTION.

      *> 料率スケジュールを科目＋演算コードごとにまとめ、組ごとに
      *> 科目の状態・演算の定義・開放帯の有無を確かめる。
       2100-CHECK-FEE-BANDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FEE-COUNT
               PERFORM 2110-ADD-TO-PAIR
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PAIR-COUNT
               PERFORM 2200-CHECK-ONE-PAIR
           END-PERFORM.

       2110-ADD-TO-PAIR.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-PAIR-COUNT
                   OR WS-FOUND-SUB > 0
               IF FP-ACCOUNT(WS-SUB2) = FC-ACCOUNT(WS-SUB)
                   AND FP-OP-CODE(WS-SUB2) = FC-OP-CODE(WS-SUB)
                   MOVE WS-SUB2 TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-FOUND-SUB
               MOVE FC-ACCOUNT(WS-SUB) TO FP-ACCOUNT(WS-FOUND-SUB)
               MOVE FC-OP-CODE(WS-SUB) TO FP-OP-CODE(WS-FOUND-SUB)
               MOVE 0 TO FP-BAND-COUNT(WS-FOUND-SUB)
               MOVE 'N' TO FP-OPEN-SWITCH(WS-FOUND-SUB)
           END-IF
           ADD 1 TO FP-BAND-COUNT(WS-FOUND-SUB)
           IF FC-BAND-LIMIT(WS-SUB) = WS-OPEN-BAND-LIMIT
               SET FP-HAS-OPEN-BAND(WS-FOUND-SUB) TO TRUE
           END-IF.

      *> 閉鎖科目・未登録科目の帯は使われないだけなので警告、
      *> 未定義の演算の帯と開放帯のない組は計算結果を誤らせる
      *> （上限を超えた金額が CALCOPS の全体オペランドに戻る）
      *> ため誤りとする。
       2200-CHECK-ONE-PAIR.
           MOVE SPACES TO WS-EXC-KEY
           STRING FP-ACCOUNT(WS-SUB) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FP-OP-CODE(WS-SUB) DELIMITED BY SIZE
               INTO WS-EXC-KEY
           END-STRING
           MOVE "CALCFEES" TO WS-EXC-FILE
           MOVE FP-BAND-COUNT(WS-SUB) TO WS-E1
           MOVE FP-OP-CODE(WS-SUB) TO WS-ALLOWED-OP
           PERFORM 2900-FIND-OPERATION
           IF WS-FOUND-SUB = 0
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "FEE BANDS FOR OP NOT DEFINED IN CALCOPS"
                   DELIMITED BY SIZE
                   " - COUNT: " DELIMITED BY SIZE
                   WS-E1 DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 4200-WRITE-EXCEPTION
           END-IF
           PERFORM 2950-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-ACCT-STATUS-FOUND = SPACE
                   MOVE "WARN " TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "FEE BANDS FOR ACCOUNT NOT ON CALCACCT"
                       DELIMITED BY SIZE
                       " - COUNT: " DELIMITED BY SIZE
                       WS-E1 DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 4200-WRITE-EXCEPTION
               WHEN WS-ACCT-STATUS-FOUND = 'C'
                   MOVE "WARN " TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "FEE BANDS FOR CLOSED ACCOUNT - COUNT: "
                       DELIMITED BY SIZE
                       WS-E1 DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 4200-WRITE-EXCEPTION
               WHEN WS-FOUND-SUB > 0
                   AND NOT FP-HAS-OPEN-BAND(WS-SUB)
                   PERFORM 2210-REPORT-NO-OPEN-BAND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2210-REPORT-NO-OPEN-BAND.
           MOVE 0 TO WS-TOP-BAND-LIMIT
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-FEE-COUNT
               IF FC-ACCOUNT(WS-SUB2) = FP-ACCOUNT(WS-SUB)
                   AND FC-OP-CODE(WS-SUB2) = FP-OP-CODE(WS-SUB)
                   AND FC-BAND-LIMIT(WS-SUB2) > WS-TOP-BAND-LIMIT
                   MOVE FC-BAND-LIMIT(WS-SUB2) TO WS-TOP-BAND-LIMIT
               END-IF
           END-PERFORM
           MOVE WS-TOP-BAND-LIMIT TO WS-BAND-EDIT
           MOVE "ERROR" TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-TEXT
           STRING "NO OPEN (ALL 9S) TOP BAND - ABOVE "
               DELIMITED BY SIZE
               WS-BAND-EDIT DELIMITED BY SIZE
               " USES CALCOPS OPERAND" DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 4200-WRITE-EXCEPTION.

      *> 通貨コードごとに、検査日以前に適用開始したレート（適用開始日
      *> 空白の既定レートを含む）があるかを確かめる。ない通貨の取引は
      *> SAMPLE-01 で CURR 却下になる。停止中のレコードしかない通貨は
      *> 意図して止めたものとみなし対象にしない。
       2300-CHECK-CURRENCY-RATES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CURR-COUNT
               PERFORM 2310-ADD-TO-CODE
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CODE-COUNT
               IF NOT CD-HAS-EFFECTIVE-RATE(WS-SUB)
                   MOVE "ERROR" TO WS-EXC-SEVERITY
                   MOVE "CALCCURR" TO WS-EXC-FILE
                   MOVE CD-CURRENCY-CODE(WS-SUB) TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "NO RATE EFFECTIVE ON " DELIMITED BY SIZE
                       WS-CHECK-DATE-DISP DELIMITED BY SIZE
                       " (FIRST EFFECTIVE " DELIMITED BY SIZE
                       CD-EARLIEST-DATE(WS-SUB) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 4200-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

       2310-ADD-TO-CODE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-CODE-COUNT
                   OR WS-FOUND-SUB > 0
               IF CD-CURRENCY-CODE(WS-SUB2) = CC-CURRENCY-CODE(WS-SUB)
                   MOVE WS-SUB2 TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-FOUND-SUB
               MOVE CC-CURRENCY-CODE(WS-SUB)
                   TO CD-CURRENCY-CODE(WS-FOUND-SUB)
               MOVE 'N' TO CD-EFFECTIVE-SWITCH(WS-FOUND-SUB)
               MOVE CC-EFFECTIVE-DATE(WS-SUB)
                   TO CD-EARLIEST-DATE(WS-FOUND-SUB)
           END-IF
           IF CC-EFFECTIVE-DATE(WS-SUB) <= WS-CHECK-DATE
               SET CD-HAS-EFFECTIVE-RATE(WS-FOUND-SUB) TO TRUE
           END-IF
           IF CC-EFFECTIVE-DATE(WS-SUB) < CD-EARLIEST-DATE(WS-FOUND-SUB)
               MOVE CC-EFFECTIVE-DATE(WS-SUB)
                   TO CD-EARLIEST-DATE(WS-FOUND-SUB)
           END-IF.

      *> 検査年と翌年のカレンダーが登録されているかを確かめる。
      *> 登録がなければ祝日も営業日として扱われ、SAMPLE-01 の休業日
      *> 検査が働かない。
       2400-CHECK-CALENDAR-YEARS.
           IF CAL-FILE-FOUND
               IF WS-CAL-THIS-YEAR-COUNT = 0
                   MOVE "WARN " TO WS-EXC-SEVERITY
                   MOVE "CALCCAL" TO WS-EXC-FILE
                   MOVE WS-CHECK-YEAR TO WS-EXC-KEY
                   MOVE "NO CALENDAR ENTRIES FOR THE CURRENT YEAR"
                       TO WS-EXC-TEXT
                   PERFORM 4200-WRITE-EXCEPTION
               END-IF
               IF WS-CAL-NEXT-YEAR-COUNT = 0
                   MOVE "WARN " TO WS-EXC-SEVERITY
                   MOVE "CALCCAL" TO WS-EXC-FILE
                   MOVE WS-NEXT-YEAR TO WS-EXC-KEY
                   MOVE "NO CALENDAR ENTRIES FOR THE COMING YEAR"
                       TO WS-EXC-TEXT
                   PERFORM 4200-WRITE-EXCEPTION
               END-IF
           END-IF.

      *> SAMPLE-01 の内部テーブル上限に対する使用率を確かめる
       2500-CHECK-TABLE-LIMITS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               PERFORM 2510-SET-LIMIT-ENTRY
               IF WS-LIM-STATE NOT = "OK"
                   PERFORM 2520-REPORT-LIMIT
               END-IF
           END-PERFORM.

       2510-SET-LIMIT-ENTRY.
           EVALUATE WS-SUB
               WHEN 1
                   MOVE "ACCOUNTS" TO WS-LIM-NAME
                   MOVE "CALCACCT" TO WS-LIM-FILE
                   MOVE WS-ACCT-LOADED TO WS-LIM-LOADED
                   MOVE WS-ACCT-LIMIT TO WS-LIM-LIMIT
               WHEN 2
                   MOVE "OPS" TO WS-LIM-NAME
                   MOVE "CALCOPS" TO WS-LIM-FILE
                   MOVE WS-OPS-LOADED TO WS-LIM-LOADED
                   MOVE WS-OPS-LIMIT TO WS-LIM-LIMIT
               WHEN 3
                   MOVE "FEE BANDS" TO WS-LIM-NAME
                   MOVE "CALCFEES" TO WS-LIM-FILE
                   MOVE WS-FEE-LOADED TO WS-LIM-LOADED
                   MOVE WS-FEE-LIMIT TO WS-LIM-LIMIT
               WHEN 4
                   MOVE "CURRENCIES" TO WS-LIM-NAME
                   MOVE "CALCCURR" TO WS-LIM-FILE
                   MOVE WS-CURR-LOADED TO WS-LIM-LOADED
                   MOVE WS-CURR-LIMIT TO WS-LIM-LIMIT
               WHEN 5
                   MOVE "HOLIDAYS" TO WS-LIM-NAME
                   MOVE "CALCCAL" TO WS-LIM-FILE
                   MOVE WS-HOL-LOADED TO WS-LIM-LOADED
                   MOVE WS-HOL-LIMIT TO WS-LIM-LIMIT
           END-EVALUATE
           COMPUTE WS-LIM-PCT = WS-LIM-LOADED * 100 / WS-LIM-LIMIT
           EVALUATE TRUE
               WHEN WS-LIM-LOADED > WS-LIM-LIMIT
                   MOVE "OVER" TO WS-LIM-STATE
               WHEN WS-LIM-PCT >= WS-NEAR-LIMIT-PCT
                   MOVE "NEAR" TO WS-LIM-STATE
               WHEN OTHER
                   MOVE "OK" TO WS-LIM-STATE
           END-EVALUATE.

       2520-REPORT-LIMIT.
           MOVE WS-LIM-FILE TO WS-EXC-FILE
           MOVE WS-LIM-NAME TO WS-EXC-KEY
           MOVE WS-LIM-LOADED TO WS-E1
           MOVE WS-LIM-LIMIT TO WS-E2
           MOVE SPACES TO WS-EXC-TEXT
           IF WS-LIM-STATE = "OVER"
               MOVE "ERROR" TO WS-EXC-SEVERITY
               STRING WS-E1 DELIMITED BY SIZE
                   " ENTRIES EXCEED SAMPLE-01 LIMIT OF "
                   DELIMITED BY SIZE
                   WS-E2 DELIMITED BY SIZE
                   " - EXCESS IS NOT LOADED" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
           ELSE
               MOVE "WARN " TO WS-EXC-SEVERITY
               STRING WS-E1 DELIMITED BY SIZE
                   " ENTRIES ARE CLOSE TO SAMPLE-01 LIMIT OF "
                   DELIMITED BY SIZE
                   WS-E2 DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
           END-IF
           PERFORM 4200-WRITE-EXCEPTION.

      *> WS-ALLOWED-OP の演算コードを演算定義から探す
       2900-FIND-OPERATION.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-OPS-COUNT
                   OR WS-FOUND-SUB > 0
               IF OC-OP-CODE(WS-SUB2) = WS-ALLOWED-OP
                   MOVE WS-SUB2 TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      *> 料率の組の科目を勘定科目マスタから探し、状態を返す
      *> （見つからなければ空白）
       2950-FIND-ACCOUNT.
           MOVE SPACE TO WS-ACCT-STATUS-FOUND
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-ACCT-COUNT
                   OR WS-ACCT-STATUS-FOUND NOT = SPACE
               IF AC-ACCOUNT(WS-SUB2) = FP-ACCOUNT(WS-SUB)
                   MOVE AC-STATUS(WS-SUB2) TO WS-ACCT-STATUS-FOUND
                   IF WS-ACCT-STATUS-FOUND = SPACE
                       MOVE 'A' TO WS-ACCT-STATUS-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       4100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REF-CHECK REFERENCE DATA CONSISTENCY REPORT"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RATES AND CALENDAR CHECKED FOR: " DELIMITED BY SIZE
               WS-CHECK-DATE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SEV    FILE      KEY               EXCEPTION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       4200-WRITE-EXCEPTION.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 4100-WRITE-REPORT-HEADERS
           END-IF
           IF WS-EXC-SEVERITY = "ERROR"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-EXC-SEVERITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-FILE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 表ごとの SAMPLE-01 上限に対する使用状況
       4500-WRITE-USAGE-SECTION.
           IF WS-LINE-COUNT + 9 > WS-MAX-LINES-PER-PAGE
               PERFORM 4100-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SAMPLE-01 TABLE USAGE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TABLE       FILE      LOADED  LIMIT  USED%  STATUS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 3 TO WS-LINE-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               PERFORM 2510-SET-LIMIT-ENTRY
               MOVE WS-LIM-LOADED TO WS-E1
               MOVE WS-LIM-LIMIT TO WS-E2
               MOVE WS-LIM-PCT TO WS-E3
               MOVE SPACES TO REPORT-LINE
               STRING WS-LIM-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LIM-FILE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-E1 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-E2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-E3 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LIM-STATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       4900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-E1
           MOVE WS-WARNING-COUNT TO WS-E2
           MOVE SPACES TO REPORT-LINE
           STRING "ERRORS: " DELIMITED BY SIZE
               WS-E1 DELIMITED BY SIZE
               "  WARNINGS: " DELIMITED BY SIZE
               WS-E2 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-ERROR-COUNT > 0
               MOVE "SAMPLE-01 SHOULD BE HELD UNTIL ERRORS ARE FIXED"
                   TO REPORT-LINE
           ELSE
               MOVE "REFERENCE DATA IS CONSISTENT FOR SAMPLE-01"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを
      *> 設定する。誤りがあれば8とし、SAMPLE-01 の工程を保留させる。
      *> 警告のみなら4（SAMPLE-01 は実行してよい）。
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（"
                       "参照データの誤りが "
                       WS-ERROR-COUNT " 件あります。"
                       "SAMPLE-01 を保留してください）"
                       UPON CONSOLE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（"
                       "参照データの警告が "
                       WS-WARNING-COUNT " 件あります）"
                       UPON CONSOLE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "参照データに不整合は"
                       "ありません。"
                       UPON CONSOLE
           END-EVALUATE.
