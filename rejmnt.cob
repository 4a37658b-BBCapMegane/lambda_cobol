           SELECT CALC-RESUB-FILE ASSIGN TO "CALCRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
      *> 処置の変更を1件ずつ残す処置記録（追記専用）
           SELECT REJECT-LOG-FILE ASSIGN TO "CALCRJLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJLOG-STATUS.
      *> 営業日カレンダー（期末日で期間を区切るのに使う）
           SELECT CALENDAR-FILE ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *> 期間状況ファイル（PERIOD-CLOSE が締めた期間の一覧）
           SELECT PERIOD-STATUS-FILE ASSIGN TO "CALCPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      *> データ部
       DATA DIVISION.
       FD  CALC-RESUB-FILE.
           COPY rsubrec.

       FD  REJECT-LOG-FILE.
           COPY rjlgrec.

       FD  CALENDAR-FILE.
           COPY calrec.

       FD  PERIOD-STATUS-FILE.
           COPY prdrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
      *> 再投入取引の組み立て用（TRAN-RECORD レイアウト）
           COPY tranrec.
        01 WS-REJECTS-STATUS PIC X(2).
        01 WS-RESUB-STATUS PIC X(2).
        01 WS-RJLOG-STATUS PIC X(2).
        01 WS-REJ-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 REJ-FILE-EOF VALUE 'Y'.
      *> テーブル上限超過時は書き戻しで超過分を失うため更新系を禁止する
      *> 却下取引を全件保持する内部テーブル
        01 WS-REJ-COUNT PIC 9(4) VALUE 0.
        01 WS-REJ-TABLE-AREA.
           05 WS-REJ-ENTRY PIC X(98) OCCURS 2000 TIMES.
        01 WS-SUB PIC 9(4) VALUE 0.
        01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
        01 WS-RESUB-COUNT PIC 9(4) VALUE 0.
        01 WS-STATUS-TEXT PIC X(12).
        01 WS-TODAY-RAW PIC X(8).
      *> 処置記録用項目（変更前の状況を退避しておく）
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-TIMESTAMP PIC X(21).
        01 WS-LOG-ACTION PIC X(1).
        01 WS-OLD-STATUS PIC X(1).
        01 WS-OLD-STATUS-DATE PIC X(8).
        01 WS-OLD-ACCOUNT PIC X(10).
        01 WS-OLD-REFERENCE PIC X(10).
      *> 処置済み削除用項目
        01 WS-PURGE-DATE PIC X(8).
        01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
        01 WS-PURGED-COUNT PIC 9(4) VALUE 0.

      *> 計上期間の判定用項目。期間は CALCCAL の期末日（期末日の
      *> ない月は月末）で区切る。締め済みの期間に属する
      *> 却下の処置や、締めた期間中の処置は次の締めていない期間で
      *> 計上し、元の期間を REJ-CARRIED-FROM に残す。
        01 WS-CAL-STATUS PIC X(2).
        01 WS-CAL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CAL-FILE-EOF VALUE 'Y'.
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
        01 WS-ITEM-PERIOD PIC X(6).

      *> 手続き部
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           MOVE WS-COMMAND(1:1) TO WS-ACTION
           PERFORM 1000-LOAD-REJECTS
           PERFORM 1100-DETERMINE-POSTING-PERIOD
           IF REJ-TABLE-OVERFLOW
               AND (WS-ACTION NOT = "L" AND WS-ACTION NOT = "l")
               DISPLAY "CALCREJ が読み込み上限を"
               CLOSE CALC-REJECTS
           END-IF.

      *> 今日の処置を計上する期間を決める。今日の属する期間が
      *> 締め済みなら、次の締めていない期間とする。
       1100-DETERMINE-POSTING-PERIOD.
           PERFORM 1110-LOAD-PERIOD-ENDS
           PERFORM 1120-LOAD-PERIOD-STATUS
           MOVE 'N' TO WS-CARRY-SWITCH
           MOVE WS-TODAY-RAW TO WS-PRD-DATE
           PERFORM 1130-FIND-DATE-PERIOD
           MOVE WS-PRD-PERIOD TO WS-NATURAL-PERIOD
           PERFORM 1140-CHECK-PERIOD-CLOSED
           PERFORM UNTIL NOT PRD-PERIOD-CLOSED
               SET CARRIED-FORWARD TO TRUE
               MOVE WS-PRD-END-DATE TO WS-PRD-WORK-NUM
               COMPUTE WS-PRD-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRD-WORK-NUM) + 1
               COMPUTE WS-PRD-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-PRD-WORK-INT)
               MOVE WS-PRD-WORK-NUM TO WS-PRD-DATE
               PERFORM 1130-FIND-DATE-PERIOD
               PERFORM 1140-CHECK-PERIOD-CLOSED
           END-PERFORM
           MOVE WS-PRD-PERIOD TO WS-POST-PERIOD.

      *> 営業日カレンダーから期末日を読み込む
       1110-LOAD-PERIOD-ENDS.
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
               CLOSE CALENDAR-FILE
           END-IF.

      *> 期間状況ファイルから締め済みの期間を読み込む
       1120-LOAD-PERIOD-STATUS.
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
       1130-FIND-DATE-PERIOD.
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
               PERFORM 1135-SET-MONTH-END
               PERFORM 1136-CHECK-PE-IN-MONTH
               IF PE-IN-MONTH
                   PERFORM 1135-SET-MONTH-END
                   PERFORM 1136-CHECK-PE-IN-MONTH
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
       1135-SET-MONTH-END.
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
       1136-CHECK-PE-IN-MONTH.
           MOVE 'N' TO WS-PE-IN-MONTH-SWITCH
           PERFORM VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT OR PE-IN-MONTH
               IF WS-PE-DATE(WS-PE-SUB)(1:6) = WS-PRD-END-DATE(1:6)
                   SET PE-IN-MONTH TO TRUE
               END-IF
           END-PERFORM.

      *> WS-PRD-PERIOD が締め済みかどうかを判定する
       1140-CHECK-PERIOD-CLOSED.
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

      *> REJECT-RECORD の属する期間を求める。旧形式で計上期間が
      *> 空白の記録は処置日（未処置なら却下日）の期間とする。
       1150-FIND-ITEM-PERIOD.
           IF REJ-POST-PERIOD NOT = SPACES
               MOVE REJ-POST-PERIOD TO WS-PRD-PERIOD
           ELSE
               MOVE REJ-STATUS-DATE TO WS-PRD-DATE
               PERFORM 1130-FIND-DATE-PERIOD
           END-IF
           MOVE WS-PRD-PERIOD TO WS-ITEM-PERIOD
           PERFORM 1140-CHECK-PERIOD-CLOSED.

      *> 一覧表示。理由コードを指定するとその理由の却下のみ表示する。
       2000-LIST-REJECTS.
           MOVE WS-COMMAND(3:4) TO WS-FILTER-REASON
                   OR WS-FILTER-REASON = REJ-REASON-CODE
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM 2100-SET-STATUS-TEXT
                   PERFORM 1150-FIND-ITEM-PERIOD
                   DISPLAY WS-SUB " " REJ-REASON-CODE
                       " " WS-STATUS-TEXT
                       " 科目:" REJ-ACCOUNT
                       " NUM:" REJ-NUM
                       " 数値:" REJ-NUM-POINT-X
                       " 通貨:" REJ-CURRENCY-CODE
                       " 期間:" WS-ITEM-PERIOD
                       " 繰越元:" REJ-CARRIED-FROM
                       UPON CONSOLE
               END-IF
           END-PERFORM
                       UPON CONSOLE
               ELSE
                   MOVE WS-REJ-ENTRY(WS-TARGET-NO) TO REJECT-RECORD
                   PERFORM 7000-SAVE-OLD-STATUS
                   PERFORM 3100-APPLY-CORRECTION
               END-IF
           END-IF.
           END-EVALUATE.

       3200-MARK-CORRECTED.
           PERFORM 7300-SET-DISPOSITION-PERIOD
           SET REJ-CORRECTED TO TRUE
           MOVE WS-TODAY-RAW TO REJ-STATUS-DATE
           MOVE REJECT-RECORD TO WS-REJ-ENTRY(WS-TARGET-NO)
           DISPLAY "番号 " WS-TARGET-NO " を修正しました。"
               " 理由: " REJ-REASON-CODE UPON CONSOLE
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 7100-OPEN-REJECT-LOG
           PERFORM 7200-WRITE-REJECT-LOG
           CLOSE REJECT-LOG-FILE
           PERFORM 8000-REWRITE-REJECT-FILE.

      *> 処置が「修正済」の却下取引を TRAN-RECORD レイアウトで
           IF WS-RESUB-STATUS NOT = "00"
               OPEN OUTPUT CALC-RESUB-FILE
           END-IF
           MOVE "R" TO WS-LOG-ACTION
           PERFORM 7100-OPEN-REJECT-LOG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REJ-COUNT
               MOVE WS-REJ-ENTRY(WS-SUB) TO REJECT-RECORD
                       SET RSB-FROM-VALIDATION TO TRUE
                   END-IF
                   WRITE RESUB-RECORD
                   PERFORM 7000-SAVE-OLD-STATUS
                   PERFORM 7300-SET-DISPOSITION-PERIOD
                   SET REJ-RESUBMITTED TO TRUE
                   MOVE WS-TODAY-RAW TO REJ-STATUS-DATE
                   MOVE REJECT-RECORD TO WS-REJ-ENTRY(WS-SUB)
                   PERFORM 7200-WRITE-REJECT-LOG
               END-IF
           END-PERFORM
           CLOSE REJECT-LOG-FILE
           CLOSE CALC-RESUB-FILE
           IF WS-RESUB-COUNT > 0
               PERFORM 8000-REWRITE-REJECT-FILE
                       UPON CONSOLE
               ELSE
                   MOVE WS-REJ-ENTRY(WS-TARGET-NO) TO REJECT-RECORD
                   PERFORM 7000-SAVE-OLD-STATUS
                   PERFORM 7300-SET-DISPOSITION-PERIOD
                   SET REJ-WRITTEN-OFF TO TRUE
                   MOVE WS-TODAY-RAW TO REJ-STATUS-DATE
                   MOVE REJECT-RECORD TO WS-REJ-ENTRY(WS-TARGET-NO)
                   MOVE "W" TO WS-LOG-ACTION
                   PERFORM 7100-OPEN-REJECT-LOG
                   PERFORM 7200-WRITE-REJECT-LOG
                   CLOSE REJECT-LOG-FILE
                   PERFORM 8000-REWRITE-REJECT-FILE
                   DISPLAY "番号 " WS-TARGET-NO
                       " を償却しました。" UPON CONSOLE
               MOVE WS-COMMAND(3:8) TO WS-PURGE-DATE
               MOVE 0 TO WS-KEEP-COUNT
               MOVE 0 TO WS-PURGED-COUNT
               MOVE "P" TO WS-LOG-ACTION
               PERFORM 7100-OPEN-REJECT-LOG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REJ-COUNT
                   MOVE WS-REJ-ENTRY(WS-SUB) TO REJECT-RECORD
                   IF (REJ-RESUBMITTED OR REJ-WRITTEN-OFF)
                       AND REJ-STATUS-DATE < WS-PURGE-DATE
                       ADD 1 TO WS-PURGED-COUNT
                       PERFORM 7000-SAVE-OLD-STATUS
                       PERFORM 7200-WRITE-REJECT-LOG
                   ELSE
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE REJECT-RECORD TO WS-REJ-ENTRY(WS-KEEP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE REJECT-LOG-FILE
               MOVE WS-KEEP-COUNT TO WS-REJ-COUNT
               PERFORM 8000-REWRITE-REJECT-FILE
               DISPLAY "処置済みの却下取引を "
                   WS-REJ-COUNT " 件" UPON CONSOLE
           END-IF.

      *> 処置を変更する前の状況・科目・参照番号を退避する
       7000-SAVE-OLD-STATUS.
           MOVE REJ-STATUS TO WS-OLD-STATUS
           IF WS-OLD-STATUS = SPACE
               MOVE 'O' TO WS-OLD-STATUS
           END-IF
           MOVE REJ-STATUS-DATE TO WS-OLD-STATUS-DATE
           MOVE REJ-ACCOUNT TO WS-OLD-ACCOUNT
           MOVE REJ-REFERENCE TO WS-OLD-REFERENCE.

       7100-OPEN-REJECT-LOG.
           OPEN EXTEND REJECT-LOG-FILE
           IF WS-RJLOG-STATUS NOT = "00"
               OPEN OUTPUT REJECT-LOG-FILE
           END-IF.

      *> REJECT-RECORD（変更後）と退避した変更前の状況から
      *> 処置記録を1行書く
       7200-WRITE-REJECT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REJECT-LOG-RECORD
           MOVE WS-LOG-ACTION TO RJL-ACTION
           MOVE REJ-REASON-CODE TO RJL-REASON-CODE
           MOVE WS-OLD-STATUS TO RJL-OLD-STATUS
           MOVE WS-OLD-STATUS-DATE TO RJL-OLD-STATUS-DATE
           MOVE REJ-STATUS TO RJL-NEW-STATUS
           MOVE WS-OLD-ACCOUNT TO RJL-OLD-ACCOUNT
           MOVE WS-OLD-REFERENCE TO RJL-OLD-REFERENCE
           MOVE REJ-ACCOUNT TO RJL-ACCOUNT
           MOVE REJ-REFERENCE TO RJL-REFERENCE
           MOVE WS-OPERATOR-ID TO RJL-OPERATOR-ID
           MOVE WS-TIMESTAMP TO RJL-TIMESTAMP
           MOVE REJ-POST-PERIOD TO RJL-POST-PERIOD
           MOVE REJ-CARRIED-FROM TO RJL-CARRIED-FROM
           WRITE REJECT-LOG-RECORD.

      *> 処置を今日の計上期間で計上する。却下の属する期間が締め済み
      *> ならその期間を、今日の期間が締め済みなら今日の期間を繰越元
      *> とする。どちらでもなければ繰越元はそのまま残す（前の期間
      *> から繰り越して来た却下であることが分かるように）。
      *> REJ-STATUS-DATE を今日に変える前に実行すること。
       7300-SET-DISPOSITION-PERIOD.
           PERFORM 1150-FIND-ITEM-PERIOD
           EVALUATE TRUE
               WHEN PRD-PERIOD-CLOSED
                   MOVE WS-ITEM-PERIOD TO REJ-CARRIED-FROM
               WHEN CARRIED-FORWARD
                   MOVE WS-NATURAL-PERIOD TO REJ-CARRIED-FROM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PRD-PERIOD-CLOSED OR CARRIED-FORWARD
               DISPLAY "期間 " REJ-CARRIED-FROM
                   " は締め済みのため、期間 " WS-POST-PERIOD
                   " へ繰り越して計上します。" UPON CONSOLE
           END-IF
           MOVE WS-POST-PERIOD TO REJ-POST-PERIOD.

      *> 内部テーブルの内容で CALCREJ を書き戻す
       8000-REWRITE-REJECT-FILE.
           OPEN OUTPUT CALC-REJECTS
