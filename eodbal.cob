           SELECT AUDIT-LOG ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> SAMPLE-01 が元帳へ送った抽出ファイル（処理サイクルごと。
      *> サイクル01は CALCGL、02以降は CALCGL＋サイクル番号）
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> SAMPLE-01 が実行ごとに追記している実行履歴
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      *> 突合証明書（印刷用）。営業日全体は BALCERT、サイクル
      *> 指定時は BALCERT＋サイクル番号。
           SELECT BALANCE-REPORT ASSIGN TO DYNAMIC WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> 突合証明の履歴（証明書を出すたびに結果を1行追記する。
      *> PERIOD-CLOSE が期間内の突合結果の確認に使う）
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CALCBALH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALH-STATUS.

      *> データ部
       DATA DIVISION.
       FD  BALANCE-REPORT.
           COPY rptrec.

       FD  BALANCE-HISTORY-FILE.
           COPY balhrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC X(2).
        01 WS-GL-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-BALH-STATUS PIC X(2).
        01 WS-AUD-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 AUDIT-FILE-EOF VALUE 'Y'.
        01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-TARGET-DATE PIC X(8).
        01 WS-TODAY-RAW PIC X(8).
      *> 突合する処理サイクル（コマンドラインの10～11桁目）。
      *> 省略時（0）は対象日に完了したすべてのサイクルを突合する。
        01 WS-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-CYCLE-SUB PIC 9(3) VALUE 0.
        01 WS-RUNH-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-AUD-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-NAME-CYCLE PIC 9(2) VALUE 0.
        01 WS-CYCLE-TEXT PIC X(3) VALUE "ALL".
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".
        01 WS-CERT-FILE-NAME PIC X(20) VALUE "BALCERT".
      *> サイクルごとの実行時間帯と3面の合計。監査ログにはサイクル
      *> 番号がないため、そのサイクルの本番・再開実行の開始から
      *> 終了までの間に記録されたものをそのサイクル分とする。
        01 WS-CYCLE-TABLE.
           05 CY-ENTRY OCCURS 99 TIMES.
               10 CY-COMPLETED-SWITCH PIC X(1).
                   88 CY-COMPLETED VALUE 'Y'.
               10 CY-START-TS PIC X(16).
               10 CY-END-TS PIC X(16).
               10 CY-RUNH-TOTAL PIC S9(12)V9(10).
               10 CY-AUDIT-TOTAL PIC S9(12)V9(10).
               10 CY-AUDIT-COUNT PIC 9(8).
               10 CY-GL-TOTAL PIC S9(12)V9(10).
               10 CY-GL-COUNT PIC 9(8).

      *> 3面の合計（報告書の管理合計・監査ログ・GL 抽出）
        01 WS-AUDIT-TOTAL PIC S9(12)V9(10) VALUE 0.
           88 AUD-GL-BALANCED VALUE 'Y'.
        01 WS-OUT-OF-BALANCE-SWITCH PIC X(1) VALUE 'N'.
           88 OUT-OF-BALANCE VALUE 'Y'.
      *> 営業日全体の突合で、合計は一致してもサイクル単位で
      *> 一致しないものがあったかどうか
        01 WS-CYCLE-MISMATCH-SWITCH PIC X(1) VALUE 'N'.
           88 CYCLE-MISMATCH VALUE 'Y'.

      *> 報告書編集用項目
        01 WS-TOTAL-EDIT PIC -(11)9.9999999999.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-RUN-HISTORY
           PERFORM 3000-TOTAL-AUDIT-LOG
           PERFORM 4000-TOTAL-GL-EXTRACT
           PERFORM 5000-COMPARE-TOTALS
           PERFORM 6000-WRITE-CERTIFICATE
           PERFORM 7000-WRITE-BALANCE-HISTORY
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

           ELSE
               MOVE WS-TODAY-RAW TO WS-TARGET-DATE
           END-IF
           INITIALIZE WS-CYCLE-TABLE
           IF WS-COMMAND(10:2) NUMERIC AND WS-COMMAND(10:2) NOT = "00"
               MOVE WS-COMMAND(10:2) TO WS-CYCLE-NO
               MOVE WS-CYCLE-NO TO WS-CYCLE-TEXT
               MOVE SPACES TO WS-CERT-FILE-NAME
               STRING "BALCERT" DELIMITED BY SIZE
                   WS-CYCLE-NO DELIMITED BY SIZE
                   INTO WS-CERT-FILE-NAME
               END-STRING
           END-IF
           DISPLAY "突合対象の実行日: " WS-TARGET-DATE
               " サイクル: " WS-CYCLE-TEXT
               UPON CONSOLE.

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

      *> 対象日の本番・再開実行をサイクルごとにまとめる。
      *> 完了済みの実行（終了コード4以下）のうち最後の1件の管理
      *> 合計をそのサイクルの突合対象にする。再開実行の管理合計は
      *> チェックポイントから引き継いだサイクル全体の合計のため、
      *> 最後の完了実行がそのサイクルの確定値になる。
      *> 実行時間帯は完了・失敗を問わず取引を読んだ実行の最初の
      *> 開始から最後の終了まで（失敗した実行の監査記録も再開後の
      *> 合計に含まれる。開始前に拒否された実行は含めない）。
       2000-FIND-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL RUNH-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET RUNH-FILE-EOF TO TRUE
                       NOT AT END
                           IF RUNH-RUN-DATE = WS-TARGET-DATE
                               AND (RUNH-RUN-MODE = 'F'
                                   OR RUNH-RUN-MODE = 'R')
                               PERFORM 2100-TAKE-CYCLE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "CALCRUNH が見つかりません。"
                   UPON CONSOLE
               CLOSE RUN-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99
               IF CY-COMPLETED(WS-CYCLE-SUB)
                   AND (WS-CYCLE-NO = 0
                       OR WS-CYCLE-NO = WS-CYCLE-SUB)
                   SET RUN-HISTORY-FOUND TO TRUE
                   ADD CY-RUNH-TOTAL(WS-CYCLE-SUB) TO WS-RUNH-TOTAL
               END-IF
           END-PERFORM.

       2100-TAKE-CYCLE-RUN.
           IF RUNH-CYCLE NUMERIC AND RUNH-CYCLE NOT = "00"
               MOVE RUNH-CYCLE TO WS-RUNH-CYCLE-NO
           ELSE
               MOVE 1 TO WS-RUNH-CYCLE-NO
           END-IF
           IF RUNH-RECORDS-READ > 0
               IF CY-START-TS(WS-RUNH-CYCLE-NO) = SPACES
                   OR RUNH-START-TS(1:16)
                       < CY-START-TS(WS-RUNH-CYCLE-NO)
                   MOVE RUNH-START-TS(1:16)
                       TO CY-START-TS(WS-RUNH-CYCLE-NO)
               END-IF
               IF RUNH-END-TS(1:16) > CY-END-TS(WS-RUNH-CYCLE-NO)
                   MOVE RUNH-END-TS(1:16)
                       TO CY-END-TS(WS-RUNH-CYCLE-NO)
               END-IF
           END-IF
           IF RUNH-RETURN-CODE <= 4
               SET CY-COMPLETED(WS-RUNH-CYCLE-NO) TO TRUE
               MOVE RUNH-CONTROL-TOTAL
                   TO CY-RUNH-TOTAL(WS-RUNH-CYCLE-NO)
           END-IF.

      *> 対象日の SAMPLE-01 の計算記録を合計する。監査ログの
      *> 計算後の値は報告書明細の RESULT と同じ値のため、その
      *> 合計が報告書の CONTROL TOTAL に一致するはずである。
      *> サイクル指定時はそのサイクルの実行時間帯の記録だけを合計する。
       3000-TOTAL-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL AUDIT-FILE-EOF
                       NOT AT END
                           IF AUD-TIMESTAMP(1:8) = WS-TARGET-DATE
                               AND AUD-JOB-ID = "SAMPLE01"
                               PERFORM 3100-TAKE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

      *> 記録時刻を実行時間帯に含むサイクルを探して振り分ける
       3100-TAKE-AUDIT-RECORD.
           MOVE 0 TO WS-AUD-CYCLE-NO
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99 OR WS-AUD-CYCLE-NO > 0
               IF CY-START-TS(WS-CYCLE-SUB) NOT = SPACES
                   AND AUD-TIMESTAMP(1:16) >= CY-START-TS(WS-CYCLE-SUB)
                   AND AUD-TIMESTAMP(1:16) <= CY-END-TS(WS-CYCLE-SUB)
                   MOVE WS-CYCLE-SUB TO WS-AUD-CYCLE-NO
               END-IF
           END-PERFORM
           IF WS-AUD-CYCLE-NO > 0
               ADD 1 TO CY-AUDIT-COUNT(WS-AUD-CYCLE-NO)
               ADD AUD-RESULT-AFTER TO CY-AUDIT-TOTAL(WS-AUD-CYCLE-NO)
           END-IF
           IF WS-CYCLE-NO = 0 OR WS-CYCLE-NO = WS-AUD-CYCLE-NO
               ADD 1 TO WS-AUDIT-COUNT
               ADD AUD-RESULT-AFTER TO WS-AUDIT-TOTAL
           END-IF.

      *> 完了済みの各サイクルの GL 抽出を合計する。完了済みの実行が
      *> 見つからないときは従来どおり CALCGL だけを合計する。
       4000-TOTAL-GL-EXTRACT.
           IF RUN-HISTORY-FOUND
               PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                       UNTIL WS-CYCLE-SUB > 99
                   IF CY-COMPLETED(WS-CYCLE-SUB)
                       AND (WS-CYCLE-NO = 0
                           OR WS-CYCLE-NO = WS-CYCLE-SUB)
                       PERFORM 4100-TOTAL-CYCLE-EXTRACT
                   END-IF
               END-PERFORM
           ELSE
               IF WS-CYCLE-NO = 0
                   MOVE 1 TO WS-CYCLE-SUB
               ELSE
                   MOVE WS-CYCLE-NO TO WS-CYCLE-SUB
               END-IF
               PERFORM 4100-TOTAL-CYCLE-EXTRACT
           END-IF.

       4100-TOTAL-CYCLE-EXTRACT.
           PERFORM 1300-SET-GL-FILE-NAME
           MOVE 'N' TO WS-GL-EOF-SWITCH
           OPEN INPUT GL-EXTRACT
           IF WS-GL-STATUS = "00"
               PERFORM UNTIL GL-FILE-EOF
                           IF GL-RUN-DATE = WS-TARGET-DATE
                               ADD 1 TO WS-GL-COUNT
                               ADD GL-RESULT TO WS-GL-TOTAL
                               ADD 1 TO CY-GL-COUNT(WS-CYCLE-SUB)
                               ADD GL-RESULT
                                   TO CY-GL-TOTAL(WS-CYCLE-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT
           ELSE
               DISPLAY WS-GL-FILE-NAME " が見つかりません。"
                   UPON CONSOLE
               CLOSE GL-EXTRACT
           END-IF.

       5000-COMPARE-TOTALS.
           IF WS-AUDIT-TOTAL = WS-RUNH-TOTAL
               SET AUD-RUNH-BALANCED TO TRUE
           IF WS-AUDIT-TOTAL = WS-GL-TOTAL
               SET AUD-GL-BALANCED TO TRUE
           END-IF
           IF WS-CYCLE-NO = 0
               PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                       UNTIL WS-CYCLE-SUB > 99
                   IF CY-COMPLETED(WS-CYCLE-SUB)
                       AND (CY-AUDIT-TOTAL(WS-CYCLE-SUB)
                               NOT = CY-RUNH-TOTAL(WS-CYCLE-SUB)
                           OR CY-GL-TOTAL(WS-CYCLE-SUB)
                               NOT = CY-RUNH-TOTAL(WS-CYCLE-SUB))
                       SET CYCLE-MISMATCH TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT RUN-HISTORY-FOUND
               OR NOT AUD-RUNH-BALANCED
               OR NOT GL-RUNH-BALANCED
               OR NOT AUD-GL-BALANCED
               OR CYCLE-MISMATCH
               SET OUT-OF-BALANCE TO TRUE
           END-IF.

               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-TARGET-DATE DELIMITED BY SIZE
               "   CYCLE: " DELIMITED BY SIZE
               WS-CYCLE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-CYCLE-NO = 0 AND RUN-HISTORY-FOUND
               PERFORM 6100-WRITE-CYCLE-LINES
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF OUT-OF-BALANCE
           WRITE REPORT-LINE
           CLOSE BALANCE-REPORT.

      *> 営業日全体の証明書に、完了済みサイクルごとの3面の合計を
      *> 内訳として載せる
       6100-WRITE-CYCLE-LINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLE         AUDIT LOG TOTAL        "
               DELIMITED BY SIZE
               "GL EXTRACT TOTAL       RUN HISTORY TOTAL  RESULT"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99
               IF CY-COMPLETED(WS-CYCLE-SUB)
                   PERFORM 6150-WRITE-ONE-CYCLE
               END-IF
           END-PERFORM.

       6150-WRITE-ONE-CYCLE.
           IF CY-AUDIT-TOTAL(WS-CYCLE-SUB) = CY-RUNH-TOTAL(WS-CYCLE-SUB)
               AND CY-GL-TOTAL(WS-CYCLE-SUB)
                   = CY-RUNH-TOTAL(WS-CYCLE-SUB)
               MOVE "IN BALANCE" TO WS-MATCH-TEXT
           ELSE
               MOVE "*MISMATCH*" TO WS-MATCH-TEXT
           END-IF
           MOVE WS-CYCLE-SUB TO WS-NAME-CYCLE
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-NAME-CYCLE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE CY-AUDIT-TOTAL(WS-CYCLE-SUB) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO REPORT-LINE(7:23)
           MOVE CY-GL-TOTAL(WS-CYCLE-SUB) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO REPORT-LINE(31:23)
           MOVE CY-RUNH-TOTAL(WS-CYCLE-SUB) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO REPORT-LINE(55:23)
           MOVE WS-MATCH-TEXT TO REPORT-LINE(80:12)
           WRITE REPORT-LINE.

      *> 証明書の結果を突合証明の履歴へ1行追記する
       7000-WRITE-BALANCE-HISTORY.
           OPEN EXTEND BALANCE-HISTORY-FILE
           IF WS-BALH-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF
           MOVE SPACES TO BALANCE-HISTORY-RECORD
           MOVE WS-TARGET-DATE TO BLH-BUSINESS-DATE
           MOVE WS-CYCLE-NO TO BLH-CYCLE
           EVALUATE TRUE
               WHEN NOT RUN-HISTORY-FOUND
                   SET BLH-NO-RUN TO TRUE
               WHEN OUT-OF-BALANCE
                   SET BLH-OUT-OF-BALANCE TO TRUE
               WHEN OTHER
                   SET BLH-BALANCED TO TRUE
           END-EVALUATE
           MOVE WS-RUNH-TOTAL TO BLH-RUNH-TOTAL
           MOVE WS-AUDIT-TOTAL TO BLH-AUDIT-TOTAL
           MOVE WS-GL-TOTAL TO BLH-GL-TOTAL
           MOVE FUNCTION CURRENT-DATE TO BLH-TIMESTAMP
           WRITE BALANCE-HISTORY-RECORD
           CLOSE BALANCE-HISTORY-FILE.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを
      *> 設定する。不一致があれば呼び出し（ページャ）対象。
       9500-SET-RETURN-CODE.
                       UPON CONSOLE
               WHEN OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
                   IF WS-CYCLE-NO = 0
                       DISPLAY "RETURN-CODE = 8（3面の合計が"
                           "一致しません。BALCERT を"
                           "確認してください）" UPON CONSOLE
                   ELSE
                       DISPLAY "RETURN-CODE = 8（3面の合計が"
                           "一致しません。BALCERT" WS-CYCLE-NO
                           " を確認してください）"
                           UPON CONSOLE
                   END-IF
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "3面の合計の一致を"
