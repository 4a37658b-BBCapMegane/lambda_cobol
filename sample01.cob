           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *> 計算結果報告書（印刷用）。処理サイクルごとに別ファイルとし、
      *> サイクル01は CALCRPT、02以降は CALCRPT＋サイクル番号になる。
           SELECT CALC-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *> 検証エラーとなった取引を書き出す不正取引ファイル
           SELECT AUDIT-LOG ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> 夜間バッチの GL 取込に渡す固定長抽出ファイル（処理サイクル
      *> ごと。サイクル01は CALCGL、02以降は CALCGL＋サイクル番号）
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> 通貨コードごとの小数桁数／換算レートを保持するテーブル
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *> 取引1件ごとの処理結果（BR-RETURN が支店へ結果を返すのに使う。
      *> 処理サイクルごとで、サイクル01は CALCOUT、02以降は
      *> CALCOUT＋サイクル番号）
           SELECT TRAN-OUTCOME-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> 演算コードごとの演算内容を定義するテーブル（OPS-MAINT で保守）
           SELECT OPS-TABLE-FILE ASSIGN TO "CALCOPS"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CALENDAR-FILE ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *> 期間状況ファイル（PERIOD-CLOSE が締めた期間の一覧）
           SELECT PERIOD-STATUS-FILE ASSIGN TO "CALCPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
      *> 科目別料率スケジュール（FEE-MAINT で保守する）
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "CALCFEES"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TRAN-HISTORY-FILE.
           COPY histrec.

       FD  TRAN-OUTCOME-FILE.
           COPY outrec.

       FD  OPS-TABLE-FILE.
           COPY opsrec.

       FD  CALENDAR-FILE.
           COPY calrec.

       FD  PERIOD-STATUS-FILE.
           COPY prdrec.

       FD  FEE-SCHEDULE-FILE.
           COPY feerec.

        01 WS-RESUB-STATUS PIC X(2).
        01 WS-ACCT-STATUS PIC X(2).
        01 WS-HIST-STATUS PIC X(2).
        01 WS-OUT-STATUS PIC X(2).
        01 WS-OPS-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-CAL-STATUS PIC X(2).
        01 WS-RUN-DATE-NUM PIC 9(8).
        01 WS-RUN-DATE-INT PIC 9(8) COMP.
        01 WS-RUN-DOW PIC 9(1).

      *> 計上期間の判定用項目。期間は CALCCAL の期末日（期末日の
      *> ない月は月末）で区切る。実行日の期間が締め済み
      *> （CALCPRD に載っている）なら、次の締めていない期間で計上し、
      *> 報告書にその旨を印字する。
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
        01 WS-RESTART-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88 RESTART-FAILED VALUE 'Y'.
        01 WS-RECORDS-READ PIC 9(6) VALUE 0.
        01 WS-START-TS PIC X(21).
        01 WS-END-TS PIC X(21).

      *> 処理サイクル制御用項目。同じ営業日に複数回の本番実行（昼の
      *> 締めや遅着支店の追加バッチ）を行えるよう、実行ごとにサイクル
      *> 番号を付け、報告書・GL 抽出・処理結果をサイクル別のファイルに
      *> 書く。番号は起動時コマンドラインの3～4桁目で指定し、省略時は
      *> 当日の完了済みサイクルの最大番号＋1とする。再開時は中断した
      *> 実行のサイクル（チェックポイントに記録）を引き継ぐ。
        01 WS-CYCLE-NO PIC 9(2) VALUE 1.
        01 WS-RUNH-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-CYCLE-MAX-DONE PIC 9(2) VALUE 0.
      *> 当日の完了済みサイクル（n 桁目が Y ならサイクル n は完了済み）
        01 WS-CYCLE-DONE-FLAGS PIC X(99) VALUE SPACES.
        01 WS-CYCLE-USED-SWITCH PIC X(1) VALUE 'N'.
           88 CYCLE-ALREADY-RUN VALUE 'Y'.
        01 WS-REPORT-FILE-NAME PIC X(20) VALUE "CALCRPT".
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".
        01 WS-OUT-FILE-NAME PIC X(20) VALUE "CALCOUT".

      *> 演算種別（レポート／帳票向けの短い符号）
        01 WS-OP-CODE-DESC PIC X(4).

               10 HT-ACCOUNT PIC X(10).
               10 HT-RUN-DATE PIC X(8).
               10 HT-SEQ PIC 9(6).
               10 HT-RESULT PIC S9(10)V9(10).
               10 HT-REVERSED-SWITCH PIC X(1).
                   88 HT-REVERSED VALUE 'Y'.
               10 HT-REVERSAL-DATE PIC X(8).
      *> 取引ごとの二重処理判定に使う作業項目
        01 WS-HIST-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 HIST-FOUND VALUE 'Y'.
        01 WS-HIST-FULL-WARNED-SWITCH PIC X(1) VALUE 'N'.
           88 HIST-FULL-WARNED VALUE 'Y'.

      *> 取消（演算種別 V）の処理に使う作業項目。取消の対象は同じ
      *> 参照番号＋勘定科目の処理済み取引で、その計算結果と正負が
      *> 逆の金額を計上する。処理済み履歴への取消済みの印は、履歴と
      *> 同じくバッチ制御の照合に通った場合のみ 9100 で書き込む。
        01 WS-REVERSAL-SWITCH PIC X(1) VALUE 'N'.
           88 TRAN-IS-REVERSAL VALUE 'Y'.
        01 WS-REV-ORIG-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 REV-ORIG-FOUND VALUE 'Y'.
        01 WS-REV-ALREADY-SWITCH PIC X(1) VALUE 'N'.
           88 REV-ALREADY-REVERSED VALUE 'Y'.
        01 WS-REV-AMOUNT-SWITCH PIC X(1) VALUE 'N'.
           88 REV-AMOUNT-KNOWN VALUE 'Y'.
      *> 取消対象の所在（T=この実行で処理した分 F=処理済み履歴）
        01 WS-REV-SOURCE PIC X(1) VALUE SPACE.
           88 REV-ORIG-IN-RUN VALUE 'T'.
           88 REV-ORIG-ON-FILE VALUE 'F'.
        01 WS-REV-HIST-SUB PIC 9(5) VALUE 0.
        01 WS-REV-ORIG-AMOUNT PIC S9(10)V9(10) VALUE ZERO.
        01 WS-REV-ORIG-DATE PIC X(8) VALUE SPACES.
      *> この実行で受け付けた取消・却下した取消の一覧（報告書の
      *> 取消欄と、処理済み履歴への取消済みの印の書き込みに使う）
        01 WS-REV-COUNT PIC 9(3) VALUE 0.
        01 WS-REV-SUB PIC 9(3) VALUE 0.
        01 REV-TABLE-AREA.
           05 REV-TABLE-ENTRY OCCURS 500 TIMES.
               10 RV-ACCOUNT PIC X(10).
               10 RV-REFERENCE PIC X(10).
               10 RV-ORIG-DATE PIC X(8).
               10 RV-AMOUNT PIC S9(10)V9(10).
               10 RV-SOURCE PIC X(1).
      *> A=取消済み S=元帳側却下の再送（印は付け済み） X=却下
               10 RV-STATE PIC X(1).
                   88 RV-APPLIED VALUE 'A'.
                   88 RV-RESENT VALUE 'S'.
                   88 RV-REFUSED VALUE 'X'.
               10 RV-REASON-CODE PIC X(4).
               10 RV-REASON-TEXT PIC X(40).
        01 WS-REV-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REV-REFUSED-COUNT PIC 9(5) VALUE 0.
        01 WS-REV-TOTAL PIC S9(10)V9(10) VALUE ZERO.
        01 WS-REV-COUNT-EDIT PIC ZZZZ9.
        01 WS-REV-REFUSED-EDIT PIC ZZZZ9.
        01 WS-REV-STATE-TEXT PIC X(8).
      *> 報告書の取消欄を印字中に立てる（改ページ時の見出し切替用）
        01 WS-REV-SECTION-SWITCH PIC X(1) VALUE 'N'.
           88 REVERSAL-SECTION-ACTIVE VALUE 'Y'.

      *> 取引ごとの通貨換算に使う作業項目
        01 WS-CURR-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 CURR-FOUND VALUE 'Y'.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DD
           MOVE WS-RUN-DATE-RAW TO WS-RATE-DATE
           PERFORM 1700-DETERMINE-POSTING-PERIOD
           ACCEPT WS-RESTART-PARM FROM COMMAND-LINE
           EVALUATE WS-RESTART-PARM(1:1)
               WHEN "V"
               WHEN OTHER
                   SET MODE-FULL-BATCH TO TRUE
           END-EVALUATE
           PERFORM 1550-DETERMINE-CYCLE
      *> 休業日の本番実行はほぼ誤起動のため、上書き指定（O）が
      *> ない限り開始を拒否する
           IF MODE-FULL-BATCH AND NOT CAL-OVERRIDE
               AND NOT RERUN-BLOCKED
               PERFORM 1650-CHECK-PROCESSING-DAY
           END-IF
           IF NONPROC-DAY-BLOCKED OR RERUN-BLOCKED
               SET END-OF-FILE TO TRUE
           ELSE
               OPEN INPUT CALC-TRANS-FILE
                       WS-TRANS-STATUS UPON CONSOLE
                   SET END-OF-FILE TO TRUE
               ELSE
      *> 出力ファイルを開く（＝同じサイクルの前回の内容を空にする）
      *> 前に、バッチヘッダを先読みして二重実行でないことを確かめる。
      *> ここで検出すれば前回実行の CALCGL・CALCRPT は無傷で残る。
                   IF MODE-FULL-BATCH
                       PERFORM 1600-PRECHECK-RERUN
                   IF WS-GL-STATUS NOT = "00"
                       OPEN OUTPUT GL-EXTRACT
                   END-IF
      *> 再開時はチェックポイント以降を再処理した分が重複して
      *> 書かれるが、BR-RETURN は同じ読込通番の最後の結果を使う
                   OPEN EXTEND TRAN-OUTCOME-FILE
                   IF WS-OUT-STATUS NOT = "00"
                       OPEN OUTPUT TRAN-OUTCOME-FILE
                   END-IF
               ELSE
                   IF NOT MODE-VALIDATE-ONLY
                       OPEN OUTPUT GL-EXTRACT
                       OPEN OUTPUT TRAN-OUTCOME-FILE
                   END-IF
               END-IF
               IF NOT MODE-VALIDATE-ONLY
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
                   " O を指定してください。" UPON CONSOLE
           END-IF.

      *> 実行日の属する期間が締め済みなら、次の締めていない期間を
      *> 計上期間とする（締めた月へさかのぼって計上しない）
       1700-DETERMINE-POSTING-PERIOD.
           PERFORM 1710-LOAD-PERIOD-STATUS
           MOVE 'N' TO WS-CARRY-SWITCH
           MOVE WS-RUN-DATE-RAW TO WS-PRD-DATE
           PERFORM 1720-FIND-DATE-PERIOD
           MOVE WS-PRD-PERIOD TO WS-NATURAL-PERIOD
           PERFORM 1730-CHECK-PERIOD-CLOSED
           PERFORM UNTIL NOT PRD-PERIOD-CLOSED
               SET CARRIED-FORWARD TO TRUE
               MOVE WS-PRD-END-DATE TO WS-PRD-WORK-NUM
               COMPUTE WS-PRD-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRD-WORK-NUM) + 1
               COMPUTE WS-PRD-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-PRD-WORK-INT)
               MOVE WS-PRD-WORK-NUM TO WS-PRD-DATE
               PERFORM 1720-FIND-DATE-PERIOD
               PERFORM 1730-CHECK-PERIOD-CLOSED
           END-PERFORM
           MOVE WS-PRD-PERIOD TO WS-POST-PERIOD
           IF CARRIED-FORWARD
               DISPLAY "期間 " WS-NATURAL-PERIOD
                   " は締め済みのため、期間 " WS-POST-PERIOD
                   " へ繰り越して計上します。" UPON CONSOLE
           END-IF.

      *> 期間状況ファイルから締め済みの期間を読み込む
       1710-LOAD-PERIOD-STATUS.
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
       1720-FIND-DATE-PERIOD.
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
               PERFORM 1725-SET-MONTH-END
               PERFORM 1726-CHECK-PE-IN-MONTH
               IF PE-IN-MONTH
                   PERFORM 1725-SET-MONTH-END
                   PERFORM 1726-CHECK-PE-IN-MONTH
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
       1725-SET-MONTH-END.
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
       1726-CHECK-PE-IN-MONTH.
           MOVE 'N' TO WS-PE-IN-MONTH-SWITCH
           PERFORM VARYING WS-PE-SUB FROM 1 BY 1
                   UNTIL WS-PE-SUB > WS-PE-COUNT OR PE-IN-MONTH
               IF WS-PE-DATE(WS-PE-SUB)(1:6) = WS-PRD-END-DATE(1:6)
                   SET PE-IN-MONTH TO TRUE
               END-IF
           END-PERFORM.

      *> WS-PRD-PERIOD が締め済みかどうかを判定する
       1730-CHECK-PERIOD-CLOSED.
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

       1100-READ-PARAMETERS.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-STATUS = "00"
               IF NOT HIST-FILE-AVAILABLE
                   DISPLAY "CALCHIST を開けません: "
                       WS-HIST-STATUS UPON CONSOLE
      *> 旧形式のままの可能性が高い。移行するまで、実行をまたいだ
      *> 二重処理検出は働かず、取消は元取引が見つからず拒否される。
      *>   順編成のまま … CALCHSEQ へ退避して HIST-PURGE の L
      *>   索引編成で旧レイアウト（34バイト。状況 39）
      *>                … CALCHOLD へ退避して HIST-PURGE の C
                   DISPLAY "順編成の旧形式は CALCHSEQ へ"
                       "退避し、HIST-PURGE の L で"
                       "移行してください。" UPON CONSOLE
                   DISPLAY "旧レイアウトの索引編成は "
                       "CALCHOLD へ退避し、HIST-PURGE"
                       " の C で変換してください。"
                       UPON CONSOLE
                   DISPLAY "実行をまたいだ二重処理検出は"
                       "働きません。" UPON CONSOLE
               END-IF
                   MOVE CHK-RUN-DATE TO WS-CHECKPOINT-RUN-DATE
                   MOVE CHK-RESULT-TOTAL TO WS-RESULT-TOTAL
                   MOVE CHK-PAGE-NO TO WS-PAGE-NO
                   IF CHK-CYCLE NUMERIC AND CHK-CYCLE NOT = "00"
                       MOVE CHK-CYCLE TO WS-CYCLE-NO
                   ELSE
                       MOVE 1 TO WS-CYCLE-NO
                   END-IF
                   DISPLAY "再開: " WS-SKIP-COUNT
                       "件をスキップします" UPON CONSOLE
               END-IF
               CLOSE CALC-CHECKPOINT
           END-IF.

      *> 処理サイクルを決め、サイクル別の出力ファイル名を組み立てる。
      *> 本番実行で、指定したサイクルが当日すでに完了している場合は
      *> そのサイクルの GL 抽出・報告書を空にしないよう実行を拒否する。
       1550-DETERMINE-CYCLE.
           IF NOT MODE-RESTART
               PERFORM 1560-LOAD-CYCLE-HISTORY
               IF WS-RESTART-PARM(3:2) NUMERIC
                   AND WS-RESTART-PARM(3:2) NOT = "00"
                   MOVE WS-RESTART-PARM(3:2) TO WS-CYCLE-NO
               ELSE
                   IF WS-CYCLE-MAX-DONE < 99
                       COMPUTE WS-CYCLE-NO = WS-CYCLE-MAX-DONE + 1
                   ELSE
                       MOVE 99 TO WS-CYCLE-NO
                   END-IF
               END-IF
               IF MODE-FULL-BATCH
                   AND WS-CYCLE-DONE-FLAGS(WS-CYCLE-NO:1) = 'Y'
                   SET CYCLE-ALREADY-RUN TO TRUE
                   SET RERUN-BLOCKED TO TRUE
                   DISPLAY "サイクル " WS-CYCLE-NO
                       " は本日すでに本番実行済みです。"
                       UPON CONSOLE
                   DISPLAY "次のサイクル番号を"
                       "指定するか、番号を省略して"
                       "ください。"
                       UPON CONSOLE
               END-IF
           END-IF
           IF WS-CYCLE-NO = 1
               MOVE "CALCRPT" TO WS-REPORT-FILE-NAME
               MOVE "CALCGL" TO WS-GL-FILE-NAME
               MOVE "CALCOUT" TO WS-OUT-FILE-NAME
           ELSE
               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING "CALCRPT" DELIMITED BY SIZE
                   WS-CYCLE-NO DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
               MOVE SPACES TO WS-GL-FILE-NAME
               STRING "CALCGL" DELIMITED BY SIZE
                   WS-CYCLE-NO DELIMITED BY SIZE
                   INTO WS-GL-FILE-NAME
               END-STRING
               MOVE SPACES TO WS-OUT-FILE-NAME
               STRING "CALCOUT" DELIMITED BY SIZE
                   WS-CYCLE-NO DELIMITED BY SIZE
                   INTO WS-OUT-FILE-NAME
               END-STRING
           END-IF
           DISPLAY "処理サイクル: " WS-CYCLE-NO
               " GL 抽出: " WS-GL-FILE-NAME UPON CONSOLE.

      *> 実行履歴から当日の完了済み本番実行（本番または再開で終了
      *> コード4以下）のサイクルを拾う。サイクル項目のない旧形式の
      *> 記録はサイクル01とみなす。
       1560-LOAD-CYCLE-HISTORY.
           MOVE 'N' TO WS-RUNH-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL RUNH-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET RUNH-FILE-EOF TO TRUE
                       NOT AT END
                           IF RUNH-RUN-DATE = WS-RUN-DATE-RAW
                               AND (RUNH-RUN-MODE = 'F'
                                   OR RUNH-RUN-MODE = 'R')
                               AND RUNH-RETURN-CODE <= 4
                               IF RUNH-CYCLE NUMERIC
                                   AND RUNH-CYCLE NOT = "00"
                                   MOVE RUNH-CYCLE TO WS-RUNH-CYCLE-NO
                               ELSE
                                   MOVE 1 TO WS-RUNH-CYCLE-NO
                               END-IF
                               MOVE 'Y' TO WS-CYCLE-DONE-FLAGS
                                   (WS-RUNH-CYCLE-NO:1)
                               IF WS-RUNH-CYCLE-NO > WS-CYCLE-MAX-DONE
                                   MOVE WS-RUNH-CYCLE-NO
                                       TO WS-CYCLE-MAX-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *> 出力ファイルを空にする前に入力の先頭（ヘッダがあれば
      *> ヘッダ）を先読みし、当日の同一バッチが実行済みでないかを
      *> 確かめる。確認後は最初から読み直すため開き直す。
               END-IF
           ELSE
               PERFORM 3900-WRITE-REJECT
           END-IF
           IF NOT MODE-VALIDATE-ONLY
               PERFORM 3850-WRITE-TRAN-OUTCOME
               IF TRAN-IS-REVERSAL AND TRANSACTION-INVALID
                   PERFORM 3770-RECORD-REFUSED-REVERSAL
               END-IF
           END-IF.

       3300-COMPUTE-AND-WRITE.
                       COMPUTE RESULT = WS-ROUND-SCALED
                           / WS-POW10(WS-CURR-DECIMALS + 1)
                       DISPLAY "丸め " RESULT UPON CONSOLE
      *> 取消（元取引の計算結果をそのまま打ち消す。3190 で検証済み）
                   WHEN WS-MATCHED-VERB = 'V'
                       COMPUTE RESULT = ZERO - WS-REV-ORIG-AMOUNT
                       DISPLAY "取消 " RESULT UPON CONSOLE
               END-EVALUATE
               MOVE WS-MATCHED-DESC TO WS-OP-CODE-DESC

      *> 取消は明細欄ではなく報告書の取消欄（4500）に印字する
               IF TRAN-IS-REVERSAL
                   PERFORM 3760-RECORD-REVERSAL
               ELSE
                   PERFORM 4100-WRITE-REPORT-DETAIL
               END-IF
               PERFORM 3700-WRITE-AUDIT-LOG
               PERFORM 3800-WRITE-GL-EXTRACT
      *> 再開時のリプレイは読み込んだ履歴に既に載っているため
      *> 追記しない（それ以外の処理済み取引はすべて記録する）。
      *> 取消は元取引の履歴に印を付けるため新たには記録しない。
               IF NOT HIST-REPLAY AND NOT TRAN-IS-REVERSAL
                   PERFORM 3750-WRITE-TRAN-HISTORY
               END-IF
               ADD RESULT TO WS-RESULT-TOTAL.
               ELSE
                   MOVE WS-RECORDS-READ TO HT-SEQ(HIST-IDX)
               END-IF
               MOVE RESULT TO HT-RESULT(HIST-IDX)
               MOVE 'N' TO HT-REVERSED-SWITCH(HIST-IDX)
               MOVE SPACES TO HT-REVERSAL-DATE(HIST-IDX)
           ELSE
               IF NOT HIST-FULL-WARNED
                   DISPLAY "履歴テーブルが満杯です。"
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE TR-ACCOUNT TO AUD-ACCOUNT
           MOVE TR-REFERENCE TO AUD-REFERENCE
      *> 取消は同じ科目・参照番号の元取引の記録と処理日で結び付ける
           IF TRAN-IS-REVERSAL
               SET AUD-REVERSAL-ENTRY TO TRUE
               MOVE WS-REV-ORIG-DATE TO AUD-ORIG-RUN-DATE
           ELSE
               SET AUD-NORMAL-ENTRY TO TRUE
               MOVE SPACES TO AUD-ORIG-RUN-DATE
           END-IF
           WRITE AUDIT-RECORD.

      *> 受け付けた取消を取消一覧に記録する。この実行で処理した
      *> 取引の取消は、書き出し待ちの履歴に直接印を付ける。元帳側
      *> 却下の再送（取消済みの取消）は印を付け直さない。
       3760-RECORD-REVERSAL.
           ADD 1 TO WS-REV-COUNT
           MOVE TR-ACCOUNT TO RV-ACCOUNT(WS-REV-COUNT)
           MOVE TR-REFERENCE TO RV-REFERENCE(WS-REV-COUNT)
           MOVE WS-REV-ORIG-DATE TO RV-ORIG-DATE(WS-REV-COUNT)
           MOVE RESULT TO RV-AMOUNT(WS-REV-COUNT)
           MOVE WS-REV-SOURCE TO RV-SOURCE(WS-REV-COUNT)
           MOVE SPACES TO RV-REASON-CODE(WS-REV-COUNT)
           MOVE SPACES TO RV-REASON-TEXT(WS-REV-COUNT)
           IF REV-ALREADY-REVERSED
               SET RV-RESENT(WS-REV-COUNT) TO TRUE
           ELSE
               SET RV-APPLIED(WS-REV-COUNT) TO TRUE
               IF REV-ORIG-IN-RUN
                   SET HT-REVERSED(WS-REV-HIST-SUB) TO TRUE
                   MOVE WS-RUN-DATE-RAW
                       TO HT-REVERSAL-DATE(WS-REV-HIST-SUB)
               END-IF
           END-IF
           ADD 1 TO WS-REV-APPLIED-COUNT
           ADD RESULT TO WS-REV-TOTAL.

      *> 却下した取消を取消一覧に記録する（一覧が満杯の場合は件数
      *> のみ数え、却下ファイルへの記録は 3900 で済んでいる）
       3770-RECORD-REFUSED-REVERSAL.
           ADD 1 TO WS-REV-REFUSED-COUNT
           IF WS-REV-COUNT < 500
               ADD 1 TO WS-REV-COUNT
               MOVE TR-ACCOUNT TO RV-ACCOUNT(WS-REV-COUNT)
               MOVE TR-REFERENCE TO RV-REFERENCE(WS-REV-COUNT)
               MOVE WS-REV-ORIG-DATE TO RV-ORIG-DATE(WS-REV-COUNT)
               MOVE ZERO TO RV-AMOUNT(WS-REV-COUNT)
               MOVE WS-REV-SOURCE TO RV-SOURCE(WS-REV-COUNT)
               SET RV-REFUSED(WS-REV-COUNT) TO TRUE
               MOVE WS-REJECT-REASON-CODE
                   TO RV-REASON-CODE(WS-REV-COUNT)
               MOVE WS-REJECT-REASON-TEXT
                   TO RV-REASON-TEXT(WS-REV-COUNT)
           END-IF.

       3800-WRITE-GL-EXTRACT.
           MOVE TR-ACCOUNT TO GL-ACCOUNT
           MOVE TR-REFERENCE TO GL-REFERENCE
           MOVE TR-NUM-POINT-X TO GL-TR-NUM-POINT-X
           MOVE TR-OP-CODE TO GL-TR-OP-CODE
           MOVE TR-CURRENCY-CODE TO GL-TR-CURRENCY
           MOVE WS-POST-PERIOD TO GL-POST-PERIOD
           WRITE GL-EXTRACT-RECORD.

      *> 取引1件の処理結果を書き出す。再投入取引の読込通番は0にする
      *> （本体ファイルの支店取込対応表とは突き合わせないため）。
       3850-WRITE-TRAN-OUTCOME.
           MOVE SPACES TO TRAN-OUTCOME-RECORD
           MOVE WS-BATCH-ID TO OUT-BATCH-ID
           IF RESUB-PHASE
               MOVE ZERO TO OUT-SEQ
           ELSE
               MOVE WS-RECORDS-READ TO OUT-SEQ
           END-IF
           MOVE TRAN-RECORD TO OUT-TRAN
           IF TRANSACTION-VALID
               SET OUT-PROCESSED TO TRUE
               MOVE RESULT TO OUT-RESULT
           ELSE
               SET OUT-REJECTED TO TRUE
               MOVE ZERO TO OUT-RESULT
               MOVE WS-REJECT-REASON-CODE TO OUT-REASON-CODE
               MOVE WS-REJECT-REASON-TEXT TO OUT-REASON-TEXT
           END-IF
           MOVE WS-RUN-DATE-RAW TO OUT-RUN-DATE
           EVALUATE TRUE
               WHEN NOT RESUB-PHASE
                   SET OUT-FROM-BATCH TO TRUE
               WHEN RESUB-GL-ORIGIN
                   SET OUT-FROM-LEDGER TO TRUE
               WHEN OTHER
                   SET OUT-FROM-VALIDATION TO TRUE
           END-EVALUATE
           WRITE TRAN-OUTCOME-RECORD.

       3100-VALIDATE-TRANSACTION.
           SET TRANSACTION-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE 'N' TO WS-REVERSAL-SWITCH
           MOVE SPACE TO WS-REV-SOURCE
           MOVE SPACES TO WS-REV-ORIG-DATE
           IF TR-NUM NOT NUMERIC
               MOVE "BADN" TO WS-REJECT-REASON-CODE
               MOVE "NUM is not numeric" TO WS-REJECT-REASON-TEXT
                       SET TRANSACTION-INVALID TO TRUE
                   ELSE
                       PERFORM 3170-VALIDATE-ACCOUNT
      *> 取消は処理済みの元取引を指すため、二重処理判定・通貨換算・
      *> 料率検索の代わりに取消対象を検証する
                       IF TRANSACTION-VALID AND TRAN-IS-REVERSAL
                           PERFORM 3190-VALIDATE-REVERSAL
                       END-IF
                       IF TRANSACTION-VALID AND NOT TRAN-IS-REVERSAL
                           PERFORM 3180-CHECK-DUPLICATE
                       END-IF
                       IF TRANSACTION-VALID AND NOT TRAN-IS-REVERSAL
                           PERFORM 3150-LOOKUP-CURRENCY
                           IF NOT CURR-FOUND
                               MOVE "CURR" TO WS-REJECT-REASON-CODE
                       MOVE OT-DESC-SHORT(OPS-IDX) TO WS-MATCHED-DESC
                       SET OPS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF OPS-FOUND AND WS-MATCHED-VERB = 'V'
               SET TRAN-IS-REVERSAL TO TRUE
           END-IF.

      *> 勘定科目マスタと突き合わせ、未登録・閉鎖済み・許可されて
                       TO WS-REJECT-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               WHEN OTHER
      *> 許可演算が空白の科目は全演算を許可する。取消は元取引を
      *> 打ち消すだけのため許可演算の対象にしない
                   IF WS-ACCT-ENTRY-OPS NOT = SPACES
                       AND NOT TRAN-IS-REVERSAL
                       MOVE 0 TO WS-OP-ALLOW-COUNT
                       INSPECT WS-ACCT-ENTRY-OPS
                           TALLYING WS-OP-ALLOW-COUNT
               SET TRANSACTION-INVALID TO TRUE
           END-IF.

      *> 取消の対象（同じ参照番号＋勘定科目の処理済み取引）を、この
      *> 実行で処理した分、処理済み履歴の順に探す。処理されていない
      *> 取引、取消済みの取引、金額が履歴にない旧形式の記録は取消
      *> できないため却下する。元帳側却下の再投入は、取消済みでも
      *> 同じ取消の送り直しとして受け付ける。
       3190-VALIDATE-REVERSAL.
           MOVE 'N' TO WS-REV-ORIG-FOUND-SWITCH
           MOVE 'N' TO WS-REV-ALREADY-SWITCH
           MOVE 'N' TO WS-REV-AMOUNT-SWITCH
           MOVE ZERO TO WS-REV-ORIG-AMOUNT
           IF WS-HIST-TABLE-COUNT > 0
               SET HIST-IDX TO 1
               SEARCH HIST-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN HT-REFERENCE(HIST-IDX) = TR-REFERENCE
                           AND HT-ACCOUNT(HIST-IDX) = TR-ACCOUNT
                       SET REV-ORIG-FOUND TO TRUE
                       SET REV-ORIG-IN-RUN TO TRUE
                       SET WS-REV-HIST-SUB TO HIST-IDX
                       MOVE HT-RUN-DATE(HIST-IDX) TO WS-REV-ORIG-DATE
                       MOVE HT-RESULT(HIST-IDX) TO WS-REV-ORIG-AMOUNT
                       SET REV-AMOUNT-KNOWN TO TRUE
                       IF HT-REVERSED(HIST-IDX)
                           SET REV-ALREADY-REVERSED TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF NOT REV-ORIG-FOUND AND HIST-FILE-AVAILABLE
               MOVE TR-REFERENCE TO HST-REFERENCE
               MOVE TR-ACCOUNT TO HST-ACCOUNT
               READ TRAN-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REV-ORIG-FOUND TO TRUE
                       SET REV-ORIG-ON-FILE TO TRUE
                       MOVE HST-RUN-DATE TO WS-REV-ORIG-DATE
                       IF HST-RESULT NUMERIC
                           MOVE HST-RESULT TO WS-REV-ORIG-AMOUNT
                           SET REV-AMOUNT-KNOWN TO TRUE
                       END-IF
                       IF HST-REVERSED
                           SET REV-ALREADY-REVERSED TO TRUE
                       END-IF
               END-READ
      *> この実行で既に取り消した分（印は書き込み待ち）とも照合する
               PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                       UNTIL WS-REV-SUB > WS-REV-COUNT
                   IF RV-REFERENCE(WS-REV-SUB) = TR-REFERENCE
                       AND RV-ACCOUNT(WS-REV-SUB) = TR-ACCOUNT
                       AND RV-APPLIED(WS-REV-SUB)
                       SET REV-ALREADY-REVERSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT REV-ORIG-FOUND
                   MOVE "RVNF" TO WS-REJECT-REASON-CODE
                   MOVE "Original transaction was not processed"
                       TO WS-REJECT-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               WHEN REV-ALREADY-REVERSED
                   AND NOT (RESUB-PHASE AND RESUB-GL-ORIGIN)
                   MOVE "RVDN" TO WS-REJECT-REASON-CODE
                   MOVE "Original transaction already reversed"
                       TO WS-REJECT-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               WHEN NOT REV-AMOUNT-KNOWN
                   MOVE "RVNA" TO WS-REJECT-REASON-CODE
                   MOVE "Original amount not on history"
                       TO WS-REJECT-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               WHEN WS-REV-COUNT >= 500
                   MOVE "RVOF" TO WS-REJECT-REASON-CODE
                   MOVE "Too many reversals in one run"
                       TO WS-REJECT-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               WHEN OTHER
                   MOVE WS-REV-ORIG-AMOUNT TO WS-BASE-VALUE
           END-EVALUATE.

      *> 基準日（通常は実行日、再開時はチェックポイントの実行日）
      *> 以前で最も新しい適用開始日のレコードを選ぶ。適用日が
      *> 空白の旧形式レコードは「期限なしの既定レート」として
      *> 新規の却下はすべて未処置として記録し、REJ-MAINT で処置する
           SET REJ-OPEN TO TRUE
           MOVE WS-RUN-DATE-RAW TO REJ-STATUS-DATE
           MOVE WS-POST-PERIOD TO REJ-POST-PERIOD
           IF CARRIED-FORWARD
               MOVE WS-NATURAL-PERIOD TO REJ-CARRIED-FROM
           ELSE
               MOVE SPACES TO REJ-CARRIED-FROM
           END-IF
           WRITE REJECT-RECORD
           DISPLAY "取引を却下しました。理由コード: "
               WS-REJECT-REASON-CODE UPON CONSOLE.
           MOVE WS-RUN-DATE-RAW TO CHK-RUN-DATE
           MOVE WS-RESULT-TOTAL TO CHK-RESULT-TOTAL
           MOVE WS-PAGE-NO TO CHK-PAGE-NO
           MOVE WS-CYCLE-NO TO CHK-CYCLE
           OPEN OUTPUT CALC-CHECKPOINT
           WRITE CHECKPOINT-RECORD
           CLOSE CALC-CHECKPOINT
           STRING "SAMPLE-01 CALCULATION REPORT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   CYCLE: " DELIMITED BY SIZE
               WS-CYCLE-NO DELIMITED BY SIZE
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
           IF REVERSAL-SECTION-ACTIVE
               PERFORM 4510-WRITE-REVERSAL-HEADING
           ELSE
               MOVE "NUM   NUM-POINT  OP           RESULT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO WS-LINE-COUNT.

       4100-WRITE-REPORT-DETAIL.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 取消欄。この実行で受け付けた取消と却下した取消を、元取引の
      *> 科目・参照番号・処理日とともに印字し、件数と取消額の合計を
      *> 添える（取消額は CONTROL TOTAL にも含まれる）。
       4500-WRITE-REVERSAL-SECTION.
           SET REVERSAL-SECTION-ACTIVE TO TRUE
           IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 4000-WRITE-REPORT-HEADERS
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 4510-WRITE-REVERSAL-HEADING
               ADD 4 TO WS-LINE-COUNT
           END-IF
           IF WS-REV-COUNT = 0
               MOVE "NO REVERSALS IN THIS RUN" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                       UNTIL WS-REV-SUB > WS-REV-COUNT
                   PERFORM 4550-WRITE-REVERSAL-LINE
               END-PERFORM
           END-IF
           MOVE WS-REV-TOTAL TO WS-RESULT-EDIT
           MOVE WS-REV-APPLIED-COUNT TO WS-REV-COUNT-EDIT
           MOVE WS-REV-REFUSED-COUNT TO WS-REV-REFUSED-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REVERSED: " DELIMITED BY SIZE
               WS-REV-COUNT-EDIT DELIMITED BY SIZE
               "   REFUSED: " DELIMITED BY SIZE
               WS-REV-REFUSED-EDIT DELIMITED BY SIZE
               "   REVERSAL TOTAL: " DELIMITED BY SIZE
               WS-RESULT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'N' TO WS-REV-SECTION-SWITCH.

       4510-WRITE-REVERSAL-HEADING.
           MOVE "REVERSALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT    REFERENCE  ORIG DATE  " DELIMITED BY SIZE
               "               AMOUNT  STATUS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       4550-WRITE-REVERSAL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 4000-WRITE-REPORT-HEADERS
           END-IF
           EVALUATE TRUE
               WHEN RV-APPLIED(WS-REV-SUB)
                   MOVE "REVERSED" TO WS-REV-STATE-TEXT
               WHEN RV-RESENT(WS-REV-SUB)
                   MOVE "RESENT" TO WS-REV-STATE-TEXT
               WHEN OTHER
                   MOVE "REFUSED" TO WS-REV-STATE-TEXT
           END-EVALUATE
           MOVE RV-AMOUNT(WS-REV-SUB) TO WS-RESULT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING RV-ACCOUNT(WS-REV-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-REFERENCE(WS-REV-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-ORIG-DATE(WS-REV-SUB) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RESULT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REV-STATE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-REASON-CODE(WS-REV-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-REASON-TEXT(WS-REV-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
      *> 元取引の期間が締め済みなら、取消は当期へ繰り越して計上する
           IF NOT RV-REFUSED(WS-REV-SUB)
               MOVE RV-ORIG-DATE(WS-REV-SUB) TO WS-PRD-DATE
               PERFORM 1720-FIND-DATE-PERIOD
               PERFORM 1730-CHECK-PERIOD-CLOSED
               IF PRD-PERIOD-CLOSED
                   MOVE SPACES TO REPORT-LINE
                   STRING "      CARRIED FORWARD FROM CLOSED PERIOD "
                       DELIMITED BY SIZE
                       WS-PRD-PERIOD DELIMITED BY SIZE
                       " TO PERIOD " DELIMITED BY SIZE
                       WS-POST-PERIOD DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

       4900-WRITE-REPORT-TOTAL.
           MOVE WS-RESULT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           IF MODE-VALIDATE-ONLY
               CLOSE CALC-REJECTS
           ELSE
               PERFORM 4500-WRITE-REVERSAL-SECTION
               PERFORM 4900-WRITE-REPORT-TOTAL
               CLOSE CALC-REPORT
               CLOSE CALC-REJECTS
               CLOSE GL-EXTRACT
               CLOSE TRAN-OUTCOME-FILE
      *> 照合に失敗した実行の履歴を残すと、完全なファイルでの
      *> 再実行がすべて DUPE 却下されてしまうため書き出さない
               IF NOT CONTROL-MISMATCH
                   MOVE HT-ACCOUNT(HIST-IDX) TO HST-ACCOUNT
                   MOVE HT-RUN-DATE(HIST-IDX) TO HST-RUN-DATE
                   MOVE HT-SEQ(HIST-IDX) TO HST-SEQ
                   MOVE HT-RESULT(HIST-IDX) TO HST-RESULT
                   MOVE HT-REVERSED-SWITCH(HIST-IDX)
                       TO HST-REVERSED-SWITCH
                   MOVE HT-REVERSAL-DATE(HIST-IDX)
                       TO HST-REVERSAL-DATE
                   WRITE TRAN-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-HIST-SUB
               END-PERFORM
           END-IF
           IF HIST-FILE-AVAILABLE AND WS-REV-COUNT > 0
               PERFORM 9150-MARK-HISTORY-REVERSED
           END-IF.

      *> この実行で取り消した、前回までに処理済みの取引の履歴に
      *> 取消済みの印を付ける（この実行で処理した取引の取消は
      *> 9100 で印ごと書き出し済み）
       9150-MARK-HISTORY-REVERSED.
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF RV-APPLIED(WS-REV-SUB)
                   AND RV-SOURCE(WS-REV-SUB) = 'F'
                   MOVE RV-REFERENCE(WS-REV-SUB) TO HST-REFERENCE
                   MOVE RV-ACCOUNT(WS-REV-SUB) TO HST-ACCOUNT
                   READ TRAN-HISTORY-FILE
                       INVALID KEY
                           DISPLAY "取消対象の履歴が"
                               "見つかりません: 参照="
                               RV-REFERENCE(WS-REV-SUB)
                               UPON CONSOLE
                       NOT INVALID KEY
                           SET HST-REVERSED TO TRUE
                           MOVE WS-RUN-DATE-RAW TO HST-REVERSAL-DATE
                           REWRITE TRAN-HISTORY-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを設定する
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN CYCLE-ALREADY-RUN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 16（完了済みの"
                       "サイクルの再実行を"
                       "拒否しました）"
                       UPON CONSOLE
               WHEN RERUN-BLOCKED
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 16（同一バッチの"
           MOVE WS-REJECT-COUNT TO RUNH-REJECT-COUNT
           MOVE WS-RESULT-TOTAL TO RUNH-CONTROL-TOTAL
           MOVE RETURN-CODE TO RUNH-RETURN-CODE
           MOVE WS-CYCLE-NO TO RUNH-CYCLE
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.
