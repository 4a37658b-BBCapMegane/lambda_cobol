      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. WHAT-IF.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> 試算の入力。実際の取引入力（CALCTRAN）か、過去の日の
      *> GL 抽出（元取引の生の内容 GL-TR-* を持つ）の
      *> どちらかを読むだけで、いずれも書き換えない。
      *> GL 抽出は処理サイクルごと（サイクル01は CALCGL、02以降は
      *> CALCGL＋サイクル番号）。
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> 現行（CALCOPS・CALCFEES・CALCCURR）と変更案（PROPOPS・
      *> PROPFEES・PROPCURR）を同じ定義で順に読むため動的ファイル名
           SELECT OPS-TABLE-FILE ASSIGN TO DYNAMIC WS-OPS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-FEE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CURR-RATE-TABLE
               ASSIGN TO DYNAMIC WS-CURR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
      *> 科目検証は現行の勘定科目マスタで行う（変更案の対象外）
           SELECT ACCT-MASTER-FILE ASSIGN TO "CALCACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
      *> CALCOPS がない場合の既定の除数（NUM-2）
           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *> 影響試算報告書（印刷用）
           SELECT WHATIF-REPORT ASSIGN TO "WHATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
           COPY tranrec.

       FD  GL-EXTRACT.
           COPY glrec.

       FD  OPS-TABLE-FILE.
           COPY opsrec.

       FD  FEE-SCHEDULE-FILE.
           COPY feerec.

       FD  CURR-RATE-TABLE.
           COPY currrec.

       FD  ACCT-MASTER-FILE.
           COPY acctrec.

       FD  CALC-PARM-FILE.
           COPY parmrec.

       FD  WHATIF-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-TRANS-STATUS PIC X(2).
        01 WS-GL-STATUS PIC X(2).
        01 WS-OPS-STATUS PIC X(2).
        01 WS-FEE-STATUS PIC X(2).
        01 WS-CURR-STATUS PIC X(2).
        01 WS-ACCT-STATUS PIC X(2).
        01 WS-PARM-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
        01 WS-OPS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 OPS-TABLE-EOF VALUE 'Y'.
        01 WS-FEE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 FEE-TABLE-EOF VALUE 'Y'.
        01 WS-CURR-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CURR-TABLE-EOF VALUE 'Y'.
        01 WS-ACCT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 ACCT-TABLE-EOF VALUE 'Y'.
        01 WS-OPS-FILE-NAME PIC X(20) VALUE SPACES.
        01 WS-FEE-FILE-NAME PIC X(20) VALUE SPACES.
        01 WS-CURR-FILE-NAME PIC X(20) VALUE SPACES.
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".

      *> コマンドライン。1文字目が入力の種類、3桁目からが
      *> レート選択の基準日（省略可）、12～13桁目が処理サイクル
      *> （G のみ。省略可）。
      *>   T [YYYYMMDD]      … CALCTRAN を試算（基準日の省略時は
      *>                        当日）
      *>   G [YYYYMMDD] [NN] … GL 抽出を試算（基準日の省略時は各行
      *>                        の GL-RUN-DATE。当時のレートで比べる）
      *>                        サイクル指定時はそのサイクルのみ、
      *>                        省略時はある限りの全サイクルを読む。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-INPUT-SOURCE PIC X(1) VALUE 'T'.
           88 INPUT-FROM-TRAN VALUE 'T'.
           88 INPUT-FROM-GL VALUE 'G'.
        01 WS-TODAY-RAW PIC X(8).
        01 WS-OVERRIDE-DATE PIC X(8) VALUE SPACES.
        01 WS-OVERRIDE-DATE-NUM PIC 9(8).
        01 WS-RATE-DATE PIC X(8) VALUE SPACES.

      *> G で読む処理サイクル（n 桁目が Y ならサイクル n の GL 抽出を
      *> 読む）。全サイクルを読む場合、最初に見つかった GL 抽出の
      *> 先頭行の GL-RUN-DATE をその日とし、先頭行の日付が異なる
      *> ファイル（前の日の残り）は読まない。
        01 WS-GL-CYCLE-GIVEN-SWITCH PIC X(1) VALUE 'N'.
           88 GL-CYCLE-GIVEN VALUE 'Y'.
        01 WS-GL-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-GL-CYCLE-FLAGS PIC X(100) VALUE SPACES.
        01 WS-CYCLE-SUB PIC 9(3) VALUE 0.
        01 WS-NAME-CYCLE PIC 9(2) VALUE 0.
        01 WS-GL-DAY PIC X(8) VALUE SPACES.
        01 WS-GL-FILE-COUNT PIC 9(3) VALUE 0.
        01 WS-GL-STALE-COUNT PIC 9(3) VALUE 0.
        01 WS-GL-FILE-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 GL-FILE-OPEN VALUE 'Y'.
      *> 報告書に載せる読んだファイルの一覧（収まらない分は ...）
        01 WS-GL-FILE-LIST PIC X(100) VALUE SPACES.
        01 WS-GL-LIST-PTR PIC 9(3) VALUE 1.
        01 WS-GL-LIST-FULL-SWITCH PIC X(1) VALUE 'N'.
           88 GL-LIST-FULL VALUE 'Y'.
        01 WS-GL-COUNT-EDIT PIC ZZ9.

      *> 試算対象の取引1件（取引レコードと同じ並び。CALCGL から
      *> 読んだ場合は GL-TR-* から組み立てる）
        01 WS-SIM-TRAN.
           05 WS-SIM-NUM-X PIC X(3).
           05 WS-SIM-NUM REDEFINES WS-SIM-NUM-X PIC 9(3).
           05 WS-SIM-NUM-POINT-X PIC X(6).
           05 WS-SIM-NUM-POINT REDEFINES WS-SIM-NUM-POINT-X
                                    PIC 9(3)V9(3).
           05 WS-SIM-NUM-POINT-N REDEFINES WS-SIM-NUM-POINT-X
                                    PIC 9(6).
           05 WS-SIM-OP-CODE PIC X(1).
           05 WS-SIM-ACCOUNT PIC X(10).
           05 WS-SIM-REFERENCE PIC X(10).
           05 WS-SIM-CURRENCY PIC X(3).
        01 WS-SIM-SEQ PIC 9(6) VALUE 0.
        01 WS-TRAN-READY-SWITCH PIC X(1) VALUE 'N'.
           88 TRAN-READY VALUE 'Y'.

      *> CALCOPS がない場合の既定の除数（SAMPLE-01 と同じく CALCPARM
      *> の NUM-2。ファイルがなければ 1024）
        01 WS-DIVISOR-VALUE PIC 9(4)V9(6) VALUE ZERO.

      *> 現行（1）と変更案（2）の演算定義・料率・通貨レート。
      *> 上限は SAMPLE-01 の内部テーブルと同じ。変更案のファイルが
      *> なければ現行と同じ内容を使う（変更しない表）。
        01 WS-SCN PIC 9(1) VALUE 0.
        01 WS-OPS-SET-AREA.
           05 WS-OPS-SET OCCURS 2 TIMES.
               10 WS-OPS-SET-COUNT PIC 9(2).
               10 WS-OPS-SET-SOURCE PIC X(20).
               10 WS-OPS-SET-ENTRY OCCURS 20 TIMES.
                   15 OT-OP-CODE PIC X(1).
                   15 OT-VERB PIC X(1).
                   15 OT-OPERAND PIC 9(5)V9(6).
                   15 OT-ROUND-RULE PIC X(1).
                   15 OT-DESC-SHORT PIC X(4).
        01 WS-FEE-SET-AREA.
           05 WS-FEE-SET OCCURS 2 TIMES.
               10 WS-FEE-SET-COUNT PIC 9(3).
               10 WS-FEE-SET-SOURCE PIC X(20).
               10 WS-FEE-SET-ENTRY OCCURS 500 TIMES.
                   15 FT-ACCOUNT PIC X(10).
                   15 FT-OP-CODE PIC X(1).
                   15 FT-BAND-LIMIT PIC 9(10)V9(6).
                   15 FT-OPERAND PIC 9(5)V9(6).
        01 WS-CURR-SET-AREA.
           05 WS-CURR-SET OCCURS 2 TIMES.
               10 WS-CURR-SET-COUNT PIC 9(3).
               10 WS-CURR-SET-SOURCE PIC X(20).
               10 WS-CURR-SET-ENTRY OCCURS 100 TIMES.
                   15 CT-CURRENCY-CODE PIC X(3).
                   15 CT-DECIMALS PIC 9(1).
                   15 CT-RATE PIC 9(5)V9(6).
                   15 CT-EFFECTIVE-DATE PIC X(8).
        01 WS-OPS-SUB PIC 9(2) VALUE 0.
        01 WS-FEE-SUB PIC 9(3) VALUE 0.
        01 WS-FEE-BEST-SUB PIC 9(3) VALUE 0.
        01 WS-CURR-SUB PIC 9(3) VALUE 0.

      *> 勘定科目マスタ（現行のみ）
        01 WS-ACCT-TABLE-COUNT PIC 9(3) VALUE 0.
        01 ACCT-TABLE-AREA.
           05 ACCT-TABLE-ENTRY OCCURS 200 TIMES.
               10 AT-ACCOUNT PIC X(10).
               10 AT-STATUS PIC X(1).
               10 AT-ALLOWED-OPS PIC X(8).
        01 WS-ACCT-SUB PIC 9(3) VALUE 0.

      *> 1件の計算に使う作業項目（SAMPLE-01 の 3100～3300 と同じ）
        01 WS-VALID-SWITCH PIC X(1) VALUE 'Y'.
           88 TRANSACTION-VALID VALUE 'Y'.
           88 TRANSACTION-INVALID VALUE 'N'.
        01 WS-REJECT-REASON-CODE PIC X(4).
        01 WS-OPS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 OPS-FOUND VALUE 'Y'.
        01 WS-MATCHED-VERB PIC X(1).
        01 WS-MATCHED-OPERAND PIC 9(5)V9(6).
        01 WS-MATCHED-ROUND PIC X(1).
           88 MATCHED-ROUND-HALF-UP VALUE 'R'.
        01 WS-ACCT-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 ACCT-FOUND VALUE 'Y'.
        01 WS-ACCT-ENTRY-STATUS PIC X(1).
        01 WS-ACCT-ENTRY-OPS PIC X(8).
        01 WS-OP-ALLOW-COUNT PIC 9(2) VALUE 0.
        01 WS-FEE-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 FEE-FOUND VALUE 'Y'.
        01 WS-CURR-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 CURR-FOUND VALUE 'Y'.
        01 WS-BEST-EFF-DATE PIC X(8) VALUE SPACES.
        01 WS-CURR-DECIMALS PIC 9(1) VALUE 3.
        01 WS-CURR-RATE PIC 9(5)V9(6) VALUE 1.
        01 WS-SCALED-VALUE PIC S9(10)V9(10) VALUE ZERO.
        01 WS-BASE-VALUE PIC S9(10)V9(10) VALUE ZERO.
        01 WS-ROUND-SCALED PIC S9(16) VALUE ZERO.
        01 RESULT PIC S9(10)V9(10) VALUE ZERO.
        01 WS-POW10-VALUES.
           05 FILLER PIC 9(10) VALUE 1.
           05 FILLER PIC 9(10) VALUE 10.
           05 FILLER PIC 9(10) VALUE 100.
           05 FILLER PIC 9(10) VALUE 1000.
           05 FILLER PIC 9(10) VALUE 10000.
           05 FILLER PIC 9(10) VALUE 100000.
           05 FILLER PIC 9(10) VALUE 1000000.
           05 FILLER PIC 9(10) VALUE 10000000.
           05 FILLER PIC 9(10) VALUE 100000000.
           05 FILLER PIC 9(10) VALUE 1000000000.
        01 WS-POW10-TABLE REDEFINES WS-POW10-VALUES.
           05 WS-POW10 PIC 9(10) OCCURS 10 TIMES.

      *> 現行（1）・変更案（2）それぞれの1件分の結果。
      *> 状態は C=計算済み R=却下 V=取消（処理済み履歴に依存する
      *> ため試算の対象外）
        01 WS-SCN-RESULT-AREA.
           05 WS-SCN-RESULT-ENTRY OCCURS 2 TIMES.
               10 SR-STATE PIC X(1).
                   88 SR-COMPUTED VALUE 'C'.
                   88 SR-REJECTED VALUE 'R'.
                   88 SR-REVERSAL VALUE 'V'.
               10 SR-REASON PIC X(4).
               10 SR-RESULT PIC S9(10)V9(10).
        01 WS-DIFFERENCE PIC S9(10)V9(10) VALUE ZERO.
        01 WS-CHANGE-MARK PIC X(1) VALUE SPACE.

      *> 科目別・演算コード別の集計（現行合計・変更案合計・件数）
        01 WS-ACCT-TOTAL-COUNT PIC 9(3) VALUE 0.
        01 ACCT-TOTAL-AREA.
           05 ACCT-TOTAL-ENTRY OCCURS 500 TIMES.
               10 ATL-ACCOUNT PIC X(10).
               10 ATL-COUNT PIC 9(6).
               10 ATL-CHANGED PIC 9(6).
               10 ATL-CURRENT PIC S9(10)V9(10).
               10 ATL-PROPOSED PIC S9(10)V9(10).
        01 WS-ACCT-TOTAL-SKIPPED PIC 9(6) VALUE 0.
        01 WS-OP-TOTAL-COUNT PIC 9(3) VALUE 0.
        01 OP-TOTAL-AREA.
           05 OP-TOTAL-ENTRY OCCURS 100 TIMES.
               10 OTL-OP-CODE PIC X(1).
               10 OTL-COUNT PIC 9(6).
               10 OTL-CHANGED PIC 9(6).
               10 OTL-CURRENT PIC S9(10)V9(10).
               10 OTL-PROPOSED PIC S9(10)V9(10).
        01 WS-TOT-SUB PIC 9(3) VALUE 0.
        01 WS-FOUND-SUB PIC 9(3) VALUE 0.

      *> 全体の集計項目
        01 WS-READ-COUNT PIC 9(6) VALUE 0.
        01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
        01 WS-CUR-REJECT-COUNT PIC 9(6) VALUE 0.
        01 WS-PRP-REJECT-COUNT PIC 9(6) VALUE 0.
        01 WS-STATUS-CHANGE-COUNT PIC 9(6) VALUE 0.
        01 WS-REVERSAL-COUNT PIC 9(6) VALUE 0.
        01 WS-CURRENT-TOTAL PIC S9(10)V9(10) VALUE ZERO.
        01 WS-PROPOSED-TOTAL PIC S9(10)V9(10) VALUE ZERO.

      *> 報告書見出し／編集用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-SEQ-EDIT PIC ZZZZZ9.
        01 WS-E1 PIC ZZZZZ9.
        01 WS-E2 PIC ZZZZZ9.
        01 WS-E3 PIC ZZZZZ9.
        01 WS-E4 PIC ZZZZZ9.
        01 WS-RESULT-EDIT PIC -(9)9.9999999999.
        01 WS-CURRENT-TEXT PIC X(21).
        01 WS-PROPOSED-TEXT PIC X(21).
        01 WS-DIFF-TEXT PIC X(21).
        01 WS-TOTAL1-EDIT PIC -(9)9.9999999999.
        01 WS-TOTAL2-EDIT PIC -(9)9.9999999999.
        01 WS-TOTAL3-EDIT PIC -(9)9.9999999999.
        01 WS-SECTION-SWITCH PIC X(1) VALUE 'D'.
           88 DETAIL-SECTION VALUE 'D'.
           88 ACCOUNT-SECTION VALUE 'A'.
           88 OP-SECTION VALUE 'O'.
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
           PERFORM 1100-READ-PARAMETERS
           PERFORM 1200-LOAD-ACCOUNT-MASTER
           MOVE 1 TO WS-SCN
           MOVE "CALCOPS" TO WS-OPS-FILE-NAME
           MOVE "CALCFEES" TO WS-FEE-FILE-NAME
           MOVE "CALCCURR" TO WS-CURR-FILE-NAME
           PERFORM 1300-LOAD-OPERATION-SET
           PERFORM 1400-LOAD-FEE-SET
           PERFORM 1500-LOAD-CURRENCY-SET
           MOVE 2 TO WS-SCN
           MOVE "PROPOPS" TO WS-OPS-FILE-NAME
           MOVE "PROPFEES" TO WS-FEE-FILE-NAME
           MOVE "PROPCURR" TO WS-CURR-FILE-NAME
           PERFORM 1300-LOAD-OPERATION-SET
           PERFORM 1400-LOAD-FEE-SET
           PERFORM 1500-LOAD-CURRENCY-SET
           PERFORM 1600-OPEN-INPUT
           OPEN OUTPUT WHATIF-REPORT
           PERFORM 4000-WRITE-REPORT-HEADERS
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-TRANSACTION
               IF NOT END-OF-FILE
                   PERFORM 3000-SIMULATE-TRANSACTION
               END-IF
           END-PERFORM
           IF INPUT-FROM-GL
               IF GL-FILE-OPEN
                   CLOSE GL-EXTRACT
               END-IF
           ELSE
               CLOSE CALC-TRANS-FILE
           END-IF
           PERFORM 4500-WRITE-ACCOUNT-TOTALS
           PERFORM 4600-WRITE-OP-TOTALS
           PERFORM 4900-WRITE-REPORT-TOTALS
           CLOSE WHATIF-REPORT
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           EVALUATE WS-COMMAND(1:1)
               WHEN "G"
               WHEN "g"
                   SET INPUT-FROM-GL TO TRUE
               WHEN "T"
               WHEN "t"
               WHEN SPACE
                   SET INPUT-FROM-TRAN TO TRUE
               WHEN OTHER
                   DISPLAY "使い方: WHAT-IF T [基準日] / "
                       "G [基準日] [サイクル]" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-COMMAND(12:2) NOT = SPACES
               IF INPUT-FROM-GL AND WS-COMMAND(12:2) NUMERIC
                   AND WS-COMMAND(12:2) NOT = "00"
                   MOVE WS-COMMAND(12:2) TO WS-GL-CYCLE-NO
                   SET GL-CYCLE-GIVEN TO TRUE
               ELSE
                   DISPLAY "処理サイクルは G の12～13桁目"
                       "に01～99で指定してください。"
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-COMMAND(3:8) NOT = SPACES
               IF WS-COMMAND(3:8) NUMERIC
                   MOVE WS-COMMAND(3:8) TO WS-OVERRIDE-DATE
                   MOVE WS-OVERRIDE-DATE TO WS-OVERRIDE-DATE-NUM
               ELSE
                   MOVE ZERO TO WS-OVERRIDE-DATE-NUM
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-OVERRIDE-DATE-NUM) = 0
                   DISPLAY "基準日は正しい日付を YYYYMMDD の"
                       "8桁で指定してください。" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-OVERRIDE-DATE NOT = SPACES
               MOVE WS-OVERRIDE-DATE TO WS-RATE-DATE
           ELSE
               MOVE WS-TODAY-RAW TO WS-RATE-DATE
           END-IF.

       1100-READ-PARAMETERS.
           OPEN INPUT CALC-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CALC-PARM-FILE
                   AT END
                       MOVE 1024 TO PARM-NUM-2
               END-READ
               CLOSE CALC-PARM-FILE
               MOVE PARM-NUM-2 TO WS-DIVISOR-VALUE
           ELSE
               CLOSE CALC-PARM-FILE
               MOVE 1024 TO WS-DIVISOR-VALUE
           END-IF.

       1200-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL ACCT-TABLE-EOF
                   READ ACCT-MASTER-FILE
                       AT END
                           SET ACCT-TABLE-EOF TO TRUE
                       NOT AT END
                           IF WS-ACCT-TABLE-COUNT >= 200
                               SET ACCT-TABLE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-ACCT-TABLE-COUNT
                               MOVE ACM-ACCOUNT
                                   TO AT-ACCOUNT(WS-ACCT-TABLE-COUNT)
                               MOVE ACM-STATUS
                                   TO AT-STATUS(WS-ACCT-TABLE-COUNT)
                               MOVE ACM-ALLOWED-OPS TO
                                   AT-ALLOWED-OPS(WS-ACCT-TABLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           ELSE
               DISPLAY "CALCACCT が見つかりません。"
                   "科目検証ですべての取引が"
                   "却下されます。" UPON CONSOLE
               CLOSE ACCT-MASTER-FILE
           END-IF.

      *> 演算定義を WS-SCN の組へ読み込む。現行の CALCOPS がなければ
      *> SAMPLE-01 の既定の演算を、変更案のファイルがなければ現行と
      *> 同じ内容を使う。
       1300-LOAD-OPERATION-SET.
           MOVE 0 TO WS-OPS-SET-COUNT(WS-SCN)
           MOVE 'N' TO WS-OPS-EOF-SWITCH
           OPEN INPUT OPS-TABLE-FILE
           IF WS-OPS-STATUS = "00"
               MOVE WS-OPS-FILE-NAME TO WS-OPS-SET-SOURCE(WS-SCN)
               PERFORM UNTIL OPS-TABLE-EOF
                   READ OPS-TABLE-FILE
                       AT END
                           SET OPS-TABLE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-LOAD-ONE-OPERATION
                   END-READ
               END-PERFORM
               CLOSE OPS-TABLE-FILE
           ELSE
               CLOSE OPS-TABLE-FILE
               IF WS-SCN = 1
                   MOVE "(BUILT-IN)" TO WS-OPS-SET-SOURCE(1)
                   PERFORM 1350-BUILD-DEFAULT-OPERATIONS
               ELSE
                   MOVE WS-OPS-SET(1) TO WS-OPS-SET(2)
                   MOVE "(UNCHANGED)" TO WS-OPS-SET-SOURCE(2)
               END-IF
           END-IF.

       1310-LOAD-ONE-OPERATION.
           IF WS-OPS-SET-COUNT(WS-SCN) >= 20
               DISPLAY WS-OPS-FILE-NAME " に20件を超える演算が"
                   "あります。21件目以降は"
                   "読み込みません。" UPON CONSOLE
               SET OPS-TABLE-EOF TO TRUE
           ELSE
               IF OPS-VERB-VALID AND OPS-OPERAND NUMERIC
                   ADD 1 TO WS-OPS-SET-COUNT(WS-SCN)
                   MOVE WS-OPS-SET-COUNT(WS-SCN) TO WS-OPS-SUB
                   MOVE OPS-OP-CODE TO OT-OP-CODE(WS-SCN, WS-OPS-SUB)
                   MOVE OPS-VERB TO OT-VERB(WS-SCN, WS-OPS-SUB)
                   MOVE OPS-OPERAND
                       TO OT-OPERAND(WS-SCN, WS-OPS-SUB)
                   MOVE OPS-ROUND-RULE
                       TO OT-ROUND-RULE(WS-SCN, WS-OPS-SUB)
                   MOVE OPS-DESC-SHORT
                       TO OT-DESC-SHORT(WS-SCN, WS-OPS-SUB)
               ELSE
                   DISPLAY WS-OPS-FILE-NAME " の不正な定義を"
                       "読み飛ばしました: 演算コード="
                       OPS-OP-CODE UPON CONSOLE
               END-IF
           END-IF.

      *> CALCOPS がない場合の既定値（SAMPLE-01 の 1370 と同じ）
       1350-BUILD-DEFAULT-OPERATIONS.
           MOVE 4 TO WS-OPS-SET-COUNT(1)
           MOVE '1' TO OT-OP-CODE(1, 1)
           MOVE 'A' TO OT-VERB(1, 1)
           MOVE 1.1 TO OT-OPERAND(1, 1)
           MOVE 'T' TO OT-ROUND-RULE(1, 1)
           MOVE "ADD " TO OT-DESC-SHORT(1, 1)
           MOVE '2' TO OT-OP-CODE(1, 2)
           MOVE 'S' TO OT-VERB(1, 2)
           MOVE 99.99 TO OT-OPERAND(1, 2)
           MOVE 'T' TO OT-ROUND-RULE(1, 2)
           MOVE "SUB " TO OT-DESC-SHORT(1, 2)
           MOVE '3' TO OT-OP-CODE(1, 3)
           MOVE 'M' TO OT-VERB(1, 3)
           MOVE 2.5 TO OT-OPERAND(1, 3)
           MOVE 'T' TO OT-ROUND-RULE(1, 3)
           MOVE "MUL " TO OT-DESC-SHORT(1, 3)
           MOVE '4' TO OT-OP-CODE(1, 4)
           MOVE 'D' TO OT-VERB(1, 4)
           MOVE WS-DIVISOR-VALUE TO OT-OPERAND(1, 4)
           MOVE 'T' TO OT-ROUND-RULE(1, 4)
           MOVE "DIV " TO OT-DESC-SHORT(1, 4).

      *> 料率スケジュールを WS-SCN の組へ読み込む。現行の CALCFEES が
      *> なければ料率なし、変更案のファイルがなければ現行と同じ。
       1400-LOAD-FEE-SET.
           MOVE 0 TO WS-FEE-SET-COUNT(WS-SCN)
           MOVE 'N' TO WS-FEE-EOF-SWITCH
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS = "00"
               MOVE WS-FEE-FILE-NAME TO WS-FEE-SET-SOURCE(WS-SCN)
               PERFORM UNTIL FEE-TABLE-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET FEE-TABLE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1410-LOAD-ONE-FEE-BAND
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               CLOSE FEE-SCHEDULE-FILE
               IF WS-SCN = 1
                   MOVE "(NONE)" TO WS-FEE-SET-SOURCE(1)
               ELSE
                   MOVE WS-FEE-SET(1) TO WS-FEE-SET(2)
                   MOVE "(UNCHANGED)" TO WS-FEE-SET-SOURCE(2)
               END-IF
           END-IF.

       1410-LOAD-ONE-FEE-BAND.
           IF WS-FEE-SET-COUNT(WS-SCN) >= 500
               DISPLAY WS-FEE-FILE-NAME
                   " に500件を超える金額帯があります。"
                   "501件目以降は"
                   "読み込みません。" UPON CONSOLE
               SET FEE-TABLE-EOF TO TRUE
           ELSE
               IF FEE-BAND-LIMIT NUMERIC AND FEE-OPERAND NUMERIC
                   ADD 1 TO WS-FEE-SET-COUNT(WS-SCN)
                   MOVE WS-FEE-SET-COUNT(WS-SCN) TO WS-FEE-SUB
                   MOVE FEE-ACCOUNT TO FT-ACCOUNT(WS-SCN, WS-FEE-SUB)
                   MOVE FEE-OP-CODE TO FT-OP-CODE(WS-SCN, WS-FEE-SUB)
                   MOVE FEE-BAND-LIMIT
                       TO FT-BAND-LIMIT(WS-SCN, WS-FEE-SUB)
                   MOVE FEE-OPERAND
                       TO FT-OPERAND(WS-SCN, WS-FEE-SUB)
               ELSE
                   DISPLAY WS-FEE-FILE-NAME " の不正な定義を"
                       "読み飛ばしました: 科目="
                       FEE-ACCOUNT UPON CONSOLE
               END-IF
           END-IF.

      *> 通貨レートを WS-SCN の組へ読み込む（停止中は読まない）。
      *> 変更案のファイルがなければ現行と同じ。
       1500-LOAD-CURRENCY-SET.
           MOVE 0 TO WS-CURR-SET-COUNT(WS-SCN)
           MOVE 'N' TO WS-CURR-EOF-SWITCH
           OPEN INPUT CURR-RATE-TABLE
           IF WS-CURR-STATUS = "00"
               MOVE WS-CURR-FILE-NAME TO WS-CURR-SET-SOURCE(WS-SCN)
               PERFORM UNTIL CURR-TABLE-EOF
                   READ CURR-RATE-TABLE
                       AT END
                           SET CURR-TABLE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1510-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE CURR-RATE-TABLE
           ELSE
               CLOSE CURR-RATE-TABLE
               IF WS-SCN = 1
                   MOVE "(NONE)" TO WS-CURR-SET-SOURCE(1)
               ELSE
                   MOVE WS-CURR-SET(1) TO WS-CURR-SET(2)
                   MOVE "(UNCHANGED)" TO WS-CURR-SET-SOURCE(2)
               END-IF
           END-IF.

       1510-LOAD-ONE-RATE.
           IF WS-CURR-SET-COUNT(WS-SCN) >= 100
               DISPLAY WS-CURR-FILE-NAME
                   " に100件を超える通貨があります。"
                   "101件目以降は"
                   "読み込みません。" UPON CONSOLE
               SET CURR-TABLE-EOF TO TRUE
           ELSE
               IF NOT CRT-INACTIVE
                   ADD 1 TO WS-CURR-SET-COUNT(WS-SCN)
                   MOVE WS-CURR-SET-COUNT(WS-SCN) TO WS-CURR-SUB
                   MOVE CRT-CURRENCY-CODE
                       TO CT-CURRENCY-CODE(WS-SCN, WS-CURR-SUB)
                   MOVE CRT-DECIMALS
                       TO CT-DECIMALS(WS-SCN, WS-CURR-SUB)
                   MOVE CRT-RATE TO CT-RATE(WS-SCN, WS-CURR-SUB)
                   MOVE CRT-EFFECTIVE-DATE
                       TO CT-EFFECTIVE-DATE(WS-SCN, WS-CURR-SUB)
               END-IF
           END-IF.

       1600-OPEN-INPUT.
           IF INPUT-FROM-GL
               IF GL-CYCLE-GIVEN
                   MOVE WS-GL-CYCLE-NO TO WS-CYCLE-SUB
                   PERFORM 1610-PROBE-GL-FILE
               ELSE
                   PERFORM 1610-PROBE-GL-FILE
                       VARYING WS-CYCLE-SUB FROM 1 BY 1
                       UNTIL WS-CYCLE-SUB > 99
               END-IF
               IF WS-GL-FILE-COUNT = 0
                   IF GL-CYCLE-GIVEN
                       DISPLAY WS-GL-FILE-NAME
                           " が見つかりません。" UPON CONSOLE
                   ELSE
                       DISPLAY "GL 抽出（CALCGL～CALCGL99）が"
                           "ありません。" UPON CONSOLE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-CYCLE-SUB
               PERFORM 1620-OPEN-NEXT-GL-FILE
           ELSE
               OPEN INPUT CALC-TRANS-FILE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "CALC-TRANS-FILE OPEN エラー: "
                       WS-TRANS-STATUS UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> サイクル（WS-CYCLE-SUB）の GL 抽出があるか確かめ、読む
      *> ファイルとして印を付ける。先頭行の日付が最初のファイルと
      *> 異なるファイルは前の日の残りとして読まない。
       1610-PROBE-GL-FILE.
           PERFORM 1650-SET-GL-FILE-NAME
           OPEN INPUT GL-EXTRACT
           IF WS-GL-STATUS = "00"
               READ GL-EXTRACT
                   AT END
                       PERFORM 1630-TAKE-GL-FILE
                   NOT AT END
                       IF WS-GL-DAY = SPACES
                           MOVE GL-RUN-DATE TO WS-GL-DAY
                       END-IF
                       IF GL-RUN-DATE = WS-GL-DAY
                           PERFORM 1630-TAKE-GL-FILE
                       ELSE
                           ADD 1 TO WS-GL-STALE-COUNT
                           DISPLAY WS-GL-FILE-NAME " は "
                               GL-RUN-DATE " の抽出のため"
                               "読みません。" UPON CONSOLE
                       END-IF
               END-READ
           END-IF
           CLOSE GL-EXTRACT.

       1630-TAKE-GL-FILE.
           MOVE 'Y' TO WS-GL-CYCLE-FLAGS(WS-CYCLE-SUB:1)
           ADD 1 TO WS-GL-FILE-COUNT
           IF NOT GL-LIST-FULL
               IF WS-GL-LIST-PTR > 88
                   STRING "..." DELIMITED BY SIZE
                       INTO WS-GL-FILE-LIST
                       WITH POINTER WS-GL-LIST-PTR
                   END-STRING
                   SET GL-LIST-FULL TO TRUE
               ELSE
                   STRING WS-GL-FILE-NAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-GL-FILE-LIST
                       WITH POINTER WS-GL-LIST-PTR
                   END-STRING
               END-IF
           END-IF.

      *> WS-CYCLE-SUB より後で印の付いた次のサイクルの GL 抽出を
      *> 開く（なければ入力の終わり）
       1620-OPEN-NEXT-GL-FILE.
           ADD 1 TO WS-CYCLE-SUB
           PERFORM UNTIL WS-CYCLE-SUB > 99
                   OR WS-GL-CYCLE-FLAGS(WS-CYCLE-SUB:1) = 'Y'
               ADD 1 TO WS-CYCLE-SUB
           END-PERFORM
           IF WS-CYCLE-SUB > 99
               SET END-OF-FILE TO TRUE
           ELSE
               PERFORM 1650-SET-GL-FILE-NAME
               OPEN INPUT GL-EXTRACT
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY WS-GL-FILE-NAME " OPEN エラー: "
                       WS-GL-STATUS UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET GL-FILE-OPEN TO TRUE
           END-IF.

      *> サイクル番号（WS-CYCLE-SUB）から GL 抽出のファイル名を作る
       1650-SET-GL-FILE-NAME.
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

      *> 次の1件を試算対象として取り出す。CALCTRAN のバッチ制御
      *> レコード（ヘッダ／トレーラ）は読み飛ばす。CALCGL の場合は
      *> 基準日の指定がなければその行の GL-RUN-DATE でレートを選ぶ。
      *> GL 抽出の終わりでは次のサイクルのファイルへ進む。
       2000-READ-TRANSACTION.
           IF INPUT-FROM-GL
               MOVE 'N' TO WS-TRAN-READY-SWITCH
               PERFORM UNTIL END-OF-FILE OR TRAN-READY
                   READ GL-EXTRACT
                       AT END
                           CLOSE GL-EXTRACT
                           MOVE 'N' TO WS-GL-FILE-OPEN-SWITCH
                           PERFORM 1620-OPEN-NEXT-GL-FILE
                       NOT AT END
                           ADD 1 TO WS-SIM-SEQ
                           MOVE GL-TR-NUM TO WS-SIM-NUM-X
                           MOVE GL-TR-NUM-POINT-X
                               TO WS-SIM-NUM-POINT-X
                           MOVE GL-TR-OP-CODE TO WS-SIM-OP-CODE
                           MOVE GL-ACCOUNT TO WS-SIM-ACCOUNT
                           MOVE GL-REFERENCE TO WS-SIM-REFERENCE
                           MOVE GL-TR-CURRENCY TO WS-SIM-CURRENCY
                           IF WS-OVERRIDE-DATE = SPACES
                               MOVE GL-RUN-DATE TO WS-RATE-DATE
                           END-IF
                           SET TRAN-READY TO TRUE
                   END-READ
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-TRAN-READY-SWITCH
               PERFORM UNTIL END-OF-FILE OR TRAN-READY
                   READ CALC-TRANS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF NOT TB-CONTROL-RECORD
                               ADD 1 TO WS-SIM-SEQ
                               MOVE TRAN-RECORD TO WS-SIM-TRAN
                               SET TRAN-READY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> 1件を現行・変更案の両方で計算し、比べて集計・印字する
       3000-SIMULATE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM VARYING WS-SCN FROM 1 BY 1 UNTIL WS-SCN > 2
               PERFORM 3100-VALIDATE-TRANSACTION
               EVALUATE TRUE
                   WHEN TRANSACTION-INVALID
                       SET SR-REJECTED(WS-SCN) TO TRUE
                       MOVE WS-REJECT-REASON-CODE TO SR-REASON(WS-SCN)
                       MOVE ZERO TO SR-RESULT(WS-SCN)
                   WHEN WS-MATCHED-VERB = 'V'
                       SET SR-REVERSAL(WS-SCN) TO TRUE
                       MOVE SPACES TO SR-REASON(WS-SCN)
                       MOVE ZERO TO SR-RESULT(WS-SCN)
                   WHEN OTHER
                       PERFORM 3300-COMPUTE-RESULT
                       SET SR-COMPUTED(WS-SCN) TO TRUE
                       MOVE SPACES TO SR-REASON(WS-SCN)
                       MOVE RESULT TO SR-RESULT(WS-SCN)
               END-EVALUATE
           END-PERFORM
           PERFORM 3500-COMPARE-AND-ACCUMULATE
           PERFORM 4100-WRITE-DETAIL-LINE.

      *> SAMPLE-01 の 3100 と同じ順序で検証する。試算では処理済み
      *> 履歴を見ないため二重処理（DUPE）の判定は行わず、取消は
      *> 計算せずに対象外として扱う。
       3100-VALIDATE-TRANSACTION.
           SET TRANSACTION-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE 'N' TO WS-OPS-FOUND-SWITCH
           MOVE SPACES TO WS-MATCHED-VERB
           IF WS-SIM-NUM NOT NUMERIC
               MOVE "BADN" TO WS-REJECT-REASON-CODE
               SET TRANSACTION-INVALID TO TRUE
           ELSE
               IF WS-SIM-NUM-POINT NOT NUMERIC
                   MOVE "BADP" TO WS-REJECT-REASON-CODE
                   SET TRANSACTION-INVALID TO TRUE
               ELSE
                   PERFORM 3160-LOOKUP-OPERATION
                   IF NOT OPS-FOUND
                       MOVE "OPCD" TO WS-REJECT-REASON-CODE
                       SET TRANSACTION-INVALID TO TRUE
                   ELSE
                       PERFORM 3170-VALIDATE-ACCOUNT
                       IF TRANSACTION-VALID
                           AND WS-MATCHED-VERB NOT = 'V'
                           PERFORM 3150-LOOKUP-CURRENCY
                           IF NOT CURR-FOUND
                               MOVE "CURR" TO WS-REJECT-REASON-CODE
                               SET TRANSACTION-INVALID TO TRUE
                           ELSE
                               PERFORM 3155-CONVERT-TO-BASE
                               PERFORM 3165-LOOKUP-FEE-SCHEDULE
                               IF WS-MATCHED-VERB = 'D'
                                   AND WS-MATCHED-OPERAND = ZERO
                                   MOVE "DIVZ" TO WS-REJECT-REASON-CODE
                                   SET TRANSACTION-INVALID TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3160-LOOKUP-OPERATION.
           MOVE ZERO TO WS-MATCHED-OPERAND
           MOVE SPACES TO WS-MATCHED-ROUND
           PERFORM VARYING WS-OPS-SUB FROM 1 BY 1
                   UNTIL WS-OPS-SUB > WS-OPS-SET-COUNT(WS-SCN)
                   OR OPS-FOUND
               IF OT-OP-CODE(WS-SCN, WS-OPS-SUB) = WS-SIM-OP-CODE
                   MOVE OT-VERB(WS-SCN, WS-OPS-SUB) TO WS-MATCHED-VERB
                   MOVE OT-OPERAND(WS-SCN, WS-OPS-SUB)
                       TO WS-MATCHED-OPERAND
                   MOVE OT-ROUND-RULE(WS-SCN, WS-OPS-SUB)
                       TO WS-MATCHED-ROUND
                   SET OPS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3170-VALIDATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           MOVE SPACES TO WS-ACCT-ENTRY-STATUS
           MOVE SPACES TO WS-ACCT-ENTRY-OPS
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT
                   OR ACCT-FOUND
               IF AT-ACCOUNT(WS-ACCT-SUB) = WS-SIM-ACCOUNT
                   MOVE AT-STATUS(WS-ACCT-SUB) TO WS-ACCT-ENTRY-STATUS
                   MOVE AT-ALLOWED-OPS(WS-ACCT-SUB)
                       TO WS-ACCT-ENTRY-OPS
                   SET ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE "ACCT" TO WS-REJECT-REASON-CODE
                   SET TRANSACTION-INVALID TO TRUE
               WHEN WS-ACCT-ENTRY-STATUS = 'C'
                   MOVE "ACCT" TO WS-REJECT-REASON-CODE
                   SET TRANSACTION-INVALID TO TRUE
               WHEN OTHER
                   IF WS-ACCT-ENTRY-OPS NOT = SPACES
                       AND WS-MATCHED-VERB NOT = 'V'
                       MOVE 0 TO WS-OP-ALLOW-COUNT
                       INSPECT WS-ACCT-ENTRY-OPS
                           TALLYING WS-OP-ALLOW-COUNT
                           FOR ALL WS-SIM-OP-CODE
                       IF WS-OP-ALLOW-COUNT = 0
                           MOVE "ACCT" TO WS-REJECT-REASON-CODE
                           SET TRANSACTION-INVALID TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       3150-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURR-FOUND-SWITCH
           IF WS-SIM-CURRENCY = SPACES
               MOVE 3 TO WS-CURR-DECIMALS
               MOVE 1 TO WS-CURR-RATE
               SET CURR-FOUND TO TRUE
           ELSE
               MOVE LOW-VALUES TO WS-BEST-EFF-DATE
               PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-SUB > WS-CURR-SET-COUNT(WS-SCN)
                   IF CT-CURRENCY-CODE(WS-SCN, WS-CURR-SUB)
                           = WS-SIM-CURRENCY
                       AND CT-EFFECTIVE-DATE(WS-SCN, WS-CURR-SUB)
                           <= WS-RATE-DATE
                       AND (NOT CURR-FOUND
                           OR CT-EFFECTIVE-DATE(WS-SCN, WS-CURR-SUB)
                               >= WS-BEST-EFF-DATE)
                       MOVE CT-DECIMALS(WS-SCN, WS-CURR-SUB)
                           TO WS-CURR-DECIMALS
                       MOVE CT-RATE(WS-SCN, WS-CURR-SUB)
                           TO WS-CURR-RATE
                       MOVE CT-EFFECTIVE-DATE(WS-SCN, WS-CURR-SUB)
                           TO WS-BEST-EFF-DATE
                       SET CURR-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3155-CONVERT-TO-BASE.
           COMPUTE WS-SCALED-VALUE =
               WS-SIM-NUM-POINT-N / WS-POW10(WS-CURR-DECIMALS + 1)
           COMPUTE WS-BASE-VALUE = WS-SCALED-VALUE * WS-CURR-RATE.

       3165-LOOKUP-FEE-SCHEDULE.
           MOVE 'N' TO WS-FEE-FOUND-SWITCH
           MOVE 0 TO WS-FEE-BEST-SUB
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-SET-COUNT(WS-SCN)
               IF FT-ACCOUNT(WS-SCN, WS-FEE-SUB) = WS-SIM-ACCOUNT
                   AND FT-OP-CODE(WS-SCN, WS-FEE-SUB) = WS-SIM-OP-CODE
                   AND FT-BAND-LIMIT(WS-SCN, WS-FEE-SUB)
                       >= WS-BASE-VALUE
                   IF NOT FEE-FOUND
                       MOVE WS-FEE-SUB TO WS-FEE-BEST-SUB
                       SET FEE-FOUND TO TRUE
                   ELSE
                       IF FT-BAND-LIMIT(WS-SCN, WS-FEE-SUB)
                           < FT-BAND-LIMIT(WS-SCN, WS-FEE-BEST-SUB)
                           MOVE WS-FEE-SUB TO WS-FEE-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FEE-FOUND
               MOVE FT-OPERAND(WS-SCN, WS-FEE-BEST-SUB)
                   TO WS-MATCHED-OPERAND
           END-IF.

      *> SAMPLE-01 の 3300 と同じ演算
       3300-COMPUTE-RESULT.
           EVALUATE TRUE
               WHEN WS-MATCHED-VERB = 'A'
                   COMPUTE RESULT = WS-BASE-VALUE
                       + WS-MATCHED-OPERAND
               WHEN WS-MATCHED-VERB = 'S'
                   COMPUTE RESULT = WS-BASE-VALUE
                       - WS-MATCHED-OPERAND
               WHEN WS-MATCHED-VERB = 'M'
                   COMPUTE RESULT = WS-BASE-VALUE
                       * WS-MATCHED-OPERAND
               WHEN WS-MATCHED-VERB = 'D'
                   IF MATCHED-ROUND-HALF-UP
                       COMPUTE RESULT ROUNDED = WS-BASE-VALUE
                           / WS-MATCHED-OPERAND
                   ELSE
                       COMPUTE RESULT = WS-BASE-VALUE
                           / WS-MATCHED-OPERAND
                   END-IF
               WHEN WS-MATCHED-VERB = 'P'
                   IF MATCHED-ROUND-HALF-UP
                       COMPUTE RESULT ROUNDED = WS-BASE-VALUE
                           * WS-MATCHED-OPERAND / 100
                   ELSE
                       COMPUTE RESULT = WS-BASE-VALUE
                           * WS-MATCHED-OPERAND / 100
                   END-IF
               WHEN WS-MATCHED-VERB = 'R'
                   COMPUTE WS-ROUND-SCALED ROUNDED = WS-BASE-VALUE
                       * WS-POW10(WS-CURR-DECIMALS + 1)
                   COMPUTE RESULT = WS-ROUND-SCALED
                       / WS-POW10(WS-CURR-DECIMALS + 1)
           END-EVALUATE.

      *> 現行と変更案を比べ、科目別・演算コード別・全体へ積み上げる。
      *> 却下・取消の金額はゼロとして合計する。
       3500-COMPARE-AND-ACCUMULATE.
           COMPUTE WS-DIFFERENCE = SR-RESULT(2) - SR-RESULT(1)
           MOVE SPACE TO WS-CHANGE-MARK
           IF SR-STATE(1) NOT = SR-STATE(2)
               OR SR-REASON(1) NOT = SR-REASON(2)
               OR WS-DIFFERENCE NOT = ZERO
               MOVE "*" TO WS-CHANGE-MARK
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           IF SR-STATE(1) NOT = SR-STATE(2)
               ADD 1 TO WS-STATUS-CHANGE-COUNT
           END-IF
           IF SR-REJECTED(1)
               ADD 1 TO WS-CUR-REJECT-COUNT
           END-IF
           IF SR-REJECTED(2)
               ADD 1 TO WS-PRP-REJECT-COUNT
           END-IF
           IF SR-REVERSAL(1) OR SR-REVERSAL(2)
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF
           ADD SR-RESULT(1) TO WS-CURRENT-TOTAL
           ADD SR-RESULT(2) TO WS-PROPOSED-TOTAL
           PERFORM 3510-ACCUMULATE-ACCOUNT
           PERFORM 3520-ACCUMULATE-OP-CODE.

       3510-ACCUMULATE-ACCOUNT.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-ACCT-TOTAL-COUNT
                   OR WS-FOUND-SUB > 0
               IF ATL-ACCOUNT(WS-TOT-SUB) = WS-SIM-ACCOUNT
                   MOVE WS-TOT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-ACCT-TOTAL-COUNT >= 500
                   ADD 1 TO WS-ACCT-TOTAL-SKIPPED
               ELSE
                   ADD 1 TO WS-ACCT-TOTAL-COUNT
                   MOVE WS-ACCT-TOTAL-COUNT TO WS-FOUND-SUB
                   MOVE WS-SIM-ACCOUNT TO ATL-ACCOUNT(WS-FOUND-SUB)
                   MOVE 0 TO ATL-COUNT(WS-FOUND-SUB)
                   MOVE 0 TO ATL-CHANGED(WS-FOUND-SUB)
                   MOVE ZERO TO ATL-CURRENT(WS-FOUND-SUB)
                   MOVE ZERO TO ATL-PROPOSED(WS-FOUND-SUB)
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               ADD 1 TO ATL-COUNT(WS-FOUND-SUB)
               IF WS-CHANGE-MARK = "*"
                   ADD 1 TO ATL-CHANGED(WS-FOUND-SUB)
               END-IF
               ADD SR-RESULT(1) TO ATL-CURRENT(WS-FOUND-SUB)
               ADD SR-RESULT(2) TO ATL-PROPOSED(WS-FOUND-SUB)
           END-IF.

       3520-ACCUMULATE-OP-CODE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-OP-TOTAL-COUNT
                   OR WS-FOUND-SUB > 0
               IF OTL-OP-CODE(WS-TOT-SUB) = WS-SIM-OP-CODE
                   MOVE WS-TOT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0 AND WS-OP-TOTAL-COUNT < 100
               ADD 1 TO WS-OP-TOTAL-COUNT
               MOVE WS-OP-TOTAL-COUNT TO WS-FOUND-SUB
               MOVE WS-SIM-OP-CODE TO OTL-OP-CODE(WS-FOUND-SUB)
               MOVE 0 TO OTL-COUNT(WS-FOUND-SUB)
               MOVE 0 TO OTL-CHANGED(WS-FOUND-SUB)
               MOVE ZERO TO OTL-CURRENT(WS-FOUND-SUB)
               MOVE ZERO TO OTL-PROPOSED(WS-FOUND-SUB)
           END-IF
           IF WS-FOUND-SUB > 0
               ADD 1 TO OTL-COUNT(WS-FOUND-SUB)
               IF WS-CHANGE-MARK = "*"
                   ADD 1 TO OTL-CHANGED(WS-FOUND-SUB)
               END-IF
               ADD SR-RESULT(1) TO OTL-CURRENT(WS-FOUND-SUB)
               ADD SR-RESULT(2) TO OTL-PROPOSED(WS-FOUND-SUB)
           END-IF.

       4000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "WHAT-IF IMPACT SIMULATION" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF INPUT-FROM-GL
               STRING "INPUT: GL EXTRACT" DELIMITED BY SIZE
                   "   RATE DATE: " DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF WS-OVERRIDE-DATE = SPACES
                   MOVE "GL-RUN-DATE OF EACH LINE"
                       TO REPORT-LINE(32:24)
               ELSE
                   MOVE WS-OVERRIDE-DATE TO REPORT-LINE(32:8)
               END-IF
               WRITE REPORT-LINE
               MOVE WS-GL-FILE-COUNT TO WS-GL-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "GL EXTRACTS READ (" DELIMITED BY SIZE
                   WS-GL-COUNT-EDIT DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   WS-GL-FILE-LIST DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF WS-GL-STALE-COUNT > 0
                   WRITE REPORT-LINE
                   MOVE WS-GL-STALE-COUNT TO WS-GL-COUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "GL EXTRACTS NOT READ (FIRST LINE NOT "
                       DELIMITED BY SIZE
                       WS-GL-DAY DELIMITED BY SIZE
                       "): " DELIMITED BY SIZE
                       WS-GL-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
           ELSE
               STRING "INPUT: CALCTRAN" DELIMITED BY SIZE
                   "   RATE DATE: " DELIMITED BY SIZE
                   WS-RATE-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENT:  OPS=" DELIMITED BY SIZE
               WS-OPS-SET-SOURCE(1) DELIMITED BY SPACE
               "  FEES=" DELIMITED BY SIZE
               WS-FEE-SET-SOURCE(1) DELIMITED BY SPACE
               "  RATES=" DELIMITED BY SIZE
               WS-CURR-SET-SOURCE(1) DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROPOSED: OPS=" DELIMITED BY SIZE
               WS-OPS-SET-SOURCE(2) DELIMITED BY SPACE
               "  FEES=" DELIMITED BY SIZE
               WS-FEE-SET-SOURCE(2) DELIMITED BY SPACE
               "  RATES=" DELIMITED BY SIZE
               WS-CURR-SET-SOURCE(2) DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN ACCOUNT-SECTION
                   PERFORM 4510-WRITE-TOTAL-HEADING
               WHEN OP-SECTION
                   PERFORM 4510-WRITE-TOTAL-HEADING
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "   SEQ  ACCOUNT     REFERENCE   OP CCY"
                       DELIMITED BY SIZE
                       "   AMOUNT         CURRENT RESULT"
                       DELIMITED BY SIZE
                       "        PROPOSED RESULT" DELIMITED BY SIZE
                       "             DIFFERENCE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE ALL "-" TO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE
           MOVE 0 TO WS-LINE-COUNT.

      *> 取引1件の現行／変更案の結果を横に並べて印字する
      *> （結果が異なる行は末尾に * を付ける）
       4100-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 4000-WRITE-REPORT-HEADERS
           END-IF
           MOVE 1 TO WS-SCN
           PERFORM 4150-FORMAT-SCENARIO-RESULT
           MOVE WS-DIFF-TEXT TO WS-CURRENT-TEXT
           MOVE 2 TO WS-SCN
           PERFORM 4150-FORMAT-SCENARIO-RESULT
           MOVE WS-DIFF-TEXT TO WS-PROPOSED-TEXT
           IF SR-COMPUTED(1) AND SR-COMPUTED(2)
               MOVE WS-DIFFERENCE TO WS-RESULT-EDIT
               MOVE WS-RESULT-EDIT TO WS-DIFF-TEXT
           ELSE
               MOVE SPACES TO WS-DIFF-TEXT
           END-IF
           MOVE WS-SIM-SEQ TO WS-SEQ-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-SEQ-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SIM-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SIM-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SIM-OP-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SIM-CURRENCY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SIM-NUM-POINT-X DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CURRENT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PROPOSED-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIFF-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHANGE-MARK DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> WS-SCN の結果を結果欄の文字列にする（WS-DIFF-TEXT に返す）
       4150-FORMAT-SCENARIO-RESULT.
           MOVE SPACES TO WS-DIFF-TEXT
           EVALUATE TRUE
               WHEN SR-COMPUTED(WS-SCN)
                   MOVE SR-RESULT(WS-SCN) TO WS-RESULT-EDIT
                   MOVE WS-RESULT-EDIT TO WS-DIFF-TEXT
               WHEN SR-REJECTED(WS-SCN)
                   STRING "      REJECTED " DELIMITED BY SIZE
                       SR-REASON(WS-SCN) DELIMITED BY SIZE
                       INTO WS-DIFF-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "  REVERSAL - NOT RUN" TO WS-DIFF-TEXT
           END-EVALUATE.

      *> 科目別の合計（現行・変更案・差額・件数・変化した件数）
       4500-WRITE-ACCOUNT-TOTALS.
           SET ACCOUNT-SECTION TO TRUE
           PERFORM 4000-WRITE-REPORT-HEADERS
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-ACCT-TOTAL-COUNT
               IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
                   PERFORM 4000-WRITE-REPORT-HEADERS
               END-IF
               MOVE ATL-COUNT(WS-TOT-SUB) TO WS-E1
               MOVE ATL-CHANGED(WS-TOT-SUB) TO WS-E2
               MOVE ATL-CURRENT(WS-TOT-SUB) TO WS-TOTAL1-EDIT
               MOVE ATL-PROPOSED(WS-TOT-SUB) TO WS-TOTAL2-EDIT
               COMPUTE WS-DIFFERENCE = ATL-PROPOSED(WS-TOT-SUB)
                   - ATL-CURRENT(WS-TOT-SUB)
               MOVE WS-DIFFERENCE TO WS-TOTAL3-EDIT
               MOVE ATL-ACCOUNT(WS-TOT-SUB) TO WS-DIFF-TEXT
               PERFORM 4520-WRITE-TOTAL-LINE
           END-PERFORM
           IF WS-ACCT-TOTAL-SKIPPED > 0
               MOVE WS-ACCT-TOTAL-SKIPPED TO WS-E1
               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNTS OVER 500 NOT TOTALLED - TRANSACTIONS: "
                   DELIMITED BY SIZE
                   WS-E1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       4510-WRITE-TOTAL-HEADING.
           MOVE SPACES TO REPORT-LINE
           IF ACCOUNT-SECTION
               MOVE "TOTALS BY ACCOUNT" TO REPORT-LINE
           ELSE
               MOVE "TOTALS BY OP CODE" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "KEY         COUNT CHANGED          CURRENT TOTAL"
               DELIMITED BY SIZE
               "         PROPOSED TOTAL             DIFFERENCE"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       4520-WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-DIFF-TEXT(1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-E1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-E2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL1-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL2-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL3-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 演算コード別の合計（取引の演算コードで集計する）
       4600-WRITE-OP-TOTALS.
           SET OP-SECTION TO TRUE
           PERFORM 4000-WRITE-REPORT-HEADERS
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-OP-TOTAL-COUNT
               IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
                   PERFORM 4000-WRITE-REPORT-HEADERS
               END-IF
               MOVE OTL-COUNT(WS-TOT-SUB) TO WS-E1
               MOVE OTL-CHANGED(WS-TOT-SUB) TO WS-E2
               MOVE OTL-CURRENT(WS-TOT-SUB) TO WS-TOTAL1-EDIT
               MOVE OTL-PROPOSED(WS-TOT-SUB) TO WS-TOTAL2-EDIT
               COMPUTE WS-DIFFERENCE = OTL-PROPOSED(WS-TOT-SUB)
                   - OTL-CURRENT(WS-TOT-SUB)
               MOVE WS-DIFFERENCE TO WS-TOTAL3-EDIT
               MOVE SPACES TO WS-DIFF-TEXT
               STRING "OP " DELIMITED BY SIZE
                   OTL-OP-CODE(WS-TOT-SUB) DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT
               END-STRING
               PERFORM 4520-WRITE-TOTAL-LINE
           END-PERFORM.

       4900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-TOTAL TO WS-TOTAL1-EDIT
           MOVE WS-PROPOSED-TOTAL TO WS-TOTAL2-EDIT
           COMPUTE WS-DIFFERENCE = WS-PROPOSED-TOTAL - WS-CURRENT-TOTAL
           MOVE WS-DIFFERENCE TO WS-TOTAL3-EDIT
           MOVE WS-READ-COUNT TO WS-E1
           MOVE WS-CHANGED-COUNT TO WS-E2
           MOVE SPACES TO REPORT-LINE
           STRING "ALL       " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-E1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-E2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL1-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL2-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL3-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CUR-REJECT-COUNT TO WS-E1
           MOVE WS-PRP-REJECT-COUNT TO WS-E2
           MOVE WS-STATUS-CHANGE-COUNT TO WS-E3
           MOVE WS-REVERSAL-COUNT TO WS-E4
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED CURRENT: " DELIMITED BY SIZE
               WS-E1 DELIMITED BY SIZE
               "  REJECTED PROPOSED: " DELIMITED BY SIZE
               WS-E2 DELIMITED BY SIZE
               "  ACCEPT/REJECT CHANGED: " DELIMITED BY SIZE
               WS-E3 DELIMITED BY SIZE
               "  REVERSALS NOT RUN: " DELIMITED BY SIZE
               WS-E4 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "SIMULATION ONLY - NO LIVE FILES WERE UPDATED"
               TO REPORT-LINE
           WRITE REPORT-LINE.

      *> 終了コード。変更案で受付／却下が変わる取引があれば4
      *> （価格改定の承認前に確認すべき項目）、それ以外は0。
       9500-SET-RETURN-CODE.
           IF WS-STATUS-CHANGE-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE = 4（変更案で受付／"
                   "却下が変わる取引が " WS-STATUS-CHANGE-COUNT
                   " 件あります）" UPON CONSOLE
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "試算件数 " WS-READ-COUNT " 件、結果が"
                   "変わる取引 " WS-CHANGED-COUNT " 件"
                   UPON CONSOLE
           END-IF.
