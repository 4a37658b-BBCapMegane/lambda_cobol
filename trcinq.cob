      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. TRAN-TRACE.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> 参照番号で取引の経過を追うため、取引が通る各ファイルを
      *> 読むだけで開く（いずれも更新しない）
           SELECT CALC-REJECTS ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT REJECT-LOG-FILE ASSIGN TO "CALCRJLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJLOG-STATUS.
           SELECT CALC-RESUB-FILE ASSIGN TO "CALCRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
      *> 処理結果と GL 抽出は処理サイクルごと（サイクル01は CALCOUT・
      *> CALCGL、02以降はそれぞれにサイクル番号を付けた名前）
           SELECT TRAN-OUTCOME-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> 処理済み取引履歴は参照番号＋勘定科目のキーで位置付けて読む
           SELECT TRAN-HISTORY-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> AUD-ARCHIVE が保守している保管索引と期間ごとの保管ファイル
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "CALCAIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-ACK-FILE ASSIGN TO "CALCACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
      *> 取引経過照会報告書（印刷用）
           SELECT TRACE-REPORT ASSIGN TO "TRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REJECTS.
           COPY rejrec.

       FD  REJECT-LOG-FILE.
           COPY rjlgrec.

       FD  CALC-RESUB-FILE.
           COPY rsubrec.

       FD  TRAN-OUTCOME-FILE.
           COPY outrec.

       FD  TRAN-HISTORY-FILE.
           COPY histrec.

       FD  RUN-HISTORY-FILE.
           COPY runrec.

      *> 監査ログ・保管ファイルとも作業域の AUDIT-RECORD へ読む
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD            PIC X(135).

       FD  ARCHIVE-INDEX-FILE.
           COPY aidxrec.

      *> 保管ファイルは監査ログと同一レイアウト
       FD  AUDIT-ARCHIVE.
       01  ARCHIVE-RECORD              PIC X(135).

       FD  GL-EXTRACT.
           COPY glrec.

       FD  GL-ACK-FILE.
           COPY ackrec.

       FD  TRACE-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
      *> 再投入・処理結果の取引部分を項目に分けて見るための作業域
           COPY tranrec.
      *> 監査ログ・保管ファイルの1レコード
           COPY audrec.
        01 WS-REJECTS-STATUS PIC X(2).
        01 WS-RJLOG-STATUS PIC X(2).
        01 WS-RESUB-STATUS PIC X(2).
        01 WS-OUT-STATUS PIC X(2).
        01 WS-HIST-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-AUDIT-STATUS PIC X(2).
        01 WS-INDEX-STATUS PIC X(2).
        01 WS-ARCHIVE-STATUS PIC X(2).
        01 WS-GL-STATUS PIC X(2).
        01 WS-ACK-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
        01 WS-INDEX-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 INDEX-FILE-EOF VALUE 'Y'.
        01 WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
        01 WS-OUT-FILE-NAME PIC X(20) VALUE "CALCOUT".
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".
      *> 検索中の処理サイクル。サイクル02以降はファイルがある
      *> ものだけを検索したファイルの一覧に載せる。
        01 WS-CYCLE-SUB PIC 9(3) VALUE 0.
        01 WS-NAME-CYCLE PIC 9(2) VALUE 0.
        01 WS-CYCLE-TEXT PIC X(2).

      *> コマンドライン。1～10桁目が参照番号（必須）、12～21桁目が
      *> 勘定科目（省略時は参照番号が一致するすべての科目）。
        01 WS-COMMAND PIC X(40) VALUE SPACES.
        01 WS-TRACE-REFERENCE PIC X(10) VALUE SPACES.
        01 WS-TRACE-ACCOUNT PIC X(10) VALUE SPACES.
        01 WS-TODAY-RAW PIC X(8).

      *> 照合対象の1件（各ファイルの科目・参照番号をここへ移して
      *> 2100-MATCH-KEY で判定する）
        01 WS-CAND-ACCOUNT PIC X(10).
        01 WS-CAND-REFERENCE PIC X(10).
        01 WS-MATCH-SWITCH PIC X(1) VALUE 'N'.
           88 KEY-MATCHED VALUE 'Y'.

      *> 見つかった出来事の一覧。日付＋区分＋読込順で並べ替えて
      *> 印字する。区分は同じ日の中での経過の順番を表す。
      *>   10 実行（CALCRUNH）   20 処理結果（CALCOUT）
      *>   30 却下（CALCREJ）     40 監査記録（CALCAUD・保管）
      *>   50 処理済み履歴        60 GL 抽出    70 元帳の取込結果
      *>   80 却下の処置変更      85 取消済み   90 再投入待ち
      *> 日付の分からない再投入待ちは 99999999 として最後に置く。
        01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
        01 WS-EVENT-MAX PIC 9(3) VALUE 500.
        01 WS-EVENT-SKIPPED PIC 9(6) VALUE 0.
        01 EVENT-TABLE-AREA.
           05 EVENT-ENTRY OCCURS 500 TIMES.
               10 EV-SORT-KEY.
                   15 EV-DATE PIC X(8).
                   15 EV-CLASS PIC 9(2).
                   15 EV-LOAD-SEQ PIC 9(4).
               10 EV-SOURCE PIC X(12).
               10 EV-ACCOUNT PIC X(10).
               10 EV-AMOUNT-SWITCH PIC X(1).
                   88 EV-HAS-AMOUNT VALUE 'Y'.
               10 EV-AMOUNT PIC S9(10)V9(10).
               10 EV-TEXT PIC X(60).
        01 WS-EVENT-HOLD PIC X(117).
        01 WS-PLACED-SWITCH PIC X(1) VALUE 'N'.
           88 EVENT-PLACED VALUE 'Y'.
        01 WS-LOAD-SEQ PIC 9(4) VALUE 0.
        01 WS-SUB PIC 9(3) VALUE 0.
        01 WS-SUB2 PIC 9(3) VALUE 0.

      *> 新しい出来事の組み立て用
        01 WS-NEW-DATE PIC X(8).
        01 WS-NEW-CLASS PIC 9(2).
        01 WS-NEW-SOURCE PIC X(12).
        01 WS-NEW-ACCOUNT PIC X(10).
        01 WS-NEW-AMOUNT-SWITCH PIC X(1).
        01 WS-NEW-AMOUNT PIC S9(10)V9(10).
        01 WS-NEW-TEXT PIC X(60).

      *> 処理のあった日付（CALCRUNH の実行を結び付けるため）
        01 WS-RUN-DATE-COUNT PIC 9(2) VALUE 0.
        01 RUN-DATE-AREA.
           05 RUN-DATE-ENTRY PIC X(8) OCCURS 50 TIMES.
        01 WS-DATE-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 DATE-FOUND VALUE 'Y'.

      *> ファイルごとの検索結果（報告書末尾の一覧用）。
      *> 状態: S=検索済み M=ファイルなし
      *> 固定のファイル10・サイクル02～99の処理結果と GL 抽出・
      *> 保管ファイルが収まる件数を持つ。超えた分は件数だけ数え、
      *> WS-CUR-SRC を0にして件数を数えない。
        01 WS-SOURCE-COUNT PIC 9(3) VALUE 0.
        01 SOURCE-AREA.
           05 SOURCE-ENTRY OCCURS 250 TIMES.
               10 SRC-NAME PIC X(20).
               10 SRC-STATE PIC X(1).
               10 SRC-HITS PIC 9(6).
        01 WS-SRC-SUB PIC 9(3) VALUE 0.
      *> 今検索しているファイルの一覧上の位置（載らなければ0）
        01 WS-CUR-SRC PIC 9(3) VALUE 0.
        01 WS-SOURCE-SKIPPED PIC 9(4) VALUE 0.

      *> 出来事の文章の組み立て用
        01 WS-STATUS-TEXT PIC X(13).
        01 WS-OLD-STATUS-TEXT PIC X(13).
        01 WS-SEQ-EDIT PIC ZZZZZ9.
        01 WS-COUNT-EDIT PIC ZZZZZ9.
        01 WS-RC-EDIT PIC Z9.
        01 WS-TIME-DISP PIC X(8).
        01 WS-LOG-STATUS-CODE PIC X(1).

      *> 報告書見出し／編集用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-AMOUNT-EDIT PIC -(9)9.9999999999.
        01 WS-AMOUNT-TEXT PIC X(21).
        01 WS-DATE-TEXT PIC X(10).
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
           PERFORM 3000-SCAN-REJECTS
           PERFORM 3100-SCAN-REJECT-LOG
           PERFORM 3200-SCAN-RESUBMISSIONS
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99
               PERFORM 1300-SET-CYCLE-FILE-NAMES
               PERFORM 3300-SCAN-OUTCOMES
           END-PERFORM
           PERFORM 3400-SCAN-HISTORY
           MOVE "CALCAUD" TO WS-NEW-SOURCE
           PERFORM 3500-SCAN-AUDIT-LOG
           PERFORM 3600-SCAN-AUDIT-ARCHIVES
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99
               PERFORM 1300-SET-CYCLE-FILE-NAMES
               PERFORM 3700-SCAN-GL-EXTRACT
           END-PERFORM
           PERFORM 3800-SCAN-GL-ACKS
           PERFORM 3900-SCAN-RUN-HISTORY
           PERFORM 5000-SORT-EVENTS
           OPEN OUTPUT TRACE-REPORT
           PERFORM 4000-WRITE-REPORT-HEADERS
           PERFORM 4100-WRITE-EVENT-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EVENT-COUNT
           PERFORM 4500-WRITE-SOURCE-SUMMARY
           CLOSE TRACE-REPORT
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           MOVE WS-COMMAND(1:10) TO WS-TRACE-REFERENCE
           MOVE WS-COMMAND(12:10) TO WS-TRACE-ACCOUNT
           IF WS-TRACE-REFERENCE = SPACES
               DISPLAY "使い方: TRAN-TRACE 参照番号"
                   " [勘定科目]" UPON CONSOLE
               DISPLAY "（参照番号は1～10桁目、"
                   "勘定科目は12桁目から）" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "照会: 参照番号 " WS-TRACE-REFERENCE
               " 科目 " WS-TRACE-ACCOUNT UPON CONSOLE.

      *> サイクル番号（WS-CYCLE-SUB）から処理結果・GL 抽出の
      *> ファイル名を作る
       1300-SET-CYCLE-FILE-NAMES.
           IF WS-CYCLE-SUB = 1
               MOVE "CALCOUT" TO WS-OUT-FILE-NAME
               MOVE "CALCGL" TO WS-GL-FILE-NAME
           ELSE
               MOVE WS-CYCLE-SUB TO WS-NAME-CYCLE
               MOVE SPACES TO WS-OUT-FILE-NAME
               STRING "CALCOUT" DELIMITED BY SIZE
                   WS-NAME-CYCLE DELIMITED BY SIZE
                   INTO WS-OUT-FILE-NAME
               END-STRING
               MOVE SPACES TO WS-GL-FILE-NAME
               STRING "CALCGL" DELIMITED BY SIZE
                   WS-NAME-CYCLE DELIMITED BY SIZE
                   INTO WS-GL-FILE-NAME
               END-STRING
           END-IF.

      *> 照合対象の科目・参照番号が照会条件に合うかを判定する
       2100-MATCH-KEY.
           MOVE 'N' TO WS-MATCH-SWITCH
           IF WS-CAND-REFERENCE = WS-TRACE-REFERENCE
               AND (WS-TRACE-ACCOUNT = SPACES
                   OR WS-CAND-ACCOUNT = WS-TRACE-ACCOUNT)
               SET KEY-MATCHED TO TRUE
           END-IF.

      *> WS-NEW-* に組み立てた出来事を一覧へ加える
       2200-ADD-EVENT.
           IF WS-EVENT-COUNT >= WS-EVENT-MAX
               ADD 1 TO WS-EVENT-SKIPPED
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               ADD 1 TO WS-LOAD-SEQ
               MOVE WS-NEW-DATE TO EV-DATE(WS-EVENT-COUNT)
               MOVE WS-NEW-CLASS TO EV-CLASS(WS-EVENT-COUNT)
               MOVE WS-LOAD-SEQ TO EV-LOAD-SEQ(WS-EVENT-COUNT)
               MOVE WS-NEW-SOURCE TO EV-SOURCE(WS-EVENT-COUNT)
               MOVE WS-NEW-ACCOUNT TO EV-ACCOUNT(WS-EVENT-COUNT)
               MOVE WS-NEW-AMOUNT-SWITCH
                   TO EV-AMOUNT-SWITCH(WS-EVENT-COUNT)
               MOVE WS-NEW-AMOUNT TO EV-AMOUNT(WS-EVENT-COUNT)
               MOVE WS-NEW-TEXT TO EV-TEXT(WS-EVENT-COUNT)
           END-IF
           IF WS-CUR-SRC > 0
               ADD 1 TO SRC-HITS(WS-CUR-SRC)
           END-IF.

      *> 処理のあった日付を覚えておく（同じ日の実行を後で加える）
       2300-REMEMBER-RUN-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SWITCH
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-RUN-DATE-COUNT OR DATE-FOUND
               IF RUN-DATE-ENTRY(WS-SUB2) = WS-NEW-DATE
                   SET DATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT DATE-FOUND AND WS-RUN-DATE-COUNT < 50
               ADD 1 TO WS-RUN-DATE-COUNT
               MOVE WS-NEW-DATE TO RUN-DATE-ENTRY(WS-RUN-DATE-COUNT)
           END-IF.

      *> 検索したファイルを一覧へ加える（WS-NEW-SOURCE の名前で、
      *> 開けなかった場合は状態 M）
       2400-ADD-SOURCE.
           IF WS-SOURCE-COUNT < 250
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-CUR-SRC
               MOVE WS-NEW-SOURCE TO SRC-NAME(WS-CUR-SRC)
               MOVE 'S' TO SRC-STATE(WS-CUR-SRC)
               MOVE 0 TO SRC-HITS(WS-CUR-SRC)
           ELSE
               MOVE 0 TO WS-CUR-SRC
               ADD 1 TO WS-SOURCE-SKIPPED
           END-IF.

       2410-MARK-SOURCE-MISSING.
           IF WS-CUR-SRC > 0
               MOVE 'M' TO SRC-STATE(WS-CUR-SRC)
           END-IF.

       2500-CLEAR-NEW-EVENT.
           MOVE SPACES TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-ACCOUNT
           MOVE 'N' TO WS-NEW-AMOUNT-SWITCH
           MOVE ZERO TO WS-NEW-AMOUNT
           MOVE SPACES TO WS-NEW-TEXT.

      *> 却下取引ファイル。未処置なら処置日付が却下された日、
      *> 処置済みなら現在の処置状況とその日付を出来事とする
      *> （それまでの処置の経過は処置記録から加える）。
       3000-SCAN-REJECTS.
           MOVE "CALCREJ" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CALC-REJECTS
           IF WS-REJECTS-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CALC-REJECTS
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE REJ-ACCOUNT TO WS-CAND-ACCOUNT
                           MOVE REJ-REFERENCE TO WS-CAND-REFERENCE
                           PERFORM 2100-MATCH-KEY
                           IF KEY-MATCHED
                               PERFORM 3010-ADD-REJECT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE CALC-REJECTS.

       3010-ADD-REJECT-EVENT.
           PERFORM 2500-CLEAR-NEW-EVENT
           MOVE 30 TO WS-NEW-CLASS
           MOVE REJ-STATUS-DATE TO WS-NEW-DATE
           MOVE REJ-ACCOUNT TO WS-NEW-ACCOUNT
           IF REJ-OPEN
               STRING "REJECTED " DELIMITED BY SIZE
                   REJ-REASON-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REJ-REASON-TEXT DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               MOVE "- OPEN" TO WS-NEW-TEXT(55:6)
           ELSE
               MOVE REJ-STATUS TO WS-LOG-STATUS-CODE
               PERFORM 3020-SET-STATUS-TEXT
               STRING "REJECT " DELIMITED BY SIZE
                   REJ-REASON-CODE DELIMITED BY SIZE
                   " ON FILE - NOW " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           END-IF
           PERFORM 2200-ADD-EVENT.

      *> 処置状況コード（WS-LOG-STATUS-CODE）を文字にする
       3020-SET-STATUS-TEXT.
           EVALUATE WS-LOG-STATUS-CODE
               WHEN 'C'
                   MOVE "CORRECTED" TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE "RESUBMITTED" TO WS-STATUS-TEXT
               WHEN 'W'
                   MOVE "WRITTEN OFF" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-TEXT
           END-EVALUATE.

      *> 却下の処置記録。変更前が未処置の記録からは却下された日の
      *> 出来事も加える（処置済みの却下は CALCREJ 上では却下日が
      *> 分からないため）。修正で科目・参照番号を差し替えた場合は
      *> 変更前・変更後のどちらで照会しても見つかる。
       3100-SCAN-REJECT-LOG.
           MOVE "CALCRJLG" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REJECT-LOG-FILE
           IF WS-RJLOG-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ REJECT-LOG-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RJL-OLD-ACCOUNT TO WS-CAND-ACCOUNT
                           MOVE RJL-OLD-REFERENCE TO WS-CAND-REFERENCE
                           PERFORM 2100-MATCH-KEY
                           IF NOT KEY-MATCHED
                               MOVE RJL-ACCOUNT TO WS-CAND-ACCOUNT
                               MOVE RJL-REFERENCE
                                   TO WS-CAND-REFERENCE
                               PERFORM 2100-MATCH-KEY
                           END-IF
                           IF KEY-MATCHED
                               PERFORM 3110-ADD-REJECT-LOG-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE REJECT-LOG-FILE.

       3110-ADD-REJECT-LOG-EVENT.
           IF RJL-OLD-STATUS = 'O' AND NOT RJL-PURGE
               PERFORM 2500-CLEAR-NEW-EVENT
               MOVE 30 TO WS-NEW-CLASS
               MOVE RJL-OLD-STATUS-DATE TO WS-NEW-DATE
               MOVE RJL-OLD-ACCOUNT TO WS-NEW-ACCOUNT
               STRING "REJECTED " DELIMITED BY SIZE
                   RJL-REASON-CODE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2200-ADD-EVENT
           END-IF
           PERFORM 2500-CLEAR-NEW-EVENT
           MOVE 80 TO WS-NEW-CLASS
           MOVE RJL-TIMESTAMP(1:8) TO WS-NEW-DATE
           MOVE RJL-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE RJL-OLD-STATUS TO WS-LOG-STATUS-CODE
           PERFORM 3020-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-OLD-STATUS-TEXT
           MOVE RJL-NEW-STATUS TO WS-LOG-STATUS-CODE
           PERFORM 3020-SET-STATUS-TEXT
           IF RJL-PURGE
               STRING "REJECT " DELIMITED BY SIZE
                   RJL-REASON-CODE DELIMITED BY SIZE
                   " PURGED (" DELIMITED BY SIZE
                   WS-OLD-STATUS-TEXT DELIMITED BY "  "
                   ") BY " DELIMITED BY SIZE
                   RJL-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           ELSE
               STRING "REJECT " DELIMITED BY SIZE
                   RJL-REASON-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OLD-STATUS-TEXT DELIMITED BY "  "
                   " -> " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY "  "
                   " BY " DELIMITED BY SIZE
                   RJL-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           END-IF
           PERFORM 2200-ADD-EVENT
      *> 修正で科目・参照番号が変わった場合はその旨を1行加える
           IF RJL-OLD-ACCOUNT NOT = RJL-ACCOUNT
               OR RJL-OLD-REFERENCE NOT = RJL-REFERENCE
               PERFORM 2500-CLEAR-NEW-EVENT
               MOVE 80 TO WS-NEW-CLASS
               MOVE RJL-TIMESTAMP(1:8) TO WS-NEW-DATE
               MOVE RJL-ACCOUNT TO WS-NEW-ACCOUNT
               STRING "  CORRECTED FROM " DELIMITED BY SIZE
                   RJL-OLD-ACCOUNT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   RJL-OLD-REFERENCE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   RJL-ACCOUNT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   RJL-REFERENCE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2200-ADD-EVENT
           END-IF.

      *> 再投入ファイル。SAMPLE-01 の次回実行を待っている取引
       3200-SCAN-RESUBMISSIONS.
           MOVE "CALCRSUB" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CALC-RESUB-FILE
           IF WS-RESUB-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CALC-RESUB-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE RSB-TRAN TO TRAN-RECORD
                           MOVE TR-ACCOUNT TO WS-CAND-ACCOUNT
                           MOVE TR-REFERENCE TO WS-CAND-REFERENCE
                           PERFORM 2100-MATCH-KEY
                           IF KEY-MATCHED
                               PERFORM 3210-ADD-RESUB-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE CALC-RESUB-FILE.

       3210-ADD-RESUB-EVENT.
           PERFORM 2500-CLEAR-NEW-EVENT
           MOVE 90 TO WS-NEW-CLASS
           MOVE "99999999" TO WS-NEW-DATE
           MOVE TR-ACCOUNT TO WS-NEW-ACCOUNT
           IF RSB-FROM-LEDGER
               MOVE "QUEUED FOR RESUBMISSION (LEDGER REJECT)"
                   TO WS-NEW-TEXT
           ELSE
               MOVE "QUEUED FOR RESUBMISSION (VALIDATION REJECT)"
                   TO WS-NEW-TEXT
           END-IF
           PERFORM 2200-ADD-EVENT.

      *> 直近の本番実行の処理結果（バッチ ID・読込通番・出所）
      *> （処理サイクルごとのファイルを1つずつ検索する）
       3300-SCAN-OUTCOMES.
           MOVE WS-OUT-FILE-NAME TO WS-NEW-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TRAN-OUTCOME-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM 2400-ADD-SOURCE
               PERFORM UNTIL END-OF-FILE
                   READ TRAN-OUTCOME-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE OUT-TRAN TO TRAN-RECORD
                           MOVE TR-ACCOUNT TO WS-CAND-ACCOUNT
                           MOVE TR-REFERENCE TO WS-CAND-REFERENCE
                           PERFORM 2100-MATCH-KEY
                           IF KEY-MATCHED
                               PERFORM 3310-ADD-OUTCOME-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-CYCLE-SUB = 1
                   PERFORM 2400-ADD-SOURCE
                   PERFORM 2410-MARK-SOURCE-MISSING
               END-IF
           END-IF
           CLOSE TRAN-OUTCOME-FILE.

       3310-ADD-OUTCOME-EVENT.
           PERFORM 2500-CLEAR-NEW-EVENT
           MOVE 20 TO WS-NEW-CLASS
           MOVE OUT-RUN-DATE TO WS-NEW-DATE
           MOVE TR-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE OUT-SEQ TO WS-SEQ-EDIT
           IF OUT-PROCESSED
               MOVE 'Y' TO WS-NEW-AMOUNT-SWITCH
               MOVE OUT-RESULT TO WS-NEW-AMOUNT
               STRING "OUTCOME PROCESSED BATCH " DELIMITED BY SIZE
                   OUT-BATCH-ID DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           ELSE
               STRING "OUTCOME REJECTED " DELIMITED BY SIZE
                   OUT-REASON-CODE DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   OUT-BATCH-ID DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN OUT-FROM-VALIDATION
                   MOVE "RESUB-V" TO WS-NEW-TEXT(53:8)
               WHEN OUT-FROM-LEDGER
                   MOVE "RESUB-G" TO WS-NEW-TEXT(53:8)
           END-EVALUATE
           PERFORM 2300-REMEMBER-RUN-DATE
           PERFORM 2200-ADD-EVENT.

      *> 処理済み取引履歴。参照番号（科目指定時は参照番号＋科目）の
      *> 位置から読み進め、参照番号が変わったところで終える。
       3400-SCAN-HISTORY.
           MOVE "CALCHIST" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           OPEN INPUT TRAN-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-TRACE-REFERENCE TO HST-REFERENCE
               IF WS-TRACE-ACCOUNT = SPACES
                   MOVE LOW-VALUES TO HST-ACCOUNT
               ELSE
                   MOVE WS-TRACE-ACCOUNT TO HST-ACCOUNT
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               START TRAN-HISTORY-FILE KEY IS >= HST-KEY
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ TRAN-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF HST-REFERENCE NOT = WS-TRACE-REFERENCE
                               SET END-OF-FILE TO TRUE
                           ELSE
                               MOVE HST-ACCOUNT TO WS-CAND-ACCOUNT
                               MOVE HST-REFERENCE
                                   TO WS-CAND-REFERENCE
                               PERFORM 2100-MATCH-KEY
                               IF KEY-MATCHED
                                   PERFORM 3410-ADD-HISTORY-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-HISTORY-FILE
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF.

       3410-ADD-HISTORY-EVENT.
           PERFORM 2500-CLEAR-NEW-EVENT
           MOVE 50 TO WS-NEW-CLASS
           MOVE HST-RUN-DATE TO WS-NEW-DATE
           MOVE HST-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE HST-SEQ TO WS-SEQ-EDIT
           IF HST-RESULT NUMERIC
               MOVE 'Y' TO WS-NEW-AMOUNT-SWITCH
               MOVE HST-RESULT TO WS-NEW-AMOUNT
           END-IF
           STRING "PROCESSED - HISTORY SEQ " DELIMITED BY SIZE
               WS-SEQ-EDIT DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING
           PERFORM 2300-REMEMBER-RUN-DATE
           PERFORM 2200-ADD-EVENT
           IF HST-REVERSED
               PERFORM 2500-CLEAR-NEW-EVENT
               MOVE 85 TO WS-NEW-CLASS
               MOVE HST-REVERSAL-DATE TO WS-NEW-DATE
               MOVE HST-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE "REVERSED - HISTORY MARKED AS REVERSED"
                   TO WS-NEW-TEXT
               PERFORM 2300-REMEMBER-RUN-DATE
               PERFORM 2200-ADD-EVENT
           END-IF.

      *> 監査ログ（当期分）。保管ファイルも同じ手順で読むため、
      *> 呼び出し側で WS-NEW-SOURCE にファイル名を入れておく。
       3500-SCAN-AUDIT-LOG.
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-LOG INTO AUDIT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3510-CHECK-AUDIT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE AUDIT-LOG.

       3510-CHECK-AUDIT-RECORD.
           MOVE AUD-ACCOUNT TO WS-CAND-ACCOUNT
           MOVE AUD-REFERENCE TO WS-CAND-REFERENCE
           PERFORM 2100-MATCH-KEY
           IF KEY-MATCHED
               PERFORM 2500-CLEAR-NEW-EVENT
               MOVE 40 TO WS-NEW-CLASS
               MOVE AUD-TIMESTAMP(1:8) TO WS-NEW-DATE
               MOVE AUD-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE 'Y' TO WS-NEW-AMOUNT-SWITCH
               MOVE AUD-RESULT-AFTER TO WS-NEW-AMOUNT
               MOVE SPACES TO WS-TIME-DISP
               STRING AUD-TIMESTAMP(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   AUD-TIMESTAMP(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   AUD-TIMESTAMP(13:2) DELIMITED BY SIZE
                   INTO WS-TIME-DISP
               END-STRING
               IF AUD-REVERSAL-ENTRY
                   STRING "AUDIT REVERSAL OF " DELIMITED BY SIZE
                       AUD-ORIG-RUN-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TIME-DISP DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       AUD-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   STRING "AUDIT " DELIMITED BY SIZE
                       AUD-OP-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TIME-DISP DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       AUD-OPERATOR-ID DELIMITED BY SIZE
                       " JOB " DELIMITED BY SIZE
                       AUD-JOB-ID DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               END-IF
               PERFORM 2300-REMEMBER-RUN-DATE
               PERFORM 2200-ADD-EVENT
           END-IF.

      *> 保管索引に載っている期間の保管ファイルをすべて読む
       3600-SCAN-AUDIT-ARCHIVES.
           MOVE "CALCAIDX" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-INDEX-EOF-SWITCH
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL INDEX-FILE-EOF
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           SET INDEX-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 3610-SCAN-ONE-ARCHIVE
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE ARCHIVE-INDEX-FILE.

       3610-SCAN-ONE-ARCHIVE.
           MOVE AIX-FILE-NAME TO WS-ARCHIVE-NAME
           MOVE AIX-FILE-NAME TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ AUDIT-ARCHIVE INTO AUDIT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3510-CHECK-AUDIT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "保管ファイル " WS-ARCHIVE-NAME
                   " を開けません: " WS-ARCHIVE-STATUS
                   UPON CONSOLE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE AUDIT-ARCHIVE.

      *> GL 抽出（元帳へ送った行。処理サイクルごとに検索する）
       3700-SCAN-GL-EXTRACT.
           MOVE WS-GL-FILE-NAME TO WS-NEW-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-EXTRACT
           IF WS-GL-STATUS = "00"
               PERFORM 2400-ADD-SOURCE
               PERFORM UNTIL END-OF-FILE
                   READ GL-EXTRACT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE GL-ACCOUNT TO WS-CAND-ACCOUNT
                           MOVE GL-REFERENCE TO WS-CAND-REFERENCE
                           PERFORM 2100-MATCH-KEY
                           IF KEY-MATCHED
                               PERFORM 2500-CLEAR-NEW-EVENT
                               MOVE 60 TO WS-NEW-CLASS
                               MOVE GL-RUN-DATE TO WS-NEW-DATE
                               MOVE GL-ACCOUNT TO WS-NEW-ACCOUNT
                               MOVE 'Y' TO WS-NEW-AMOUNT-SWITCH
                               MOVE GL-RESULT TO WS-NEW-AMOUNT
                               STRING "GL EXTRACT " DELIMITED BY SIZE
                                   GL-OP-CODE DELIMITED BY SIZE
                                   INTO WS-NEW-TEXT
                               END-STRING
                               PERFORM 2300-REMEMBER-RUN-DATE
                               PERFORM 2200-ADD-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-CYCLE-SUB = 1
                   PERFORM 2400-ADD-SOURCE
                   PERFORM 2410-MARK-SOURCE-MISSING
               END-IF
           END-IF
           CLOSE GL-EXTRACT.

      *> 元帳の取込結果（転記済み／元帳側却下）
       3800-SCAN-GL-ACKS.
           MOVE "CALCACK" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ GL-ACK-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE ACK-ACCOUNT TO WS-CAND-ACCOUNT
                           MOVE ACK-REFERENCE TO WS-CAND-REFERENCE
                           PERFORM 2100-MATCH-KEY
                           IF KEY-MATCHED
                               PERFORM 2500-CLEAR-NEW-EVENT
                               MOVE 70 TO WS-NEW-CLASS
                               MOVE ACK-POST-DATE TO WS-NEW-DATE
                               MOVE ACK-ACCOUNT TO WS-NEW-ACCOUNT
                               MOVE 'Y' TO WS-NEW-AMOUNT-SWITCH
                               MOVE ACK-AMOUNT TO WS-NEW-AMOUNT
                               IF ACK-POSTED
                                   MOVE "LEDGER POSTED"
                                       TO WS-NEW-TEXT
                               ELSE
                                   MOVE "LEDGER REJECTED"
                                       TO WS-NEW-TEXT
                               END-IF
                               PERFORM 2200-ADD-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE GL-ACK-FILE.

      *> 取引の処理があった日の本番・再開実行を実行履歴から加え、
      *> その日のバッチ ID・件数・終了コードを示す
       3900-SCAN-RUN-HISTORY.
           MOVE "CALCRUNH" TO WS-NEW-SOURCE
           PERFORM 2400-ADD-SOURCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ RUN-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3910-CHECK-RUN-RECORD
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 2410-MARK-SOURCE-MISSING
           END-IF
           CLOSE RUN-HISTORY-FILE.

       3910-CHECK-RUN-RECORD.
           MOVE 'N' TO WS-DATE-FOUND-SWITCH
           IF RUNH-RUN-MODE = 'F' OR RUNH-RUN-MODE = 'R'
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > WS-RUN-DATE-COUNT
                       OR DATE-FOUND
                   IF RUN-DATE-ENTRY(WS-SUB2) = RUNH-RUN-DATE
                       SET DATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF DATE-FOUND
               PERFORM 2500-CLEAR-NEW-EVENT
               MOVE 10 TO WS-NEW-CLASS
               MOVE RUNH-RUN-DATE TO WS-NEW-DATE
               MOVE RUNH-RECORDS-READ TO WS-SEQ-EDIT
               MOVE RUNH-REJECT-COUNT TO WS-COUNT-EDIT
               MOVE RUNH-RETURN-CODE TO WS-RC-EDIT
               IF RUNH-CYCLE NUMERIC AND RUNH-CYCLE NOT = "00"
                   MOVE RUNH-CYCLE TO WS-CYCLE-TEXT
               ELSE
                   MOVE "01" TO WS-CYCLE-TEXT
               END-IF
               MOVE SPACES TO WS-TIME-DISP
               STRING RUNH-START-TS(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   RUNH-START-TS(11:2) DELIMITED BY SIZE
                   INTO WS-TIME-DISP
               END-STRING
               STRING "SAMPLE-01 " DELIMITED BY SIZE
                   RUNH-RUN-MODE DELIMITED BY SIZE
                   " CY" DELIMITED BY SIZE
                   WS-CYCLE-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUNH-BATCH-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-DISP(1:5) DELIMITED BY SIZE
                   " READ " DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " REJ " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 2200-ADD-EVENT
           END-IF.

       4000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TRAN-TRACE TRANSACTION TRACE" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REFERENCE: " DELIMITED BY SIZE
               WS-TRACE-REFERENCE DELIMITED BY SIZE
               "   ACCOUNT: " DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-TRACE-ACCOUNT = SPACES
               MOVE "(ALL)" TO REPORT-LINE(34:5)
           ELSE
               MOVE WS-TRACE-ACCOUNT TO REPORT-LINE(34:10)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATE        SOURCE        ACCOUNT     EVENT"
               DELIMITED BY SIZE
               "                                                    "
               DELIMITED BY SIZE
               "           AMOUNT" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *> 出来事1件の印字（WS-SUB の出来事）
       4100-WRITE-EVENT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 4000-WRITE-REPORT-HEADERS
           END-IF
           EVALUATE TRUE
               WHEN EV-DATE(WS-SUB) = "99999999"
                   MOVE "PENDING" TO WS-DATE-TEXT
               WHEN EV-DATE(WS-SUB) NOT NUMERIC
                   MOVE "(NO DATE)" TO WS-DATE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-DATE-TEXT
                   STRING EV-DATE(WS-SUB)(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       EV-DATE(WS-SUB)(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       EV-DATE(WS-SUB)(7:2) DELIMITED BY SIZE
                       INTO WS-DATE-TEXT
                   END-STRING
           END-EVALUATE
           IF EV-HAS-AMOUNT(WS-SUB)
               MOVE EV-AMOUNT(WS-SUB) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           ELSE
               MOVE SPACES TO WS-AMOUNT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-DATE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EV-SOURCE(WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EV-ACCOUNT(WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EV-TEXT(WS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 検索したファイルと見つかった件数の一覧
       4500-WRITE-SOURCE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILES SEARCHED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
               MOVE SPACES TO REPORT-LINE
               IF SRC-STATE(WS-SRC-SUB) = 'M'
                   STRING "  " DELIMITED BY SIZE
                       SRC-NAME(WS-SRC-SUB) DELIMITED BY SIZE
                       "  NOT AVAILABLE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   MOVE SRC-HITS(WS-SRC-SUB) TO WS-COUNT-EDIT
                   STRING "  " DELIMITED BY SIZE
                       SRC-NAME(WS-SRC-SUB) DELIMITED BY SIZE
                       "  ENTRIES: " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-SOURCE-SKIPPED > 0
               MOVE WS-SOURCE-SKIPPED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  FILES SEARCHED BUT NOT LISTED (OVER 250): "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE WS-EVENT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EVENTS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-EVENT-SKIPPED > 0
               MOVE WS-EVENT-SKIPPED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "EVENTS NOT SHOWN (OVER 500): " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *> 出来事を日付＋区分＋読込順に並べ替える（単純挿入法）
       5000-SORT-EVENTS.
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > WS-EVENT-COUNT
               MOVE EVENT-ENTRY(WS-SUB) TO WS-EVENT-HOLD
               MOVE WS-SUB TO WS-SUB2
               MOVE 'N' TO WS-PLACED-SWITCH
               PERFORM UNTIL EVENT-PLACED
                   IF WS-SUB2 < 2
                       SET EVENT-PLACED TO TRUE
                   ELSE
                       IF EV-SORT-KEY(WS-SUB2 - 1)
                               <= WS-EVENT-HOLD(1:14)
                           SET EVENT-PLACED TO TRUE
                       ELSE
                           MOVE EVENT-ENTRY(WS-SUB2 - 1)
                               TO EVENT-ENTRY(WS-SUB2)
                           SUBTRACT 1 FROM WS-SUB2
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-EVENT-HOLD TO EVENT-ENTRY(WS-SUB2)
           END-PERFORM.

      *> 終了コード。何も見つからなければ4（参照番号の誤りか、
      *> 整理済みの可能性）、見つかれば0。
       9500-SET-RETURN-CODE.
           IF WS-EVENT-COUNT = 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "RETURN-CODE = 4（参照番号 "
                   WS-TRACE-REFERENCE " の記録は"
                   "見つかりません）" UPON CONSOLE
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "見つかった記録: " WS-EVENT-COUNT " 件"
                   UPON CONSOLE
           END-IF.
