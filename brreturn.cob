      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. BR-RETURN.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> BR-INTAKE が控えた取引ごとの発信支店と支店ごとの取込件数
           SELECT BRANCH-MAP-FILE ASSIGN TO "CALCBRMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMP-STATUS.
      *> SAMPLE-01 が書き出した取引1件ごとの処理結果（対応表の
      *> バッチを処理したサイクルのもの。サイクル01は CALCOUT、
      *> 02以降は CALCOUT＋サイクル番号）
           SELECT TRAN-OUTCOME-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> SAMPLE-01 が実行ごとに追記している実行履歴
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      *> 支店別の結果返却ファイル（BRRET＋支店の動的ファイル名）
           SELECT BRANCH-RETURN-FILE ASSIGN TO DYNAMIC
               WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
      *> 結果返却記録報告書（印刷用）
           SELECT RETURN-REPORT ASSIGN TO "BRRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MAP-FILE.
           COPY brmrec.

       FD  TRAN-OUTCOME-FILE.
           COPY outrec.

       FD  RUN-HISTORY-FILE.
           COPY runrec.

       FD  BRANCH-RETURN-FILE.
           COPY brrrec.

       FD  RETURN-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-BRMP-STATUS PIC X(2).
        01 WS-OUT-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-RETURN-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-BRMP-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 BRMP-FILE-EOF VALUE 'Y'.
        01 WS-OUT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 OUT-FILE-EOF VALUE 'Y'.
        01 WS-RUNH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RUNH-FILE-EOF VALUE 'Y'.
        01 WS-RETURN-FILE-NAME PIC X(20) VALUE SPACES.
        01 WS-OUT-FILE-NAME PIC X(20) VALUE "CALCOUT".
      *> 対応表のバッチを処理した処理サイクル
        01 WS-BATCH-CYCLE PIC 9(2) VALUE 1.
        01 WS-TODAY-RAW PIC X(8).

      *> 結果を返せない状態（対応表・処理結果がない、バッチが
      *> 食い違う、SAMPLE-01 が完了していない）を検出したときに
      *> 立てる。誤った結果を支店へ返さないよう返却ファイルは作らない。
        01 WS-NOT-RETURNABLE-SWITCH PIC X(1) VALUE 'N'.
           88 NOT-RETURNABLE VALUE 'Y'.
        01 WS-BLOCK-REASON PIC X(60) VALUE SPACES.
      *> 処理結果の読込通番が内部テーブルの上限を超えた
        01 WS-OUT-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
           88 OUT-TABLE-OVERFLOW VALUE 'Y'.

      *> 対応表と処理結果のバッチ ID・実行日
        01 WS-MAP-BATCH-ID PIC X(8) VALUE SPACES.
        01 WS-OUT-BATCH-ID PIC X(8) VALUE SPACES.
        01 WS-OUT-RUN-DATE PIC X(8) VALUE SPACES.

      *> 実行履歴上の対象バッチの最後の本番実行（本番または再開）
        01 WS-RUNH-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 RUN-HISTORY-FOUND VALUE 'Y'.
        01 WS-RUNH-RC PIC 9(2) VALUE 0.
        01 WS-RUNH-READ PIC 9(6) VALUE 0.

      *> 読込通番ごとの処理結果（通番を添字にして保持する。再開で
      *> 同じ通番が重複した場合は後から書かれた結果で上書きする）
        01 WS-OUT-MAX-SEQ PIC 9(5) VALUE 0.
        01 OUTCOME-TABLE-AREA.
           05 OUTCOME-ENTRY OCCURS 30000 TIMES.
      *> P=処理済み R=却下 空白=結果なし
               10 OC-STATUS PIC X(1).
               10 OC-RESULT PIC S9(10)V9(10).
               10 OC-REASON-CODE PIC X(4).
               10 OC-REASON-TEXT PIC X(40).

      *> 処理中の支店の集計
        01 WS-CUR-BRANCH PIC X(4) VALUE SPACES.
        01 WS-RETURN-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 RETURN-FILE-OPEN VALUE 'Y'.
        01 WS-CUR-DETAILS PIC 9(6) VALUE 0.
        01 WS-CUR-PROCESSED PIC 9(6) VALUE 0.
        01 WS-CUR-REJECTED PIC 9(6) VALUE 0.
        01 WS-CUR-NO-OUTCOME PIC 9(6) VALUE 0.
        01 WS-CUR-TOTAL PIC S9(12)V9(10) VALUE 0.
        01 WS-CUR-TIED-SWITCH PIC X(1) VALUE 'N'.
           88 BRANCH-TIED VALUE 'Y'.

      *> 全支店の合計
        01 WS-BRANCH-COUNT PIC 9(4) VALUE 0.
        01 WS-UNTIED-COUNT PIC 9(4) VALUE 0.
        01 WS-ALL-INTAKE PIC 9(6) VALUE 0.
        01 WS-ALL-PROCESSED PIC 9(6) VALUE 0.
        01 WS-ALL-REJECTED PIC 9(6) VALUE 0.
        01 WS-ALL-NO-OUTCOME PIC 9(6) VALUE 0.
        01 WS-ALL-TOTAL PIC S9(12)V9(10) VALUE 0.

      *> 報告書見出し／制御用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-INTAKE-EDIT PIC ZZZZZ9.
        01 WS-PROC-EDIT PIC ZZZZZ9.
        01 WS-REJ-EDIT PIC ZZZZZ9.
        01 WS-NORES-EDIT PIC ZZZZZ9.
        01 WS-TOTAL-EDIT PIC -(11)9.9999999999.
        01 WS-STATE-TEXT PIC X(8).
        01 WS-TIE-TEXT PIC X(8).
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
           PERFORM 1500-SELECT-OUTCOME-FILE
           PERFORM 2000-LOAD-OUTCOMES
           IF NOT NOT-RETURNABLE
               PERFORM 2500-CHECK-MAP-BATCH
           END-IF
           IF NOT NOT-RETURNABLE
               PERFORM 3000-FIND-RUN-HISTORY
           END-IF
           OPEN OUTPUT RETURN-REPORT
           PERFORM 5100-WRITE-REPORT-HEADERS
           IF NOT-RETURNABLE
               MOVE SPACES TO REPORT-LINE
               STRING "NO RETURN FILES WRITTEN: " DELIMITED BY SIZE
                   WS-BLOCK-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM 4000-RETURN-BY-BRANCH
               PERFORM 5900-WRITE-REGISTER-TOTALS
           END-IF
           CLOSE RETURN-REPORT
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE WS-TODAY-RAW(1:4) TO WS-RUN-YYYY
           MOVE WS-TODAY-RAW(5:2) TO WS-RUN-MM
           MOVE WS-TODAY-RAW(7:2) TO WS-RUN-DD
           MOVE WS-TODAY-RAW TO WS-OUT-RUN-DATE
           INITIALIZE OUTCOME-TABLE-AREA.

      *> 対応表のバッチを最後に処理した本番実行のサイクルから、
      *> 読む処理結果ファイルを決める。対応表や実行履歴がない
      *> 場合は CALCOUT のまま進め、後の突合せで返却を止める。
       1500-SELECT-OUTCOME-FILE.
           OPEN INPUT BRANCH-MAP-FILE
           IF WS-BRMP-STATUS = "00"
               READ BRANCH-MAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BRM-BATCH-ID TO WS-MAP-BATCH-ID
                       PERFORM 1600-FIND-BATCH-CYCLE
               END-READ
               CLOSE BRANCH-MAP-FILE
           ELSE
               CLOSE BRANCH-MAP-FILE
           END-IF
           IF WS-BATCH-CYCLE > 1
               MOVE SPACES TO WS-OUT-FILE-NAME
               STRING "CALCOUT" DELIMITED BY SIZE
                   WS-BATCH-CYCLE DELIMITED BY SIZE
                   INTO WS-OUT-FILE-NAME
               END-STRING
           END-IF
           DISPLAY "処理結果ファイル: " WS-OUT-FILE-NAME
               UPON CONSOLE.

       1600-FIND-BATCH-CYCLE.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL RUNH-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET RUNH-FILE-EOF TO TRUE
                       NOT AT END
                           IF RUNH-BATCH-ID = WS-MAP-BATCH-ID
                               AND (RUNH-RUN-MODE = 'F'
                                   OR RUNH-RUN-MODE = 'R')
                               IF RUNH-CYCLE NUMERIC
                                   AND RUNH-CYCLE NOT = "00"
                                   MOVE RUNH-CYCLE TO WS-BATCH-CYCLE
                               ELSE
                                   MOVE 1 TO WS-BATCH-CYCLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-RUNH-EOF-SWITCH.

      *> SAMPLE-01 の処理結果を読込通番ごとのテーブルへ取り込む。
      *> 再投入取引（通番0）は支店の送った取引ではないため除く。
       2000-LOAD-OUTCOMES.
           OPEN INPUT TRAN-OUTCOME-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL OUT-FILE-EOF
                   READ TRAN-OUTCOME-FILE
                       AT END
                           SET OUT-FILE-EOF TO TRUE
                       NOT AT END
                           IF OUT-SEQ > 0
                               PERFORM 2100-STORE-ONE-OUTCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-OUTCOME-FILE
           ELSE
               SET NOT-RETURNABLE TO TRUE
               MOVE SPACES TO WS-BLOCK-REASON
               STRING "TRANSACTION OUTCOME FILE (" DELIMITED BY SIZE
                   WS-OUT-FILE-NAME DELIMITED BY SPACE
                   ") NOT FOUND" DELIMITED BY SIZE
                   INTO WS-BLOCK-REASON
               END-STRING
               DISPLAY WS-OUT-FILE-NAME " が見つかりません。"
                   "結果を返却できません。" UPON CONSOLE
               CLOSE TRAN-OUTCOME-FILE
           END-IF.

       2100-STORE-ONE-OUTCOME.
           IF WS-OUT-BATCH-ID = SPACES
               MOVE OUT-BATCH-ID TO WS-OUT-BATCH-ID
               MOVE OUT-RUN-DATE TO WS-OUT-RUN-DATE
           END-IF
           IF OUT-SEQ > 30000
               IF NOT OUT-TABLE-OVERFLOW
                   DISPLAY "CALCOUT の読込通番が30000を"
                       "超えています。超過分は"
                       "結果なしとして返却します。"
                       UPON CONSOLE
                   SET OUT-TABLE-OVERFLOW TO TRUE
               END-IF
           ELSE
               IF OUT-SEQ > WS-OUT-MAX-SEQ
                   MOVE OUT-SEQ TO WS-OUT-MAX-SEQ
               END-IF
               MOVE OUT-STATUS TO OC-STATUS(OUT-SEQ)
               MOVE OUT-RESULT TO OC-RESULT(OUT-SEQ)
               MOVE OUT-REASON-CODE TO OC-REASON-CODE(OUT-SEQ)
               MOVE OUT-REASON-TEXT TO OC-REASON-TEXT(OUT-SEQ)
           END-IF.

      *> 対応表の先頭からバッチ ID を取り、処理結果のバッチと同じで
      *> あることを確かめる（別の日の対応表で結果を返さないため）
       2500-CHECK-MAP-BATCH.
           OPEN INPUT BRANCH-MAP-FILE
           IF WS-BRMP-STATUS = "00"
               READ BRANCH-MAP-FILE
                   AT END
                       SET NOT-RETURNABLE TO TRUE
                       MOVE "BRANCH MAP (CALCBRMP) IS EMPTY"
                           TO WS-BLOCK-REASON
                   NOT AT END
                       MOVE BRM-BATCH-ID TO WS-MAP-BATCH-ID
               END-READ
               CLOSE BRANCH-MAP-FILE
           ELSE
               SET NOT-RETURNABLE TO TRUE
               MOVE "BRANCH MAP (CALCBRMP) NOT FOUND"
                   TO WS-BLOCK-REASON
               CLOSE BRANCH-MAP-FILE
           END-IF
           IF NOT NOT-RETURNABLE
               IF WS-OUT-BATCH-ID NOT = SPACES
                   AND WS-OUT-BATCH-ID NOT = WS-MAP-BATCH-ID
                   SET NOT-RETURNABLE TO TRUE
                   MOVE SPACES TO WS-BLOCK-REASON
                   STRING "BATCH MISMATCH - MAP " DELIMITED BY SIZE
                       WS-MAP-BATCH-ID DELIMITED BY SIZE
                       " / OUTCOMES " DELIMITED BY SIZE
                       WS-OUT-BATCH-ID DELIMITED BY SIZE
                       INTO WS-BLOCK-REASON
                   END-STRING
               END-IF
           END-IF
           IF NOT-RETURNABLE
               DISPLAY "支店取込対応表と処理結果を"
                   "突き合わせられません: "
                   WS-BLOCK-REASON UPON CONSOLE
           END-IF.

      *> 対象バッチの最後の本番実行（本番または再開）を探し、
      *> 完了していない（終了コード4超）場合は結果を返さない
       3000-FIND-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-STATUS = "00"
               PERFORM UNTIL RUNH-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET RUNH-FILE-EOF TO TRUE
                       NOT AT END
                           IF RUNH-BATCH-ID = WS-MAP-BATCH-ID
                               AND (RUNH-RUN-MODE = 'F'
                                   OR RUNH-RUN-MODE = 'R')
                               SET RUN-HISTORY-FOUND TO TRUE
                               MOVE RUNH-RETURN-CODE TO WS-RUNH-RC
                               MOVE RUNH-RECORDS-READ
                                   TO WS-RUNH-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               CLOSE RUN-HISTORY-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT RUN-HISTORY-FOUND
                   SET NOT-RETURNABLE TO TRUE
                   MOVE "NO SAMPLE-01 PRODUCTION RUN FOR THIS BATCH"
                       TO WS-BLOCK-REASON
               WHEN WS-RUNH-RC > 4
                   SET NOT-RETURNABLE TO TRUE
                   MOVE "LAST SAMPLE-01 RUN FOR BATCH DID NOT COMPLETE"
                       TO WS-BLOCK-REASON
           END-EVALUATE
           IF NOT-RETURNABLE
               DISPLAY "バッチ " WS-MAP-BATCH-ID
                   " の完了済み本番実行がありません。"
                   "結果を返却できません。" UPON CONSOLE
           END-IF.

      *> 対応表を支店順に読み、支店ごとに結果返却ファイルを作る。
      *> 取引レコードの後に支店の取込件数レコードが続くため、
      *> 取込件数レコードで支店を締めて取込件数と突き合わせる。
       4000-RETURN-BY-BRANCH.
           MOVE 'N' TO WS-BRMP-EOF-SWITCH
           OPEN INPUT BRANCH-MAP-FILE
           PERFORM UNTIL BRMP-FILE-EOF
               READ BRANCH-MAP-FILE
                   AT END
                       SET BRMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF NOT RETURN-FILE-OPEN
                           OR BRM-BRANCH NOT = WS-CUR-BRANCH
                           PERFORM 4100-START-BRANCH
                       END-IF
                       IF BRM-DETAIL
                           PERFORM 4200-RETURN-ONE-TRANSACTION
                       ELSE
                           PERFORM 4300-CLOSE-BRANCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MAP-FILE.

       4100-START-BRANCH.
           IF RETURN-FILE-OPEN
               CLOSE BRANCH-RETURN-FILE
           END-IF
           MOVE BRM-BRANCH TO WS-CUR-BRANCH
           MOVE 0 TO WS-CUR-DETAILS
           MOVE 0 TO WS-CUR-PROCESSED
           MOVE 0 TO WS-CUR-REJECTED
           MOVE 0 TO WS-CUR-NO-OUTCOME
           MOVE 0 TO WS-CUR-TOTAL
           MOVE SPACES TO WS-RETURN-FILE-NAME
           STRING "BRRET" DELIMITED BY SIZE
               BRM-BRANCH DELIMITED BY SPACE
               INTO WS-RETURN-FILE-NAME
           END-STRING
           OPEN OUTPUT BRANCH-RETURN-FILE
           SET RETURN-FILE-OPEN TO TRUE
           MOVE SPACES TO BRANCH-RETURN-RECORD
           SET BRR-HEADER TO TRUE
           MOVE WS-CUR-BRANCH TO BRR-BRANCH
           MOVE WS-MAP-BATCH-ID TO BRR-BATCH-ID
           MOVE WS-OUT-RUN-DATE TO BRR-RUN-DATE
           WRITE BRANCH-RETURN-RECORD.

      *> 取引1件の処理結果を読込通番で引き当てて返却する
       4200-RETURN-ONE-TRANSACTION.
           ADD 1 TO WS-CUR-DETAILS
           MOVE SPACES TO BRANCH-RETURN-RECORD
           SET BRR-DETAIL TO TRUE
           MOVE WS-CUR-BRANCH TO BRR-BRANCH
           MOVE WS-MAP-BATCH-ID TO BRR-BATCH-ID
           MOVE WS-OUT-RUN-DATE TO BRR-RUN-DATE
           MOVE BRM-SEQ TO BRR-SEQ
           MOVE BRM-TRAN TO BRR-TRAN
           MOVE ZERO TO BRR-RESULT
           SET BRR-NO-OUTCOME TO TRUE
           IF BRM-SEQ > 0 AND BRM-SEQ <= WS-OUT-MAX-SEQ
               EVALUATE OC-STATUS(BRM-SEQ)
                   WHEN 'P'
                       SET BRR-PROCESSED TO TRUE
                       MOVE OC-RESULT(BRM-SEQ) TO BRR-RESULT
                   WHEN 'R'
                       SET BRR-REJECTED TO TRUE
                       MOVE OC-REASON-CODE(BRM-SEQ)
                           TO BRR-REASON-CODE
                       MOVE OC-REASON-TEXT(BRM-SEQ)
                           TO BRR-REASON-TEXT
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN BRR-PROCESSED
                   ADD 1 TO WS-CUR-PROCESSED
                   ADD BRR-RESULT TO WS-CUR-TOTAL
               WHEN BRR-REJECTED
                   ADD 1 TO WS-CUR-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-CUR-NO-OUTCOME
           END-EVALUATE
           WRITE BRANCH-RETURN-RECORD.

      *> 支店の取込件数と、返却した取引件数・処理済み＋却下の件数が
      *> すべて一致すれば突合済みとする
       4300-CLOSE-BRANCH.
           MOVE 'N' TO WS-CUR-TIED-SWITCH
           IF WS-CUR-DETAILS = BRM-INTAKE-COUNT
               AND WS-CUR-PROCESSED + WS-CUR-REJECTED
                   = BRM-INTAKE-COUNT
               SET BRANCH-TIED TO TRUE
           ELSE
               ADD 1 TO WS-UNTIED-COUNT
               DISPLAY "支店 " WS-CUR-BRANCH
                   " の結果が取込件数と一致しません。"
                   UPON CONSOLE
           END-IF
           MOVE SPACES TO BRANCH-RETURN-RECORD
           SET BRR-TRAILER TO TRUE
           MOVE WS-CUR-BRANCH TO BRR-BRANCH
           MOVE WS-MAP-BATCH-ID TO BRR-BATCH-ID
           MOVE WS-OUT-RUN-DATE TO BRR-RUN-DATE
           MOVE BRM-INTAKE-COUNT TO BRR-INTAKE-COUNT
           MOVE WS-CUR-PROCESSED TO BRR-PROCESSED-COUNT
           MOVE WS-CUR-REJECTED TO BRR-REJECTED-COUNT
           MOVE WS-CUR-NO-OUTCOME TO BRR-NO-OUTCOME-COUNT
           MOVE WS-CUR-TOTAL TO BRR-RESULT-TOTAL
           WRITE BRANCH-RETURN-RECORD
           CLOSE BRANCH-RETURN-FILE
           MOVE 'N' TO WS-RETURN-OPEN-SWITCH
           ADD 1 TO WS-BRANCH-COUNT
           ADD BRM-INTAKE-COUNT TO WS-ALL-INTAKE
           ADD WS-CUR-PROCESSED TO WS-ALL-PROCESSED
           ADD WS-CUR-REJECTED TO WS-ALL-REJECTED
           ADD WS-CUR-NO-OUTCOME TO WS-ALL-NO-OUTCOME
           ADD WS-CUR-TOTAL TO WS-ALL-TOTAL
           PERFORM 5200-WRITE-BRANCH-LINE.

       5100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "BR-RETURN BRANCH RESULT RETURN REGISTER"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH: " DELIMITED BY SIZE
               WS-MAP-BATCH-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH RETURN FILE   STATE    INTAKE  PROCESSED"
               DELIMITED BY SIZE
               "  REJECTED  NO-RESULT           RESULT TOTAL  TIE"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       5200-WRITE-BRANCH-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 5100-WRITE-REPORT-HEADERS
           END-IF
           EVALUATE BRM-INTAKE-STATE
               WHEN 'O'
                   MOVE "TAKEN" TO WS-STATE-TEXT
               WHEN 'E'
                   MOVE "EMPTY" TO WS-STATE-TEXT
               WHEN 'M'
                   MOVE "MISSING" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-STATE-TEXT
           END-EVALUATE
           IF BRANCH-TIED
               MOVE "OK" TO WS-TIE-TEXT
           ELSE
               MOVE "*NO TIE*" TO WS-TIE-TEXT
           END-IF
           MOVE BRM-INTAKE-COUNT TO WS-INTAKE-EDIT
           MOVE WS-CUR-PROCESSED TO WS-PROC-EDIT
           MOVE WS-CUR-REJECTED TO WS-REJ-EDIT
           MOVE WS-CUR-NO-OUTCOME TO WS-NORES-EDIT
           MOVE WS-CUR-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUR-BRANCH DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RETURN-FILE-NAME(1:13) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-INTAKE-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-PROC-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-REJ-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-NORES-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TIE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> 全支店の取込件数の合計を SAMPLE-01 の読込件数とも突き合わせる
       5900-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ALL-INTAKE NOT = WS-RUNH-READ
               ADD 1 TO WS-UNTIED-COUNT
               MOVE "*NO TIE*" TO WS-TIE-TEXT
           ELSE
               MOVE "OK" TO WS-TIE-TEXT
           END-IF
           MOVE WS-ALL-INTAKE TO WS-INTAKE-EDIT
           MOVE WS-ALL-PROCESSED TO WS-PROC-EDIT
           MOVE WS-ALL-REJECTED TO WS-REJ-EDIT
           MOVE WS-ALL-NO-OUTCOME TO WS-NORES-EDIT
           MOVE WS-ALL-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ALL BRANCHES                  " DELIMITED BY SIZE
               WS-INTAKE-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-PROC-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-REJ-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-NORES-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RUNH-READ TO WS-INTAKE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SAMPLE-01 RECORDS READ (CALCRUNH): "
               DELIMITED BY SIZE
               WS-INTAKE-EDIT DELIMITED BY SIZE
               "  INTAKE vs RUN: " DELIMITED BY SIZE
               WS-TIE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを設定する
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT-RETURNABLE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（結果返却"
                       "ファイルを作成していません）"
                       UPON CONSOLE
               WHEN WS-UNTIED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（取込件数と結果が"
                       "一致しない箇所が " WS-UNTIED-COUNT
                       " 件あります。BRRTRPT を確認して"
                       "ください）" UPON CONSOLE
               WHEN OUT-TABLE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（処理結果"
                       "テーブルの超過により結果なしの"
                       "取引があります）" UPON CONSOLE
               WHEN WS-ALL-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（却下された取引を"
                       "支店へ返却しました）" UPON CONSOLE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "全支店へ結果を返却しました。"
                       UPON CONSOLE
           END-EVALUATE.
