           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *> 取引ごとの発信支店と支店ごとの取込件数を控える対応表
      *> （BR-RETURN が支店別の結果返却ファイルを作るのに使う）
           SELECT BRANCH-MAP-FILE ASSIGN TO "CALCBRMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMP-STATUS.
      *> 取込記録報告書（印刷用）
           SELECT INTAKE-REPORT ASSIGN TO "BRINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CALC-TRANS-FILE.
           COPY tranrec.

       FD  BRANCH-MAP-FILE.
           COPY brmrec.

       FD  INTAKE-REPORT.
           COPY rptrec.

        01 WS-BRLS-STATUS PIC X(2).
        01 WS-RAW-STATUS PIC X(2).
        01 WS-TRANS-STATUS PIC X(2).
        01 WS-BRMP-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-BRLS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 BRLS-FILE-EOF VALUE 'Y'.
      *> バッチ制御照合には常に正しい値が渡る。
       3000-BUILD-CALCTRAN.
           OPEN OUTPUT CALC-TRANS-FILE
           OPEN OUTPUT BRANCH-MAP-FILE
           MOVE SPACES TO TRAN-BATCH-CONTROL
           MOVE 'H' TO TB-RECORD-TYPE
           MOVE WS-BATCH-ID TO TB-BATCH-ID
           MOVE WS-HASH-TOTAL TO TB-HASH-TOTAL
           WRITE TRAN-BATCH-CONTROL
           CLOSE CALC-TRANS-FILE
           CLOSE BRANCH-MAP-FILE
           DISPLAY "CALCTRAN を作成しました。取引 "
               WS-RECORD-COUNT " 件" UPON CONSOLE.

               ELSE
                   MOVE 'O' TO WS-BR-STATE(WS-SUB)
               END-IF
           END-IF
           PERFORM 3300-WRITE-BRANCH-TOTAL.

       3200-COPY-ONE-RAW-RECORD.
           IF RAW-RECORD(1:1) = 'H' OR RAW-RECORD(1:1) = 'T'
               WRITE TRAN-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-BR-RECORDS(WS-SUB)
      *> 発信支店と CALCTRAN 上の読込通番を対応表に控える
               MOVE SPACES TO BRANCH-MAP-RECORD
               SET BRM-DETAIL TO TRUE
               MOVE WS-BATCH-ID TO BRM-BATCH-ID
               MOVE BRL-BRANCH TO BRM-BRANCH
               MOVE WS-RECORD-COUNT TO BRM-SEQ
               MOVE TRAN-RECORD TO BRM-TRAN
               WRITE BRANCH-MAP-RECORD
      *> SAMPLE-01 と同じく、数字の取引のみハッシュへ積み上げる
               IF TR-NUM-POINT-X NUMERIC
                   ADD TR-NUM-POINT-X TO WS-HASH-TOTAL
               END-IF
           END-IF.

      *> 支店ごとの取込件数を対応表へ書く。生ファイルがない支店も
      *> 0件として書き、結果返却の対象にする（支店が未着に気付ける
      *> ように）。
       3300-WRITE-BRANCH-TOTAL.
           MOVE SPACES TO BRANCH-MAP-RECORD
           SET BRM-BRANCH-TOTAL TO TRUE
           MOVE WS-BATCH-ID TO BRM-BATCH-ID
           MOVE BRL-BRANCH TO BRM-BRANCH
           MOVE WS-BR-RECORDS(WS-SUB) TO BRM-INTAKE-COUNT
           MOVE WS-BR-STATE(WS-SUB) TO BRM-INTAKE-STATE
           WRITE BRANCH-MAP-RECORD.

       4000-WRITE-INTAKE-REGISTER.
           OPEN OUTPUT INTAKE-REPORT
           PERFORM 4100-WRITE-REPORT-HEADERS
