       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SAMPLE-01 が書き出した取引単位の抽出ファイル（当方に残す）。
      *> 処理サイクルごとにあり、サイクル01は CALCGL、02以降は
      *> CALCGL＋サイクル番号。
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> 元帳システムへ渡すフィード（ヘッダ／トレーラ付き）。
      *> 営業日全体は CALCGLS、サイクル指定時は CALCGLS＋サイクル番号。
           SELECT GL-FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *> SAMPLE-01 が実行ごとに追記している実行履歴（営業日全体の
      *> フィードに含める処理サイクルを決めるのに使う）
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      *> 営業日カレンダー（期末日はフィードの既定を明細にする）
           SELECT CALENDAR-FILE ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CALENDAR-FILE.
           COPY calrec.

       FD  RUN-HISTORY-FILE.
           COPY runrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-GL-STATUS PIC X(2).
        01 WS-FEED-STATUS PIC X(2).
        01 WS-CAL-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-RUNH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RUNH-FILE-EOF VALUE 'Y'.
        01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 GL-FILE-EOF VALUE 'Y'.
        01 WS-CAL-EOF-SWITCH PIC X(1) VALUE 'N'.
      *> コマンドラインの1文字目でフィード形式を指定する
      *> （D=明細 S=要約）。省略時はカレンダーに従い、当日が
      *> 期末日なら明細、それ以外は要約とする。
      *> 3～4桁目で処理サイクルを指定すると、そのサイクルの CALCGL
      *> だけからフィードを作る。省略時は営業日全体（実行履歴上の
      *> 最新の営業日に完了したすべてのサイクル）をまとめて送る。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-FEED-MODE PIC X(1) VALUE 'S'.
           88 FEED-DETAIL VALUE 'D'.
           88 FEED-SUMMARY VALUE 'S'.
        01 WS-TODAY-RAW PIC X(8).

      *> 処理サイクルの選択（0=営業日全体）
        01 WS-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-CYCLE-SUB PIC 9(3) VALUE 0.
        01 WS-RUNH-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-NAME-CYCLE PIC 9(2) VALUE 0.
      *> 読み込むサイクル（n 桁目が Y ならサイクル n を読む）
        01 WS-CYCLE-FLAGS PIC X(99) VALUE SPACES.
        01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
        01 WS-CYCLE-READ-COUNT PIC 9(2) VALUE 0.
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".
        01 WS-FEED-FILE-NAME PIC X(20) VALUE "CALCGLS".

      *> 科目＋演算コード＋実行日＋計上期間ごとの要約テーブル
        01 WS-SUM-COUNT PIC 9(4) VALUE 0.
        01 SUM-TABLE-AREA.
           05 SUM-ENTRY OCCURS 2000 TIMES.
               10 SU-ACCOUNT PIC X(10).
               10 SU-OP-CODE PIC X(4).
               10 SU-RUN-DATE PIC X(8).
               10 SU-POST-PERIOD PIC X(6).
               10 SU-TRAN-COUNT PIC 9(8).
               10 SU-AMOUNT PIC S9(12)V9(10).
        01 WS-SUB PIC 9(4) VALUE 0.
               DISPLAY "フィード形式: 明細（D）" UPON CONSOLE
           ELSE
               DISPLAY "フィード形式: 要約（S）" UPON CONSOLE
           END-IF
           IF WS-COMMAND(3:2) NUMERIC AND WS-COMMAND(3:2) NOT = "00"
               MOVE WS-COMMAND(3:2) TO WS-CYCLE-NO
               MOVE 'Y' TO WS-CYCLE-FLAGS(WS-CYCLE-NO:1)
               MOVE SPACES TO WS-FEED-FILE-NAME
               STRING "CALCGLS" DELIMITED BY SIZE
                   WS-CYCLE-NO DELIMITED BY SIZE
                   INTO WS-FEED-FILE-NAME
               END-STRING
               DISPLAY "処理サイクル " WS-CYCLE-NO
                   " のフィードを作成します。" UPON CONSOLE
           ELSE
               PERFORM 1200-SELECT-DAY-CYCLES
           END-IF.

      *> カレンダーに当日の期末日（E）があれば明細、なければ要約
               CLOSE CALENDAR-FILE
           END-IF.

      *> 実行履歴から最新の営業日（完了済み本番実行のある最後の
      *> 実行日）を求め、その日に完了したサイクルをすべて選ぶ。
      *> 実行履歴がない場合は従来どおり CALCGL だけを読む。
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
                   "読みます。" UPON CONSOLE
           ELSE
               DISPLAY "営業日 " WS-BUSINESS-DATE
                   " の全サイクルのフィードを"
                   "作成します。" UPON CONSOLE
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

      *> 選んだサイクルの CALCGL を順に読んで1本のフィードにする。
      *> 1つでも読めないサイクルがあれば、欠けたフィードを送らない
      *> よう書きかけのフィードを空へ戻す。
       2000-BUILD-FEED.
           OPEN OUTPUT GL-FEED-FILE
           PERFORM 2100-WRITE-FEED-HEADER
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 99
                   OR GL-FILE-MISSING OR SUMMARY-OVERFLOW
               IF WS-CYCLE-FLAGS(WS-CYCLE-SUB:1) = 'Y'
                   PERFORM 2050-READ-CYCLE-EXTRACT
               END-IF
           END-PERFORM
           IF GL-FILE-MISSING OR SUMMARY-OVERFLOW
      *> 不完全なフィードがトレーラ付きの完全なものとして
      *> 手動で送られてしまわないよう、書きかけのフィードは
      *> トレーラを書かずに空へ戻す（前日のフィードが完全な
      *> ものとして残って送られることもない）
               CLOSE GL-FEED-FILE
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               DISPLAY WS-FEED-FILE-NAME " は空へ戻しました。"
                   UPON CONSOLE
           ELSE
               IF FEED-SUMMARY
                   PERFORM 2400-WRITE-SUMMARY-RECORDS
               END-IF
               PERFORM 2900-WRITE-FEED-TRAILER
               CLOSE GL-FEED-FILE
               DISPLAY "CALCGL " WS-CYCLE-READ-COUNT " サイクル分 "
                   WS-READ-COUNT " 件から"
                   "フィード " WS-FEED-RECORDS
                   " 件を作成しました。" UPON CONSOLE
           END-IF.

       2050-READ-CYCLE-EXTRACT.
           PERFORM 1300-SET-GL-FILE-NAME
           MOVE 'N' TO WS-GL-EOF-SWITCH
           OPEN INPUT GL-EXTRACT
           IF WS-GL-STATUS NOT = "00"
               SET GL-FILE-MISSING TO TRUE
               DISPLAY WS-GL-FILE-NAME " が見つかりません。"
                   "フィードは作成しません。" UPON CONSOLE
               CLOSE GL-EXTRACT
           ELSE
               ADD 1 TO WS-CYCLE-READ-COUNT
               PERFORM UNTIL GL-FILE-EOF
                   READ GL-EXTRACT
                       AT END
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT
           END-IF.

       2100-WRITE-FEED-HEADER.
           MOVE 1 TO GLS-TRAN-COUNT
           MOVE GL-RESULT TO GLS-AMOUNT
           MOVE SPACE TO GLS-FEED-MODE
           MOVE GL-POST-PERIOD TO GLS-POST-PERIOD
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-FEED-RECORDS
           ADD GL-RESULT TO WS-FEED-TOTAL.

      *> 科目＋演算コード＋実行日＋計上期間ごとに件数と金額を集約する
       2300-ACCUMULATE-SUMMARY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               IF SU-ACCOUNT(WS-SUB) = GL-ACCOUNT
                   AND SU-OP-CODE(WS-SUB) = GL-OP-CODE
                   AND SU-RUN-DATE(WS-SUB) = GL-RUN-DATE
                   AND SU-POST-PERIOD(WS-SUB) = GL-POST-PERIOD
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
                   MOVE GL-ACCOUNT TO SU-ACCOUNT(WS-FOUND-SUB)
                   MOVE GL-OP-CODE TO SU-OP-CODE(WS-FOUND-SUB)
                   MOVE GL-RUN-DATE TO SU-RUN-DATE(WS-FOUND-SUB)
                   MOVE GL-POST-PERIOD
                       TO SU-POST-PERIOD(WS-FOUND-SUB)
                   MOVE 0 TO SU-TRAN-COUNT(WS-FOUND-SUB)
                   MOVE 0 TO SU-AMOUNT(WS-FOUND-SUB)
               END-IF
               MOVE SU-TRAN-COUNT(WS-SUB) TO GLS-TRAN-COUNT
               MOVE SU-AMOUNT(WS-SUB) TO GLS-AMOUNT
               MOVE SPACE TO GLS-FEED-MODE
               MOVE SU-POST-PERIOD(WS-SUB) TO GLS-POST-PERIOD
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-FEED-RECORDS
               ADD SU-AMOUNT(WS-SUB) TO WS-FEED-TOTAL
