      *> 見出し部
       IDENTIFICATION DIVISION.
      *> プログラム名
       PROGRAM-ID. ACCT-POSN.

      *> 環境部
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> 勘定科目マスタ（残高を持つ科目の一覧）
           SELECT ACCT-MASTER-FILE ASSIGN TO "CALCACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
      *> 科目残高ファイル（読み込んだ後に全件を書き直す）
           SELECT ACCOUNT-POSITION-FILE ASSIGN TO "CALCPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
      *> SAMPLE-01 が書き出した取引1件ごとの処理結果（処理サイクル
      *> ごと。サイクル01は CALCOUT、02以降は CALCOUT＋サイクル番号）
           SELECT TRAN-OUTCOME-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *> SAMPLE-01 が元帳へ送った抽出ファイル（科目別の突合用。
      *> 処理結果と同じくサイクルごと）
           SELECT GL-EXTRACT ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> SAMPLE-01 が実行ごとに追記している実行履歴
           SELECT RUN-HISTORY-FILE ASSIGN TO "CALCRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
      *> 科目別日次明細書（印刷用）
           SELECT STATEMENT-REPORT ASSIGN TO "ACCTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> データ部
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
           COPY acctrec.

       FD  ACCOUNT-POSITION-FILE.
           COPY posrec.

       FD  TRAN-OUTCOME-FILE.
           COPY outrec.

       FD  GL-EXTRACT.
           COPY glrec.

       FD  RUN-HISTORY-FILE.
           COPY runrec.

       FD  STATEMENT-REPORT.
           COPY rptrec.

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-ACCT-STATUS PIC X(2).
        01 WS-POS-STATUS PIC X(2).
        01 WS-OUT-STATUS PIC X(2).
        01 WS-GL-STATUS PIC X(2).
        01 WS-RUNH-STATUS PIC X(2).
        01 WS-REPORT-STATUS PIC X(2).
        01 WS-ACCT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 ACCT-FILE-EOF VALUE 'Y'.
        01 WS-POS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 POS-FILE-EOF VALUE 'Y'.
        01 WS-OUT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 OUT-FILE-EOF VALUE 'Y'.
        01 WS-GL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 GL-FILE-EOF VALUE 'Y'.
        01 WS-RUNH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RUNH-FILE-EOF VALUE 'Y'.

      *> 計上対象の営業日（YYYYMMDD）。コマンドラインで指定し、
      *> 省略時は当日を計上する。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-TARGET-DATE PIC X(8).
        01 WS-TODAY-RAW PIC X(8).

      *> 対象日の完了済み本番実行（本番または再開で終了コード
      *> 4以下）が実行履歴に見つかったかどうか
        01 WS-RUNH-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 RUN-HISTORY-FOUND VALUE 'Y'.
      *> 対象日に完了した処理サイクル（n 桁目が Y ならサイクル n）。
      *> 各サイクルの処理結果と GL 抽出を順に取り込む。
        01 WS-CYCLE-FLAGS PIC X(99) VALUE SPACES.
        01 WS-CYCLE-SUB PIC 9(3) VALUE 0.
        01 WS-RUNH-CYCLE-NO PIC 9(2) VALUE 0.
        01 WS-NAME-CYCLE PIC 9(2) VALUE 0.
        01 WS-OUT-FILE-NAME PIC X(20) VALUE "CALCOUT".
        01 WS-GL-FILE-NAME PIC X(20) VALUE "CALCGL".
      *> 残高ファイルに対象日より後の営業日の計上がある場合は、
      *> 過去日の再計上で残高を巻き戻さないよう更新を中止する
        01 WS-POS-AHEAD-SWITCH PIC X(1) VALUE 'N'.
           88 POSITION-AHEAD VALUE 'Y'.
      *> 科目テーブル・取引テーブルの上限超過
        01 WS-TABLE-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
           88 TABLE-OVERFLOW VALUE 'Y'.

      *> 科目ごとの残高テーブル（科目マスタの全科目。マスタから
      *> 外れた科目の残高も失わないよう残高ファイルから引き継ぐ）
        01 WS-POS-COUNT PIC 9(3) VALUE 0.
        01 POSITION-TABLE-AREA.
           05 POSITION-ENTRY OCCURS 200 TIMES.
               10 PT-ACCOUNT PIC X(10).
               10 PT-DESCRIPTION PIC X(30).
      *> 科目マスタの有効／閉鎖区分（マスタにない科目は空白）
               10 PT-STATUS PIC X(1).
               10 PT-OPENING PIC S9(12)V9(10).
               10 PT-ACTIVITY PIC S9(12)V9(10).
               10 PT-DAY-COUNT PIC 9(6).
      *> 元帳側却下の再投入（残高には積み上げないが CALCGL には
      *> 2行目として載るため、CALCGL との突合では加味する）
               10 PT-LEDGER-RESUB PIC S9(12)V9(10).
               10 PT-GL-TOTAL PIC S9(12)V9(10).
        01 WS-POS-SUB PIC 9(3) VALUE 0.
        01 WS-FOUND-SUB PIC 9(3) VALUE 0.
        01 WS-SEARCH-ACCOUNT PIC X(10).

      *> 当日の処理済み取引。本体バッチは読込通番を添字にして
      *> 保持し、再開で同じ通番が重複した場合は後の結果で上書き
      *> する。再投入取引（通番0）は参照番号＋科目＋演算種別＋
      *> 発生元で重複を除く（同じ参照番号の元取引と取消を同時に
      *> 再投入しても別の取引として数える）。
        01 WS-SEQ-MAX PIC 9(5) VALUE 0.
        01 SEQ-TABLE-AREA.
           05 SEQ-ENTRY OCCURS 30000 TIMES.
      *> P=処理済み R=却下 空白=結果なし
               10 ST-STATUS PIC X(1).
               10 ST-ACCOUNT PIC X(10).
               10 ST-REFERENCE PIC X(10).
               10 ST-OP-CODE PIC X(1).
               10 ST-RESULT PIC S9(10)V9(10).
        01 WS-RESUB-COUNT PIC 9(4) VALUE 0.
        01 RESUB-TABLE-AREA.
           05 RESUB-ENTRY OCCURS 2000 TIMES.
               10 RT-ACCOUNT PIC X(10).
               10 RT-REFERENCE PIC X(10).
               10 RT-OP-CODE PIC X(1).
               10 RT-ORIGIN PIC X(1).
               10 RT-RESULT PIC S9(10)V9(10).
        01 WS-SEQ-SUB PIC 9(5) VALUE 0.
        01 WS-RESUB-SUB PIC 9(4) VALUE 0.
      *> 明細書に載せる当日の取引（重複を除いた後の全サイクル分。
      *> 上の2つの表はサイクルごとに空にするため、こちらに積む）
        01 WS-DETAIL-COUNT PIC 9(5) VALUE 0.
        01 DAY-DETAIL-AREA.
           05 DAY-DETAIL-ENTRY OCCURS 60000 TIMES.
               10 DD-CYCLE PIC 9(2).
      *> 読込通番（再投入は0）
               10 DD-SEQ PIC 9(5).
               10 DD-ACCOUNT PIC X(10).
               10 DD-REFERENCE PIC X(10).
               10 DD-OP-CODE PIC X(1).
               10 DD-ORIGIN PIC X(1).
               10 DD-RESULT PIC S9(10)V9(10).
        01 WS-DETAIL-SUB PIC 9(5) VALUE 0.
      *> 明細の表が一杯になった（残高は正しいが明細行が欠ける）
        01 WS-DETAIL-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
           88 DETAIL-OVERFLOW VALUE 'Y'.
        01 WS-DUP-SWITCH PIC X(1) VALUE 'N'.
           88 RESUB-DUPLICATE VALUE 'Y'.
      *> 処理結果に埋め込まれた取引レコードの読替え用
           COPY tranrec.

      *> CALCGL にあって残高ファイルにない科目の計上額
        01 WS-UNKNOWN-GL-COUNT PIC 9(6) VALUE 0.
        01 WS-UNKNOWN-GL-TOTAL PIC S9(12)V9(10) VALUE 0.

      *> 全科目の合計と突合結果
        01 WS-EXPECTED-GL PIC S9(12)V9(10) VALUE 0.
        01 WS-CLOSING PIC S9(12)V9(10) VALUE 0.
        01 WS-TOTAL-OPENING PIC S9(12)V9(10) VALUE 0.
        01 WS-TOTAL-ACTIVITY PIC S9(12)V9(10) VALUE 0.
        01 WS-TOTAL-CLOSING PIC S9(12)V9(10) VALUE 0.
        01 WS-TOTAL-GL PIC S9(12)V9(10) VALUE 0.
        01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
        01 WS-ACTIVE-ACCOUNTS PIC 9(3) VALUE 0.

      *> 報告書見出し／制御用項目
        01 WS-PAGE-NO PIC 9(4) VALUE 0.
        01 WS-LINE-COUNT PIC 9(2) VALUE 0.
        01 WS-MAX-LINES-PER-PAGE PIC 9(2) VALUE 20.
        01 WS-PAGE-EDIT PIC ZZZ9.
        01 WS-SEQ-EDIT PIC ZZZZZ9.
        01 WS-COUNT-EDIT PIC ZZZZZ9.
        01 WS-AMOUNT-EDIT PIC -(11)9.9999999999.
        01 WS-AMOUNT2-EDIT PIC -(11)9.9999999999.
        01 WS-MATCH-TEXT PIC X(12).
        01 WS-NOTE-TEXT PIC X(30).
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
           PERFORM 2000-FIND-RUN-HISTORY
           IF RUN-HISTORY-FOUND
               PERFORM 3000-LOAD-ACCOUNT-MASTER
               PERFORM 3500-LOAD-POSITIONS
           END-IF
           IF RUN-HISTORY-FOUND AND NOT POSITION-AHEAD
               AND NOT TABLE-OVERFLOW
               PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                       UNTIL WS-CYCLE-SUB > 99
                   IF WS-CYCLE-FLAGS(WS-CYCLE-SUB:1) = 'Y'
                       PERFORM 3900-START-CYCLE
                       PERFORM 4000-LOAD-OUTCOMES
                       PERFORM 4500-APPLY-OUTCOMES
                       PERFORM 5000-TOTAL-GL-BY-ACCOUNT
                   END-IF
               END-PERFORM
               PERFORM 6000-WRITE-STATEMENTS
      *> サイクルの途中で表が溢れた場合は発生額が欠けているため、
      *> 残高ファイルは書き直さない
               IF NOT TABLE-OVERFLOW
                   PERFORM 7000-REWRITE-POSITIONS
               END-IF
           END-IF
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND(1:8) NUMERIC
               MOVE WS-COMMAND(1:8) TO WS-TARGET-DATE
           ELSE
               MOVE WS-TODAY-RAW TO WS-TARGET-DATE
           END-IF
           MOVE WS-TARGET-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-TARGET-DATE(5:2) TO WS-RUN-MM
           MOVE WS-TARGET-DATE(7:2) TO WS-RUN-DD
           INITIALIZE POSITION-TABLE-AREA
           INITIALIZE SEQ-TABLE-AREA
           INITIALIZE DAY-DETAIL-AREA
           DISPLAY "残高計上の営業日: " WS-TARGET-DATE
               UPON CONSOLE.

      *> 対象日の完了済み本番実行がなければ残高を更新しない
      *> （途中で止まった実行の結果を残高に載せないため）
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
                               AND RUNH-RETURN-CODE <= 4
                               SET RUN-HISTORY-FOUND TO TRUE
                               PERFORM 2100-TAKE-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "CALCRUNH が見つかりません。"
                   UPON CONSOLE
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *> 旧形式の記録（サイクル空白）はサイクル01として扱う
       2100-TAKE-CYCLE.
           IF RUNH-CYCLE NUMERIC AND RUNH-CYCLE NOT = "00"
               MOVE RUNH-CYCLE TO WS-RUNH-CYCLE-NO
           ELSE
               MOVE 1 TO WS-RUNH-CYCLE-NO
           END-IF
           MOVE 'Y' TO WS-CYCLE-FLAGS(WS-RUNH-CYCLE-NO:1).

       3000-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL ACCT-FILE-EOF
                   READ ACCT-MASTER-FILE
                       AT END
                           SET ACCT-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-POS-COUNT >= 200
                               DISPLAY "CALCACCT が200件を"
                                   "超えています。"
                                   UPON CONSOLE
                               SET TABLE-OVERFLOW TO TRUE
                               SET ACCT-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-POS-COUNT
                               MOVE ACM-ACCOUNT
                                   TO PT-ACCOUNT(WS-POS-COUNT)
                               MOVE ACM-DESCRIPTION
                                   TO PT-DESCRIPTION(WS-POS-COUNT)
                               MOVE ACM-STATUS
                                   TO PT-STATUS(WS-POS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           ELSE
               DISPLAY "CALCACCT が見つかりません。"
                   UPON CONSOLE
               CLOSE ACCT-MASTER-FILE
           END-IF.

      *> 前回までの残高を読み込み、開始残高を決める。前回の計上日が
      *> 対象日より前なら前回の終了残高が開始残高になり、対象日と
      *> 同じ（同日の再実行）なら前回の開始残高を据え置く。
       3500-LOAD-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION-FILE
           IF WS-POS-STATUS = "00"
               PERFORM UNTIL POS-FILE-EOF
                   READ ACCOUNT-POSITION-FILE
                       AT END
                           SET POS-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 3600-TAKE-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-POSITION-FILE
           ELSE
               DISPLAY "CALCPOS が見つかりません。"
                   "全科目を残高0から開始します。"
                   UPON CONSOLE
               CLOSE ACCOUNT-POSITION-FILE
           END-IF.

       3600-TAKE-ONE-POSITION.
           IF POS-POSITION-DATE > WS-TARGET-DATE
               SET POSITION-AHEAD TO TRUE
               DISPLAY "科目 " POS-ACCOUNT " の残高は "
                   POS-POSITION-DATE " まで計上済みです。"
                   UPON CONSOLE
           END-IF
           MOVE POS-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM 8100-FIND-POSITION
           IF WS-FOUND-SUB = 0
      *> マスタから外れた科目も残高を失わないよう引き継ぐ
               IF WS-POS-COUNT >= 200
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-COUNT TO WS-FOUND-SUB
                   MOVE POS-ACCOUNT TO PT-ACCOUNT(WS-FOUND-SUB)
                   MOVE "*NOT ON ACCOUNT MASTER*"
                       TO PT-DESCRIPTION(WS-FOUND-SUB)
                   MOVE SPACE TO PT-STATUS(WS-FOUND-SUB)
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               IF POS-POSITION-DATE = WS-TARGET-DATE
                   MOVE POS-OPENING-BALANCE
                       TO PT-OPENING(WS-FOUND-SUB)
               ELSE
                   MOVE POS-CLOSING-BALANCE
                       TO PT-OPENING(WS-FOUND-SUB)
               END-IF
           END-IF.

      *> サイクル（WS-CYCLE-SUB）のファイル名を決め、通番で引く
      *> 取引テーブルを空にする。読込通番はサイクルごとに1から
      *> 振られるため、重複除去はサイクルの中だけで行う。
       3900-START-CYCLE.
           MOVE WS-CYCLE-SUB TO WS-NAME-CYCLE
           IF WS-CYCLE-SUB = 1
               MOVE "CALCOUT" TO WS-OUT-FILE-NAME
               MOVE "CALCGL" TO WS-GL-FILE-NAME
           ELSE
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
           END-IF
           INITIALIZE SEQ-TABLE-AREA
           MOVE 0 TO WS-SEQ-MAX
           MOVE 0 TO WS-RESUB-COUNT
           MOVE 'N' TO WS-OUT-EOF-SWITCH
           MOVE 'N' TO WS-GL-EOF-SWITCH
           DISPLAY "処理サイクル " WS-NAME-CYCLE
               " を計上します: " WS-OUT-FILE-NAME
               UPON CONSOLE.

      *> 対象日の処理結果を取り込む。同じ取引が2度書かれていても
      *> （再開時の再処理）1度だけ数えるよう、本体は読込通番で、
      *> 再投入は参照番号＋科目＋演算種別＋発生元で重複を除く。
       4000-LOAD-OUTCOMES.
           OPEN INPUT TRAN-OUTCOME-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL OUT-FILE-EOF
                   READ TRAN-OUTCOME-FILE
                       AT END
                           SET OUT-FILE-EOF TO TRUE
                       NOT AT END
                           IF OUT-RUN-DATE = WS-TARGET-DATE
                               AND OUT-PROCESSED
                               PERFORM 4100-TAKE-ONE-OUTCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-OUTCOME-FILE
           ELSE
               DISPLAY WS-OUT-FILE-NAME " が見つかりません。"
                   "このサイクルの発生額は"
                   "0になります。"
                   UPON CONSOLE
               CLOSE TRAN-OUTCOME-FILE
           END-IF.

       4100-TAKE-ONE-OUTCOME.
           MOVE OUT-TRAN TO TRAN-RECORD
           IF OUT-SEQ > 0
               IF OUT-SEQ > 30000
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   IF OUT-SEQ > WS-SEQ-MAX
                       MOVE OUT-SEQ TO WS-SEQ-MAX
                   END-IF
                   MOVE OUT-STATUS TO ST-STATUS(OUT-SEQ)
                   MOVE TR-ACCOUNT TO ST-ACCOUNT(OUT-SEQ)
                   MOVE TR-REFERENCE TO ST-REFERENCE(OUT-SEQ)
                   MOVE TR-OP-CODE TO ST-OP-CODE(OUT-SEQ)
                   MOVE OUT-RESULT TO ST-RESULT(OUT-SEQ)
               END-IF
           ELSE
               MOVE 'N' TO WS-DUP-SWITCH
               PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
                       UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
                       OR RESUB-DUPLICATE
                   IF RT-ACCOUNT(WS-RESUB-SUB) = TR-ACCOUNT
                       AND RT-REFERENCE(WS-RESUB-SUB) = TR-REFERENCE
                       AND RT-OP-CODE(WS-RESUB-SUB) = TR-OP-CODE
                       AND RT-ORIGIN(WS-RESUB-SUB) = OUT-ORIGIN
                       SET RESUB-DUPLICATE TO TRUE
                       MOVE OUT-RESULT TO RT-RESULT(WS-RESUB-SUB)
                   END-IF
               END-PERFORM
               IF NOT RESUB-DUPLICATE
                   IF WS-RESUB-COUNT >= 2000
                       SET TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-RESUB-COUNT
                       MOVE TR-ACCOUNT TO RT-ACCOUNT(WS-RESUB-COUNT)
                       MOVE TR-REFERENCE
                           TO RT-REFERENCE(WS-RESUB-COUNT)
                       MOVE TR-OP-CODE TO RT-OP-CODE(WS-RESUB-COUNT)
                       MOVE OUT-ORIGIN TO RT-ORIGIN(WS-RESUB-COUNT)
                       MOVE OUT-RESULT TO RT-RESULT(WS-RESUB-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> 重複を除いた処理結果を科目ごとの当日発生額へ積み上げる。
      *> 元帳側却下の再投入（G）は一度処理済みで前回までの残高に
      *> 含まれているため、発生額には積まずに突合用に控える。
       4500-APPLY-OUTCOMES.
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-SEQ-MAX
               IF ST-STATUS(WS-SEQ-SUB) = 'P'
                   MOVE ST-ACCOUNT(WS-SEQ-SUB) TO WS-SEARCH-ACCOUNT
                   PERFORM 8200-FIND-OR-ADD-POSITION
                   IF WS-FOUND-SUB > 0
                       ADD ST-RESULT(WS-SEQ-SUB)
                           TO PT-ACTIVITY(WS-FOUND-SUB)
                       ADD 1 TO PT-DAY-COUNT(WS-FOUND-SUB)
                       PERFORM 4600-ADD-DAY-DETAIL
                       IF WS-DETAIL-SUB > 0
                           MOVE WS-SEQ-SUB TO DD-SEQ(WS-DETAIL-SUB)
                           MOVE ST-ACCOUNT(WS-SEQ-SUB)
                               TO DD-ACCOUNT(WS-DETAIL-SUB)
                           MOVE ST-REFERENCE(WS-SEQ-SUB)
                               TO DD-REFERENCE(WS-DETAIL-SUB)
                           MOVE ST-OP-CODE(WS-SEQ-SUB)
                               TO DD-OP-CODE(WS-DETAIL-SUB)
                           MOVE ST-RESULT(WS-SEQ-SUB)
                               TO DD-RESULT(WS-DETAIL-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
                   UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
               MOVE RT-ACCOUNT(WS-RESUB-SUB) TO WS-SEARCH-ACCOUNT
               PERFORM 8200-FIND-OR-ADD-POSITION
               IF WS-FOUND-SUB > 0
                   IF RT-ORIGIN(WS-RESUB-SUB) = 'G'
                       ADD RT-RESULT(WS-RESUB-SUB)
                           TO PT-LEDGER-RESUB(WS-FOUND-SUB)
                   ELSE
                       ADD RT-RESULT(WS-RESUB-SUB)
                           TO PT-ACTIVITY(WS-FOUND-SUB)
                       ADD 1 TO PT-DAY-COUNT(WS-FOUND-SUB)
                   END-IF
                   PERFORM 4600-ADD-DAY-DETAIL
                   IF WS-DETAIL-SUB > 0
                       MOVE 0 TO DD-SEQ(WS-DETAIL-SUB)
                       MOVE RT-ACCOUNT(WS-RESUB-SUB)
                           TO DD-ACCOUNT(WS-DETAIL-SUB)
                       MOVE RT-REFERENCE(WS-RESUB-SUB)
                           TO DD-REFERENCE(WS-DETAIL-SUB)
                       MOVE RT-OP-CODE(WS-RESUB-SUB)
                           TO DD-OP-CODE(WS-DETAIL-SUB)
                       MOVE RT-ORIGIN(WS-RESUB-SUB)
                           TO DD-ORIGIN(WS-DETAIL-SUB)
                       MOVE RT-RESULT(WS-RESUB-SUB)
                           TO DD-RESULT(WS-DETAIL-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *> 明細の表に1行を取り、WS-DETAIL-SUB に位置を返す（一杯なら
      *> 0。明細行は欠けるが残高の計上は続ける）
       4600-ADD-DAY-DETAIL.
           IF WS-DETAIL-COUNT >= 60000
               MOVE 0 TO WS-DETAIL-SUB
               IF NOT DETAIL-OVERFLOW
                   SET DETAIL-OVERFLOW TO TRUE
                   DISPLAY "明細書の明細が60000件を"
                       "超えました。超えた分の"
                       "明細行は印字しません。"
                       UPON CONSOLE
               END-IF
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-DETAIL-COUNT TO WS-DETAIL-SUB
               MOVE WS-NAME-CYCLE TO DD-CYCLE(WS-DETAIL-SUB)
           END-IF.

      *> 対象日の CALCGL を科目ごとに合計する
       5000-TOTAL-GL-BY-ACCOUNT.
           OPEN INPUT GL-EXTRACT
           IF WS-GL-STATUS = "00"
               PERFORM UNTIL GL-FILE-EOF
                   READ GL-EXTRACT
                       AT END
                           SET GL-FILE-EOF TO TRUE
                       NOT AT END
                           IF GL-RUN-DATE = WS-TARGET-DATE
                               MOVE GL-ACCOUNT TO WS-SEARCH-ACCOUNT
                               PERFORM 8100-FIND-POSITION
                               IF WS-FOUND-SUB > 0
                                   ADD GL-RESULT
                                       TO PT-GL-TOTAL(WS-FOUND-SUB)
                               ELSE
                                   ADD 1 TO WS-UNKNOWN-GL-COUNT
                                   ADD GL-RESULT
                                       TO WS-UNKNOWN-GL-TOTAL
                               END-IF
                               ADD GL-RESULT TO WS-TOTAL-GL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT
           ELSE
               DISPLAY WS-GL-FILE-NAME " が見つかりません。"
                   UPON CONSOLE
               CLOSE GL-EXTRACT
           END-IF.

      *> 科目ごとに開始残高・当日の取引・発生額・終了残高を印字し、
      *> 当日発生額（＋元帳側却下の再投入額）が CALCGL の科目合計と
      *> 一致しない科目に印を付ける
       6000-WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-REPORT
           PERFORM 6100-WRITE-REPORT-HEADERS
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               PERFORM 6200-WRITE-ONE-STATEMENT
           END-PERFORM
           PERFORM 6900-WRITE-STATEMENT-TOTALS
           CLOSE STATEMENT-REPORT.

       6100-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCT-POSN DAILY ACCOUNT STATEMENT" DELIMITED BY SIZE
               "   BUSINESS DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISP DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    REFERENCE   OP CY    SEQ" DELIMITED BY SIZE
               "                   AMOUNT" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       6200-WRITE-ONE-STATEMENT.
           COMPUTE WS-CLOSING = PT-OPENING(WS-POS-SUB)
               + PT-ACTIVITY(WS-POS-SUB)
           COMPUTE WS-EXPECTED-GL = PT-ACTIVITY(WS-POS-SUB)
               + PT-LEDGER-RESUB(WS-POS-SUB)
           ADD PT-OPENING(WS-POS-SUB) TO WS-TOTAL-OPENING
           ADD PT-ACTIVITY(WS-POS-SUB) TO WS-TOTAL-ACTIVITY
           ADD WS-CLOSING TO WS-TOTAL-CLOSING
           IF PT-DAY-COUNT(WS-POS-SUB) > 0
               ADD 1 TO WS-ACTIVE-ACCOUNTS
           END-IF
      *> 科目の見出しと開始残高（1科目の見出し一式は改ページで
      *> 分けない）
           IF WS-LINE-COUNT + 4 >= WS-MAX-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT: " DELIMITED BY SIZE
               PT-ACCOUNT(WS-POS-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PT-DESCRIPTION(WS-POS-SUB) DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               PT-STATUS(WS-POS-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM 6800-WRITE-PLAIN-LINE
           MOVE PT-OPENING(WS-POS-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  OPENING BALANCE                    "
               DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM 6800-WRITE-PLAIN-LINE
      *> 当日の取引（サイクル順に、本体バッチは読込通番順、再投入は
      *> その後）
           PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
               IF DD-ACCOUNT(WS-DETAIL-SUB) = PT-ACCOUNT(WS-POS-SUB)
                   PERFORM 6300-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE PT-DAY-COUNT(WS-POS-SUB) TO WS-COUNT-EDIT
           MOVE PT-ACTIVITY(WS-POS-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVITY (" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " ITEMS)                 " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM 6800-WRITE-PLAIN-LINE
           MOVE WS-CLOSING TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSING BALANCE                    "
               DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM 6800-WRITE-PLAIN-LINE
           IF WS-EXPECTED-GL = PT-GL-TOTAL(WS-POS-SUB)
               MOVE "AGREES" TO WS-MATCH-TEXT
           ELSE
               MOVE "*DISAGREES*" TO WS-MATCH-TEXT
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY "科目 " PT-ACCOUNT(WS-POS-SUB)
                   " の残高が CALCGL と一致しません。"
                   UPON CONSOLE
           END-IF
           MOVE PT-GL-TOTAL(WS-POS-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-EXPECTED-GL TO WS-AMOUNT2-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  CALCGL TOTAL FOR DAY              "
               DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "  EXPECTED " DELIMITED BY SIZE
               WS-AMOUNT2-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MATCH-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM 6800-WRITE-PLAIN-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 6800-WRITE-PLAIN-LINE.

      *> 明細の1行（WS-DETAIL-SUB）を印字する
       6300-WRITE-DETAIL-LINE.
           MOVE DD-RESULT(WS-DETAIL-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           IF DD-SEQ(WS-DETAIL-SUB) > 0
               MOVE DD-SEQ(WS-DETAIL-SUB) TO WS-SEQ-EDIT
               STRING "    " DELIMITED BY SIZE
                   DD-REFERENCE(WS-DETAIL-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DD-OP-CODE(WS-DETAIL-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DD-CYCLE(WS-DETAIL-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               IF DD-ORIGIN(WS-DETAIL-SUB) = 'G'
                   MOVE "LEDGER RESUB - NOT IN POSITION"
                       TO WS-NOTE-TEXT
               ELSE
                   MOVE "RESUBMITTED" TO WS-NOTE-TEXT
               END-IF
               STRING "    " DELIMITED BY SIZE
                   DD-REFERENCE(WS-DETAIL-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DD-OP-CODE(WS-DETAIL-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DD-CYCLE(WS-DETAIL-SUB) DELIMITED BY SIZE
                   "  RESUB  " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-NOTE-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-PLAIN-LINE.

      *> REPORT-LINE に内容を入れて呼び出す1行出力
       6800-WRITE-PLAIN-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 6100-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       6900-WRITE-STATEMENT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ACTIVE-ACCOUNTS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS WITH ACTIVITY: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OPENING TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL OPENING BALANCE   " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ACTIVITY TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ACTIVITY          " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CLOSING TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL CLOSING BALANCE   " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-GL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CALCGL TOTAL FOR DAY    " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-UNKNOWN-GL-COUNT > 0
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-UNKNOWN-GL-COUNT TO WS-COUNT-EDIT
               MOVE WS-UNKNOWN-GL-TOTAL TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "*CALCGL LINES FOR ACCOUNTS WITHOUT A POSITION: "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS DISAGREEING WITH CALCGL: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF DETAIL-OVERFLOW
               MOVE "*DETAIL LINES OMITTED - DETAIL TABLE FULL*"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TABLE-OVERFLOW
               MOVE "*TABLE OVERFLOW - POSITIONS NOT UPDATED*"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> 全科目の残高を書き直す（当日発生額を計上日とともに記録）
       7000-REWRITE-POSITIONS.
           OPEN OUTPUT ACCOUNT-POSITION-FILE
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE SPACES TO ACCOUNT-POSITION-RECORD
               MOVE PT-ACCOUNT(WS-POS-SUB) TO POS-ACCOUNT
               MOVE WS-TARGET-DATE TO POS-POSITION-DATE
               MOVE PT-OPENING(WS-POS-SUB) TO POS-OPENING-BALANCE
               MOVE PT-ACTIVITY(WS-POS-SUB) TO POS-DAY-ACTIVITY
               COMPUTE POS-CLOSING-BALANCE = PT-OPENING(WS-POS-SUB)
                   + PT-ACTIVITY(WS-POS-SUB)
               MOVE PT-DAY-COUNT(WS-POS-SUB) TO POS-DAY-COUNT
               WRITE ACCOUNT-POSITION-RECORD
           END-PERFORM
           CLOSE ACCOUNT-POSITION-FILE
           DISPLAY "CALCPOS を更新しました。科目 "
               WS-POS-COUNT " 件" UPON CONSOLE.

      *> WS-SEARCH-ACCOUNT の科目を残高テーブルから探す
      *> （見つからなければ WS-FOUND-SUB は0）
       8100-FIND-POSITION.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
                   OR WS-FOUND-SUB > 0
               IF PT-ACCOUNT(WS-POS-SUB) = WS-SEARCH-ACCOUNT
                   MOVE WS-POS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      *> 処理済みの取引の科目がテーブルにない場合（処理後に科目が
      *> マスタから外れた等）は残高0から新たに持つ
       8200-FIND-OR-ADD-POSITION.
           PERFORM 8100-FIND-POSITION
           IF WS-FOUND-SUB = 0
               IF WS-POS-COUNT >= 200
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-COUNT TO WS-FOUND-SUB
                   MOVE WS-SEARCH-ACCOUNT TO PT-ACCOUNT(WS-FOUND-SUB)
                   MOVE "*NOT ON ACCOUNT MASTER*"
                       TO PT-DESCRIPTION(WS-FOUND-SUB)
                   MOVE SPACE TO PT-STATUS(WS-FOUND-SUB)
               END-IF
           END-IF.

      *> ジョブスケジューラが結果で分岐できるよう終了コードを設定する
       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT RUN-HISTORY-FOUND
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（対象日の"
                       "完了済み本番実行が実行履歴に"
                       "ありません。残高は更新して"
                       "いません）" UPON CONSOLE
               WHEN POSITION-AHEAD
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（残高が対象日より"
                       "後まで計上済みです。残高は"
                       "更新していません）" UPON CONSOLE
               WHEN TABLE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 8（内部テーブルの"
                       "上限を超えました。残高は"
                       "更新していません）"
                       UPON CONSOLE
               WHEN WS-FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（CALCGL と一致しない"
                       "科目が " WS-FLAGGED-COUNT
                       " 件あります。ACCTSTMT を確認して"
                       "ください）" UPON CONSOLE
               WHEN DETAIL-OVERFLOW
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RETURN-CODE = 4（明細書の明細行が"
                       "一部欠けています。残高は更新"
                       "しました）" UPON CONSOLE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
