           SELECT OLD-HISTORY-FILE ASSIGN TO "CALCHSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
      *> 計算結果・取消の項目を持たない旧レイアウト（34バイト）の
      *> 索引編成の履歴。レイアウト変更時に、旧 CALCHIST をこの
      *> 名前へ退避したうえで C（変換）で読み込む。
           SELECT OLD-INDEXED-HISTORY-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OIH-KEY
               FILE STATUS IS WS-OIH-STATUS.

      *> データ部
       DATA DIVISION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD         PIC X(34).

      *> 旧レイアウトの索引編成の1レコード（キーは histrec と同じ
      *> 参照番号＋勘定科目の20バイト）
       FD  OLD-INDEXED-HISTORY-FILE.
       01  OLD-INDEXED-HISTORY-RECORD.
           05  OIH-KEY                PIC X(20).
           05  FILLER                 PIC X(14).

      *> 変数定義セクション
       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC X(2).
        01 WS-OLD-STATUS PIC X(2).
        01 WS-OIH-STATUS PIC X(2).
        01 WS-HIST-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 HIST-FILE-EOF VALUE 'Y'.
        01 WS-OLD-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 OLD-FILE-EOF VALUE 'Y'.
        01 WS-OIH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 OIH-FILE-EOF VALUE 'Y'.

      *> コマンドライン。
      *>   [日数]  … 整理。実行日からこの日数（省略時は再送期間の
      *>   L       … 移行。索引編成への切替時に1回だけ使う。
      *>             CALCHSEQ へ退避した旧形式（順編成）の履歴を
      *>             索引編成の CALCHIST へ読み込む。
      *>   C       … 変換。履歴のレコードに計算結果・取消の項目を
      *>             加えたときに1回だけ使う。CALCHOLD へ退避した
      *>             旧レイアウト（34バイト）の索引編成の履歴を、
      *>             新しい項目を空白にして CALCHIST へ読み込む。
        01 WS-COMMAND PIC X(20) VALUE SPACES.
        01 WS-RETAIN-DAYS PIC 9(3) VALUE 90.
        01 WS-TODAY-RAW PIC X(8).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           EVALUATE WS-COMMAND(1:1)
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LOAD-FROM-SEQUENTIAL
               WHEN "C"
               WHEN "c"
                   PERFORM 3500-CONVERT-OLD-INDEXED
               WHEN OTHER
                   PERFORM 1000-INITIALIZE
                   PERFORM 2000-PURGE-OLD-HISTORY
           END-EVALUATE
           PERFORM 9500-SET-RETURN-CODE
           STOP RUN.

               DISPLAY "CALCHSEQ が見つかりません。"
                   "旧履歴をこの名前へ退避して"
                   "から実行してください。" UPON CONSOLE
               DISPLAY "旧レイアウトの索引編成の履歴は"
                   "CALCHOLD へ退避し、C で変換して"
                   "ください。" UPON CONSOLE
               CLOSE OLD-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-OPEN-NEW-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               CLOSE OLD-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "移行後は CALCHSEQ を削除して"
               "かまいません。" UPON CONSOLE.

      *> 移行・変換先の CALCHIST を開く（なければ作成する）。
      *> 開けなければ CALCHIST を閉じて WS-HIST-STATUS を返す。
       3100-OPEN-NEW-HISTORY.
           OPEN I-O TRAN-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT TRAN-HISTORY-FILE
               CLOSE TRAN-HISTORY-FILE
               OPEN I-O TRAN-HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "CALCHIST を作成できません: "
                   WS-HIST-STATUS UPON CONSOLE
      *> 39 はレコード長の不一致。旧レイアウトの CALCHIST が
      *> 退避されずに残っている。
               IF WS-HIST-STATUS = "39"
                   DISPLAY "CALCHIST が旧レイアウトの"
                       "ままです。CALCHOLD へ退避"
                       "してください。"
                       UPON CONSOLE
               END-IF
               CLOSE TRAN-HISTORY-FILE
           END-IF.

      *> 旧レイアウト（34バイト）の索引編成から新レイアウトへの
      *> 1回限りの変換。計算結果・取消済みの印・取消日は空白になる
      *> （この記録の取消は RVNA で拒否される）。
      *> 運用手順: 旧 CALCHIST を CALCHOLD へ退避（索引の付属
      *> ファイルも同じ名前へ）→ HIST-PURGE C。
      *> 既に載っているキーは読み飛ばすため、そのまま再実行できる。
       3500-CONVERT-OLD-INDEXED.
           OPEN INPUT OLD-INDEXED-HISTORY-FILE
           IF WS-OIH-STATUS NOT = "00"
               DISPLAY "CALCHOLD を開けません: " WS-OIH-STATUS
                   UPON CONSOLE
               DISPLAY "旧 CALCHIST をこの名前へ退避して"
                   "から実行してください。" UPON CONSOLE
               CLOSE OLD-INDEXED-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-OPEN-NEW-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               CLOSE OLD-INDEXED-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OIH-FILE-EOF
               READ OLD-INDEXED-HISTORY-FILE NEXT RECORD
                   AT END
                       SET OIH-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO TRAN-HISTORY-RECORD
                       MOVE OLD-INDEXED-HISTORY-RECORD
                           TO TRAN-HISTORY-RECORD(1:34)
                       WRITE TRAN-HISTORY-RECORD
                           INVALID KEY
                               ADD 1 TO WS-DUP-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-INDEXED-HISTORY-FILE
           CLOSE TRAN-HISTORY-FILE
           DISPLAY "旧レイアウトの履歴 " WS-READ-COUNT
               " 件中 " WS-LOADED-COUNT " 件を変換しました"
               "（既存キー " WS-DUP-COUNT " 件）。"
               UPON CONSOLE
           DISPLAY "変換後は CALCHOLD を削除して"
               "かまいません。" UPON CONSOLE.

       9500-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
