      *> 必ず新しい側が残るよう、格納位置は通番の剰余で決める。
        01 WS-RUN-TOTAL PIC 9(8) VALUE 0.
        01 WS-RUN-TABLE-AREA.
           05 WS-RUN-ENTRY PIC X(96) OCCURS 9999 TIMES.
        01 WS-SLOT PIC 9(4) VALUE 0.
        01 WS-SEQ PIC 9(8) VALUE 0.
        01 WS-FROM-SEQ PIC 9(8) VALUE 0.
        01 WS-SHOW-EFF PIC 9(8) VALUE 0.
        01 WS-TOTAL-EDIT PIC -(9)9.9999999999.
        01 WS-MODE-TEXT PIC X(8).
      *> 処理サイクル（旧形式の記録の空白はサイクル01）
        01 WS-CYCLE-TEXT PIC X(2).

      *> 手続き部
       PROCEDURE DIVISION.
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "CALCRUNH が見つかりません。"
                   "実行履歴はまだありません。"
                   UPON CONSOLE
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *> 時系列に追えるほうが読みやすい）
       2000-SHOW-LAST-RUNS.
           IF WS-RUN-TOTAL = 0
               DISPLAY "表示する実行履歴がありません。"
                   UPON CONSOLE
           ELSE
               MOVE WS-SHOW-COUNT TO WS-SHOW-EFF
               IF WS-SHOW-EFF > WS-RUN-TOTAL
               WHEN OTHER
                   MOVE "不明" TO WS-MODE-TEXT
           END-EVALUATE
           IF RUNH-CYCLE NUMERIC AND RUNH-CYCLE NOT = "00"
               MOVE RUNH-CYCLE TO WS-CYCLE-TEXT
           ELSE
               MOVE "01" TO WS-CYCLE-TEXT
           END-IF
           MOVE RUNH-CONTROL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY RUNH-RUN-DATE " サイクル:" WS-CYCLE-TEXT
               " " WS-MODE-TEXT
               " バッチ:" RUNH-BATCH-ID
               " 開始:" RUNH-START-TS(9:6)
               " 終了:" RUNH-END-TS(9:6)
