           COPY audrec.

       FD  AUDIT-ARCHIVE.
       01  ARCHIVE-RECORD             PIC X(135).

       FD  ARCHIVE-INDEX-FILE.
           COPY aidxrec.
           PERFORM 2000-LOAD-ARCHIVE-INDEX
           IF PERIOD-ALREADY-ARCHIVED
               DISPLAY "期間 " WS-TARGET-PERIOD
                   " は保管済みです。"
                   "処理を中止します。" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-ARCHIVE-CURRENT-LOG
      *> ファイルを消してしまう）。
           IF WS-TARGET-PERIOD(5:2) < "01"
               OR WS-TARGET-PERIOD(5:2) > "12"
               DISPLAY "期間の月が正しくありません: "
                   WS-TARGET-PERIOD
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
               FUNCTION NUMVAL(WS-TARGET-PERIOD(1:4)) * 12
               + FUNCTION NUMVAL(WS-TARGET-PERIOD(5:2))
           IF WS-CURRENT-YM - WS-TARGET-YM > WS-RETENTION-MONTHS
               DISPLAY "保持期間より古い期間は指定でき"
                   "ません: "
                   WS-TARGET-PERIOD UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
                           SET INDEX-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-INDEX-COUNT >= 200
                               DISPLAY "CALCAIDX "
                                   "が200件を超えています。"
                                   "超過分は読み込みませ"
                                   "ん。" UPON CONSOLE
                               SET INDEX-FILE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-INDEX-COUNT
       3000-ARCHIVE-CURRENT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CALCAUD が見つかりません。"
                   "保管対象がありません。"
                   UPON CONSOLE
               CLOSE AUDIT-LOG
           ELSE

       3500-ADD-INDEX-ENTRY.
           IF WS-INDEX-COUNT >= 200
               DISPLAY "保管索引が満杯のため索引行を追"
                   "加できません。"
                   UPON CONSOLE
           ELSE
               MOVE SPACES TO ARCHIVE-INDEX-RECORD
                   MOVE AIX-FILE-NAME TO WS-ARCHIVE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-NAME
                   IF RETURN-CODE = 0
                       DISPLAY "保持期間超過のため削除: "
                           AIX-FILE-NAME
                           " （期間 " AIX-PERIOD " ・ "
                           AIX-RECORD-COUNT " 件）" UPON CONSOLE
                   ELSE
      *> 実体が既にない場合も索引からは取り除く（所在不明のまま
      *> 索引に残すより調査しやすい）
                       DISPLAY "削除できませんでした（既に"
                           "存在しない"
                           "可能性があります）: " AIX-FILE-NAME
                           UPON CONSOLE
                   END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-INDEX-COUNT
           IF WS-PURGED-COUNT = 0
               DISPLAY "保持期間を超えた保管ファイルは"
                   "ありません。"
                   UPON CONSOLE
           ELSE
               DISPLAY "削除した保管ファイル: "
                   WS-PURGED-COUNT " 件"
                   UPON CONSOLE
           END-IF.

