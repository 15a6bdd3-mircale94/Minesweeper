           05 PS-FASTEST   PIC 9(6).
           05 PS-LAST-DATE PIC 9(8).
           05 PS-LAST-TIME PIC 9(8).
           05 PS-TIMEOUTS  PIC 9(7).
       WORKING-STORAGE SECTION.

      * --- 排行榜彙總用變數 ---
               10 RANK-WINS     PIC 9(7).
               10 RANK-DUR-TOT  PIC 9(9).
               10 RANK-FASTEST  PIC 9(6).
               10 RANK-TIMEOUTS PIC 9(7).

       01  WS-STAT-EOF-SW PIC X VALUE "N".
           88 WS-STAT-EOF VALUE "Y".
       01  WS-TEMP-WINS   PIC 9(7).
       01  WS-TEMP-DUR    PIC 9(9).
       01  WS-TEMP-FAST   PIC 9(6).
       01  WS-TEMP-TMOUT  PIC 9(7).
       01  WS-AVG-DUR     PIC 9(6).
       01  WS-TEMP-ACC    PIC 9(5).

           DISPLAY "=============================================".

           OPEN INPUT STAT-FILE.
           IF WS-STAT-STATUS = "39"
               DISPLAY ">>> 統計檔為舊版面，請先執行 PSCONV"
               STOP RUN
           END-IF.
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "找不到統計檔，請先跑統計更新。"
               STOP RUN
           MOVE PS-ERROR   TO RANK-ERROR(WS-ENTRY-COUNT)
           MOVE PS-WINS    TO RANK-WINS(WS-ENTRY-COUNT)
           MOVE PS-DUR-TOT TO RANK-DUR-TOT(WS-ENTRY-COUNT)
           IF PS-TIMEOUTS NUMERIC
               MOVE PS-TIMEOUTS TO RANK-TIMEOUTS(WS-ENTRY-COUNT)
           ELSE
               MOVE 0 TO RANK-TIMEOUTS(WS-ENTRY-COUNT)
           END-IF
           IF PS-FASTEST NUMERIC AND PS-FASTEST > 0
               MOVE PS-FASTEST TO RANK-FASTEST(WS-ENTRY-COUNT)
           ELSE
           MOVE RANK-WINS(J)   TO WS-TEMP-WINS
           MOVE RANK-DUR-TOT(J) TO WS-TEMP-DUR
           MOVE RANK-FASTEST(J) TO WS-TEMP-FAST
           MOVE RANK-TIMEOUTS(J) TO WS-TEMP-TMOUT
           MOVE WS-ACC-RP(J)   TO WS-TEMP-ACC

           MOVE RANK-PLAYER(J + 1) TO RANK-PLAYER(J)
           MOVE RANK-WINS(J + 1)   TO RANK-WINS(J)
           MOVE RANK-DUR-TOT(J + 1) TO RANK-DUR-TOT(J)
           MOVE RANK-FASTEST(J + 1) TO RANK-FASTEST(J)
           MOVE RANK-TIMEOUTS(J + 1) TO RANK-TIMEOUTS(J)
           MOVE WS-ACC-RP(J + 1)   TO WS-ACC-RP(J)

           MOVE WS-TEMP-PLAYER TO RANK-PLAYER(J + 1)
           MOVE WS-TEMP-WINS   TO RANK-WINS(J + 1)
           MOVE WS-TEMP-DUR    TO RANK-DUR-TOT(J + 1)
           MOVE WS-TEMP-FAST   TO RANK-FASTEST(J + 1)
           MOVE WS-TEMP-TMOUT  TO RANK-TIMEOUTS(J + 1)
           MOVE WS-TEMP-ACC    TO WS-ACC-RP(J + 1).
       320-EXIT.
           EXIT.

      * --- 列印排行榜 ---
       400-SHOW-RANKING.
           DISPLAY "排名 玩家 局數 勝場 逾時 "
                   "地雷 標對 踩爆 正確 平均秒數".
           DISPLAY "---------------------------------------------".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENTRY-COUNT
                   RANK-PLAYER(I) SPACE
                   RANK-GAMES(I) SPACE SPACE
                   RANK-WINS(I)  SPACE SPACE
                   RANK-TIMEOUTS(I) SPACE SPACE
                   RANK-BOOM(I)  SPACE SPACE
                   RANK-ISRT(I)  SPACE SPACE
                   RANK-ERROR(I) SPACE SPACE
