           05 HIST-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 HIST-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 HIST-SITE          PIC X(4).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-ACTION       PIC X.
           05 AUDIT-TIME         PIC 9(8).
           05 FILLER             PIC X.
           05 AUDIT-GAME-ID      PIC X(26).
           05 FILLER             PIC X.
           05 AUDIT-SITE         PIC X(4).
       WORKING-STORAGE SECTION.

      * 每日營運彙總: 指定日期(區間)的對局與動作一頁總覽
               10 PL-WINS   PIC 9(5).
               10 PL-LOSS   PIC 9(5).
               10 PL-ABND   PIC 9(5).
               10 PL-TMOUT  PIC 9(5).
               10 PL-MOVES  PIC 9(7).
               10 PL-DUR    PIC 9(8).
       01  WS-FOUND-SW PIC X VALUE "N".
       01  WS-TOT-WINS  PIC 9(5) VALUE 0.
       01  WS-TOT-LOSS  PIC 9(5) VALUE 0.
       01  WS-TOT-ABND  PIC 9(5) VALUE 0.
       01  WS-TOT-TMOUT PIC 9(5) VALUE 0.
       01  WS-TOT-DUR   PIC 9(9) VALUE 0.
       01  WS-TOT-MOVES PIC 9(7) VALUE 0.
       01  WS-AVG-DUR   PIC 9(6) VALUE 0.
                   ADD 1 TO WS-TOT-WINS
               WHEN "LOSS"
                   ADD 1 TO WS-TOT-LOSS
               WHEN "TIMEOUT"
                   ADD 1 TO WS-TOT-TMOUT
               WHEN OTHER
                   ADD 1 TO WS-TOT-ABND
           END-EVALUATE
               MOVE 0 TO PL-WINS(WS-PLYR-IX)
               MOVE 0 TO PL-LOSS(WS-PLYR-IX)
               MOVE 0 TO PL-ABND(WS-PLYR-IX)
               MOVE 0 TO PL-TMOUT(WS-PLYR-IX)
               MOVE 0 TO PL-MOVES(WS-PLYR-IX)
               MOVE 0 TO PL-DUR(WS-PLYR-IX)
           END-IF
                   ADD 1 TO PL-WINS(WS-PLYR-IX)
               WHEN "LOSS"
                   ADD 1 TO PL-LOSS(WS-PLYR-IX)
               WHEN "TIMEOUT"
                   ADD 1 TO PL-TMOUT(WS-PLYR-IX)
               WHEN OTHER
                   ADD 1 TO PL-ABND(WS-PLYR-IX)
           END-EVALUATE
               GO TO 210-EXIT
           END-IF.

      *    E 是對局結束紀錄、B 是代打起訖標記，都不是動作
           IF AUDIT-ACTION = "E" OR "B" OR AUDIT-GAME-ID = SPACES
               GO TO 210-EXIT
           END-IF.

      * --- 逐玩家對局/動作數 ---
       400-SHOW-PLAYERS.
           DISPLAY "---------------------------------------------".
           DISPLAY "玩家      對局 動作 "
               "勝 敗 棄 逾 平均秒".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLYR-COUNT
               COMPUTE WS-AVG-DUR = PL-DUR(I) / PL-GAMES(I)
               DISPLAY PL-NAME(I) " "
                   PL-WINS(I) " "
                   PL-LOSS(I) " "
                   PL-ABND(I) " "
                   PL-TMOUT(I) " "
                   WS-AVG-DUR
           END-PERFORM.
       400-EXIT.
           DISPLAY "對局合計: " WS-TOT-GAMES
               " (勝 " WS-TOT-WINS
               " 敗 " WS-TOT-LOSS
               " 棄 " WS-TOT-ABND
               " 逾 " WS-TOT-TMOUT ")".
           DISPLAY "動作合計: " WS-TOT-MOVES.
           DISPLAY "平均耗時: " WS-AVG-DUR " 秒".
       500-EXIT.
