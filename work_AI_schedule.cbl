           SELECT GAMEDEF-FILE ASSIGN TO "GAMEDEFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDEF-STATUS.
           SELECT GRADE-FILE ASSIGN TO "GRADEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER.
           05 GDEF-CLASSIC       PIC X.
           05 FILLER             PIC X.
           05 GDEF-MOVES-NAME    PIC X(30).
           05 FILLER             PIC X.
           05 GDEF-TIME-LIMIT    PIC 9(5).
       FD  GRADE-FILE.
       01  GRADE-RECORD.
           05 GR-SOURCE          PIC X.
           05 FILLER             PIC X.
           05 GR-SCEN-ID         PIC X(10).
           05 FILLER             PIC X.
           05 GR-SIZE            PIC 99.
           05 FILLER             PIC X.
           05 GR-MINES           PIC 999.
           05 FILLER             PIC X.
           05 GR-SEED            PIC 9(9).
           05 FILLER             PIC X.
           05 GR-3BV             PIC 9(4).
           05 FILLER             PIC X.
           05 GR-FIRST-X         PIC 999.
           05 FILLER             PIC X.
           05 GR-FIRST-Y         PIC 999.
           05 FILLER             PIC X.
           05 GR-LEFT            PIC 999.
           05 FILLER             PIC X.
           05 GR-GUESS           PIC X.
           05 FILLER             PIC X.
           05 GR-GRADE           PIC X.
           05 FILLER             PIC X.
           05 GR-DATE            PIC 9(8).
       FD  SYSPARM-FILE.
       01  PRM-RECORD.
           05 PRM-EFF-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 PRM-MINE-CAP       PIC 999.
           05 FILLER             PIC X.
           05 PRM-SIZE-MIN       PIC 99.
           05 FILLER             PIC X.
           05 PRM-SIZE-MAX       PIC 99.
           05 FILLER             PIC X.
           05 PRM-SLOT-MAX       PIC 9.
           05 FILLER             PIC X.
           05 PRM-UNDO-MAX       PIC 9.
           05 FILLER             PIC X.
           05 PRM-RATE-BASE      PIC 9(5).
           05 FILLER             PIC X.
           05 PRM-RATE-WIN       PIC 999.
           05 FILLER             PIC X.
           05 PRM-RATE-LOSS      PIC 999.
           05 FILLER             PIC X.
           05 PRM-RATE-ABND      PIC 999.
           05 FILLER             PIC X.
           05 PRM-RATE-BLAST     PIC 999.
           05 FILLER             PIC X.
           05 PRM-TABLE-MAX      PIC 9(4).
           05 FILLER             PIC X.
           05 PRM-UPD-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 PRM-UPD-TIME       PIC 9(8).
           05 FILLER             PIC X.
           05 PRM-RATE-TMOUT     PIC 999.
       WORKING-STORAGE SECTION.

      * 賽程產生器: 依玩家主檔有效玩家與劇本庫標頭
      *       2=循環賽   (每位玩家 x 勾選的劇本規格)
      *       3=自由熱身 (各用自己的預設棋盤, 同種子)
      * 種子/棋盤/雷數一律落在 TOURNEY 檢核會通過的範圍
      * 有 GRADER 評級檔時可依免猜/需猜與最低等級篩盤，
      * 不合的盤面改用同規格且合格的已評種子，避免同場混盤

       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-SCEN-STATUS PIC XX VALUE "00".
       01  WS-GDEF-STATUS PIC XX VALUE "00".
       01  WS-GRADE-STATUS PIC XX VALUE "00".

       01  WS-PM-EOF-SW PIC X VALUE "N".
           88 WS-PM-EOF VALUE "Y".
       01  WS-IN-SEED PIC 9(9) VALUE 0.
       01  WS-IN-CLASSIC PIC X VALUE "N".
       01  WS-IN-MOVES PIC X(30) VALUE SPACES.
       01  WS-IN-TIME-LIMIT PIC 9(5) VALUE 0.
       01  WS-MINE-CAP PIC 999 VALUE 30.
       01  WS-GAME-SEED PIC 9(9) VALUE 0.
       01  WS-GAME-MINES PIC 999 VALUE 0.
       01  WS-PICK-DONE-SW PIC X VALUE "N".
           88 WS-PICK-DONE VALUE "Y".

      * --- 盤面評級表 (GRADEFIL, 只收隨機盤; 劇本盤 TOURNEY 不用) ---
       01  WS-GRADE-EOF-SW PIC X VALUE "N".
           88 WS-GRADE-EOF VALUE "Y".
       01  WS-GT-COUNT PIC 999 VALUE 0.
       01  K PIC 999 VALUE 0.
       01  GRADE-TABLE.
           05 GT-RP OCCURS 500 TIMES.
               10 GT-SIZE  PIC 99.
               10 GT-MINES PIC 999.
               10 GT-SEED  PIC 9(9).
               10 GT-GUESS PIC X.
               10 GT-GRADE PIC X.

      * --- 篩盤條件 (N=只排免猜, G=只排需猜, 空白=不篩) ---
       01  WS-GUESS-RULE PIC X VALUE SPACE.
       01  WS-MIN-GRADE PIC X VALUE SPACE.
       01  WS-FILTER-SW PIC X VALUE "N".
           88 WS-FILTER-ON VALUE "Y".

      * --- 單盤篩選: 輸入 棋盤/雷數/種子, 可能換成合格種子 ---
      * 結果 Y=已評且合格 U=未評級照排 N=不合格且無替代
       01  WS-CHK-SIZE PIC 99 VALUE 0.
       01  WS-CHK-MINES PIC 999 VALUE 0.
       01  WS-CHK-SEED PIC 9(9) VALUE 0.
       01  WS-CHK-GUESS PIC X VALUE SPACE.
       01  WS-CHK-GRADE PIC X VALUE SPACE.
       01  WS-FIT-SW PIC X VALUE "U".
       01  WS-HIT-IDX PIC 999 VALUE 0.
       01  WS-ALT-IDX PIC 999 VALUE 0.
       01  WS-PASS-SW PIC X VALUE "N".
           88 WS-PASS VALUE "Y".

      * --- 控制合計 ---
       01  WS-DEF-COUNT PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(5) VALUE 0.
       01  WS-SWAP-COUNT PIC 9(5) VALUE 0.
       01  WS-UNGRADED-COUNT PIC 9(5) VALUE 0.
       01  WS-TRIVIAL-COUNT PIC 9(5) VALUE 0.
       01  WS-NEED-GUESS-COUNT PIC 9(5) VALUE 0.

      * --- 系統參數 (SYSPARM, 取 生效日 <= 當日 的最新一筆) ---
      * 查無參數檔或無合格版本時沿用下列內定值
       01  WS-PRM-STATUS PIC XX VALUE "00".
       01  WS-PRM-EOF-SW PIC X VALUE "N".
           88 WS-PRM-EOF VALUE "Y".
       01  WS-PRM-BAD-COUNT PIC 9(5) VALUE 0.
       01  WS-PRM-NOW.
           05 WS-PRM-ASOF        PIC 9(8).
           05 FILLER             PIC X(13).
       01  WS-SYSPARM.
           05 WS-PRM-EFF-DATE    PIC 9(8) VALUE 0.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-MINE-CAP    PIC 999 VALUE 30.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-SIZE-MIN    PIC 99 VALUE 5.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-SIZE-MAX    PIC 99 VALUE 20.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-SLOT-MAX    PIC 9 VALUE 9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-UNDO-MAX    PIC 9 VALUE 5.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-RATE-BASE   PIC 9(5) VALUE 1000.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-RATE-WIN    PIC 999 VALUE 10.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-RATE-LOSS   PIC 999 VALUE 20.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-RATE-ABND   PIC 999 VALUE 5.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-RATE-BLAST  PIC 999 VALUE 15.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-TABLE-MAX   PIC 9(4) VALUE 2000.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-UPD-DATE    PIC 9(8) VALUE 0.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-UPD-TIME    PIC 9(8) VALUE 0.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-PRM-RATE-TMOUT  PIC 999 VALUE 10.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "賽程產生器 (產生 GAMEDEFS 參數檔)".
           DISPLAY "=============================================".

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.
           DISPLAY "系統參數生效日 " WS-PRM-EFF-DATE
               ": 棋盤 " WS-PRM-SIZE-MIN "~" WS-PRM-SIZE-MAX
               " 地雷上限 " WS-PRM-MINE-CAP.

           PERFORM 100-LOAD-PLAYERS THRU 100-EXIT.
           IF WS-PLYR-COUNT = 0
               DISPLAY "玩家主檔內沒有有效玩家。"
               MOVE "N" TO WS-IN-CLASSIC
           END-IF.

           DISPLAY "限時秒數 (0=不限時):"
           ACCEPT WS-IN-TIME-LIMIT.

           DISPLAY "動作檔名 (空白=MOVES1):"
           ACCEPT WS-IN-MOVES.
           IF WS-IN-MOVES = SPACES
               MOVE "MOVES1" TO WS-IN-MOVES
           END-IF.

      *    有評級檔才問篩盤條件
           PERFORM 700-LOAD-GRADES THRU 700-EXIT.
           IF WS-GT-COUNT > 0
               PERFORM 710-ASK-FILTER THRU 710-EXIT
           END-IF.

      *    賽制專屬參數
           IF WS-FORMAT = "1"
               PERFORM 300-ASK-SIZE-MINES THRU 300-EXIT
               PERFORM 310-FIT-FAIR-HEAT THRU 310-EXIT
           END-IF.
           IF WS-FORMAT = "3"
               DISPLAY "請輸入地雷數量 (依棋盤自動封頂):"
           DISPLAY "---------------------------------------------".
           DISPLAY "產生局數: " WS-DEF-COUNT.
           DISPLAY "略過筆數: " WS-SKIP-COUNT.
           IF WS-GT-COUNT > 0
               DISPLAY "換種子盤: " WS-SWAP-COUNT
               DISPLAY "未評級局: " WS-UNGRADED-COUNT
               DISPLAY "簡易盤局: " WS-TRIVIAL-COUNT
                   "  需猜盤局: " WS-NEED-GUESS-COUNT
           END-IF.
           DISPLAY "GAMEDEFS 產生完成。".
           IF WS-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *    同一場簡易盤與需猜盤並存，公平性有疑慮
           IF WS-TRIVIAL-COUNT > 0 AND WS-NEED-GUESS-COUNT > 0
               DISPLAY "!!! 注意: 本場混有簡易盤與"
                   "需猜測盤 !!!"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- 讀玩家主檔，有效玩家 (PM-STATUS=A) 進表 ---
           ADD 1 TO WS-PLYR-COUNT
           MOVE PM-ID TO SP-ID(WS-PLYR-COUNT)
           IF PM-DFLT-SIZE NUMERIC
              AND PM-DFLT-SIZE >= WS-PRM-SIZE-MIN
              AND PM-DFLT-SIZE <= WS-PRM-SIZE-MAX
               MOVE PM-DFLT-SIZE TO SP-SIZE(WS-PLYR-COUNT)
           ELSE
               MOVE 10 TO SP-SIZE(WS-PLYR-COUNT)
               IF SP-SIZE(WS-PLYR-COUNT) < WS-PRM-SIZE-MIN
                   MOVE WS-PRM-SIZE-MIN TO SP-SIZE(WS-PLYR-COUNT)
               END-IF
               IF SP-SIZE(WS-PLYR-COUNT) > WS-PRM-SIZE-MAX
                   MOVE WS-PRM-SIZE-MAX TO SP-SIZE(WS-PLYR-COUNT)
               END-IF
           END-IF.
       110-EXIT.
           EXIT.
           END-IF.

      *    規格須落在 TOURNEY 檢核範圍，否則整批被略過
           IF SCEN-SIZE NOT NUMERIC
              OR SCEN-SIZE < WS-PRM-SIZE-MIN
              OR SCEN-SIZE > WS-PRM-SIZE-MAX
               DISPLAY ">>> 劇本棋盤不合理，略過: " SCEN-ID
               ADD 1 TO WS-SKIP-COUNT
               GO TO 210-EXIT
           END-IF.
           COMPUTE WS-MINE-CAP = SCEN-SIZE * SCEN-SIZE - 1
           IF WS-MINE-CAP > WS-PRM-MINE-CAP
               MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
           END-IF.
           IF SCEN-MINES NOT NUMERIC
              OR SCEN-MINES < 1 OR > WS-MINE-CAP

      * --- 公平熱身參數: 棋盤與雷數 (與 WORK_AI 同上限) ---
       300-ASK-SIZE-MINES.
           DISPLAY "請輸入棋盤大小 (" WS-PRM-SIZE-MIN "~"
               WS-PRM-SIZE-MAX "):"
           ACCEPT WS-IN-SIZE
           PERFORM UNTIL WS-IN-SIZE >= WS-PRM-SIZE-MIN
                     AND WS-IN-SIZE <= WS-PRM-SIZE-MAX
               DISPLAY "大小錯誤! 請輸入 " WS-PRM-SIZE-MIN "~"
                   WS-PRM-SIZE-MAX ":"
               ACCEPT WS-IN-SIZE
           END-PERFORM

           COMPUTE WS-MINE-CAP = WS-IN-SIZE * WS-IN-SIZE - 1
           IF WS-MINE-CAP > WS-PRM-MINE-CAP
               MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
           END-IF

           DISPLAY "請輸入地雷數量 (上限 " WS-MINE-CAP "):"
       300-EXIT.
           EXIT.

      * --- 公平熱身全員同一盤: 產檔前先篩，不合格就不產 ---
       310-FIT-FAIR-HEAT.
           MOVE WS-IN-SIZE  TO WS-CHK-SIZE
           MOVE WS-IN-MINES TO WS-CHK-MINES
           MOVE WS-IN-SEED  TO WS-CHK-SEED
           PERFORM 720-FIT-BOARD THRU 720-EXIT

           IF WS-FIT-SW = "N"
               DISPLAY "!!! 評級檔內沒有符合條件的"
                   "同規格盤面 !!!"
               DISPLAY "請先以 GRADER 加評候選種子"
                   "後再排賽程。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CHK-SEED TO WS-IN-SEED.
       310-EXIT.
           EXIT.

      * --- 賽制1: 每位有效玩家一局，同種子同盤面 ---
       400-GEN-FAIR-HEAT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLYR-COUNT
               MOVE WS-IN-SEED    TO GDEF-SEED
               MOVE WS-IN-CLASSIC TO GDEF-CLASSIC
               MOVE WS-IN-MOVES   TO GDEF-MOVES-NAME
               MOVE WS-IN-TIME-LIMIT TO GDEF-TIME-LIMIT
               WRITE GDEF-RECORD
               ADD 1 TO WS-DEF-COUNT
               PERFORM 740-TALLY-BOARD THRU 740-EXIT
           END-PERFORM.
       400-EXIT.
           EXIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SCEN-COUNT
               IF WS-PICK-COUNT = 0 OR SC-PICK(J) = "Y"
                   COMPUTE WS-GAME-SEED = WS-IN-SEED + J
                   MOVE SC-SIZE(J)   TO WS-CHK-SIZE
                   MOVE SC-MINES(J)  TO WS-CHK-MINES
                   MOVE WS-GAME-SEED TO WS-CHK-SEED
                   PERFORM 720-FIT-BOARD THRU 720-EXIT
                   MOVE WS-CHK-SEED  TO WS-GAME-SEED
                   IF WS-FIT-SW = "N"
                       DISPLAY ">>> 劇本盤面不合篩選條件"
                           "，略過: " SC-ID(J)
                       ADD WS-PLYR-COUNT TO WS-SKIP-COUNT
                   ELSE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-PLYR-COUNT
                       MOVE SPACES TO GDEF-RECORD
                       MOVE WS-GAME-SEED  TO GDEF-SEED
                       MOVE WS-IN-CLASSIC TO GDEF-CLASSIC
                       MOVE WS-IN-MOVES   TO GDEF-MOVES-NAME
                       MOVE WS-IN-TIME-LIMIT TO GDEF-TIME-LIMIT
                       WRITE GDEF-RECORD
                       ADD 1 TO WS-DEF-COUNT
                       PERFORM 740-TALLY-BOARD THRU 740-EXIT
                   END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       500-EXIT.
       600-GEN-OPEN-HEAT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLYR-COUNT
               COMPUTE WS-MINE-CAP = SP-SIZE(I) * SP-SIZE(I) - 1
               IF WS-MINE-CAP > WS-PRM-MINE-CAP
                   MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
               END-IF
               MOVE WS-IN-MINES TO WS-GAME-MINES
               IF WS-GAME-MINES > WS-MINE-CAP
                   MOVE WS-MINE-CAP TO WS-GAME-MINES
               END-IF
               MOVE SP-SIZE(I)    TO WS-CHK-SIZE
               MOVE WS-GAME-MINES TO WS-CHK-MINES
               MOVE WS-IN-SEED    TO WS-CHK-SEED
               PERFORM 720-FIT-BOARD THRU 720-EXIT
               IF WS-FIT-SW = "N"
                   DISPLAY ">>> 盤面不合篩選條件，略過: "
                       SP-ID(I)
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   MOVE SPACES TO GDEF-RECORD
                   MOVE SP-ID(I)       TO GDEF-PLAYER
                   MOVE SP-SIZE(I)     TO GDEF-SIZE
                   MOVE WS-GAME-MINES  TO GDEF-MINES
                   MOVE WS-CHK-SEED    TO GDEF-SEED
                   MOVE WS-IN-CLASSIC  TO GDEF-CLASSIC
                   MOVE WS-IN-MOVES    TO GDEF-MOVES-NAME
                   MOVE WS-IN-TIME-LIMIT TO GDEF-TIME-LIMIT
                   WRITE GDEF-RECORD
                   ADD 1 TO WS-DEF-COUNT
                   PERFORM 740-TALLY-BOARD THRU 740-EXIT
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

      * --- 讀 GRADER 評級檔，隨機盤 (來源 G/C) 進表 ---
       700-LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY ">>> 無盤面評級檔，不做難度篩選"
               GO TO 700-EXIT
           END-IF

           PERFORM UNTIL WS-GRADE-EOF
               READ GRADE-FILE
               IF WS-GRADE-STATUS NOT = "00"
                   MOVE "Y" TO WS-GRADE-EOF-SW
               ELSE
                   IF GR-SOURCE NOT = "S"
                      AND GR-SIZE NUMERIC AND GR-MINES NUMERIC
                      AND GR-SEED NUMERIC
                       IF WS-GT-COUNT >= 500
                           DISPLAY "!!! 評級表已滿，"
                               "之後的略過 !!!"
                           MOVE "Y" TO WS-GRADE-EOF-SW
                       ELSE
                           ADD 1 TO WS-GT-COUNT
                           MOVE GR-SIZE  TO GT-SIZE(WS-GT-COUNT)
                           MOVE GR-MINES TO GT-MINES(WS-GT-COUNT)
                           MOVE GR-SEED  TO GT-SEED(WS-GT-COUNT)
                           MOVE GR-GUESS TO GT-GUESS(WS-GT-COUNT)
                           MOVE GR-GRADE TO GT-GRADE(WS-GT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE GRADE-FILE
           DISPLAY "已評盤面: " WS-GT-COUNT " 個".
       700-EXIT.
           EXIT.

      * --- 詢問篩盤條件 ---
       710-ASK-FILTER.
           DISPLAY "盤面篩選 (N=只排免猜, G=只排需猜, "
               "空白=不篩):"
           ACCEPT WS-GUESS-RULE
           IF WS-GUESS-RULE = "n"
               MOVE "N" TO WS-GUESS-RULE
           END-IF
           IF WS-GUESS-RULE = "g"
               MOVE "G" TO WS-GUESS-RULE
           END-IF
           IF WS-GUESS-RULE NOT = "N" AND NOT = "G"
               MOVE SPACE TO WS-GUESS-RULE
           END-IF

           DISPLAY "最低難度等級 (A~D, 空白=不限):"
           ACCEPT WS-MIN-GRADE
           INSPECT WS-MIN-GRADE CONVERTING "abcd" TO "ABCD"
           IF WS-MIN-GRADE NOT = "A" AND NOT = "B"
              AND NOT = "C" AND NOT = "D"
               MOVE SPACE TO WS-MIN-GRADE
           END-IF

           IF WS-GUESS-RULE NOT = SPACE OR WS-MIN-GRADE NOT = SPACE
               MOVE "Y" TO WS-FILTER-SW
           END-IF.
       710-EXIT.
           EXIT.

      * --- 單盤篩選: 先查原盤，不合或未評時找同規格合格種子 ---
       720-FIT-BOARD.
           MOVE "U" TO WS-FIT-SW
           MOVE SPACE TO WS-CHK-GUESS
           MOVE SPACE TO WS-CHK-GRADE
           IF WS-GT-COUNT = 0
               GO TO 720-EXIT
           END-IF

           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-GT-COUNT OR WS-HIT-IDX > 0
               IF GT-SIZE(K) = WS-CHK-SIZE
                  AND GT-MINES(K) = WS-CHK-MINES
                  AND GT-SEED(K) = WS-CHK-SEED
                   MOVE K TO WS-HIT-IDX
               END-IF
           END-PERFORM

           IF WS-HIT-IDX > 0
               MOVE WS-HIT-IDX TO K
               PERFORM 730-CHECK-PASS THRU 730-EXIT
               IF WS-PASS
                   MOVE "Y" TO WS-FIT-SW
                   MOVE GT-GUESS(K) TO WS-CHK-GUESS
                   MOVE GT-GRADE(K) TO WS-CHK-GRADE
                   GO TO 720-EXIT
               END-IF
           END-IF

           IF NOT WS-FILTER-ON
               GO TO 720-EXIT
           END-IF

      *    找同棋盤同雷數、符合條件的已評種子
           MOVE 0 TO WS-ALT-IDX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-GT-COUNT OR WS-ALT-IDX > 0
               IF GT-SIZE(K) = WS-CHK-SIZE
                  AND GT-MINES(K) = WS-CHK-MINES
                   PERFORM 730-CHECK-PASS THRU 730-EXIT
                   IF WS-PASS
                       MOVE K TO WS-ALT-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ALT-IDX > 0
               MOVE GT-SEED(WS-ALT-IDX) TO WS-CHK-SEED
               MOVE GT-GUESS(WS-ALT-IDX) TO WS-CHK-GUESS
               MOVE GT-GRADE(WS-ALT-IDX) TO WS-CHK-GRADE
               MOVE "Y" TO WS-FIT-SW
               ADD 1 TO WS-SWAP-COUNT
               DISPLAY ">>> 棋盤 " WS-CHK-SIZE " 雷 " WS-CHK-MINES
                   " 改用種子 " WS-CHK-SEED
                   " (等級 " WS-CHK-GRADE " 猜測 " WS-CHK-GUESS ")"
               GO TO 720-EXIT
           END-IF

      *    原盤已評且不合格又無替代 -> 不排; 原盤未評 -> 照排
           IF WS-HIT-IDX > 0
               MOVE "N" TO WS-FIT-SW
           ELSE
               DISPLAY ">>> 盤面未評級，照排: 棋盤 "
                   WS-CHK-SIZE
                   " 雷 " WS-CHK-MINES " 種子 " WS-CHK-SEED
           END-IF.
       720-EXIT.
           EXIT.

      * --- 評級表第 K 筆是否符合篩選條件 ---
       730-CHECK-PASS.
           MOVE "Y" TO WS-PASS-SW
           IF WS-GUESS-RULE = "N" AND GT-GUESS(K) NOT = "N"
               MOVE "N" TO WS-PASS-SW
           END-IF
           IF WS-GUESS-RULE = "G" AND GT-GUESS(K) NOT = "Y"
               MOVE "N" TO WS-PASS-SW
           END-IF
           IF WS-MIN-GRADE NOT = SPACE
              AND GT-GRADE(K) < WS-MIN-GRADE
               MOVE "N" TO WS-PASS-SW
           END-IF.
       730-EXIT.
           EXIT.

      * --- 每產一局依盤面評級累計 (供混盤檢查) ---
       740-TALLY-BOARD.
           IF WS-GT-COUNT = 0
               GO TO 740-EXIT
           END-IF
           IF WS-FIT-SW = "U"
               ADD 1 TO WS-UNGRADED-COUNT
               GO TO 740-EXIT
           END-IF
           IF WS-CHK-GRADE = "A"
               ADD 1 TO WS-TRIVIAL-COUNT
           END-IF
           IF WS-CHK-GUESS = "Y"
               ADD 1 TO WS-NEED-GUESS-COUNT
           END-IF.
       740-EXIT.
           EXIT.

      * --- 讀取系統參數: 生效日 <= 當日的最新合格版本 ---
      * 檢核範圍與 SYSPARMT 相同，不合格版本略過不用
       910-LOAD-SYSPARM.
           MOVE FUNCTION CURRENT-DATE TO WS-PRM-NOW
           MOVE "N" TO WS-PRM-EOF-SW
           MOVE 0 TO WS-PRM-BAD-COUNT
           OPEN INPUT SYSPARM-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY ">>> 找不到系統參數檔，使用內定值"
               GO TO 910-EXIT
           END-IF

           PERFORM 911-READ-SYSPARM THRU 911-EXIT
               UNTIL WS-PRM-EOF
           CLOSE SYSPARM-FILE

           IF WS-PRM-BAD-COUNT > 0
               DISPLAY "!!! 系統參數檔有 " WS-PRM-BAD-COUNT
                   " 筆不合格，未採用 !!!"
           END-IF
           IF WS-PRM-EFF-DATE = 0
               DISPLAY ">>> 系統參數尚無已生效版本，"
                   "使用內定值"
           END-IF.
       910-EXIT.
           EXIT.

      * --- 讀一筆參數版本，已生效且較新者取代目前值 ---
       911-READ-SYSPARM.
           READ SYSPARM-FILE
           IF WS-PRM-STATUS NOT = "00"
               MOVE "Y" TO WS-PRM-EOF-SW
               GO TO 911-EXIT
           END-IF

      *    早期版本無逾時扣分欄，以內定值 10 計
           IF PRM-RECORD(69:3) = SPACES
               MOVE 10 TO PRM-RATE-TMOUT
           END-IF

           IF PRM-EFF-DATE NOT NUMERIC
              OR PRM-MINE-CAP NOT NUMERIC
              OR PRM-SIZE-MIN NOT NUMERIC
              OR PRM-SIZE-MAX NOT NUMERIC
              OR PRM-SLOT-MAX NOT NUMERIC
              OR PRM-UNDO-MAX NOT NUMERIC
              OR PRM-RATE-BASE NOT NUMERIC
              OR PRM-RATE-WIN NOT NUMERIC
              OR PRM-RATE-LOSS NOT NUMERIC
              OR PRM-RATE-ABND NOT NUMERIC
              OR PRM-RATE-BLAST NOT NUMERIC
              OR PRM-RATE-TMOUT NOT NUMERIC
              OR PRM-TABLE-MAX NOT NUMERIC
               ADD 1 TO WS-PRM-BAD-COUNT
               GO TO 911-EXIT
           END-IF

           IF PRM-MINE-CAP < 1 OR > 399
              OR PRM-SIZE-MIN < 5 OR PRM-SIZE-MAX > 20
              OR PRM-SIZE-MIN > PRM-SIZE-MAX
              OR PRM-SLOT-MAX < 1 OR PRM-UNDO-MAX < 1
              OR PRM-TABLE-MAX < 1 OR > 5000
               ADD 1 TO WS-PRM-BAD-COUNT
               GO TO 911-EXIT
           END-IF

           IF PRM-EFF-DATE <= WS-PRM-ASOF
              AND PRM-EFF-DATE >= WS-PRM-EFF-DATE
               MOVE PRM-RECORD TO WS-SYSPARM
           END-IF.
       911-EXIT.
           EXIT.

       END PROGRAM SCHEDULE.
