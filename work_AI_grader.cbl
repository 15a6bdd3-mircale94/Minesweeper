       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO "SCENLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
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
       FD  SCENARIO-FILE.
       01  SCEN-RECORD.
           05 SCEN-TYPE          PIC X.
           05 FILLER             PIC X.
           05 SCEN-HDR.
               10 SCEN-ID        PIC X(10).
               10 FILLER         PIC X.
               10 SCEN-SIZE      PIC 99.
               10 FILLER         PIC X.
               10 SCEN-MINES     PIC 999.
               10 FILLER         PIC X.
               10 SCEN-DESC      PIC X(30).
           05 SCEN-MINE REDEFINES SCEN-HDR.
               10 SCEN-MX        PIC 999.
               10 FILLER         PIC X.
               10 SCEN-MY        PIC 999.
               10 FILLER         PIC X(41).
       FD  GAMEDEF-FILE.
       01  GDEF-RECORD.
           05 GDEF-PLAYER        PIC X(10).
           05 FILLER             PIC X.
           05 GDEF-SIZE          PIC 99.
           05 FILLER             PIC X.
           05 GDEF-MINES         PIC 999.
           05 FILLER             PIC X.
           05 GDEF-SEED          PIC 9(9).
           05 FILLER             PIC X.
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

      * 盤面難度評級: 依 WORK_AI/TOURNEY 相同的佈雷與劇本載入規則
      * 重建盤面，計算 3BV (最少點擊數) 並由固定首挖點起以
      * SOLVER 單點推論反覆推到穩定，判定是否必須猜測
      * 評級來源: S=劇本庫 SCENLIB, G=參數檔 GAMEDEFS,
      *           C=操作員指定的候選種子 (供賽程挑盤)
      * 棋盤大小範圍與地雷上限取自 SYSPARM (同 TOURNEY/SCHEDULE)
      * 首挖點固定取棋盤中央; 隨機盤照首挖保護移雷，
      * 劇本盤無首挖保護，中央是雷時改取第一個非雷格
      * 等級: A=3BV 1~5 (簡易) B=6~15 C=16~40 D=41 以上
      * 輸出 GRADEFIL 供 SCHEDULE 排公平賽時篩盤

       01  WS-SCEN-STATUS PIC XX VALUE "00".
       01  WS-GDEF-STATUS PIC XX VALUE "00".
       01  WS-GRADE-STATUS PIC XX VALUE "00".

       01  WS-SCEN-EOF-SW PIC X VALUE "N".
           88 WS-SCEN-EOF VALUE "Y".
       01  WS-GDEF-EOF-SW PIC X VALUE "N".
           88 WS-GDEF-EOF VALUE "Y".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 劇本載入狀態 (讀到下一個標頭或檔尾時結算前一個) ---
       01  WS-SCEN-OPEN-SW PIC X VALUE "N".
           88 WS-SCEN-PENDING VALUE "Y".
       01  WS-SCEN-BAD-SW PIC X VALUE "N".
           88 WS-SCEN-BAD VALUE "Y".
       01  WS-SCEN-NAME PIC X(10) VALUE SPACES.
       01  WS-SCEN-MINE-CT PIC 999 VALUE 0.
       01  WS-SCEN-HDR-MINES PIC 999 VALUE 0.

      * --- 本盤參數 ---
       01  WS-SOURCE PIC X VALUE SPACE.
       01  WS-BOARD-SIZE PIC 99 VALUE 10.
       01  WS-MINE-CAP PIC 999 VALUE 30.
       01  WS-SEED PIC 9(9) VALUE 0.
       01  PLAYER-INPUT-BOOM PIC 999 VALUE 0.
       01  BOOM-INT PIC 999 VALUE 0.
       01  WS-FIRST-OPEN-SW PIC X VALUE "Y".
           88 WS-FIRST-OPEN VALUE "Y".
       01  WS-RELOC-SW PIC X VALUE "N".
           88 WS-RELOCATED VALUE "Y".

       01  PLAY-LIST.
           05 PLAY-LIST-RP OCCURS 20 TIMES.
               10 PLAY-LIST-BOOM PIC X(20) VALUE ALL "O".

       01  PLAY-LIST-USER.
           05 PLAY-LIST-RP-USER OCCURS 20 TIMES.
               10 PLAY-LIST-BOOM-USER PIC X(20) VALUE ALL "O".

      * --- 3BV 計算層: 數字層 0~8/X, 走訪層 Z=已走訪空白 N=已計數字
       01  NUM-LIST.
           05 NUM-LIST-RP OCCURS 20 TIMES.
               10 NUM-LIST-ROW PIC X(20).
       01  VISIT-LIST.
           05 VISIT-LIST-RP OCCURS 20 TIMES.
               10 VISIT-LIST-ROW PIC X(20).
       01  WS-3BV PIC 9(4) VALUE 0.
       01  VISIT-CHANGED-FLAG PIC X VALUE "N".
       01  ZL PIC 99 VALUE 0.
       01  ZE PIC 99 VALUE 0.

       01  WS-RAND-FLOAT      PIC V9(9).
       01  WS-RAND-INT        PIC 9(3).
       01  WS-MIN             PIC 9(3) VALUE 0.
       01  WS-MAX             PIC 9(3) VALUE 100.
       01  WS-RANGE           PIC 9(3).

       01  LIST-INT PIC 99 VALUE 0.
       01  I PIC 99.
       01  LIST-INDEX-E PIC 999 VALUE 0.
       01  LIST-INDEX-L PIC 999 VALUE 0.
       01  USER-INPUT-L PIC 999.
       01  USER-INPUT-E PIC 999.
       01  TEMP-L PIC 999.
       01  TEMP-E PIC 999.
       01  WS-FIRST-L PIC 999 VALUE 0.
       01  WS-FIRST-E PIC 999 VALUE 0.

      * 掃描與計算用變數
       01  SCAN-R PIC S99.
       01  SCAN-C PIC S99.
       01  CHECK-L PIC 999.
       01  CHECK-E PIC 999.
       01  NEARBY-MINES PIC 9.
       01  CHANGED-FLAG PIC X VALUE "N".

      * --- 推論用變數 (推論規則與 SOLVER 相同) ---
      * 推論標記層: 空白=未知, S=必然安全, M=必然有雷
       01  MARK-LIST.
           05 MARK-LIST-RP OCCURS 20 TIMES.
               10 MARK-LIST-ROW PIC X(20) VALUE SPACES.
       01  CELL-CHAR PIC X.
       01  CELL-NUM PIC 9.
       01  DEDUCED-MINES PIC 99.
       01  UNKNOWN-CT PIC 99.
       01  BOT-CHANGED-FLAG PIC X VALUE "N".
       01  BOT-L PIC 999 VALUE 0.
       01  BOT-E PIC 999 VALUE 0.
       01  WS-BOT-APPLIED PIC 999 VALUE 0.
       01  WS-COVERED-COUNT PIC 999 VALUE 0.
       01  WS-GRADE PIC X VALUE SPACE.
       01  WS-GUESS-SW PIC X VALUE "N".

      * --- 已評盤面表 (同棋盤/雷數/種子只評一次) ---
       01  WS-DONE-COUNT PIC 999 VALUE 0.
       01  WS-DONE-IDX PIC 999 VALUE 0.
       01  WS-DUP-SW PIC X VALUE "N".
           88 WS-DUP VALUE "Y".
       01  DONE-TABLE.
           05 DONE-RP OCCURS 500 TIMES.
               10 DN-SIZE  PIC 99.
               10 DN-MINES PIC 999.
               10 DN-SEED  PIC 9(9).

      * --- 候選種子 (操作員指定區間) ---
       01  WS-CAND-SIZE PIC 99 VALUE 0.
       01  WS-CAND-MINES PIC 999 VALUE 0.
       01  WS-CAND-SEED PIC 9(9) VALUE 0.
       01  WS-CAND-COUNT PIC 999 VALUE 0.
       01  WS-CAND-IDX PIC 999 VALUE 0.

      * --- 控制合計 ---
       01  WS-GRADED-COUNT PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(5) VALUE 0.
       01  WS-DUP-COUNT PIC 9(5) VALUE 0.
       01  WS-GUESS-COUNT PIC 9(5) VALUE 0.
       01  WS-GRADE-A PIC 9(5) VALUE 0.
       01  WS-GRADE-B PIC 9(5) VALUE 0.
       01  WS-GRADE-C PIC 9(5) VALUE 0.
       01  WS-GRADE-D PIC 9(5) VALUE 0.

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
           DISPLAY "=============================================".
           DISPLAY "盤面難度評級 (3BV 與免猜判定)".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.
           DISPLAY "系統參數生效日 " WS-PRM-EFF-DATE
               ": 棋盤 " WS-PRM-SIZE-MIN "~" WS-PRM-SIZE-MAX
               " 地雷上限 " WS-PRM-MINE-CAP.

           OPEN OUTPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "評級檔無法開啟: " WS-GRADE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "來源 代號       棋盤 地雷 種子      "
               "3BV  首挖X/Y 剩格 猜測 等級".
           DISPLAY "---------------------------------------------".

           PERFORM 100-GRADE-SCENARIOS THRU 100-EXIT.
           PERFORM 200-GRADE-GAMEDEFS THRU 200-EXIT.
           PERFORM 300-GRADE-CANDIDATES THRU 300-EXIT.

           CLOSE GRADE-FILE.

           DISPLAY "---------------------------------------------".
           DISPLAY "控制合計".
           DISPLAY "評級盤數: " WS-GRADED-COUNT.
           DISPLAY "重複略過: " WS-DUP-COUNT.
           DISPLAY "不合理略過: " WS-SKIP-COUNT.
           DISPLAY "需猜測盤數: " WS-GUESS-COUNT.
           DISPLAY "等級 A: " WS-GRADE-A "  B: " WS-GRADE-B
               "  C: " WS-GRADE-C "  D: " WS-GRADE-D.

           IF WS-GRADED-COUNT = 0
               DISPLAY ">>> 沒有任何盤面可評級"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- 劇本庫: 逐筆讀，遇到下一個標頭或檔尾即評前一個劇本 ---
       100-GRADE-SCENARIOS.
           OPEN INPUT SCENARIO-FILE
           IF WS-SCEN-STATUS NOT = "00"
               DISPLAY ">>> 找不到劇本檔，略過劇本評級"
               GO TO 100-EXIT
           END-IF

           PERFORM 105-READ-SCEN THRU 105-EXIT
               UNTIL WS-SCEN-EOF

           IF WS-SCEN-PENDING
               PERFORM 130-FINISH-SCEN THRU 130-EXIT
           END-IF

           CLOSE SCENARIO-FILE.
       100-EXIT.
           EXIT.

       105-READ-SCEN.
           READ SCENARIO-FILE
           IF WS-SCEN-STATUS NOT = "00"
               MOVE "Y" TO WS-SCEN-EOF-SW
               GO TO 105-EXIT
           END-IF.

           IF SCEN-TYPE = "H"
               IF WS-SCEN-PENDING
                   PERFORM 130-FINISH-SCEN THRU 130-EXIT
               END-IF
               PERFORM 120-START-SCEN THRU 120-EXIT
               GO TO 105-EXIT
           END-IF.

           IF SCEN-TYPE = "M" AND WS-SCEN-PENDING
              AND NOT WS-SCEN-BAD
               PERFORM 140-PLACE-SCEN-MINE THRU 140-EXIT
           END-IF.
       105-EXIT.
           EXIT.

      * --- 劇本標頭: 檢核規格並清空盤面 (同 WORK_AI 130) ---
       120-START-SCEN.
           MOVE "Y" TO WS-SCEN-OPEN-SW
           MOVE "N" TO WS-SCEN-BAD-SW
           MOVE SCEN-ID TO WS-SCEN-NAME
           MOVE 0 TO WS-SCEN-MINE-CT
           MOVE ALL "O" TO PLAY-LIST
           MOVE ALL "O" TO PLAY-LIST-USER

           IF SCEN-SIZE NOT NUMERIC
              OR SCEN-SIZE < WS-PRM-SIZE-MIN
              OR SCEN-SIZE > WS-PRM-SIZE-MAX
               DISPLAY ">>> 劇本棋盤大小不合理，略過: "
                   SCEN-ID
               MOVE "Y" TO WS-SCEN-BAD-SW
               GO TO 120-EXIT
           END-IF

           MOVE SCEN-SIZE TO WS-BOARD-SIZE
           MOVE 0 TO WS-SCEN-HDR-MINES
           IF SCEN-MINES NUMERIC
               MOVE SCEN-MINES TO WS-SCEN-HDR-MINES
           END-IF.
       120-EXIT.
           EXIT.

      * --- 劇本結算: 有雷才評級 ---
       130-FINISH-SCEN.
           MOVE "N" TO WS-SCEN-OPEN-SW

           IF WS-SCEN-BAD
               ADD 1 TO WS-SKIP-COUNT
               GO TO 130-EXIT
           END-IF

           IF WS-SCEN-MINE-CT = 0
               DISPLAY ">>> 劇本內沒有地雷，略過: "
                   WS-SCEN-NAME
               ADD 1 TO WS-SKIP-COUNT
               GO TO 130-EXIT
           END-IF

           IF WS-SCEN-HDR-MINES NOT = WS-SCEN-MINE-CT
               DISPLAY "!!! 核對異常: 劇本 " WS-SCEN-NAME
                   " 宣告 "
                   WS-SCEN-HDR-MINES " 顆, 實際載入 "
                   WS-SCEN-MINE-CT " 顆 !!!"
           END-IF

           MOVE "S" TO WS-SOURCE
           MOVE WS-SCEN-MINE-CT TO PLAYER-INPUT-BOOM
           MOVE WS-SCEN-MINE-CT TO BOOM-INT
           MOVE 0 TO WS-SEED
      *    固定教學盤面不移雷，首挖保護關閉
           MOVE "N" TO WS-FIRST-OPEN-SW
           PERFORM 500-GRADE-BOARD THRU 500-EXIT.
       130-EXIT.
           EXIT.

      * --- 放入一顆劇本地雷 (越界或重複則略過, 同 WORK_AI 131) ---
       140-PLACE-SCEN-MINE.
           IF SCEN-MX NOT NUMERIC OR SCEN-MY NOT NUMERIC
              OR SCEN-MX < 1 OR > WS-BOARD-SIZE
              OR SCEN-MY < 1 OR > WS-BOARD-SIZE
               DISPLAY ">>> 劇本地雷座標不合理，略過: "
                   WS-SCEN-NAME
               GO TO 140-EXIT
           END-IF

           IF PLAY-LIST-BOOM(SCEN-MY)(SCEN-MX:1) = "X"
               DISPLAY ">>> 劇本地雷座標重複，略過: "
                   WS-SCEN-NAME
               GO TO 140-EXIT
           END-IF

           MOVE "X" TO PLAY-LIST-BOOM(SCEN-MY)(SCEN-MX:1)
           ADD 1 TO WS-SCEN-MINE-CT.
       140-EXIT.
           EXIT.

      * --- 參數檔: 每種 棋盤/雷數/種子 組合評一次 ---
       200-GRADE-GAMEDEFS.
           OPEN INPUT GAMEDEF-FILE
           IF WS-GDEF-STATUS NOT = "00"
               DISPLAY ">>> 找不到參數檔 GAMEDEFS，略過"
               GO TO 200-EXIT
           END-IF

           PERFORM 210-NEXT-GDEF THRU 210-EXIT
               UNTIL WS-GDEF-EOF

           CLOSE GAMEDEF-FILE.
       200-EXIT.
           EXIT.

      * --- 檢核規則與 TOURNEY 100-NEXT-GAME 相同 ---
       210-NEXT-GDEF.
           READ GAMEDEF-FILE
           IF WS-GDEF-STATUS NOT = "00"
               MOVE "Y" TO WS-GDEF-EOF-SW
               GO TO 210-EXIT
           END-IF.

           IF GDEF-SIZE NOT NUMERIC OR GDEF-MINES NOT NUMERIC
              OR GDEF-SEED NOT NUMERIC
               DISPLAY ">>> 局定義欄位非數字，略過: "
                   GDEF-PLAYER
               ADD 1 TO WS-SKIP-COUNT
               GO TO 210-EXIT
           END-IF
           IF GDEF-SIZE < WS-PRM-SIZE-MIN
              OR GDEF-SIZE > WS-PRM-SIZE-MAX
               DISPLAY ">>> 棋盤大小不合理，略過: "
                   GDEF-PLAYER
               ADD 1 TO WS-SKIP-COUNT
               GO TO 210-EXIT
           END-IF
           COMPUTE WS-MINE-CAP = GDEF-SIZE * GDEF-SIZE - 1
           IF WS-MINE-CAP > WS-PRM-MINE-CAP
               MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
           END-IF
           IF GDEF-MINES < 1 OR > WS-MINE-CAP
               DISPLAY ">>> 地雷數量不合理，略過: "
                   GDEF-PLAYER
               ADD 1 TO WS-SKIP-COUNT
               GO TO 210-EXIT
           END-IF

      *    種子 0 在 TOURNEY 沿用當下亂數序列，盤面無法重現
           IF GDEF-SEED = 0
               DISPLAY ">>> 種子 0 盤面無法重現，略過: "
                   GDEF-PLAYER
               ADD 1 TO WS-SKIP-COUNT
               GO TO 210-EXIT
           END-IF

           MOVE GDEF-SIZE  TO WS-BOARD-SIZE
           MOVE GDEF-MINES TO PLAYER-INPUT-BOOM
           MOVE GDEF-SEED  TO WS-SEED
           PERFORM 400-CHECK-DONE THRU 400-EXIT
           IF WS-DUP
               ADD 1 TO WS-DUP-COUNT
               GO TO 210-EXIT
           END-IF

           MOVE "G" TO WS-SOURCE
           MOVE SPACES TO WS-SCEN-NAME
           PERFORM 410-BUILD-RANDOM THRU 410-EXIT
           PERFORM 500-GRADE-BOARD THRU 500-EXIT.
       210-EXIT.
           EXIT.

      * --- 候選種子區間: 預先評好一批盤面讓賽程挑選 ---
       300-GRADE-CANDIDATES.
           DISPLAY "加評候選盤面: 棋盤大小 ("
               WS-PRM-SIZE-MIN "~" WS-PRM-SIZE-MAX ", 0=略過):"
           ACCEPT WS-CAND-SIZE
           IF WS-CAND-SIZE = 0
               GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-CAND-SIZE >= WS-PRM-SIZE-MIN
                     AND WS-CAND-SIZE <= WS-PRM-SIZE-MAX
               DISPLAY "大小錯誤! 請輸入 " WS-PRM-SIZE-MIN "~"
                   WS-PRM-SIZE-MAX ":"
               ACCEPT WS-CAND-SIZE
           END-PERFORM

           COMPUTE WS-MINE-CAP = WS-CAND-SIZE * WS-CAND-SIZE - 1
           IF WS-MINE-CAP > WS-PRM-MINE-CAP
               MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
           END-IF
           DISPLAY "請輸入地雷數量 (上限 " WS-MINE-CAP "):"
           MOVE 0 TO WS-CAND-MINES
           PERFORM UNTIL WS-CAND-MINES > 0
                     AND WS-CAND-MINES <= WS-MINE-CAP
               ACCEPT WS-CAND-MINES
               IF WS-CAND-MINES = 0 OR > WS-MINE-CAP
                   DISPLAY "數量錯誤! 請重新輸入:"
               END-IF
           END-PERFORM

           DISPLAY "起始種子 (1 以上):"
           ACCEPT WS-CAND-SEED
           PERFORM UNTIL WS-CAND-SEED > 0
               DISPLAY "種子錯誤! 請輸入 1 以上:"
               ACCEPT WS-CAND-SEED
           END-PERFORM

           DISPLAY "候選個數 (1~200):"
           ACCEPT WS-CAND-COUNT
           PERFORM UNTIL WS-CAND-COUNT >= 1 AND <= 200
               DISPLAY "個數錯誤! 請輸入 1~200:"
               ACCEPT WS-CAND-COUNT
           END-PERFORM

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               MOVE WS-CAND-SIZE  TO WS-BOARD-SIZE
               MOVE WS-CAND-MINES TO PLAYER-INPUT-BOOM
               COMPUTE WS-SEED = WS-CAND-SEED + WS-CAND-IDX - 1
               PERFORM 400-CHECK-DONE THRU 400-EXIT
               IF WS-DUP
                   ADD 1 TO WS-DUP-COUNT
               ELSE
                   MOVE "C" TO WS-SOURCE
                   MOVE SPACES TO WS-SCEN-NAME
                   PERFORM 410-BUILD-RANDOM THRU 410-EXIT
                   PERFORM 500-GRADE-BOARD THRU 500-EXIT
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

      * --- 查已評盤面表; 未評過則登記 ---
       400-CHECK-DONE.
           MOVE "N" TO WS-DUP-SW
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT OR WS-DUP
               IF DN-SIZE(WS-DONE-IDX) = WS-BOARD-SIZE
                  AND DN-MINES(WS-DONE-IDX) = PLAYER-INPUT-BOOM
                  AND DN-SEED(WS-DONE-IDX) = WS-SEED
                   MOVE "Y" TO WS-DUP-SW
               END-IF
           END-PERFORM

           IF NOT WS-DUP AND WS-DONE-COUNT < 500
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-BOARD-SIZE     TO DN-SIZE(WS-DONE-COUNT)
               MOVE PLAYER-INPUT-BOOM TO DN-MINES(WS-DONE-COUNT)
               MOVE WS-SEED           TO DN-SEED(WS-DONE-COUNT)
           END-IF.
       400-EXIT.
           EXIT.

      * --- 隨機佈雷 (與 WORK_AI/TOURNEY 相同序列, 首挖保護開啟) ---
       410-BUILD-RANDOM.
           MOVE ALL "O" TO PLAY-LIST
           MOVE ALL "O" TO PLAY-LIST-USER
           MOVE 0 TO BOOM-INT
           MOVE "Y" TO WS-FIRST-OPEN-SW

           COMPUTE WS-MAX = WS-BOARD-SIZE * WS-BOARD-SIZE
           COMPUTE WS-RANGE = WS-MAX - WS-MIN + 1
           COMPUTE WS-RAND-FLOAT = FUNCTION RANDOM(WS-SEED)

           PERFORM UNTIL BOOM-INT = PLAYER-INPUT-BOOM
               PERFORM 101-START-RD THRU 101-EXIT
               PERFORM 102-SET-BOOM THRU 102-EXIT
           END-PERFORM.
       410-EXIT.
           EXIT.

       101-START-RD.
           COMPUTE WS-RAND-FLOAT = FUNCTION RANDOM
           COMPUTE WS-RAND-INT = WS-MIN +
                   (WS-RAND-FLOAT * WS-RANGE).
       101-EXIT.

       102-SET-BOOM.
           DIVIDE WS-RAND-INT BY WS-BOARD-SIZE GIVING LIST-INDEX-L
                   REMAINDER LIST-INDEX-E

           ADD 1 TO LIST-INDEX-L
           ADD 1 TO LIST-INDEX-E

           IF LIST-INDEX-L <= WS-BOARD-SIZE AND
              LIST-INDEX-E <= WS-BOARD-SIZE
               IF PLAY-LIST-BOOM(LIST-INDEX-L)(LIST-INDEX-E:1) = "O"
                   ADD 1 TO BOOM-INT
                   MOVE "X" TO
                     PLAY-LIST-BOOM(LIST-INDEX-L)(LIST-INDEX-E:1)
               END-IF
           END-IF.
       102-EXIT.

      * --- 評一個盤面: 首挖 -> 3BV -> 推論 -> 等級 -> 寫檔 ---
       500-GRADE-BOARD.
           PERFORM 510-FIRST-CLICK THRU 510-EXIT
           PERFORM 520-COUNT-3BV THRU 520-EXIT

      *    首挖: 與 WORK_AI 107 相同 (保護開啟時踩雷先移雷)
           MOVE WS-FIRST-L TO USER-INPUT-L
           MOVE WS-FIRST-E TO USER-INPUT-E
           PERFORM 110-CALC-AND-FILL THRU 110-EXIT
           PERFORM 111-AUTO-EXPAND THRU 111-EXIT

      *    推論到穩定 (同 WORK_AI 150 代打, 只是不落稽核)
           MOVE 1 TO WS-BOT-APPLIED
           PERFORM UNTIL WS-BOT-APPLIED = 0
               PERFORM 151-BOT-DEDUCE THRU 151-EXIT
               PERFORM 155-BOT-APPLY THRU 155-EXIT
           END-PERFORM

           PERFORM 117-COUNT-COVERED THRU 117-EXIT
           IF WS-COVERED-COUNT > 0
               MOVE "Y" TO WS-GUESS-SW
               ADD 1 TO WS-GUESS-COUNT
           ELSE
               MOVE "N" TO WS-GUESS-SW
           END-IF

           EVALUATE TRUE
               WHEN WS-3BV <= 5
                   MOVE "A" TO WS-GRADE
                   ADD 1 TO WS-GRADE-A
               WHEN WS-3BV <= 15
                   MOVE "B" TO WS-GRADE
                   ADD 1 TO WS-GRADE-B
               WHEN WS-3BV <= 40
                   MOVE "C" TO WS-GRADE
                   ADD 1 TO WS-GRADE-C
               WHEN OTHER
                   MOVE "D" TO WS-GRADE
                   ADD 1 TO WS-GRADE-D
           END-EVALUATE

           MOVE SPACES TO GRADE-RECORD
           MOVE WS-SOURCE         TO GR-SOURCE
           MOVE WS-SCEN-NAME      TO GR-SCEN-ID
           MOVE WS-BOARD-SIZE     TO GR-SIZE
           MOVE PLAYER-INPUT-BOOM TO GR-MINES
           MOVE WS-SEED           TO GR-SEED
           MOVE WS-3BV            TO GR-3BV
           MOVE WS-FIRST-E        TO GR-FIRST-X
           MOVE WS-FIRST-L        TO GR-FIRST-Y
           MOVE WS-COVERED-COUNT  TO GR-LEFT
           MOVE WS-GUESS-SW       TO GR-GUESS
           MOVE WS-GRADE          TO GR-GRADE
           MOVE WS-CURR-DATE      TO GR-DATE
           WRITE GRADE-RECORD
           ADD 1 TO WS-GRADED-COUNT

           DISPLAY GR-SOURCE "    " GR-SCEN-ID " " GR-SIZE "   "
               GR-MINES "  " GR-SEED " " GR-3BV " "
               GR-FIRST-X "/" GR-FIRST-Y " " GR-LEFT "  "
               GR-GUESS "    " GR-GRADE.
       500-EXIT.
           EXIT.

      * --- 決定首挖點: 取中央; 保護開啟時踩雷照 113 移雷 ---
       510-FIRST-CLICK.
           COMPUTE WS-FIRST-L = (WS-BOARD-SIZE + 1) / 2
           COMPUTE WS-FIRST-E = (WS-BOARD-SIZE + 1) / 2
           MOVE WS-FIRST-L TO USER-INPUT-L
           MOVE WS-FIRST-E TO USER-INPUT-E

           IF PLAY-LIST-BOOM(WS-FIRST-L)(WS-FIRST-E:1) NOT = "X"
               GO TO 510-EXIT
           END-IF

           IF WS-FIRST-OPEN
               PERFORM 113-RELOCATE-MINE THRU 113-EXIT
               GO TO 510-EXIT
           END-IF

      *    劇本盤中央是雷: 改取第一個非雷格 (不動盤面)
           MOVE 0 TO WS-FIRST-L
           PERFORM VARYING LIST-INT FROM 1 BY 1
                   UNTIL LIST-INT > WS-BOARD-SIZE OR WS-FIRST-L > 0
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-BOARD-SIZE OR WS-FIRST-L > 0
                   IF PLAY-LIST-BOOM(LIST-INT)(I:1) NOT = "X"
                       MOVE LIST-INT TO WS-FIRST-L
                       MOVE I TO WS-FIRST-E
                   END-IF
               END-PERFORM
           END-PERFORM.
       510-EXIT.
           EXIT.

      * --- 3BV: 每個連通空白區算 1 次，加上不鄰接空白的數字格 ---
       520-COUNT-3BV.
           MOVE 0 TO WS-3BV
           MOVE SPACES TO VISIT-LIST

      *    先建數字層
           PERFORM VARYING LIST-INT FROM 1 BY 1
                   UNTIL LIST-INT > WS-BOARD-SIZE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BOARD-SIZE
                   IF PLAY-LIST-BOOM(LIST-INT)(I:1) = "X"
                       MOVE "X" TO NUM-LIST-ROW(LIST-INT)(I:1)
                   ELSE
                       MOVE LIST-INT TO USER-INPUT-L
                       MOVE I TO USER-INPUT-E
                       PERFORM 530-COUNT-NEARBY THRU 530-EXIT
                       MOVE NEARBY-MINES
                         TO NUM-LIST-ROW(LIST-INT)(I:1)
                   END-IF
               END-PERFORM
           END-PERFORM

      *    每個尚未走訪的空白格開一個新區並擴散
           PERFORM VARYING ZL FROM 1 BY 1 UNTIL ZL > WS-BOARD-SIZE
               PERFORM VARYING ZE FROM 1 BY 1
                       UNTIL ZE > WS-BOARD-SIZE
                   IF NUM-LIST-ROW(ZL)(ZE:1) = "0"
                      AND VISIT-LIST-ROW(ZL)(ZE:1) = SPACE
                       ADD 1 TO WS-3BV
                       MOVE "Z" TO VISIT-LIST-ROW(ZL)(ZE:1)
                       PERFORM 540-SPREAD-OPENING THRU 540-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM

      *    其餘未走訪的非雷格都要單獨點一次
           PERFORM VARYING LIST-INT FROM 1 BY 1
                   UNTIL LIST-INT > WS-BOARD-SIZE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BOARD-SIZE
                   IF NUM-LIST-ROW(LIST-INT)(I:1) NOT = "X"
                      AND VISIT-LIST-ROW(LIST-INT)(I:1) = SPACE
                       ADD 1 TO WS-3BV
                   END-IF
               END-PERFORM
           END-PERFORM.
       520-EXIT.
           EXIT.

      * --- 計算單格周圍雷數 (只數不填) ---
       530-COUNT-NEARBY.
           MOVE 0 TO NEARBY-MINES
           PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
             PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                COMPUTE CHECK-L = USER-INPUT-L + SCAN-R
                COMPUTE CHECK-E = USER-INPUT-E + SCAN-C
                IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHECK-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM(CHECK-L)(CHECK-E:1) = "X"
                        ADD 1 TO NEARBY-MINES
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM.
       530-EXIT.
           EXIT.

      * --- 由已走訪空白格向外擴散，直到本區不再長大 ---
       540-SPREAD-OPENING.
           MOVE "Y" TO VISIT-CHANGED-FLAG
           PERFORM UNTIL VISIT-CHANGED-FLAG = "N"
               MOVE "N" TO VISIT-CHANGED-FLAG
               PERFORM VARYING LIST-INT FROM 1 BY 1
                       UNTIL LIST-INT > WS-BOARD-SIZE
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BOARD-SIZE
                   IF VISIT-LIST-ROW(LIST-INT)(I:1) = "Z"
               PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
                 PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                    COMPUTE CHECK-L = LIST-INT + SCAN-R
                    COMPUTE CHECK-E = I + SCAN-C
                    IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                       CHECK-E >= 1 AND <= WS-BOARD-SIZE
                        IF VISIT-LIST-ROW(CHECK-L)(CHECK-E:1) = SPACE
                            IF NUM-LIST-ROW(CHECK-L)(CHECK-E:1) = "0"
                                MOVE "Z" TO
                                  VISIT-LIST-ROW(CHECK-L)(CHECK-E:1)
                                MOVE "Y" TO VISIT-CHANGED-FLAG
                            ELSE
                                MOVE "N" TO
                                  VISIT-LIST-ROW(CHECK-L)(CHECK-E:1)
                            END-IF
                        END-IF
                    END-IF
                 END-PERFORM
               END-PERFORM
                   END-IF
                 END-PERFORM
               END-PERFORM
           END-PERFORM.
       540-EXIT.
           EXIT.

      * --- 計算單格雷數並填入 (同 WORK_AI 110) ---
       110-CALC-AND-FILL.
           PERFORM 530-COUNT-NEARBY THRU 530-EXIT

           IF NEARBY-MINES = 0
               MOVE "." TO
                 PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
           ELSE
               MOVE NEARBY-MINES TO
                 PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
           END-IF.
       110-EXIT.

      * --- 自動擴散 (同 WORK_AI 111) ---
       111-AUTO-EXPAND.
           MOVE "Y" TO CHANGED-FLAG

           PERFORM UNTIL CHANGED-FLAG = "N"
               MOVE "N" TO CHANGED-FLAG

               PERFORM VARYING LIST-INT FROM 1 BY 1
                       UNTIL LIST-INT > WS-BOARD-SIZE
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BOARD-SIZE
                   IF PLAY-LIST-BOOM-USER(LIST-INT)(I:1) = "."

               PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
                 PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                    COMPUTE CHECK-L = LIST-INT + SCAN-R
                    COMPUTE CHECK-E = I + SCAN-C

                    IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                       CHECK-E >= 1 AND <= WS-BOARD-SIZE

                        IF PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1) = "O"

                            MOVE USER-INPUT-L TO TEMP-L
                            MOVE USER-INPUT-E TO TEMP-E

                            MOVE CHECK-L TO USER-INPUT-L
                            MOVE CHECK-E TO USER-INPUT-E
                            PERFORM 110-CALC-AND-FILL THRU 110-EXIT

                            MOVE TEMP-L TO USER-INPUT-L
                            MOVE TEMP-E TO USER-INPUT-E

                                    MOVE "Y" TO CHANGED-FLAG
                                END-IF
                            END-IF
                         END-PERFORM
                       END-PERFORM
                   END-IF
                 END-PERFORM
               END-PERFORM
           END-PERFORM.
       111-EXIT.

      * --- 第一次挖開踩到雷時，將該雷移到別格 (與 WORK_AI 相同) ---
       113-RELOCATE-MINE.
           MOVE "N" TO WS-RELOC-SW
           PERFORM VARYING LIST-INT FROM 1 BY 1
                   UNTIL LIST-INT > WS-BOARD-SIZE OR WS-RELOCATED
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-BOARD-SIZE OR WS-RELOCATED
                   IF PLAY-LIST-BOOM(LIST-INT)(I:1) = "O"
                      AND (LIST-INT NOT = USER-INPUT-L
                           OR I NOT = USER-INPUT-E)
                       MOVE "X" TO PLAY-LIST-BOOM(LIST-INT)(I:1)
                       MOVE "Y" TO WS-RELOC-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "O" TO
             PLAY-LIST-BOOM(USER-INPUT-L)(USER-INPUT-E:1).
       113-EXIT.

      * --- 計算尚未挖開的非雷格數 (0 = 不必猜即可全開) ---
       117-COUNT-COVERED.
           MOVE 0 TO WS-COVERED-COUNT
           PERFORM VARYING LIST-INT FROM 1 BY 1
                   UNTIL LIST-INT > WS-BOARD-SIZE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BOARD-SIZE
                   IF PLAY-LIST-BOOM(LIST-INT)(I:1) NOT = "X"
                      AND (PLAY-LIST-BOOM-USER(LIST-INT)(I:1) = "O"
                           OR PLAY-LIST-BOOM-USER(LIST-INT)(I:1) = "P")
                       ADD 1 TO WS-COVERED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.
       117-EXIT.
           EXIT.

      * --- 單點推論反覆執行直到沒有新結論 (同 SOLVER) ---
       151-BOT-DEDUCE.
           MOVE SPACES TO MARK-LIST
           MOVE "Y" TO BOT-CHANGED-FLAG
           PERFORM UNTIL BOT-CHANGED-FLAG = "N"
               MOVE "N" TO BOT-CHANGED-FLAG
               PERFORM VARYING LIST-INT FROM 1 BY 1
                       UNTIL LIST-INT > WS-BOARD-SIZE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-BOARD-SIZE
                       MOVE PLAY-LIST-BOOM-USER(LIST-INT)(I:1)
                         TO CELL-CHAR
                       IF CELL-CHAR >= "1" AND <= "8"
                           PERFORM 152-BOT-DEDUCE-CELL THRU 152-EXIT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
       151-EXIT.
           EXIT.

      * --- 對一個數字格做單點推論 (規則同 SOLVER 210) ---
       152-BOT-DEDUCE-CELL.
           COMPUTE CELL-NUM = FUNCTION NUMVAL(CELL-CHAR)
           MOVE 0 TO DEDUCED-MINES
           MOVE 0 TO UNKNOWN-CT

           PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
             PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                COMPUTE CHECK-L = LIST-INT + SCAN-R
                COMPUTE CHECK-E = I + SCAN-C
                IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHECK-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1) = "O"
                       OR PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1)
                          = "P"
                        EVALUATE MARK-LIST-ROW(CHECK-L)(CHECK-E:1)
                            WHEN "M"
                                ADD 1 TO DEDUCED-MINES
                            WHEN "S"
                                CONTINUE
                            WHEN OTHER
                                ADD 1 TO UNKNOWN-CT
                        END-EVALUATE
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM

           IF UNKNOWN-CT = 0
               GO TO 152-EXIT
           END-IF

           IF CELL-NUM = DEDUCED-MINES
               PERFORM 153-BOT-MARK-SAFE THRU 153-EXIT
               GO TO 152-EXIT
           END-IF

           IF CELL-NUM = DEDUCED-MINES + UNKNOWN-CT
               PERFORM 154-BOT-MARK-MINE THRU 154-EXIT
           END-IF.
       152-EXIT.
           EXIT.

       153-BOT-MARK-SAFE.
           PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
             PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                COMPUTE CHECK-L = LIST-INT + SCAN-R
                COMPUTE CHECK-E = I + SCAN-C
                IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHECK-E >= 1 AND <= WS-BOARD-SIZE
                    IF (PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1) = "O"
                        OR PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1)
                           = "P")
                       AND MARK-LIST-ROW(CHECK-L)(CHECK-E:1) = SPACE
                        MOVE "S" TO
                          MARK-LIST-ROW(CHECK-L)(CHECK-E:1)
                        MOVE "Y" TO BOT-CHANGED-FLAG
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM.
       153-EXIT.
           EXIT.

       154-BOT-MARK-MINE.
           PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
             PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                COMPUTE CHECK-L = LIST-INT + SCAN-R
                COMPUTE CHECK-E = I + SCAN-C
                IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHECK-E >= 1 AND <= WS-BOARD-SIZE
                    IF (PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1) = "O"
                        OR PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1)
                           = "P")
                       AND MARK-LIST-ROW(CHECK-L)(CHECK-E:1) = SPACE
                        MOVE "M" TO
                          MARK-LIST-ROW(CHECK-L)(CHECK-E:1)
                        MOVE "Y" TO BOT-CHANGED-FLAG
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM.
       154-EXIT.
           EXIT.

      * --- 套用推論結果: 開必然安全格, 插必然有雷格 ---
       155-BOT-APPLY.
           MOVE 0 TO WS-BOT-APPLIED
           PERFORM VARYING BOT-L FROM 1 BY 1
                   UNTIL BOT-L > WS-BOARD-SIZE
               PERFORM VARYING BOT-E FROM 1 BY 1
                       UNTIL BOT-E > WS-BOARD-SIZE
                   PERFORM 156-BOT-APPLY-CELL THRU 156-EXIT
               END-PERFORM
           END-PERFORM.
       155-EXIT.
           EXIT.

      * --- 套用一格 (中途被開掉/插掉的格子自動跳過) ---
       156-BOT-APPLY-CELL.
           IF MARK-LIST-ROW(BOT-L)(BOT-E:1) = "S"
              AND PLAY-LIST-BOOM-USER(BOT-L)(BOT-E:1) = "O"
               MOVE BOT-L TO USER-INPUT-L
               MOVE BOT-E TO USER-INPUT-E
               PERFORM 110-CALC-AND-FILL THRU 110-EXIT
               PERFORM 111-AUTO-EXPAND THRU 111-EXIT
               ADD 1 TO WS-BOT-APPLIED
               GO TO 156-EXIT
           END-IF

           IF MARK-LIST-ROW(BOT-L)(BOT-E:1) = "M"
              AND PLAY-LIST-BOOM-USER(BOT-L)(BOT-E:1) = "O"
               MOVE "P" TO PLAY-LIST-BOOM-USER(BOT-L)(BOT-E:1)
               ADD 1 TO WS-BOT-APPLIED
           END-IF.
       156-EXIT.
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
       END PROGRAM GRADER.
