       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEQUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SCENARIO-FILE ASSIGN TO "SCENLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT GAME-CONFIG ASSIGN TO "GAMECONF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-GAME-ID
               FILE STATUS IS WS-GC-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05 HIST-DATE          PIC 9(8).
           05 FILLER             PIC X.
           05 HIST-TIME          PIC 9(8).
           05 FILLER             PIC X.
           05 HIST-BOOM          PIC 999.
           05 FILLER             PIC X.
           05 HIST-ISRT          PIC 999.
           05 FILLER             PIC X.
           05 HIST-ERROR         PIC 999.
           05 FILLER             PIC X.
           05 HIST-PLAYER        PIC X(10).
           05 FILLER             PIC X.
           05 HIST-OUTCOME       PIC X(9).
           05 FILLER             PIC X.
           05 HIST-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 HIST-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 HIST-SITE          PIC X(4).
       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05 ARCH-DATE          PIC 9(8).
           05 FILLER             PIC X.
           05 ARCH-TIME          PIC 9(8).
           05 FILLER             PIC X.
           05 ARCH-BOOM          PIC 999.
           05 FILLER             PIC X.
           05 ARCH-ISRT          PIC 999.
           05 FILLER             PIC X.
           05 ARCH-ERROR         PIC 999.
           05 FILLER             PIC X.
           05 ARCH-PLAYER        PIC X(10).
           05 FILLER             PIC X.
           05 ARCH-OUTCOME       PIC X(9).
           05 FILLER             PIC X.
           05 ARCH-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 ARCH-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 ARCH-SITE          PIC X(4).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-ACTION       PIC X.
           05 FILLER             PIC X.
           05 AUDIT-X            PIC 999.
           05 FILLER             PIC X.
           05 AUDIT-Y            PIC 999.
           05 FILLER             PIC X.
           05 AUDIT-RESULT       PIC X(10).
           05 FILLER             PIC X.
           05 AUDIT-TIME         PIC 9(8).
           05 FILLER             PIC X.
           05 AUDIT-GAME-ID      PIC X(26).
           05 FILLER             PIC X.
           05 AUDIT-SITE         PIC X(4).
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
       FD  GAME-CONFIG.
       01  GC-RECORD.
           05 GC-GAME-ID     PIC X(26).
           05 GC-PLAYER      PIC X(10).
           05 GC-START-DATE  PIC 9(8).
           05 GC-START-TIME  PIC 9(8).
           05 GC-BOARD-SIZE  PIC 99.
           05 GC-MINES       PIC 999.
           05 GC-SEED        PIC 9(9).
           05 GC-SCEN-ID     PIC X(10).
           05 GC-CLASSIC-SW  PIC X.
           05 GC-MODE        PIC X.
           05 GC-BOT-OPENS   PIC 9(5).
           05 GC-BOT-FLAGS   PIC 9(5).
           05 GC-PROGRAM     PIC X(8).
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

      * 走法品質分析 (教練報表): 歷史檔(可加讀一個歸檔世代)
      * 逐局以 GAMECONF 的盤面條件重建盤面 (佈雷/劇本/首挖保護
      * 規則同 REPLAY)，再依稽核檔逐手重演; 每一手 P/O/C 生效前
      * 先以 SOLVER 單點推論 (只看玩家地圖) 判定該手類別:
      *   S 必然安全 : 開/翻周的格子全是推論安全格
      *                (首挖保護開啟時的第一手也算)
      *   M 必然有雷 : 插旗的格子是推論有雷格
      *   G 必要猜測 : 格子未知且當下沒有任何必然步可走
      *   R 可免猜測 : 格子未知但當下另有必然步可走
      *               (開/翻周看有無安全格，插旗看有無未插的雷格)
      *   X 失誤     : 開到推論有雷格，或把推論安全格插旗
      * 猜測率 = (G+R)/評分手數，失誤率 = X/評分手數
      * 代打: B 標記 (BOT-START/BOT-END) 之間的 P/O 為代打所走，
      *       另計不入玩家; 有代打數卻無標記的舊局分不開，整局
      *       不計入玩家合計 (標 ?)
      * 悔棋: 被悔掉的那一手自評分中扣回，另計悔棋手數
      * 重建結果 (標對/踩爆) 與歷史不符或找不到結束紀錄的對局
      * 標 ! 並不計入玩家合計
      * 稽核檔依對局識別碼逐局重讀，宜以日期區間限縮分析範圍

       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-ARCH-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-SCEN-STATUS PIC XX VALUE "00".
       01  WS-GC-STATUS PIC XX VALUE "00".
       01  WS-ARCH-NAME PIC X(17) VALUE SPACES.

       01  WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-HIST-EOF VALUE "Y".
       01  WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-ARCH-EOF VALUE "Y".
       01  WS-AUDIT-EOF-SW PIC X VALUE "N".
           88 WS-AUDIT-EOF VALUE "Y".

       01  WS-FROM-DATE PIC 9(8) VALUE 0.
       01  WS-TO-DATE   PIC 9(8) VALUE 0.
       01  WS-ARCH-DATE PIC 9(8) VALUE 0.
       01  WS-PICK-PLAYER PIC X(10) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 分析用對局欄位 (歷史檔/歸檔共用) ---
       01  WS-G-DATE     PIC 9(8).
       01  WS-G-ISRT     PIC 999.
       01  WS-G-ERROR    PIC 999.
       01  WS-G-PLAYER   PIC X(10).
       01  WS-G-OUTCOME  PIC X(9).
       01  WS-G-GAME-ID  PIC X(26).

      * --- 劇本庫載入用變數 ---
       01  WS-SCEN-NAME PIC X(10) VALUE SPACES.
       01  WS-SCEN-LOADED-SW PIC X VALUE "N".
           88 WS-SCEN-LOADED VALUE "Y".
       01  WS-SCEN-FOUND-SW PIC X VALUE "N".
           88 WS-SCEN-FOUND VALUE "Y".
       01  WS-SCEN-EOF-SW PIC X VALUE "N".
           88 WS-SCEN-EOF VALUE "Y".
       01  WS-SCEN-MINE-CT PIC 999 VALUE 0.

      * --- 本局盤面 ---
       01  WS-BOARD-OK-SW PIC X VALUE "N".
           88 WS-BOARD-OK VALUE "Y".
       01  WS-BOARD-SIZE PIC 99 VALUE 10.
       01  WS-SEED PIC 9(9) VALUE 0.
       01  PLAYER-INPUT-BOOM PIC 999 VALUE 0.
       01  BOOM-INT PIC 999 VALUE 0.
       01  WS-FLAG-COUNT PIC 999 VALUE 0.
       01  USER-ISRT PIC 999 VALUE 0.
       01  USER-ERROR PIC 999 VALUE 0.
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

      * --- 悔棋堆疊 (與 WORK_AI 相同: 深度依開局日參數, 滿了丟最舊) ---
      * 每層另記被快照那一手的評分類別，悔棋時據以扣回
       01  WS-UNDO-DEPTH PIC 9 VALUE 0.
       01  WS-UNDO-IDX PIC 9 VALUE 0.
       01  WS-UNDO-STACK.
           05 WS-UNDO-RP OCCURS 9 TIMES.
               10 WS-UNDO-LIST      PIC X(400).
               10 WS-UNDO-LIST-USER PIC X(400).
               10 WS-UNDO-FLAGS     PIC 999.
               10 WS-UNDO-ISRT      PIC 999.
               10 WS-UNDO-ERROR     PIC 999.
               10 WS-UNDO-FIRST-SW  PIC X.
               10 WS-UNDO-CLASS     PIC X.

      * 掃描與計算用變數
       01  SCAN-R PIC S99.
       01  SCAN-C PIC S99.
       01  CHECK-L PIC 999.
       01  CHECK-E PIC 999.
       01  NEARBY-MINES PIC 9.
       01  CHANGED-FLAG PIC X VALUE "N".

      * 翻周 (Chord) 用變數
       01  CHORD-R PIC S99.
       01  CHORD-C PIC S99.
       01  CHORD-L PIC 999.
       01  CHORD-E PIC 999.
       01  CHORD-FLAGS PIC 9.
       01  CHORD-NUM PIC 9.
       01  CHORD-CELL PIC X.
       01  CHORD-OPEN-CT PIC 9.
       01  CHORD-MINE-SW PIC X VALUE "N".
       01  CHORD-UNKNOWN-SW PIC X VALUE "N".

      * --- 推論用變數 (推論規則與 SOLVER 相同) ---
      * 推論標記層: 空白=未知, S=必然安全, M=必然有雷
       01  MARK-LIST.
           05 MARK-LIST-RP OCCURS 20 TIMES.
               10 MARK-LIST-ROW PIC X(20) VALUE SPACES.
       01  CELL-CHAR PIC X.
       01  CELL-NUM PIC 9.
       01  DEDUCED-MINES PIC 99.
       01  UNKNOWN-CT PIC 99.
       01  WS-SAFE-AVAIL-SW PIC X VALUE "N".
           88 WS-SAFE-AVAIL VALUE "Y".
       01  WS-MINE-AVAIL-SW PIC X VALUE "N".
           88 WS-MINE-AVAIL VALUE "Y".

      * --- 本手評分 ---
      * 類別: S/M/G/R/X 見上; B=代打; 空白=未生效不評
       01  WS-CLASS PIC X VALUE SPACE.
       01  WS-BOT-SEG-SW PIC X VALUE "N".
           88 WS-IN-BOT-SEG VALUE "Y".
       01  WS-END-SEEN-SW PIC X VALUE "N".
           88 WS-END-SEEN VALUE "Y".

      * --- 本局累計 ---
       01  WS-GM-SAFE    PIC 9(5) VALUE 0.
       01  WS-GM-MINE    PIC 9(5) VALUE 0.
       01  WS-GM-GUESS   PIC 9(5) VALUE 0.
       01  WS-GM-RISK    PIC 9(5) VALUE 0.
       01  WS-GM-BLUNDER PIC 9(5) VALUE 0.
       01  WS-GM-BOT     PIC 9(5) VALUE 0.
       01  WS-GM-UNDONE  PIC 9(5) VALUE 0.
       01  WS-GM-MOVES   PIC 9(5) VALUE 0.
       01  WS-GM-BOT-SW PIC X VALUE "N".
           88 WS-GM-USED-BOT VALUE "Y".
       01  WS-GM-UNDO-SW PIC X VALUE "N".
           88 WS-GM-USED-UNDO VALUE "Y".
       01  WS-GM-FLAGS PIC X(4) VALUE SPACES.
       01  WS-GM-EXCL-SW PIC X VALUE "N".
           88 WS-GM-EXCLUDED VALUE "Y".

      * --- 玩家累計表 ---
       01  WS-PLYR-COUNT PIC 999 VALUE 0.
       01  WS-PLYR-IX PIC 999 VALUE 0.
       01  WS-PT-IX PIC 999 VALUE 0.
       01  PLAYER-TABLE.
           05 PT-RP OCCURS 200 TIMES.
               10 PT-NAME    PIC X(10).
               10 PT-GAMES   PIC 9(5).
               10 PT-EXCL    PIC 9(5).
               10 PT-MARKED  PIC 9(5).
               10 PT-MOVES   PIC 9(7).
               10 PT-SAFE    PIC 9(7).
               10 PT-MINE    PIC 9(7).
               10 PT-GUESS   PIC 9(7).
               10 PT-RISK    PIC 9(7).
               10 PT-BLUNDER PIC 9(7).
               10 PT-BOT     PIC 9(7).
               10 PT-UNDONE  PIC 9(7).

      * --- 報表列 ---
       01  WS-CT-DISP   PIC ZZZZ9.
       01  WS-BLUN-PCT  PIC ZZ9.9.
       01  WS-GUESS-PCT PIC ZZ9.9.
       01  WS-PCT-WORK  PIC 999V9 VALUE 0.
       01  WS-D-SAFE    PIC ZZZZ9.
       01  WS-D-MINE    PIC ZZZZ9.
       01  WS-D-GUESS   PIC ZZZZ9.
       01  WS-D-RISK    PIC ZZZZ9.
       01  WS-D-BLUNDER PIC ZZZZ9.
       01  WS-D-BOT     PIC ZZZZ9.
       01  WS-D-UNDONE  PIC ZZZZ9.

      * --- 控制合計 ---
       01  WS-READ-COUNT    PIC 9(5) VALUE 0.
       01  WS-RANGE-COUNT   PIC 9(5) VALUE 0.
       01  WS-DONE-COUNT    PIC 9(5) VALUE 0.
       01  WS-NOCONF-COUNT  PIC 9(5) VALUE 0.
       01  WS-NOBUILD-COUNT PIC 9(5) VALUE 0.
       01  WS-NOEND-COUNT   PIC 9(5) VALUE 0.
       01  WS-DIFF-COUNT    PIC 9(5) VALUE 0.
       01  WS-NOMARK-COUNT  PIC 9(5) VALUE 0.
       01  WS-PLYR-FULL-SW PIC X VALUE "N".
           88 WS-PLYR-FULL VALUE "Y".

      * --- 系統參數版本表 (SYSPARM 各生效日) ---
      * 重演須用開局當時的悔棋深度與棋盤大小範圍，依對局識別碼
      * 的日期取版本; 早於任何版本的舊局以內定深度 5、棋盤 5~20
       01  WS-PRM-STATUS PIC XX VALUE "00".
       01  WS-PRM-EOF-SW PIC X VALUE "N".
           88 WS-PRM-EOF VALUE "Y".
       01  WS-PRM-BAD-COUNT PIC 9(5) VALUE 0.
       01  WS-PV-COUNT PIC 99 VALUE 0.
       01  WS-PV-IX PIC 99 VALUE 0.
       01  PV-TABLE.
           05 PV-ENTRY OCCURS 50 TIMES.
               10 PV-EFF-DATE    PIC 9(8).
               10 PV-UNDO-MAX    PIC 9.
               10 PV-SIZE-MIN    PIC 99.
               10 PV-SIZE-MAX    PIC 99.
       01  WS-PV-DATE PIC 9(8) VALUE 0.
       01  WS-UNDO-ASOF PIC 9(8) VALUE 0.
       01  WS-UNDO-MAX PIC 9 VALUE 5.
       01  WS-SIZE-MIN PIC 99 VALUE 5.
       01  WS-SIZE-MAX PIC 99 VALUE 20.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "走法品質分析 (必然步/猜測/失誤)".
           DISPLAY "=============================================".

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           DISPLAY "起始日期 (YYYYMMDD, 0=不限):"
           ACCEPT WS-FROM-DATE.

           DISPLAY "結束日期 (YYYYMMDD, 0=今日):"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-CURR-DATE TO WS-TO-DATE
           END-IF.

           DISPLAY "玩家名稱 (空白=全部):"
           ACCEPT WS-PICK-PLAYER.

           DISPLAY "加讀歸檔世代日期 (YYYYMMDD, 0=不讀):"
           ACCEPT WS-ARCH-DATE.

           OPEN INPUT GAME-CONFIG.
           IF WS-GC-STATUS NOT = "00"
               DISPLAY "對局設定檔無法開啟: " WS-GC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "找不到稽核紀錄檔。"
               CLOSE GAME-CONFIG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDIT-FILE.

           DISPLAY "---------------------------------------------".
           DISPLAY "逐局明細 (標記: B=用過代打 "
               "Z=用過悔棋 ?=代打未標記 "
               "!=重建不符)".
           DISPLAY "對局識別碼                 玩家       結果"
               "      安全  有雷  猜測  可免"
               "  失誤  代打  悔棋"
               " 失誤率 猜測率 標記".

           IF WS-ARCH-DATE NOT = 0
               PERFORM 100-SCAN-ARCHIVE THRU 100-EXIT
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY ">>> 找不到歷史檔，僅分析歸檔"
           ELSE
               PERFORM 200-SCAN-NEXT THRU 200-EXIT
                   UNTIL WS-HIST-EOF
               CLOSE HISTORY-FILE
           END-IF.

           CLOSE GAME-CONFIG.

           IF WS-DONE-COUNT = 0
               DISPLAY "此區間內沒有可分析的對局。"
               DISPLAY "讀取對局: " WS-READ-COUNT
                   "  無設定紀錄: " WS-NOCONF-COUNT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 800-SHOW-PLAYERS THRU 800-EXIT.

           DISPLAY "---------------------------------------------".
           DISPLAY "期間: " WS-FROM-DATE " ~ " WS-TO-DATE.
           DISPLAY "讀取對局: " WS-READ-COUNT.
           DISPLAY "區間對局: " WS-RANGE-COUNT.
           DISPLAY "分析對局: " WS-DONE-COUNT.
           DISPLAY "無設定紀錄: " WS-NOCONF-COUNT.
           DISPLAY "盤面無法重建: " WS-NOBUILD-COUNT.
           DISPLAY "無結束紀錄: " WS-NOEND-COUNT.
           DISPLAY "重建結果不符: " WS-DIFF-COUNT.
           DISPLAY "代打未標記: " WS-NOMARK-COUNT.
           IF WS-NOCONF-COUNT > 0 OR WS-NOBUILD-COUNT > 0
              OR WS-NOEND-COUNT > 0 OR WS-DIFF-COUNT > 0
              OR WS-PLYR-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=============================================".
           DISPLAY "報表結束。".
           STOP RUN.

      * --- 讀取歸檔世代 ---
       100-SCAN-ARCHIVE.
           STRING "HISTARCH." DELIMITED BY SIZE
                  WS-ARCH-DATE DELIMITED BY SIZE
                  INTO WS-ARCH-NAME

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY ">>> 找不到歸檔檔，略過: " WS-ARCH-NAME
               GO TO 100-EXIT
           END-IF

           PERFORM 120-SCAN-ARCH-NEXT THRU 120-EXIT
               UNTIL WS-ARCH-EOF

           CLOSE ARCHIVE-FILE.
       100-EXIT.
           EXIT.

       120-SCAN-ARCH-NEXT.
           READ ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCH-EOF-SW
               GO TO 120-EXIT
           END-IF.

           MOVE ARCH-DATE     TO WS-G-DATE
           MOVE ARCH-ISRT     TO WS-G-ISRT
           MOVE ARCH-ERROR    TO WS-G-ERROR
           MOVE ARCH-PLAYER   TO WS-G-PLAYER
           MOVE ARCH-OUTCOME  TO WS-G-OUTCOME
           MOVE ARCH-GAME-ID  TO WS-G-GAME-ID
           PERFORM 210-ANALYZE-GAME THRU 210-EXIT.
       120-EXIT.
           EXIT.

      * --- 讀取下一筆歷史紀錄 ---
       200-SCAN-NEXT.
           READ HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 200-EXIT
           END-IF.

           MOVE HIST-DATE     TO WS-G-DATE
           MOVE HIST-ISRT     TO WS-G-ISRT
           MOVE HIST-ERROR    TO WS-G-ERROR
           MOVE HIST-PLAYER   TO WS-G-PLAYER
           MOVE HIST-OUTCOME  TO WS-G-OUTCOME
           MOVE HIST-GAME-ID  TO WS-G-GAME-ID
           PERFORM 210-ANALYZE-GAME THRU 210-EXIT.
       200-EXIT.
           EXIT.

      * --- 分析一局: 篩選、查設定、重建盤面、逐手重演評分 ---
       210-ANALYZE-GAME.
           ADD 1 TO WS-READ-COUNT

           IF WS-G-DATE < WS-FROM-DATE OR WS-G-DATE > WS-TO-DATE
               GO TO 210-EXIT
           END-IF
           IF WS-PICK-PLAYER NOT = SPACES
              AND WS-G-PLAYER NOT = WS-PICK-PLAYER
               GO TO 210-EXIT
           END-IF
      *    舊版歷史紀錄沒有對局識別碼，無從對應稽核
           IF WS-G-GAME-ID = SPACES
               ADD 1 TO WS-NOCONF-COUNT
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-RANGE-COUNT

           MOVE WS-G-GAME-ID TO GC-GAME-ID
           READ GAME-CONFIG
           IF WS-GC-STATUS NOT = "00"
               ADD 1 TO WS-NOCONF-COUNT
               GO TO 210-EXIT
           END-IF

      *    悔棋深度與棋盤大小範圍取開局當日生效的系統參數
           MOVE 0 TO WS-UNDO-ASOF
           IF WS-G-GAME-ID(1:8) NUMERIC
               MOVE WS-G-GAME-ID(1:8) TO WS-UNDO-ASOF
           END-IF
           PERFORM 912-SET-UNDO-MAX THRU 912-EXIT

           PERFORM 220-BUILD-BOARD THRU 220-EXIT
           IF NOT WS-BOARD-OK
               DISPLAY ">>> 盤面無法重建，略過: " WS-G-GAME-ID
               ADD 1 TO WS-NOBUILD-COUNT
               GO TO 210-EXIT
           END-IF

           MOVE 0 TO WS-GM-SAFE
           MOVE 0 TO WS-GM-MINE
           MOVE 0 TO WS-GM-GUESS
           MOVE 0 TO WS-GM-RISK
           MOVE 0 TO WS-GM-BLUNDER
           MOVE 0 TO WS-GM-BOT
           MOVE 0 TO WS-GM-UNDONE
           MOVE "N" TO WS-GM-BOT-SW
           MOVE "N" TO WS-GM-UNDO-SW
           MOVE "N" TO WS-GM-EXCL-SW
           MOVE SPACES TO WS-GM-FLAGS
           MOVE "N" TO WS-BOT-SEG-SW
           MOVE "N" TO WS-END-SEEN-SW
           MOVE 0 TO WS-FLAG-COUNT
           MOVE 0 TO USER-ISRT
           MOVE 0 TO USER-ERROR
           MOVE 0 TO WS-UNDO-DEPTH

           PERFORM 300-SCAN-AUDIT THRU 300-EXIT

           IF NOT WS-END-SEEN
               DISPLAY ">>> 稽核檔內查無結束紀錄，略過: "
                   WS-G-GAME-ID
               ADD 1 TO WS-NOEND-COUNT
               GO TO 210-EXIT
           END-IF

           ADD 1 TO WS-DONE-COUNT
           PERFORM 700-POST-GAME THRU 700-EXIT.
       210-EXIT.
           EXIT.

      * --- 依設定紀錄重建盤面: 劇本盤讀劇本庫，隨機盤以種子佈雷 ---
      * 種子 0 且非劇本 (TOURNEY 沿用當下亂數序列) 無法重現
       220-BUILD-BOARD.
           MOVE "N" TO WS-BOARD-OK-SW
           MOVE ALL "O" TO PLAY-LIST
           MOVE ALL "O" TO PLAY-LIST-USER
           MOVE SPACES TO MARK-LIST
           MOVE 0 TO BOOM-INT

           IF GC-SEED NOT NUMERIC OR GC-BOARD-SIZE NOT NUMERIC
              OR GC-MINES NOT NUMERIC
               GO TO 220-EXIT
           END-IF

           IF GC-SEED = 0 AND GC-SCEN-ID NOT = SPACES
               MOVE GC-SCEN-ID TO WS-SCEN-NAME
               PERFORM 230-LOAD-SCENARIO THRU 230-EXIT
               IF WS-SCEN-LOADED
                   MOVE "Y" TO WS-BOARD-OK-SW
               END-IF
               GO TO 220-EXIT
           END-IF

           IF GC-SEED = 0
               GO TO 220-EXIT
           END-IF
           IF GC-BOARD-SIZE < WS-SIZE-MIN OR > WS-SIZE-MAX
              OR GC-MINES < 1
              OR GC-MINES >= GC-BOARD-SIZE * GC-BOARD-SIZE
               GO TO 220-EXIT
           END-IF

      *    與 WORK_AI/TOURNEY 相同的佈雷程序，首挖保護開啟
           MOVE GC-BOARD-SIZE TO WS-BOARD-SIZE
           MOVE GC-MINES      TO PLAYER-INPUT-BOOM
           MOVE GC-SEED       TO WS-SEED
           MOVE "Y" TO WS-FIRST-OPEN-SW

           COMPUTE WS-MAX = WS-BOARD-SIZE * WS-BOARD-SIZE
           COMPUTE WS-RANGE = WS-MAX - WS-MIN + 1
           COMPUTE WS-RAND-FLOAT = FUNCTION RANDOM(WS-SEED)

           PERFORM UNTIL BOOM-INT = PLAYER-INPUT-BOOM
               PERFORM 101-START-RD THRU 101-EXIT
               PERFORM 102-SET-BOOM THRU 102-EXIT
           END-PERFORM

           MOVE "Y" TO WS-BOARD-OK-SW.
       220-EXIT.
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

      * --- 劇本庫載入: 依名稱取預先設計的盤面 (與 REPLAY 相同) ---
       230-LOAD-SCENARIO.
           MOVE "N" TO WS-SCEN-LOADED-SW
           MOVE "N" TO WS-SCEN-FOUND-SW
           MOVE "N" TO WS-SCEN-EOF-SW
           MOVE 0 TO WS-SCEN-MINE-CT

           OPEN INPUT SCENARIO-FILE
           IF WS-SCEN-STATUS NOT = "00"
               DISPLAY ">>> 找不到劇本檔"
               GO TO 230-EXIT
           END-IF

           PERFORM UNTIL WS-SCEN-FOUND OR WS-SCEN-EOF
               READ SCENARIO-FILE
               IF WS-SCEN-STATUS NOT = "00"
                   MOVE "Y" TO WS-SCEN-EOF-SW
               ELSE
                   IF SCEN-TYPE = "H" AND SCEN-ID = WS-SCEN-NAME
                       MOVE "Y" TO WS-SCEN-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-SCEN-FOUND
               DISPLAY ">>> 查無此劇本: " WS-SCEN-NAME
               CLOSE SCENARIO-FILE
               GO TO 230-EXIT
           END-IF

           IF SCEN-SIZE NOT NUMERIC
              OR SCEN-SIZE < WS-SIZE-MIN OR > WS-SIZE-MAX
               DISPLAY ">>> 劇本棋盤大小不合理: " WS-SCEN-NAME
               CLOSE SCENARIO-FILE
               GO TO 230-EXIT
           END-IF

           MOVE SCEN-SIZE TO WS-BOARD-SIZE

           PERFORM UNTIL WS-SCEN-EOF
               READ SCENARIO-FILE
               IF WS-SCEN-STATUS NOT = "00"
                   MOVE "Y" TO WS-SCEN-EOF-SW
               ELSE
                   IF SCEN-TYPE = "H"
                       MOVE "Y" TO WS-SCEN-EOF-SW
                   ELSE
                       IF SCEN-TYPE = "M"
                           PERFORM 231-PLACE-SCEN-MINE THRU 231-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SCENARIO-FILE

           IF WS-SCEN-MINE-CT = 0
               DISPLAY ">>> 劇本內沒有地雷: " WS-SCEN-NAME
               GO TO 230-EXIT
           END-IF

           MOVE WS-SCEN-MINE-CT TO PLAYER-INPUT-BOOM

      *    劇本局不移雷，首挖保護關閉 (與 WORK_AI 一致)
           MOVE "N" TO WS-FIRST-OPEN-SW
           MOVE "Y" TO WS-SCEN-LOADED-SW.
       230-EXIT.
           EXIT.

       231-PLACE-SCEN-MINE.
           IF SCEN-MX NOT NUMERIC OR SCEN-MY NOT NUMERIC
              OR SCEN-MX < 1 OR > WS-BOARD-SIZE
              OR SCEN-MY < 1 OR > WS-BOARD-SIZE
               GO TO 231-EXIT
           END-IF

           IF PLAY-LIST-BOOM(SCEN-MY)(SCEN-MX:1) = "X"
               GO TO 231-EXIT
           END-IF

           MOVE "X" TO PLAY-LIST-BOOM(SCEN-MY)(SCEN-MX:1)
           ADD 1 TO WS-SCEN-MINE-CT.
       231-EXIT.
           EXIT.

      * --- 依對局識別碼重讀稽核檔，重演到結束紀錄為止 ---
       300-SCAN-AUDIT.
           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF

           PERFORM 310-AUDIT-NEXT THRU 310-EXIT
               UNTIL WS-AUDIT-EOF

           CLOSE AUDIT-FILE.
       300-EXIT.
           EXIT.

       310-AUDIT-NEXT.
           READ AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDIT-EOF-SW
               GO TO 310-EXIT
           END-IF.

      *    同日交錯寫入的他局動作一律略過
           IF AUDIT-GAME-ID NOT = WS-G-GAME-ID
               GO TO 310-EXIT
           END-IF.

      *    對局結束紀錄: 停止重演，避免讀進同識別碼的殘留紀錄
           IF AUDIT-ACTION = "E"
               MOVE "Y" TO WS-END-SEEN-SW
               MOVE "Y" TO WS-AUDIT-EOF-SW
               GO TO 310-EXIT
           END-IF.

      *    代打起訖標記
           IF AUDIT-ACTION = "B"
               IF AUDIT-RESULT = "BOT-START"
                   MOVE "Y" TO WS-BOT-SEG-SW
                   MOVE "Y" TO WS-GM-BOT-SW
               ELSE
                   MOVE "N" TO WS-BOT-SEG-SW
               END-IF
               GO TO 310-EXIT
           END-IF.

      *    悔棋/放棄紀錄的座標只是上一手的殘值，不必檢核
           MOVE AUDIT-Y TO USER-INPUT-L
           MOVE AUDIT-X TO USER-INPUT-E
           IF AUDIT-ACTION = "P" OR "O" OR "U" OR "C"
               IF USER-INPUT-L < 1 OR > WS-BOARD-SIZE
                  OR USER-INPUT-E < 1 OR > WS-BOARD-SIZE
                   GO TO 310-EXIT
               END-IF
           END-IF.

      *    代打只會走 P/O; 其他動作出現表示代打段已結束
           IF AUDIT-ACTION NOT = "P" AND NOT = "O"
               MOVE "N" TO WS-BOT-SEG-SW
           END-IF.

           PERFORM 320-APPLY-MOVE THRU 320-EXIT.
       310-EXIT.
           EXIT.

      * --- 依動作碼先評分再重演一手 (重演規則同 REPLAY 210) ---
       320-APPLY-MOVE.
           MOVE SPACE TO WS-CLASS
           EVALUATE AUDIT-ACTION
               WHEN "P"
                   PERFORM 410-CLASSIFY-FLAG THRU 410-EXIT
                   PERFORM 330-PUSH-UNDO THRU 330-EXIT
                   PERFORM 610-REPLAY-FLAG THRU 610-EXIT
               WHEN "O"
                   PERFORM 400-CLASSIFY-OPEN THRU 400-EXIT
                   PERFORM 330-PUSH-UNDO THRU 330-EXIT
                   PERFORM 620-REPLAY-OPEN THRU 620-EXIT
               WHEN "U"
                   PERFORM 330-PUSH-UNDO THRU 330-EXIT
                   PERFORM 630-REPLAY-UNFLAG THRU 630-EXIT
               WHEN "C"
                   PERFORM 420-CLASSIFY-CHORD THRU 420-EXIT
                   PERFORM 330-PUSH-UNDO THRU 330-EXIT
                   PERFORM 640-REPLAY-CHORD THRU 640-EXIT
               WHEN "Z"
                   PERFORM 340-REPLAY-UNDO THRU 340-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 430-COUNT-CLASS THRU 430-EXIT.
       320-EXIT.
           EXIT.

      * --- 悔棋快照 (規則須與 WORK_AI 118-PUSH-UNDO 一致) ---
       330-PUSH-UNDO.
           IF WS-UNDO-DEPTH >= WS-UNDO-MAX
               MOVE WS-UNDO-MAX TO WS-UNDO-DEPTH
               PERFORM VARYING WS-UNDO-IDX FROM 1 BY 1
                       UNTIL WS-UNDO-IDX >= WS-UNDO-MAX
                   MOVE WS-UNDO-RP(WS-UNDO-IDX + 1)
                     TO WS-UNDO-RP(WS-UNDO-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-UNDO-DEPTH
           END-IF

           MOVE PLAY-LIST        TO WS-UNDO-LIST(WS-UNDO-DEPTH)
           MOVE PLAY-LIST-USER   TO WS-UNDO-LIST-USER(WS-UNDO-DEPTH)
           MOVE WS-FLAG-COUNT    TO WS-UNDO-FLAGS(WS-UNDO-DEPTH)
           MOVE USER-ISRT        TO WS-UNDO-ISRT(WS-UNDO-DEPTH)
           MOVE USER-ERROR       TO WS-UNDO-ERROR(WS-UNDO-DEPTH)
           MOVE WS-FIRST-OPEN-SW TO WS-UNDO-FIRST-SW(WS-UNDO-DEPTH)
           MOVE WS-CLASS         TO WS-UNDO-CLASS(WS-UNDO-DEPTH).
       330-EXIT.
           EXIT.

      * --- 重演悔棋 (僅 UNDO-OK 生效); 被悔掉的那一手扣回評分 ---
       340-REPLAY-UNDO.
           IF AUDIT-RESULT NOT = "UNDO-OK"
               GO TO 340-EXIT
           END-IF
           IF WS-UNDO-DEPTH = 0
               GO TO 340-EXIT
           END-IF
           MOVE "Y" TO WS-GM-UNDO-SW
           MOVE WS-UNDO-LIST(WS-UNDO-DEPTH)      TO PLAY-LIST
           MOVE WS-UNDO-LIST-USER(WS-UNDO-DEPTH) TO PLAY-LIST-USER
           MOVE WS-UNDO-FLAGS(WS-UNDO-DEPTH)     TO WS-FLAG-COUNT
           MOVE WS-UNDO-ISRT(WS-UNDO-DEPTH)      TO USER-ISRT
           MOVE WS-UNDO-ERROR(WS-UNDO-DEPTH)     TO USER-ERROR
           MOVE WS-UNDO-FIRST-SW(WS-UNDO-DEPTH)  TO WS-FIRST-OPEN-SW

           EVALUATE WS-UNDO-CLASS(WS-UNDO-DEPTH)
               WHEN "S"
                   SUBTRACT 1 FROM WS-GM-SAFE
                   ADD 1 TO WS-GM-UNDONE
               WHEN "M"
                   SUBTRACT 1 FROM WS-GM-MINE
                   ADD 1 TO WS-GM-UNDONE
               WHEN "G"
                   SUBTRACT 1 FROM WS-GM-GUESS
                   ADD 1 TO WS-GM-UNDONE
               WHEN "R"
                   SUBTRACT 1 FROM WS-GM-RISK
                   ADD 1 TO WS-GM-UNDONE
               WHEN "X"
                   SUBTRACT 1 FROM WS-GM-BLUNDER
                   ADD 1 TO WS-GM-UNDONE
               WHEN "B"
                   SUBTRACT 1 FROM WS-GM-BOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           SUBTRACT 1 FROM WS-UNDO-DEPTH.
       340-EXIT.
           EXIT.

      * --- 評分: 挖開 (格子須為未開或插旗才生效) ---
       400-CLASSIFY-OPEN.
           IF PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
              NOT = "O" AND NOT = "P"
               GO TO 400-EXIT
           END-IF
           IF WS-IN-BOT-SEG
               MOVE "B" TO WS-CLASS
               GO TO 400-EXIT
           END-IF

      *    首挖保護開啟時第一手必然安全
           IF WS-FIRST-OPEN
               MOVE "S" TO WS-CLASS
               GO TO 400-EXIT
           END-IF

           PERFORM 500-DEDUCE THRU 500-EXIT

           EVALUATE MARK-LIST-ROW(USER-INPUT-L)(USER-INPUT-E:1)
               WHEN "S"
                   MOVE "S" TO WS-CLASS
               WHEN "M"
                   MOVE "X" TO WS-CLASS
               WHEN OTHER
                   PERFORM 440-CHECK-AVAIL THRU 440-EXIT
                   IF WS-SAFE-AVAIL
                       MOVE "R" TO WS-CLASS
                   ELSE
                       MOVE "G" TO WS-CLASS
                   END-IF
           END-EVALUATE.
       400-EXIT.
           EXIT.

      * --- 評分: 插旗 (格子須未開且旗數未滿才生效) ---
       410-CLASSIFY-FLAG.
           IF PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
              NOT = "O"
               GO TO 410-EXIT
           END-IF
           IF WS-FLAG-COUNT >= PLAYER-INPUT-BOOM
               GO TO 410-EXIT
           END-IF
           IF WS-IN-BOT-SEG
               MOVE "B" TO WS-CLASS
               GO TO 410-EXIT
           END-IF

           PERFORM 500-DEDUCE THRU 500-EXIT

           EVALUATE MARK-LIST-ROW(USER-INPUT-L)(USER-INPUT-E:1)
               WHEN "M"
                   MOVE "M" TO WS-CLASS
               WHEN "S"
                   MOVE "X" TO WS-CLASS
               WHEN OTHER
                   PERFORM 440-CHECK-AVAIL THRU 440-EXIT
                   IF WS-MINE-AVAIL
                       MOVE "R" TO WS-CLASS
                   ELSE
                       MOVE "G" TO WS-CLASS
                   END-IF
           END-EVALUATE.
       410-EXIT.
           EXIT.

      * --- 評分: 翻周 (數字格旗數相符且周圍有未開格才生效) ---
      * 周圍未開格有任一推論有雷 = 失誤 (旗子插錯位置)
      * 全部推論安全 = 必然安全; 其餘 = 猜測
       420-CLASSIFY-CHORD.
           MOVE PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
             TO CHORD-CELL
           IF CHORD-CELL < "1" OR CHORD-CELL > "8"
               GO TO 420-EXIT
           END-IF

           COMPUTE CHORD-NUM = FUNCTION NUMVAL(CHORD-CELL)
           MOVE 0 TO CHORD-FLAGS
           MOVE 0 TO CHORD-OPEN-CT
           PERFORM VARYING CHORD-R FROM -1 BY 1 UNTIL CHORD-R > 1
             PERFORM VARYING CHORD-C FROM -1 BY 1 UNTIL CHORD-C > 1
                COMPUTE CHORD-L = USER-INPUT-L + CHORD-R
                COMPUTE CHORD-E = USER-INPUT-E + CHORD-C
                IF CHORD-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHORD-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM-USER(CHORD-L)(CHORD-E:1) = "P"
                        ADD 1 TO CHORD-FLAGS
                    END-IF
                    IF PLAY-LIST-BOOM-USER(CHORD-L)(CHORD-E:1) = "O"
                        ADD 1 TO CHORD-OPEN-CT
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM

           IF CHORD-FLAGS NOT = CHORD-NUM OR CHORD-OPEN-CT = 0
               GO TO 420-EXIT
           END-IF

           PERFORM 500-DEDUCE THRU 500-EXIT

           MOVE "N" TO CHORD-MINE-SW
           MOVE "N" TO CHORD-UNKNOWN-SW
           PERFORM VARYING CHORD-R FROM -1 BY 1 UNTIL CHORD-R > 1
             PERFORM VARYING CHORD-C FROM -1 BY 1 UNTIL CHORD-C > 1
                COMPUTE CHORD-L = USER-INPUT-L + CHORD-R
                COMPUTE CHORD-E = USER-INPUT-E + CHORD-C
                IF CHORD-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHORD-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM-USER(CHORD-L)(CHORD-E:1) = "O"
                        EVALUATE MARK-LIST-ROW(CHORD-L)(CHORD-E:1)
                            WHEN "M"
                                MOVE "Y" TO CHORD-MINE-SW
                            WHEN "S"
                                CONTINUE
                            WHEN OTHER
                                MOVE "Y" TO CHORD-UNKNOWN-SW
                        END-EVALUATE
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM

           IF CHORD-MINE-SW = "Y"
               MOVE "X" TO WS-CLASS
               GO TO 420-EXIT
           END-IF
           IF CHORD-UNKNOWN-SW = "N"
               MOVE "S" TO WS-CLASS
               GO TO 420-EXIT
           END-IF

           PERFORM 440-CHECK-AVAIL THRU 440-EXIT
           IF WS-SAFE-AVAIL
               MOVE "R" TO WS-CLASS
           ELSE
               MOVE "G" TO WS-CLASS
           END-IF.
       420-EXIT.
           EXIT.

      * --- 依評分類別累計本局 ---
       430-COUNT-CLASS.
           EVALUATE WS-CLASS
               WHEN "S"
                   ADD 1 TO WS-GM-SAFE
               WHEN "M"
                   ADD 1 TO WS-GM-MINE
               WHEN "G"
                   ADD 1 TO WS-GM-GUESS
               WHEN "R"
                   ADD 1 TO WS-GM-RISK
               WHEN "X"
                   ADD 1 TO WS-GM-BLUNDER
               WHEN "B"
                   ADD 1 TO WS-GM-BOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       430-EXIT.
           EXIT.

      * --- 當下是否另有必然步 (安全格可開 / 雷格可插) ---
       440-CHECK-AVAIL.
           MOVE "N" TO WS-SAFE-AVAIL-SW
           MOVE "N" TO WS-MINE-AVAIL-SW
           PERFORM VARYING LIST-INT FROM 1 BY 1
                   UNTIL LIST-INT > WS-BOARD-SIZE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BOARD-SIZE
                   IF MARK-LIST-ROW(LIST-INT)(I:1) = "S"
                       MOVE "Y" TO WS-SAFE-AVAIL-SW
                   END-IF
                   IF MARK-LIST-ROW(LIST-INT)(I:1) = "M"
                      AND PLAY-LIST-BOOM-USER(LIST-INT)(I:1) = "O"
                       MOVE "Y" TO WS-MINE-AVAIL-SW
                   END-IF
               END-PERFORM
           END-PERFORM.
       440-EXIT.
           EXIT.

      * --- 單點推論反覆執行直到沒有新結論 (同 SOLVER 200) ---
       500-DEDUCE.
           MOVE SPACES TO MARK-LIST
           MOVE "Y" TO CHANGED-FLAG
           PERFORM UNTIL CHANGED-FLAG = "N"
               MOVE "N" TO CHANGED-FLAG
               PERFORM VARYING LIST-INT FROM 1 BY 1
                       UNTIL LIST-INT > WS-BOARD-SIZE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-BOARD-SIZE
                       MOVE PLAY-LIST-BOOM-USER(LIST-INT)(I:1)
                         TO CELL-CHAR
                       IF CELL-CHAR >= "1" AND <= "8"
                           PERFORM 510-DEDUCE-CELL THRU 510-EXIT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
       500-EXIT.
           EXIT.

      * --- 對一個數字格做單點推論 (規則同 SOLVER 210) ---
      * 未開格: 玩家圖為 O 或 P 者 (旗子只是玩家主張，不當證據)
       510-DEDUCE-CELL.
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

      *    踩爆過的格子 (T) 也是一顆已知雷
           PERFORM VARYING SCAN-R FROM -1 BY 1 UNTIL SCAN-R > 1
             PERFORM VARYING SCAN-C FROM -1 BY 1 UNTIL SCAN-C > 1
                COMPUTE CHECK-L = LIST-INT + SCAN-R
                COMPUTE CHECK-E = I + SCAN-C
                IF CHECK-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHECK-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM-USER(CHECK-L)(CHECK-E:1) = "T"
                        ADD 1 TO DEDUCED-MINES
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM

           IF UNKNOWN-CT = 0
               GO TO 510-EXIT
           END-IF

           IF CELL-NUM = DEDUCED-MINES
               PERFORM 520-MARK-SAFE THRU 520-EXIT
               GO TO 510-EXIT
           END-IF

           IF CELL-NUM = DEDUCED-MINES + UNKNOWN-CT
               PERFORM 530-MARK-MINE THRU 530-EXIT
           END-IF.
       510-EXIT.
           EXIT.

       520-MARK-SAFE.
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
                        MOVE "Y" TO CHANGED-FLAG
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM.
       520-EXIT.
           EXIT.

       530-MARK-MINE.
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
                        MOVE "Y" TO CHANGED-FLAG
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM.
       530-EXIT.
           EXIT.

      * --- 重演插旗 (同 REPLAY 220) ---
       610-REPLAY-FLAG.
           IF PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
              NOT = "O"
               GO TO 610-EXIT
           END-IF
           IF WS-FLAG-COUNT >= PLAYER-INPUT-BOOM
               GO TO 610-EXIT
           END-IF
           MOVE "P" TO
             PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
           ADD 1 TO WS-FLAG-COUNT
           IF PLAY-LIST-BOOM(USER-INPUT-L)(USER-INPUT-E:1) = "X"
               ADD 1 TO USER-ISRT
           END-IF.
       610-EXIT.
           EXIT.

      * --- 重演挖開 (同 REPLAY 230) ---
       620-REPLAY-OPEN.
           IF PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
              NOT = "O" AND NOT = "P"
               GO TO 620-EXIT
           END-IF
           IF WS-FIRST-OPEN
               IF PLAY-LIST-BOOM(USER-INPUT-L)(USER-INPUT-E:1) = "X"
                   PERFORM 113-RELOCATE-MINE THRU 113-EXIT
               END-IF
               MOVE "N" TO WS-FIRST-OPEN-SW
           END-IF
           IF PLAY-LIST-BOOM(USER-INPUT-L)(USER-INPUT-E:1) = "X"
               MOVE "T" TO
                 PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
               ADD 1 TO USER-ERROR
           ELSE
               PERFORM 110-CALC-AND-FILL THRU 110-EXIT
               PERFORM 111-AUTO-EXPAND THRU 111-EXIT
           END-IF.
       620-EXIT.
           EXIT.

      * --- 重演取消插旗 (同 REPLAY 240) ---
       630-REPLAY-UNFLAG.
           IF PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
              NOT = "P"
               GO TO 630-EXIT
           END-IF
           MOVE "O" TO
             PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
           SUBTRACT 1 FROM WS-FLAG-COUNT
           IF PLAY-LIST-BOOM(USER-INPUT-L)(USER-INPUT-E:1) = "X"
               SUBTRACT 1 FROM USER-ISRT
           END-IF.
       630-EXIT.
           EXIT.

      * --- 重演翻周 (同 REPLAY 250) ---
       640-REPLAY-CHORD.
           MOVE PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
             TO CHORD-CELL
           IF CHORD-CELL < "1" OR CHORD-CELL > "8"
               GO TO 640-EXIT
           END-IF

           COMPUTE CHORD-NUM = FUNCTION NUMVAL(CHORD-CELL)

           MOVE 0 TO CHORD-FLAGS
           PERFORM VARYING CHORD-R FROM -1 BY 1 UNTIL CHORD-R > 1
             PERFORM VARYING CHORD-C FROM -1 BY 1 UNTIL CHORD-C > 1
                COMPUTE CHORD-L = USER-INPUT-L + CHORD-R
                COMPUTE CHORD-E = USER-INPUT-E + CHORD-C
                IF CHORD-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHORD-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM-USER(CHORD-L)(CHORD-E:1) = "P"
                        ADD 1 TO CHORD-FLAGS
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM

           IF CHORD-FLAGS NOT = CHORD-NUM
               GO TO 640-EXIT
           END-IF

           MOVE USER-INPUT-L TO TEMP-L
           MOVE USER-INPUT-E TO TEMP-E
           PERFORM VARYING CHORD-R FROM -1 BY 1 UNTIL CHORD-R > 1
             PERFORM VARYING CHORD-C FROM -1 BY 1 UNTIL CHORD-C > 1
                COMPUTE CHORD-L = TEMP-L + CHORD-R
                COMPUTE CHORD-E = TEMP-E + CHORD-C
                IF CHORD-L >= 1 AND <= WS-BOARD-SIZE AND
                   CHORD-E >= 1 AND <= WS-BOARD-SIZE
                    IF PLAY-LIST-BOOM-USER(CHORD-L)(CHORD-E:1) = "O"
                        MOVE CHORD-L TO USER-INPUT-L
                        MOVE CHORD-E TO USER-INPUT-E
                        IF PLAY-LIST-BOOM(CHORD-L)(CHORD-E:1) = "X"
                            MOVE "T" TO
                              PLAY-LIST-BOOM-USER(CHORD-L)(CHORD-E:1)
                            ADD 1 TO USER-ERROR
                        ELSE
                            PERFORM 110-CALC-AND-FILL THRU 110-EXIT
                        END-IF
                    END-IF
                END-IF
             END-PERFORM
           END-PERFORM
           MOVE TEMP-L TO USER-INPUT-L
           MOVE TEMP-E TO USER-INPUT-E

           PERFORM 111-AUTO-EXPAND THRU 111-EXIT.
       640-EXIT.
           EXIT.

      * --- 計算單格雷數並填入 ---
       110-CALC-AND-FILL.
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

           IF NEARBY-MINES = 0
               MOVE "." TO
                 PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
           ELSE
               MOVE NEARBY-MINES TO
                 PLAY-LIST-BOOM-USER(USER-INPUT-L)(USER-INPUT-E:1)
           END-IF.
       110-EXIT.

      * --- 自動擴散 (Flood Fill 模擬) ---
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

      * --- 本局結算: 核對重建結果、列印明細、累計玩家 ---
       700-POST-GAME.
      *    重建出的標對/踩爆須與歷史相符，否則評分不可信
           IF USER-ISRT NOT = WS-G-ISRT
              OR USER-ERROR NOT = WS-G-ERROR
               MOVE "!" TO WS-GM-FLAGS(4:1)
               MOVE "Y" TO WS-GM-EXCL-SW
               ADD 1 TO WS-DIFF-COUNT
           END-IF

           IF GC-BOT-OPENS NUMERIC AND GC-BOT-FLAGS NUMERIC
               IF GC-BOT-OPENS + GC-BOT-FLAGS > 0
                  AND NOT WS-GM-USED-BOT
                   MOVE "?" TO WS-GM-FLAGS(3:1)
                   MOVE "Y" TO WS-GM-EXCL-SW
                   ADD 1 TO WS-NOMARK-COUNT
               END-IF
           END-IF
           IF WS-GM-USED-BOT
               MOVE "B" TO WS-GM-FLAGS(1:1)
           END-IF
           IF WS-GM-USED-UNDO
               MOVE "Z" TO WS-GM-FLAGS(2:1)
           END-IF

           COMPUTE WS-GM-MOVES = WS-GM-SAFE + WS-GM-MINE
               + WS-GM-GUESS + WS-GM-RISK + WS-GM-BLUNDER

           MOVE WS-GM-SAFE    TO WS-D-SAFE
           MOVE WS-GM-MINE    TO WS-D-MINE
           MOVE WS-GM-GUESS   TO WS-D-GUESS
           MOVE WS-GM-RISK    TO WS-D-RISK
           MOVE WS-GM-BLUNDER TO WS-D-BLUNDER
           MOVE WS-GM-BOT     TO WS-D-BOT
           MOVE WS-GM-UNDONE  TO WS-D-UNDONE
           MOVE 0 TO WS-BLUN-PCT
           MOVE 0 TO WS-GUESS-PCT
           IF WS-GM-MOVES > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-GM-BLUNDER * 100 / WS-GM-MOVES
               MOVE WS-PCT-WORK TO WS-BLUN-PCT
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-GM-GUESS + WS-GM-RISK) * 100 / WS-GM-MOVES
               MOVE WS-PCT-WORK TO WS-GUESS-PCT
           END-IF

           DISPLAY WS-G-GAME-ID " " WS-G-PLAYER " " WS-G-OUTCOME
               " " WS-D-SAFE " " WS-D-MINE " " WS-D-GUESS
               " " WS-D-RISK " " WS-D-BLUNDER " " WS-D-BOT
               " " WS-D-UNDONE "  " WS-BLUN-PCT "  " WS-GUESS-PCT
               "  " WS-GM-FLAGS

           PERFORM 710-FIND-PLAYER THRU 710-EXIT
           IF WS-PLYR-IX = 0
               GO TO 700-EXIT
           END-IF

           ADD 1 TO PT-GAMES(WS-PLYR-IX)
           IF WS-GM-USED-BOT OR WS-GM-USED-UNDO
               ADD 1 TO PT-MARKED(WS-PLYR-IX)
           END-IF
           IF WS-GM-EXCLUDED
               ADD 1 TO PT-EXCL(WS-PLYR-IX)
               GO TO 700-EXIT
           END-IF

           ADD WS-GM-MOVES   TO PT-MOVES(WS-PLYR-IX)
           ADD WS-GM-SAFE    TO PT-SAFE(WS-PLYR-IX)
           ADD WS-GM-MINE    TO PT-MINE(WS-PLYR-IX)
           ADD WS-GM-GUESS   TO PT-GUESS(WS-PLYR-IX)
           ADD WS-GM-RISK    TO PT-RISK(WS-PLYR-IX)
           ADD WS-GM-BLUNDER TO PT-BLUNDER(WS-PLYR-IX)
           ADD WS-GM-BOT     TO PT-BOT(WS-PLYR-IX)
           ADD WS-GM-UNDONE  TO PT-UNDONE(WS-PLYR-IX).
       700-EXIT.
           EXIT.

      * --- 找玩家累計列，沒有就新增 (表滿則不累計) ---
       710-FIND-PLAYER.
           MOVE 0 TO WS-PLYR-IX
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PLYR-COUNT OR WS-PLYR-IX > 0
               IF PT-NAME(WS-PT-IX) = WS-G-PLAYER
                   MOVE WS-PT-IX TO WS-PLYR-IX
               END-IF
           END-PERFORM

           IF WS-PLYR-IX > 0
               GO TO 710-EXIT
           END-IF

           IF WS-PLYR-COUNT >= 200
               IF NOT WS-PLYR-FULL
                   DISPLAY "!!! 玩家表已滿 (200)，"
                       "其餘玩家不累計 !!!"
                   MOVE "Y" TO WS-PLYR-FULL-SW
               END-IF
               GO TO 710-EXIT
           END-IF

           ADD 1 TO WS-PLYR-COUNT
           MOVE WS-PLYR-COUNT TO WS-PLYR-IX
           MOVE WS-G-PLAYER TO PT-NAME(WS-PLYR-IX)
           MOVE 0 TO PT-GAMES(WS-PLYR-IX)
           MOVE 0 TO PT-EXCL(WS-PLYR-IX)
           MOVE 0 TO PT-MARKED(WS-PLYR-IX)
           MOVE 0 TO PT-MOVES(WS-PLYR-IX)
           MOVE 0 TO PT-SAFE(WS-PLYR-IX)
           MOVE 0 TO PT-MINE(WS-PLYR-IX)
           MOVE 0 TO PT-GUESS(WS-PLYR-IX)
           MOVE 0 TO PT-RISK(WS-PLYR-IX)
           MOVE 0 TO PT-BLUNDER(WS-PLYR-IX)
           MOVE 0 TO PT-BOT(WS-PLYR-IX)
           MOVE 0 TO PT-UNDONE(WS-PLYR-IX).
       710-EXIT.
           EXIT.

      * --- 玩家教練摘要 ---
      * 不計入 = 代打未標記或重建不符的對局; B/Z 局 = 用過代打或悔棋
       800-SHOW-PLAYERS.
           DISPLAY "---------------------------------------------".
           DISPLAY "玩家教練摘要 "
               "(代打手數與被悔掉的手不計入評分)".
           DISPLAY "玩家       對局 B/Z局 不計入  評分手"
               "  安全  有雷  猜測  可免"
               "  失誤  代打  悔棋"
               " 失誤率 猜測率".
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PLYR-COUNT
               MOVE 0 TO WS-BLUN-PCT
               MOVE 0 TO WS-GUESS-PCT
               IF PT-MOVES(WS-PT-IX) > 0
                   COMPUTE WS-PCT-WORK ROUNDED =
                       PT-BLUNDER(WS-PT-IX) * 100 / PT-MOVES(WS-PT-IX)
                   MOVE WS-PCT-WORK TO WS-BLUN-PCT
                   COMPUTE WS-PCT-WORK ROUNDED =
                       (PT-GUESS(WS-PT-IX) + PT-RISK(WS-PT-IX))
                       * 100 / PT-MOVES(WS-PT-IX)
                   MOVE WS-PCT-WORK TO WS-GUESS-PCT
               END-IF
               MOVE PT-MOVES(WS-PT-IX)   TO WS-CT-DISP
               MOVE PT-SAFE(WS-PT-IX)    TO WS-D-SAFE
               MOVE PT-MINE(WS-PT-IX)    TO WS-D-MINE
               MOVE PT-GUESS(WS-PT-IX)   TO WS-D-GUESS
               MOVE PT-RISK(WS-PT-IX)    TO WS-D-RISK
               MOVE PT-BLUNDER(WS-PT-IX) TO WS-D-BLUNDER
               MOVE PT-BOT(WS-PT-IX)     TO WS-D-BOT
               MOVE PT-UNDONE(WS-PT-IX)  TO WS-D-UNDONE
               DISPLAY PT-NAME(WS-PT-IX) " " PT-GAMES(WS-PT-IX)
                   " " PT-MARKED(WS-PT-IX)
                   " " PT-EXCL(WS-PT-IX) "  " WS-CT-DISP
                   " " WS-D-SAFE " " WS-D-MINE " " WS-D-GUESS
                   " " WS-D-RISK " " WS-D-BLUNDER " " WS-D-BOT
                   " " WS-D-UNDONE "  " WS-BLUN-PCT "  " WS-GUESS-PCT
           END-PERFORM.
       800-EXIT.
           EXIT.

      * --- 載入系統參數各版本的生效日、悔棋深度與棋盤範圍 ---
      * 檢核範圍與 SYSPARMT 相同，不合格版本略過不用
       910-LOAD-SYSPARM.
           MOVE "N" TO WS-PRM-EOF-SW
           MOVE 0 TO WS-PRM-BAD-COUNT
           MOVE 0 TO WS-PV-COUNT
           OPEN INPUT SYSPARM-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY ">>> 找不到系統參數檔，"
                   "悔棋深度與棋盤範圍以內定值重演"
               GO TO 910-EXIT
           END-IF

           PERFORM 911-READ-SYSPARM THRU 911-EXIT
               UNTIL WS-PRM-EOF
           CLOSE SYSPARM-FILE

           IF WS-PRM-BAD-COUNT > 0
               DISPLAY "!!! 系統參數檔有 " WS-PRM-BAD-COUNT
                   " 筆不合格，未採用 !!!"
           END-IF
           DISPLAY "系統參數版本: " WS-PV-COUNT " 筆".
       910-EXIT.
           EXIT.

      * --- 讀一筆參數版本，合格者記入版本表 ---
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

           IF WS-PV-COUNT >= 50
               ADD 1 TO WS-PRM-BAD-COUNT
               GO TO 911-EXIT
           END-IF
           ADD 1 TO WS-PV-COUNT
           MOVE PRM-EFF-DATE TO PV-EFF-DATE(WS-PV-COUNT)
           MOVE PRM-UNDO-MAX TO PV-UNDO-MAX(WS-PV-COUNT)
           MOVE PRM-SIZE-MIN TO PV-SIZE-MIN(WS-PV-COUNT)
           MOVE PRM-SIZE-MAX TO PV-SIZE-MAX(WS-PV-COUNT).
       911-EXIT.
           EXIT.

      * --- 依 WS-UNDO-ASOF 取當日生效的悔棋深度與棋盤大小範圍 ---
       912-SET-UNDO-MAX.
           MOVE 5 TO WS-UNDO-MAX
           MOVE 5 TO WS-SIZE-MIN
           MOVE 20 TO WS-SIZE-MAX
           MOVE 0 TO WS-PV-DATE
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               IF PV-EFF-DATE(WS-PV-IX) <= WS-UNDO-ASOF
                  AND PV-EFF-DATE(WS-PV-IX) >= WS-PV-DATE
                   MOVE PV-EFF-DATE(WS-PV-IX) TO WS-PV-DATE
                   MOVE PV-UNDO-MAX(WS-PV-IX) TO WS-UNDO-MAX
                   MOVE PV-SIZE-MIN(WS-PV-IX) TO WS-SIZE-MIN
                   MOVE PV-SIZE-MAX(WS-PV-IX) TO WS-SIZE-MAX
               END-IF
           END-PERFORM.
       912-EXIT.
           EXIT.

       END PROGRAM MOVEQUAL.
