       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT GAME-CONFIG ASSIGN TO "GAMECONF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-GAME-ID
               FILE STATUS IS WS-GC-STATUS.
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
       WORKING-STORAGE SECTION.

      * 依盤面條件分析對局結果: 歷史檔(可加讀一個歸檔世代)
      * 逐局以對局識別碼查 GAMECONF 取盤面條件，依
      *   棋盤大小 / 地雷密度 / 操作模式 / 經典與否 /
      *   代打與否 / 劇本或隨機盤 / 劇本別 / 月份
      * 分組列出 勝率、踩爆率(有踩爆的局占比)、平均耗時、
      * 平均密度，回答「進步還是盤面變簡單」
      * 查不到設定紀錄的舊對局另計一行，不進分組

       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-ARCH-STATUS PIC XX VALUE "00".
       01  WS-GC-STATUS PIC XX VALUE "00".
       01  WS-ARCH-NAME PIC X(17) VALUE SPACES.

       01  WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-HIST-EOF VALUE "Y".
       01  WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-ARCH-EOF VALUE "Y".

       01  WS-FROM-DATE PIC 9(8) VALUE 0.
       01  WS-TO-DATE   PIC 9(8) VALUE 0.
       01  WS-ARCH-DATE PIC 9(8) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 分析用對局欄位 (歷史檔/歸檔共用) ---
       01  WS-G-DATE     PIC 9(8).
       01  WS-G-ERROR    PIC 999.
       01  WS-G-OUTCOME  PIC X(9).
       01  WS-G-DURATION PIC 9(6).
       01  WS-G-GAME-ID  PIC X(26).
       01  WS-DENSITY    PIC 999 VALUE 0.

      * --- 分組累計表 (維度碼 + 分組鍵) ---
      * 維度: S=棋盤 D=密度 M=模式 C=經典 A=代打
      *       R=盤面來源 P=劇本別 Y=月份
       01  WS-BK-COUNT PIC 999 VALUE 0.
       01  I PIC 999 VALUE 0.
       01  WS-BK-IX PIC 999 VALUE 0.
       01  BUCKET-TABLE.
           05 BK-RP OCCURS 300 TIMES.
               10 BK-DIM    PIC X.
               10 BK-KEY    PIC X(10).
               10 BK-GAMES  PIC 9(5).
               10 BK-WINS   PIC 9(5).
               10 BK-BLAST  PIC 9(5).
               10 BK-DUR    PIC 9(9).
               10 BK-DENS   PIC 9(7).
       01  WS-BK-FULL-SW PIC X VALUE "N".
       01  WS-DIM PIC X VALUE SPACE.
       01  WS-KEY PIC X(10) VALUE SPACES.
       01  WS-SIZE-IX PIC 99 VALUE 0.

      * --- 報表列 ---
       01  WS-WIN-PCT   PIC ZZ9.9.
       01  WS-BLAST-PCT PIC ZZ9.9.
       01  WS-AVG-DUR   PIC Z(5)9.
       01  WS-AVG-DENS  PIC ZZ9.
       01  WS-PCT-WORK  PIC 999V9 VALUE 0.

      * --- 控制合計 ---
       01  WS-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-RANGE-COUNT  PIC 9(5) VALUE 0.
       01  WS-CONF-COUNT   PIC 9(5) VALUE 0.
       01  WS-NOCONF-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "盤面條件別對局成績分析".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           DISPLAY "起始日期 (YYYYMMDD, 0=不限):"
           ACCEPT WS-FROM-DATE.

           DISPLAY "結束日期 (YYYYMMDD, 0=今日):"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-CURR-DATE TO WS-TO-DATE
           END-IF.

           DISPLAY "加讀歸檔世代日期 (YYYYMMDD, 0=不讀):"
           ACCEPT WS-ARCH-DATE.

           OPEN INPUT GAME-CONFIG.
           IF WS-GC-STATUS NOT = "00"
               DISPLAY "對局設定檔無法開啟: " WS-GC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    固定順序的分組先建好，報表依此順序列出
           PERFORM 050-PRESET-BUCKETS THRU 050-EXIT.

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

           IF WS-CONF-COUNT = 0
               DISPLAY "此區間內沒有可分析的對局。"
               DISPLAY "讀取對局: " WS-READ-COUNT
                   "  無設定紀錄: " WS-NOCONF-COUNT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "期間: " WS-FROM-DATE " ~ " WS-TO-DATE.

           MOVE "S" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依棋盤大小"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "D" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依地雷密度 (地雷數/格數)"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "M" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依操作模式"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "C" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依經典模式"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "A" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依代打使用"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "R" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依盤面來源"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "P" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依劇本別"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           MOVE "Y" TO WS-DIM
           DISPLAY "---------------------------------------------"
           DISPLAY "依月份 (看盤面密度與勝率的走勢)"
           PERFORM 400-SHOW-DIM THRU 400-EXIT.

           DISPLAY "---------------------------------------------".
           DISPLAY "讀取對局: " WS-READ-COUNT.
           DISPLAY "區間對局: " WS-RANGE-COUNT.
           DISPLAY "分析對局: " WS-CONF-COUNT.
           DISPLAY "無設定紀錄: " WS-NOCONF-COUNT.
           IF WS-NOCONF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=============================================".
           DISPLAY "報表結束。".
           STOP RUN.

      * --- 預建固定順序的分組 (棋盤 5~20, 密度四級, 模式) ---
       050-PRESET-BUCKETS.
           MOVE "S" TO WS-DIM
           PERFORM VARYING WS-SIZE-IX FROM 5 BY 1
                   UNTIL WS-SIZE-IX > 20
               MOVE SPACES TO WS-KEY
               STRING WS-SIZE-IX DELIMITED BY SIZE
                      "x" DELIMITED BY SIZE
                      WS-SIZE-IX DELIMITED BY SIZE
                      INTO WS-KEY
               PERFORM 300-FIND-BUCKET THRU 300-EXIT
           END-PERFORM

           MOVE "D" TO WS-DIM
           MOVE "<10%" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           MOVE "10-14%" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           MOVE "15-19%" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           MOVE "20%+" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT

           MOVE "M" TO WS-DIM
           MOVE "I-INTERACT" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           MOVE "B-BATCH" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           MOVE "T-TOURNEY" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT

           MOVE "R" TO WS-DIM
           MOVE "RANDOM" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           MOVE "SCENARIO" TO WS-KEY
           PERFORM 300-FIND-BUCKET THRU 300-EXIT.
       050-EXIT.
           EXIT.

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

           PERFORM 110-SCAN-ARCH-NEXT THRU 110-EXIT
               UNTIL WS-ARCH-EOF

           CLOSE ARCHIVE-FILE.
       100-EXIT.
           EXIT.

       110-SCAN-ARCH-NEXT.
           READ ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCH-EOF-SW
               GO TO 110-EXIT
           END-IF.

           MOVE ARCH-DATE     TO WS-G-DATE
           MOVE ARCH-ERROR    TO WS-G-ERROR
           MOVE ARCH-OUTCOME  TO WS-G-OUTCOME
           MOVE ARCH-DURATION TO WS-G-DURATION
           MOVE ARCH-GAME-ID  TO WS-G-GAME-ID
           PERFORM 210-TALLY-GAME THRU 210-EXIT.
       110-EXIT.
           EXIT.

      * --- 讀取下一筆歷史紀錄 ---
       200-SCAN-NEXT.
           READ HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 200-EXIT
           END-IF.

           MOVE HIST-DATE     TO WS-G-DATE
           MOVE HIST-ERROR    TO WS-G-ERROR
           MOVE HIST-OUTCOME  TO WS-G-OUTCOME
           MOVE HIST-DURATION TO WS-G-DURATION
           MOVE HIST-GAME-ID  TO WS-G-GAME-ID
           PERFORM 210-TALLY-GAME THRU 210-EXIT.
       200-EXIT.
           EXIT.

      * --- 一局: 查設定紀錄後併入各維度分組 ---
       210-TALLY-GAME.
           ADD 1 TO WS-READ-COUNT

           IF WS-G-DATE NOT NUMERIC
              OR WS-G-DATE < WS-FROM-DATE
              OR WS-G-DATE > WS-TO-DATE
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-RANGE-COUNT

           IF WS-G-GAME-ID = SPACES
               ADD 1 TO WS-NOCONF-COUNT
               GO TO 210-EXIT
           END-IF
           MOVE WS-G-GAME-ID TO GC-GAME-ID
           READ GAME-CONFIG
           IF WS-GC-STATUS NOT = "00"
              OR GC-BOARD-SIZE NOT NUMERIC OR GC-BOARD-SIZE = 0
              OR GC-MINES NOT NUMERIC
               ADD 1 TO WS-NOCONF-COUNT
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-CONF-COUNT

           IF WS-G-ERROR NOT NUMERIC
               MOVE 0 TO WS-G-ERROR
           END-IF
           IF WS-G-DURATION NOT NUMERIC
               MOVE 0 TO WS-G-DURATION
           END-IF
           COMPUTE WS-DENSITY ROUNDED =
               GC-MINES * 100 / (GC-BOARD-SIZE * GC-BOARD-SIZE)

      *    棋盤大小
           MOVE "S" TO WS-DIM
           MOVE SPACES TO WS-KEY
           STRING GC-BOARD-SIZE DELIMITED BY SIZE
                  "x" DELIMITED BY SIZE
                  GC-BOARD-SIZE DELIMITED BY SIZE
                  INTO WS-KEY
           PERFORM 310-ADD-GAME THRU 310-EXIT

      *    地雷密度
           MOVE "D" TO WS-DIM
           EVALUATE TRUE
               WHEN WS-DENSITY < 10
                   MOVE "<10%" TO WS-KEY
               WHEN WS-DENSITY < 15
                   MOVE "10-14%" TO WS-KEY
               WHEN WS-DENSITY < 20
                   MOVE "15-19%" TO WS-KEY
               WHEN OTHER
                   MOVE "20%+" TO WS-KEY
           END-EVALUATE
           PERFORM 310-ADD-GAME THRU 310-EXIT

      *    操作模式
           MOVE "M" TO WS-DIM
           EVALUATE GC-MODE
               WHEN "I"
                   MOVE "I-INTERACT" TO WS-KEY
               WHEN "B"
                   MOVE "B-BATCH" TO WS-KEY
               WHEN "T"
                   MOVE "T-TOURNEY" TO WS-KEY
               WHEN OTHER
                   MOVE "?-UNKNOWN" TO WS-KEY
           END-EVALUATE
           PERFORM 310-ADD-GAME THRU 310-EXIT

      *    經典模式
           MOVE "C" TO WS-DIM
           IF GC-CLASSIC-SW = "Y"
               MOVE "CLASSIC" TO WS-KEY
           ELSE
               MOVE "FREE" TO WS-KEY
           END-IF
           PERFORM 310-ADD-GAME THRU 310-EXIT

      *    代打使用 (代打開過格或插過旗即算)
           MOVE "A" TO WS-DIM
           IF (GC-BOT-OPENS NUMERIC AND GC-BOT-OPENS > 0)
              OR (GC-BOT-FLAGS NUMERIC AND GC-BOT-FLAGS > 0)
               MOVE "BOT-USED" TO WS-KEY
           ELSE
               MOVE "HAND-ONLY" TO WS-KEY
           END-IF
           PERFORM 310-ADD-GAME THRU 310-EXIT

      *    劇本或隨機盤; 劇本盤另依劇本別分組
           MOVE "R" TO WS-DIM
           IF GC-SCEN-ID NOT = SPACES
               MOVE "SCENARIO" TO WS-KEY
               PERFORM 310-ADD-GAME THRU 310-EXIT
               MOVE "P" TO WS-DIM
               MOVE GC-SCEN-ID TO WS-KEY
               PERFORM 310-ADD-GAME THRU 310-EXIT
           ELSE
               MOVE "RANDOM" TO WS-KEY
               PERFORM 310-ADD-GAME THRU 310-EXIT
           END-IF

      *    月份
           MOVE "Y" TO WS-DIM
           MOVE SPACES TO WS-KEY
           MOVE WS-G-DATE(1:6) TO WS-KEY
           PERFORM 310-ADD-GAME THRU 310-EXIT.
       210-EXIT.
           EXIT.

      * --- 找分組 (找不到就新增一筆) ---
       300-FIND-BUCKET.
           MOVE 0 TO WS-BK-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BK-COUNT
               IF BK-DIM(I) = WS-DIM AND BK-KEY(I) = WS-KEY
                   MOVE I TO WS-BK-IX
                   MOVE WS-BK-COUNT TO I
               END-IF
           END-PERFORM

           IF WS-BK-IX > 0
               GO TO 300-EXIT
           END-IF

           IF WS-BK-COUNT >= 300
               IF WS-BK-FULL-SW = "N"
                   DISPLAY "!!! 分組表已滿 !!!"
                   MOVE "Y" TO WS-BK-FULL-SW
               END-IF
               GO TO 300-EXIT
           END-IF

           ADD 1 TO WS-BK-COUNT
           MOVE WS-BK-COUNT TO WS-BK-IX
           MOVE WS-DIM TO BK-DIM(WS-BK-IX)
           MOVE WS-KEY TO BK-KEY(WS-BK-IX)
           MOVE 0 TO BK-GAMES(WS-BK-IX)
           MOVE 0 TO BK-WINS(WS-BK-IX)
           MOVE 0 TO BK-BLAST(WS-BK-IX)
           MOVE 0 TO BK-DUR(WS-BK-IX)
           MOVE 0 TO BK-DENS(WS-BK-IX).
       300-EXIT.
           EXIT.

      * --- 本局併入目前維度/鍵的分組 ---
       310-ADD-GAME.
           PERFORM 300-FIND-BUCKET THRU 300-EXIT
           IF WS-BK-IX = 0
               GO TO 310-EXIT
           END-IF

           ADD 1 TO BK-GAMES(WS-BK-IX)
           IF WS-G-OUTCOME = "WIN"
               ADD 1 TO BK-WINS(WS-BK-IX)
           END-IF
           IF WS-G-ERROR > 0
               ADD 1 TO BK-BLAST(WS-BK-IX)
           END-IF
           ADD WS-G-DURATION TO BK-DUR(WS-BK-IX)
           ADD WS-DENSITY TO BK-DENS(WS-BK-IX).
       310-EXIT.
           EXIT.

      * --- 列出一個維度的各分組 (無對局的分組不列) ---
       400-SHOW-DIM.
           DISPLAY "分組       局數  勝率% "
               "踩爆率% 平均秒 密度%"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BK-COUNT
               IF BK-DIM(I) = WS-DIM AND BK-GAMES(I) > 0
                   PERFORM 410-SHOW-BUCKET THRU 410-EXIT
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-SHOW-BUCKET.
           COMPUTE WS-PCT-WORK ROUNDED =
               BK-WINS(I) * 100 / BK-GAMES(I)
           MOVE WS-PCT-WORK TO WS-WIN-PCT
           COMPUTE WS-PCT-WORK ROUNDED =
               BK-BLAST(I) * 100 / BK-GAMES(I)
           MOVE WS-PCT-WORK TO WS-BLAST-PCT
           COMPUTE WS-AVG-DUR ROUNDED = BK-DUR(I) / BK-GAMES(I)
           COMPUTE WS-AVG-DENS ROUNDED = BK-DENS(I) / BK-GAMES(I)
           DISPLAY BK-KEY(I) " "
               BK-GAMES(I) "  "
               WS-WIN-PCT "   "
               WS-BLAST-PCT " "
               WS-AVG-DUR "   "
               WS-AVG-DENS.
       410-EXIT.
           EXIT.

       END PROGRAM CONFRPT.
