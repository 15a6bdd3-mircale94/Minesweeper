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
       FD  CKPT-FILE.
           05 CKPT-START-DATE         PIC 9(8).
           05 CKPT-START-TIME         PIC 9(8).
           05 CKPT-GAME-ID            PIC X(26).
           05 CKPT-BOT-OPENS          PIC 9(5).
           05 CKPT-BOT-FLAGS          PIC 9(5).
           05 CKPT-UNDO-MAX           PIC 9.
           05 CKPT-TIME-LIMIT         PIC 9(5).
       FD  CKPT-TEMP-FILE.
       01  CKPT-TEMP-RECORD           PIC X(892).
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05 HIST-DATE          PIC 9(8).
           05 HIST-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 HIST-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 HIST-SITE          PIC X(4).
       FD  MOVES-FILE.
       01  MOVE-RECORD.
           05 MOVE-ACTION        PIC X.
           05 AUDIT-TIME         PIC 9(8).
           05 FILLER             PIC X.
           05 AUDIT-GAME-ID      PIC X(26).
           05 FILLER             PIC X.
           05 AUDIT-SITE         PIC X(4).
       FD  PLAYER-MASTER.
       01  PM-RECORD.
           05 PM-ID          PIC X(10).
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

      * P=旗子, O=未知, X=地雷
       01  WS-AUDIT-ACTION PIC X.
       01  WS-AUDIT-RESULT PIC X(10).

      * --- 悔棋堆疊 (每手動作前快照, 滿了丟最舊) ---
      * 深度依系統參數 (最多 9 手)，開局時定案並記入存檔
       01  WS-UNDO-DEPTH PIC 9 VALUE 0.
       01  WS-UNDO-IDX PIC 9 VALUE 0.
       01  WS-UNDO-MAX PIC 9 VALUE 5.
       01  WS-UNDO-STACK.
           05 WS-UNDO-RP OCCURS 9 TIMES.
               10 WS-UNDO-LIST      PIC X(400).
               10 WS-UNDO-LIST-USER PIC X(400).
               10 WS-UNDO-FLAGS     PIC 999.
       01  WS-BOT-APPLIED PIC 999 VALUE 0.
       01  WS-BOT-TOTAL PIC 9(5) VALUE 0.

      * --- 對局設定檔 (GAMECONF, 鍵=對局識別碼) ---
      * 開局寫入盤面條件; 結束時補上代打開格/插旗數
      * 代打累計跨中斷存檔保留，續玩不歸零
      * GC-MODE: I=互動 B=批次動作檔 T=TOURNEY 多局
       01  WS-GC-STATUS PIC XX VALUE "00".
       01  WS-BOT-OPENS PIC 9(5) VALUE 0.
       01  WS-BOT-FLAGS PIC 9(5) VALUE 0.

      * --- 結算核對用計數器 ---
       01  WS-ACTUAL-MINES PIC 999 VALUE 0.
       01  WS-MISSED-COUNT PIC 999 VALUE 0.
           88 WS-GAME-OVER VALUE "Y".
       01  WS-OUTCOME PIC X(9) VALUE "ABANDONED".
       01  WS-COVERED-COUNT PIC 999 VALUE 0.
       01  WS-BOT-BEFORE PIC 999 VALUE 0.

      * --- 限時模式: 耗時超過限時秒數即以 TIMEOUT 結束 (0=不限時) ---
       01  WS-TIME-LIMIT PIC 9(5) VALUE 0.
       01  WS-TIME-LEFT PIC 9(5) VALUE 0.

      * --- 棋盤大小 (可調整, 預設 10x10) ---
       01  WS-BOARD-SIZE PIC 99 VALUE 10.
           05 WS-HEADER-CELLS OCCURS 20 TIMES.
               10 WS-HEADER-VAL PIC Z9.
       01  WS-DASH-LINE PIC X(60) VALUE ALL "-".

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
               END-IF

               IF NOT WS-SCEN-LOADED
      *        玩家預設大小超出系統參數範圍時改取邊界值
               IF WS-DFLT-SIZE < WS-PRM-SIZE-MIN
                   MOVE WS-PRM-SIZE-MIN TO WS-DFLT-SIZE
               END-IF
               IF WS-DFLT-SIZE > WS-PRM-SIZE-MAX
                   MOVE WS-PRM-SIZE-MAX TO WS-DFLT-SIZE
               END-IF
               DISPLAY "請輸入棋盤大小 (" WS-PRM-SIZE-MIN "~"
                   WS-PRM-SIZE-MAX "，預設" WS-DFLT-SIZE "):"
               ACCEPT WS-BOARD-SIZE
               IF WS-BOARD-SIZE = 0
                   MOVE WS-DFLT-SIZE TO WS-BOARD-SIZE
               END-IF
               PERFORM UNTIL WS-BOARD-SIZE >= WS-PRM-SIZE-MIN
                         AND WS-BOARD-SIZE <= WS-PRM-SIZE-MAX
                   DISPLAY "大小錯誤! 請輸入 "
                       WS-PRM-SIZE-MIN "~"
                       WS-PRM-SIZE-MAX ":"
                   ACCEPT WS-BOARD-SIZE
               END-PERFORM

               COMPUTE WS-RANGE = WS-MAX - WS-MIN + 1

               COMPUTE WS-MINE-CAP = WS-BOARD-SIZE * WS-BOARD-SIZE - 1
               IF WS-MINE-CAP > WS-PRM-MINE-CAP
                   MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
               END-IF

               DISPLAY "請輸入地雷數量 (上限 " WS-MINE-CAP "):"
                   MOVE "N" TO WS-CLASSIC-SW
               END-IF

               DISPLAY "限時秒數 (0=不限時):"
               ACCEPT WS-TIME-LIMIT

      *        新局起算對局時鐘並產生對局識別碼
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURR-DATE TO WS-GAME-START-DATE
               MOVE WS-PLAYER-NAME TO WS-GID-TAG
           END-IF.

      *    新局於開局時寫入對局設定紀錄
           IF NOT CKPT-FOUND
               PERFORM 160-WRITE-GAMECONF THRU 160-EXIT
           END-IF.

      *    續玩時先判定是否其實已經結束 (存檔後中斷的最後一手)
           IF CKPT-FOUND
               PERFORM 116-CHECK-GAME-OVER THRU 116-EXIT
           END-IF.

      *    限時局中斷期間照常計時，續玩時可能已經逾時
           IF CKPT-FOUND AND NOT WS-GAME-OVER
               PERFORM 142-CHECK-TIME-LIMIT THRU 142-EXIT
           END-IF.

           PERFORM UNTIL WS-GAME-OVER OR WS-BATCH-EOF
               PERFORM 000-GAME-LOOP THRU 000-EXIT
           END-PERFORM.

           PERFORM 996-CLEAR-CHECKPOINT THRU 996-EXIT.
           PERFORM 995-WRITE-HISTORY THRU 995-EXIT.
           PERFORM 161-UPDATE-GAMECONF THRU 161-EXIT.

      *    稽核檔補一筆對局結束紀錄，重播器據此辨識局界
           MOVE "E" TO WS-AUDIT-ACTION.
               ACCEPT USER-INPUT-DO-WHAT
           END-IF.

      *    限時局逾時後輸入的動作不予執行
           PERFORM 142-CHECK-TIME-LIMIT THRU 142-EXIT.
           IF WS-GAME-OVER
               GO TO 000-EXIT
           END-IF.

           EVALUATE USER-INPUT-DO-WHAT
               WHEN "P"
               WHEN "p"
           DISPLAY "已標記 " USER-ISRT " + 已踩爆 " USER-ERROR.
           DISPLAY "總目標: " PLAYER-INPUT-BOOM.
           DISPLAY "地雷剩餘: " WS-MINE-LEFT.
           IF WS-TIME-LIMIT > 0 AND NOT WS-GAME-OVER
               PERFORM 140-COMPUTE-ELAPSED THRU 140-EXIT
               IF WS-ELAPSED-SECS < WS-TIME-LIMIT
                   COMPUTE WS-TIME-LEFT =
                       WS-TIME-LIMIT - WS-ELAPSED-SECS
               ELSE
                   MOVE 0 TO WS-TIME-LEFT
               END-IF
               DISPLAY "剩餘秒數: " WS-TIME-LEFT
           END-IF.
       000-EXIT.
           EXIT.

               GO TO 130-EXIT
           END-IF

           IF SCEN-SIZE NOT NUMERIC
              OR SCEN-SIZE < WS-PRM-SIZE-MIN
              OR SCEN-SIZE > WS-PRM-SIZE-MAX
               DISPLAY ">>> 劇本棋盤大小不合理，改隨機"
               CLOSE SCENARIO-FILE
               GO TO 130-EXIT
      * --- 悔棋快照: 動作套用前保留盤面與計數 ---
      * 首挖保護可能移雷改到解答層，故解答層一併快照
       118-PUSH-UNDO.
           IF WS-UNDO-DEPTH >= WS-UNDO-MAX
               MOVE WS-UNDO-MAX TO WS-UNDO-DEPTH
               PERFORM VARYING WS-UNDO-IDX FROM 1 BY 1
                       UNTIL WS-UNDO-IDX >= WS-UNDO-MAX
                   MOVE WS-UNDO-RP(WS-UNDO-IDX + 1)
                     TO WS-UNDO-RP(WS-UNDO-IDX)
               END-PERFORM
      * 推論規則與 SOLVER 相同 (單點推論, 只看玩家地圖);
      * 套用走正常動作流程，稽核與存檔照常逐手產生，
      * 重播器毋須認得代打: 重演逐手 P/O 即可重現
      * 前後各寫一筆 B 標記 (BOT-START/BOT-END)，
      * 夾在其間的 P/O 為代打所走，走法分析不計入玩家
       150-ACTION-BOT.
           MOVE "B" TO WS-AUDIT-ACTION
           MOVE "BOT-START" TO WS-AUDIT-RESULT
           PERFORM 991-WRITE-AUDIT THRU 991-EXIT
           MOVE 0 TO WS-BOT-TOTAL
           MOVE 1 TO WS-BOT-APPLIED
           PERFORM UNTIL WS-BOT-APPLIED = 0 OR WS-GAME-OVER
               PERFORM 151-BOT-DEDUCE THRU 151-EXIT
               PERFORM 155-BOT-APPLY THRU 155-EXIT
           END-PERFORM
           MOVE "B" TO WS-AUDIT-ACTION
           MOVE "BOT-END" TO WS-AUDIT-RESULT
           PERFORM 991-WRITE-AUDIT THRU 991-EXIT
           DISPLAY ">>> 代打共走 " WS-BOT-TOTAL " 手"
           IF WS-BOT-TOTAL = 0
               DISPLAY ">>> 目前沒有必然步可走"
               MOVE BOT-L TO USER-INPUT-L
               MOVE BOT-E TO USER-INPUT-E
               PERFORM 118-PUSH-UNDO THRU 118-EXIT
               PERFORM 117-COUNT-COVERED THRU 117-EXIT
               MOVE WS-COVERED-COUNT TO WS-BOT-BEFORE
               PERFORM 107-ACTION-OPEN THRU 107-EXIT
               PERFORM 117-COUNT-COVERED THRU 117-EXIT
               ADD 1 TO WS-BOT-APPLIED
               ADD 1 TO WS-BOT-TOTAL
      *        連鎖展開一次可開多格，依開前開後未開格數差計入
               COMPUTE WS-BOT-OPENS = WS-BOT-OPENS
                   + WS-BOT-BEFORE - WS-COVERED-COUNT
               PERFORM 116-CHECK-GAME-OVER THRU 116-EXIT
               GO TO 156-EXIT
           END-IF
               PERFORM 106-ACTION-FLAG THRU 106-EXIT
               ADD 1 TO WS-BOT-APPLIED
               ADD 1 TO WS-BOT-TOTAL
               ADD 1 TO WS-BOT-FLAGS
               PERFORM 116-CHECK-GAME-OVER THRU 116-EXIT
           END-IF.
       156-EXIT.
           EXIT.

      * --- 開局寫入對局設定紀錄 (盤面條件/模式) ---
      * 隨機盤記實際使用的種子 (含系統時間取得者)，劇本盤記 0
       160-WRITE-GAMECONF.
           MOVE SPACES TO GC-RECORD
           MOVE WS-GAME-ID         TO GC-GAME-ID
           MOVE WS-PLAYER-NAME     TO GC-PLAYER
           MOVE WS-GAME-START-DATE TO GC-START-DATE
           MOVE WS-GAME-START-TIME TO GC-START-TIME
           MOVE WS-BOARD-SIZE      TO GC-BOARD-SIZE
           MOVE PLAYER-INPUT-BOOM  TO GC-MINES
           IF WS-SCEN-LOADED
               MOVE 0           TO GC-SEED
               MOVE WS-SCEN-NAME TO GC-SCEN-ID
           ELSE
               MOVE WS-SEED     TO GC-SEED
           END-IF
           MOVE WS-CLASSIC-SW      TO GC-CLASSIC-SW
           IF WS-BATCH-MODE
               MOVE "B" TO GC-MODE
           ELSE
               MOVE "I" TO GC-MODE
           END-IF
           MOVE 0                  TO GC-BOT-OPENS
           MOVE 0                  TO GC-BOT-FLAGS
           MOVE "WORK_AI"          TO GC-PROGRAM

           PERFORM 162-OPEN-GAMECONF THRU 162-EXIT
           IF WS-GC-STATUS NOT = "00"
               DISPLAY ">>> 對局設定檔無法開啟: " WS-GC-STATUS
               GO TO 160-EXIT
           END-IF

           WRITE GC-RECORD
           IF WS-GC-STATUS = "22"
               REWRITE GC-RECORD
           END-IF
           IF WS-GC-STATUS NOT = "00"
               DISPLAY ">>> 對局設定寫入失敗: " WS-GC-STATUS
           END-IF
           CLOSE GAME-CONFIG.
       160-EXIT.
           EXIT.

      * --- 結束時補記代打開格/插旗數 ---
      * 舊版存檔續玩的局沒有開局紀錄，以目前所知補寫一筆
       161-UPDATE-GAMECONF.
           PERFORM 162-OPEN-GAMECONF THRU 162-EXIT
           IF WS-GC-STATUS NOT = "00"
               DISPLAY ">>> 對局設定檔無法開啟: " WS-GC-STATUS
               GO TO 161-EXIT
           END-IF

           MOVE WS-GAME-ID TO GC-GAME-ID
           READ GAME-CONFIG
           IF WS-GC-STATUS = "00"
               MOVE WS-BOT-OPENS TO GC-BOT-OPENS
               MOVE WS-BOT-FLAGS TO GC-BOT-FLAGS
               REWRITE GC-RECORD
           ELSE
               MOVE SPACES TO GC-RECORD
               MOVE WS-GAME-ID         TO GC-GAME-ID
               MOVE WS-PLAYER-NAME     TO GC-PLAYER
               MOVE WS-GAME-START-DATE TO GC-START-DATE
               MOVE WS-GAME-START-TIME TO GC-START-TIME
               MOVE WS-BOARD-SIZE      TO GC-BOARD-SIZE
               MOVE PLAYER-INPUT-BOOM  TO GC-MINES
               MOVE 0                  TO GC-SEED
               MOVE WS-CLASSIC-SW      TO GC-CLASSIC-SW
               IF WS-BATCH-MODE
                   MOVE "B" TO GC-MODE
               ELSE
                   MOVE "I" TO GC-MODE
               END-IF
               MOVE WS-BOT-OPENS       TO GC-BOT-OPENS
               MOVE WS-BOT-FLAGS       TO GC-BOT-FLAGS
               MOVE "WORK_AI"          TO GC-PROGRAM
               WRITE GC-RECORD
           END-IF
           IF WS-GC-STATUS NOT = "00"
               DISPLAY ">>> 對局設定更新失敗: " WS-GC-STATUS
           END-IF
           CLOSE GAME-CONFIG.
       161-EXIT.
           EXIT.

      * --- 開啟對局設定檔 (不存在則建立, 與 PLAYERMT 同手法) ---
       162-OPEN-GAMECONF.
           OPEN I-O GAME-CONFIG
           IF WS-GC-STATUS = "35"
               OPEN OUTPUT GAME-CONFIG
               IF WS-GC-STATUS = "00"
                   CLOSE GAME-CONFIG
                   OPEN I-O GAME-CONFIG
               END-IF
           END-IF.
       162-EXIT.
           EXIT.

      * --- 計算本局耗時秒數 (起始時刻存於中斷存檔可跨次累計) ---
       140-COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SECS
       141-EXIT.
           EXIT.

      * --- 限時局: 耗時超過限時秒數即判定逾時結束 ---
       142-CHECK-TIME-LIMIT.
           IF WS-TIME-LIMIT = 0
               GO TO 142-EXIT
           END-IF

           PERFORM 140-COMPUTE-ELAPSED THRU 140-EXIT
           IF WS-ELAPSED-SECS > WS-TIME-LIMIT
               DISPLAY ">>> 超過限時 " WS-TIME-LIMIT
                   " 秒，本局逾時"
               MOVE "TIMEOUT" TO WS-OUTCOME
               MOVE "Y" TO WS-GAME-OVER-SW
           END-IF.
       142-EXIT.
           EXIT.

      * --- 結算核對: 重新掃描盤面確認地雷/標記/踩爆數量一致 ---
       108-RECONCILE.
           MOVE 0 TO WS-ACTUAL-MINES
           COMPUTE WS-RAND-FLOAT = FUNCTION RANDOM(WS-SEED)
           COMPUTE WS-RANGE = WS-MAX - WS-MIN + 1

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.
           MOVE WS-PRM-UNDO-MAX TO WS-UNDO-MAX.
           DISPLAY "系統參數生效日 " WS-PRM-EFF-DATE
               ": 棋盤 " WS-PRM-SIZE-MIN "~" WS-PRM-SIZE-MAX
               " 地雷上限 " WS-PRM-MINE-CAP.
           DISPLAY "    存檔編號 1~" WS-PRM-SLOT-MAX
               " 悔棋深度 " WS-PRM-UNDO-MAX.

           PERFORM 998-LOAD-CHECKPOINT THRU 998-EXIT.
           PERFORM 993-OPEN-MOVES-FILE THRU 993-EXIT.
       999-EXIT.
           EXIT.

      * --- 開新局: 挑選存檔編號 (預設第一個空編號) ---
      * 新局只開放系統參數的編號數; 續玩仍可選 1~9 任何舊存檔
       988-PICK-NEW-SLOT.
           MOVE 0 TO WS-FREE-SLOT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-PRM-SLOT-MAX
               IF WS-SLOT-MAP(WS-SLOT-IDX:1) NOT = "Y"
                  AND WS-FREE-SLOT = 0
                   MOVE WS-SLOT-IDX TO WS-FREE-SLOT
               MOVE 1 TO WS-FREE-SLOT
           END-IF

           DISPLAY "新局存檔編號 (1~" WS-PRM-SLOT-MAX
               ", 0=自動取 "
               WS-FREE-SLOT "):"
           ACCEPT WS-CKPT-SLOT
           IF WS-CKPT-SLOT > WS-PRM-SLOT-MAX
               DISPLAY ">>> 編號超出範圍，改用編號 "
                   WS-FREE-SLOT
               MOVE 0 TO WS-CKPT-SLOT
           END-IF
           IF WS-CKPT-SLOT = 0
               MOVE WS-FREE-SLOT TO WS-CKPT-SLOT
           END-IF
                   IF CKPT-GAME-ID(1:16) NUMERIC
                       MOVE CKPT-GAME-ID TO WS-GAME-ID
                   END-IF
      *            舊版存檔沒有代打累計欄，視為 0
                   IF CKPT-BOT-OPENS NUMERIC
                       MOVE CKPT-BOT-OPENS TO WS-BOT-OPENS
                   END-IF
                   IF CKPT-BOT-FLAGS NUMERIC
                       MOVE CKPT-BOT-FLAGS TO WS-BOT-FLAGS
                   END-IF
      *            悔棋深度沿用開局時的設定; 舊版存檔取現行參數
                   IF CKPT-UNDO-MAX NUMERIC AND CKPT-UNDO-MAX > 0
                       MOVE CKPT-UNDO-MAX TO WS-UNDO-MAX
                   END-IF
      *            限時沿用開局時的設定; 舊版存檔視為不限時
                   IF CKPT-TIME-LIMIT NUMERIC
                       MOVE CKPT-TIME-LIMIT TO WS-TIME-LIMIT
                   END-IF
                   MOVE "Y" TO CKPT-FOUND-SW
               END-IF
               CLOSE CKPT-FILE
           MOVE WS-GAME-START-DATE     TO CKPT-START-DATE
           MOVE WS-GAME-START-TIME     TO CKPT-START-TIME
           MOVE WS-GAME-ID             TO CKPT-GAME-ID
           MOVE WS-BOT-OPENS           TO CKPT-BOT-OPENS
           MOVE WS-BOT-FLAGS           TO CKPT-BOT-FLAGS
           MOVE WS-UNDO-MAX            TO CKPT-UNDO-MAX
           MOVE WS-TIME-LIMIT          TO CKPT-TIME-LIMIT
           MOVE CKPT-RECORD TO CKPT-TEMP-RECORD
           OPEN OUTPUT CKPT-TEMP-FILE
           IF WS-CKPT-TMP-STATUS = "00"
           CLOSE CKPT-FILE.
       996-EXIT.

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

       END PROGRAM WORK_AI.
