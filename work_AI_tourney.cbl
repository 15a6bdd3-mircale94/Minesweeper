           SELECT TRNY-TEMP-FILE ASSIGN TO "TRNYTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCKPT-TMP-STATUS.
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
       FD  GAMEDEF-FILE.
           05 GDEF-CLASSIC       PIC X.
           05 FILLER             PIC X.
           05 GDEF-MOVES-NAME    PIC X(30).
           05 FILLER             PIC X.
           05 GDEF-TIME-LIMIT    PIC 9(5).
       FD  MOVES-FILE.
       01  MOVE-RECORD.
           05 MOVE-ACTION        PIC X.
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
       FD  TRNY-CKPT-FILE.
       01  TCKPT-RECORD.
           05 TCKPT-DONE-COUNT PIC 9(5).
           05 TCKPT-ABND-COUNT PIC 999.
           05 TCKPT-TOT-ISRT   PIC 9(5).
           05 TCKPT-TOT-ERROR  PIC 9(5).
           05 TCKPT-TMOUT-COUNT PIC 999.
       FD  TRNY-TEMP-FILE.
       01  TCKPT-TEMP-RECORD   PIC X(33).
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

      * 錦標/回歸測試驅動程式: 依 GAMEDEFS 參數檔連續執行多局
      * 參數檔一局一筆: 玩家 棋盤 地雷 種子 經典(Y/N) 動作檔名
      *   限時秒數 (空白或 0 = 不限時, 超過即以 TIMEOUT 結束)
      * 逐局摘要一行 + 結尾控制合計

       01  WS-GDEF-STATUS PIC XX VALUE "00".
           88 WS-GAME-OVER VALUE "Y".
       01  WS-OUTCOME PIC X(9) VALUE "ABANDONED".
       01  WS-COVERED-COUNT PIC 999 VALUE 0.
       01  WS-BOT-BEFORE PIC 999 VALUE 0.
       01  WS-MOVE-EOF-SW PIC X VALUE "N".
           88 WS-MOVE-EOF VALUE "Y".
       01  WS-MOVES-OPEN-SW PIC X VALUE "N".

       01  I PIC 99.

      * --- 悔棋堆疊 (與 WORK_AI 相同: 深度依系統參數, 滿了丟最舊) ---
       01  WS-UNDO-DEPTH PIC 9 VALUE 0.
       01  WS-UNDO-IDX PIC 9 VALUE 0.
       01  WS-UNDO-STACK.
           05 WS-UNDO-RP OCCURS 9 TIMES.
               10 WS-UNDO-LIST      PIC X(400).
               10 WS-UNDO-LIST-USER PIC X(400).
               10 WS-UNDO-FLAGS     PIC 999.
       01  WS-BOT-APPLIED PIC 999 VALUE 0.
       01  WS-BOT-TOTAL PIC 9(5) VALUE 0.

      * --- 對局設定檔 (GAMECONF, 與 WORK_AI 同版面) ---
      * 開局寫盤面條件, 結束補代打開格/插旗數; 模式一律 T
      * 種子 0 (沿用亂數序列) 的盤面無法重現，照記 0
       01  WS-GC-STATUS PIC XX VALUE "00".
       01  WS-BOT-OPENS PIC 9(5) VALUE 0.
       01  WS-BOT-FLAGS PIC 9(5) VALUE 0.

      * --- 全場控制合計 ---
       01  WS-GAME-START-DATE PIC 9(8) VALUE 0.
       01  WS-GAME-START-TIME PIC 9(8) VALUE 0.
       01  WS-WIN-COUNT   PIC 999 VALUE 0.
       01  WS-LOSS-COUNT  PIC 999 VALUE 0.
       01  WS-ABND-COUNT  PIC 999 VALUE 0.
       01  WS-TMOUT-COUNT PIC 999 VALUE 0.
       01  WS-TIME-LIMIT  PIC 9(5) VALUE 0.
       01  WS-TOT-ISRT    PIC 9(5) VALUE 0.
       01  WS-TOT-ERROR   PIC 9(5) VALUE 0.

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
           DISPLAY "多局連續執行 (依 GAMEDEFS 參數檔)".
           DISPLAY "=============================================".

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.
           DISPLAY "系統參數生效日 " WS-PRM-EFF-DATE
               ": 棋盤 " WS-PRM-SIZE-MIN "~" WS-PRM-SIZE-MAX
               " 地雷上限 " WS-PRM-MINE-CAP
               " 悔棋深度 " WS-PRM-UNDO-MAX.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE WS-SEED = FUNCTION NUMVAL(WS-CURR-TIME)
           COMPUTE WS-RAND-FLOAT = FUNCTION RANDOM(WS-SEED)
           DISPLAY "略過筆數: " WS-SKIP-COUNT.
           DISPLAY "勝場: " WS-WIN-COUNT
               "  敗場: " WS-LOSS-COUNT
               "  棄局: " WS-ABND-COUNT
               "  逾時: " WS-TMOUT-COUNT.
           DISPLAY "標對合計: " WS-TOT-ISRT.
           DISPLAY "踩爆合計: " WS-TOT-ERROR.

           END-IF.

      *    參數檢核: 不合理的局定義整筆略過
      *    早期參數檔無限時欄，空白視為不限時
           IF GDEF-RECORD(62:5) = SPACES
               MOVE 0 TO GDEF-TIME-LIMIT
           END-IF
           IF GDEF-SIZE NOT NUMERIC OR GDEF-MINES NOT NUMERIC
              OR GDEF-SEED NOT NUMERIC OR GDEF-TIME-LIMIT NOT NUMERIC
               DISPLAY ">>> 局定義欄位非數字，略過: "
                   GDEF-RECORD
               ADD 1 TO WS-SKIP-COUNT
               PERFORM 310-SAVE-TRNY-CKPT THRU 310-EXIT
               GO TO 100-EXIT
           END-IF
           IF GDEF-SIZE < WS-PRM-SIZE-MIN
              OR GDEF-SIZE > WS-PRM-SIZE-MAX
               DISPLAY ">>> 棋盤大小不合理，略過: "
                   GDEF-RECORD
               ADD 1 TO WS-SKIP-COUNT
               GO TO 100-EXIT
           END-IF
           COMPUTE WS-MINE-CAP = GDEF-SIZE * GDEF-SIZE - 1
           IF WS-MINE-CAP > WS-PRM-MINE-CAP
               MOVE WS-PRM-MINE-CAP TO WS-MINE-CAP
           END-IF
           IF GDEF-MINES < 1 OR > WS-MINE-CAP
               DISPLAY ">>> 地雷數量不合理，略過: "
           MOVE "N" TO WS-MOVE-EOF-SW
           MOVE "ABANDONED" TO WS-OUTCOME
           MOVE 0 TO WS-UNDO-DEPTH
           MOVE 0 TO WS-BOT-OPENS
           MOVE 0 TO WS-BOT-FLAGS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURR-DATE TO WS-GAME-START-DATE
           ELSE
               MOVE "N" TO WS-CLASSIC-SW
           END-IF
           MOVE GDEF-TIME-LIMIT TO WS-TIME-LIMIT

           COMPUTE WS-MAX = WS-BOARD-SIZE * WS-BOARD-SIZE
           COMPUTE WS-RANGE = WS-MAX - WS-MIN + 1
               PERFORM 102-SET-BOOM THRU 102-EXIT
           END-PERFORM

           PERFORM 290-WRITE-GAMECONF THRU 290-EXIT

           MOVE GDEF-MOVES-NAME TO WS-MOVES-NAME
           OPEN INPUT MOVES-FILE
           IF WS-MOVE-STATUS = "00"
           END-IF

           PERFORM 260-WRITE-HISTORY THRU 260-EXIT
           PERFORM 291-UPDATE-GAMECONF THRU 291-EXIT

      *    稽核檔補對局結束紀錄 (與 WORK_AI 相同格式)
           MOVE "E" TO WS-AUDIT-ACTION
                   ADD 1 TO WS-WIN-COUNT
               WHEN "LOSS"
                   ADD 1 TO WS-LOSS-COUNT
               WHEN "TIMEOUT"
                   ADD 1 TO WS-TMOUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ABND-COUNT
           END-EVALUATE.
           MOVE MOVE-Y TO USER-INPUT-L
           MOVE MOVE-X TO USER-INPUT-E

      *    限時局逾時後的動作不予執行
           PERFORM 263-CHECK-TIME-LIMIT THRU 263-EXIT
           IF WS-GAME-OVER
               GO TO 210-EXIT
           END-IF

           EVALUATE MOVE-ACTION
               WHEN "P"
               WHEN "p"

      * --- 悔棋快照 (規則須與 WORK_AI 118-PUSH-UNDO 一致) ---
       205-PUSH-UNDO.
           IF WS-UNDO-DEPTH >= WS-PRM-UNDO-MAX
               MOVE WS-PRM-UNDO-MAX TO WS-UNDO-DEPTH
               PERFORM VARYING WS-UNDO-IDX FROM 1 BY 1
                       UNTIL WS-UNDO-IDX >= WS-PRM-UNDO-MAX
                   MOVE WS-UNDO-RP(WS-UNDO-IDX + 1)
                     TO WS-UNDO-RP(WS-UNDO-IDX)
               END-PERFORM
      * --- 代打: 反覆推論並套用必然步直到沒有新結論 ---
      * 推論規則與 SOLVER 相同; 套用走正常動作流程，
      * 稽核逐手產生，重播器重演逐手 P/O 即可重現
      * 前後各寫一筆 B 標記 (與 WORK_AI 150 相同)
       280-APPLY-BOT.
           MOVE "B" TO WS-AUDIT-ACTION
           MOVE "BOT-START" TO WS-AUDIT-RESULT
           PERFORM 270-WRITE-AUDIT THRU 270-EXIT
           MOVE 0 TO WS-BOT-TOTAL
           MOVE 1 TO WS-BOT-APPLIED
           PERFORM UNTIL WS-BOT-APPLIED = 0 OR WS-GAME-OVER
               PERFORM 281-BOT-DEDUCE THRU 281-EXIT
               PERFORM 285-BOT-APPLY THRU 285-EXIT
           END-PERFORM
           MOVE "B" TO WS-AUDIT-ACTION
           MOVE "BOT-END" TO WS-AUDIT-RESULT
           PERFORM 270-WRITE-AUDIT THRU 270-EXIT.
       280-EXIT.
           EXIT.

               MOVE BOT-L TO USER-INPUT-L
               MOVE BOT-E TO USER-INPUT-E
               PERFORM 205-PUSH-UNDO THRU 205-EXIT
               PERFORM 256-COUNT-COVERED THRU 256-EXIT
               MOVE WS-COVERED-COUNT TO WS-BOT-BEFORE
               PERFORM 230-APPLY-OPEN THRU 230-EXIT
               PERFORM 256-COUNT-COVERED THRU 256-EXIT
               ADD 1 TO WS-BOT-APPLIED
               ADD 1 TO WS-BOT-TOTAL
      *        連鎖展開一次可開多格，依開前開後未開格數差計入
               COMPUTE WS-BOT-OPENS = WS-BOT-OPENS
                   + WS-BOT-BEFORE - WS-COVERED-COUNT
               PERFORM 255-CHECK-GAME-OVER THRU 255-EXIT
               GO TO 286-EXIT
           END-IF
               PERFORM 220-APPLY-FLAG THRU 220-EXIT
               ADD 1 TO WS-BOT-APPLIED
               ADD 1 TO WS-BOT-TOTAL
               ADD 1 TO WS-BOT-FLAGS
               PERFORM 255-CHECK-GAME-OVER THRU 255-EXIT
           END-IF.
       286-EXIT.
           EXIT.

      * --- 開局寫入對局設定紀錄 (與 WORK_AI 160 同欄位) ---
       290-WRITE-GAMECONF.
           MOVE SPACES TO GC-RECORD
           MOVE WS-GAME-ID         TO GC-GAME-ID
           MOVE WS-PLAYER-NAME     TO GC-PLAYER
           MOVE WS-GAME-START-DATE TO GC-START-DATE
           MOVE WS-GAME-START-TIME TO GC-START-TIME
           MOVE WS-BOARD-SIZE      TO GC-BOARD-SIZE
           MOVE PLAYER-INPUT-BOOM  TO GC-MINES
           MOVE GDEF-SEED          TO GC-SEED
           MOVE WS-CLASSIC-SW      TO GC-CLASSIC-SW
           MOVE "T"                TO GC-MODE
           MOVE 0                  TO GC-BOT-OPENS
           MOVE 0                  TO GC-BOT-FLAGS
           MOVE "TOURNEY"          TO GC-PROGRAM

           PERFORM 292-OPEN-GAMECONF THRU 292-EXIT
           IF WS-GC-STATUS NOT = "00"
               DISPLAY ">>> 對局設定檔無法開啟: " WS-GC-STATUS
               GO TO 290-EXIT
           END-IF

           WRITE GC-RECORD
           IF WS-GC-STATUS = "22"
               REWRITE GC-RECORD
           END-IF
           IF WS-GC-STATUS NOT = "00"
               DISPLAY ">>> 對局設定寫入失敗: " WS-GC-STATUS
           END-IF
           CLOSE GAME-CONFIG.
       290-EXIT.
           EXIT.

      * --- 結束時補記代打開格/插旗數 ---
       291-UPDATE-GAMECONF.
           PERFORM 292-OPEN-GAMECONF THRU 292-EXIT
           IF WS-GC-STATUS NOT = "00"
               GO TO 291-EXIT
           END-IF

           MOVE WS-GAME-ID TO GC-GAME-ID
           READ GAME-CONFIG
           IF WS-GC-STATUS = "00"
               MOVE WS-BOT-OPENS TO GC-BOT-OPENS
               MOVE WS-BOT-FLAGS TO GC-BOT-FLAGS
               REWRITE GC-RECORD
               IF WS-GC-STATUS NOT = "00"
                   DISPLAY ">>> 對局設定更新失敗: " WS-GC-STATUS
               END-IF
           END-IF
           CLOSE GAME-CONFIG.
       291-EXIT.
           EXIT.

      * --- 開啟對局設定檔 (不存在則建立) ---
       292-OPEN-GAMECONF.
           OPEN I-O GAME-CONFIG
           IF WS-GC-STATUS = "35"
               OPEN OUTPUT GAME-CONFIG
               IF WS-GC-STATUS = "00"
                   CLOSE GAME-CONFIG
                   OPEN I-O GAME-CONFIG
               END-IF
           END-IF.
       292-EXIT.
           EXIT.

      * --- 將本局結果附加寫入歷史紀錄檔 (與 WORK_AI 同格式) ---
       260-WRITE-HISTORY.
           MOVE SPACES TO HIST-RECORD
       262-EXIT.
           EXIT.

      * --- 限時局: 耗時超過限時秒數即判定逾時結束 ---
       263-CHECK-TIME-LIMIT.
           IF WS-TIME-LIMIT = 0
               GO TO 263-EXIT
           END-IF

           PERFORM 261-COMPUTE-ELAPSED THRU 261-EXIT
           IF WS-ELAPSED-SECS > WS-TIME-LIMIT
               MOVE "TIMEOUT" TO WS-OUTCOME
               MOVE "Y" TO WS-GAME-OVER-SW
           END-IF.
       263-EXIT.
           EXIT.

      * --- 讀取全場進度存檔並跳過已完成的局定義 ---
      * 中斷重跑不再重演已完成的局，歷史/稽核不產生重複
       300-LOAD-TRNY-CKPT.
               MOVE TCKPT-WIN-COUNT  TO WS-WIN-COUNT
               MOVE TCKPT-LOSS-COUNT TO WS-LOSS-COUNT
               MOVE TCKPT-ABND-COUNT TO WS-ABND-COUNT
               IF TCKPT-TMOUT-COUNT NUMERIC
                   MOVE TCKPT-TMOUT-COUNT TO WS-TMOUT-COUNT
               END-IF
               MOVE TCKPT-TOT-ISRT   TO WS-TOT-ISRT
               MOVE TCKPT-TOT-ERROR  TO WS-TOT-ERROR
               MOVE "Y" TO WS-RESUMED-SW
           MOVE WS-WIN-COUNT  TO TCKPT-WIN-COUNT
           MOVE WS-LOSS-COUNT TO TCKPT-LOSS-COUNT
           MOVE WS-ABND-COUNT TO TCKPT-ABND-COUNT
           MOVE WS-TMOUT-COUNT TO TCKPT-TMOUT-COUNT
           MOVE WS-TOT-ISRT   TO TCKPT-TOT-ISRT
           MOVE WS-TOT-ERROR  TO TCKPT-TOT-ERROR
           MOVE TCKPT-RECORD TO TCKPT-TEMP-RECORD
       270-EXIT.
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

       END PROGRAM TOURNEY.
