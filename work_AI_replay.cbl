           SELECT SCENARIO-FILE ASSIGN TO "SCENLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           05 AUDIT-TIME         PIC 9(8).
           05 FILLER             PIC X.
           05 AUDIT-GAME-ID      PIC X(26).
           05 FILLER             PIC X.
           05 AUDIT-SITE         PIC X(4).
       FD  SCENARIO-FILE.
       01  SCEN-RECORD.
           05 SCEN-TYPE          PIC X.
               10 FILLER         PIC X.
               10 SCEN-MY        PIC 999.
               10 FILLER         PIC X(41).
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

      * 重播器: 以種子與參數重建盤面，逐手重演稽核檔
       01  WS-GID-SEEN-SW PIC X VALUE "N".
           88 WS-GID-SEEN VALUE "Y".

      * --- 悔棋堆疊 (與 WORK_AI 相同: 深度依開局日參數, 滿了丟最舊) ---
       01  WS-UNDO-DEPTH PIC 9 VALUE 0.
       01  WS-UNDO-IDX PIC 9 VALUE 0.
       01  WS-UNDO-STACK.
           05 WS-UNDO-RP OCCURS 9 TIMES.
               10 WS-UNDO-LIST      PIC X(400).
               10 WS-UNDO-LIST-USER PIC X(400).
               10 WS-UNDO-FLAGS     PIC 999.
               10 WS-HEADER-VAL PIC Z9.
       01  WS-DASH-LINE PIC X(60) VALUE ALL "-".

      * --- 系統參數版本表 (SYSPARM 各生效日) ---
      * 重演須用開局當時的悔棋深度與棋盤大小範圍，依對局識別碼
      * 的日期取版本; 早於任何版本的舊局以內定深度 5、棋盤 5~20
      * 輸入棋盤大小時尚未選局，先以程式上限 5~20 檢查，
      * 第一手取得對局識別碼後再對照開局當日的範圍
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
           DISPLAY "對局重播器 (依稽核紀錄檔逐手重演)".
           DISPLAY "=============================================".

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.

      *    劇本局以劇本庫重建盤面，隨機局以種子重建
           DISPLAY "劇本名稱 (空白=依種子重建):"
           ACCEPT WS-SCEN-NAME
               GO TO 200-EXIT
           END-IF.

      *    B 為代打起訖標記，不是動作
           IF AUDIT-ACTION = "B"
               GO TO 200-EXIT
           END-IF.

      *    第一手依對局識別碼的開局日決定悔棋深度
           IF WS-MOVE-NO = 0
               MOVE 0 TO WS-UNDO-ASOF
               IF AUDIT-GAME-ID(1:8) NUMERIC
                   MOVE AUDIT-GAME-ID(1:8) TO WS-UNDO-ASOF
               END-IF
               PERFORM 912-SET-UNDO-MAX THRU 912-EXIT
               DISPLAY "悔棋深度: " WS-UNDO-MAX
               IF WS-BOARD-SIZE < WS-SIZE-MIN
                  OR WS-BOARD-SIZE > WS-SIZE-MAX
                   DISPLAY ">>> 棋盤大小不在開局當日範圍 "
                       WS-SIZE-MIN "~" WS-SIZE-MAX
               END-IF
           END-IF

           ADD 1 TO WS-MOVE-NO
           MOVE AUDIT-Y TO USER-INPUT-L
           MOVE AUDIT-X TO USER-INPUT-E

      * --- 悔棋快照 (規則須與 WORK_AI 118-PUSH-UNDO 一致) ---
       205-PUSH-UNDO.
           IF WS-UNDO-DEPTH >= WS-UNDO-MAX
               MOVE WS-UNDO-MAX TO WS-UNDO-DEPTH
               PERFORM VARYING WS-UNDO-IDX FROM 1 BY 1
                       UNTIL WS-UNDO-IDX >= WS-UNDO-MAX
                   MOVE WS-UNDO-RP(WS-UNDO-IDX + 1)
                     TO WS-UNDO-RP(WS-UNDO-IDX)
               END-PERFORM
           DISPLAY WS-DASH-LINE(1:4 + 2 * WS-BOARD-SIZE).
       112-EXIT.

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

       END PROGRAM REPLAY.
