       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
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
           SELECT CKPT-FILE ASSIGN USING WS-CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT STAT-FILE ASSIGN TO "PLAYSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-PLAYER
               FILE STATUS IS WS-STAT-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PM-STATUS.
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
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05 CKPT-PLAY-LIST          PIC X(400).
           05 CKPT-PLAY-LIST-USER     PIC X(400).
           05 CKPT-PLAYER-INPUT-BOOM  PIC 999.
           05 CKPT-USER-ISRT          PIC 999.
           05 CKPT-USER-ERROR         PIC 999.
           05 CKPT-BOOM-INT           PIC 999.
           05 CKPT-BOARD-SIZE         PIC 99.
           05 CKPT-PLAYER-NAME        PIC X(10).
           05 CKPT-FLAG-COUNT         PIC 999.
           05 CKPT-FIRST-OPEN-SW      PIC X.
           05 CKPT-MOVE-COUNT         PIC 9(5).
           05 CKPT-CLASSIC-SW         PIC X.
           05 CKPT-START-DATE         PIC 9(8).
           05 CKPT-START-TIME         PIC 9(8).
           05 CKPT-GAME-ID            PIC X(26).
           05 CKPT-BOT-OPENS          PIC 9(5).
           05 CKPT-BOT-FLAGS          PIC 9(5).
           05 CKPT-UNDO-MAX           PIC 9.
           05 CKPT-TIME-LIMIT         PIC 9(5).
       FD  STAT-FILE.
       01  PS-RECORD.
           05 PS-PLAYER    PIC X(10).
           05 PS-GAMES     PIC 9(7).
           05 PS-WINS      PIC 9(7).
           05 PS-BOOM      PIC 9(7).
           05 PS-ISRT      PIC 9(7).
           05 PS-ERROR     PIC 9(7).
           05 PS-DUR-TOT   PIC 9(9).
           05 PS-FASTEST   PIC 9(6).
           05 PS-LAST-DATE PIC 9(8).
           05 PS-LAST-TIME PIC 9(8).
           05 PS-TIMEOUTS  PIC 9(7).
       FD  PLAYER-MASTER.
       01  PM-RECORD.
           05 PM-ID          PIC X(10).
           05 PM-NAME        PIC X(10).
           05 PM-STATUS      PIC X.
           05 PM-DFLT-SIZE   PIC 99.
           05 PM-REG-DATE    PIC 9(8).
           05 PM-RATING      PIC 9(5).
           05 PM-RATED-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.

      * 跨檔完整性稽核 (夜間): 以對局識別碼與玩家串接各檔，
      * 每一處斷點列一行並附原因碼:
      *   I01 歷史有此局，稽核檔無 E 結束紀錄
      *   I02 稽核檔有 E 結束紀錄，歷史(含所列歸檔)無此局
      *   I03 E 紀錄結果與 HIST-OUTCOME 不符
      *   I04 HIST-ISRT 與稽核 FLAG-OK 筆數不符
      *   I05 HIST-ERROR 與稽核 HIT/CHORD-BOOM 筆數不符
      *   I06 PLAYSTAT 對局數與歷史+歸檔不符
      *   I07 PLAYSTAT 勝局數與歷史+歸檔不符
      *   I08 歷史玩家不在 PLAYMAST
      *   I09 歷史玩家在 PLAYMAST 已停用
      *   I10 CKPTFIL1~9 存檔的對局已寫入歷史
      *   I11 稽核檔有動作但無 E、無歷史、也不在任何存檔
      *       (清存檔後、寫歷史前中斷而遺失的對局)
      *   I12 歷史內對局識別碼重複
      *   I13 PLAYSTAT 逾時局數與歷史+歸檔不符
      * 標對/踩爆核對: 有 UNDO-OK 的局無法逐筆推算，只計
      * 「無法核對」; 有 UNFLAG-OK 時標對只須 <= FLAG-OK;
      * 有 CHORD-BOOM 時踩爆只須 >= HIT + CHORD-BOOM 筆數
      * (一次翻周可能踩到不只一顆)
      * PLAYSTAT 只比到各玩家 PS-LAST 時刻為止 (之後的對局
      * 尚待 STATUPD 併入，不算斷點); 歸檔世代須全部列入，
      * 漏列的世代會使 I02/I06/I07 誤報
      * 沒有對局識別碼的舊版歷史紀錄只參與 I06~I09
      * 外站匯入 (站別非空白) 而未附稽核明細的局不列 I01

       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-ARCH-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-CKPT-STATUS PIC XX VALUE "00".
       01  WS-STAT-STATUS PIC XX VALUE "00".
       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-ARCH-NAME PIC X(17) VALUE SPACES.
       01  WS-CKPT-NAME PIC X(8) VALUE "CKPTFIL1".

       01  WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-HIST-EOF VALUE "Y".
       01  WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-ARCH-EOF VALUE "Y".
       01  WS-AUDIT-EOF-SW PIC X VALUE "N".
           88 WS-AUDIT-EOF VALUE "Y".
       01  WS-STAT-EOF-SW PIC X VALUE "N".
           88 WS-STAT-EOF VALUE "Y".
       01  WS-PM-OPEN-SW PIC X VALUE "N".
           88 WS-PM-OPEN VALUE "Y".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 歸檔世代清單 (操作員逐一輸入, 0=結束) ---
       01  WS-ARCH-DATE PIC 9(8) VALUE 0.
       01  WS-GEN-COUNT PIC 99 VALUE 0.
       01  WS-GEN-IX PIC 99 VALUE 0.
       01  GEN-TABLE.
           05 GEN-DATE PIC 9(8) OCCURS 20 TIMES.

      * --- 分析用對局欄位 (歷史檔/歸檔共用) ---
       01  WS-G-SOURCE   PIC X.
       01  WS-G-DATE     PIC 9(8).
       01  WS-G-TIME     PIC 9(8).
       01  WS-G-ISRT     PIC 999.
       01  WS-G-ERROR    PIC 999.
       01  WS-G-PLAYER   PIC X(10).
       01  WS-G-OUTCOME  PIC X(9).
       01  WS-G-GAME-ID  PIC X(26).
       01  WS-G-SITE     PIC X(4).

      * --- 歷史對局表 (歷史檔 H + 歸檔 A) ---
       01  WS-HT-COUNT PIC 9(4) VALUE 0.
       01  WS-HT-IX PIC 9(4) VALUE 0.
       01  HIST-TABLE.
           05 HT-RP OCCURS 5000 TIMES.
               10 HT-GAME-ID  PIC X(26).
               10 HT-PLAYER   PIC X(10).
               10 HT-OUTCOME  PIC X(9).
               10 HT-ISRT     PIC 999.
               10 HT-ERROR    PIC 999.
               10 HT-DATE     PIC 9(8).
               10 HT-TIME     PIC 9(8).
               10 HT-SOURCE   PIC X.
               10 HT-VALID-SW PIC X.
               10 HT-SITE     PIC X(4).
       01  WS-HT-FULL-SW PIC X VALUE "N".
           88 WS-HT-FULL VALUE "Y".

      * --- 稽核對局表 (每個對局識別碼一列) ---
       01  WS-AT-COUNT PIC 9(4) VALUE 0.
       01  WS-AT-IX PIC 9(4) VALUE 0.
       01  WS-AT-LAST PIC 9(4) VALUE 0.
       01  WS-AT-SCAN PIC 9(4) VALUE 0.
       01  AUDIT-TABLE.
           05 AT-RP OCCURS 5000 TIMES.
               10 AT-GAME-ID  PIC X(26).
               10 AT-END-SW   PIC X.
               10 AT-OUTCOME  PIC X(9).
               10 AT-MOVES    PIC 9(5).
               10 AT-FLAG-OK  PIC 9(5).
               10 AT-HIT      PIC 9(5).
               10 AT-CB       PIC 9(5).
               10 AT-UNFLAG   PIC 9(5).
               10 AT-UNDO     PIC 9(5).
               10 AT-HIST-SW  PIC X.
       01  WS-AT-FULL-SW PIC X VALUE "N".
           88 WS-AT-FULL VALUE "Y".

      * --- 存檔編號表 ---
       01  WS-SLOT-IDX PIC 99 VALUE 0.
       01  WS-SLOT-2 PIC 99 VALUE 0.
       01  CKPT-TABLE.
           05 CK-RP OCCURS 9 TIMES.
               10 CK-GAME-ID PIC X(26).
               10 CK-PLAYER  PIC X(10).

      * --- 玩家主檔核對表 (同一玩家只查一次) ---
       01  WS-PL-COUNT PIC 9(4) VALUE 0.
       01  WS-PL-IX PIC 9(4) VALUE 0.
       01  PLYR-TABLE.
           05 PL-NAME PIC X(10) OCCURS 2000 TIMES.
       01  WS-PL-FULL-SW PIC X VALUE "N".
           88 WS-PL-FULL VALUE "Y".

      * --- 核對用變數 ---
       01  WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01  WS-CNT-GAMES PIC 9(7) VALUE 0.
       01  WS-CNT-WINS  PIC 9(7) VALUE 0.
       01  WS-CNT-TMOUT PIC 9(7) VALUE 0.
       01  WS-MIN-ERROR PIC 9(5) VALUE 0.

      * --- 斷點列印 ---
       01  WS-EX-NO PIC 99 VALUE 0.
       01  WS-EX-GID PIC X(26) VALUE SPACES.
       01  WS-EX-PLAYER PIC X(10) VALUE SPACES.
       01  WS-EX-TEXT PIC X(40) VALUE SPACES.
       01  EX-COUNT-TABLE.
           05 EX-CT PIC 9(5) OCCURS 13 TIMES.
       01  WS-EX-TOTAL PIC 9(5) VALUE 0.
       01  WS-N1 PIC 9(7) VALUE 0.
       01  WS-N2 PIC 9(7) VALUE 0.

      * --- 控制合計 ---
       01  WS-HIST-READ   PIC 9(7) VALUE 0.
       01  WS-ARCH-READ   PIC 9(7) VALUE 0.
       01  WS-AUDIT-READ  PIC 9(7) VALUE 0.
       01  WS-NOID-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNVER-COUNT PIC 9(5) VALUE 0.
       01  WS-REMOTE-COUNT PIC 9(5) VALUE 0.
       01  WS-CKPT-COUNT  PIC 9 VALUE 0.
       01  WS-PS-READ     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "跨檔完整性稽核".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE ZEROS TO EX-COUNT-TABLE.

      *    歸檔世代須全部列入，否則已歸檔的對局會被誤報
           DISPLAY "逐一輸入歸檔世代日期 "
               "(YYYYMMDD, 0=結束):"
           ACCEPT WS-ARCH-DATE
           PERFORM UNTIL WS-ARCH-DATE = 0 OR WS-GEN-COUNT >= 20
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-ARCH-DATE TO GEN-DATE(WS-GEN-COUNT)
               IF WS-GEN-COUNT < 20
                   ACCEPT WS-ARCH-DATE
               END-IF
           END-PERFORM.

           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "找不到歷史紀錄檔。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-HIST-NEXT THRU 110-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HISTORY-FILE.

           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               PERFORM 120-SCAN-ARCHIVE THRU 120-EXIT
           END-PERFORM.

           PERFORM 200-SCAN-SLOTS THRU 200-EXIT.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "找不到稽核紀錄檔。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 310-AUDIT-NEXT THRU 310-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-FILE.

           DISPLAY "---------------------------------------------".
           DISPLAY "碼  對局識別碼                 "
               "玩家       說明".

           PERFORM 400-MATCH-HISTORY THRU 400-EXIT.
           PERFORM 500-AUDIT-ORPHANS THRU 500-EXIT.
           PERFORM 600-CHECK-SLOTS THRU 600-EXIT.
           PERFORM 700-CHECK-MASTER THRU 700-EXIT.
           PERFORM 800-CHECK-STATS THRU 800-EXIT.

           PERFORM 950-SHOW-TOTALS THRU 950-EXIT.

           IF WS-HT-FULL OR WS-AT-FULL OR WS-PL-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EX-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- 讀一筆歷史紀錄入表 ---
       110-HIST-NEXT.
           READ HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 110-EXIT
           END-IF.

           ADD 1 TO WS-HIST-READ
           MOVE "H"           TO WS-G-SOURCE
           MOVE HIST-DATE     TO WS-G-DATE
           MOVE HIST-TIME     TO WS-G-TIME
           MOVE HIST-ISRT     TO WS-G-ISRT
           MOVE HIST-ERROR    TO WS-G-ERROR
           MOVE HIST-PLAYER   TO WS-G-PLAYER
           MOVE HIST-OUTCOME  TO WS-G-OUTCOME
           MOVE HIST-GAME-ID  TO WS-G-GAME-ID
           MOVE HIST-SITE     TO WS-G-SITE
           PERFORM 140-ADD-GAME THRU 140-EXIT.
       110-EXIT.
           EXIT.

      * --- 讀取一個歸檔世代 ---
       120-SCAN-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME
           STRING "HISTARCH." DELIMITED BY SIZE
                  GEN-DATE(WS-GEN-IX) DELIMITED BY SIZE
                  INTO WS-ARCH-NAME

           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY ">>> 找不到歸檔檔，略過: " WS-ARCH-NAME
               GO TO 120-EXIT
           END-IF

           PERFORM 130-ARCH-NEXT THRU 130-EXIT
               UNTIL WS-ARCH-EOF

           CLOSE ARCHIVE-FILE.
       120-EXIT.
           EXIT.

       130-ARCH-NEXT.
           READ ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCH-EOF-SW
               GO TO 130-EXIT
           END-IF.

           ADD 1 TO WS-ARCH-READ
           MOVE "A"           TO WS-G-SOURCE
           MOVE ARCH-DATE     TO WS-G-DATE
           MOVE ARCH-TIME     TO WS-G-TIME
           MOVE ARCH-ISRT     TO WS-G-ISRT
           MOVE ARCH-ERROR    TO WS-G-ERROR
           MOVE ARCH-PLAYER   TO WS-G-PLAYER
           MOVE ARCH-OUTCOME  TO WS-G-OUTCOME
           MOVE ARCH-GAME-ID  TO WS-G-GAME-ID
           MOVE ARCH-SITE     TO WS-G-SITE
           PERFORM 140-ADD-GAME THRU 140-EXIT.
       130-EXIT.
           EXIT.

      * --- 一局入歷史對局表; 識別碼重複者列 I12 ---
      * 有效局 = 日期/時刻為數字且有玩家 (同 STATUPD 併入條件)
       140-ADD-GAME.
           IF WS-G-GAME-ID = SPACES
               ADD 1 TO WS-NOID-COUNT
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-HT-IX FROM 1 BY 1
                       UNTIL WS-HT-IX > WS-HT-COUNT OR WS-FOUND
                   IF HT-GAME-ID(WS-HT-IX) = WS-G-GAME-ID
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE 12 TO WS-EX-NO
                   MOVE WS-G-GAME-ID TO WS-EX-GID
                   MOVE WS-G-PLAYER TO WS-EX-PLAYER
                   MOVE "識別碼重複" TO WS-EX-TEXT
                   PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
               END-IF
           END-IF

           IF WS-HT-COUNT >= 5000
               IF NOT WS-HT-FULL
                   DISPLAY "!!! 歷史對局表已滿 (5000)，"
                       "其餘對局不核對 !!!"
                   MOVE "Y" TO WS-HT-FULL-SW
               END-IF
               GO TO 140-EXIT
           END-IF

           ADD 1 TO WS-HT-COUNT
           MOVE WS-G-GAME-ID TO HT-GAME-ID(WS-HT-COUNT)
           MOVE WS-G-PLAYER  TO HT-PLAYER(WS-HT-COUNT)
           MOVE WS-G-OUTCOME TO HT-OUTCOME(WS-HT-COUNT)
           MOVE WS-G-SOURCE  TO HT-SOURCE(WS-HT-COUNT)
           MOVE WS-G-SITE    TO HT-SITE(WS-HT-COUNT)
           MOVE "Y" TO HT-VALID-SW(WS-HT-COUNT)
           IF WS-G-ISRT NUMERIC
               MOVE WS-G-ISRT TO HT-ISRT(WS-HT-COUNT)
           ELSE
               MOVE 0 TO HT-ISRT(WS-HT-COUNT)
           END-IF
           IF WS-G-ERROR NUMERIC
               MOVE WS-G-ERROR TO HT-ERROR(WS-HT-COUNT)
           ELSE
               MOVE 0 TO HT-ERROR(WS-HT-COUNT)
           END-IF
           IF WS-G-DATE NUMERIC AND WS-G-TIME NUMERIC
              AND WS-G-PLAYER NOT = SPACES
               MOVE WS-G-DATE TO HT-DATE(WS-HT-COUNT)
               MOVE WS-G-TIME TO HT-TIME(WS-HT-COUNT)
           ELSE
               MOVE 0 TO HT-DATE(WS-HT-COUNT)
               MOVE 0 TO HT-TIME(WS-HT-COUNT)
               MOVE "N" TO HT-VALID-SW(WS-HT-COUNT)
           END-IF.
       140-EXIT.
           EXIT.

      * --- 掃描存檔編號 1~9 (同 SOLVER 110) ---
       200-SCAN-SLOTS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
               MOVE SPACES TO CK-GAME-ID(WS-SLOT-IDX)
               MOVE SPACES TO CK-PLAYER(WS-SLOT-IDX)
               MOVE WS-SLOT-IDX TO WS-SLOT-2
               MOVE WS-SLOT-2(2:1) TO WS-CKPT-NAME(8:1)
               OPEN INPUT CKPT-FILE
               IF WS-CKPT-STATUS = "00"
                   READ CKPT-FILE
                   IF WS-CKPT-STATUS = "00"
                       MOVE CKPT-GAME-ID TO CK-GAME-ID(WS-SLOT-IDX)
                       MOVE CKPT-PLAYER-NAME
                         TO CK-PLAYER(WS-SLOT-IDX)
                       ADD 1 TO WS-CKPT-COUNT
                   END-IF
                   CLOSE CKPT-FILE
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

      * --- 讀一筆稽核紀錄，累計到該局 ---
       310-AUDIT-NEXT.
           READ AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDIT-EOF-SW
               GO TO 310-EXIT
           END-IF.

           ADD 1 TO WS-AUDIT-READ
           IF AUDIT-GAME-ID = SPACES
               GO TO 310-EXIT
           END-IF.

           PERFORM 320-FIND-AUDIT-GAME THRU 320-EXIT
           IF WS-AT-IX = 0
               GO TO 310-EXIT
           END-IF.

           EVALUATE AUDIT-ACTION
               WHEN "E"
                   MOVE "Y" TO AT-END-SW(WS-AT-IX)
                   MOVE AUDIT-RESULT TO AT-OUTCOME(WS-AT-IX)
               WHEN "B"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO AT-MOVES(WS-AT-IX)
           END-EVALUATE

           EVALUATE AUDIT-RESULT
               WHEN "FLAG-OK"
                   ADD 1 TO AT-FLAG-OK(WS-AT-IX)
               WHEN "HIT"
                   ADD 1 TO AT-HIT(WS-AT-IX)
               WHEN "CHORD-BOOM"
                   ADD 1 TO AT-CB(WS-AT-IX)
               WHEN "UNFLAG-OK"
                   ADD 1 TO AT-UNFLAG(WS-AT-IX)
               WHEN "UNDO-OK"
                   ADD 1 TO AT-UNDO(WS-AT-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       310-EXIT.
           EXIT.

      * --- 找該局的稽核列 (先看上一筆命中的列), 沒有就新增 ---
       320-FIND-AUDIT-GAME.
           IF WS-AT-LAST > 0
               IF AT-GAME-ID(WS-AT-LAST) = AUDIT-GAME-ID
                   MOVE WS-AT-LAST TO WS-AT-IX
                   GO TO 320-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-AT-IX
           PERFORM VARYING WS-AT-SCAN FROM 1 BY 1
                   UNTIL WS-AT-SCAN > WS-AT-COUNT OR WS-AT-IX > 0
               IF AT-GAME-ID(WS-AT-SCAN) = AUDIT-GAME-ID
                   MOVE WS-AT-SCAN TO WS-AT-IX
               END-IF
           END-PERFORM

           IF WS-AT-IX = 0
               IF WS-AT-COUNT >= 5000
                   IF NOT WS-AT-FULL
                       DISPLAY "!!! 稽核對局表已滿 (5000)，"
                           "其餘對局不核對 !!!"
                       MOVE "Y" TO WS-AT-FULL-SW
                   END-IF
                   GO TO 320-EXIT
               END-IF
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-AT-IX
               MOVE AUDIT-GAME-ID TO AT-GAME-ID(WS-AT-IX)
               MOVE "N" TO AT-END-SW(WS-AT-IX)
               MOVE SPACES TO AT-OUTCOME(WS-AT-IX)
               MOVE 0 TO AT-MOVES(WS-AT-IX)
               MOVE 0 TO AT-FLAG-OK(WS-AT-IX)
               MOVE 0 TO AT-HIT(WS-AT-IX)
               MOVE 0 TO AT-CB(WS-AT-IX)
               MOVE 0 TO AT-UNFLAG(WS-AT-IX)
               MOVE 0 TO AT-UNDO(WS-AT-IX)
               MOVE "N" TO AT-HIST-SW(WS-AT-IX)
           END-IF

           MOVE WS-AT-IX TO WS-AT-LAST.
       320-EXIT.
           EXIT.

      * --- 歷史對局逐局比對稽核 (I01, I03, I04, I05) ---
       400-MATCH-HISTORY.
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
               IF HT-GAME-ID(WS-HT-IX) NOT = SPACES
                   PERFORM 410-MATCH-ONE THRU 410-EXIT
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-MATCH-ONE.
           MOVE 0 TO WS-AT-IX
           PERFORM VARYING WS-AT-SCAN FROM 1 BY 1
                   UNTIL WS-AT-SCAN > WS-AT-COUNT OR WS-AT-IX > 0
               IF AT-GAME-ID(WS-AT-SCAN) = HT-GAME-ID(WS-HT-IX)
                   MOVE WS-AT-SCAN TO WS-AT-IX
               END-IF
           END-PERFORM

           MOVE HT-GAME-ID(WS-HT-IX) TO WS-EX-GID
           MOVE HT-PLAYER(WS-HT-IX) TO WS-EX-PLAYER

      *    外站匯入的局可能未附稽核明細，不算斷點
           IF WS-AT-IX = 0 AND HT-SITE(WS-HT-IX) NOT = SPACES
               ADD 1 TO WS-REMOTE-COUNT
               GO TO 410-EXIT
           END-IF

           IF WS-AT-IX = 0
               MOVE 1 TO WS-EX-NO
               MOVE "稽核檔無此局任何紀錄" TO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
               GO TO 410-EXIT
           END-IF

           MOVE "Y" TO AT-HIST-SW(WS-AT-IX)

           IF AT-END-SW(WS-AT-IX) NOT = "Y"
               MOVE 1 TO WS-EX-NO
               MOVE "稽核檔無 E 結束紀錄" TO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           ELSE
               IF AT-OUTCOME(WS-AT-IX) NOT = HT-OUTCOME(WS-HT-IX)
                   MOVE 3 TO WS-EX-NO
                   MOVE SPACES TO WS-EX-TEXT
                   STRING "E=" DELIMITED BY SIZE
                          AT-OUTCOME(WS-AT-IX) DELIMITED BY SPACE
                          " 歷史=" DELIMITED BY SIZE
                          HT-OUTCOME(WS-HT-IX) DELIMITED BY SPACE
                          INTO WS-EX-TEXT
                   PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
               END-IF
           END-IF

      *    有成功悔棋的局無法由稽核筆數推算標對/踩爆
           IF AT-UNDO(WS-AT-IX) > 0
               ADD 1 TO WS-UNVER-COUNT
               GO TO 410-EXIT
           END-IF

           MOVE HT-ISRT(WS-HT-IX) TO WS-N1
           MOVE AT-FLAG-OK(WS-AT-IX) TO WS-N2
           IF (AT-UNFLAG(WS-AT-IX) = 0 AND WS-N1 NOT = WS-N2)
              OR (AT-UNFLAG(WS-AT-IX) > 0 AND WS-N1 > WS-N2)
               MOVE 4 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "歷史標對=" DELIMITED BY SIZE
                      HT-ISRT(WS-HT-IX) DELIMITED BY SIZE
                      " 稽核FLAG-OK=" DELIMITED BY SIZE
                      AT-FLAG-OK(WS-AT-IX) DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF

           MOVE HT-ERROR(WS-HT-IX) TO WS-N1
           COMPUTE WS-MIN-ERROR = AT-HIT(WS-AT-IX) + AT-CB(WS-AT-IX)
           IF (AT-CB(WS-AT-IX) = 0 AND WS-N1 NOT = WS-MIN-ERROR)
              OR (AT-CB(WS-AT-IX) > 0 AND WS-N1 < WS-MIN-ERROR)
               MOVE 5 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "歷史踩爆=" DELIMITED BY SIZE
                      HT-ERROR(WS-HT-IX) DELIMITED BY SIZE
                      " 稽核HIT=" DELIMITED BY SIZE
                      AT-HIT(WS-AT-IX) DELIMITED BY SIZE
                      "+" DELIMITED BY SIZE
                      AT-CB(WS-AT-IX) DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF.
       410-EXIT.
           EXIT.

      * --- 稽核有、歷史無的對局 (I02, I11) ---
       500-AUDIT-ORPHANS.
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
                   UNTIL WS-AT-IX > WS-AT-COUNT
               IF AT-HIST-SW(WS-AT-IX) = "N"
                   PERFORM 510-ORPHAN-ONE THRU 510-EXIT
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       510-ORPHAN-ONE.
           MOVE AT-GAME-ID(WS-AT-IX) TO WS-EX-GID
           MOVE SPACES TO WS-EX-PLAYER

           IF AT-END-SW(WS-AT-IX) = "Y"
               MOVE 2 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "E=" DELIMITED BY SIZE
                      AT-OUTCOME(WS-AT-IX) DELIMITED BY SPACE
                      " 歷史無此局" DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
               GO TO 510-EXIT
           END-IF

      *    仍在某個存檔編號內 = 進行中的對局，不算斷點
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
               IF CK-GAME-ID(WS-SLOT-IDX) = AT-GAME-ID(WS-AT-IX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               GO TO 510-EXIT
           END-IF

           IF AT-MOVES(WS-AT-IX) > 0
               MOVE 11 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "動作 " DELIMITED BY SIZE
                      AT-MOVES(WS-AT-IX) DELIMITED BY SIZE
                      " 筆, 無結束/歷史/存檔" DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF.
       510-EXIT.
           EXIT.

      * --- 存檔內的對局已寫入歷史 (I10) ---
       600-CHECK-SLOTS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
               IF CK-GAME-ID(WS-SLOT-IDX) NOT = SPACES
                   PERFORM 610-SLOT-ONE THRU 610-EXIT
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       610-SLOT-ONE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT OR WS-FOUND
               IF HT-GAME-ID(WS-HT-IX) = CK-GAME-ID(WS-SLOT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM

           IF WS-FOUND
               MOVE 10 TO WS-EX-NO
               MOVE CK-GAME-ID(WS-SLOT-IDX) TO WS-EX-GID
               MOVE CK-PLAYER(WS-SLOT-IDX) TO WS-EX-PLAYER
               MOVE WS-SLOT-IDX TO WS-SLOT-2
               MOVE SPACES TO WS-EX-TEXT
               STRING "存檔 CKPTFIL" DELIMITED BY SIZE
                      WS-SLOT-2(2:1) DELIMITED BY SIZE
                      " 未清 (已在歷史)" DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF.
       610-EXIT.
           EXIT.

      * --- 歷史玩家逐一查主檔 (I08, I09) ---
      * 玩家代號對應 PM-ID (同 RATING 300 的查法)
       700-CHECK-MASTER.
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               DISPLAY ">>> 玩家主檔無法開啟，"
                   "略過主檔核對: " WS-PM-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO 700-EXIT
           END-IF

           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
               IF HT-PLAYER(WS-HT-IX) NOT = SPACES
                   PERFORM 710-MASTER-ONE THRU 710-EXIT
               END-IF
           END-PERFORM

           CLOSE PLAYER-MASTER.
       700-EXIT.
           EXIT.

       710-MASTER-ONE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX > WS-PL-COUNT OR WS-FOUND
               IF PL-NAME(WS-PL-IX) = HT-PLAYER(WS-HT-IX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               GO TO 710-EXIT
           END-IF

           IF WS-PL-COUNT >= 2000
               IF NOT WS-PL-FULL
                   DISPLAY "!!! 玩家核對表已滿 (2000) !!!"
                   MOVE "Y" TO WS-PL-FULL-SW
               END-IF
               GO TO 710-EXIT
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE HT-PLAYER(WS-HT-IX) TO PL-NAME(WS-PL-COUNT)

           MOVE HT-PLAYER(WS-HT-IX) TO PM-ID
           MOVE SPACES TO WS-EX-GID
           MOVE HT-PLAYER(WS-HT-IX) TO WS-EX-PLAYER
           READ PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               MOVE 8 TO WS-EX-NO
               MOVE "玩家主檔查無此代號" TO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
               GO TO 710-EXIT
           END-IF

           IF PM-STATUS NOT = "A"
               MOVE 9 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "玩家主檔狀態=" DELIMITED BY SIZE
                      PM-STATUS DELIMITED BY SIZE
                      " (非有效)" DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF.
       710-EXIT.
           EXIT.

      * --- 統計檔逐筆與歷史+歸檔重算比對 (I06, I07) ---
       800-CHECK-STATS.
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY ">>> 統計檔無法開啟，"
                   "略過統計核對: " WS-STAT-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO 800-EXIT
           END-IF

           PERFORM 810-STAT-NEXT THRU 810-EXIT
               UNTIL WS-STAT-EOF

           CLOSE STAT-FILE.
       800-EXIT.
           EXIT.

       810-STAT-NEXT.
           READ STAT-FILE NEXT RECORD
           IF WS-STAT-STATUS NOT = "00"
               MOVE "Y" TO WS-STAT-EOF-SW
               GO TO 810-EXIT
           END-IF.

           ADD 1 TO WS-PS-READ

      *    只數到 PS-LAST 時刻為止 (之後的局尚待併入)
           MOVE 0 TO WS-CNT-GAMES
           MOVE 0 TO WS-CNT-WINS
           MOVE 0 TO WS-CNT-TMOUT
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > WS-HT-COUNT
               IF HT-PLAYER(WS-HT-IX) = PS-PLAYER
                  AND HT-VALID-SW(WS-HT-IX) = "Y"
                  AND (HT-DATE(WS-HT-IX) < PS-LAST-DATE
                       OR (HT-DATE(WS-HT-IX) = PS-LAST-DATE
                           AND HT-TIME(WS-HT-IX) <= PS-LAST-TIME))
                   ADD 1 TO WS-CNT-GAMES
                   IF HT-OUTCOME(WS-HT-IX) = "WIN"
                       ADD 1 TO WS-CNT-WINS
                   END-IF
                   IF HT-OUTCOME(WS-HT-IX) = "TIMEOUT"
                       ADD 1 TO WS-CNT-TMOUT
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-EX-GID
           MOVE PS-PLAYER TO WS-EX-PLAYER
           IF PS-GAMES NOT = WS-CNT-GAMES
               MOVE 6 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "統計對局=" DELIMITED BY SIZE
                      PS-GAMES DELIMITED BY SIZE
                      " 歷史=" DELIMITED BY SIZE
                      WS-CNT-GAMES DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF
           IF PS-WINS NOT = WS-CNT-WINS
               MOVE 7 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "統計勝局=" DELIMITED BY SIZE
                      PS-WINS DELIMITED BY SIZE
                      " 歷史=" DELIMITED BY SIZE
                      WS-CNT-WINS DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF
           IF PS-TIMEOUTS NOT NUMERIC
               MOVE 0 TO PS-TIMEOUTS
           END-IF
           IF PS-TIMEOUTS NOT = WS-CNT-TMOUT
               MOVE 13 TO WS-EX-NO
               MOVE SPACES TO WS-EX-TEXT
               STRING "統計逾時=" DELIMITED BY SIZE
                      PS-TIMEOUTS DELIMITED BY SIZE
                      " 歷史=" DELIMITED BY SIZE
                      WS-CNT-TMOUT DELIMITED BY SIZE
                      INTO WS-EX-TEXT
               PERFORM 900-SHOW-EXCEPTION THRU 900-EXIT
           END-IF.
       810-EXIT.
           EXIT.

      * --- 列一行斷點並依原因碼累計 ---
       900-SHOW-EXCEPTION.
           DISPLAY "I" WS-EX-NO " " WS-EX-GID " " WS-EX-PLAYER
               " " WS-EX-TEXT
           ADD 1 TO EX-CT(WS-EX-NO)
           ADD 1 TO WS-EX-TOTAL.
       900-EXIT.
           EXIT.

      * --- 原因碼合計與控制合計 ---
       950-SHOW-TOTALS.
           DISPLAY "---------------------------------------------".
           DISPLAY "原因碼合計".
           DISPLAY "I01 歷史無 E 結束紀錄     : " EX-CT(1).
           DISPLAY "I02 E 紀錄無歷史          : " EX-CT(2).
           DISPLAY "I03 結果不符              : " EX-CT(3).
           DISPLAY "I04 標對數不符            : " EX-CT(4).
           DISPLAY "I05 踩爆數不符            : " EX-CT(5).
           DISPLAY "I06 統計對局數不符        : " EX-CT(6).
           DISPLAY "I07 統計勝局數不符        : " EX-CT(7).
           DISPLAY "I08 玩家不在主檔          : " EX-CT(8).
           DISPLAY "I09 玩家已停用            : " EX-CT(9).
           DISPLAY "I10 存檔對局已在歷史      : " EX-CT(10).
           DISPLAY "I11 遺失對局              : " EX-CT(11).
           DISPLAY "I12 識別碼重複            : " EX-CT(12).
           DISPLAY "I13 統計逾時局數不符      : " EX-CT(13).
           DISPLAY "斷點合計: " WS-EX-TOTAL.
           DISPLAY "---------------------------------------------".
           DISPLAY "歷史筆數: " WS-HIST-READ.
           DISPLAY "歸檔筆數: " WS-ARCH-READ
               " (世代 " WS-GEN-COUNT ")".
           DISPLAY "稽核筆數: " WS-AUDIT-READ
               " (對局 " WS-AT-COUNT ")".
           DISPLAY "存檔場次: " WS-CKPT-COUNT.
           DISPLAY "統計筆數: " WS-PS-READ.
           DISPLAY "無識別碼舊局: " WS-NOID-COUNT.
           DISPLAY "有悔棋無法核對標對/踩爆: "
               WS-UNVER-COUNT.
           DISPLAY "外站匯入無稽核: " WS-REMOTE-COUNT.
           DISPLAY "=============================================".
           IF WS-EX-TOTAL = 0
               DISPLAY "各檔一致，無斷點。"
           ELSE
               DISPLAY "!!! 發現 " WS-EX-TOTAL " 處斷點 !!!"
           END-IF.
       950-EXIT.
           EXIT.

       END PROGRAM INTEGCHK.
