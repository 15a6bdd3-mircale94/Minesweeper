       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "CERTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CERT-TEMP-FILE ASSIGN TO "CERTTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
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
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  CR-RECORD.
           05 CR-LEVEL           PIC X(6).
           05 FILLER             PIC X.
           05 CR-SEQ             PIC 99.
           05 FILLER             PIC X.
           05 CR-SCEN-ID         PIC X(10).
           05 FILLER             PIC X.
           05 CR-SIZE            PIC 99.
           05 FILLER             PIC X.
           05 CR-MINES           PIC 999.
           05 FILLER             PIC X.
           05 CR-CLASSIC         PIC X.
           05 FILLER             PIC X.
           05 CR-TIME-MAX        PIC 9(5).
           05 FILLER             PIC X.
           05 CR-OUTCOME         PIC X(9).
           05 FILLER             PIC X.
           05 CR-COUNT           PIC 99.
           05 FILLER             PIC X.
           05 CR-DESC            PIC X(30).
       FD  CERT-FILE.
       01  CF-RECORD.
           05 CF-PLAYER          PIC X(10).
           05 FILLER             PIC X.
           05 CF-LEVEL           PIC X(6).
           05 FILLER             PIC X.
           05 CF-GRANT-DATE      PIC 9(8).
           05 FILLER             PIC X.
           05 CF-EARN-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 CF-VERIFY-SW       PIC X.
           05 FILLER             PIC X.
           05 CF-GAME-COUNT      PIC 99.
           05 FILLER             PIC X.
           05 CF-QUAL OCCURS 20 TIMES.
               10 CF-Q-SEQ       PIC 99.
               10 CF-Q-GAME-ID   PIC X(26).
       FD  CERT-TEMP-FILE.
       01  CERT-TEMP-RECORD      PIC X(601).
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

      * 學員認證評定 (批次): 依 CERTRULE 規則檔評定各玩家等級
      * 規則檔一項條件一筆: 等級 序號 劇本 棋盤 地雷 經典
      *   限時秒數 結果 局數 說明
      *   劇本空白/棋盤 0/地雷 0/經典空白/限時 0/結果空白 = 不限
      *   經典: Y=須經典模式 N=須非經典模式
      *   限時: 對局秒數 (HIST-DURATION) 不超過此值
      *   同一等級的全部條件都達到局數才取得該等級
      *   以 * 開頭的行為註解
      * 對局取自歷史檔與所列歸檔世代，棋盤/地雷/劇本/經典
      * 由 GAMECONF 依對局識別碼查得 (查無者只符合無盤面條件
      * 的規則); 沒有對局識別碼的舊紀錄無法引證，不列入
      * 有代打開格或插旗的對局 (GAMECONF 代打數 > 0) 不列入
      * 同一局只引證一次，不同條件不可共用同一局
      * 只有 PLAYMAST 有效玩家 (PM-STATUS=A) 評定新等級
      * CERTFILE 一位玩家一個等級一筆，記取得日、評定日與
      * 引證對局識別碼 (最多 20 局); 已取得的等級不會撤銷
      * 例外清單: 已取得等級的引證對局已不在歷史與所列歸檔
      *   (歸檔世代須全部列入，漏列的世代會使例外誤報)
      *   CF-VERIFY-SW: Y=引證對局俱在 N=有引證對局不在
      *   前次認證的引證對局先列成引證表，讀歷史與歸檔時逐局
      *   註記，不受對局表容量限制; 引證表滿時不檢查，沿用前次
      * 新的認證檔先寫暫存檔 CERTTMP 再換名
      * RC: 0=正常 4=有例外/規則錯誤/表滿 8=檔案錯誤

       01  WS-RULE-STATUS PIC XX VALUE "00".
       01  WS-CERT-STATUS PIC XX VALUE "00".
       01  WS-TEMP-STATUS PIC XX VALUE "00".
       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-ARCH-STATUS PIC XX VALUE "00".
       01  WS-GC-STATUS PIC XX VALUE "00".
       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-ARCH-NAME PIC X(17) VALUE SPACES.
       01  WS-CERT-TMP-NAME  PIC X(7) VALUE "CERTTMP".
       01  WS-CERT-LIVE-NAME PIC X(8) VALUE "CERTFILE".

       01  WS-RULE-EOF-SW PIC X VALUE "N".
           88 WS-RULE-EOF VALUE "Y".
       01  WS-CERT-EOF-SW PIC X VALUE "N".
           88 WS-CERT-EOF VALUE "Y".
       01  WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-HIST-EOF VALUE "Y".
       01  WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-ARCH-EOF VALUE "Y".
       01  WS-PM-EOF-SW PIC X VALUE "N".
           88 WS-PM-EOF VALUE "Y".
       01  WS-IO-ERR-SW PIC X VALUE "N".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 歸檔世代清單 (操作員逐一輸入, 0=結束) ---
       01  WS-ARCH-DATE PIC 9(8) VALUE 0.
       01  WS-GEN-COUNT PIC 99 VALUE 0.
       01  WS-GEN-IX PIC 99 VALUE 0.
       01  GEN-TABLE.
           05 GEN-DATE PIC 9(8) OCCURS 20 TIMES.

      * --- 等級表 (依規則檔出現順序) ---
       01  WS-LV-COUNT PIC 99 VALUE 0.
       01  WS-LV-IX PIC 99 VALUE 0.
       01  LEVEL-TABLE.
           05 LV-RP OCCURS 20 TIMES.
               10 LV-CODE     PIC X(6).
               10 LV-GAMES    PIC 99.
               10 LV-BAD-SW   PIC X.
               10 LV-NEW      PIC 9(5).
               10 LV-HELD     PIC 9(5).

      * --- 條件表 ---
       01  WS-RQ-COUNT PIC 99 VALUE 0.
       01  WS-RQ-IX PIC 99 VALUE 0.
       01  RULE-TABLE.
           05 RQ-RP OCCURS 50 TIMES.
               10 RQ-LV-IX    PIC 99.
               10 RQ-SEQ      PIC 99.
               10 RQ-SCEN-ID  PIC X(10).
               10 RQ-SIZE     PIC 99.
               10 RQ-MINES    PIC 999.
               10 RQ-CLASSIC  PIC X.
               10 RQ-TIME-MAX PIC 9(5).
               10 RQ-OUTCOME  PIC X(9).
               10 RQ-COUNT    PIC 99.

      * --- 分析用對局欄位 (歷史檔/歸檔共用) ---
       01  WS-G-SOURCE   PIC X.
       01  WS-G-DATE     PIC 9(8).
       01  WS-G-PLAYER   PIC X(10).
       01  WS-G-OUTCOME  PIC X(9).
       01  WS-G-DURATION PIC 9(6).
       01  WS-G-GAME-ID  PIC X(26).

      * --- 對局表 (歸檔 A + 歷史檔 H, 含 GAMECONF 盤面) ---
       01  WS-GT-COUNT PIC 9(4) VALUE 0.
       01  WS-GT-IX PIC 9(4) VALUE 0.
       01  GAME-TABLE.
           05 GT-RP OCCURS 5000 TIMES.
               10 GT-GAME-ID  PIC X(26).
               10 GT-PLAYER   PIC X(10).
               10 GT-OUTCOME  PIC X(9).
               10 GT-DURATION PIC 9(6).
               10 GT-DATE     PIC 9(8).
               10 GT-SIZE     PIC 99.
               10 GT-MINES    PIC 999.
               10 GT-SCEN-ID  PIC X(10).
               10 GT-CLASSIC  PIC X.
               10 GT-SOURCE   PIC X.
               10 GT-BOT-SW   PIC X.
       01  WS-GT-FULL-SW PIC X VALUE "N".
           88 WS-GT-FULL VALUE "Y".

      * --- 認證表 (前次認證檔 + 本次新取得) ---
       01  WS-CT-COUNT PIC 9(4) VALUE 0.
       01  WS-CT-IX PIC 9(4) VALUE 0.
       01  WS-CT-OLD PIC 9(4) VALUE 0.
       01  CERT-TABLE.
           05 CT-REC PIC X(601) OCCURS 2000 TIMES.
       01  WS-CT-FULL-SW PIC X VALUE "N".
           88 WS-CT-FULL VALUE "Y".

      * --- 引證表 (前次認證引證的對局，讀檔時註記是否仍在) ---
       01  WS-CITE-COUNT PIC 9(4) VALUE 0.
       01  WS-CITE-IX PIC 9(4) VALUE 0.
       01  CITE-TABLE.
           05 CITE-ENTRY OCCURS 5000 TIMES.
               10 CITE-GAME-ID   PIC X(26).
               10 CITE-FOUND-SW  PIC X.
       01  WS-CITE-FULL-SW PIC X VALUE "N".
           88 WS-CITE-FULL VALUE "Y".

      * --- 一筆認證的工作區 (版面同 CF-RECORD) ---
       01  WS-CF-WORK.
           05 WS-CF-PLAYER       PIC X(10).
           05 FILLER             PIC X.
           05 WS-CF-LEVEL        PIC X(6).
           05 FILLER             PIC X.
           05 WS-CF-GRANT-DATE   PIC 9(8).
           05 FILLER             PIC X.
           05 WS-CF-EARN-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 WS-CF-VERIFY-SW    PIC X.
           05 FILLER             PIC X.
           05 WS-CF-GAME-COUNT   PIC 99.
           05 FILLER             PIC X.
           05 WS-CF-QUAL OCCURS 20 TIMES.
               10 WS-CF-Q-SEQ    PIC 99.
               10 WS-CF-Q-GAME-ID PIC X(26).

      * --- 評定用變數 ---
       01  WS-Q-IX PIC 99 VALUE 0.
       01  WS-HITS PIC 99 VALUE 0.
       01  WS-MATCH-SW PIC X VALUE "N".
           88 WS-MATCH VALUE "Y".
       01  WS-MET-SW PIC X VALUE "N".
           88 WS-LEVEL-MET VALUE "Y".
       01  WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01  WS-CITED-SW PIC X VALUE "N".
           88 WS-CITED VALUE "Y".
       01  WS-MISS-COUNT PIC 99 VALUE 0.

      * --- 控制合計 ---
       01  WS-RULE-READ   PIC 9(5) VALUE 0.
       01  WS-RULE-SKIP   PIC 9(5) VALUE 0.
       01  WS-HIST-READ   PIC 9(7) VALUE 0.
       01  WS-ARCH-READ   PIC 9(7) VALUE 0.
       01  WS-NOID-COUNT  PIC 9(7) VALUE 0.
       01  WS-NOGC-COUNT  PIC 9(7) VALUE 0.
       01  WS-BOT-COUNT   PIC 9(7) VALUE 0.
       01  WS-PM-READ     PIC 9(5) VALUE 0.
       01  WS-PM-EVAL     PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT   PIC 9(5) VALUE 0.
       01  WS-EXCP-COUNT  PIC 9(5) VALUE 0.
       01  WS-WRITE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "學員認證評定".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

      *    歸檔世代須全部列入，否則已歸檔的引證對局會列為例外
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

           PERFORM 100-LOAD-RULES THRU 100-EXIT.
           IF WS-RQ-COUNT = 0
               DISPLAY "!!! 規則檔無有效條件，作業中止 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-LOAD-CERTS THRU 200-EXIT.
           PERFORM 220-BUILD-CITES THRU 220-EXIT
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-OLD.

           OPEN INPUT GAME-CONFIG.
           IF WS-GC-STATUS NOT = "00"
               DISPLAY "對局設定檔無法開啟: " WS-GC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               PERFORM 310-SCAN-ARCHIVE THRU 310-EXIT
           END-PERFORM.

           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "找不到歷史紀錄檔。"
               CLOSE GAME-CONFIG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 330-HIST-NEXT THRU 330-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HISTORY-FILE.
           CLOSE GAME-CONFIG.

           PERFORM 400-EVAL-PLAYERS THRU 400-EXIT.
           PERFORM 600-CHECK-GRANTS THRU 600-EXIT.
           PERFORM 700-WRITE-CERTS THRU 700-EXIT.
           PERFORM 900-SHOW-TOTALS THRU 900-EXIT.

           IF WS-RULE-SKIP > 0 OR WS-EXCP-COUNT > 0
              OR WS-GT-FULL OR WS-CT-FULL OR WS-CITE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-IO-ERR-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- 讀規則檔建立等級表與條件表 ---
       100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "找不到認證規則檔 CERTRULE。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 110-RULE-NEXT THRU 110-EXIT
               UNTIL WS-RULE-EOF

           CLOSE RULE-FILE.
       100-EXIT.
           EXIT.

      *    不合理的條件整筆略過，並標記該等級不評定
      *    (少一項條件就取得等級會放寬標準)
       110-RULE-NEXT.
           READ RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-EOF-SW
               GO TO 110-EXIT
           END-IF.

           IF CR-RECORD = SPACES OR CR-LEVEL(1:1) = "*"
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-RULE-READ

           IF CR-LEVEL = SPACES
               DISPLAY ">>> 規則無等級代碼，略過: " CR-RECORD
               ADD 1 TO WS-RULE-SKIP
               GO TO 110-EXIT
           END-IF

           PERFORM 120-FIND-LEVEL THRU 120-EXIT
           IF WS-LV-IX = 0
               DISPLAY ">>> 等級表已滿，略過: " CR-RECORD
               ADD 1 TO WS-RULE-SKIP
               GO TO 110-EXIT
           END-IF

      *    規則檔欄位空白視為不限
           IF CR-RECORD(22:2) = SPACES
               MOVE 0 TO CR-SIZE
           END-IF
           IF CR-RECORD(25:3) = SPACES
               MOVE 0 TO CR-MINES
           END-IF
           IF CR-RECORD(31:5) = SPACES
               MOVE 0 TO CR-TIME-MAX
           END-IF
           IF CR-CLASSIC = "y"
               MOVE "Y" TO CR-CLASSIC
           END-IF
           IF CR-CLASSIC = "n"
               MOVE "N" TO CR-CLASSIC
           END-IF

           IF CR-SEQ NOT NUMERIC OR CR-SIZE NOT NUMERIC
              OR CR-MINES NOT NUMERIC OR CR-TIME-MAX NOT NUMERIC
              OR CR-COUNT NOT NUMERIC
               DISPLAY ">>> 規則欄位非數字，略過: " CR-RECORD
               GO TO 110-BAD
           END-IF
           IF CR-CLASSIC NOT = "Y" AND NOT = "N" AND NOT = SPACE
               DISPLAY ">>> 經典欄須為 Y/N/空白，略過: "
                   CR-RECORD
               GO TO 110-BAD
           END-IF
           IF CR-COUNT < 1
              OR LV-GAMES(WS-LV-IX) + CR-COUNT > 20
               DISPLAY ">>> 局數不合理 (每等級合計 1~20)，"
                   "略過: " CR-RECORD
               GO TO 110-BAD
           END-IF
           IF WS-RQ-COUNT >= 50
               DISPLAY ">>> 條件表已滿，略過: " CR-RECORD
               GO TO 110-BAD
           END-IF

           ADD 1 TO WS-RQ-COUNT
           ADD CR-COUNT TO LV-GAMES(WS-LV-IX)
           MOVE WS-LV-IX    TO RQ-LV-IX(WS-RQ-COUNT)
           MOVE CR-SEQ      TO RQ-SEQ(WS-RQ-COUNT)
           MOVE CR-SCEN-ID  TO RQ-SCEN-ID(WS-RQ-COUNT)
           MOVE CR-SIZE     TO RQ-SIZE(WS-RQ-COUNT)
           MOVE CR-MINES    TO RQ-MINES(WS-RQ-COUNT)
           MOVE CR-CLASSIC  TO RQ-CLASSIC(WS-RQ-COUNT)
           MOVE CR-TIME-MAX TO RQ-TIME-MAX(WS-RQ-COUNT)
           MOVE CR-OUTCOME  TO RQ-OUTCOME(WS-RQ-COUNT)
           MOVE CR-COUNT    TO RQ-COUNT(WS-RQ-COUNT)
           GO TO 110-EXIT.
       110-BAD.
           ADD 1 TO WS-RULE-SKIP
           MOVE "Y" TO LV-BAD-SW(WS-LV-IX).
       110-EXIT.
           EXIT.

      * --- 找等級 (找不到則新增); 表滿時 WS-LV-IX = 0 ---
       120-FIND-LEVEL.
           MOVE 0 TO WS-LV-IX
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
                   UNTIL WS-Q-IX > WS-LV-COUNT OR WS-LV-IX > 0
               IF LV-CODE(WS-Q-IX) = CR-LEVEL
                   MOVE WS-Q-IX TO WS-LV-IX
               END-IF
           END-PERFORM
           IF WS-LV-IX > 0
               GO TO 120-EXIT
           END-IF

           IF WS-LV-COUNT >= 20
               GO TO 120-EXIT
           END-IF
           ADD 1 TO WS-LV-COUNT
           MOVE WS-LV-COUNT TO WS-LV-IX
           MOVE CR-LEVEL TO LV-CODE(WS-LV-IX)
           MOVE 0   TO LV-GAMES(WS-LV-IX)
           MOVE "N" TO LV-BAD-SW(WS-LV-IX)
           MOVE 0   TO LV-NEW(WS-LV-IX)
           MOVE 0   TO LV-HELD(WS-LV-IX).
       120-EXIT.
           EXIT.

      * --- 讀前次認證檔入表 (第一次執行時不存在) ---
       200-LOAD-CERTS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY ">>> 尚無認證檔，自空白開始"
               GO TO 200-EXIT
           END-IF

           PERFORM 210-CERT-NEXT THRU 210-EXIT
               UNTIL WS-CERT-EOF

           CLOSE CERT-FILE
           MOVE WS-CT-COUNT TO WS-CT-OLD.
       200-EXIT.
           EXIT.

       210-CERT-NEXT.
           READ CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               MOVE "Y" TO WS-CERT-EOF-SW
               GO TO 210-EXIT
           END-IF.

           IF CF-PLAYER = SPACES
               GO TO 210-EXIT
           END-IF
           IF WS-CT-COUNT >= 2000
      *        前次認證讀不完整就不可改寫認證檔
               DISPLAY "!!! 認證表已滿，認證檔不更新 !!!"
               MOVE "Y" TO WS-CT-FULL-SW
               MOVE "Y" TO WS-IO-ERR-SW
               MOVE "Y" TO WS-CERT-EOF-SW
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE CF-RECORD TO CT-REC(WS-CT-COUNT).
       210-EXIT.
           EXIT.

      * --- 一筆前次認證的引證對局列入引證表 (同局只列一次) ---
       220-BUILD-CITES.
           MOVE CT-REC(WS-CT-IX) TO WS-CF-WORK
           IF WS-CF-GAME-COUNT NOT NUMERIC
               MOVE 0 TO WS-CF-GAME-COUNT
           END-IF
           IF WS-CF-GAME-COUNT > 20
               MOVE 20 TO WS-CF-GAME-COUNT
           END-IF
           PERFORM 225-ADD-CITE THRU 225-EXIT
               VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX > WS-CF-GAME-COUNT.
       220-EXIT.
           EXIT.

       225-ADD-CITE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CITE-IX FROM 1 BY 1
                   UNTIL WS-CITE-IX > WS-CITE-COUNT OR WS-FOUND
               IF CITE-GAME-ID(WS-CITE-IX)
                  = WS-CF-Q-GAME-ID(WS-Q-IX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               GO TO 225-EXIT
           END-IF
           IF WS-CITE-COUNT >= 5000
               IF NOT WS-CITE-FULL
                   DISPLAY
                       "!!! 引證表已滿，例外檢查不執行，"
                       "沿用前次標記 !!!"
                   MOVE "Y" TO WS-CITE-FULL-SW
               END-IF
               GO TO 225-EXIT
           END-IF
           ADD 1 TO WS-CITE-COUNT
           MOVE WS-CF-Q-GAME-ID(WS-Q-IX)
               TO CITE-GAME-ID(WS-CITE-COUNT)
           MOVE "N" TO CITE-FOUND-SW(WS-CITE-COUNT).
       225-EXIT.
           EXIT.

      * --- 讀取一個歸檔世代 ---
       310-SCAN-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME
           STRING "HISTARCH." DELIMITED BY SIZE
                  GEN-DATE(WS-GEN-IX) DELIMITED BY SIZE
                  INTO WS-ARCH-NAME

           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY ">>> 找不到歸檔檔，略過: " WS-ARCH-NAME
               GO TO 310-EXIT
           END-IF

           PERFORM 320-ARCH-NEXT THRU 320-EXIT
               UNTIL WS-ARCH-EOF

           CLOSE ARCHIVE-FILE.
       310-EXIT.
           EXIT.

       320-ARCH-NEXT.
           READ ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCH-EOF-SW
               GO TO 320-EXIT
           END-IF.

           ADD 1 TO WS-ARCH-READ
           MOVE "A"           TO WS-G-SOURCE
           MOVE ARCH-DATE     TO WS-G-DATE
           MOVE ARCH-PLAYER   TO WS-G-PLAYER
           MOVE ARCH-OUTCOME  TO WS-G-OUTCOME
           MOVE ARCH-DURATION TO WS-G-DURATION
           MOVE ARCH-GAME-ID  TO WS-G-GAME-ID
           PERFORM 340-ADD-GAME THRU 340-EXIT.
       320-EXIT.
           EXIT.

       330-HIST-NEXT.
           READ HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 330-EXIT
           END-IF.

           ADD 1 TO WS-HIST-READ
           MOVE "H"           TO WS-G-SOURCE
           MOVE HIST-DATE     TO WS-G-DATE
           MOVE HIST-PLAYER   TO WS-G-PLAYER
           MOVE HIST-OUTCOME  TO WS-G-OUTCOME
           MOVE HIST-DURATION TO WS-G-DURATION
           MOVE HIST-GAME-ID  TO WS-G-GAME-ID
           PERFORM 340-ADD-GAME THRU 340-EXIT.
       330-EXIT.
           EXIT.

      * --- 一局入對局表，並由 GAMECONF 補盤面條件 ---
      * 沒有對局識別碼或日期/玩家不全的紀錄無法引證，不入表
       340-ADD-GAME.
           IF WS-G-GAME-ID = SPACES
              OR WS-G-PLAYER = SPACES
              OR WS-G-DATE NOT NUMERIC
               ADD 1 TO WS-NOID-COUNT
               GO TO 340-EXIT
           END-IF

      *    前次引證的對局仍在 (對局表滿也要註記)
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CITE-IX FROM 1 BY 1
                   UNTIL WS-CITE-IX > WS-CITE-COUNT OR WS-FOUND
               IF CITE-GAME-ID(WS-CITE-IX) = WS-G-GAME-ID
                   MOVE "Y" TO CITE-FOUND-SW(WS-CITE-IX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM

           IF WS-GT-COUNT >= 5000
               IF NOT WS-GT-FULL
                   DISPLAY
                       "!!! 對局表已滿，之後的對局"
                       "不評定 !!!"
                   MOVE "Y" TO WS-GT-FULL-SW
               END-IF
               GO TO 340-EXIT
           END-IF

           ADD 1 TO WS-GT-COUNT
           MOVE WS-G-GAME-ID TO GT-GAME-ID(WS-GT-COUNT)
           MOVE WS-G-PLAYER  TO GT-PLAYER(WS-GT-COUNT)
           MOVE WS-G-OUTCOME TO GT-OUTCOME(WS-GT-COUNT)
           MOVE WS-G-DATE    TO GT-DATE(WS-GT-COUNT)
           MOVE WS-G-SOURCE  TO GT-SOURCE(WS-GT-COUNT)
           IF WS-G-DURATION NUMERIC
               MOVE WS-G-DURATION TO GT-DURATION(WS-GT-COUNT)
           ELSE
               MOVE 999999 TO GT-DURATION(WS-GT-COUNT)
           END-IF

      *    查無盤面的對局只符合沒有盤面條件的規則
           MOVE 0      TO GT-SIZE(WS-GT-COUNT)
           MOVE 0      TO GT-MINES(WS-GT-COUNT)
           MOVE SPACES TO GT-SCEN-ID(WS-GT-COUNT)
           MOVE SPACE  TO GT-CLASSIC(WS-GT-COUNT)
           MOVE "N"    TO GT-BOT-SW(WS-GT-COUNT)

           MOVE WS-G-GAME-ID TO GC-GAME-ID
           READ GAME-CONFIG
           IF WS-GC-STATUS NOT = "00"
               ADD 1 TO WS-NOGC-COUNT
               GO TO 340-EXIT
           END-IF
           IF GC-BOARD-SIZE NUMERIC
               MOVE GC-BOARD-SIZE TO GT-SIZE(WS-GT-COUNT)
           END-IF
           IF GC-MINES NUMERIC
               MOVE GC-MINES TO GT-MINES(WS-GT-COUNT)
           END-IF
           MOVE GC-SCEN-ID TO GT-SCEN-ID(WS-GT-COUNT)
           IF GC-CLASSIC-SW = "Y"
               MOVE "Y" TO GT-CLASSIC(WS-GT-COUNT)
           ELSE
               MOVE "N" TO GT-CLASSIC(WS-GT-COUNT)
           END-IF
      *    代打協助過的對局不可引證
           IF GC-BOT-OPENS NUMERIC AND GC-BOT-FLAGS NUMERIC
               IF GC-BOT-OPENS + GC-BOT-FLAGS > 0
                   MOVE "Y" TO GT-BOT-SW(WS-GT-COUNT)
                   ADD 1 TO WS-BOT-COUNT
               END-IF
           END-IF.
       340-EXIT.
           EXIT.

      * --- 依玩家主檔逐一評定尚未取得的等級 ---
       400-EVAL-PLAYERS.
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "玩家主檔無法開啟: " WS-PM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO PM-ID
           START PLAYER-MASTER KEY NOT < PM-ID
           IF WS-PM-STATUS NOT = "00"
               MOVE "Y" TO WS-PM-EOF-SW
           END-IF

           DISPLAY "---------------------------------------------"
           DISPLAY "新取得等級:"
           DISPLAY "玩家       等級   取得日   引證局數"
           PERFORM 410-PLAYER-NEXT THRU 410-EXIT
               UNTIL WS-PM-EOF

           CLOSE PLAYER-MASTER.
       400-EXIT.
           EXIT.

       410-PLAYER-NEXT.
           READ PLAYER-MASTER NEXT
           IF WS-PM-STATUS NOT = "00"
               MOVE "Y" TO WS-PM-EOF-SW
               GO TO 410-EXIT
           END-IF.

           ADD 1 TO WS-PM-READ
           IF PM-STATUS NOT = "A"
               GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-PM-EVAL

           PERFORM 420-EVAL-LEVEL THRU 420-EXIT
               VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX > WS-LV-COUNT.
       410-EXIT.
           EXIT.

      * --- 評定一位玩家的一個等級 ---
       420-EVAL-LEVEL.
           IF LV-BAD-SW(WS-LV-IX) = "Y"
               GO TO 420-EXIT
           END-IF

      *    已取得的等級保留原紀錄，不重評
           PERFORM 430-FIND-CERT THRU 430-EXIT
           IF WS-FOUND
               GO TO 420-EXIT
           END-IF

           MOVE SPACES   TO WS-CF-WORK
           MOVE PM-ID    TO WS-CF-PLAYER
           MOVE LV-CODE(WS-LV-IX) TO WS-CF-LEVEL
           MOVE WS-CURR-DATE TO WS-CF-GRANT-DATE
           MOVE 0        TO WS-CF-EARN-DATE
           MOVE "Y"      TO WS-CF-VERIFY-SW
           MOVE 0        TO WS-CF-GAME-COUNT
           MOVE "Y"      TO WS-MET-SW

           PERFORM 440-EVAL-RULE THRU 440-EXIT
               VARYING WS-RQ-IX FROM 1 BY 1
               UNTIL WS-RQ-IX > WS-RQ-COUNT OR NOT WS-LEVEL-MET

           IF NOT WS-LEVEL-MET
               GO TO 420-EXIT
           END-IF

           IF WS-CT-COUNT >= 2000
               IF NOT WS-CT-FULL
                   DISPLAY
                       "!!! 認證表已滿，新取得等級"
                       "無法記錄 !!!"
                   MOVE "Y" TO WS-CT-FULL-SW
               END-IF
               GO TO 420-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE WS-CF-WORK TO CT-REC(WS-CT-COUNT)
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO LV-NEW(WS-LV-IX)
           DISPLAY WS-CF-PLAYER " " WS-CF-LEVEL " "
               WS-CF-EARN-DATE " " WS-CF-GAME-COUNT.
       420-EXIT.
           EXIT.

      * --- 認證表內找 玩家+等級 (找到時 WS-CT-IX 指向該筆) ---
       430-FIND-CERT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT OR WS-FOUND
               IF CT-REC(WS-CT-IX)(1:10) = PM-ID
                  AND CT-REC(WS-CT-IX)(12:6) = LV-CODE(WS-LV-IX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CT-IX
           END-IF.
       430-EXIT.
           EXIT.

      * --- 一項條件: 依序取該玩家前 N 局符合者 ---
       440-EVAL-RULE.
           IF RQ-LV-IX(WS-RQ-IX) NOT = WS-LV-IX
               GO TO 440-EXIT
           END-IF

           MOVE 0 TO WS-HITS
           PERFORM 450-MATCH-GAME THRU 450-EXIT
               VARYING WS-GT-IX FROM 1 BY 1
               UNTIL WS-GT-IX > WS-GT-COUNT
                  OR WS-HITS >= RQ-COUNT(WS-RQ-IX)

           IF WS-HITS < RQ-COUNT(WS-RQ-IX)
               MOVE "N" TO WS-MET-SW
           END-IF.
       440-EXIT.
           EXIT.

       450-MATCH-GAME.
           IF GT-PLAYER(WS-GT-IX) NOT = PM-ID
               GO TO 450-EXIT
           END-IF
           IF GT-BOT-SW(WS-GT-IX) = "Y"
               GO TO 450-EXIT
           END-IF
           IF RQ-OUTCOME(WS-RQ-IX) NOT = SPACES
              AND RQ-OUTCOME(WS-RQ-IX) NOT = GT-OUTCOME(WS-GT-IX)
               GO TO 450-EXIT
           END-IF
           IF RQ-SCEN-ID(WS-RQ-IX) NOT = SPACES
              AND RQ-SCEN-ID(WS-RQ-IX) NOT = GT-SCEN-ID(WS-GT-IX)
               GO TO 450-EXIT
           END-IF
           IF RQ-SIZE(WS-RQ-IX) NOT = 0
              AND RQ-SIZE(WS-RQ-IX) NOT = GT-SIZE(WS-GT-IX)
               GO TO 450-EXIT
           END-IF
           IF RQ-MINES(WS-RQ-IX) NOT = 0
              AND RQ-MINES(WS-RQ-IX) NOT = GT-MINES(WS-GT-IX)
               GO TO 450-EXIT
           END-IF
           IF RQ-CLASSIC(WS-RQ-IX) NOT = SPACE
              AND RQ-CLASSIC(WS-RQ-IX) NOT = GT-CLASSIC(WS-GT-IX)
               GO TO 450-EXIT
           END-IF
           IF RQ-TIME-MAX(WS-RQ-IX) NOT = 0
              AND GT-DURATION(WS-GT-IX) > RQ-TIME-MAX(WS-RQ-IX)
               GO TO 450-EXIT
           END-IF

      *    已被本等級其他條件引證的對局不再計入
           MOVE "N" TO WS-CITED-SW
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
                   UNTIL WS-Q-IX > WS-CF-GAME-COUNT OR WS-CITED
               IF WS-CF-Q-GAME-ID(WS-Q-IX) = GT-GAME-ID(WS-GT-IX)
                   MOVE "Y" TO WS-CITED-SW
               END-IF
           END-PERFORM
           IF WS-CITED
               GO TO 450-EXIT
           END-IF

      *    符合: 記下引證對局，取得日為引證局中最晚的日期
           ADD 1 TO WS-HITS
           ADD 1 TO WS-CF-GAME-COUNT
           MOVE RQ-SEQ(WS-RQ-IX)
               TO WS-CF-Q-SEQ(WS-CF-GAME-COUNT)
           MOVE GT-GAME-ID(WS-GT-IX)
               TO WS-CF-Q-GAME-ID(WS-CF-GAME-COUNT)
           IF GT-DATE(WS-GT-IX) > WS-CF-EARN-DATE
               MOVE GT-DATE(WS-GT-IX) TO WS-CF-EARN-DATE
           END-IF.
       450-EXIT.
           EXIT.

      * --- 例外清單: 引證對局已不在歷史與所列歸檔 ---
       600-CHECK-GRANTS.
           DISPLAY "---------------------------------------------"
           DISPLAY "例外清單 (引證對局已不在歷史):"
           DISPLAY "玩家       等級   評定日   對局識別碼"

           PERFORM 610-CHECK-ONE THRU 610-EXIT
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT

           IF WS-CITE-FULL
               DISPLAY "(引證表已滿，前次認證未檢查)"
           END-IF
           IF WS-EXCP-COUNT = 0
               DISPLAY "(無)"
           END-IF.
       600-EXIT.
           EXIT.

       610-CHECK-ONE.
           MOVE CT-REC(WS-CT-IX) TO WS-CF-WORK
           IF WS-CF-GAME-COUNT NOT NUMERIC
               MOVE 0 TO WS-CF-GAME-COUNT
           END-IF
           IF WS-CF-GAME-COUNT > 20
               MOVE 20 TO WS-CF-GAME-COUNT
           END-IF

      *    本次新取得者引證的就是剛讀入的對局，不必檢查;
      *    引證表滿時前次認證沿用原標記
           IF WS-CT-IX > WS-CT-OLD
               MOVE "Y" TO WS-CF-VERIFY-SW
           ELSE
               IF NOT WS-CITE-FULL
                   MOVE 0 TO WS-MISS-COUNT
                   PERFORM 620-CHECK-GAME THRU 620-EXIT
                       VARYING WS-Q-IX FROM 1 BY 1
                       UNTIL WS-Q-IX > WS-CF-GAME-COUNT
                   IF WS-MISS-COUNT > 0
                       MOVE "N" TO WS-CF-VERIFY-SW
                       ADD 1 TO WS-EXCP-COUNT
                   ELSE
                       MOVE "Y" TO WS-CF-VERIFY-SW
                   END-IF
               END-IF
           END-IF

      *    持有人數依等級累計 (規則已刪除的等級不計)
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > WS-LV-COUNT
               IF LV-CODE(WS-LV-IX) = WS-CF-LEVEL
                   ADD 1 TO LV-HELD(WS-LV-IX)
               END-IF
           END-PERFORM

           MOVE WS-CF-WORK TO CT-REC(WS-CT-IX).
       610-EXIT.
           EXIT.

       620-CHECK-GAME.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CITE-IX FROM 1 BY 1
                   UNTIL WS-CITE-IX > WS-CITE-COUNT OR WS-FOUND
               IF CITE-GAME-ID(WS-CITE-IX) = WS-CF-Q-GAME-ID(WS-Q-IX)
                  AND CITE-FOUND-SW(WS-CITE-IX) = "Y"
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM

           IF NOT WS-FOUND
               ADD 1 TO WS-MISS-COUNT
               DISPLAY WS-CF-PLAYER " " WS-CF-LEVEL " "
                   WS-CF-GRANT-DATE " " WS-CF-Q-GAME-ID(WS-Q-IX)
           END-IF.
       620-EXIT.
           EXIT.

      * --- 認證表寫暫存檔，全部成功才換名為認證檔 ---
       700-WRITE-CERTS.
           IF WS-IO-ERR-SW = "Y"
               GO TO 700-EXIT
           END-IF

           OPEN OUTPUT CERT-TEMP-FILE
           IF WS-TEMP-STATUS NOT = "00"
               DISPLAY "!!! 暫存檔無法開啟: " WS-TEMP-STATUS
               MOVE "Y" TO WS-IO-ERR-SW
               GO TO 700-EXIT
           END-IF

           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               WRITE CERT-TEMP-RECORD FROM CT-REC(WS-CT-IX)
               IF WS-TEMP-STATUS = "00"
                   ADD 1 TO WS-WRITE-COUNT
               ELSE
                   DISPLAY "!!! 暫存檔寫入失敗: " WS-TEMP-STATUS
                   MOVE "Y" TO WS-IO-ERR-SW
               END-IF
           END-PERFORM

           CLOSE CERT-TEMP-FILE
           IF WS-TEMP-STATUS NOT = "00"
               DISPLAY "!!! 暫存檔關檔失敗: " WS-TEMP-STATUS
               MOVE "Y" TO WS-IO-ERR-SW
           END-IF

           IF WS-WRITE-COUNT NOT = WS-CT-COUNT
              OR WS-IO-ERR-SW = "Y"
               DISPLAY "!!! 寫入筆數不符，認證檔未更動 !!!"
               GO TO 700-EXIT
           END-IF

           CALL "CBL_RENAME_FILE" USING WS-CERT-TMP-NAME
               WS-CERT-LIVE-NAME.
       700-EXIT.
           EXIT.

      * --- 控制合計 ---
       900-SHOW-TOTALS.
           DISPLAY "---------------------------------------------"
           DISPLAY "規則筆數: " WS-RULE-READ
               " (略過 " WS-RULE-SKIP ")"
           DISPLAY "歷史筆數: " WS-HIST-READ
               "  歸檔筆數: " WS-ARCH-READ
           DISPLAY "無法引證: " WS-NOID-COUNT
               "  查無盤面: " WS-NOGC-COUNT
               "  代打對局: " WS-BOT-COUNT
           DISPLAY "玩家筆數: " WS-PM-READ
               " (評定 " WS-PM-EVAL ")"
           DISPLAY "等級     新取得 持有人數"
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > WS-LV-COUNT
               IF LV-BAD-SW(WS-LV-IX) = "Y"
                   DISPLAY "  " LV-CODE(WS-LV-IX) " "
                       LV-NEW(WS-LV-IX) "  " LV-HELD(WS-LV-IX)
                       " (規則有誤，未評定)"
               ELSE
                   DISPLAY "  " LV-CODE(WS-LV-IX) " "
                       LV-NEW(WS-LV-IX) "  " LV-HELD(WS-LV-IX)
               END-IF
           END-PERFORM
           DISPLAY "前次認證: " WS-CT-OLD
               "  本次新取得: " WS-NEW-COUNT
           DISPLAY "例外筆數: " WS-EXCP-COUNT
           IF WS-IO-ERR-SW = "Y"
               DISPLAY "!!! 認證檔未更新 !!!"
           ELSE
               DISPLAY "認證檔寫入: " WS-WRITE-COUNT
           END-IF
           DISPLAY "學員認證評定完成。".
       900-EXIT.
           EXIT.

       END PROGRAM CERTEVAL.
