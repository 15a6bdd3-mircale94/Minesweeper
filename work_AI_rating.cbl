               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PMJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           05 HIST-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 HIST-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 HIST-SITE          PIC X(4).
       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05 ARCH-DATE          PIC 9(8).
           05 ARCH-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 ARCH-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 ARCH-SITE          PIC X(4).
       FD  PLAYER-MASTER.
       01  PM-RECORD.
           05 PM-ID          PIC X(10).
           05 PM-REG-DATE    PIC 9(8).
           05 PM-RATING      PIC 9(5).
           05 PM-RATED-DATE  PIC 9(8).
       FD  JOURNAL-FILE.
       01  JRN-RECORD.
           05 JRN-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 JRN-TIME       PIC 9(8).
           05 FILLER         PIC X.
           05 JRN-PROGRAM    PIC X(8).
           05 FILLER         PIC X.
           05 JRN-TYPE       PIC X.
           05 FILLER         PIC X.
           05 JRN-ID         PIC X(10).
           05 FILLER         PIC X.
           05 JRN-BEFORE     PIC X(44).
           05 FILLER         PIC X.
           05 JRN-AFTER      PIC X(44).
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
       FD  OPER-FILE.
       01  OPR-RECORD.
           05 OPR-ID         PIC X(8).
           05 OPR-NAME       PIC X(20).
           05 OPR-PW-HASH    PIC 9(10).
           05 OPR-ROLE       PIC X.
           05 OPR-STATUS     PIC X.
           05 OPR-FAIL-COUNT PIC 9.
           05 OPR-LAST-DATE  PIC 9(8).
           05 OPR-LAST-TIME  PIC 9(8).
           05 OPR-PW-DATE    PIC 9(8).
       FD  SECLOG-FILE.
       01  SEC-RECORD.
           05 SEC-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 SEC-TIME       PIC 9(8).
           05 FILLER         PIC X.
           05 SEC-PROGRAM    PIC X(8).
           05 FILLER         PIC X.
           05 SEC-OPR-ID     PIC X(8).
           05 FILLER         PIC X.
           05 SEC-RESULT     PIC X(8).
           05 FILLER         PIC X.
           05 SEC-ROLE       PIC X.
           05 FILLER         PIC X.
           05 SEC-FAIL-COUNT PIC 9.
           05 FILLER         PIC X.
           05 SEC-DETAIL     PIC X(20).
       WORKING-STORAGE SECTION.

      * 技能評分計算: 依歷史檔逐局調整玩家主檔上的評分
      * 每日收工後重跑只會往前推進，不會從零重算
      * 截止日最晚取到昨日: 評分窗以日為粒度，若收到今日，
      * 跑完後今日稍晚的對局會被永遠跳過
      * 評分常數取自系統參數 (SYSPARM, 內定值如下):
      *   首次評分基準 1000 分; 每局調整:
      *   勝局 +10*地雷數, 敗局 -20, 棄局 -5, 逾時 -10,
      *   每次踩爆另 -15
      * 可加讀一個 HISTARCH 世代補舊帳 (初建評分用)
      * 每位回寫成功後附加前後影像到 PMJOURNL (異動別 R)
      * 須先以操作員簽入，角色 A 或 B 才可執行 (否則結束碼 8)

       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-ARCH-STATUS PIC XX VALUE "00".
       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-JRN-STATUS PIC XX VALUE "00".

      * --- 異動日誌: 改寫前影像與寫入時刻 ---
       01  WS-PM-BEFORE PIC X(44) VALUE SPACES.
       01  WS-JRN-TYPE PIC X VALUE SPACE.
       01  WS-JRN-NOW.
           05  WS-JRN-DATE    PIC 9(8).
           05  WS-JRN-TIME    PIC 9(8).
       01  WS-JRN-ERR-COUNT PIC 9(5) VALUE 0.
       01  WS-ARCH-NAME PIC X(17) VALUE SPACES.

       01  WS-HIST-EOF-SW PIC X VALUE "N".
           05  WS-CURR-TIME   PIC 9(8).

      * --- 本次異動累計表 (同 LEADERBD 的表格手法) ---
      * 可用筆數依系統參數 (內定 2000 位, 表格最大 5000 位)，
      * 遠大於受訓名冊規模; 只有評分窗內真的有
      * 對局的玩家才佔名額，窗外玩家不會把表吃滿
       01  WS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01  I              PIC 9(4) VALUE 0.
       01  RATE-TABLE.
           05 RATE-RP OCCURS 5000 TIMES.
               10 RATE-PLAYER    PIC X(10).
               10 RATE-BASE-DATE PIC 9(8).
               10 RATE-DELTA     PIC S9(7).
       01  WS-NOPM-COUNT  PIC 9(5) VALUE 0.
       01  WS-UPD-COUNT   PIC 9(5) VALUE 0.

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

      * --- 操作員簽入 (OPERSEC) 與安全日誌 (SECLOG) ---
      * 角色: A=系統管理 M=主檔維護 B=批次作業 I=查詢
      * 狀態: A=有效 L=鎖定 D=停用; 連續失敗 3 次即鎖定
      * 每次簽入 (成功或失敗) 與越權動作都記入安全日誌
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-PROGRAM PIC X(8) VALUE "RATING".
       01  WS-SEC-MAX-FAIL PIC 9 VALUE 3.
       01  WS-SEC-TRIES PIC 9 VALUE 0.
       01  WS-SIGNON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01  WS-SEC-OPR-ID PIC X(8) VALUE SPACES.
       01  WS-SEC-ROLE PIC X VALUE SPACE.
       01  WS-SEC-FAILS PIC 9 VALUE 0.
       01  WS-SEC-PASSWORD PIC X(16) VALUE SPACES.
       01  WS-SEC-RESULT PIC X(8) VALUE SPACES.
       01  WS-SEC-DETAIL PIC X(20) VALUE SPACES.
       01  WS-SEC-NEED-ROLES PIC X(4) VALUE SPACES.
       01  WS-SEC-HITS PIC 9 VALUE 0.
       01  WS-SEC-ALLOW-SW PIC X VALUE "N".
           88 WS-SEC-ALLOWED VALUE "Y".
       01  WS-SEC-NOW.
           05 WS-SEC-DATE        PIC 9(8).
           05 WS-SEC-TIME        PIC 9(8).
           05 FILLER             PIC X(5).
       01  WS-HASH-IN.
           05 WS-HASH-ID         PIC X(8).
           05 WS-HASH-PW         PIC X(16).
       01  WS-HASH-IX PIC 99 VALUE 0.
       01  WS-HASH-WORK PIC 9(18) VALUE 0.
       01  WS-HASH-VALUE PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "技能評分計算 (更新玩家主檔)".
           DISPLAY "=============================================".

           PERFORM 920-SIGN-ON THRU 920-EXIT.
           MOVE "AB" TO WS-SEC-NEED-ROLES.
           MOVE "評分回寫主檔" TO WS-SEC-DETAIL.
           PERFORM 925-CHECK-ROLE THRU 925-EXIT.
           IF NOT WS-SEC-ALLOWED
               DISPLAY "!!! 未經授權，作業中止 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.
           DISPLAY "系統參數生效日 " WS-PRM-EFF-DATE
               ": 基準 " WS-PRM-RATE-BASE
               " 勝局每雷 +" WS-PRM-RATE-WIN
               " 敗局 -" WS-PRM-RATE-LOSS.
           DISPLAY "    棄局 -" WS-PRM-RATE-ABND
               " 逾時 -" WS-PRM-RATE-TMOUT
               " 每次踩爆 -" WS-PRM-RATE-BLAST
               " 累計表 " WS-PRM-TABLE-MAX " 位".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - 1).
           DISPLAY "窗外略過: " WS-SKIP-COUNT.
           DISPLAY "查無玩家: " WS-NOPM-COUNT.
           DISPLAY "更新玩家: " WS-UPD-COUNT.
           IF WS-JRN-ERR-COUNT > 0
               DISPLAY "!!! 異動日誌寫入失敗 " WS-JRN-ERR-COUNT
                   " 筆，主檔回復將不完整 !!!"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "評分計算完成。".
           STOP RUN.

               GO TO 300-EXIT
           END-IF

           IF WS-ENTRY-COUNT >= WS-PRM-TABLE-MAX
               IF WS-TBL-FULL-SW = "N"
                   DISPLAY "!!! 累計表已滿 !!!"
                   MOVE "Y" TO WS-TBL-FULL-SW
           MOVE 0 TO WS-GAME-DELTA
           EVALUATE WS-G-OUTCOME
               WHEN "WIN"
                   COMPUTE WS-GAME-DELTA =
                       WS-G-BOOM * WS-PRM-RATE-WIN
               WHEN "LOSS"
                   COMPUTE WS-GAME-DELTA = 0 - WS-PRM-RATE-LOSS
               WHEN "TIMEOUT"
                   COMPUTE WS-GAME-DELTA = 0 - WS-PRM-RATE-TMOUT
               WHEN OTHER
                   COMPUTE WS-GAME-DELTA = 0 - WS-PRM-RATE-ABND
           END-EVALUATE

           IF WS-G-ERROR NUMERIC
               COMPUTE WS-GAME-DELTA =
                   WS-GAME-DELTA - WS-G-ERROR * WS-PRM-RATE-BLAST
           END-IF

           ADD WS-GAME-DELTA TO RATE-DELTA(I)
       310-EXIT.
           EXIT.

      * --- 回寫主檔: 新評分 = 舊評分(未評分以基準計) + 累計 ---
       400-POST-RATINGS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENTRY-COUNT
               IF RATE-GAMES(I) > 0
               DISPLAY "!!! 回寫時查無玩家: " RATE-PLAYER(I)
               GO TO 410-EXIT
           END-IF
           MOVE PM-RECORD TO WS-PM-BEFORE

           IF PM-RATED-DATE NUMERIC AND PM-RATED-DATE > 0
              AND PM-RATING NUMERIC
               MOVE PM-RATING TO WS-NEW-RATING
           ELSE
               MOVE WS-PRM-RATE-BASE TO WS-NEW-RATING
           END-IF

           ADD RATE-DELTA(I) TO WS-NEW-RATING
               ADD 1 TO WS-UPD-COUNT
               DISPLAY RATE-PLAYER(I) " 評分 " PM-RATING
                   " (" RATE-GAMES(I) " 局)"
               MOVE "R" TO WS-JRN-TYPE
               PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
           ELSE
               DISPLAY "!!! 主檔改寫失敗: " WS-PM-STATUS
                   " " RATE-PLAYER(I)
       410-EXIT.
           EXIT.

      * --- 附加一筆異動日誌 (前後影像, 程式, 時刻, 異動別) ---
       950-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-NOW
           MOVE SPACES        TO JRN-RECORD
           MOVE WS-JRN-DATE   TO JRN-DATE
           MOVE WS-JRN-TIME   TO JRN-TIME
           MOVE "RATING"     TO JRN-PROGRAM
           MOVE WS-JRN-TYPE   TO JRN-TYPE
           MOVE PM-ID         TO JRN-ID
           MOVE WS-PM-BEFORE  TO JRN-BEFORE
           MOVE PM-RECORD     TO JRN-AFTER

           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JRN-RECORD
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "!!! 異動日誌寫入失敗: " WS-JRN-STATUS
                   " !!!"
               ADD 1 TO WS-JRN-ERR-COUNT
           END-IF
           CLOSE JOURNAL-FILE.
       950-EXIT.
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

      * --- 操作員簽入: 最多試 3 次，空白代號表示不簽入 ---
      * 安全檔開不了時一律視為未簽入 (更新作業不放行)
       920-SIGN-ON.
           MOVE "N" TO WS-SIGNON-SW
           MOVE 0 TO WS-SEC-TRIES
           MOVE SPACES TO WS-SEC-OPR-ID
           MOVE SPACE TO WS-SEC-ROLE
           OPEN I-O OPER-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "!!! 操作員安全檔無法開啟: "
                   WS-OPR-STATUS " !!!"
               MOVE "NOFILE" TO WS-SEC-RESULT
               MOVE 0 TO WS-SEC-FAILS
               MOVE SPACES TO WS-SEC-DETAIL
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
               GO TO 920-EXIT
           END-IF

           PERFORM 921-TRY-SIGN-ON THRU 921-EXIT
               UNTIL WS-SIGNED-ON
                  OR WS-SEC-TRIES >= WS-SEC-MAX-FAIL
           CLOSE OPER-FILE.
       920-EXIT.
           EXIT.

      * --- 一次簽入嘗試: 比對密碼雜湊，失敗累計到鎖定 ---
      * 查無代號與密碼錯誤對操作員顯示相同訊息
       921-TRY-SIGN-ON.
           ADD 1 TO WS-SEC-TRIES
           MOVE SPACES TO WS-SEC-OPR-ID
           MOVE SPACE TO WS-SEC-ROLE
           DISPLAY "操作員代號 (空白=不簽入):"
           ACCEPT WS-SEC-OPR-ID
           IF WS-SEC-OPR-ID = SPACES
               MOVE WS-SEC-MAX-FAIL TO WS-SEC-TRIES
               GO TO 921-EXIT
           END-IF
           MOVE SPACES TO WS-SEC-PASSWORD
           DISPLAY "密碼:"
           ACCEPT WS-SEC-PASSWORD

           MOVE SPACES TO WS-SEC-DETAIL
           MOVE 0 TO WS-SEC-FAILS
           MOVE WS-SEC-OPR-ID TO OPR-ID
           READ OPER-FILE
           IF WS-OPR-STATUS NOT = "00"
               MOVE SPACES TO WS-SEC-PASSWORD
               MOVE "NOUSER" TO WS-SEC-RESULT
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
               DISPLAY ">>> 代號或密碼錯誤"
               GO TO 921-EXIT
           END-IF

           MOVE OPR-ROLE TO WS-SEC-ROLE
           IF OPR-FAIL-COUNT NOT NUMERIC
               MOVE 0 TO OPR-FAIL-COUNT
           END-IF
           MOVE OPR-FAIL-COUNT TO WS-SEC-FAILS
           IF OPR-STATUS = "L"
               MOVE SPACES TO WS-SEC-PASSWORD
               MOVE "LOCKED" TO WS-SEC-RESULT
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
               DISPLAY ">>> 此代號已鎖定，請洽系統管理員"
               GO TO 921-EXIT
           END-IF
           IF OPR-STATUS NOT = "A"
               MOVE SPACES TO WS-SEC-PASSWORD
               MOVE "INACTIVE" TO WS-SEC-RESULT
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
               DISPLAY ">>> 此代號已停用"
               GO TO 921-EXIT
           END-IF

           MOVE WS-SEC-OPR-ID TO WS-HASH-ID
           MOVE WS-SEC-PASSWORD TO WS-HASH-PW
           MOVE SPACES TO WS-SEC-PASSWORD
           PERFORM 922-HASH-PASSWORD THRU 922-EXIT

           MOVE FUNCTION CURRENT-DATE TO WS-SEC-NOW
           IF WS-HASH-VALUE NOT = OPR-PW-HASH
               ADD 1 TO OPR-FAIL-COUNT
               IF OPR-FAIL-COUNT >= WS-SEC-MAX-FAIL
                   MOVE "L" TO OPR-STATUS
                   MOVE "LOCKOUT" TO WS-SEC-RESULT
                   DISPLAY "!!! 連續失敗 " OPR-FAIL-COUNT
                       " 次，代號已鎖定 !!!"
               ELSE
                   MOVE "BADPW" TO WS-SEC-RESULT
                   DISPLAY ">>> 代號或密碼錯誤"
               END-IF
               MOVE OPR-FAIL-COUNT TO WS-SEC-FAILS
               REWRITE OPR-RECORD
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
      *        失敗次數存不進去就不再讓人重試，以免繞過鎖定
               IF WS-OPR-STATUS NOT = "00"
                   PERFORM 923-OPR-IO-ERROR THRU 923-EXIT
               END-IF
               GO TO 921-EXIT
           END-IF

           MOVE 0 TO OPR-FAIL-COUNT
           MOVE WS-SEC-DATE TO OPR-LAST-DATE
           MOVE WS-SEC-TIME TO OPR-LAST-TIME
           REWRITE OPR-RECORD
           MOVE 0 TO WS-SEC-FAILS
           IF WS-OPR-STATUS NOT = "00"
               MOVE SPACE TO WS-SEC-ROLE
               PERFORM 923-OPR-IO-ERROR THRU 923-EXIT
               GO TO 921-EXIT
           END-IF
           MOVE "Y" TO WS-SIGNON-SW
           MOVE "OK" TO WS-SEC-RESULT
           PERFORM 929-WRITE-SECLOG THRU 929-EXIT
           DISPLAY ">>> 簽入成功: " OPR-NAME " 角色 " OPR-ROLE.
       921-EXIT.
           EXIT.

      * --- 安全檔更新失敗: 記 OPRIOERR 並結束簽入 ---
       923-OPR-IO-ERROR.
           DISPLAY "!!! 操作員安全檔更新失敗: "
               WS-OPR-STATUS " !!!"
           MOVE "OPRIOERR" TO WS-SEC-RESULT
           PERFORM 929-WRITE-SECLOG THRU 929-EXIT
           MOVE WS-SEC-MAX-FAIL TO WS-SEC-TRIES.
       923-EXIT.
           EXIT.

      * --- 密碼雜湊: 代號+密碼逐字元累乘取餘 (不存明碼) ---
       922-HASH-PASSWORD.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > 24
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 131
                   + FUNCTION ORD(WS-HASH-IN(WS-HASH-IX:1))
                   + WS-HASH-IX, 9999999967)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-VALUE
           MOVE SPACES TO WS-HASH-PW.
       922-EXIT.
           EXIT.

      * --- 角色檢查: 呼叫前設好 WS-SEC-NEED-ROLES 與 WS-SEC-DETAIL ---
      * 未簽入或角色不在允許清單內即拒絕，並記一筆 DENIED
       925-CHECK-ROLE.
           MOVE "N" TO WS-SEC-ALLOW-SW
           MOVE 0 TO WS-SEC-HITS
           IF WS-SIGNED-ON AND WS-SEC-ROLE = SPACE
               DISPLAY ">>> 操作員未設定角色，無權執行"
               MOVE "DENIED" TO WS-SEC-RESULT
               MOVE 0 TO WS-SEC-FAILS
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
               GO TO 925-EXIT
           END-IF
           IF WS-SIGNED-ON
               INSPECT WS-SEC-NEED-ROLES TALLYING WS-SEC-HITS
                   FOR ALL WS-SEC-ROLE
           END-IF
           IF WS-SEC-HITS > 0
               MOVE "Y" TO WS-SEC-ALLOW-SW
               GO TO 925-EXIT
           END-IF

           IF WS-SIGNED-ON
               DISPLAY ">>> 角色 " WS-SEC-ROLE
                   " 無權執行此作業"
           ELSE
               DISPLAY ">>> 此作業須以操作員身分簽入"
           END-IF
           MOVE "DENIED" TO WS-SEC-RESULT
           MOVE 0 TO WS-SEC-FAILS
           PERFORM 929-WRITE-SECLOG THRU 929-EXIT.
       925-EXIT.
           EXIT.

      * --- 附加一筆安全日誌 (時刻, 程式, 代號, 結果, 角色) ---
       929-WRITE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-SEC-NOW
           MOVE SPACES          TO SEC-RECORD
           MOVE WS-SEC-DATE     TO SEC-DATE
           MOVE WS-SEC-TIME     TO SEC-TIME
           MOVE WS-SEC-PROGRAM  TO SEC-PROGRAM
           MOVE WS-SEC-OPR-ID   TO SEC-OPR-ID
           MOVE WS-SEC-RESULT   TO SEC-RESULT
           MOVE WS-SEC-ROLE     TO SEC-ROLE
           MOVE WS-SEC-FAILS    TO SEC-FAIL-COUNT
           MOVE WS-SEC-DETAIL   TO SEC-DETAIL

           OPEN EXTEND SECLOG-FILE
           IF WS-SEC-STATUS NOT = "00"
               OPEN OUTPUT SECLOG-FILE
           END-IF
           WRITE SEC-RECORD
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "!!! 安全日誌寫入失敗: " WS-SEC-STATUS
                   " !!!"
           END-IF
           CLOSE SECLOG-FILE.
       929-EXIT.
           EXIT.

       END PROGRAM RATING.
