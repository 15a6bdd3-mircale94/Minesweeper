               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-PLAYER
               FILE STATUS IS WS-STAT-STATUS.
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
       FD  HIST-TEMP-FILE.
       01  TEMP-RECORD           PIC X(89).
       FD  ARCHIVE-FILE.
       01  ARCH-RECORD           PIC X(89).
       FD  STAT-FILE.
       01  PS-RECORD.
           05 PS-PLAYER    PIC X(10).
           05 PS-FASTEST   PIC 9(6).
           05 PS-LAST-DATE PIC 9(8).
           05 PS-LAST-TIME PIC 9(8).
           05 PS-TIMEOUTS  PIC 9(7).
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

      * 歷史檔歸檔整理: 截止日前的紀錄搬到世代歸檔檔，
      * 歸檔檔名: HISTARCH.截止日 (一個截止日一個世代)
      * 搬走的對局同時併入 PLAYSTAT 統計檔 (增量門檻同
      * STATUPD)，歸檔後排行榜統計不會少掉這些局
      * 須先以操作員簽入，角色 A 或 B 才可執行 (否則結束碼 8)

       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-TEMP-STATUS PIC XX VALUE "00".
      * --- 開跑時各玩家的門檻基準表 (同 STATUPD 手法) ---
      * 同一百分秒結束的兩局若拿推進後的門檻比對，
      * 第二局會被誤當已計過而漏掉
      * 可用筆數依系統參數 (內定 2000 位, 表格最大 5000 位)
       01  WS-BASE-COUNT PIC 9(4) VALUE 0.
       01  I PIC 9(4) VALUE 0.
       01  WS-BASE-IX PIC 9(4) VALUE 0.
       01  BASE-TABLE.
           05 BASE-RP OCCURS 5000 TIMES.
               10 BASE-PLAYER PIC X(10).
               10 BASE-DATE   PIC 9(8).
               10 BASE-TIME   PIC 9(8).
       01  WS-KEEP-COUNT PIC 9(5) VALUE 0.
       01  WS-CHECK-TOTAL PIC 9(5) VALUE 0.

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
       01  WS-SEC-PROGRAM PIC X(8) VALUE "HISTARCH".
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
           DISPLAY "歷史檔歸檔整理".
           DISPLAY "=============================================".

           PERFORM 920-SIGN-ON THRU 920-EXIT.
           MOVE "AB" TO WS-SEC-NEED-ROLES.
           MOVE "歷史檔歸檔" TO WS-SEC-DETAIL.
           PERFORM 925-CHECK-ROLE THRU 925-EXIT.
           IF NOT WS-SEC-ALLOWED
               DISPLAY "!!! 未經授權，作業中止 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 910-LOAD-SYSPARM THRU 910-EXIT.
           DISPLAY "系統參數生效日 " WS-PRM-EFF-DATE
               ": 玩家表格 " WS-PRM-TABLE-MAX " 位".

           DISPLAY "請輸入截止日期 (YYYYMMDD, 之前歸檔):"
           ACCEPT WS-CUTOFF-DATE
           PERFORM UNTIL WS-CUTOFF-DATE > 19000101
           PERFORM 900-OPEN-STAT THRU 900-EXIT.
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "統計檔無法開啟: " WS-STAT-STATUS
               IF WS-STAT-STATUS = "39"
                   DISPLAY ">>> 統計檔為舊版面，"
                       "請先執行 PSCONV"
               END-IF
               CLOSE HISTORY-FILE
               CLOSE ARCHIVE-FILE
               CLOSE HIST-TEMP-FILE
               MOVE 999999 TO PS-FASTEST
               MOVE 0 TO PS-LAST-DATE
               MOVE 0 TO PS-LAST-TIME
               MOVE 0 TO PS-TIMEOUTS
           END-IF
           IF PS-TIMEOUTS NOT NUMERIC
               MOVE 0 TO PS-TIMEOUTS
           END-IF

           PERFORM 300-FIND-BASE THRU 300-EXIT
           IF HIST-OUTCOME = "WIN"
               ADD 1 TO PS-WINS
           END-IF
           IF HIST-OUTCOME = "TIMEOUT"
               ADD 1 TO PS-TIMEOUTS
           END-IF
           IF HIST-DURATION NUMERIC
               ADD HIST-DURATION TO PS-DUR-TOT
               IF HIST-OUTCOME = "WIN" AND HIST-ERROR = 0
               GO TO 300-EXIT
           END-IF

           IF WS-BASE-COUNT >= WS-PRM-TABLE-MAX
               IF WS-BASE-FULL-SW = "N"
                   DISPLAY "!!! 基準表已滿 !!!"
                   MOVE "Y" TO WS-BASE-FULL-SW
       900-EXIT.
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

       END PROGRAM HISTARCH.
