       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STAT-FILE ASSIGN TO "PLAYSTOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-PLAYER
               FILE STATUS IS WS-OLD-STATUS.
           SELECT STAT-FILE ASSIGN TO "PLAYSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-PLAYER
               FILE STATUS IS WS-STAT-STATUS.
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
       FD  OLD-STAT-FILE.
       01  OS-RECORD.
           05 OS-PLAYER    PIC X(10).
           05 OS-GAMES     PIC 9(7).
           05 OS-WINS      PIC 9(7).
           05 OS-BOOM      PIC 9(7).
           05 OS-ISRT      PIC 9(7).
           05 OS-ERROR     PIC 9(7).
           05 OS-DUR-TOT   PIC 9(9).
           05 OS-FASTEST   PIC 9(6).
           05 OS-LAST-DATE PIC 9(8).
           05 OS-LAST-TIME PIC 9(8).
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

      * 玩家統計檔版面轉換 (一次性)
      * 統計紀錄加上逾時局數 (PS-TIMEOUTS) 後由 76 位元組變為 83
      * 舊檔無法由 STATUPD/HISTARCH/LEADERBD 開啟，且已歸檔對局的
      * 統計只存在 PLAYSTAT，不能由 HISTFILE 重算，故須逐筆轉換
      * 作業步驟: 1. 將舊 PLAYSTAT 更名為 PLAYSTOL
      *           2. 執行本程式，建立新版 PLAYSTAT (逾時局數補 0)
      *           3. 結束碼 0 且筆數平衡後，PLAYSTOL 方可刪除
      * 結束碼: 0=正常 4=取消 8=檔案問題、寫入失敗或筆數不平衡
      * 須先以操作員簽入，角色 A 才可執行 (否則結束碼 8)

       01  WS-OLD-STATUS PIC XX VALUE "00".
       01  WS-STAT-STATUS PIC XX VALUE "00".

       01  WS-OLD-EOF-SW PIC X VALUE "N".
           88 WS-OLD-EOF VALUE "Y".

       01  WS-CONFIRM PIC X VALUE "N".

      * --- 控制合計 ---
       01  WS-READ-COUNT  PIC 9(7) VALUE 0.
       01  WS-WRITTEN     PIC 9(7) VALUE 0.
       01  WS-WR-ERR      PIC 9(7) VALUE 0.

      * --- 操作員簽入 (OPERSEC) 與安全日誌 (SECLOG) ---
      * 角色: A=系統管理 M=主檔維護 B=批次作業 I=查詢
      * 狀態: A=有效 L=鎖定 D=停用; 連續失敗 3 次即鎖定
      * 每次簽入 (成功或失敗) 與越權動作都記入安全日誌
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-PROGRAM PIC X(8) VALUE "PSCONV".
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
           DISPLAY "玩家統計檔版面轉換".
           DISPLAY "=============================================".

           PERFORM 920-SIGN-ON THRU 920-EXIT.
           MOVE "A" TO WS-SEC-NEED-ROLES.
           MOVE "統計檔轉換" TO WS-SEC-DETAIL.
           PERFORM 925-CHECK-ROLE THRU 925-EXIT.
           IF NOT WS-SEC-ALLOWED
               DISPLAY "!!! 未經授權，作業中止 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-CONVERT THRU 100-EXIT.
           STOP RUN.

      * --- 轉換: 舊版 PLAYSTOL 依鍵值順序寫入新版 PLAYSTAT ---
       100-CONVERT.
      *    PLAYSTAT 名下若仍是舊版面，表示尚未更名
           OPEN INPUT STAT-FILE
           EVALUATE WS-STAT-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE STAT-FILE
                   DISPLAY ">>> 已有新版 PLAYSTAT"
                   DISPLAY "現行 PLAYSTAT 將被覆蓋，"
                       "確定執行? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = "Y" AND NOT = "y"
                       DISPLAY ">>> 已取消，統計檔未異動"
                       MOVE 4 TO RETURN-CODE
                       GO TO 100-EXIT
                   END-IF
               WHEN "39"
                   DISPLAY "!!! PLAYSTAT 仍為舊版面，"
                       "請先更名為 PLAYSTOL !!!"
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               WHEN OTHER
                   DISPLAY "統計檔無法開啟: " WS-STAT-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
           END-EVALUATE

           OPEN INPUT OLD-STAT-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "舊統計檔 PLAYSTOL 無法開啟: "
                   WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           OPEN OUTPUT STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "統計檔無法建立: " WS-STAT-STATUS
               CLOSE OLD-STAT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           PERFORM 110-CONVERT-NEXT THRU 110-EXIT
               UNTIL WS-OLD-EOF

           CLOSE STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "!!! 統計檔關檔失敗: "
                   WS-STAT-STATUS " !!!"
               ADD 1 TO WS-WR-ERR
           END-IF
           CLOSE OLD-STAT-FILE

           DISPLAY "---------------------------------------------".
           DISPLAY "讀入舊紀錄: " WS-READ-COUNT.
           DISPLAY "寫入新紀錄: " WS-WRITTEN.
           DISPLAY "寫入失敗  : " WS-WR-ERR.

      *    不平衡的新檔不可上線，舊檔保留供重跑
           IF WS-WR-ERR > 0 OR WS-WRITTEN NOT = WS-READ-COUNT
               DISPLAY "!!! 轉換未完成，PLAYSTAT 不可使用，"
                   "PLAYSTOL 請保留 !!!"
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           DISPLAY "轉換完成。".
       100-EXIT.
           EXIT.

       110-CONVERT-NEXT.
           READ OLD-STAT-FILE NEXT RECORD
           IF WS-OLD-STATUS NOT = "00"
               IF WS-OLD-STATUS NOT = "10"
                   DISPLAY "!!! 舊統計檔讀取失敗: "
                       WS-OLD-STATUS " !!!"
                   ADD 1 TO WS-WR-ERR
               END-IF
               MOVE "Y" TO WS-OLD-EOF-SW
               GO TO 110-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           MOVE OS-PLAYER    TO PS-PLAYER
           MOVE OS-GAMES     TO PS-GAMES
           MOVE OS-WINS      TO PS-WINS
           MOVE OS-BOOM      TO PS-BOOM
           MOVE OS-ISRT      TO PS-ISRT
           MOVE OS-ERROR     TO PS-ERROR
           MOVE OS-DUR-TOT   TO PS-DUR-TOT
           MOVE OS-FASTEST   TO PS-FASTEST
           MOVE OS-LAST-DATE TO PS-LAST-DATE
           MOVE OS-LAST-TIME TO PS-LAST-TIME
           MOVE 0            TO PS-TIMEOUTS
           WRITE PS-RECORD
           IF WS-STAT-STATUS = "00"
               ADD 1 TO WS-WRITTEN
           ELSE
               DISPLAY "!!! 統計檔寫入失敗: " PS-PLAYER " "
                   WS-STAT-STATUS " !!!"
               ADD 1 TO WS-WR-ERR
           END-IF.
       110-EXIT.
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

       END PROGRAM PSCONV.
