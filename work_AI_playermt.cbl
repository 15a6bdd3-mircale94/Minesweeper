               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PMJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
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
       FD  PLAYER-MASTER.
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

      * 玩家主檔維護: 新增/修改/停用
      * PM-STATUS: A=有效 D=停用
      * 每次寫入主檔成功後，附加一筆前後影像到 PMJOURNL
      * (異動別 A=新增 U=修改 D=停用)
      * 新增/修改/停用須簽入且角色為 A 或 M; 查詢不須簽入

       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-JRN-STATUS PIC XX VALUE "00".

      * --- 異動日誌: 改寫前影像與寫入時刻 ---
       01  WS-PM-BEFORE PIC X(44) VALUE SPACES.
       01  WS-JRN-TYPE PIC X VALUE SPACE.
       01  WS-JRN-NOW.
           05  WS-JRN-DATE    PIC 9(8).
           05  WS-JRN-TIME    PIC 9(8).

       01  WS-MENU-CHOICE PIC X VALUE "0".
       01  WS-DONE-SW PIC X VALUE "N".
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 操作員簽入 (OPERSEC) 與安全日誌 (SECLOG) ---
      * 角色: A=系統管理 M=主檔維護 B=批次作業 I=查詢
      * 狀態: A=有效 L=鎖定 D=停用; 連續失敗 3 次即鎖定
      * 每次簽入 (成功或失敗) 與越權動作都記入安全日誌
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-PROGRAM PIC X(8) VALUE "PLAYERMT".
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
               STOP RUN
           END-IF.

           PERFORM 920-SIGN-ON THRU 920-EXIT.
           IF NOT WS-SIGNED-ON
               DISPLAY ">>> 未簽入，僅可查詢玩家"
           END-IF.

           PERFORM 100-MENU THRU 100-EXIT UNTIL WS-DONE.

           CLOSE PLAYER-MASTER.

      * --- 新增玩家 ---
       200-ADD-PLAYER.
           MOVE "AM" TO WS-SEC-NEED-ROLES
           MOVE "新增玩家" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 200-EXIT
           END-IF

           DISPLAY "請輸入玩家代號:"
           ACCEPT WS-IN-ID
           IF WS-IN-ID = SPACES
           EVALUATE WS-PM-STATUS
               WHEN "00"
                   DISPLAY ">>> 新增完成: " PM-ID
                   MOVE SPACES TO WS-PM-BEFORE
                   MOVE "A" TO WS-JRN-TYPE
                   PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
               WHEN "22"
                   DISPLAY ">>> 代號已存在，未新增"
               WHEN OTHER

      * --- 修改玩家 (名稱/預設棋盤, 並恢復為有效) ---
       300-UPDATE-PLAYER.
           MOVE "AM" TO WS-SEC-NEED-ROLES
           MOVE "修改玩家" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 300-EXIT
           END-IF

           PERFORM 600-READ-BY-ID THRU 600-EXIT
           IF WS-PM-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           MOVE PM-RECORD TO WS-PM-BEFORE

           DISPLAY "目前名稱: " PM-NAME
           DISPLAY "請輸入新名稱 (空白不改):"
           REWRITE PM-RECORD
           IF WS-PM-STATUS = "00"
               DISPLAY ">>> 修改完成: " PM-ID
               MOVE "U" TO WS-JRN-TYPE
               PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
           ELSE
               DISPLAY ">>> 改寫失敗，狀態: " WS-PM-STATUS
           END-IF.

      * --- 停用玩家 ---
       400-DEACT-PLAYER.
           MOVE "AM" TO WS-SEC-NEED-ROLES
           MOVE "停用玩家" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 400-EXIT
           END-IF

           PERFORM 600-READ-BY-ID THRU 600-EXIT
           IF WS-PM-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF

           MOVE PM-RECORD TO WS-PM-BEFORE
           MOVE "D" TO PM-STATUS
           REWRITE PM-RECORD
           IF WS-PM-STATUS = "00"
               DISPLAY ">>> 已停用: " PM-ID
               MOVE "D" TO WS-JRN-TYPE
               PERFORM 950-WRITE-JOURNAL THRU 950-EXIT
           ELSE
               DISPLAY ">>> 改寫失敗，狀態: " WS-PM-STATUS
           END-IF.
       900-EXIT.
           EXIT.

      * --- 附加一筆異動日誌 (前後影像, 程式, 時刻, 異動別) ---
       950-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-NOW
           MOVE SPACES        TO JRN-RECORD
           MOVE WS-JRN-DATE   TO JRN-DATE
           MOVE WS-JRN-TIME   TO JRN-TIME
           MOVE "PLAYERMT"    TO JRN-PROGRAM
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
           END-IF
           CLOSE JOURNAL-FILE.
       950-EXIT.
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

       END PROGRAM PLAYERMT.
