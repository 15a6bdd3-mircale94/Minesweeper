       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

      * 操作員安全檔維護: 新增/修改/重設密碼/停用/列出
      * OPERSEC 一位操作員一筆，密碼只存雜湊值 (代號+密碼)
      * 本程式全部功能須先簽入; 除變更本人密碼外限角色 A
      * 安全檔不存在或無任何操作員時，先建立第一位系統
      * 管理員 (角色 A) 後再簽入
      * 每項維護動作都記入 SECLOG (結果欄為動作碼):
      *   INIT=建立首位管理員 OPRADD=新增 OPRCHG=修改
      *   PWRESET=重設密碼並解鎖 OPRDEACT=停用 PWCHG=改本人密碼

       01  WS-MENU-CHOICE PIC X VALUE "0".
       01  WS-DONE-SW PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01  WS-EMPTY-SW PIC X VALUE "N".
           88 WS-FILE-EMPTY VALUE "Y".
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".

       01  WS-IN-ID    PIC X(8).
       01  WS-IN-NAME  PIC X(20).
       01  WS-IN-ROLE  PIC X.
       01  WS-NEW-PW   PIC X(16).
       01  WS-NEW-PW2  PIC X(16).
       01  WS-PW-OK-SW PIC X VALUE "N".
           88 WS-PW-OK VALUE "Y".
       01  WS-LIST-COUNT PIC 9(5) VALUE 0.
       01  WS-ROLE-DESC PIC X(12) VALUE SPACES.
       01  WS-STAT-DESC PIC X(6) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).


      * --- 操作員簽入 (OPERSEC) 與安全日誌 (SECLOG) ---
      * 角色: A=系統管理 M=主檔維護 B=批次作業 I=查詢
      * 狀態: A=有效 L=鎖定 D=停用; 連續失敗 3 次即鎖定
      * 每次簽入 (成功或失敗) 與越權動作都記入安全日誌
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-PROGRAM PIC X(8) VALUE "OPERMT".
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
           DISPLAY "操作員安全檔維護".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

      *    安全檔沒有任何操作員時先建立首位系統管理員
           PERFORM 100-CHECK-EMPTY THRU 100-EXIT.
           IF WS-FILE-EMPTY
               PERFORM 110-INIT-ADMIN THRU 110-EXIT
               IF WS-FILE-EMPTY
                   DISPLAY
                       "!!! 首位管理員未建立，作業中止 !!!"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 920-SIGN-ON THRU 920-EXIT.
           IF NOT WS-SIGNED-ON
               DISPLAY "!!! 未簽入，作業中止 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O OPER-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "操作員安全檔無法開啟: " WS-OPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-MENU THRU 200-EXIT UNTIL WS-DONE.

           CLOSE OPER-FILE.
           DISPLAY "維護作業結束。".
           STOP RUN.

      * --- 檢查安全檔是否存在且至少有一位操作員 ---
       100-CHECK-EMPTY.
           MOVE "N" TO WS-EMPTY-SW
           OPEN INPUT OPER-FILE
           IF WS-OPR-STATUS NOT = "00"
               MOVE "Y" TO WS-EMPTY-SW
               GO TO 100-EXIT
           END-IF

           READ OPER-FILE NEXT RECORD
           IF WS-OPR-STATUS NOT = "00"
               MOVE "Y" TO WS-EMPTY-SW
           END-IF
           CLOSE OPER-FILE.
       100-EXIT.
           EXIT.

      * --- 建立首位系統管理員 (安全檔不存在則建立) ---
       110-INIT-ADMIN.
           DISPLAY ">>> 安全檔尚無操作員，"
               "請建立首位系統管理員"
           OPEN I-O OPER-FILE
           IF WS-OPR-STATUS = "35"
               OPEN OUTPUT OPER-FILE
               IF WS-OPR-STATUS = "00"
                   CLOSE OPER-FILE
                   OPEN I-O OPER-FILE
               END-IF
           END-IF
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "操作員安全檔無法建立: " WS-OPR-STATUS
               GO TO 110-EXIT
           END-IF

           DISPLAY "請輸入管理員代號:"
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           IF WS-IN-ID = SPACES
               DISPLAY ">>> 代號不可空白"
               CLOSE OPER-FILE
               GO TO 110-EXIT
           END-IF
           DISPLAY "請輸入管理員姓名:"
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME

           PERFORM 700-ASK-NEW-PW THRU 700-EXIT
           IF NOT WS-PW-OK
               CLOSE OPER-FILE
               GO TO 110-EXIT
           END-IF

           MOVE "A" TO WS-IN-ROLE
           PERFORM 710-BUILD-RECORD THRU 710-EXIT
           WRITE OPR-RECORD
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY ">>> 寫入失敗，狀態: " WS-OPR-STATUS
               CLOSE OPER-FILE
               GO TO 110-EXIT
           END-IF
           CLOSE OPER-FILE

           MOVE "N" TO WS-EMPTY-SW
           MOVE WS-IN-ID TO WS-SEC-OPR-ID
           MOVE "A" TO WS-SEC-ROLE
           MOVE "INIT" TO WS-SEC-RESULT
           MOVE 0 TO WS-SEC-FAILS
           MOVE WS-IN-ID TO WS-SEC-DETAIL
           PERFORM 929-WRITE-SECLOG THRU 929-EXIT
           DISPLAY ">>> 首位管理員已建立: " WS-IN-ID.
       110-EXIT.
           EXIT.

      * --- 主選單 ---
       200-MENU.
           DISPLAY "---------------".
           DISPLAY "1 = 新增操作員".
           DISPLAY "2 = 修改姓名/角色".
           DISPLAY "3 = 重設密碼並解鎖".
           DISPLAY "4 = 停用操作員".
           DISPLAY "5 = 列出操作員".
           DISPLAY "6 = 變更本人密碼".
           DISPLAY "0 = 結束".
           DISPLAY "---------------".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-OPER THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-CHANGE-OPER THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-RESET-PW THRU 500-EXIT
               WHEN "4"
                   PERFORM 550-DEACT-OPER THRU 550-EXIT
               WHEN "5"
                   PERFORM 600-LIST-OPERS THRU 600-EXIT
               WHEN "6"
                   PERFORM 650-CHANGE-OWN-PW THRU 650-EXIT
               WHEN "0"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "無效的選項，請重試"
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * --- 新增操作員 ---
       300-ADD-OPER.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "新增操作員" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 300-EXIT
           END-IF

           DISPLAY "請輸入操作員代號:"
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           IF WS-IN-ID = SPACES
               DISPLAY ">>> 代號不可空白"
               GO TO 300-EXIT
           END-IF
           MOVE WS-IN-ID TO OPR-ID
           READ OPER-FILE
           IF WS-OPR-STATUS = "00"
               DISPLAY ">>> 代號已存在，未新增"
               GO TO 300-EXIT
           END-IF

           DISPLAY "請輸入姓名:"
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           PERFORM 720-ASK-ROLE THRU 720-EXIT
           IF WS-IN-ROLE = SPACE
               GO TO 300-EXIT
           END-IF
           PERFORM 700-ASK-NEW-PW THRU 700-EXIT
           IF NOT WS-PW-OK
               GO TO 300-EXIT
           END-IF

           PERFORM 710-BUILD-RECORD THRU 710-EXIT
           WRITE OPR-RECORD
           IF WS-OPR-STATUS = "00"
               DISPLAY ">>> 新增完成: " OPR-ID
               MOVE "OPRADD" TO WS-SEC-RESULT
               PERFORM 790-LOG-MAINT THRU 790-EXIT
           ELSE
               DISPLAY ">>> 寫入失敗，狀態: " WS-OPR-STATUS
           END-IF.
       300-EXIT.
           EXIT.

      * --- 修改姓名/角色 (不可改本人角色) ---
       400-CHANGE-OPER.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "修改操作員" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 400-EXIT
           END-IF

           PERFORM 730-READ-BY-ID THRU 730-EXIT
           IF WS-OPR-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF

           DISPLAY "目前姓名: " OPR-NAME
           DISPLAY "請輸入新姓名 (空白不改):"
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO OPR-NAME
           END-IF

           IF OPR-ID = WS-SEC-OPR-ID
               DISPLAY ">>> 不可變更本人角色，角色不改"
           ELSE
               DISPLAY "目前角色: " OPR-ROLE
               PERFORM 720-ASK-ROLE THRU 720-EXIT
               IF WS-IN-ROLE NOT = SPACE
                   MOVE WS-IN-ROLE TO OPR-ROLE
               END-IF
           END-IF

           REWRITE OPR-RECORD
           IF WS-OPR-STATUS = "00"
               DISPLAY ">>> 修改完成: " OPR-ID
               MOVE "OPRCHG" TO WS-SEC-RESULT
               PERFORM 790-LOG-MAINT THRU 790-EXIT
           ELSE
               DISPLAY ">>> 改寫失敗，狀態: " WS-OPR-STATUS
           END-IF.
       400-EXIT.
           EXIT.

      * --- 重設密碼並解鎖 (失敗次數歸零，狀態改回有效) ---
       500-RESET-PW.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "重設密碼" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 500-EXIT
           END-IF

           PERFORM 730-READ-BY-ID THRU 730-EXIT
           IF WS-OPR-STATUS NOT = "00"
               GO TO 500-EXIT
           END-IF
           MOVE OPR-ID TO WS-IN-ID

           PERFORM 700-ASK-NEW-PW THRU 700-EXIT
           IF NOT WS-PW-OK
               GO TO 500-EXIT
           END-IF

           MOVE WS-IN-ID TO WS-HASH-ID
           MOVE WS-NEW-PW TO WS-HASH-PW
           MOVE SPACES TO WS-NEW-PW
           PERFORM 922-HASH-PASSWORD THRU 922-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-HASH-VALUE TO OPR-PW-HASH
           MOVE WS-CURR-DATE  TO OPR-PW-DATE
           MOVE 0 TO OPR-FAIL-COUNT
           MOVE "A" TO OPR-STATUS

           REWRITE OPR-RECORD
           IF WS-OPR-STATUS = "00"
               DISPLAY ">>> 密碼已重設並解鎖: " OPR-ID
               MOVE "PWRESET" TO WS-SEC-RESULT
               PERFORM 790-LOG-MAINT THRU 790-EXIT
           ELSE
               DISPLAY ">>> 改寫失敗，狀態: " WS-OPR-STATUS
           END-IF.
       500-EXIT.
           EXIT.

      * --- 停用操作員 (不可停用本人) ---
       550-DEACT-OPER.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "停用操作員" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 550-EXIT
           END-IF

           PERFORM 730-READ-BY-ID THRU 730-EXIT
           IF WS-OPR-STATUS NOT = "00"
               GO TO 550-EXIT
           END-IF
           IF OPR-ID = WS-SEC-OPR-ID
               DISPLAY ">>> 不可停用本人代號"
               GO TO 550-EXIT
           END-IF

           MOVE "D" TO OPR-STATUS
           REWRITE OPR-RECORD
           IF WS-OPR-STATUS = "00"
               DISPLAY ">>> 已停用: " OPR-ID
               MOVE "OPRDEACT" TO WS-SEC-RESULT
               PERFORM 790-LOG-MAINT THRU 790-EXIT
           ELSE
               DISPLAY ">>> 改寫失敗，狀態: " WS-OPR-STATUS
           END-IF.
       550-EXIT.
           EXIT.

      * --- 依代號順序列出全部操作員 (不列密碼雜湊) ---
       600-LIST-OPERS.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "列出操作員" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 600-EXIT
           END-IF

           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO OPR-ID
           START OPER-FILE KEY IS NOT LESS THAN OPR-ID
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY ">>> 安全檔無資料"
               GO TO 600-EXIT
           END-IF

           DISPLAY "代號     姓名                 角色         "
               "狀態   失敗 最近簽入"
           DISPLAY "---------------------------------------------"
           PERFORM 610-LIST-NEXT THRU 610-EXIT
               UNTIL WS-EOF
           DISPLAY "---------------------------------------------"
           DISPLAY "操作員數: " WS-LIST-COUNT.
       600-EXIT.
           EXIT.

       610-LIST-NEXT.
           READ OPER-FILE NEXT RECORD
           IF WS-OPR-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
               GO TO 610-EXIT
           END-IF

           ADD 1 TO WS-LIST-COUNT
           EVALUATE OPR-ROLE
               WHEN "A"
                   MOVE "A 系統管理" TO WS-ROLE-DESC
               WHEN "M"
                   MOVE "M 主檔維護" TO WS-ROLE-DESC
               WHEN "B"
                   MOVE "B 批次作業" TO WS-ROLE-DESC
               WHEN "I"
                   MOVE "I 查詢" TO WS-ROLE-DESC
               WHEN OTHER
                   MOVE OPR-ROLE TO WS-ROLE-DESC
           END-EVALUATE
           EVALUATE OPR-STATUS
               WHEN "A"
                   MOVE "有效" TO WS-STAT-DESC
               WHEN "L"
                   MOVE "鎖定" TO WS-STAT-DESC
               WHEN "D"
                   MOVE "停用" TO WS-STAT-DESC
               WHEN OTHER
                   MOVE OPR-STATUS TO WS-STAT-DESC
           END-EVALUATE

           DISPLAY OPR-ID " " OPR-NAME " " WS-ROLE-DESC " "
               WS-STAT-DESC " " OPR-FAIL-COUNT "    "
               OPR-LAST-DATE " " OPR-LAST-TIME.
       610-EXIT.
           EXIT.

      * --- 變更本人密碼: 須先輸入舊密碼 ---
       650-CHANGE-OWN-PW.
           MOVE WS-SEC-OPR-ID TO OPR-ID
           READ OPER-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY ">>> 查無本人代號: " WS-SEC-OPR-ID
               GO TO 650-EXIT
           END-IF

           DISPLAY "請輸入舊密碼:"
           MOVE SPACES TO WS-SEC-PASSWORD
           ACCEPT WS-SEC-PASSWORD
           MOVE WS-SEC-OPR-ID TO WS-HASH-ID
           MOVE WS-SEC-PASSWORD TO WS-HASH-PW
           MOVE SPACES TO WS-SEC-PASSWORD
           PERFORM 922-HASH-PASSWORD THRU 922-EXIT
           IF WS-HASH-VALUE NOT = OPR-PW-HASH
               DISPLAY ">>> 舊密碼錯誤，未變更"
               MOVE "BADPW" TO WS-SEC-RESULT
               MOVE OPR-FAIL-COUNT TO WS-SEC-FAILS
               MOVE "變更本人密碼" TO WS-SEC-DETAIL
               PERFORM 929-WRITE-SECLOG THRU 929-EXIT
               GO TO 650-EXIT
           END-IF

           MOVE WS-SEC-OPR-ID TO WS-IN-ID
           PERFORM 700-ASK-NEW-PW THRU 700-EXIT
           IF NOT WS-PW-OK
               GO TO 650-EXIT
           END-IF

           MOVE WS-IN-ID TO WS-HASH-ID
           MOVE WS-NEW-PW TO WS-HASH-PW
           MOVE SPACES TO WS-NEW-PW
           PERFORM 922-HASH-PASSWORD THRU 922-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-HASH-VALUE TO OPR-PW-HASH
           MOVE WS-CURR-DATE  TO OPR-PW-DATE

           REWRITE OPR-RECORD
           IF WS-OPR-STATUS = "00"
               DISPLAY ">>> 密碼已變更"
               MOVE "PWCHG" TO WS-SEC-RESULT
               PERFORM 790-LOG-MAINT THRU 790-EXIT
           ELSE
               DISPLAY ">>> 改寫失敗，狀態: " WS-OPR-STATUS
           END-IF.
       650-EXIT.
           EXIT.

      * --- 輸入新密碼兩次，至少 6 碼且兩次相同 ---
       700-ASK-NEW-PW.
           MOVE "N" TO WS-PW-OK-SW
           DISPLAY "請輸入新密碼 (6~16 碼):"
           MOVE SPACES TO WS-NEW-PW
           ACCEPT WS-NEW-PW
           DISPLAY "請再輸入一次:"
           MOVE SPACES TO WS-NEW-PW2
           ACCEPT WS-NEW-PW2

           IF WS-NEW-PW NOT = WS-NEW-PW2
               DISPLAY ">>> 兩次輸入不同，未變更"
               MOVE SPACES TO WS-NEW-PW
               MOVE SPACES TO WS-NEW-PW2
               GO TO 700-EXIT
           END-IF
           MOVE SPACES TO WS-NEW-PW2
           IF WS-NEW-PW(1:6) = SPACES OR WS-NEW-PW(6:1) = SPACE
               DISPLAY ">>> 密碼至少 6 碼，未變更"
               MOVE SPACES TO WS-NEW-PW
               GO TO 700-EXIT
           END-IF
           MOVE "Y" TO WS-PW-OK-SW.
       700-EXIT.
           EXIT.

      * --- 組新操作員紀錄 (WS-IN-ID/NAME/ROLE + WS-NEW-PW) ---
       710-BUILD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-IN-ID TO WS-HASH-ID
           MOVE WS-NEW-PW TO WS-HASH-PW
           MOVE SPACES TO WS-NEW-PW
           PERFORM 922-HASH-PASSWORD THRU 922-EXIT

           MOVE SPACES        TO OPR-RECORD
           MOVE WS-IN-ID      TO OPR-ID
           MOVE WS-IN-NAME    TO OPR-NAME
           MOVE WS-HASH-VALUE TO OPR-PW-HASH
           MOVE WS-IN-ROLE    TO OPR-ROLE
           MOVE "A"           TO OPR-STATUS
           MOVE 0             TO OPR-FAIL-COUNT
           MOVE 0             TO OPR-LAST-DATE
           MOVE 0             TO OPR-LAST-TIME
           MOVE WS-CURR-DATE  TO OPR-PW-DATE.
       710-EXIT.
           EXIT.

      * --- 輸入角色; 不正確時 WS-IN-ROLE 回傳空白 ---
       720-ASK-ROLE.
           DISPLAY "請輸入角色 (A=系統管理 M=主檔維護 "
               "B=批次作業 I=查詢):"
           MOVE SPACE TO WS-IN-ROLE
           ACCEPT WS-IN-ROLE
           EVALUATE WS-IN-ROLE
               WHEN "a"
                   MOVE "A" TO WS-IN-ROLE
               WHEN "m"
                   MOVE "M" TO WS-IN-ROLE
               WHEN "b"
                   MOVE "B" TO WS-IN-ROLE
               WHEN "i"
                   MOVE "I" TO WS-IN-ROLE
           END-EVALUATE
           IF WS-IN-ROLE NOT = "A" AND NOT = "M"
              AND NOT = "B" AND NOT = "I"
               DISPLAY ">>> 角色不正確"
               MOVE SPACE TO WS-IN-ROLE
           END-IF.
       720-EXIT.
           EXIT.

      * --- 依代號讀取 ---
       730-READ-BY-ID.
           DISPLAY "請輸入操作員代號:"
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           MOVE WS-IN-ID TO OPR-ID
           READ OPER-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY ">>> 查無此操作員: " WS-IN-ID
           END-IF.
       730-EXIT.
           EXIT.

      * --- 維護動作記入安全日誌 (明細欄為被異動的代號) ---
       790-LOG-MAINT.
           MOVE 0 TO WS-SEC-FAILS
           MOVE SPACES TO WS-SEC-DETAIL
           MOVE OPR-ID TO WS-SEC-DETAIL
           PERFORM 929-WRITE-SECLOG THRU 929-EXIT.
       790-EXIT.
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

       END PROGRAM OPERMT.
