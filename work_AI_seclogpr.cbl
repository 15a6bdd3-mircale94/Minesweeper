       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOGPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

      * 安全日誌列印 (稽核用): 依操作員與日期區間挑選 SECLOG
      * 每筆列出時刻、程式、操作員、結果、角色、失敗次數與明細
      * 結果: OK=簽入成功 BADPW=密碼錯誤 LOCKOUT=失敗達上限鎖定
      *       LOCKED=已鎖定 NOUSER=查無代號 INACTIVE=已停用
      *       NOFILE=安全檔無法開啟 DENIED=角色不允許
      *       OPRIOERR=安全檔更新失敗 (簽入不成立)
      *       INIT/OPRADD/OPRCHG/PWRESET/OPRDEACT/PWCHG=操作員維護
      * 可選擇只列失敗 (OK 與操作員維護以外的結果)
      * 日誌由各維護程式簽入與 OPERMT 維護時附加

       01  WS-SEC-STATUS PIC XX VALUE "00".

       01  WS-SEC-EOF-SW PIC X VALUE "N".
           88 WS-SEC-EOF VALUE "Y".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 挑選條件 ---
       01  WS-SEL-OPR    PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE  PIC 9(8) VALUE 0.
       01  WS-TO-DATE    PIC 9(8) VALUE 0.
       01  WS-FAIL-ONLY  PIC X VALUE "N".

       01  WS-RESULT-DESC PIC X(22) VALUE SPACES.
       01  WS-FAIL-SW     PIC X VALUE "N".
           88 WS-IS-FAIL VALUE "Y".

      * --- 控制合計 ---
       01  WS-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-SEL-COUNT      PIC 9(7) VALUE 0.
       01  WS-OK-COUNT       PIC 9(7) VALUE 0.
       01  WS-BADPW-COUNT    PIC 9(7) VALUE 0.
       01  WS-LOCKOUT-COUNT  PIC 9(7) VALUE 0.
       01  WS-LOCKED-COUNT   PIC 9(7) VALUE 0.
       01  WS-NOUSER-COUNT   PIC 9(7) VALUE 0.
       01  WS-INACT-COUNT    PIC 9(7) VALUE 0.
       01  WS-NOFILE-COUNT   PIC 9(7) VALUE 0.
       01  WS-DENIED-COUNT   PIC 9(7) VALUE 0.
       01  WS-IOERR-COUNT    PIC 9(7) VALUE 0.
       01  WS-MAINT-COUNT    PIC 9(7) VALUE 0.
       01  WS-OTHER-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "安全日誌列印".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           DISPLAY "請輸入操作員代號 (空白=全部):"
           ACCEPT WS-SEL-OPR.
           DISPLAY "請輸入起始日期 (YYYYMMDD, 0=不限):"
           ACCEPT WS-FROM-DATE.
           DISPLAY "請輸入截止日期 (YYYYMMDD, 0=今日):"
           ACCEPT WS-TO-DATE.
           DISPLAY "只列失敗與拒絕? (Y/N):"
           ACCEPT WS-FAIL-ONLY.
           IF WS-FAIL-ONLY = "y"
               MOVE "Y" TO WS-FAIL-ONLY
           END-IF.
           IF WS-TO-DATE = 0
               MOVE WS-CURR-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY ">>> 起始日晚於截止日，無資料可列"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SECLOG-FILE.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "找不到安全日誌 SECLOG。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "區間: " WS-FROM-DATE " ~ " WS-TO-DATE.
           IF WS-SEL-OPR NOT = SPACES
               DISPLAY "操作員: " WS-SEL-OPR
           END-IF.
           IF WS-FAIL-ONLY = "Y"
               DISPLAY "只列失敗與拒絕"
           END-IF.
           DISPLAY "---------------------------------------------".
           DISPLAY "日期     時刻     程式     操作員   "
               "結果                   角 失 明細".
           DISPLAY "---------------------------------------------".

           PERFORM 100-PRINT-NEXT THRU 100-EXIT
               UNTIL WS-SEC-EOF.

           CLOSE SECLOG-FILE.

           DISPLAY "---------------------------------------------".
           DISPLAY "讀取筆數: " WS-READ-COUNT.
           DISPLAY "列印筆數: " WS-SEL-COUNT.
           DISPLAY "  簽入成功: " WS-OK-COUNT
               "  密碼錯誤: " WS-BADPW-COUNT.
           DISPLAY "  鎖定代號: " WS-LOCKOUT-COUNT
               "  已鎖定: " WS-LOCKED-COUNT.
           DISPLAY "  查無代號: " WS-NOUSER-COUNT
               "  已停用: " WS-INACT-COUNT.
           DISPLAY "  無安全檔: " WS-NOFILE-COUNT
               "  越權拒絕: " WS-DENIED-COUNT.
           DISPLAY "  更新失敗: " WS-IOERR-COUNT
               "  操作員維護: " WS-MAINT-COUNT.
           IF WS-OTHER-COUNT > 0
               DISPLAY ">>> 結果不明: " WS-OTHER-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "安全日誌列印完成。".
           STOP RUN.

      * --- 讀一筆日誌，符合條件者列印 ---
       100-PRINT-NEXT.
           READ SECLOG-FILE
           IF WS-SEC-STATUS NOT = "00"
               MOVE "Y" TO WS-SEC-EOF-SW
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT

           IF WS-SEL-OPR NOT = SPACES
              AND SEC-OPR-ID NOT = WS-SEL-OPR
               GO TO 100-EXIT
           END-IF
           IF SEC-DATE NOT NUMERIC
               GO TO 100-EXIT
           END-IF
           IF SEC-DATE < WS-FROM-DATE OR SEC-DATE > WS-TO-DATE
               GO TO 100-EXIT
           END-IF

           MOVE "Y" TO WS-FAIL-SW
           EVALUATE SEC-RESULT
               WHEN "OK"
                   MOVE "N" TO WS-FAIL-SW
               WHEN "INIT"
               WHEN "OPRADD"
               WHEN "OPRCHG"
               WHEN "PWRESET"
               WHEN "OPRDEACT"
               WHEN "PWCHG"
                   MOVE "N" TO WS-FAIL-SW
           END-EVALUATE
           IF WS-FAIL-ONLY = "Y" AND NOT WS-IS-FAIL
               GO TO 100-EXIT
           END-IF

           ADD 1 TO WS-SEL-COUNT
           EVALUATE SEC-RESULT
               WHEN "OK"
                   MOVE "OK 簽入成功" TO WS-RESULT-DESC
                   ADD 1 TO WS-OK-COUNT
               WHEN "BADPW"
                   MOVE "BADPW 密碼錯誤" TO WS-RESULT-DESC
                   ADD 1 TO WS-BADPW-COUNT
               WHEN "LOCKOUT"
                   MOVE "LOCKOUT 鎖定" TO WS-RESULT-DESC
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN "LOCKED"
                   MOVE "LOCKED 已鎖定" TO WS-RESULT-DESC
                   ADD 1 TO WS-LOCKED-COUNT
               WHEN "NOUSER"
                   MOVE "NOUSER 查無代號" TO WS-RESULT-DESC
                   ADD 1 TO WS-NOUSER-COUNT
               WHEN "INACTIVE"
                   MOVE "INACTIVE 已停用" TO WS-RESULT-DESC
                   ADD 1 TO WS-INACT-COUNT
               WHEN "NOFILE"
                   MOVE "NOFILE 無安全檔" TO WS-RESULT-DESC
                   ADD 1 TO WS-NOFILE-COUNT
               WHEN "DENIED"
                   MOVE "DENIED 越權拒絕" TO WS-RESULT-DESC
                   ADD 1 TO WS-DENIED-COUNT
               WHEN "OPRIOERR"
                   MOVE "OPRIOERR 更新失敗" TO WS-RESULT-DESC
                   ADD 1 TO WS-IOERR-COUNT
               WHEN "INIT"
                   MOVE "INIT 首位管理員" TO WS-RESULT-DESC
                   ADD 1 TO WS-MAINT-COUNT
               WHEN "OPRADD"
                   MOVE "OPRADD 新增" TO WS-RESULT-DESC
                   ADD 1 TO WS-MAINT-COUNT
               WHEN "OPRCHG"
                   MOVE "OPRCHG 修改" TO WS-RESULT-DESC
                   ADD 1 TO WS-MAINT-COUNT
               WHEN "PWRESET"
                   MOVE "PWRESET 重設密碼" TO WS-RESULT-DESC
                   ADD 1 TO WS-MAINT-COUNT
               WHEN "OPRDEACT"
                   MOVE "OPRDEACT 停用" TO WS-RESULT-DESC
                   ADD 1 TO WS-MAINT-COUNT
               WHEN "PWCHG"
                   MOVE "PWCHG 改密碼" TO WS-RESULT-DESC
                   ADD 1 TO WS-MAINT-COUNT
               WHEN OTHER
                   MOVE SEC-RESULT TO WS-RESULT-DESC
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE

           DISPLAY SEC-DATE " " SEC-TIME " " SEC-PROGRAM " "
               SEC-OPR-ID " " WS-RESULT-DESC " " SEC-ROLE " "
               SEC-FAIL-COUNT " " SEC-DETAIL.
       100-EXIT.
           EXIT.

       END PROGRAM SECLOGPR.
