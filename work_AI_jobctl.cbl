       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE ASSIGN TO "JOBSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT JOB-CKPT-FILE ASSIGN TO "JOBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCKPT-STATUS.
           SELECT JOB-TEMP-FILE ASSIGN TO "JOBTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCKPT-TMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       01  STRM-RECORD.
           05 STRM-STEP          PIC X(8).
           05 FILLER             PIC X.
           05 STRM-MAX-RC        PIC 99.
           05 FILLER             PIC X.
           05 STRM-COMMAND       PIC X(60).
       FD  RUNLOG-FILE.
       01  RLOG-RECORD.
           05 RLOG-RUN-DATE      PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-RUN-TIME      PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-STEP-NO       PIC 99.
           05 FILLER             PIC X.
           05 RLOG-STEP          PIC X(8).
           05 FILLER             PIC X.
           05 RLOG-START-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-START-TIME    PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-END-DATE      PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-END-TIME      PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-RC            PIC 999.
           05 FILLER             PIC X.
           05 RLOG-MAX-RC        PIC 99.
           05 FILLER             PIC X.
           05 RLOG-STATUS        PIC X(8).
       FD  JOB-CKPT-FILE.
       01  JCKPT-RECORD.
           05 JCKPT-DONE-COUNT   PIC 99.
           05 FILLER             PIC X.
           05 JCKPT-LAST-STEP    PIC X(8).
           05 FILLER             PIC X.
           05 JCKPT-FAIL-STEP    PIC X(8).
           05 FILLER             PIC X.
           05 JCKPT-RUN-DATE     PIC 9(8).
           05 FILLER             PIC X.
           05 JCKPT-RUN-TIME     PIC 9(8).
       FD  JOB-TEMP-FILE.
       01  JCKPT-TEMP-RECORD     PIC X(38).
       WORKING-STORAGE SECTION.

      * 夜間批次作業流程控制: 依 JOBSTRM 控制檔依序執行各步驟
      * 控制檔一步一筆: 步驟名 最高可接受RC 執行命令
      *   例: STATUPD  00 work_AI_statupd
      *       RATING   04 work_AI_rating < RATING.IN
      *   各步驟的 ACCEPT 回答以輸入檔轉向提供
      *   RATING/HISTARCH 須簽入: 輸入檔前兩行為批次操作員
      *   (角色 B) 代號與密碼，輸入檔須限制存取
      *   以 * 開頭的行為註解
      * 步驟 RC 超過上限即停止整串，後續步驟不執行
      * 每步寫一筆執行紀錄到 RUNLOG (起訖時刻, RC, 狀態)
      * 狀態: OK=正常 FAILED=超過上限 ABEND=異常中止
      *       SKIPPED=重跑時已完成而跳過
      * 進度存檔 JOBCKPT 記下已完成步數與失敗步驟，重跑時
      * 由失敗步驟續跑，已入帳的 STATUPD/RATING 不會重複入帳
      * 每步正常結束即更新存檔，中途被中斷也由下一步續跑
      * 全數完成才清除進度存檔
      * RC: 0=全部正常 4=完成但有步驟RC>0 8=中止或控制檔錯誤

       01  WS-STRM-STATUS PIC XX VALUE "00".
       01  WS-STRM-EOF-SW PIC X VALUE "N".
           88 WS-STRM-EOF VALUE "Y".
       01  WS-RLOG-STATUS PIC XX VALUE "00".

      * --- 進度存檔 (先寫暫存檔再換名) ---
       01  WS-JCKPT-STATUS PIC XX VALUE "00".
       01  WS-JCKPT-TMP-STATUS PIC XX VALUE "00".
       01  WS-JCKPT-TMP-NAME PIC X(6) VALUE "JOBTMP".
       01  WS-JCKPT-LIVE-NAME PIC X(7) VALUE "JOBCKPT".
       01  WS-STEP-DONE PIC 99 VALUE 0.
       01  WS-LAST-STEP PIC X(8) VALUE SPACES.
       01  WS-FAIL-STEP PIC X(8) VALUE SPACES.
       01  WS-RESUMED-SW PIC X VALUE "N".
           88 WS-RESUMED VALUE "Y".

      * --- 步驟表 ---
       01  WS-STEP-MAX PIC 99 VALUE 20.
       01  WS-STEP-COUNT PIC 99 VALUE 0.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
              10 ST-STEP        PIC X(8).
              10 ST-MAX-RC      PIC 99.
              10 ST-COMMAND     PIC X(60).
              10 ST-RC          PIC 999.
              10 ST-STAT        PIC X(8).
       01  WS-STEP-IX PIC 99 VALUE 0.
       01  WS-DUP-IX PIC 99 VALUE 0.
       01  WS-DUP-SW PIC X VALUE "N".
           88 WS-DUP-FOUND VALUE "Y".
       01  WS-REC-NO PIC 9(5) VALUE 0.
       01  WS-CTL-ERR-COUNT PIC 9(5) VALUE 0.

      * --- 步驟執行 ---
       01  WS-CMD-LINE PIC X(61) VALUE SPACES.
       01  WS-SYS-STATUS PIC S9(9) VALUE 0.
       01  WS-SYS-SIGNAL PIC 999 VALUE 0.
       01  WS-STEP-RC PIC 9(7) VALUE 0.
       01  WS-STOP-SW PIC X VALUE "N".
           88 WS-STOPPED VALUE "Y".
       01  WS-HIGH-RC PIC 999 VALUE 0.

       01  WS-RUN-ID.
           05  WS-RUN-DATE    PIC 9(8).
           05  WS-RUN-TIME    PIC 9(8).
       01  WS-START-NOW.
           05  WS-START-DATE  PIC 9(8).
           05  WS-START-TIME  PIC 9(8).
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 控制合計 ---
       01  WS-RUN-COUNT  PIC 99 VALUE 0.
       01  WS-OK-COUNT   PIC 99 VALUE 0.
       01  WS-SKIP-COUNT PIC 99 VALUE 0.
       01  WS-FAIL-COUNT PIC 99 VALUE 0.
       01  WS-LOG-ERR-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "夜間批次作業流程控制 (JOBSTRM)".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURR-DATE TO WS-RUN-DATE.
           MOVE WS-CURR-TIME TO WS-RUN-TIME.

           OPEN INPUT STREAM-FILE.
           IF WS-STRM-STATUS NOT = "00"
               DISPLAY "找不到作業流程控制檔 JOBSTRM。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-LOAD-STEP THRU 100-EXIT
               UNTIL WS-STRM-EOF.
           CLOSE STREAM-FILE.

           IF WS-STEP-COUNT = 0
               DISPLAY ">>> 控制檔無任何步驟"
               ADD 1 TO WS-CTL-ERR-COUNT
           END-IF.
           IF WS-CTL-ERR-COUNT > 0
               DISPLAY "!!! 控制檔錯誤 " WS-CTL-ERR-COUNT
                   " 筆，整串不執行 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    有進度存檔時由失敗步驟續跑
           PERFORM 300-LOAD-JOB-CKPT THRU 300-EXIT.
           IF WS-STOPPED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "執行識別: " WS-RUN-DATE " " WS-RUN-TIME.
           DISPLAY "步驟數: " WS-STEP-COUNT.
           DISPLAY "---------------------------------------------".

           PERFORM 200-RUN-STEP THRU 200-EXIT
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
                  OR WS-STOPPED.

      *    全數跑完才清進度存檔，下次執行視為新的一串
           IF NOT WS-STOPPED
               PERFORM 320-CLEAR-JOB-CKPT THRU 320-EXIT
           END-IF.

           PERFORM 500-SHOW-SUMMARY THRU 500-EXIT.

           MOVE 0 TO RETURN-CODE.
           IF WS-HIGH-RC > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LOG-ERR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-STOPPED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- 讀一筆控制檔並檢核 ---
       100-LOAD-STEP.
           READ STREAM-FILE
           IF WS-STRM-STATUS NOT = "00"
               MOVE "Y" TO WS-STRM-EOF-SW
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-REC-NO
           IF STRM-RECORD = SPACES OR STRM-STEP(1:1) = "*"
               GO TO 100-EXIT
           END-IF

           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY ">>> 第 " WS-REC-NO " 筆: 步驟超過 "
                   WS-STEP-MAX " 個"
               ADD 1 TO WS-CTL-ERR-COUNT
               GO TO 100-EXIT
           END-IF
           IF STRM-STEP = SPACES
               DISPLAY ">>> 第 " WS-REC-NO " 筆: 步驟名空白"
               ADD 1 TO WS-CTL-ERR-COUNT
               GO TO 100-EXIT
           END-IF
           IF STRM-MAX-RC NOT NUMERIC
               DISPLAY ">>> 第 " WS-REC-NO " 筆: 最高RC非數字 "
                   STRM-STEP
               ADD 1 TO WS-CTL-ERR-COUNT
               GO TO 100-EXIT
           END-IF
           IF STRM-COMMAND = SPACES
               DISPLAY ">>> 第 " WS-REC-NO " 筆: 執行命令空白 "
                   STRM-STEP
               ADD 1 TO WS-CTL-ERR-COUNT
               GO TO 100-EXIT
           END-IF

           MOVE "N" TO WS-DUP-SW
           PERFORM VARYING WS-DUP-IX FROM 1 BY 1
                   UNTIL WS-DUP-IX > WS-STEP-COUNT
               IF ST-STEP(WS-DUP-IX) = STRM-STEP
                   MOVE "Y" TO WS-DUP-SW
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND
               DISPLAY ">>> 第 " WS-REC-NO " 筆: 步驟重複 "
                   STRM-STEP
               ADD 1 TO WS-CTL-ERR-COUNT
               GO TO 100-EXIT
           END-IF

           ADD 1 TO WS-STEP-COUNT
           MOVE STRM-STEP    TO ST-STEP(WS-STEP-COUNT)
           MOVE STRM-MAX-RC  TO ST-MAX-RC(WS-STEP-COUNT)
           MOVE STRM-COMMAND TO ST-COMMAND(WS-STEP-COUNT)
           MOVE 0            TO ST-RC(WS-STEP-COUNT)
           MOVE "NOT RUN"    TO ST-STAT(WS-STEP-COUNT).
       100-EXIT.
           EXIT.

      * --- 執行一個步驟 ---
      * 重跑時已完成的步驟只記 SKIPPED，不再執行
       200-RUN-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-START-NOW

           IF WS-STEP-IX <= WS-STEP-DONE
               MOVE "SKIPPED" TO ST-STAT(WS-STEP-IX)
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY WS-STEP-IX " " ST-STEP(WS-STEP-IX)
                   " 已完成，跳過"
               MOVE WS-START-NOW TO WS-CURRENT-DATE-DATA
               PERFORM 400-WRITE-RUNLOG THRU 400-EXIT
               GO TO 200-EXIT
           END-IF

           DISPLAY WS-STEP-IX " " ST-STEP(WS-STEP-IX)
               " 開始 " WS-START-DATE " " WS-START-TIME
           DISPLAY "    " ST-COMMAND(WS-STEP-IX)

           MOVE SPACES TO WS-CMD-LINE
           MOVE ST-COMMAND(WS-STEP-IX) TO WS-CMD-LINE
           CALL "SYSTEM" USING WS-CMD-LINE
           MOVE RETURN-CODE TO WS-SYS-STATUS
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-RUN-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

      *    系統回傳為等待狀態: 高位元組為結束碼，低位元組為中斷信號
           MOVE 0 TO WS-SYS-SIGNAL
           IF WS-SYS-STATUS < 0
               MOVE 999 TO WS-STEP-RC
               MOVE 999 TO WS-SYS-SIGNAL
           ELSE
               DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-SYS-SIGNAL
           END-IF
           IF WS-STEP-RC > 999
               MOVE 999 TO WS-STEP-RC
           END-IF
           MOVE WS-STEP-RC TO ST-RC(WS-STEP-IX)

           EVALUATE TRUE
               WHEN WS-SYS-SIGNAL NOT = 0
                   MOVE "ABEND" TO ST-STAT(WS-STEP-IX)
               WHEN WS-STEP-RC > ST-MAX-RC(WS-STEP-IX)
                   MOVE "FAILED" TO ST-STAT(WS-STEP-IX)
               WHEN OTHER
                   MOVE "OK" TO ST-STAT(WS-STEP-IX)
           END-EVALUATE

           DISPLAY WS-STEP-IX " " ST-STEP(WS-STEP-IX)
               " 結束 " WS-CURR-DATE " " WS-CURR-TIME
               " RC=" ST-RC(WS-STEP-IX)
               " 上限=" ST-MAX-RC(WS-STEP-IX)
               " " ST-STAT(WS-STEP-IX)

           PERFORM 400-WRITE-RUNLOG THRU 400-EXIT

           IF ST-STAT(WS-STEP-IX) NOT = "OK"
               ADD 1 TO WS-FAIL-COUNT
               MOVE ST-STEP(WS-STEP-IX) TO WS-FAIL-STEP
               MOVE "Y" TO WS-STOP-SW
               PERFORM 310-SAVE-JOB-CKPT THRU 310-EXIT
               DISPLAY "!!! 步驟 " ST-STEP(WS-STEP-IX)
                   " 超過可接受RC，整串停止 !!!"
               GO TO 200-EXIT
           END-IF

           ADD 1 TO WS-OK-COUNT
           IF WS-STEP-RC > WS-HIGH-RC
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF
           MOVE WS-STEP-IX TO WS-STEP-DONE
           MOVE ST-STEP(WS-STEP-IX) TO WS-LAST-STEP
           MOVE SPACES TO WS-FAIL-STEP
           PERFORM 310-SAVE-JOB-CKPT THRU 310-EXIT.
       200-EXIT.
           EXIT.

      * --- 讀取進度存檔，決定續跑起點 ---
      * 續跑沿用原執行識別，RUNLOG 可串起同一夜的紀錄
      * 控制檔在失敗後被改動 (已完成的最後一步對不上) 時不續跑
      * 失敗步驟空白而已完成步數 > 0 表示上次在步驟中途被中斷
      * (連線中斷, 重新開機)，由已完成的下一步續跑
       300-LOAD-JOB-CKPT.
           OPEN INPUT JOB-CKPT-FILE
           IF WS-JCKPT-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF

           READ JOB-CKPT-FILE
           IF WS-JCKPT-STATUS = "00"
              AND JCKPT-DONE-COUNT NUMERIC
              AND (JCKPT-FAIL-STEP NOT = SPACES
                   OR JCKPT-DONE-COUNT > 0)
               MOVE JCKPT-DONE-COUNT TO WS-STEP-DONE
               MOVE JCKPT-LAST-STEP  TO WS-LAST-STEP
               MOVE JCKPT-FAIL-STEP  TO WS-FAIL-STEP
               MOVE JCKPT-RUN-DATE   TO WS-RUN-DATE
               MOVE JCKPT-RUN-TIME   TO WS-RUN-TIME
               MOVE "Y" TO WS-RESUMED-SW
           END-IF
           CLOSE JOB-CKPT-FILE

           IF NOT WS-RESUMED
               GO TO 300-EXIT
           END-IF

           IF WS-FAIL-STEP = SPACES
               DISPLAY "偵測到進度存檔: 上次執行中斷，"
                   "已完成 " WS-STEP-DONE " 步"
           ELSE
               DISPLAY "偵測到進度存檔: 上次在 " WS-FAIL-STEP
                   " 停止，已完成 " WS-STEP-DONE " 步"
           END-IF

      *    中斷時可能已跑完最後一步而尚未清除存檔
           IF WS-STEP-DONE > WS-STEP-COUNT
              OR (WS-STEP-DONE = WS-STEP-COUNT
                  AND WS-FAIL-STEP NOT = SPACES)
               DISPLAY "!!! 進度存檔與控制檔不符 (步數) !!!"
               MOVE "Y" TO WS-STOP-SW
               GO TO 300-EXIT
           END-IF
           IF WS-STEP-DONE > 0
              AND ST-STEP(WS-STEP-DONE) NOT = WS-LAST-STEP
               DISPLAY "!!! 進度存檔與控制檔不符: 第 "
                   WS-STEP-DONE " 步應為 " WS-LAST-STEP " !!!"
               MOVE "Y" TO WS-STOP-SW
               GO TO 300-EXIT
           END-IF
           IF WS-FAIL-STEP = SPACES
               IF WS-STEP-DONE < WS-STEP-COUNT
                   DISPLAY "由步驟 " ST-STEP(WS-STEP-DONE + 1)
                       " 續跑 (中斷的步驟重新執行)..."
               END-IF
               GO TO 300-EXIT
           END-IF
           IF ST-STEP(WS-STEP-DONE + 1) NOT = WS-FAIL-STEP
               DISPLAY "!!! 進度存檔與控制檔不符: "
                   "續跑步驟應為 " WS-FAIL-STEP " !!!"
               MOVE "Y" TO WS-STOP-SW
               GO TO 300-EXIT
           END-IF

           DISPLAY "由步驟 " WS-FAIL-STEP " 續跑...".
       300-EXIT.
           EXIT.

      * --- 寫入進度存檔 (先寫暫存檔再換名) ---
       310-SAVE-JOB-CKPT.
           MOVE SPACES        TO JCKPT-RECORD
           MOVE WS-STEP-DONE  TO JCKPT-DONE-COUNT
           MOVE WS-LAST-STEP  TO JCKPT-LAST-STEP
           MOVE WS-FAIL-STEP  TO JCKPT-FAIL-STEP
           MOVE WS-RUN-DATE   TO JCKPT-RUN-DATE
           MOVE WS-RUN-TIME   TO JCKPT-RUN-TIME
           MOVE JCKPT-RECORD TO JCKPT-TEMP-RECORD
           OPEN OUTPUT JOB-TEMP-FILE
           IF WS-JCKPT-TMP-STATUS = "00"
               WRITE JCKPT-TEMP-RECORD
               CLOSE JOB-TEMP-FILE
               IF WS-JCKPT-TMP-STATUS = "00"
                   CALL "CBL_RENAME_FILE" USING WS-JCKPT-TMP-NAME
                       WS-JCKPT-LIVE-NAME
               END-IF
           END-IF
           IF WS-JCKPT-TMP-STATUS NOT = "00"
               DISPLAY "!!! 進度存檔寫入失敗: "
                   WS-JCKPT-TMP-STATUS " !!!"
           END-IF.
       310-EXIT.
           EXIT.

      * --- 全數跑完後清空進度存檔 ---
       320-CLEAR-JOB-CKPT.
           OPEN OUTPUT JOB-CKPT-FILE
           CLOSE JOB-CKPT-FILE.
       320-EXIT.
           EXIT.

      * --- 附加一筆執行紀錄 (起始時刻在 WS-START-NOW) ---
       400-WRITE-RUNLOG.
           MOVE SPACES TO RLOG-RECORD
           MOVE WS-RUN-DATE             TO RLOG-RUN-DATE
           MOVE WS-RUN-TIME             TO RLOG-RUN-TIME
           MOVE WS-STEP-IX              TO RLOG-STEP-NO
           MOVE ST-STEP(WS-STEP-IX)     TO RLOG-STEP
           MOVE WS-START-DATE           TO RLOG-START-DATE
           MOVE WS-START-TIME           TO RLOG-START-TIME
           MOVE WS-CURR-DATE            TO RLOG-END-DATE
           MOVE WS-CURR-TIME            TO RLOG-END-TIME
           MOVE ST-RC(WS-STEP-IX)       TO RLOG-RC
           MOVE ST-MAX-RC(WS-STEP-IX)   TO RLOG-MAX-RC
           MOVE ST-STAT(WS-STEP-IX)     TO RLOG-STATUS

           OPEN EXTEND RUNLOG-FILE
           IF WS-RLOG-STATUS NOT = "00"
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           WRITE RLOG-RECORD
           IF WS-RLOG-STATUS NOT = "00"
               DISPLAY "!!! 執行紀錄寫入失敗: " WS-RLOG-STATUS
                   " !!!"
               ADD 1 TO WS-LOG-ERR-COUNT
           END-IF
           CLOSE RUNLOG-FILE.
       400-EXIT.
           EXIT.

      * --- 結尾摘要 ---
       500-SHOW-SUMMARY.
           DISPLAY "---------------------------------------------".
           DISPLAY "步驟     上限 RC  狀態".
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               DISPLAY ST-STEP(WS-STEP-IX) " "
                   ST-MAX-RC(WS-STEP-IX) "   "
                   ST-RC(WS-STEP-IX) " "
                   ST-STAT(WS-STEP-IX)
           END-PERFORM.
           DISPLAY "---------------------------------------------".
           DISPLAY "控制合計".
           DISPLAY "執行步數: " WS-RUN-COUNT
               "  正常: " WS-OK-COUNT
               "  跳過: " WS-SKIP-COUNT
               "  失敗: " WS-FAIL-COUNT.
           IF WS-STOPPED
               DISPLAY "!!! 整串中止於 " WS-FAIL-STEP
                   "，修正後重新執行即由該步續跑 !!!"
           ELSE
               DISPLAY "作業流程全部完成。"
           END-IF.
           IF WS-LOG-ERR-COUNT > 0
               DISPLAY ">>> 執行紀錄寫入失敗: " WS-LOG-ERR-COUNT
           END-IF.
       500-EXIT.
           EXIT.

       END PROGRAM JOBCTL.
