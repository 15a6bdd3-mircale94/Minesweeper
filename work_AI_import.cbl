       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT STAT-FILE ASSIGN TO "PLAYSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-PLAYER
               FILE STATUS IS WS-STAT-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMP-RECORD            PIC X(100).
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

      * 外站成績匯入: 讀入他站 EXTRACT 產出的 EXTRFILE
      * (H/D/A/T 版面同 EXTRACT)，附加到本站 HISTFILE/AUDITLOG，
      * 紀錄尾端帶站別碼 (本站自產紀錄站別為空白)
      * 第一趟: 核對表頭/表尾、明細/稽核筆數與標對/踩爆雜湊合計，
      *         任一不平衡整檔退回，什麼都不寫
      * 第二趟: 平衡才寫入; 對局識別碼已在本站 (歷史檔及所列
      *         歸檔世代) 或檔內重複者略過; 稽核紀錄只隨本次
      *         收下的明細一起匯入 (未完局/重複局的稽核不收)
      * 理由碼: R01=明細欄位不合理 R02=識別碼空白
      *         R03=本站已有此局 R04=檔內重複
      *         R05=稽核欄位不合理 R06=紀錄別不明
      *         (無對應收下明細的稽核紀錄只計數，不逐筆列)
      * 提醒碼: W01=早於 PLAYSTAT 入帳點 (STATUPD 不會計入)
      *         W02=不晚於評分日 (RATING 不會計入)
      * 檔案退回碼: F01=首筆非表頭 F02=無表尾或表尾後仍有紀錄
      *             F03=明細筆數不符 F04=稽核筆數不符
      *             F05=標對雜湊不符 F06=踩爆雜湊不符
      *             F07=表尾欄位非數字
      * 結束碼: 0=全數匯入 4=有略過/退回/提醒
      *         8=整檔退回或檔案問題 (含寫入歷史/稽核失敗)
      * 匯入後再跑 STATUPD、RATING 即以合併後資料計算

       01  WS-IMP-STATUS PIC XX VALUE "00".
       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-ARCH-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-STAT-STATUS PIC XX VALUE "00".
       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-ARCH-NAME PIC X(17) VALUE SPACES.

       01  WS-IMP-EOF-SW PIC X VALUE "N".
           88 WS-IMP-EOF VALUE "Y".
       01  WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-HIST-EOF VALUE "Y".
       01  WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-ARCH-EOF VALUE "Y".
       01  WS-STAT-OPEN-SW PIC X VALUE "N".
           88 WS-STAT-OPEN VALUE "Y".
       01  WS-PM-OPEN-SW PIC X VALUE "N".
           88 WS-PM-OPEN VALUE "Y".

       01  WS-SITE PIC X(4) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 歸檔世代清單 (操作員逐一輸入, 0=結束) ---
       01  WS-ARCH-DATE PIC 9(8) VALUE 0.
       01  WS-GEN-COUNT PIC 99 VALUE 0.
       01  WS-GEN-IX PIC 99 VALUE 0.
       01  GEN-TABLE.
           05 GEN-DATE PIC 9(8) OCCURS 20 TIMES.

      * --- 本站已有的對局識別碼 ---
       01  WS-OWN-COUNT PIC 9(4) VALUE 0.
       01  WS-OWN-IX PIC 9(4) VALUE 0.
       01  OWN-TABLE.
           05 OWN-GAME-ID PIC X(26) OCCURS 5000 TIMES.
       01  WS-OWN-FULL-SW PIC X VALUE "N".
           88 WS-OWN-FULL VALUE "Y".

      * --- 本次收下的對局識別碼 ---
       01  WS-ACC-COUNT PIC 9(4) VALUE 0.
       01  WS-ACC-IX PIC 9(4) VALUE 0.
       01  WS-ACC-SCAN PIC 9(4) VALUE 0.
       01  ACC-TABLE.
           05 ACC-RP OCCURS 5000 TIMES.
               10 ACC-GAME-ID    PIC X(26).
               10 ACC-WRITTEN-SW PIC X.
       01  WS-ACC-FULL-SW PIC X VALUE "N".
           88 WS-ACC-FULL VALUE "Y".

       01  WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01  WS-GID PIC X(26) VALUE SPACES.

      * --- 拆欄 (EXTRACT 各欄皆依定長輸出) ---
       01  WS-IN-TYPE PIC X(2) VALUE SPACES.
       01  WS-FIRST-TYPE PIC X(2) VALUE SPACES.
       01  WS-IN-F1  PIC X(26) VALUE SPACES.
       01  WS-IN-F2  PIC X(26) VALUE SPACES.
       01  WS-IN-F3  PIC X(26) VALUE SPACES.
       01  WS-IN-F4  PIC X(26) VALUE SPACES.
       01  WS-IN-F5  PIC X(26) VALUE SPACES.
       01  WS-IN-F6  PIC X(26) VALUE SPACES.
       01  WS-IN-F7  PIC X(26) VALUE SPACES.
       01  WS-IN-F8  PIC X(26) VALUE SPACES.
       01  WS-IN-F9  PIC X(26) VALUE SPACES.

      * --- 明細欄位 ---
       01  WS-D-DATE     PIC X(8).
       01  WS-D-TIME     PIC X(8).
       01  WS-D-PLAYER   PIC X(10).
       01  WS-D-BOOM     PIC X(3).
       01  WS-D-ISRT     PIC X(3).
       01  WS-D-ERROR    PIC X(3).
       01  WS-D-OUTCOME  PIC X(9).
       01  WS-D-DURATION PIC X(6).
       01  WS-D-DATE-N   PIC 9(8).
       01  WS-D-TIME-N   PIC 9(8).
       01  WS-D-ISRT-N   PIC 999.
       01  WS-D-ERROR-N  PIC 999.

      * --- 稽核欄位 ---
       01  WS-A-ACTION   PIC X.
       01  WS-A-X        PIC X(3).
       01  WS-A-Y        PIC X(3).
       01  WS-A-RESULT   PIC X(10).
       01  WS-A-TIME     PIC X(8).

      * --- 表尾欄位 ---
       01  WS-T-DTL   PIC X(7).
       01  WS-T-AUD   PIC X(7).
       01  WS-T-ISRT  PIC X(7).
       01  WS-T-ERROR PIC X(7).
       01  WS-T-DTL-N   PIC 9(7) VALUE 0.
       01  WS-T-AUD-N   PIC 9(7) VALUE 0.
       01  WS-T-ISRT-N  PIC 9(7) VALUE 0.
       01  WS-T-ERROR-N PIC 9(7) VALUE 0.

      * --- 第一趟控制合計 ---
       01  WS-READ-COUNT  PIC 9(7) VALUE 0.
       01  WS-HDR-COUNT   PIC 9(7) VALUE 0.
       01  WS-DTL-COUNT   PIC 9(7) VALUE 0.
       01  WS-AUD-COUNT   PIC 9(7) VALUE 0.
       01  WS-TRL-COUNT   PIC 9(7) VALUE 0.
       01  WS-AFTER-TRL   PIC 9(7) VALUE 0.
       01  WS-HASH-ISRT   PIC 9(7) VALUE 0.
       01  WS-HASH-ERROR  PIC 9(7) VALUE 0.
       01  WS-FILE-ERR-COUNT PIC 99 VALUE 0.

      * --- 第二趟控制合計 ---
       01  WS-DTL-ACC     PIC 9(7) VALUE 0.
       01  WS-DTL-DUP     PIC 9(7) VALUE 0.
       01  WS-DTL-REJ     PIC 9(7) VALUE 0.
       01  WS-DTL-WERR    PIC 9(7) VALUE 0.
       01  WS-AUD-ACC     PIC 9(7) VALUE 0.
       01  WS-AUD-SKIP    PIC 9(7) VALUE 0.
       01  WS-AUD-REJ     PIC 9(7) VALUE 0.
       01  WS-AUD-WERR    PIC 9(7) VALUE 0.
       01  WS-OTHER-REJ   PIC 9(7) VALUE 0.
       01  WS-WARN-COUNT  PIC 9(7) VALUE 0.
       01  WS-CHECK-TOTAL PIC 9(7) VALUE 0.

       01  WS-PASS PIC 9 VALUE 1.
       01  WS-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "外站成績匯入 (EXTRFILE)".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           DISPLAY "請輸入來源站別碼 (4 碼):"
           ACCEPT WS-SITE
           IF WS-SITE = SPACES
               DISPLAY ">>> 站別碼不可空白 "
                   "(空白保留給本站)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "逐一輸入本站歸檔世代日期 "
               "(YYYYMMDD, 0=結束):"
           ACCEPT WS-ARCH-DATE
           PERFORM UNTIL WS-ARCH-DATE = 0 OR WS-GEN-COUNT >= 20
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-ARCH-DATE TO GEN-DATE(WS-GEN-COUNT)
               IF WS-GEN-COUNT < 20
                   ACCEPT WS-ARCH-DATE
               END-IF
           END-PERFORM.

           OPEN INPUT IMPORT-FILE.
           IF WS-IMP-STATUS NOT = "00"
               DISPLAY "找不到匯入檔 EXTRFILE。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    本站已有的對局識別碼 (歷史檔沒有也可，視為空檔)
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM 110-OWN-HIST-NEXT THRU 110-EXIT
                   UNTIL WS-HIST-EOF
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               PERFORM 120-OWN-ARCHIVE THRU 120-EXIT
           END-PERFORM.

           DISPLAY "站別: " WS-SITE
               "  本站既有對局: " WS-OWN-COUNT.
           DISPLAY "---------------------------------------------".
           DISPLAY "筆數    紀錄內容".
           DISPLAY "        理由".
           DISPLAY "---------------------------------------------".

      *    第一趟: 只核對，不寫
           MOVE 1 TO WS-PASS
           PERFORM 200-CHECK-NEXT THRU 200-EXIT
               UNTIL WS-IMP-EOF.
           CLOSE IMPORT-FILE.

           PERFORM 300-CHECK-BALANCE THRU 300-EXIT.
           IF WS-FILE-ERR-COUNT > 0
               PERFORM 900-SHOW-TOTALS THRU 900-EXIT
               DISPLAY "!!! 控制合計不平衡，整檔退回，"
                   "未寫入任何紀錄 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    第二趟: 平衡才寫入
           OPEN INPUT IMPORT-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN INPUT STAT-FILE.
           IF WS-STAT-STATUS = "00"
               MOVE "Y" TO WS-STAT-OPEN-SW
           END-IF.
           OPEN INPUT PLAYER-MASTER.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-PM-OPEN-SW
           END-IF.

           MOVE 2 TO WS-PASS
           MOVE "N" TO WS-IMP-EOF-SW
           MOVE 0 TO WS-READ-COUNT
           PERFORM 400-IMPORT-NEXT THRU 400-EXIT
               UNTIL WS-IMP-EOF.

           CLOSE IMPORT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           IF WS-STAT-OPEN
               CLOSE STAT-FILE
           END-IF.
           IF WS-PM-OPEN
               CLOSE PLAYER-MASTER
           END-IF.

           PERFORM 900-SHOW-TOTALS THRU 900-EXIT.

      *    收下+重複+退回須等於明細; 稽核同理
           COMPUTE WS-CHECK-TOTAL =
               WS-DTL-ACC + WS-DTL-DUP + WS-DTL-REJ + WS-DTL-WERR
           IF WS-CHECK-TOTAL NOT = WS-DTL-COUNT
               DISPLAY "!!! 明細合計不平衡，請勿對帳 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-CHECK-TOTAL =
               WS-AUD-ACC + WS-AUD-SKIP + WS-AUD-REJ + WS-AUD-WERR
           IF WS-CHECK-TOTAL NOT = WS-AUD-COUNT
               DISPLAY "!!! 稽核合計不平衡，請勿對帳 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DTL-WERR > 0 OR WS-AUD-WERR > 0
               DISPLAY "!!! 有紀錄未寫入歷史/稽核檔，"
                   "請查明後處理 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DTL-DUP > 0 OR WS-DTL-REJ > 0 OR WS-AUD-REJ > 0
              OR WS-AUD-SKIP > 0 OR WS-OTHER-REJ > 0
              OR WS-WARN-COUNT > 0
              OR WS-OWN-FULL OR WS-ACC-FULL
               DISPLAY ">>> 部分紀錄未匯入或有提醒，"
                   "請看上列明細"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY ">>> 全數匯入完成"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * --- 本站歷史的對局識別碼入表 ---
       110-OWN-HIST-NEXT.
           READ HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 110-EXIT
           END-IF.

           MOVE HIST-GAME-ID TO WS-GID
           PERFORM 130-ADD-OWN THRU 130-EXIT.
       110-EXIT.
           EXIT.

      * --- 本站一個歸檔世代的對局識別碼入表 ---
       120-OWN-ARCHIVE.
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

           PERFORM 125-OWN-ARCH-NEXT THRU 125-EXIT
               UNTIL WS-ARCH-EOF

           CLOSE ARCHIVE-FILE.
       120-EXIT.
           EXIT.

       125-OWN-ARCH-NEXT.
           READ ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-ARCH-EOF-SW
               GO TO 125-EXIT
           END-IF.

           MOVE ARCH-GAME-ID TO WS-GID
           PERFORM 130-ADD-OWN THRU 130-EXIT.
       125-EXIT.
           EXIT.

       130-ADD-OWN.
           IF WS-GID = SPACES
               GO TO 130-EXIT
           END-IF
           IF WS-OWN-COUNT >= 5000
               IF NOT WS-OWN-FULL
                   DISPLAY "!!! 本站對局表已滿 (5000)，"
                       "重複檢查可能不完整 !!!"
                   MOVE "Y" TO WS-OWN-FULL-SW
               END-IF
               GO TO 130-EXIT
           END-IF
           ADD 1 TO WS-OWN-COUNT
           MOVE WS-GID TO OWN-GAME-ID(WS-OWN-COUNT).
       130-EXIT.
           EXIT.

      * --- 第一趟: 逐筆核對結構並累計控制合計 ---
       200-CHECK-NEXT.
           READ IMPORT-FILE
           IF WS-IMP-STATUS NOT = "00"
               MOVE "Y" TO WS-IMP-EOF-SW
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT
           PERFORM 210-SPLIT-RECORD THRU 210-EXIT
           IF WS-READ-COUNT = 1
               MOVE WS-IN-TYPE TO WS-FIRST-TYPE
           END-IF

      *    表尾之後不應再有任何紀錄
           IF WS-TRL-COUNT > 0
               ADD 1 TO WS-AFTER-TRL
           END-IF

           EVALUATE WS-IN-TYPE
               WHEN "H"
                   ADD 1 TO WS-HDR-COUNT
               WHEN "D"
                   ADD 1 TO WS-DTL-COUNT
                   IF WS-D-ISRT IS NUMERIC
                       MOVE WS-D-ISRT TO WS-D-ISRT-N
                       ADD WS-D-ISRT-N TO WS-HASH-ISRT
                   END-IF
                   IF WS-D-ERROR IS NUMERIC
                       MOVE WS-D-ERROR TO WS-D-ERROR-N
                       ADD WS-D-ERROR-N TO WS-HASH-ERROR
                   END-IF
                   PERFORM 220-EDIT-DETAIL THRU 220-EXIT
               WHEN "A"
                   ADD 1 TO WS-AUD-COUNT
               WHEN "T"
                   ADD 1 TO WS-TRL-COUNT
                   MOVE WS-IN-F1 TO WS-T-DTL
                   MOVE WS-IN-F2 TO WS-T-AUD
                   MOVE WS-IN-F3 TO WS-T-ISRT
                   MOVE WS-IN-F4 TO WS-T-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * --- 依 | 拆欄並依紀錄別就位 ---
       210-SPLIT-RECORD.
           MOVE SPACES TO WS-IN-TYPE WS-IN-F1 WS-IN-F2 WS-IN-F3
               WS-IN-F4 WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8
               WS-IN-F9
           UNSTRING IMP-RECORD DELIMITED BY "|"
               INTO WS-IN-TYPE WS-IN-F1 WS-IN-F2 WS-IN-F3
                    WS-IN-F4 WS-IN-F5 WS-IN-F6 WS-IN-F7
                    WS-IN-F8 WS-IN-F9
           END-UNSTRING

           EVALUATE WS-IN-TYPE
               WHEN "D"
                   MOVE WS-IN-F1 TO WS-D-DATE
                   MOVE WS-IN-F2 TO WS-D-TIME
                   MOVE WS-IN-F3 TO WS-D-PLAYER
                   MOVE WS-IN-F4 TO WS-D-BOOM
                   MOVE WS-IN-F5 TO WS-D-ISRT
                   MOVE WS-IN-F6 TO WS-D-ERROR
                   MOVE WS-IN-F7 TO WS-D-OUTCOME
                   MOVE WS-IN-F8 TO WS-D-DURATION
                   MOVE WS-IN-F9 TO WS-GID
               WHEN "A"
                   MOVE WS-IN-F1 TO WS-A-ACTION
                   MOVE WS-IN-F2 TO WS-A-X
                   MOVE WS-IN-F3 TO WS-A-Y
                   MOVE WS-IN-F4 TO WS-A-RESULT
                   MOVE WS-IN-F5 TO WS-A-TIME
                   MOVE WS-IN-F6 TO WS-GID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      * --- 明細逐欄檢查; 通過者判斷是否重複，收下的入表 ---
      * 第一趟只建收下表不列印，第二趟才列理由與寫檔
       220-EDIT-DETAIL.
           MOVE SPACES TO WS-REASON
           IF WS-GID = SPACES
               MOVE "R02 識別碼空白" TO WS-REASON
               GO TO 220-EXIT
           END-IF
           IF WS-D-DATE NOT NUMERIC OR WS-D-TIME NOT NUMERIC
              OR WS-D-BOOM NOT NUMERIC OR WS-D-ISRT NOT NUMERIC
              OR WS-D-ERROR NOT NUMERIC
              OR WS-D-DURATION NOT NUMERIC
              OR WS-D-PLAYER = SPACES OR WS-D-OUTCOME = SPACES
               MOVE "R01 明細欄位不合理" TO WS-REASON
               GO TO 220-EXIT
           END-IF

           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-OWN-IX FROM 1 BY 1
                   UNTIL WS-OWN-IX > WS-OWN-COUNT OR WS-FOUND
               IF OWN-GAME-ID(WS-OWN-IX) = WS-GID
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE "R03 本站已有此局" TO WS-REASON
               GO TO 220-EXIT
           END-IF

           IF WS-PASS = 2
               GO TO 220-EXIT
           END-IF

           PERFORM 230-FIND-ACCEPTED THRU 230-EXIT
           IF WS-FOUND
               MOVE "R04 檔內重複" TO WS-REASON
               GO TO 220-EXIT
           END-IF

           IF WS-ACC-COUNT >= 5000
               IF NOT WS-ACC-FULL
                   DISPLAY "!!! 匯入對局表已滿 (5000)，"
                       "其餘明細不收 !!!"
                   MOVE "Y" TO WS-ACC-FULL-SW
               END-IF
               MOVE "R04 匯入對局表已滿" TO WS-REASON
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-GID TO ACC-GAME-ID(WS-ACC-COUNT)
           MOVE "N" TO ACC-WRITTEN-SW(WS-ACC-COUNT).
       220-EXIT.
           EXIT.

      * --- 查本次收下表 (找到時 WS-ACC-IX 指向該格) ---
       230-FIND-ACCEPTED.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-ACC-IX
           PERFORM VARYING WS-ACC-SCAN FROM 1 BY 1
                   UNTIL WS-ACC-SCAN > WS-ACC-COUNT OR WS-FOUND
               IF ACC-GAME-ID(WS-ACC-SCAN) = WS-GID
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-ACC-SCAN TO WS-ACC-IX
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

      * --- 表頭/表尾與控制合計核對 ---
       300-CHECK-BALANCE.
           IF WS-HDR-COUNT NOT = 1 OR WS-FIRST-TYPE NOT = "H"
               DISPLAY "F01 首筆非表頭或表頭不只一筆"
               ADD 1 TO WS-FILE-ERR-COUNT
           END-IF
           IF WS-TRL-COUNT NOT = 1 OR WS-AFTER-TRL > 0
               DISPLAY "F02 無表尾、表尾不只一筆"
                   "或表尾後仍有紀錄"
               ADD 1 TO WS-FILE-ERR-COUNT
               GO TO 300-EXIT
           END-IF

           IF WS-T-DTL NOT NUMERIC OR WS-T-AUD NOT NUMERIC
              OR WS-T-ISRT NOT NUMERIC OR WS-T-ERROR NOT NUMERIC
               DISPLAY "F07 表尾欄位非數字"
               ADD 1 TO WS-FILE-ERR-COUNT
               GO TO 300-EXIT
           END-IF
           MOVE WS-T-DTL   TO WS-T-DTL-N
           MOVE WS-T-AUD   TO WS-T-AUD-N
           MOVE WS-T-ISRT  TO WS-T-ISRT-N
           MOVE WS-T-ERROR TO WS-T-ERROR-N

           IF WS-T-DTL-N NOT = WS-DTL-COUNT
               DISPLAY "F03 明細筆數不符 表尾=" WS-T-DTL-N
                   " 實數=" WS-DTL-COUNT
               ADD 1 TO WS-FILE-ERR-COUNT
           END-IF
           IF WS-T-AUD-N NOT = WS-AUD-COUNT
               DISPLAY "F04 稽核筆數不符 表尾=" WS-T-AUD-N
                   " 實數=" WS-AUD-COUNT
               ADD 1 TO WS-FILE-ERR-COUNT
           END-IF
           IF WS-T-ISRT-N NOT = WS-HASH-ISRT
               DISPLAY "F05 標對雜湊不符 表尾=" WS-T-ISRT-N
                   " 實算=" WS-HASH-ISRT
               ADD 1 TO WS-FILE-ERR-COUNT
           END-IF
           IF WS-T-ERROR-N NOT = WS-HASH-ERROR
               DISPLAY "F06 踩爆雜湊不符 表尾=" WS-T-ERROR-N
                   " 實算=" WS-HASH-ERROR
               ADD 1 TO WS-FILE-ERR-COUNT
           END-IF.
       300-EXIT.
           EXIT.

      * --- 第二趟: 寫入收下的明細與其稽核 ---
       400-IMPORT-NEXT.
           READ IMPORT-FILE
           IF WS-IMP-STATUS NOT = "00"
               MOVE "Y" TO WS-IMP-EOF-SW
               GO TO 400-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT
           PERFORM 210-SPLIT-RECORD THRU 210-EXIT

           EVALUATE WS-IN-TYPE
               WHEN "H"
                   CONTINUE
               WHEN "T"
                   CONTINUE
               WHEN "D"
                   PERFORM 410-IMPORT-DETAIL THRU 410-EXIT
               WHEN "A"
                   PERFORM 420-IMPORT-AUDIT THRU 420-EXIT
               WHEN OTHER
                   MOVE "R06 紀錄別不明" TO WS-REASON
                   PERFORM 800-SHOW-REASON THRU 800-EXIT
                   ADD 1 TO WS-OTHER-REJ
           END-EVALUATE.
       400-EXIT.
           EXIT.

      * --- 明細: 通過檢查且為本次收下者才寫 ---
       410-IMPORT-DETAIL.
           PERFORM 220-EDIT-DETAIL THRU 220-EXIT
      *    第一趟收下的局只寫第一次出現的那筆
           IF WS-REASON = SPACES
               PERFORM 230-FIND-ACCEPTED THRU 230-EXIT
               IF NOT WS-FOUND
                   MOVE "R04 匯入對局表已滿" TO WS-REASON
               ELSE
                   IF ACC-WRITTEN-SW(WS-ACC-IX) = "Y"
                       MOVE "R04 檔內重複" TO WS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REASON NOT = SPACES
               PERFORM 800-SHOW-REASON THRU 800-EXIT
               IF WS-REASON(1:3) = "R03" OR "R04"
                   ADD 1 TO WS-DTL-DUP
               ELSE
                   ADD 1 TO WS-DTL-REJ
               END-IF
               GO TO 410-EXIT
           END-IF

           MOVE SPACES TO HIST-RECORD
           MOVE WS-D-DATE     TO HIST-DATE
           MOVE WS-D-TIME     TO HIST-TIME
           MOVE WS-D-BOOM     TO HIST-BOOM
           MOVE WS-D-ISRT     TO HIST-ISRT
           MOVE WS-D-ERROR    TO HIST-ERROR
           MOVE WS-D-PLAYER   TO HIST-PLAYER
           MOVE WS-D-OUTCOME  TO HIST-OUTCOME
           MOVE WS-D-DURATION TO HIST-DURATION
           MOVE WS-GID        TO HIST-GAME-ID
           MOVE WS-SITE       TO HIST-SITE
           WRITE HIST-RECORD
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "!!! 歷史檔寫入失敗: " WS-HIST-STATUS
                   " " WS-GID
               ADD 1 TO WS-DTL-WERR
               GO TO 410-EXIT
           END-IF
           MOVE "Y" TO ACC-WRITTEN-SW(WS-ACC-IX)
           ADD 1 TO WS-DTL-ACC

      *    統計/評分的增量門檻之前的局，後續批次不會計入
           MOVE WS-D-DATE TO WS-D-DATE-N
           MOVE WS-D-TIME TO WS-D-TIME-N
           IF WS-STAT-OPEN
               MOVE WS-D-PLAYER TO PS-PLAYER
               READ STAT-FILE
               IF WS-STAT-STATUS = "00"
                  AND (WS-D-DATE-N < PS-LAST-DATE
                       OR (WS-D-DATE-N = PS-LAST-DATE
                           AND WS-D-TIME-N <= PS-LAST-TIME))
                   MOVE "W01 早於 PLAYSTAT 入帳點" TO WS-REASON
                   PERFORM 800-SHOW-REASON THRU 800-EXIT
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF
           IF WS-PM-OPEN
               MOVE WS-D-PLAYER TO PM-ID
               READ PLAYER-MASTER
               IF WS-PM-STATUS = "00"
                  AND PM-RATED-DATE NUMERIC
                  AND WS-D-DATE-N <= PM-RATED-DATE
                   MOVE "W02 不晚於評分日" TO WS-REASON
                   PERFORM 800-SHOW-REASON THRU 800-EXIT
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF.
       410-EXIT.
           EXIT.

      * --- 稽核: 只收本次收下之對局的紀錄 ---
       420-IMPORT-AUDIT.
           MOVE SPACES TO WS-REASON
           IF WS-GID = SPACES
              OR WS-A-ACTION = SPACE
              OR WS-A-X NOT NUMERIC OR WS-A-Y NOT NUMERIC
              OR WS-A-TIME NOT NUMERIC
               MOVE "R05 稽核欄位不合理" TO WS-REASON
               PERFORM 800-SHOW-REASON THRU 800-EXIT
               ADD 1 TO WS-AUD-REJ
               GO TO 420-EXIT
           END-IF

           PERFORM 230-FIND-ACCEPTED THRU 230-EXIT
           IF NOT WS-FOUND
               ADD 1 TO WS-AUD-SKIP
               GO TO 420-EXIT
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-A-ACTION TO AUDIT-ACTION
           MOVE WS-A-X      TO AUDIT-X
           MOVE WS-A-Y      TO AUDIT-Y
           MOVE WS-A-RESULT TO AUDIT-RESULT
           MOVE WS-A-TIME   TO AUDIT-TIME
           MOVE WS-GID      TO AUDIT-GAME-ID
           MOVE WS-SITE     TO AUDIT-SITE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-AUD-ACC
           ELSE
               DISPLAY "!!! 稽核檔寫入失敗: " WS-AUDIT-STATUS
                   " " WS-GID
               ADD 1 TO WS-AUD-WERR
           END-IF.
       420-EXIT.
           EXIT.

      * --- 列出不收/提醒的紀錄 ---
       800-SHOW-REASON.
           DISPLAY WS-READ-COUNT " " IMP-RECORD(1:70)
           DISPLAY "        " WS-REASON.
       800-EXIT.
           EXIT.

      * --- 匯入控制報表 ---
       900-SHOW-TOTALS.
           DISPLAY "---------------------------------------------".
           DISPLAY "匯入控制報表  站別 " WS-SITE
               "  " WS-CURR-DATE.
           DISPLAY "讀取筆數: " WS-READ-COUNT.
           DISPLAY "表頭/表尾: " WS-HDR-COUNT " / " WS-TRL-COUNT.
           DISPLAY "明細筆數: " WS-DTL-COUNT
               " (表尾 " WS-T-DTL-N ")".
           DISPLAY "稽核筆數: " WS-AUD-COUNT
               " (表尾 " WS-T-AUD-N ")".
           DISPLAY "標對雜湊: " WS-HASH-ISRT
               " (表尾 " WS-T-ISRT-N ")".
           DISPLAY "踩爆雜湊: " WS-HASH-ERROR
               " (表尾 " WS-T-ERROR-N ")".
           DISPLAY "---------------------------------------------".
           DISPLAY "明細  收下: " WS-DTL-ACC
               " 重複: " WS-DTL-DUP
               " 退回: " WS-DTL-REJ
               " 寫入失敗: " WS-DTL-WERR.
           DISPLAY "稽核  收下: " WS-AUD-ACC
               " 無明細: " WS-AUD-SKIP
               " 退回: " WS-AUD-REJ
               " 寫入失敗: " WS-AUD-WERR.
           DISPLAY "紀錄別不明: " WS-OTHER-REJ.
           DISPLAY "提醒 (不會被統計/評分計入): "
               WS-WARN-COUNT.
           DISPLAY "=============================================".
       900-EXIT.
           EXIT.

       END PROGRAM IMPORT.
