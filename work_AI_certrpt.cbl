       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "CERTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
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

      * 學員認證狀況報表: 每位玩家一頁，依 CERTRULE 等級順序
      * 列出已取得 (取得日、評定日、引證對局) 或未取得，
      * 並列出各等級的條件說明
      * 引證對局已不在歷史的等級 (CF-VERIFY-SW=N) 加註查核
      * 規則檔已刪除的等級仍列出 (註明規則已刪除)
      * 全部列印時，主檔已無此玩家的認證另列於最後
      * 認證檔由 CERTEVAL 產生
      * RC: 0=正常 4=有待查核的認證 8=檔案錯誤

       01  WS-RULE-STATUS PIC XX VALUE "00".
       01  WS-CERT-STATUS PIC XX VALUE "00".
       01  WS-PM-STATUS PIC XX VALUE "00".

       01  WS-RULE-EOF-SW PIC X VALUE "N".
           88 WS-RULE-EOF VALUE "Y".
       01  WS-CERT-EOF-SW PIC X VALUE "N".
           88 WS-CERT-EOF VALUE "Y".
       01  WS-PM-EOF-SW PIC X VALUE "N".
           88 WS-PM-EOF VALUE "Y".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 挑選條件 ---
       01  WS-SEL-PLAYER PIC X(10) VALUE SPACES.

      * --- 等級表 (依規則檔出現順序) ---
       01  WS-LV-COUNT PIC 99 VALUE 0.
       01  WS-LV-IX PIC 99 VALUE 0.
       01  LEVEL-TABLE.
           05 LV-CODE PIC X(6) OCCURS 20 TIMES.

      * --- 條件說明表 ---
       01  WS-RQ-COUNT PIC 99 VALUE 0.
       01  WS-RQ-IX PIC 99 VALUE 0.
       01  RULE-TABLE.
           05 RQ-RP OCCURS 50 TIMES.
               10 RQ-LEVEL    PIC X(6).
               10 RQ-SEQ      PIC XX.
               10 RQ-COUNT    PIC XX.
               10 RQ-DESC     PIC X(30).

      * --- 認證表 ---
       01  WS-CT-COUNT PIC 9(4) VALUE 0.
       01  WS-CT-IX PIC 9(4) VALUE 0.
       01  CERT-TABLE.
           05 CT-RP OCCURS 2000 TIMES.
               10 CT-REC      PIC X(601).
               10 CT-DONE-SW  PIC X.
       01  WS-CT-FULL-SW PIC X VALUE "N".
           88 WS-CT-FULL VALUE "Y".

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

       01  WS-Q-IX PIC 99 VALUE 0.
       01  WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01  WS-STAT-DESC PIC X(6) VALUE SPACES.
       01  WS-PL-HELD PIC 99 VALUE 0.
       01  WS-ORPHAN-SW PIC X VALUE "N".

      * --- 控制合計 ---
       01  WS-PL-COUNT    PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT  PIC 9(5) VALUE 0.
       01  WS-CHECK-COUNT PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "學員認證狀況報表".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           DISPLAY "請輸入玩家代號 (空白=全部):"
           ACCEPT WS-SEL-PLAYER.

           PERFORM 100-LOAD-RULES THRU 100-EXIT.
           PERFORM 200-LOAD-CERTS THRU 200-EXIT.

           OPEN INPUT PLAYER-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "玩家主檔無法開啟: " WS-PM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "列印日: " WS-CURR-DATE.
           IF WS-SEL-PLAYER NOT = SPACES
               MOVE WS-SEL-PLAYER TO PM-ID
               READ PLAYER-MASTER
               IF WS-PM-STATUS = "00"
                   PERFORM 400-PRINT-PLAYER THRU 400-EXIT
               ELSE
                   DISPLAY ">>> 查無此玩家: " WS-SEL-PLAYER
               END-IF
           ELSE
               MOVE LOW-VALUES TO PM-ID
               START PLAYER-MASTER KEY NOT < PM-ID
               IF WS-PM-STATUS NOT = "00"
                   MOVE "Y" TO WS-PM-EOF-SW
               END-IF
               PERFORM 300-PLAYER-NEXT THRU 300-EXIT
                   UNTIL WS-PM-EOF
               PERFORM 600-LIST-ORPHANS THRU 600-EXIT
           END-IF.

           CLOSE PLAYER-MASTER.

           DISPLAY "=============================================".
           DISPLAY "列印玩家數: " WS-PL-COUNT.
           DISPLAY "已取得等級: " WS-HELD-COUNT.
           DISPLAY "待查核認證: " WS-CHECK-COUNT.
           IF WS-SEL-PLAYER = SPACES
               DISPLAY "主檔無此玩家: " WS-ORPHAN-COUNT
           END-IF.
           IF WS-CHECK-COUNT > 0 OR WS-CT-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "認證報表列印完成。".
           STOP RUN.

      * --- 讀規則檔: 等級順序與條件說明 ---
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

       110-RULE-NEXT.
           READ RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-EOF-SW
               GO TO 110-EXIT
           END-IF.

           IF CR-RECORD = SPACES OR CR-LEVEL(1:1) = "*"
              OR CR-LEVEL = SPACES
               GO TO 110-EXIT
           END-IF

           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > WS-LV-COUNT OR WS-FOUND
               IF LV-CODE(WS-LV-IX) = CR-LEVEL
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-LV-COUNT < 20
               ADD 1 TO WS-LV-COUNT
               MOVE CR-LEVEL TO LV-CODE(WS-LV-COUNT)
           END-IF

           IF WS-RQ-COUNT < 50
               ADD 1 TO WS-RQ-COUNT
               MOVE CR-LEVEL TO RQ-LEVEL(WS-RQ-COUNT)
               MOVE CR-RECORD(8:2)  TO RQ-SEQ(WS-RQ-COUNT)
               MOVE CR-RECORD(47:2) TO RQ-COUNT(WS-RQ-COUNT)
               MOVE CR-DESC TO RQ-DESC(WS-RQ-COUNT)
           END-IF.
       110-EXIT.
           EXIT.

      * --- 讀認證檔入表 ---
       200-LOAD-CERTS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "找不到認證檔 CERTFILE。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 210-CERT-NEXT THRU 210-EXIT
               UNTIL WS-CERT-EOF

           CLOSE CERT-FILE.
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
               DISPLAY "!!! 認證表已滿，之後的不列印 !!!"
               MOVE "Y" TO WS-CT-FULL-SW
               MOVE "Y" TO WS-CERT-EOF-SW
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE CF-RECORD TO CT-REC(WS-CT-COUNT)
           MOVE "N" TO CT-DONE-SW(WS-CT-COUNT).
       210-EXIT.
           EXIT.

      * --- 依代號順序逐一列印 ---
       300-PLAYER-NEXT.
           READ PLAYER-MASTER NEXT
           IF WS-PM-STATUS NOT = "00"
               MOVE "Y" TO WS-PM-EOF-SW
               GO TO 300-EXIT
           END-IF.

           PERFORM 400-PRINT-PLAYER THRU 400-EXIT.
       300-EXIT.
           EXIT.

      * --- 一位玩家的認證狀況 ---
       400-PRINT-PLAYER.
           ADD 1 TO WS-PL-COUNT
           MOVE 0 TO WS-PL-HELD
           EVALUATE PM-STATUS
               WHEN "A"
                   MOVE "有效" TO WS-STAT-DESC
               WHEN "D"
                   MOVE "停用" TO WS-STAT-DESC
               WHEN OTHER
                   MOVE PM-STATUS TO WS-STAT-DESC
           END-EVALUATE

           DISPLAY "============================================="
           DISPLAY "玩家: " PM-ID " " PM-NAME " (" WS-STAT-DESC ")"
           DISPLAY "---------------------------------------------"

           PERFORM 410-PRINT-LEVEL THRU 410-EXIT
               VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX > WS-LV-COUNT

      *    規則檔已刪除的等級仍照列
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               IF CT-REC(WS-CT-IX)(1:10) = PM-ID
                  AND CT-DONE-SW(WS-CT-IX) = "N"
                   MOVE CT-REC(WS-CT-IX) TO WS-CF-WORK
                   MOVE "Y" TO CT-DONE-SW(WS-CT-IX)
                   PERFORM 420-PRINT-GRANT THRU 420-EXIT
                   DISPLAY "    (此等級規則已刪除)"
               END-IF
           END-PERFORM

           DISPLAY "---------------------------------------------"
           DISPLAY "已取得等級數: " WS-PL-HELD
               " / 規則等級數: " WS-LV-COUNT.
       400-EXIT.
           EXIT.

      * --- 一個等級: 已取得或未取得，加條件說明 ---
       410-PRINT-LEVEL.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT OR WS-FOUND
               IF CT-REC(WS-CT-IX)(1:10) = PM-ID
                  AND CT-REC(WS-CT-IX)(12:6) = LV-CODE(WS-LV-IX)
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE CT-REC(WS-CT-IX) TO WS-CF-WORK
                   MOVE "Y" TO CT-DONE-SW(WS-CT-IX)
               END-IF
           END-PERFORM

           IF WS-FOUND
               PERFORM 420-PRINT-GRANT THRU 420-EXIT
           ELSE
               DISPLAY "[未取得] " LV-CODE(WS-LV-IX)
           END-IF

           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-RQ-COUNT
               IF RQ-LEVEL(WS-RQ-IX) = LV-CODE(WS-LV-IX)
                   DISPLAY "    條件 " RQ-SEQ(WS-RQ-IX) ": "
                       RQ-DESC(WS-RQ-IX) " (局數 "
                       RQ-COUNT(WS-RQ-IX) ")"
               END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

      * --- 已取得的等級與引證對局 (WS-CF-WORK) ---
       420-PRINT-GRANT.
           ADD 1 TO WS-PL-HELD
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "[已取得] " WS-CF-LEVEL
               "  取得日 " WS-CF-EARN-DATE
               "  評定日 " WS-CF-GRANT-DATE
           IF WS-CF-VERIFY-SW = "N"
               DISPLAY "    !!! 引證對局已不在歷史，"
                   "請查核 !!!"
               ADD 1 TO WS-CHECK-COUNT
           END-IF

           IF WS-CF-GAME-COUNT NOT NUMERIC
               MOVE 0 TO WS-CF-GAME-COUNT
           END-IF
           IF WS-CF-GAME-COUNT > 20
               MOVE 20 TO WS-CF-GAME-COUNT
           END-IF
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
                   UNTIL WS-Q-IX > WS-CF-GAME-COUNT
               DISPLAY "    引證 條件 " WS-CF-Q-SEQ(WS-Q-IX) ": "
                   WS-CF-Q-GAME-ID(WS-Q-IX)
           END-PERFORM.
       420-EXIT.
           EXIT.

      * --- 主檔已無此玩家的認證 ---
       600-LIST-ORPHANS.
           MOVE "N" TO WS-ORPHAN-SW
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               IF CT-DONE-SW(WS-CT-IX) = "N"
                   IF WS-ORPHAN-SW = "N"
                       DISPLAY "===================================="
                           "========="
                       DISPLAY "主檔已無此玩家的認證:"
                       MOVE "Y" TO WS-ORPHAN-SW
                   END-IF
                   MOVE CT-REC(WS-CT-IX) TO WS-CF-WORK
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "玩家: " WS-CF-PLAYER
                   PERFORM 420-PRINT-GRANT THRU 420-EXIT
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       END PROGRAM CERTRPT.
