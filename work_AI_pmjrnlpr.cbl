       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMJRNLPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "PMJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.

      * 玩家主檔異動日誌列印: 依玩家與日期區間挑選 PMJOURNL
      * 每筆列出時刻、程式、異動別，改寫前後影像與異動欄位
      * 異動別: A=新增 U=修改 D=停用 R=評分回寫
      * 日誌由 PLAYERMT / PLAYERLD / RATING 寫入主檔成功後附加

       01  WS-JRN-STATUS PIC XX VALUE "00".

       01  WS-JRN-EOF-SW PIC X VALUE "N".
           88 WS-JRN-EOF VALUE "Y".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 挑選條件 ---
       01  WS-SEL-PLAYER PIC X(10) VALUE SPACES.
       01  WS-FROM-DATE  PIC 9(8) VALUE 0.
       01  WS-TO-DATE    PIC 9(8) VALUE 0.

      * --- 前後影像 (版面同 PM-RECORD) ---
       01  WS-BEF-IMG.
           05 WS-BEF-ID          PIC X(10).
           05 WS-BEF-NAME        PIC X(10).
           05 WS-BEF-STATUS      PIC X.
           05 WS-BEF-DFLT-SIZE   PIC 99.
           05 WS-BEF-REG-DATE    PIC 9(8).
           05 WS-BEF-RATING      PIC 9(5).
           05 WS-BEF-RATED-DATE  PIC 9(8).
       01  WS-AFT-IMG.
           05 WS-AFT-ID          PIC X(10).
           05 WS-AFT-NAME        PIC X(10).
           05 WS-AFT-STATUS      PIC X.
           05 WS-AFT-DFLT-SIZE   PIC 99.
           05 WS-AFT-REG-DATE    PIC 9(8).
           05 WS-AFT-RATING      PIC 9(5).
           05 WS-AFT-RATED-DATE  PIC 9(8).

       01  WS-TYPE-DESC PIC X(12) VALUE SPACES.
       01  WS-CHG-LIST  PIC X(60) VALUE SPACES.
       01  WS-CHG-PTR   PIC 99 VALUE 1.

      * --- 控制合計 ---
       01  WS-READ-COUNT  PIC 9(7) VALUE 0.
       01  WS-SEL-COUNT   PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT   PIC 9(7) VALUE 0.
       01  WS-UPD-COUNT   PIC 9(7) VALUE 0.
       01  WS-DEACT-COUNT PIC 9(7) VALUE 0.
       01  WS-RATE-COUNT  PIC 9(7) VALUE 0.
       01  WS-OTHER-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * INIT
           DISPLAY "=============================================".
           DISPLAY "玩家主檔異動日誌列印".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           DISPLAY "請輸入玩家代號 (空白=全部):"
           ACCEPT WS-SEL-PLAYER.
           DISPLAY "請輸入起始日期 (YYYYMMDD, 0=不限):"
           ACCEPT WS-FROM-DATE.
           DISPLAY "請輸入截止日期 (YYYYMMDD, 0=今日):"
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-CURR-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY ">>> 起始日晚於截止日，無資料可列"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "找不到異動日誌 PMJOURNL。"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "區間: " WS-FROM-DATE " ~ " WS-TO-DATE.
           IF WS-SEL-PLAYER NOT = SPACES
               DISPLAY "玩家: " WS-SEL-PLAYER
           END-IF.
           DISPLAY "---------------------------------------------".
           DISPLAY "日期     時刻     程式     "
               "異動別       代號".
           DISPLAY "---------------------------------------------".

           PERFORM 100-PRINT-NEXT THRU 100-EXIT
               UNTIL WS-JRN-EOF.

           CLOSE JOURNAL-FILE.

           DISPLAY "---------------------------------------------".
           DISPLAY "讀取筆數: " WS-READ-COUNT.
           DISPLAY "列印筆數: " WS-SEL-COUNT
               " (新增 " WS-ADD-COUNT
               " 修改 " WS-UPD-COUNT
               " 停用 " WS-DEACT-COUNT
               " 評分 " WS-RATE-COUNT ")".
           IF WS-OTHER-COUNT > 0
               DISPLAY ">>> 異動別不明: " WS-OTHER-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "日誌列印完成。".
           STOP RUN.

      * --- 讀一筆日誌，符合條件者列印 ---
       100-PRINT-NEXT.
           READ JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               MOVE "Y" TO WS-JRN-EOF-SW
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT

           IF WS-SEL-PLAYER NOT = SPACES
              AND JRN-ID NOT = WS-SEL-PLAYER
               GO TO 100-EXIT
           END-IF
           IF JRN-DATE NOT NUMERIC
               GO TO 100-EXIT
           END-IF
           IF JRN-DATE < WS-FROM-DATE OR JRN-DATE > WS-TO-DATE
               GO TO 100-EXIT
           END-IF

           ADD 1 TO WS-SEL-COUNT
           EVALUATE JRN-TYPE
               WHEN "A"
                   MOVE "A 新增" TO WS-TYPE-DESC
                   ADD 1 TO WS-ADD-COUNT
               WHEN "U"
                   MOVE "U 修改" TO WS-TYPE-DESC
                   ADD 1 TO WS-UPD-COUNT
               WHEN "D"
                   MOVE "D 停用" TO WS-TYPE-DESC
                   ADD 1 TO WS-DEACT-COUNT
               WHEN "R"
                   MOVE "R 評分" TO WS-TYPE-DESC
                   ADD 1 TO WS-RATE-COUNT
               WHEN OTHER
                   MOVE JRN-TYPE TO WS-TYPE-DESC
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE

           DISPLAY JRN-DATE " " JRN-TIME " " JRN-PROGRAM " "
               WS-TYPE-DESC " " JRN-ID

           MOVE JRN-BEFORE TO WS-BEF-IMG
           MOVE JRN-AFTER  TO WS-AFT-IMG

           IF JRN-BEFORE = SPACES
               DISPLAY "    前: (無，新增)"
           ELSE
               DISPLAY "    前: " WS-BEF-NAME " 狀態 " WS-BEF-STATUS
                   " 棋盤 " WS-BEF-DFLT-SIZE
                   " 登錄 " WS-BEF-REG-DATE
                   " 評分 " WS-BEF-RATING
                   " 評分日 " WS-BEF-RATED-DATE
           END-IF
           DISPLAY "    後: " WS-AFT-NAME " 狀態 " WS-AFT-STATUS
               " 棋盤 " WS-AFT-DFLT-SIZE
               " 登錄 " WS-AFT-REG-DATE
               " 評分 " WS-AFT-RATING
               " 評分日 " WS-AFT-RATED-DATE

           IF JRN-BEFORE NOT = SPACES
               PERFORM 200-LIST-CHANGES THRU 200-EXIT
           END-IF.
       100-EXIT.
           EXIT.

      * --- 列出前後不同的欄位 ---
       200-LIST-CHANGES.
           MOVE SPACES TO WS-CHG-LIST
           MOVE 1 TO WS-CHG-PTR

           IF WS-BEF-NAME NOT = WS-AFT-NAME
               STRING "名稱 " DELIMITED BY SIZE
                   INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
           END-IF
           IF WS-BEF-STATUS NOT = WS-AFT-STATUS
               STRING "狀態 " DELIMITED BY SIZE
                   INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
           END-IF
           IF WS-BEF-DFLT-SIZE NOT = WS-AFT-DFLT-SIZE
               STRING "棋盤 " DELIMITED BY SIZE
                   INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
           END-IF
           IF WS-BEF-REG-DATE NOT = WS-AFT-REG-DATE
               STRING "登錄日 " DELIMITED BY SIZE
                   INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
           END-IF
           IF WS-BEF-RATING NOT = WS-AFT-RATING
               STRING "評分 " DELIMITED BY SIZE
                   INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
           END-IF
           IF WS-BEF-RATED-DATE NOT = WS-AFT-RATED-DATE
               STRING "評分日 " DELIMITED BY SIZE
                   INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
           END-IF

           IF WS-CHG-LIST = SPACES
               DISPLAY "    異動欄位: (無)"
           ELSE
               DISPLAY "    異動欄位: " WS-CHG-LIST
           END-IF.
       200-EXIT.
           EXIT.

       END PROGRAM PMJRNLPR.
