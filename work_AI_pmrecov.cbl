       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PM-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "PLAYBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
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
       01  PM-RECORD.
           05 PM-ID          PIC X(10).
           05 PM-NAME        PIC X(10).
           05 PM-STATUS      PIC X.
           05 PM-DFLT-SIZE   PIC 99.
           05 PM-REG-DATE    PIC 9(8).
           05 PM-RATING      PIC 9(5).
           05 PM-RATED-DATE  PIC 9(8).
       FD  BACKUP-FILE.
       01  BK-RECORD.
           05 BK-TYPE        PIC X.
           05 FILLER         PIC X.
           05 BK-IMAGE       PIC X(44).
       01  BK-CTL-RECORD.
           05 BK-CTL-TYPE    PIC X.
           05 FILLER         PIC X.
           05 BK-CTL-DATE    PIC 9(8).
           05 FILLER         PIC X.
           05 BK-CTL-TIME    PIC 9(8).
           05 FILLER         PIC X.
           05 BK-CTL-COUNT   PIC 9(7).
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

      * 玩家主檔備份與前滾回復
      * 1 = 備份: 整檔卸到 PLAYBKUP
      *     首筆 H (備份日期/時刻)、每位一筆 D、末筆 T (筆數)
      *     備份時刻即為回復起點，請在無人異動主檔時執行
      * 2 = 回復: 以 PLAYBKUP 重建 PLAYMAST，再依序套用
      *     PMJOURNL 中 備份時刻 < 日誌時刻 <= 回復點 的異動
      *     A 以後影像新增; U/D/R 以後影像改寫
      *     現行紀錄與日誌前影像不符者列為衝突 (仍套用後影像)
      * 回復本身不再寫日誌
      * 結束碼: 0=正常 4=有衝突/略過 8=檔案問題或控制不平衡
      * 須先以操作員簽入，角色 A 才可執行 (否則結束碼 8)

       01  WS-PM-STATUS PIC XX VALUE "00".
       01  WS-BK-STATUS PIC XX VALUE "00".
       01  WS-JRN-STATUS PIC XX VALUE "00".

       01  WS-PM-EOF-SW PIC X VALUE "N".
           88 WS-PM-EOF VALUE "Y".
       01  WS-BK-EOF-SW PIC X VALUE "N".
           88 WS-BK-EOF VALUE "Y".
       01  WS-JRN-EOF-SW PIC X VALUE "N".
           88 WS-JRN-EOF VALUE "Y".
       01  WS-TRAILER-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".

       01  WS-FUNCTION PIC X VALUE SPACE.
       01  WS-CONFIRM PIC X VALUE "N".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).

      * --- 回復起點 (備份時刻) 與回復點 ---
       01  WS-BK-DATE   PIC 9(8) VALUE 0.
       01  WS-BK-TIME   PIC 9(8) VALUE 0.
       01  WS-PIT-DATE  PIC 9(8) VALUE 0.
       01  WS-PIT-TIME  PIC 9(8) VALUE 0.

      * --- 控制合計 ---
       01  WS-BK-WRITTEN  PIC 9(7) VALUE 0.
       01  WS-BK-WR-ERR   PIC 9(7) VALUE 0.
       01  WS-BK-COUNTED  PIC 9(7) VALUE 0.
       01  WS-BK-LOADED   PIC 9(7) VALUE 0.
       01  WS-JRN-READ    PIC 9(7) VALUE 0.
       01  WS-JRN-BEFORE  PIC 9(7) VALUE 0.
       01  WS-JRN-AFTER   PIC 9(7) VALUE 0.
       01  WS-JRN-APPLIED PIC 9(7) VALUE 0.
       01  WS-CONFLICT    PIC 9(7) VALUE 0.
       01  WS-FAILED      PIC 9(7) VALUE 0.

      * --- 操作員簽入 (OPERSEC) 與安全日誌 (SECLOG) ---
      * 角色: A=系統管理 M=主檔維護 B=批次作業 I=查詢
      * 狀態: A=有效 L=鎖定 D=停用; 連續失敗 3 次即鎖定
      * 每次簽入 (成功或失敗) 與越權動作都記入安全日誌
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-PROGRAM PIC X(8) VALUE "PMRECOV".
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
           DISPLAY "玩家主檔備份與回復".
           DISPLAY "=============================================".

           PERFORM 920-SIGN-ON THRU 920-EXIT.

           DISPLAY "1 = 備份主檔到 PLAYBKUP".
           DISPLAY "2 = 由備份加日誌回復主檔".
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN "1"
                   MOVE "主檔備份" TO WS-SEC-DETAIL
               WHEN "2"
                   MOVE "主檔回復" TO WS-SEC-DETAIL
               WHEN OTHER
                   DISPLAY ">>> 無效的選項，未執行"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "A" TO WS-SEC-NEED-ROLES.
           PERFORM 925-CHECK-ROLE THRU 925-EXIT.
           IF NOT WS-SEC-ALLOWED
               DISPLAY "!!! 未經授權，作業中止 !!!"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE WS-FUNCTION
               WHEN "1"
                   PERFORM 100-BACKUP THRU 100-EXIT
               WHEN "2"
                   PERFORM 200-RECOVER THRU 200-EXIT
           END-EVALUATE.
           STOP RUN.

      * --- 備份: 主檔依鍵值順序卸出 ---
       100-BACKUP.
      *    備份時刻取卸檔當下，簽入與選單期間的異動已在備份內
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "玩家主檔無法開啟: " WS-PM-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           OPEN OUTPUT BACKUP-FILE
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "備份檔無法建立: " WS-BK-STATUS
               CLOSE PLAYER-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           MOVE SPACES TO BK-CTL-RECORD
           MOVE "H" TO BK-CTL-TYPE
           MOVE WS-CURR-DATE TO BK-CTL-DATE
           MOVE WS-CURR-TIME TO BK-CTL-TIME
           MOVE 0 TO BK-CTL-COUNT
           WRITE BK-CTL-RECORD
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "!!! 備份標頭寫入失敗: "
                   WS-BK-STATUS " !!!"
               ADD 1 TO WS-BK-WR-ERR
               MOVE "Y" TO WS-PM-EOF-SW
           END-IF

           PERFORM 110-BACKUP-NEXT THRU 110-EXIT
               UNTIL WS-PM-EOF

           IF WS-BK-WR-ERR = 0
               MOVE SPACES TO BK-CTL-RECORD
               MOVE "T" TO BK-CTL-TYPE
               MOVE WS-CURR-DATE TO BK-CTL-DATE
               MOVE WS-CURR-TIME TO BK-CTL-TIME
               MOVE WS-BK-WRITTEN TO BK-CTL-COUNT
               WRITE BK-CTL-RECORD
               IF WS-BK-STATUS NOT = "00"
                   DISPLAY "!!! 備份末筆寫入失敗: "
                       WS-BK-STATUS " !!!"
                   ADD 1 TO WS-BK-WR-ERR
               END-IF
           END-IF

           CLOSE BACKUP-FILE
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "!!! 備份檔關檔失敗: " WS-BK-STATUS " !!!"
               ADD 1 TO WS-BK-WR-ERR
           END-IF
           CLOSE PLAYER-MASTER

      *    寫入有誤的備份不可當作回復起點
           IF WS-BK-WR-ERR > 0
               DISPLAY "!!! 備份未完成 (已寫 " WS-BK-WRITTEN
                   " 筆)，PLAYBKUP 不可使用 !!!"
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           DISPLAY "---------------------------------------------".
           DISPLAY "備份時刻: " WS-CURR-DATE " " WS-CURR-TIME.
           DISPLAY "備份筆數: " WS-BK-WRITTEN.
           DISPLAY "備份完成。".
       100-EXIT.
           EXIT.

       110-BACKUP-NEXT.
           READ PLAYER-MASTER NEXT RECORD
           IF WS-PM-STATUS NOT = "00"
               MOVE "Y" TO WS-PM-EOF-SW
               GO TO 110-EXIT
           END-IF.

           MOVE SPACES TO BK-RECORD
           MOVE "D" TO BK-TYPE
           MOVE PM-RECORD TO BK-IMAGE
           WRITE BK-RECORD
           IF WS-BK-STATUS = "00"
               ADD 1 TO WS-BK-WRITTEN
           ELSE
               DISPLAY "!!! 備份寫入失敗: " PM-ID " " WS-BK-STATUS
               ADD 1 TO WS-BK-WR-ERR
               MOVE "Y" TO WS-PM-EOF-SW
           END-IF.
       110-EXIT.
           EXIT.

      * --- 回復: 重建主檔後前滾日誌 ---
       200-RECOVER.
           OPEN INPUT BACKUP-FILE
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "找不到備份檔 PLAYBKUP。"
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF

           READ BACKUP-FILE
           IF WS-BK-STATUS NOT = "00" OR BK-CTL-TYPE NOT = "H"
              OR BK-CTL-DATE NOT NUMERIC
              OR BK-CTL-TIME NOT NUMERIC
               DISPLAY "!!! 備份檔首筆不是備份標頭 !!!"
               CLOSE BACKUP-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF
           MOVE BK-CTL-DATE TO WS-BK-DATE
           MOVE BK-CTL-TIME TO WS-BK-TIME
           DISPLAY "備份時刻: " WS-BK-DATE " " WS-BK-TIME

           DISPLAY "請輸入回復點日期 "
               "(YYYYMMDD, 0=日誌全部):"
           ACCEPT WS-PIT-DATE
           IF WS-PIT-DATE = 0
               MOVE 99999999 TO WS-PIT-DATE
               MOVE 99999999 TO WS-PIT-TIME
           ELSE
               DISPLAY "請輸入回復點時刻 "
                   "(HHMMSSss, 0=當日結束):"
               ACCEPT WS-PIT-TIME
               IF WS-PIT-TIME = 0
                   MOVE 99999999 TO WS-PIT-TIME
               END-IF
           END-IF

           IF WS-PIT-DATE < WS-BK-DATE
              OR (WS-PIT-DATE = WS-BK-DATE
                  AND WS-PIT-TIME < WS-BK-TIME)
               DISPLAY "!!! 回復點早於備份時刻，"
                   "無法回復 !!!"
               CLOSE BACKUP-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF

      *    先讀過整個備份核對末筆筆數，平衡才重建主檔
           PERFORM 205-COUNT-NEXT THRU 205-EXIT
               UNTIL WS-BK-EOF
           CLOSE BACKUP-FILE
           IF NOT WS-TRAILER-SEEN
              OR BK-CTL-COUNT NOT = WS-BK-COUNTED
               DISPLAY "!!! 備份檔筆數不平衡 (明細 "
                   WS-BK-COUNTED ")，主檔未異動 !!!"
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF
           DISPLAY "備份明細筆數: " WS-BK-COUNTED
               " (與末筆相符)"

           MOVE "N" TO WS-BK-EOF-SW
           MOVE "N" TO WS-TRAILER-SW
           OPEN INPUT BACKUP-FILE
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "找不到備份檔 PLAYBKUP。"
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF
           READ BACKUP-FILE

           DISPLAY "現行 PLAYMAST 將被覆蓋，確定執行? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY ">>> 已取消，主檔未異動"
               CLOSE BACKUP-FILE
               GO TO 200-EXIT
           END-IF

           OPEN OUTPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "玩家主檔無法建立: " WS-PM-STATUS
               CLOSE BACKUP-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF

           PERFORM 210-LOAD-NEXT THRU 210-EXIT
               UNTIL WS-BK-EOF
           CLOSE BACKUP-FILE
           CLOSE PLAYER-MASTER

      *    備份末筆筆數須等於載入筆數，否則不前滾
           IF NOT WS-TRAILER-SEEN
              OR BK-CTL-COUNT NOT = WS-BK-LOADED
               DISPLAY "!!! 備份檔筆數不平衡 (載入 "
                   WS-BK-LOADED ")，請勿使用此主檔 !!!"
               MOVE 8 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF

           OPEN I-O PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "玩家主檔無法開啟: " WS-PM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY ">>> 找不到異動日誌，"
                   "僅還原到備份時刻"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 300-APPLY-NEXT THRU 300-EXIT
                   UNTIL WS-JRN-EOF
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE PLAYER-MASTER

           DISPLAY "---------------------------------------------".
           DISPLAY "備份載入: " WS-BK-LOADED.
           DISPLAY "日誌讀取: " WS-JRN-READ.
           DISPLAY "  備份前略過: " WS-JRN-BEFORE.
           DISPLAY "  回復點後略過: " WS-JRN-AFTER.
           DISPLAY "  套用: " WS-JRN-APPLIED.
           DISPLAY "  前影像衝突: " WS-CONFLICT.
           DISPLAY "  套用失敗: " WS-FAILED.

           IF WS-CONFLICT > 0 OR WS-FAILED > 0
               DISPLAY ">>> 有衝突或失敗，"
                   "請以日誌列印核對"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "回復完成。".
       200-EXIT.
           EXIT.

      * --- 核對一筆備份 (只計明細筆數) ---
       205-COUNT-NEXT.
           READ BACKUP-FILE
           IF WS-BK-STATUS NOT = "00"
               MOVE "Y" TO WS-BK-EOF-SW
               GO TO 205-EXIT
           END-IF.

           IF BK-CTL-TYPE = "T"
               MOVE "Y" TO WS-TRAILER-SW
               MOVE "Y" TO WS-BK-EOF-SW
               GO TO 205-EXIT
           END-IF

           IF BK-TYPE = "D"
               ADD 1 TO WS-BK-COUNTED
           END-IF.
       205-EXIT.
           EXIT.

      * --- 載入一筆備份 ---
       210-LOAD-NEXT.
           READ BACKUP-FILE
           IF WS-BK-STATUS NOT = "00"
               MOVE "Y" TO WS-BK-EOF-SW
               GO TO 210-EXIT
           END-IF.

           IF BK-CTL-TYPE = "T"
               MOVE "Y" TO WS-TRAILER-SW
               MOVE "Y" TO WS-BK-EOF-SW
               GO TO 210-EXIT
           END-IF

           IF BK-TYPE NOT = "D"
               GO TO 210-EXIT
           END-IF

           MOVE BK-IMAGE TO PM-RECORD
           WRITE PM-RECORD
           IF WS-PM-STATUS = "00"
               ADD 1 TO WS-BK-LOADED
           ELSE
               DISPLAY "!!! 備份載入失敗: " PM-ID " " WS-PM-STATUS
           END-IF.
       210-EXIT.
           EXIT.

      * --- 讀一筆日誌，落在回復窗內者套用 ---
       300-APPLY-NEXT.
           READ JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               MOVE "Y" TO WS-JRN-EOF-SW
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-JRN-READ

      *    備份時刻以前的異動已在備份內
           IF JRN-DATE < WS-BK-DATE
              OR (JRN-DATE = WS-BK-DATE AND JRN-TIME <= WS-BK-TIME)
               ADD 1 TO WS-JRN-BEFORE
               GO TO 300-EXIT
           END-IF
           IF JRN-DATE > WS-PIT-DATE
              OR (JRN-DATE = WS-PIT-DATE AND JRN-TIME > WS-PIT-TIME)
               ADD 1 TO WS-JRN-AFTER
               GO TO 300-EXIT
           END-IF

           IF JRN-TYPE = "A"
               PERFORM 310-APPLY-ADD THRU 310-EXIT
           ELSE
               PERFORM 320-APPLY-CHANGE THRU 320-EXIT
           END-IF.
       300-EXIT.
           EXIT.

      * --- 新增: 寫入後影像 (已存在則以後影像改寫) ---
       310-APPLY-ADD.
           MOVE JRN-AFTER TO PM-RECORD
           WRITE PM-RECORD
           IF WS-PM-STATUS = "22"
               DISPLAY ">>> 衝突: 新增時已存在 " JRN-ID
                   " (" JRN-DATE " " JRN-TIME ")"
               ADD 1 TO WS-CONFLICT
               MOVE JRN-AFTER TO PM-RECORD
               REWRITE PM-RECORD
           END-IF
           IF WS-PM-STATUS = "00"
               ADD 1 TO WS-JRN-APPLIED
           ELSE
               DISPLAY "!!! 套用失敗: " JRN-ID " " WS-PM-STATUS
               ADD 1 TO WS-FAILED
           END-IF.
       310-EXIT.
           EXIT.

      * --- 修改/停用/評分: 核對前影像後改寫為後影像 ---
       320-APPLY-CHANGE.
           MOVE JRN-ID TO PM-ID
           READ PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00"
               DISPLAY ">>> 衝突: 改寫時查無 " JRN-ID
                   " (" JRN-DATE " " JRN-TIME ")"
               ADD 1 TO WS-CONFLICT
               MOVE JRN-AFTER TO PM-RECORD
               WRITE PM-RECORD
           ELSE
               IF PM-RECORD NOT = JRN-BEFORE
                   DISPLAY ">>> 衝突: 前影像不符 " JRN-ID
                       " (" JRN-DATE " " JRN-TIME ")"
                   ADD 1 TO WS-CONFLICT
               END-IF
               MOVE JRN-AFTER TO PM-RECORD
               REWRITE PM-RECORD
           END-IF
           IF WS-PM-STATUS = "00"
               ADD 1 TO WS-JRN-APPLIED
           ELSE
               DISPLAY "!!! 套用失敗: " JRN-ID " " WS-PM-STATUS
               ADD 1 TO WS-FAILED
           END-IF.
       320-EXIT.
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

       END PROGRAM PMRECOV.
