       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSPARMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SYSPARM-TEMP ASSIGN TO "SYSPTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-TMP-STATUS.
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
       FD  SYSPARM-TEMP.
       01  PRM-TEMP-RECORD       PIC X(71).
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

      * 系統參數檔維護: 查詢/列出/新增版本/刪除未生效版本
      * SYSPARM 一個生效日一筆，依生效日遞增排列
      * 各程式開跑時取 生效日 <= 當日 的最新一筆
      * 生效日須晚於今日: 已生效的版本 (含今日) 保留原值，
      * REPLAY/MOVEQUAL 依對局日期取當時版本重演悔棋
      * 同一生效日重新輸入即取代該版本
      * 參數 (括號內為可設範圍，受程式表格大小限制):
      *   地雷上限 (1~399)       棋盤大小下限/上限 (5~20)
      *   中斷存檔編號數 (1~9)   悔棋深度 (1~9)
      *   評分基準 (0~99999)     勝局每雷加分 (0~999)
      *   敗局/棄局/逾時/每次踩爆扣分 (0~999)
      *   統計/評分/歸檔玩家表格筆數 (1~5000)
      * 逾時扣分欄加在紀錄尾端，早期版本該欄空白時以內定值計
      * 新增/修改/刪除版本須簽入且角色為 A; 查詢列出不須簽入

       01  WS-PRM-STATUS PIC XX VALUE "00".
       01  WS-PRM-TMP-STATUS PIC XX VALUE "00".
       01  WS-PRM-TMP-NAME PIC X(7) VALUE "SYSPTMP".
       01  WS-PRM-LIVE-NAME PIC X(7) VALUE "SYSPARM".
       01  WS-PRM-EOF-SW PIC X VALUE "N".
           88 WS-PRM-EOF VALUE "Y".

      * --- 版本表 (生效日遞增) ---
       01  WS-PV-MAX PIC 99 VALUE 50.
       01  WS-PV-COUNT PIC 99 VALUE 0.
       01  PV-TABLE.
           05 PV-ENTRY OCCURS 50 TIMES.
              10 PV-RECORD       PIC X(71).
       01  WS-PV-IX PIC 99 VALUE 0.
       01  WS-PV-IX2 PIC 99 VALUE 0.
       01  WS-PV-HIT PIC 99 VALUE 0.
       01  WS-PV-INFORCE PIC 99 VALUE 0.
       01  WS-BAD-COUNT PIC 9(5) VALUE 0.

      * --- 編輯中的版本 (版面同 PRM-RECORD, 初值為內定值) ---
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
       01  WS-SYSPARM-DFLT PIC X(71) VALUE SPACES.

      * --- 顯示用 (版面同 PRM-RECORD) ---
       01  WS-SHOW-PARM.
           05 WS-SHW-EFF-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 WS-SHW-MINE-CAP    PIC 999.
           05 FILLER             PIC X.
           05 WS-SHW-SIZE-MIN    PIC 99.
           05 FILLER             PIC X.
           05 WS-SHW-SIZE-MAX    PIC 99.
           05 FILLER             PIC X.
           05 WS-SHW-SLOT-MAX    PIC 9.
           05 FILLER             PIC X.
           05 WS-SHW-UNDO-MAX    PIC 9.
           05 FILLER             PIC X.
           05 WS-SHW-RATE-BASE   PIC 9(5).
           05 FILLER             PIC X.
           05 WS-SHW-RATE-WIN    PIC 999.
           05 FILLER             PIC X.
           05 WS-SHW-RATE-LOSS   PIC 999.
           05 FILLER             PIC X.
           05 WS-SHW-RATE-ABND   PIC 999.
           05 FILLER             PIC X.
           05 WS-SHW-RATE-BLAST  PIC 999.
           05 FILLER             PIC X.
           05 WS-SHW-TABLE-MAX   PIC 9(4).
           05 FILLER             PIC X.
           05 WS-SHW-UPD-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 WS-SHW-UPD-TIME    PIC 9(8).
           05 FILLER             PIC X.
           05 WS-SHW-RATE-TMOUT  PIC 999.

      * --- 數值欄輸入 (空白=保留原值) ---
       01  WS-IN-TEXT PIC X(8) VALUE SPACES.
       01  WS-IN-LEN  PIC 99 VALUE 0.
       01  WS-IN-NUM  PIC 9(8) VALUE 0.
       01  WS-FLD-NAME PIC X(20) VALUE SPACES.
       01  WS-FLD-MIN PIC 9(8) VALUE 0.
       01  WS-FLD-MAX PIC 9(8) VALUE 0.
       01  WS-FLD-CUR PIC 9(8) VALUE 0.
       01  WS-FLD-MIN-D PIC ZZZZ9.
       01  WS-FLD-MAX-D PIC ZZZZ9.
       01  WS-FLD-CUR-D PIC ZZZZ9.
       01  WS-IN-OK-SW PIC X VALUE "N".
           88 WS-IN-OK VALUE "Y".

       01  WS-IN-DATE PIC 9(8) VALUE 0.
       01  WS-CONFIRM PIC X VALUE "N".
       01  WS-EDIT-ERR PIC 99 VALUE 0.

       01  WS-MENU-CHOICE PIC X VALUE "0".
       01  WS-DONE-SW PIC X VALUE "N".
           88 WS-DONE VALUE "Y".

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).
       01  WS-TOMORROW PIC 9(8) VALUE 0.

      * --- 操作員簽入 (OPERSEC) 與安全日誌 (SECLOG) ---
      * 角色: A=系統管理 M=主檔維護 B=批次作業 I=查詢
      * 狀態: A=有效 L=鎖定 D=停用; 連續失敗 3 次即鎖定
      * 每次簽入 (成功或失敗) 與越權動作都記入安全日誌
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-PROGRAM PIC X(8) VALUE "SYSPARMT".
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
           DISPLAY "系統參數檔維護 (SYSPARM)".
           DISPLAY "=============================================".

           PERFORM 920-SIGN-ON THRU 920-EXIT.
           IF NOT WS-SIGNED-ON
               DISPLAY ">>> 未簽入，僅可查詢參數"
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-SYSPARM TO WS-SYSPARM-DFLT.

           PERFORM 100-LOAD-VERSIONS THRU 100-EXIT.
           IF WS-BAD-COUNT > 0
               DISPLAY ">>> 參數檔內不合格紀錄 " WS-BAD-COUNT
                   " 筆，存檔時將剔除"
           END-IF.
           DISPLAY "參數版本: " WS-PV-COUNT " 個".

           PERFORM 200-MENU THRU 200-EXIT UNTIL WS-DONE.

           DISPLAY "維護作業結束。".
           STOP RUN.

      * --- 讀入全部版本 (依生效日插入排序) ---
       100-LOAD-VERSIONS.
           OPEN INPUT SYSPARM-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY ">>> 尚無系統參數檔，"
                   "各程式使用內定值"
               GO TO 100-EXIT
           END-IF

           PERFORM 110-LOAD-NEXT THRU 110-EXIT
               UNTIL WS-PRM-EOF

           CLOSE SYSPARM-FILE.
       100-EXIT.
           EXIT.

       110-LOAD-NEXT.
           READ SYSPARM-FILE
           IF WS-PRM-STATUS NOT = "00"
               MOVE "Y" TO WS-PRM-EOF-SW
               GO TO 110-EXIT
           END-IF.

           MOVE PRM-RECORD TO WS-SYSPARM
           IF PRM-RECORD(69:3) = SPACES
               MOVE WS-SYSPARM-DFLT(68:4) TO WS-SYSPARM(68:4)
           END-IF
           PERFORM 600-EDIT-VERSION THRU 600-EXIT
           IF WS-EDIT-ERR > 0 OR WS-PRM-EFF-DATE NOT NUMERIC
               DISPLAY ">>> 不合格紀錄: " PRM-RECORD(1:40)
               ADD 1 TO WS-BAD-COUNT
               GO TO 110-EXIT
           END-IF

           PERFORM 300-STORE-VERSION THRU 300-EXIT.
       110-EXIT.
           EXIT.

      * --- 主選單 ---
       200-MENU.
           DISPLAY "---------------".
           DISPLAY "1 = 查詢現行參數".
           DISPLAY "2 = 列出全部版本".
           DISPLAY "3 = 新增/修改版本".
           DISPLAY "4 = 刪除未生效版本".
           DISPLAY "0 = 結束".
           DISPLAY "---------------".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 210-SHOW-INFORCE THRU 210-EXIT
               WHEN "2"
                   PERFORM 220-LIST-VERSIONS THRU 220-EXIT
               WHEN "3"
                   PERFORM 400-ADD-VERSION THRU 400-EXIT
               WHEN "4"
                   PERFORM 500-DELETE-VERSION THRU 500-EXIT
               WHEN "0"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "無效的選項，請重試"
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * --- 查詢今日生效中的版本 ---
       210-SHOW-INFORCE.
           PERFORM 230-FIND-INFORCE THRU 230-EXIT
           IF WS-PV-INFORCE = 0
               DISPLAY "今日無生效版本，"
                   "各程式使用內定值:"
               MOVE WS-SYSPARM-DFLT TO WS-SHOW-PARM
           ELSE
               DISPLAY "今日生效版本:"
               MOVE PV-RECORD(WS-PV-INFORCE) TO WS-SHOW-PARM
           END-IF
           PERFORM 240-SHOW-DETAIL THRU 240-EXIT

           IF WS-PV-INFORCE < WS-PV-COUNT
               COMPUTE WS-PV-IX = WS-PV-INFORCE + 1
               MOVE PV-RECORD(WS-PV-IX) TO WS-SHOW-PARM
               DISPLAY ">>> 下一版本將於 "
                   WS-SHW-EFF-DATE " 生效"
           END-IF.
       210-EXIT.
           EXIT.

      * --- 列出全部版本 ---
       220-LIST-VERSIONS.
           IF WS-PV-COUNT = 0
               DISPLAY "無任何版本。"
               GO TO 220-EXIT
           END-IF
           PERFORM 230-FIND-INFORCE THRU 230-EXIT
           DISPLAY "生效日   地雷 棋盤  存檔 悔棋 "
               "基準  勝雷 敗  棄  逾  爆  表格 異動日"
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               MOVE PV-RECORD(WS-PV-IX) TO WS-SHOW-PARM
               DISPLAY WS-SHW-EFF-DATE " " WS-SHW-MINE-CAP "  "
                   WS-SHW-SIZE-MIN "-" WS-SHW-SIZE-MAX "  "
                   WS-SHW-SLOT-MAX "    " WS-SHW-UNDO-MAX "    "
                   WS-SHW-RATE-BASE " " WS-SHW-RATE-WIN "  "
                   WS-SHW-RATE-LOSS " " WS-SHW-RATE-ABND " "
                   WS-SHW-RATE-TMOUT " "
                   WS-SHW-RATE-BLAST " " WS-SHW-TABLE-MAX " "
                   WS-SHW-UPD-DATE
               IF WS-PV-IX = WS-PV-INFORCE
                   DISPLAY "         ^ 今日生效中"
               END-IF
           END-PERFORM.
       220-EXIT.
           EXIT.

      * --- 找今日生效版本 (生效日 <= 今日的最後一筆) ---
       230-FIND-INFORCE.
           MOVE 0 TO WS-PV-INFORCE
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               IF PV-RECORD(WS-PV-IX)(1:8) <= WS-CURR-DATE
                   MOVE WS-PV-IX TO WS-PV-INFORCE
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

      * --- 逐項列出一個版本 (WS-SHOW-PARM) ---
       240-SHOW-DETAIL.
           IF WS-SHW-EFF-DATE > 0
               DISPLAY "  生效日期: " WS-SHW-EFF-DATE
           END-IF.
           DISPLAY "  地雷上限: " WS-SHW-MINE-CAP.
           DISPLAY "  棋盤大小: " WS-SHW-SIZE-MIN " ~ "
               WS-SHW-SIZE-MAX.
           DISPLAY "  存檔編號: 1 ~ " WS-SHW-SLOT-MAX.
           DISPLAY "  悔棋深度: " WS-SHW-UNDO-MAX.
           DISPLAY "  評分基準: " WS-SHW-RATE-BASE
               "  勝局每雷 +" WS-SHW-RATE-WIN.
           DISPLAY "  敗局 -" WS-SHW-RATE-LOSS
               "  棄局 -" WS-SHW-RATE-ABND
               "  逾時 -" WS-SHW-RATE-TMOUT
               "  每次踩爆 -" WS-SHW-RATE-BLAST.
           DISPLAY "  玩家表格: " WS-SHW-TABLE-MAX " 筆".
           IF WS-SHW-UPD-DATE > 0
               DISPLAY "  異動時刻: " WS-SHW-UPD-DATE " "
                   WS-SHW-UPD-TIME
           END-IF.
       240-EXIT.
           EXIT.

      * --- 將 WS-SYSPARM 依生效日放入版本表 (同日取代) ---
       300-STORE-VERSION.
           MOVE 0 TO WS-PV-HIT
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               IF PV-RECORD(WS-PV-IX)(1:8) = WS-PRM-EFF-DATE
                   MOVE WS-PV-IX TO WS-PV-HIT
               END-IF
           END-PERFORM
           IF WS-PV-HIT > 0
               MOVE WS-SYSPARM TO PV-RECORD(WS-PV-HIT)
               GO TO 300-EXIT
           END-IF

           IF WS-PV-COUNT >= WS-PV-MAX
               DISPLAY "!!! 版本表已滿 (" WS-PV-MAX ") !!!"
               ADD 1 TO WS-BAD-COUNT
               GO TO 300-EXIT
           END-IF

      *    由後往前挪出位置，保持生效日遞增
           MOVE WS-PV-COUNT TO WS-PV-IX
           ADD 1 TO WS-PV-COUNT
           MOVE WS-PV-COUNT TO WS-PV-HIT
           PERFORM UNTIL WS-PV-IX = 0
               IF PV-RECORD(WS-PV-IX)(1:8) > WS-PRM-EFF-DATE
                   MOVE PV-RECORD(WS-PV-IX)
                     TO PV-RECORD(WS-PV-IX + 1)
                   MOVE WS-PV-IX TO WS-PV-HIT
                   SUBTRACT 1 FROM WS-PV-IX
               ELSE
                   MOVE 0 TO WS-PV-IX
               END-IF
           END-PERFORM
           MOVE WS-SYSPARM TO PV-RECORD(WS-PV-HIT).
       300-EXIT.
           EXIT.

      * --- 新增/修改版本: 以今日生效值為底逐項輸入 ---
       400-ADD-VERSION.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "新增參數版本" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 400-EXIT
           END-IF

           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) + 1)
           DISPLAY "請輸入生效日期 (YYYYMMDD, 0=明日):"
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               MOVE WS-TOMORROW TO WS-IN-DATE
           END-IF
           IF WS-IN-DATE NOT > WS-CURR-DATE
               DISPLAY ">>> 生效日須晚於今日，"
                   "已生效版本不可更改"
               GO TO 400-EXIT
           END-IF
           IF WS-IN-DATE > 20991231
               DISPLAY ">>> 生效日不合理"
               GO TO 400-EXIT
           END-IF

      *    同日已有版本就改那一版，否則以當日將生效的值為底
           MOVE 0 TO WS-PV-HIT
           MOVE 0 TO WS-PV-INFORCE
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               IF PV-RECORD(WS-PV-IX)(1:8) <= WS-IN-DATE
                   MOVE WS-PV-IX TO WS-PV-INFORCE
               END-IF
               IF PV-RECORD(WS-PV-IX)(1:8) = WS-IN-DATE
                   MOVE WS-PV-IX TO WS-PV-HIT
               END-IF
           END-PERFORM
           IF WS-PV-INFORCE = 0
               MOVE WS-SYSPARM-DFLT TO WS-SYSPARM
           ELSE
               MOVE PV-RECORD(WS-PV-INFORCE) TO WS-SYSPARM
           END-IF
           IF WS-PV-HIT > 0
               DISPLAY ">>> 此生效日已有版本，"
                   "將修改該版本"
           END-IF
           MOVE WS-IN-DATE TO WS-PRM-EFF-DATE

           DISPLAY "逐項輸入新值 (空白=保留目前值)"

           MOVE "地雷上限" TO WS-FLD-NAME
           MOVE 1 TO WS-FLD-MIN
           MOVE 399 TO WS-FLD-MAX
           MOVE WS-PRM-MINE-CAP TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-MINE-CAP

           MOVE "棋盤大小下限" TO WS-FLD-NAME
           MOVE 5 TO WS-FLD-MIN
           MOVE 20 TO WS-FLD-MAX
           MOVE WS-PRM-SIZE-MIN TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-SIZE-MIN

           MOVE "棋盤大小上限" TO WS-FLD-NAME
           MOVE 5 TO WS-FLD-MIN
           MOVE 20 TO WS-FLD-MAX
           MOVE WS-PRM-SIZE-MAX TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-SIZE-MAX

           MOVE "存檔編號數" TO WS-FLD-NAME
           MOVE 1 TO WS-FLD-MIN
           MOVE 9 TO WS-FLD-MAX
           MOVE WS-PRM-SLOT-MAX TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-SLOT-MAX

           MOVE "悔棋深度" TO WS-FLD-NAME
           MOVE 1 TO WS-FLD-MIN
           MOVE 9 TO WS-FLD-MAX
           MOVE WS-PRM-UNDO-MAX TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-UNDO-MAX

           MOVE "評分基準" TO WS-FLD-NAME
           MOVE 0 TO WS-FLD-MIN
           MOVE 99999 TO WS-FLD-MAX
           MOVE WS-PRM-RATE-BASE TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-RATE-BASE

           MOVE "勝局每雷加分" TO WS-FLD-NAME
           MOVE 0 TO WS-FLD-MIN
           MOVE 999 TO WS-FLD-MAX
           MOVE WS-PRM-RATE-WIN TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-RATE-WIN

           MOVE "敗局扣分" TO WS-FLD-NAME
           MOVE WS-PRM-RATE-LOSS TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-RATE-LOSS

           MOVE "棄局扣分" TO WS-FLD-NAME
           MOVE WS-PRM-RATE-ABND TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-RATE-ABND

           MOVE "逾時扣分" TO WS-FLD-NAME
           MOVE WS-PRM-RATE-TMOUT TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-RATE-TMOUT

           MOVE "每次踩爆扣分" TO WS-FLD-NAME
           MOVE WS-PRM-RATE-BLAST TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-RATE-BLAST

           MOVE "玩家表格筆數" TO WS-FLD-NAME
           MOVE 1 TO WS-FLD-MIN
           MOVE 5000 TO WS-FLD-MAX
           MOVE WS-PRM-TABLE-MAX TO WS-FLD-CUR
           PERFORM 700-ACCEPT-NUMBER THRU 700-EXIT
           MOVE WS-FLD-CUR TO WS-PRM-TABLE-MAX

      *    整筆交叉檢核，不過就整筆不存
           PERFORM 600-EDIT-VERSION THRU 600-EXIT
           IF WS-EDIT-ERR > 0
               DISPLAY "!!! 檢核錯誤 " WS-EDIT-ERR
                   " 項，本版本未存檔 !!!"
               GO TO 400-EXIT
           END-IF

           MOVE WS-SYSPARM TO WS-SHOW-PARM
           PERFORM 240-SHOW-DETAIL THRU 240-EXIT
           DISPLAY "確定存檔? (Y/N):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY ">>> 已取消，未存檔"
               GO TO 400-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURR-DATE TO WS-PRM-UPD-DATE
           MOVE WS-CURR-TIME TO WS-PRM-UPD-TIME
           PERFORM 300-STORE-VERSION THRU 300-EXIT
           PERFORM 800-SAVE-VERSIONS THRU 800-EXIT
           IF WS-PRM-TMP-STATUS = "00"
               DISPLAY ">>> 已存檔，生效日 " WS-PRM-EFF-DATE
           END-IF.
       400-EXIT.
           EXIT.

      * --- 刪除未生效版本 (生效日晚於今日) ---
       500-DELETE-VERSION.
           MOVE "A" TO WS-SEC-NEED-ROLES
           MOVE "刪除參數版本" TO WS-SEC-DETAIL
           PERFORM 925-CHECK-ROLE THRU 925-EXIT
           IF NOT WS-SEC-ALLOWED
               GO TO 500-EXIT
           END-IF

           DISPLAY "請輸入要刪除的生效日期 (YYYYMMDD):"
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE <= WS-CURR-DATE
               DISPLAY ">>> 只能刪除尚未生效的版本"
               GO TO 500-EXIT
           END-IF

           MOVE 0 TO WS-PV-HIT
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               IF PV-RECORD(WS-PV-IX)(1:8) = WS-IN-DATE
                   MOVE WS-PV-IX TO WS-PV-HIT
               END-IF
           END-PERFORM
           IF WS-PV-HIT = 0
               DISPLAY ">>> 查無此生效日的版本: " WS-IN-DATE
               GO TO 500-EXIT
           END-IF

           MOVE PV-RECORD(WS-PV-HIT) TO WS-SHOW-PARM
           PERFORM 240-SHOW-DETAIL THRU 240-EXIT
           DISPLAY "確定刪除? (Y/N):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY ">>> 已取消"
               GO TO 500-EXIT
           END-IF

           PERFORM VARYING WS-PV-IX FROM WS-PV-HIT BY 1
                   UNTIL WS-PV-IX >= WS-PV-COUNT
               COMPUTE WS-PV-IX2 = WS-PV-IX + 1
               MOVE PV-RECORD(WS-PV-IX2) TO PV-RECORD(WS-PV-IX)
           END-PERFORM
           SUBTRACT 1 FROM WS-PV-COUNT
           PERFORM 800-SAVE-VERSIONS THRU 800-EXIT
           IF WS-PRM-TMP-STATUS = "00"
               DISPLAY ">>> 已刪除生效日 " WS-IN-DATE " 的版本"
           END-IF.
       500-EXIT.
           EXIT.

      * --- 整筆檢核 (WS-SYSPARM), 錯誤項數放 WS-EDIT-ERR ---
      * 各讀取程式以相同範圍檢核，不合格版本一律不採用
       600-EDIT-VERSION.
           MOVE 0 TO WS-EDIT-ERR
           IF WS-PRM-MINE-CAP NOT NUMERIC
              OR WS-PRM-MINE-CAP < 1 OR > 399
               DISPLAY "  E01 地雷上限須為 1~399"
               ADD 1 TO WS-EDIT-ERR
           END-IF
           IF WS-PRM-SIZE-MIN NOT NUMERIC
              OR WS-PRM-SIZE-MAX NOT NUMERIC
               DISPLAY "  E02 棋盤大小須為數字"
               ADD 1 TO WS-EDIT-ERR
           ELSE
               IF WS-PRM-SIZE-MIN < 5 OR WS-PRM-SIZE-MAX > 20
                  OR WS-PRM-SIZE-MIN > WS-PRM-SIZE-MAX
                   DISPLAY "  E03 棋盤大小須 5 <= 下限 <= "
                       "上限 <= 20"
                   ADD 1 TO WS-EDIT-ERR
               END-IF
           END-IF
           IF WS-PRM-SLOT-MAX NOT NUMERIC OR WS-PRM-SLOT-MAX < 1
               DISPLAY "  E04 存檔編號數須為 1~9"
               ADD 1 TO WS-EDIT-ERR
           END-IF
           IF WS-PRM-UNDO-MAX NOT NUMERIC OR WS-PRM-UNDO-MAX < 1
               DISPLAY "  E05 悔棋深度須為 1~9"
               ADD 1 TO WS-EDIT-ERR
           END-IF
           IF WS-PRM-RATE-BASE NOT NUMERIC
              OR WS-PRM-RATE-WIN NOT NUMERIC
              OR WS-PRM-RATE-LOSS NOT NUMERIC
              OR WS-PRM-RATE-ABND NOT NUMERIC
              OR WS-PRM-RATE-TMOUT NOT NUMERIC
              OR WS-PRM-RATE-BLAST NOT NUMERIC
               DISPLAY "  E06 評分常數須為數字"
               ADD 1 TO WS-EDIT-ERR
           END-IF
           IF WS-PRM-TABLE-MAX NOT NUMERIC
              OR WS-PRM-TABLE-MAX < 1 OR > 5000
               DISPLAY "  E07 玩家表格筆數須為 1~5000"
               ADD 1 TO WS-EDIT-ERR
           END-IF.
       600-EXIT.
           EXIT.

      * --- 輸入一個數值欄 (WS-FLD-*), 空白保留, 超出範圍重輸 ---
       700-ACCEPT-NUMBER.
           MOVE "N" TO WS-IN-OK-SW
           PERFORM UNTIL WS-IN-OK
               MOVE WS-FLD-MIN TO WS-FLD-MIN-D
               MOVE WS-FLD-MAX TO WS-FLD-MAX-D
               MOVE WS-FLD-CUR TO WS-FLD-CUR-D
               DISPLAY "  " WS-FLD-NAME " (" WS-FLD-MIN-D "~"
                   WS-FLD-MAX-D ", 目前 " WS-FLD-CUR-D "):"
               MOVE SPACES TO WS-IN-TEXT
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT = SPACES
                   MOVE "Y" TO WS-IN-OK-SW
               ELSE
                   MOVE 0 TO WS-IN-LEN
                   INSPECT WS-IN-TEXT TALLYING WS-IN-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-IN-LEN > 0
                      AND WS-IN-TEXT(1:WS-IN-LEN) IS NUMERIC
                       MOVE WS-IN-TEXT(1:WS-IN-LEN) TO WS-IN-NUM
                       IF WS-IN-NUM < WS-FLD-MIN
                          OR WS-IN-NUM > WS-FLD-MAX
                           DISPLAY "  >>> 超出範圍，請重輸"
                       ELSE
                           MOVE WS-IN-NUM TO WS-FLD-CUR
                           MOVE "Y" TO WS-IN-OK-SW
                       END-IF
                   ELSE
                       DISPLAY "  >>> 須為數字，請重輸"
                   END-IF
               END-IF
           END-PERFORM.
       700-EXIT.
           EXIT.

      * --- 全部版本寫回 (先寫暫存檔再換名) ---
       800-SAVE-VERSIONS.
           OPEN OUTPUT SYSPARM-TEMP
           IF WS-PRM-TMP-STATUS NOT = "00"
               DISPLAY "!!! 暫存檔無法開啟: " WS-PRM-TMP-STATUS
                   "，參數檔未更動 !!!"
               GO TO 800-EXIT
           END-IF
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > WS-PV-COUNT
               MOVE PV-RECORD(WS-PV-IX) TO PRM-TEMP-RECORD
               WRITE PRM-TEMP-RECORD
           END-PERFORM
           CLOSE SYSPARM-TEMP
           IF WS-PRM-TMP-STATUS = "00"
               CALL "CBL_RENAME_FILE" USING WS-PRM-TMP-NAME
                   WS-PRM-LIVE-NAME
           ELSE
               DISPLAY "!!! 暫存檔寫入失敗: " WS-PRM-TMP-STATUS
                   "，參數檔未更動 !!!"
           END-IF.
       800-EXIT.
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

       END PROGRAM SYSPARMT.
