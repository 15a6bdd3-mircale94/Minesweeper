           05 HIST-DURATION      PIC 9(6).
           05 FILLER             PIC X.
           05 HIST-GAME-ID       PIC X(26).
           05 FILLER             PIC X.
           05 HIST-SITE          PIC X(4).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-ACTION       PIC X.
           05 AUDIT-TIME         PIC 9(8).
           05 FILLER             PIC X.
           05 AUDIT-GAME-ID      PIC X(26).
           05 FILLER             PIC X.
           05 AUDIT-SITE         PIC X(4).
       FD  EXTRACT-FILE.
       01  EXTR-RECORD           PIC X(100).
       WORKING-STORAGE SECTION.
      * 明細: D|日期|時間|玩家|地雷|標對|踩爆|結果|耗時|對局識別碼
      * 稽核: A|動作|X|Y|結果|時刻|對局識別碼 (選擇性)
      * 表尾: T|明細筆數|稽核筆數|標對雜湊合計|踩爆雜湊合計
      * 結果: WIN / LOSS / ABANDONED / TIMEOUT (限時局逾時)，
      *       抽取摘要依結果分列筆數 (表尾格式不變)

       01  WS-HIST-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-HASH-ISRT  PIC 9(7) VALUE 0.
       01  WS-HASH-ERROR PIC 9(7) VALUE 0.

      * --- 明細依結果分計 (摘要用，不寫入表尾) ---
       01  WS-WIN-COUNT   PIC 9(7) VALUE 0.
       01  WS-LOSS-COUNT  PIC 9(7) VALUE 0.
       01  WS-ABND-COUNT  PIC 9(7) VALUE 0.
       01  WS-TMOUT-COUNT PIC 9(7) VALUE 0.
       01  WS-OTHER-COUNT PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-DATE   PIC 9(8).
           05  WS-CURR-TIME   PIC 9(8).
           DISPLAY "稽核筆數: " WS-AUD-COUNT.
           DISPLAY "標對雜湊: " WS-HASH-ISRT.
           DISPLAY "踩爆雜湊: " WS-HASH-ERROR.
           DISPLAY "結果分計: 勝 " WS-WIN-COUNT
               " 敗 " WS-LOSS-COUNT
               " 棄 " WS-ABND-COUNT
               " 逾時 " WS-TMOUT-COUNT
               " 其他 " WS-OTHER-COUNT.
           DISPLAY "抽取完成。".

           IF WS-DTL-COUNT = 0
           END-IF
           IF HIST-ERROR NUMERIC
               ADD HIST-ERROR TO WS-HASH-ERROR
           END-IF

           EVALUATE HIST-OUTCOME
               WHEN "WIN"
                   ADD 1 TO WS-WIN-COUNT
               WHEN "LOSS"
                   ADD 1 TO WS-LOSS-COUNT
               WHEN "ABANDONED"
                   ADD 1 TO WS-ABND-COUNT
               WHEN "TIMEOUT"
                   ADD 1 TO WS-TMOUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
       200-EXIT.
           EXIT.

