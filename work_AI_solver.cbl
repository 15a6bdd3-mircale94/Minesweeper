           05 CKPT-START-DATE         PIC 9(8).
           05 CKPT-START-TIME         PIC 9(8).
           05 CKPT-GAME-ID            PIC X(26).
           05 CKPT-BOT-OPENS          PIC 9(5).
           05 CKPT-BOT-FLAGS          PIC 9(5).
           05 CKPT-UNDO-MAX           PIC 9.
           05 CKPT-TIME-LIMIT         PIC 9(5).
       WORKING-STORAGE SECTION.

      * 提示/解題輔助: 讀取中斷存檔，由可見數字推論
