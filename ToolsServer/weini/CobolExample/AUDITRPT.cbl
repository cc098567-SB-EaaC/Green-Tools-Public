      ** 主檔維護稽核清單 (AUDITRPT.CBL):列印 MAINT.AUD 之每筆主檔
      **                                異動:檔別、動作、鍵值、日期、
      **                                操作員與異動前後影像;核准
      **                                或退回之紀錄另印申請人
      **                                對照 (MNTAUDIT.CBL) 之稽核檔

        IDENTIFICATION  DIVISION.
           05 AR-DATE           PIC 9(8).
           05 FILLER            PIC X(2).
           05 AR-OPER-ID        PIC X(8).
           05 FILLER            PIC X(2).
           05 AR-REQ-TAG        PIC X(5).
           05 AR-REQ-ID         PIC X(8).
        01 BEFORE-LINE.
           05 FILLER            PIC X(8)  VALUE "BEFORE: ".
           05 BL-IMAGE          PIC X(110).
            MOVE AU-KEY OF AUD-REC     TO AR-KEY.
            MOVE AU-DATE OF AUD-REC    TO AR-DATE.
            MOVE AU-OPER-ID OF AUD-REC TO AR-OPER-ID.
            IF AU-REQ-ID OF AUD-REC = SPACES
               MOVE SPACES TO AR-REQ-TAG AR-REQ-ID
            ELSE
               MOVE "REQ: "               TO AR-REQ-TAG
               MOVE AU-REQ-ID OF AUD-REC  TO AR-REQ-ID
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            MOVE AU-BEFORE OF AUD-REC TO BL-IMAGE.
