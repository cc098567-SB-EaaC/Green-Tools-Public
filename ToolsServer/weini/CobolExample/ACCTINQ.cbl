      **                               依序列出發票登記檔之發票、
      **                               收款登記檔之收款沖帳明細與
      **                               應收帳款檔之未結項目及未收
      **                               餘額合計;收款明細附類別說明
      **                               (含客戶退款);查詢後可進入
      **                               催收紀錄登錄 (CollectEntry)
      **                               記錄聯絡與付款承諾
      **                               對照 (PRICEINQ.CBL) 之分頁
      **                               方式

        77 LIST-CNT     PIC 99 VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 WS-COLL-KEY  PIC X  VALUE "N".
        01 INV-LIST-REC.
           05 IV-INV-NO        PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RC-AMOUNT        PIC ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RC-TYPE          PIC X(1).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 RC-DESC          PIC X(8).
        01 AGE-LIST-REC.
           05 AG-INV-NO        PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
               PERFORM 200-LIST-INVOICES-RTN
               PERFORM 300-LIST-RECEIPTS-RTN
               PERFORM 400-LIST-OPEN-RTN
               PERFORM 500-COLLECT-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 23 POSITION 10.
            ACCEPT CONTI LINE 23 POSITION 30.
               MOVE RCT-INV-NO OF RCPT-REC   TO RC-INV-NO
               MOVE RCT-AMOUNT OF RCPT-REC   TO RC-AMOUNT
               MOVE RCT-TYPE OF RCPT-REC     TO RC-TYPE
               PERFORM 330-RCPT-DESC-RTN
               DISPLAY RCT-LIST-REC LINE LIST-LINE POSITION 12
               PERFORM 190-LIST-ONE-LINE-RTN
            END-IF.
            PERFORM 310-READ-RCPT-RTN.
      * 收款類別說明;退款(類別 F)金額為負數，即退還客戶之金額
        330-RCPT-DESC-RTN.
            MOVE SPACES TO RC-DESC.
            IF RCT-APPLIED OF RCPT-REC
               MOVE "APPLIED " TO RC-DESC.
            IF RCT-CREDIT OF RCPT-REC
               MOVE "CREDIT  " TO RC-DESC.
            IF RCT-ON-ACCOUNT OF RCPT-REC
               MOVE "ON-ACCT " TO RC-DESC.
            IF RCT-DISCOUNT OF RCPT-REC
               MOVE "DISCOUNT" TO RC-DESC.
            IF RCT-RECOVERY OF RCPT-REC
               MOVE "RECOVERY" TO RC-DESC.
            IF RCT-REFUND OF RCPT-REC
               MOVE "REFUND  " TO RC-DESC.
        400-LIST-OPEN-RTN.
            DISPLAY "未結 單號/日期/餘額"
                    LINE LIST-LINE POSITION 10.
            DISPLAY AGE-LIST-REC LINE LIST-LINE POSITION 12.
            PERFORM 190-LIST-ONE-LINE-RTN.
            PERFORM 410-READ-AGE-NEXT.
      * 催收人員可直接登錄本客戶之聯絡記錄與付款承諾
        500-COLLECT-RTN.
            MOVE "N" TO WS-COLL-KEY.
            DISPLAY "登錄催收紀錄 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT WS-COLL-KEY LINE 22 POSITION 34.
            IF WS-COLL-KEY = "Y"
               CALL "CollectEntry" USING WS-CUS-NO-IN
               CANCEL "CollectEntry"
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
