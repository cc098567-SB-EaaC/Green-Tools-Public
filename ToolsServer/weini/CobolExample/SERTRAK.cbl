      ** 序號追蹤副程式 (SERTRAK.CBL):維護序號主檔 SERIAL.DAT 與
      **                             序號歷程檔 SERIAL.HST;供收貨、
      **                             揀貨確認與退貨授權等程式 CALL
      **                             ，逐一登錄序號之進貨、銷售(依
      **                             序號產品檔保固月數算出保固到期
      **                             日)、退回、回庫與報廢，並檢核
      **                             序號狀態
      **                             對照 (STKBAL.CBL) 之副程式寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SerialTrack.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT SERP-FILE ASSIGN TO RANDOM SERP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SP-PRO-NO
                  FILE STATUS IS SERP-FS.
           SELECT SERL-FILE ASSIGN TO RANDOM SERL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SE-KEY
                  FILE STATUS IS SERL-FS.
           SELECT SERH-FILE ASSIGN TO RANDOM SERH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SV-KEY
                  FILE STATUS IS SERH-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SERP-FILE
           LABEL RECORD IS STANDARD.
           COPY SERPCOPY REPLACING ==SERP-GRP== BY ==SERP-REC==.
        FD SERL-FILE
           LABEL RECORD IS STANDARD.
           COPY SERLCOPY REPLACING ==SERL-GRP== BY ==SERL-REC==.
        FD SERH-FILE
           LABEL RECORD IS STANDARD.
           COPY SERHCOPY REPLACING ==SERH-GRP== BY ==SERH-REC==.

        WORKING-STORAGE SECTION.
        77 SERP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SERL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SERH-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SERP-FS      PIC XX.
        77 SERL-FS      PIC XX.
        77 SERH-FS      PIC XX.
        77 SERP-MISSING PIC X  VALUE "N".
        77 SERL-EOF     PIC X  VALUE "N".
        77 WS-FOUND     PIC X  VALUE "N".
        77 WS-EVENT     PIC X  VALUE SPACE.
        01 WS-EXPIRY-DATE.
           05 WS-YY     PIC 9(4).
           05 WS-MM     PIC 9(2).
           05 WS-DD     PIC 9(2).
        77 WS-MONTHS    PIC 9(4) VALUE 0.
        77 WS-YEARS     PIC 9(3) VALUE 0.
        77 WS-MON-REM   PIC 9(2) VALUE 0.
        77 DC-FUTURE-YES PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
           COPY RUNDATE.

        LINKAGE         SECTION.
           COPY SERLREQ REPLACING ==SERL-REQ-GRP== BY ==SER-REQ==.
      **
        PROCEDURE       DIVISION USING SER-REQ.
        DECLARATIVES.
        SERP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SERP-FILE.
        SERP-ERROR-PROCESS.
           IF SERP-FS NOT = "00"
              MOVE "Y" TO SERP-MISSING.
        SERL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SERL-FILE.
        SERL-ERROR-PROCESS.
           IF SERL-FS = "35"
              OPEN OUTPUT SERL-FILE
              CLOSE SERL-FILE
              OPEN I-O SERL-FILE.
        SERH-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SERH-FILE.
        SERH-ERROR-PROCESS.
           IF SERH-FS = "35"
              OPEN OUTPUT SERH-FILE
              CLOSE SERH-FILE
              OPEN I-O SERH-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "Y" TO SRQ-RESULT OF SER-REQ.
            MOVE SPACES TO SRQ-MESSAGE OF SER-REQ.
            MOVE ZERO TO SRQ-COUNT OF SER-REQ.
            IF SRQ-DATE OF SER-REQ NOT NUMERIC
               OR SRQ-DATE OF SER-REQ = ZERO
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE RUN-DATE TO SRQ-DATE OF SER-REQ
            END-IF.
            PERFORM 100-GET-PRODUCT-RTN.
            IF SRQ-FUNC OF SER-REQ = "Q"
               CONTINUE
            ELSE
               IF SRQ-SERIAL-NO OF SER-REQ = SPACES
                  AND SRQ-FUNC OF SER-REQ NOT = "I"
                  AND SRQ-FUNC OF SER-REQ NOT = "X"
                  MOVE "N" TO SRQ-RESULT OF SER-REQ
                  MOVE "SERIAL NUMBER REQUIRED"
                       TO SRQ-MESSAGE OF SER-REQ
               ELSE
                  OPEN I-O SERL-FILE
                             SERH-FILE
                  PERFORM 150-DISPATCH-RTN
                  CLOSE SERL-FILE SERH-FILE
               END-IF
            END-IF.
            EXIT PROGRAM.
      * 序號產品檔不存在或查無該產品時，該產品不追蹤序號
        100-GET-PRODUCT-RTN.
            MOVE ZERO TO SRQ-WARR-MONTHS OF SER-REQ.
            MOVE "N" TO SERP-MISSING.
            OPEN INPUT SERP-FILE.
            IF SERP-MISSING = "N"
               MOVE SRQ-PRO-NO OF SER-REQ TO SP-PRO-NO OF SERP-REC
               READ SERP-FILE
                  INVALID KEY MOVE "Y" TO SERP-MISSING
               END-READ
               IF SERP-MISSING = "N"
                  MOVE SP-WARR-MONTHS OF SERP-REC
                       TO SRQ-WARR-MONTHS OF SER-REQ
               END-IF
               CLOSE SERP-FILE
            END-IF.
            IF SRQ-FUNC OF SER-REQ = "Q" AND SERP-MISSING = "Y"
               MOVE "N" TO SRQ-RESULT OF SER-REQ
            END-IF.
        150-DISPATCH-RTN.
            IF SRQ-FUNC OF SER-REQ = "R"
               PERFORM 200-RECEIVE-RTN
            ELSE IF SRQ-FUNC OF SER-REQ = "S"
                    PERFORM 300-SELL-RTN
                 ELSE IF SRQ-FUNC OF SER-REQ = "T"
                         PERFORM 400-RETURN-RTN
                      ELSE IF SRQ-FUNC OF SER-REQ = "I"
                              OR SRQ-FUNC OF SER-REQ = "X"
                              PERFORM 500-DISPOSE-RTN
                           ELSE
                              MOVE "N" TO SRQ-RESULT OF SER-REQ
                              MOVE "INVALID FUNCTION"
                                   TO SRQ-MESSAGE OF SER-REQ
                           END-IF
                      END-IF
                 END-IF
            END-IF.
        110-READ-SERIAL-RTN.
            MOVE SRQ-PRO-NO OF SER-REQ    TO SE-PRO-NO OF SERL-REC.
            MOVE SRQ-SERIAL-NO OF SER-REQ TO SE-SERIAL-NO OF SERL-REC.
            MOVE "Y" TO WS-FOUND.
            READ SERL-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
            END-READ.
      * 首次登錄之序號:清空各段歷程，歷程序號自 0 起算
        120-NEW-SERIAL-RTN.
            MOVE SRQ-PRO-NO OF SER-REQ    TO SE-PRO-NO OF SERL-REC.
            MOVE SRQ-SERIAL-NO OF SER-REQ TO SE-SERIAL-NO OF SERL-REC.
            MOVE SPACE  TO SE-STATUS OF SERL-REC.
            MOVE SPACES TO SE-PO-NO OF SERL-REC.
            MOVE ZERO   TO SE-PO-LINE OF SERL-REC.
            MOVE SPACES TO SE-VEND-NO OF SERL-REC.
            MOVE ZERO   TO SE-RECV-DATE OF SERL-REC.
            MOVE SPACES TO SE-SALE-NO OF SERL-REC.
            MOVE SPACES TO SE-CUS-NO OF SERL-REC.
            MOVE ZERO   TO SE-SALE-DATE OF SERL-REC.
            MOVE ZERO   TO SE-WARR-EXPIRY OF SERL-REC.
            MOVE SPACES TO SE-RMA-NO OF SERL-REC.
            MOVE ZERO   TO SE-RETURN-DATE OF SERL-REC.
            MOVE ZERO   TO SE-LAST-SEQ OF SERL-REC.
      * 進貨:同一產品之序號不得重複登錄
        200-RECEIVE-RTN.
            PERFORM 110-READ-SERIAL-RTN.
            IF WS-FOUND = "Y"
               MOVE "N" TO SRQ-RESULT OF SER-REQ
               MOVE "SERIAL ALREADY ON FILE" TO SRQ-MESSAGE OF SER-REQ
            ELSE
               PERFORM 120-NEW-SERIAL-RTN
               MOVE "I" TO SE-STATUS OF SERL-REC
               MOVE SRQ-REF-NO OF SER-REQ   TO SE-PO-NO OF SERL-REC
               MOVE SRQ-REF-LINE OF SER-REQ TO SE-PO-LINE OF SERL-REC
               MOVE SRQ-PARTY OF SER-REQ    TO SE-VEND-NO OF SERL-REC
               MOVE SRQ-DATE OF SER-REQ     TO SE-RECV-DATE OF SERL-REC
               MOVE "R" TO WS-EVENT
               PERFORM 800-WRITE-EVENT-RTN
               PERFORM 810-SAVE-SERIAL-RTN
            END-IF.
      * 銷售:須為在庫序號;尚未登錄者(設定序號追蹤前之庫存)
      * 逕以售出登錄
        300-SELL-RTN.
            PERFORM 110-READ-SERIAL-RTN.
            IF WS-FOUND = "Y" AND NOT SE-IN-STOCK OF SERL-REC
               MOVE "N" TO SRQ-RESULT OF SER-REQ
               MOVE "SERIAL NOT IN STOCK" TO SRQ-MESSAGE OF SER-REQ
            ELSE
               IF WS-FOUND = "N"
                  PERFORM 120-NEW-SERIAL-RTN
               END-IF
               MOVE "S" TO SE-STATUS OF SERL-REC
               MOVE SRQ-SALE-NO OF SER-REQ TO SE-SALE-NO OF SERL-REC
               MOVE SRQ-PARTY OF SER-REQ   TO SE-CUS-NO OF SERL-REC
               MOVE SRQ-DATE OF SER-REQ    TO SE-SALE-DATE OF SERL-REC
               PERFORM 350-WARRANTY-RTN
               MOVE "S" TO WS-EVENT
               PERFORM 800-WRITE-EVENT-RTN
               PERFORM 810-SAVE-SERIAL-RTN
            END-IF.
      * 保固到期日 = 銷售日加保固月數;到期月無該日者取月底
        350-WARRANTY-RTN.
            IF SRQ-WARR-MONTHS OF SER-REQ = ZERO
               MOVE ZERO TO SE-WARR-EXPIRY OF SERL-REC
            ELSE
               MOVE SRQ-DATE OF SER-REQ TO WS-EXPIRY-DATE
               COMPUTE WS-MONTHS = WS-MM - 1
                                 + SRQ-WARR-MONTHS OF SER-REQ
               DIVIDE WS-MONTHS BY 12 GIVING WS-YEARS
                      REMAINDER WS-MON-REM
               ADD WS-YEARS TO WS-YY
               COMPUTE WS-MM = WS-MON-REM + 1
               IF WS-DD < 1
                  MOVE 1 TO WS-DD
               END-IF
               MOVE "N" TO DC-RESULT
               PERFORM 355-FIT-DAY-RTN UNTIL DC-RESULT = "Y"
               MOVE WS-EXPIRY-DATE TO SE-WARR-EXPIRY OF SERL-REC
            END-IF.
        355-FIT-DAY-RTN.
            CALL "DateCheck" USING WS-EXPIRY-DATE DC-FUTURE-YES
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               SUBTRACT 1 FROM WS-DD
            END-IF.
      * 退回:須為該銷售售出之序號;尚未登錄者(設定序號追蹤前
      * 售出)逕以退回登錄
        400-RETURN-RTN.
            PERFORM 110-READ-SERIAL-RTN.
            IF WS-FOUND = "Y"
               IF NOT SE-SOLD OF SERL-REC
                  MOVE "N" TO SRQ-RESULT OF SER-REQ
                  MOVE "SERIAL NOT SOLD" TO SRQ-MESSAGE OF SER-REQ
               ELSE
                  IF SE-SALE-NO OF SERL-REC NOT = SRQ-SALE-NO OF SER-REQ
                     MOVE "N" TO SRQ-RESULT OF SER-REQ
                     MOVE "SERIAL NOT SOLD ON THIS SALE"
                          TO SRQ-MESSAGE OF SER-REQ
                  END-IF
               END-IF
            ELSE
               PERFORM 120-NEW-SERIAL-RTN
               MOVE SRQ-SALE-NO OF SER-REQ TO SE-SALE-NO OF SERL-REC
               MOVE SRQ-PARTY OF SER-REQ   TO SE-CUS-NO OF SERL-REC
            END-IF.
            IF SRQ-RESULT OF SER-REQ = "Y"
               MOVE "T" TO SE-STATUS OF SERL-REC
               MOVE SRQ-REF-NO OF SER-REQ TO SE-RMA-NO OF SERL-REC
               MOVE SRQ-DATE OF SER-REQ   TO SE-RETURN-DATE OF SERL-REC
               MOVE "T" TO WS-EVENT
               PERFORM 800-WRITE-EVENT-RTN
               PERFORM 810-SAVE-SERIAL-RTN
            END-IF.
      * 退貨處置:可售回庫(I)或報廢(X);序號空白時處理本產品在該
      * RMA 下之全部退回序號
        500-DISPOSE-RTN.
            IF SRQ-SERIAL-NO OF SER-REQ NOT = SPACES
               PERFORM 110-READ-SERIAL-RTN
               IF WS-FOUND = "Y"
                  AND SE-RETURNED OF SERL-REC
                  AND SE-RMA-NO OF SERL-REC = SRQ-REF-NO OF SER-REQ
                  PERFORM 550-APPLY-DISP-RTN
               ELSE
                  MOVE "N" TO SRQ-RESULT OF SER-REQ
                  MOVE "SERIAL NOT HELD ON THIS RMA"
                       TO SRQ-MESSAGE OF SER-REQ
               END-IF
            ELSE
               MOVE SRQ-PRO-NO OF SER-REQ TO SE-PRO-NO OF SERL-REC
               MOVE LOW-VALUES TO SE-SERIAL-NO OF SERL-REC
               MOVE "N" TO SERL-EOF
               START SERL-FILE KEY IS NOT LESS THAN SE-KEY OF SERL-REC
                  INVALID KEY MOVE "Y" TO SERL-EOF
               END-START
               PERFORM 510-READ-NEXT-RTN
               PERFORM 520-ONE-SERIAL-RTN UNTIL SERL-EOF = "Y"
            END-IF.
        510-READ-NEXT-RTN.
            IF SERL-EOF = "N"
               READ SERL-FILE NEXT RECORD
                  AT END MOVE "Y" TO SERL-EOF
               END-READ
            END-IF.
            IF SERL-EOF = "N"
               AND SE-PRO-NO OF SERL-REC NOT = SRQ-PRO-NO OF SER-REQ
               MOVE "Y" TO SERL-EOF
            END-IF.
        520-ONE-SERIAL-RTN.
            IF SE-RETURNED OF SERL-REC
               AND SE-RMA-NO OF SERL-REC = SRQ-REF-NO OF SER-REQ
               MOVE "Y" TO WS-FOUND
               PERFORM 550-APPLY-DISP-RTN
            END-IF.
            PERFORM 510-READ-NEXT-RTN.
        550-APPLY-DISP-RTN.
            MOVE SRQ-FUNC OF SER-REQ TO SE-STATUS OF SERL-REC.
            MOVE SRQ-FUNC OF SER-REQ TO WS-EVENT.
            PERFORM 800-WRITE-EVENT-RTN.
            PERFORM 810-SAVE-SERIAL-RTN.
            ADD 1 TO SRQ-COUNT OF SER-REQ.
      * 歷程依主檔之最後序次遞增寫入
        800-WRITE-EVENT-RTN.
            ADD 1 TO SE-LAST-SEQ OF SERL-REC.
            MOVE SE-PRO-NO OF SERL-REC    TO SV-PRO-NO OF SERH-REC.
            MOVE SE-SERIAL-NO OF SERL-REC TO SV-SERIAL-NO OF SERH-REC.
            MOVE SE-LAST-SEQ OF SERL-REC  TO SV-SEQ OF SERH-REC.
            MOVE WS-EVENT                 TO SV-EVENT OF SERH-REC.
            MOVE SRQ-DATE OF SER-REQ      TO SV-DATE OF SERH-REC.
            MOVE SRQ-REF-NO OF SER-REQ    TO SV-REF-NO OF SERH-REC.
            MOVE SRQ-SALE-NO OF SER-REQ   TO SV-SALE-NO OF SERH-REC.
            MOVE SRQ-PARTY OF SER-REQ     TO SV-PARTY OF SERH-REC.
            MOVE SRQ-WAREHOUSE OF SER-REQ TO SV-WAREHOUSE OF SERH-REC.
            IF WS-EVENT = "S"
               MOVE SE-WARR-EXPIRY OF SERL-REC
                    TO SV-WARR-EXPIRY OF SERH-REC
            ELSE
               MOVE ZERO TO SV-WARR-EXPIRY OF SERH-REC
            END-IF.
            WRITE SERH-REC
               INVALID KEY
                  DISPLAY "ERROR WRITING SERIAL.HST FOR "
                          SV-KEY OF SERH-REC
            END-WRITE.
        810-SAVE-SERIAL-RTN.
            IF WS-FOUND = "N"
               WRITE SERL-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING SERIAL.DAT FOR "
                             SE-KEY OF SERL-REC
               END-WRITE
            ELSE
               REWRITE SERL-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING SERIAL.DAT FOR "
                             SE-KEY OF SERL-REC
               END-REWRITE
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SERPROD.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SERP-FILE-NAME.
            MOVE "SERIAL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SERL-FILE-NAME.
            MOVE "SERIAL.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SERH-FILE-NAME.
