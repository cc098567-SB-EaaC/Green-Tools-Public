      **                           存證信函)，列印對應信函與發票
      **                           明細並記下寄發日期;前一級信函
      **                           寄出未滿間隔天數或已付清者不再
      **                           升級;登錄為爭議(DISPUTE.DAT)
      **                           之項目暫停催收;升級間隔依公司
      **                           行事曆以營業日計
      **                           對照 (STATEMNT.CBL) 之帳齡計算

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DN-KEY
                  FILE STATUS IS DUNN-FS.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
        FD DUNN-FILE
           LABEL RECORD IS STANDARD.
           COPY DUNNCOPY REPLACING ==DUNN-GRP== BY ==DUNN-REC==.
        FD DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 DUNN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 AGE-FS       PIC XX.
        77 CUST-FS      PIC XX.
        77 DUNN-FS      PIC XX.
        77 DSPT-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 AGE-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-CUST-ERR  PIC X  VALUE "N".
        77 DSPT-MISSING PIC X  VALUE "N".
        77 WS-DISPUTED  PIC X  VALUE "N".
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-DUE-DATE-NUM PIC 9(8).
        77 WS-DAYS-OVERDUE PIC S9(5) VALUE 0.
        77 WS-NEXT-DATE    PIC 9(8) VALUE 0.
        77 WS-NEW-LEVEL PIC 9  VALUE 0.
        77 LETTER-CNT   PIC 9(5) VALUE 0.
      * 兩級信函之間至少間隔 10 個營業日(兩週)
        77 DUNN-INTERVAL PIC 9(3) VALUE 10.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
           COPY RUNDATE.
        01 LTR-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
              OPEN OUTPUT DUNN-FILE
              CLOSE DUNN-FILE
              OPEN I-O DUNN-FILE.
        DSPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
        DSPT-ERROR-PROCESS.
           IF DSPT-FS NOT = "00"
              MOVE "Y" TO DSPT-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
                       CUST-FILE
                 I-O   DUNN-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO DSPT-MISSING.
            OPEN INPUT DSPT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 300-READ-AGE-RTN.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER PAGE.
            DISPLAY "DUNNING LETTERS PRODUCED : " LETTER-CNT.
            CLOSE AGE-FILE CUST-FILE DUNN-FILE OUT-FILE.
            IF DSPT-MISSING = "N"
               CLOSE DSPT-FILE
            END-IF.
            STOP RUN.
        300-READ-AGE-RTN.
            READ AGE-FILE NEXT RECORD
               AT END MOVE "Y" TO AGE-EOF
            END-READ.
      * 僅逾期之未收項目(正數餘額)納入催收;爭議中之項目暫停
      * 升級，解除爭議後自原級別續催
        400-LOOP-RTN.
            MOVE "N" TO WS-DISPUTED.
            IF AGE-BALANCE OF AGE-REC > ZERO
               PERFORM 405-CHECK-DISPUTE-RTN
            END-IF.
            IF AGE-BALANCE OF AGE-REC > ZERO AND WS-DISPUTED = "N"
               PERFORM 410-COMPUTE-DAYS-RTN
               IF WS-DAYS-OVERDUE > 0
                  PERFORM 420-CHECK-LEVEL-RTN
               END-IF
            END-IF.
            PERFORM 300-READ-AGE-RTN.
        405-CHECK-DISPUTE-RTN.
            IF DSPT-MISSING = "N"
               MOVE AGE-KEY OF AGE-REC TO DS-KEY OF DSPT-REC
               READ DSPT-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF DS-OPEN OF DSPT-REC
                        MOVE "Y" TO WS-DISPUTED
                     END-IF
               END-READ
            END-IF.
        410-COMPUTE-DAYS-RTN.
            IF AGE-DUE-DATE OF AGE-REC NOT = ZERO
               MOVE AGE-DUE-DATE OF AGE-REC TO WS-DUE-DATE-NUM
            COMPUTE WS-DAYS-OVERDUE =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
      * 未曾催收者升為一級;已催收者須前封信寄出滿間隔營業日且
      * 未達最終級別方再升級
        420-CHECK-LEVEL-RTN.
            MOVE 0 TO WS-NEW-LEVEL.
               MOVE 1 TO WS-NEW-LEVEL
            ELSE
               IF DN-LEVEL OF DUNN-REC < 3
                  MOVE "A" TO BD-FUNCTION OF BZDY-REQ
                  MOVE DN-SENT-DATE OF DUNN-REC
                       TO BD-DATE-IN OF BZDY-REQ
                  MOVE DUNN-INTERVAL TO BD-DAYS OF BZDY-REQ
                  CALL "BizDay" USING BZDY-REQ
                  MOVE BD-DATE-OUT OF BZDY-REQ TO WS-NEXT-DATE
                  IF WS-RUN-DATE-NUM NOT < WS-NEXT-DATE
                     COMPUTE WS-NEW-LEVEL =
                             DN-LEVEL OF DUNN-REC + 1
                  END-IF
            MOVE "DUNNING.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "DISPUTE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
