      **                                 CM-HOLD-FLAG，已解除者清除
      **                                 ;異動前後印出變動報表供
      **                                 信用主管核閱，並經
      **                                 MaintAudit 留存稽核紀錄;
      **                                 爭議中之項目(DISPUTE.DAT)
      **                                 不計入逾期餘額;有凍結或解
      **                                 除者於操作員訊息檔通知信用
      **                                 角色(CREDIT)
      **                                 對照 (CREDITAGE.CBL) 之帳齡
      **                                 計算

           SELECT POL-FILE ASSIGN TO RANDOM POL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS POL-FS.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           05 CP-DAYS           PIC 9(3).
           05 FILLER            PIC X(1).
           05 CP-AMOUNT         PIC 9(6)V99.
        FD DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 POL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 AGE-FS       PIC XX.
        77 CUST-FS      PIC XX.
        77 POL-FS       PIC XX.
        77 DSPT-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 AGE-EOF      PIC X  VALUE "N".
        77 POL-MISSING  PIC X  VALUE "N".
        77 DSPT-MISSING PIC X  VALUE "N".
        77 WS-DISPUTED  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 CHECK-CUS-NO PIC X(4) VALUE SPACES.
        77 WS-OVERDUE-BAL PIC S9(8)V99 VALUE 0.
        77 HOLD-CNT     PIC 9(4) VALUE 0.
        77 RELEASE-CNT  PIC 9(4) VALUE 0.
        77 HOLD-IMAGE   PIC X(70) VALUE SPACES.
        77 HOLD-CNT-OUT PIC ZZZ9.
        77 RELEASE-CNT-OUT PIC ZZZ9.
      * 政策檔不存在時之預設:逾期 30 天以上且逾期餘額大於零即
      * 凍結
        77 WS-POL-DAYS  PIC 9(3) VALUE 30.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY PAGECTL.
           COPY RUNDATE.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
        POL-ERROR-PROCESS.
           IF POL-FS NOT = "00"
              MOVE "Y" TO POL-MISSING.
        DSPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
        DSPT-ERROR-PROCESS.
           IF DSPT-FS NOT = "00"
              MOVE "Y" TO DSPT-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
            OPEN INPUT AGE-FILE
                 I-O   CUST-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO DSPT-MISSING.
            OPEN INPUT DSPT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-LOAD-POLICY-RTN.
            WRITE OUT-REC FROM SUMMARY-LINE  AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE2 AFTER 2 LINES.
            CLOSE AGE-FILE CUST-FILE OUT-FILE.
            IF DSPT-MISSING = "N"
               CLOSE DSPT-FILE
            END-IF.
            IF HOLD-CNT NOT = ZERO OR RELEASE-CNT NOT = ZERO
               PERFORM 700-POST-CHANGES-RTN
            END-IF.
            EXIT PROGRAM.
        100-LOAD-POLICY-RTN.
            MOVE "N" TO POL-MISSING.
               AT END MOVE "Y" TO AGE-EOF
            END-READ.
      * 應收檔依客戶+發票為鍵，循序讀取即依客戶別控制中斷;
      * 僅逾期超過政策天數之正數餘額計入逾期餘額(折讓抵減);
      * 爭議中之項目不計入
        400-LOOP-RTN.
            IF AGE-CUS-NO OF AGE-REC NOT = CHECK-CUS-NO
               PERFORM 500-JUDGE-CUSTOMER-RTN
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
            IF WS-DAYS-OVERDUE > WS-POL-DAYS
               PERFORM 420-CHECK-DISPUTE-RTN
               IF WS-DISPUTED = "N"
                  ADD AGE-BALANCE OF AGE-REC TO WS-OVERDUE-BAL
               END-IF
            END-IF.
        420-CHECK-DISPUTE-RTN.
            MOVE "N" TO WS-DISPUTED.
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
      * 逾政策門檻者凍結、已降回門檻內之凍結客戶解除;兩者都
      * 印變動報表並經 MaintAudit 留存前後影像
        650-ADD-ONE-RTN.
            PERFORM 410-ADD-OVERDUE-RTN.
            PERFORM 640-READ-AGE-CUS-RTN.
      * 凍結與解除筆數通知信用角色，明細見 CREDHOLD.OUT 變動報表
        700-POST-CHANGES-RTN.
            MOVE HOLD-CNT    TO HOLD-CNT-OUT.
            MOVE RELEASE-CNT TO RELEASE-CNT-OUT.
            MOVE "R"          TO MP-TO-TYPE OF MSGP-REQ.
            MOVE "CREDIT"     TO MP-TO OF MSGP-REQ.
            MOVE "N"          TO MP-PRIORITY OF MSGP-REQ.
            MOVE "CreditHold" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES       TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING "CREDHOLD " RUN-DATE DELIMITED BY SIZE
                   INTO MP-REF OF MSGP-REQ.
            STRING "CREDIT HOLDS SET:" HOLD-CNT-OUT
                   "  RELEASED:" RELEASE-CNT-OUT
                   " - SEE CREDHOLD.OUT" DELIMITED BY SIZE
                   INTO MP-TEXT OF MSGP-REQ.
            MOVE ZERO         TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CREDHOLD.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "DISPUTE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
