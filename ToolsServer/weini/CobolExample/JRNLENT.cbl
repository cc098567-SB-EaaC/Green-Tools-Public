      ** 人工傳票輸入作業 (JRNLENT.CBL):一次輸入一張多行借貸傳票，
      **                               傳票號經取號副程式編號，表頭
      **                               寫入 MJRNL.HDR、明細寫入
      **                               MJRNL.LIN;各行科目須在總帳
      **                               科目主檔，日期經期別檢核，
      **                               借貸不平衡不得存檔(可續列或
      **                               放棄);平衡後由釋出副程式
      **                               (JRNLREL.CBL) 寫入 JOURNAL.INT
      **                               ，迴轉傳票同時產生次期迴轉
      **                               分錄，循環傳票記下截止日期由
      **                               月結之循環傳票產生 (JRNLRCUR.
      **                               CBL) 逐月產生
      **                               對照 (SORDENT.CBL) 之多行輸入

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     JrnlEntry.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT MJHD-FILE ASSIGN TO RANDOM MJHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MJ-NO
                  FILE STATUS IS MJHD-FS.
           SELECT MJLN-FILE ASSIGN TO RANDOM MJLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MJL-KEY
                  FILE STATUS IS MJLN-FS.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MJHD-FILE
           LABEL RECORD IS STANDARD.
           COPY MJHDCOPY REPLACING ==MJHD-GRP== BY ==MJHD-REC==.
        FD MJLN-FILE
           LABEL RECORD IS STANDARD.
           COPY MJLNCOPY REPLACING ==MJLN-GRP== BY ==MJLN-REC==.
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.

        WORKING-STORAGE SECTION.
        77 MJHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 LINE-CONTI   PIC A  VALUE "Y".
        77 MJHD-FS      PIC XX.
        77 MJLN-FS      PIC XX.
        77 GLAC-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 JRNL-DONE    PIC X  VALUE "N".
        77 WS-UNBAL-ANS PIC X  VALUE SPACE.
        77 WS-JRNL-DATE PIC 9(8) VALUE 0.
        77 WS-JRNL-DESC PIC X(20) VALUE SPACES.
        77 WS-REVERSE   PIC X  VALUE "N".
        77 WS-RECUR     PIC X  VALUE "N".
        77 WS-END-DATE  PIC 9(8) VALUE 0.
        77 WS-ACCT-IN   PIC X(8) VALUE SPACES.
        77 WS-DESC-IN   PIC X(20) VALUE SPACES.
        77 WS-DEBIT-IN  PIC 9(10)V99 VALUE 0.
        77 WS-CREDIT-IN PIC 9(10)V99 VALUE 0.
        77 DEBIT-TOTAL  PIC 9(11)V99 VALUE 0.
        77 CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
        77 WS-LINE-NO   PIC 9(3) VALUE 0.
        77 NN-SERIES    PIC X(8) VALUE "JOURNAL".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-JRNL-NO   PIC X(6) VALUE SPACES.
        77 JR-RESULT    PIC X  VALUE "N".
        77 PERIOD-FLAG  PIC X  VALUE "O".
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        01 TOTAL-DISPLAY.
           05 FILLER            PIC X(16) VALUE "借方合計 : ".
           05 TD-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "貸方合計 : ".
           05 TD-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        MJHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJHD-FILE.
        MJHD-ERROR-PROCESS.
           IF MJHD-FS NOT = "00"
              OPEN OUTPUT MJHD-FILE
              CLOSE MJHD-FILE
              OPEN I-O MJHD-FILE.
        MJLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJLN-FILE.
        MJLN-ERROR-PROCESS.
           IF MJLN-FS NOT = "00"
              OPEN OUTPUT MJLN-FILE
              CLOSE MJLN-FILE
              OPEN I-O MJLN-FILE.
        GLAC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLAC-FILE.
        GLAC-ERROR-PROCESS.
           IF GLAC-FS NOT = "00"
              DISPLAY "NO GL ACCOUNT MASTER - RUN GlAcctMaint FIRST"
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-JOURNAL-RTN UNTIL CONTI = "N".
            EXIT PROGRAM.
      * 每張傳票自行開關檔，存檔後關檔再交釋出副程式寫出
        100-JOURNAL-RTN.
            OPEN I-O    MJHD-FILE
                        MJLN-FILE
                 INPUT  GLAC-FILE.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "人工傳票輸入" LINE 2 POSITION 25.
            MOVE "N" TO DC-RESULT.
            PERFORM 150-ACCEPT-DATE-RTN UNTIL DC-RESULT = "Y".
            DISPLAY "摘要 :" LINE 5 POSITION 10.
            MOVE SPACES TO WS-JRNL-DESC.
            ACCEPT WS-JRNL-DESC LINE 5 POSITION 23.
            PERFORM 170-ACCEPT-FLAGS-RTN.
            PERFORM 200-START-JOURNAL-RTN.
            MOVE "N" TO JRNL-DONE.
            PERFORM 300-LINES-RTN UNTIL JRNL-DONE = "Y".
            CLOSE MJHD-FILE MJLN-FILE GLAC-FILE.
            IF WS-UNBAL-ANS NOT = "2"
               CALL "JrnlRelease" USING WS-JRNL-NO JR-RESULT
               CANCEL "JrnlRelease"
               IF JR-RESULT = "Y"
                  DISPLAY "JOURNAL " WS-JRNL-NO " RELEASED TO GL"
                          LINE 20 POSITION 10
               ELSE
                  DISPLAY "JOURNAL " WS-JRNL-NO " NOT RELEASED"
                          LINE 20 POSITION 10
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 傳票日期須為真實日期且不得落在已關帳期別
        150-ACCEPT-DATE-RTN.
            MOVE RUN-DATE TO WS-JRNL-DATE.
            DISPLAY "傳票日期 (YYYYMMDD) :" LINE 4 POSITION 10.
            ACCEPT WS-JRNL-DATE LINE 4 POSITION 33 UPDATE.
            CALL "DateCheck" USING WS-JRNL-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY "INVALID DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            ELSE
               CALL "PeriodCheck" USING WS-JRNL-DATE PERIOD-FLAG
               IF PERIOD-FLAG = "C"
                  DISPLAY "PERIOD CLOSED - ENTRY REFUSED"
                          LINE 20 POSITION 10
                  MOVE "N" TO DC-RESULT
               END-IF
            END-IF.
      * 迴轉與循環旗標;循環傳票須有不早於傳票日期之截止日期
        170-ACCEPT-FLAGS-RTN.
            MOVE "N" TO WS-REVERSE WS-RECUR.
            MOVE ZERO TO WS-END-DATE.
            DISPLAY "迴轉傳票 ?(Y/N) :" LINE 6 POSITION 10.
            ACCEPT WS-REVERSE LINE 6 POSITION 30 UPDATE.
            IF WS-REVERSE NOT = "Y"
               MOVE "N" TO WS-REVERSE
            END-IF.
            DISPLAY "循環傳票 ?(Y/N) :" LINE 6 POSITION 40.
            ACCEPT WS-RECUR LINE 6 POSITION 60 UPDATE.
            IF WS-RECUR = "Y"
               MOVE "N" TO DC-RESULT
               PERFORM 180-ACCEPT-END-DATE-RTN UNTIL DC-RESULT = "Y"
            ELSE
               MOVE "N" TO WS-RECUR
            END-IF.
        180-ACCEPT-END-DATE-RTN.
            DISPLAY "截止日期 (YYYYMMDD) :" LINE 7 POSITION 10.
            ACCEPT WS-END-DATE LINE 7 POSITION 33.
            CALL "DateCheck" USING WS-END-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY "INVALID DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            ELSE
               IF WS-END-DATE < WS-JRNL-DATE
                  DISPLAY "END DATE BEFORE JOURNAL DATE"
                          LINE 20 POSITION 10
                  MOVE "N" TO DC-RESULT
               END-IF
            END-IF.
        200-START-JOURNAL-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-JRNL-NO.
            MOVE WS-JRNL-NO   TO MJ-NO OF MJHD-REC.
            MOVE WS-JRNL-DATE TO MJ-DATE OF MJHD-REC.
            MOVE WS-JRNL-DESC TO MJ-DESC OF MJHD-REC.
            MOVE "O"          TO MJ-STATUS OF MJHD-REC.
            MOVE WS-REVERSE   TO MJ-REVERSE OF MJHD-REC.
            MOVE WS-RECUR     TO MJ-RECUR OF MJHD-REC.
            MOVE WS-END-DATE  TO MJ-END-DATE OF MJHD-REC.
            MOVE WS-JRNL-DATE (1:6) TO MJ-LAST-GEN OF MJHD-REC.
            MOVE SPACES       TO MJ-SOURCE-NO OF MJHD-REC.
            MOVE ZERO         TO MJ-LINE-COUNT OF MJHD-REC.
            MOVE ZERO         TO MJ-TOTAL OF MJHD-REC.
            WRITE MJHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL NUMBER !! " WS-JRNL-NO
            END-WRITE.
            MOVE 0 TO WS-LINE-NO.
            MOVE ZERO TO DEBIT-TOTAL CREDIT-TOTAL.
            MOVE SPACE TO WS-UNBAL-ANS.
            DISPLAY "傳票號碼 : " WS-JRNL-NO LINE 8 POSITION 10.
      * 輸入各行至不續列為止;借貸不平衡時選擇續列或放棄，放棄
      * 之傳票表頭記為 "X" 不釋出
        300-LINES-RTN.
            MOVE "Y" TO LINE-CONTI.
            PERFORM 310-JOURNAL-LINE-RTN UNTIL LINE-CONTI = "N".
            IF DEBIT-TOTAL = CREDIT-TOTAL AND DEBIT-TOTAL NOT = ZERO
               PERFORM 400-SAVE-JOURNAL-RTN
               MOVE "Y" TO JRNL-DONE
            ELSE
               DISPLAY "JOURNAL OUT OF BALANCE - 1.續列 2.放棄 :"
                       LINE 20 POSITION 10
               ACCEPT WS-UNBAL-ANS LINE 20 POSITION 52
               IF WS-UNBAL-ANS = "2"
                  PERFORM 450-ABANDON-JOURNAL-RTN
                  MOVE "Y" TO JRNL-DONE
               END-IF
            END-IF.
        310-JOURNAL-LINE-RTN.
            DISPLAY "科目 :" LINE 10 POSITION 10.
            MOVE SPACES TO WS-ACCT-IN.
            ACCEPT WS-ACCT-IN LINE 10 POSITION 23.
            MOVE WS-ACCT-IN TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ GLAC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "ACCOUNT NOT ON GL ACCOUNT MASTER"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY GA-NAME OF GLAC-REC LINE 10 POSITION 35
               PERFORM 320-ACCEPT-AMOUNTS-RTN
            END-IF.
            DISPLAY "續列 ?(Y/N) :" LINE 18 POSITION 10.
            ACCEPT LINE-CONTI LINE 18 POSITION 30.
      * 每行僅可借或貸一方有金額
        320-ACCEPT-AMOUNTS-RTN.
            MOVE WS-JRNL-DESC TO WS-DESC-IN.
            DISPLAY "行摘要 :" LINE 12 POSITION 10.
            ACCEPT WS-DESC-IN LINE 12 POSITION 23 UPDATE.
            MOVE ZERO TO WS-DEBIT-IN WS-CREDIT-IN.
            DISPLAY "借方金額 :" LINE 14 POSITION 10.
            ACCEPT WS-DEBIT-IN LINE 14 POSITION 23.
            DISPLAY "貸方金額 :" LINE 15 POSITION 10.
            ACCEPT WS-CREDIT-IN LINE 15 POSITION 23.
            IF (WS-DEBIT-IN = ZERO AND WS-CREDIT-IN = ZERO)
               OR (WS-DEBIT-IN NOT = ZERO AND WS-CREDIT-IN NOT = ZERO)
               DISPLAY "ENTER EITHER A DEBIT OR A CREDIT AMOUNT"
                       LINE 20 POSITION 10
            ELSE
               PERFORM 380-WRITE-LINE-RTN
            END-IF.
        380-WRITE-LINE-RTN.
            ADD 1 TO WS-LINE-NO.
            MOVE WS-JRNL-NO   TO MJL-NO OF MJLN-REC.
            MOVE WS-LINE-NO   TO MJL-LINE-NO OF MJLN-REC.
            MOVE WS-ACCT-IN   TO MJL-ACCOUNT OF MJLN-REC.
            MOVE WS-DESC-IN   TO MJL-DESC OF MJLN-REC.
            MOVE WS-DEBIT-IN  TO MJL-DEBIT OF MJLN-REC.
            MOVE WS-CREDIT-IN TO MJL-CREDIT OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
            ADD WS-DEBIT-IN  TO DEBIT-TOTAL.
            ADD WS-CREDIT-IN TO CREDIT-TOTAL.
            MOVE DEBIT-TOTAL  TO TD-DEBIT.
            MOVE CREDIT-TOTAL TO TD-CREDIT.
            DISPLAY TOTAL-DISPLAY LINE 16 POSITION 10.
        400-SAVE-JOURNAL-RTN.
            MOVE WS-JRNL-NO TO MJ-NO OF MJHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ MJHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE WS-LINE-NO  TO MJ-LINE-COUNT OF MJHD-REC
               MOVE DEBIT-TOTAL TO MJ-TOTAL OF MJHD-REC
               REWRITE MJHD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING MJRNL.HDR FOR "
                             WS-JRNL-NO
               END-REWRITE
            END-IF.
        450-ABANDON-JOURNAL-RTN.
            MOVE WS-JRNL-NO TO MJ-NO OF MJHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ MJHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE "X"        TO MJ-STATUS OF MJHD-REC
               MOVE WS-LINE-NO TO MJ-LINE-COUNT OF MJHD-REC
               REWRITE MJHD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING MJRNL.HDR FOR "
                             WS-JRNL-NO
               END-REWRITE
            END-IF.
            DISPLAY "JOURNAL " WS-JRNL-NO " ABANDONED"
                    LINE 20 POSITION 10.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MJRNL.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJHD-FILE-NAME.
            MOVE "MJRNL.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJLN-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
