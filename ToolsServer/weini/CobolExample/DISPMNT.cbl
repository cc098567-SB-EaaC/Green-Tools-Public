      ** 發票爭議維護 (DISPMNT.CBL):客戶對 CREDIT.AGE 未收項目提出
      **                           爭議(價格錯誤、短交、貨損等)時
      **                           ，登錄爭議原因碼、操作員、日期
      **                           與說明於爭議檔 DISPUTE.DAT;爭議
      **                           中之項目不催收、不計息、不計入
      **                           信用凍結，對帳單仍列示並註明;
      **                           查明後解除爭議，項目恢復正常
      **                           處理;登錄與解除均經 MaintAudit
      **                           留存異動前後
      **                           對照 (WRITEOFF.CBL) 之項目選定
      **                           與 (TERMMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     DisputeMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CUST-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 DSPT-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-DSPT-FOUND PIC X VALUE "N".
        77 WS-RSN-OK    PIC X  VALUE "N".
        77 WS-CUS-NO-IN PIC X(4) VALUE SPACES.
        77 WS-INV-NO-IN PIC X(6) VALUE SPACES.
        77 WS-REASON-IN PIC X(2) VALUE SPACES.
        77 WS-NOTE-IN   PIC X(40) VALUE SPACES.
        77 RSN-LINE     PIC 99 VALUE 0.
        77 WS-RSN-HIT   PIC 9(2) VALUE 0.
        77 WS-RSN-DESC  PIC X(20) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(90) VALUE SPACES.
           COPY DSRNTAB.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              EXIT PROGRAM.
        DSPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
        DSPT-ERROR-PROCESS.
           IF DSPT-FS = "35"
              OPEN OUTPUT DSPT-FILE
              CLOSE DSPT-FILE
              OPEN I-O DSPT-FILE
           ELSE
              IF DSPT-FS NOT = "00"
                 DISPLAY "ERROR OPENING DSPT-FILE, FILE STATUS = "
                         DSPT-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT CUST-FILE
                       AGE-FILE
                 I-O   DSPT-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE CUST-FILE AGE-FILE DSPT-FILE.
            EXIT PROGRAM.
      * 登錄者取自簽入檔，未簽入者不得使用
        050-GET-OPERATOR-RTN.
            MOVE SPACES TO OP-ID.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "發票爭議維護" LINE 5 POSITION 10.
            DISPLAY "1.登錄爭議" LINE 7 POSITION 12.
            DISPLAY "2.解除爭議" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
        150-CHOICE.
            IF CHOICE = "1"
               MOVE "Y" TO CONTI
               PERFORM 300-OPEN-DISPUTE-RTN UNTIL CONTI = "N"
            ELSE IF CHOICE = "2"
                    MOVE "Y" TO CONTI
                    PERFORM 500-RESOLVE-RTN UNTIL CONTI = "N"
                 ELSE
                    DISPLAY "INVALID SELECTION, TRY AGAIN"
                            LINE 20 POSITION 10
                    PERFORM 100-SCREEN
                    PERFORM 150-CHOICE
                 END-IF
            END-IF.
      * 客戶與發票號碼共用:讀取客戶、未收項目與既有爭議紀錄
        200-GET-ITEM-RTN.
            DISPLAY "客戶編號 :" LINE 4 POSITION 10.
            ACCEPT WS-CUS-NO-IN LINE 4 POSITION 23.
            DISPLAY "發票號碼 :" LINE 5 POSITION 10.
            ACCEPT WS-INV-NO-IN LINE 5 POSITION 23.
            MOVE WS-CUS-NO-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CUSTOMER NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
               MOVE WS-CUS-NO-IN TO AGE-CUS-NO OF AGE-REC
               MOVE WS-INV-NO-IN TO AGE-INV-NO OF AGE-REC
               READ AGE-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  DISPLAY "OPEN ITEM NOT FOUND" LINE 20 POSITION 10
               ELSE
                  DISPLAY "發票日期 : " AGE-INV-DATE OF AGE-REC
                          LINE 6 POSITION 10
                  DISPLAY "未收餘額 : " AGE-BALANCE OF AGE-REC
                          LINE 7 POSITION 10
               END-IF
            END-IF.
            MOVE "N" TO WS-DSPT-FOUND.
            IF WS-KEY-ERR = "N"
               MOVE WS-CUS-NO-IN TO DS-CUS-NO OF DSPT-REC
               MOVE WS-INV-NO-IN TO DS-INV-NO OF DSPT-REC
               READ DSPT-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-DSPT-FOUND
               END-READ
            END-IF.
      * 登錄爭議:僅借方未收項目可登錄;已解除之舊紀錄覆寫重開
        300-OPEN-DISPUTE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "登錄發票爭議" LINE 2 POSITION 25.
            PERFORM 200-GET-ITEM-RTN.
            IF WS-KEY-ERR = "N"
               IF AGE-BALANCE OF AGE-REC NOT > ZERO
                  DISPLAY "ONLY DEBIT ITEMS CAN BE DISPUTED"
                          LINE 20 POSITION 10
               ELSE
                  IF WS-DSPT-FOUND = "Y" AND DS-OPEN OF DSPT-REC
                     DISPLAY "ALREADY IN DISPUTE SINCE "
                             DS-DATE OF DSPT-REC LINE 20 POSITION 10
                  ELSE
                     PERFORM 310-ENTER-DISPUTE-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-DISPUTE-RTN.
            MOVE 9 TO RSN-LINE.
            PERFORM 320-SHOW-REASON-RTN
               VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT.
            DISPLAY "爭議原因 :" LINE 16 POSITION 10.
            MOVE SPACES TO WS-REASON-IN.
            ACCEPT WS-REASON-IN LINE 16 POSITION 23.
            MOVE "N" TO WS-RSN-OK.
            PERFORM 330-CHECK-REASON-RTN
               VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT.
            IF WS-RSN-OK = "N"
               DISPLAY "INVALID REASON CODE - NOTHING RECORDED"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY "說    明 :" LINE 17 POSITION 10
               MOVE SPACES TO WS-NOTE-IN
               ACCEPT WS-NOTE-IN LINE 17 POSITION 23
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  PERFORM 340-WRITE-DISPUTE-RTN
               END-IF
            END-IF.
        320-SHOW-REASON-RTN.
            DISPLAY DR-CODE (DR-SUB) " " DR-DESC (DR-SUB)
                    LINE RSN-LINE POSITION 12.
            ADD 1 TO RSN-LINE.
        330-CHECK-REASON-RTN.
            IF WS-REASON-IN = DR-CODE (DR-SUB)
               MOVE "Y" TO WS-RSN-OK
            END-IF.
        340-WRITE-DISPUTE-RTN.
            IF WS-DSPT-FOUND = "Y"
               MOVE DSPT-REC TO HOLD-IMAGE
            ELSE
               MOVE SPACES TO HOLD-IMAGE
            END-IF.
            MOVE WS-CUS-NO-IN TO DS-CUS-NO OF DSPT-REC.
            MOVE WS-INV-NO-IN TO DS-INV-NO OF DSPT-REC.
            MOVE "O"          TO DS-STATUS OF DSPT-REC.
            MOVE WS-REASON-IN TO DS-REASON OF DSPT-REC.
            MOVE RUN-DATE     TO DS-DATE OF DSPT-REC.
            MOVE OP-ID        TO DS-OPER-ID OF DSPT-REC.
            MOVE WS-NOTE-IN   TO DS-NOTE OF DSPT-REC.
            MOVE ZERO         TO DS-RESOLVED-DATE OF DSPT-REC.
            MOVE SPACES       TO DS-RESOLVED-BY OF DSPT-REC.
            IF WS-DSPT-FOUND = "Y"
               REWRITE DSPT-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
               MOVE "CHANGE" TO AU-ACTION OF AUD-REC
            ELSE
               WRITE DSPT-REC
                  INVALID KEY
                     DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
               END-WRITE
               MOVE "ADD   " TO AU-ACTION OF AUD-REC
            END-IF.
            PERFORM 600-WRITE-AUDIT-RTN.
            DISPLAY "ITEM MARKED IN DISPUTE" LINE 20 POSITION 10.
      * 解除爭議:可補充說明查明結果，項目恢復催收、計息與凍結
        500-RESOLVE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "解除發票爭議" LINE 2 POSITION 25.
            PERFORM 200-GET-ITEM-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-DSPT-FOUND = "N" OR NOT DS-OPEN OF DSPT-REC
                  DISPLAY "ITEM IS NOT IN DISPUTE" LINE 20 POSITION 10
               ELSE
                  PERFORM 510-CLOSE-DISPUTE-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-CLOSE-DISPUTE-RTN.
            MOVE DSPT-REC TO HOLD-IMAGE.
            MOVE 0 TO WS-RSN-HIT.
            MOVE SPACES TO WS-RSN-DESC.
            PERFORM 520-FIND-REASON-RTN
               VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT.
            IF WS-RSN-HIT NOT = 0
               MOVE DR-DESC (WS-RSN-HIT) TO WS-RSN-DESC
            END-IF.
            DISPLAY "爭議原因 : " DS-REASON OF DSPT-REC
                    " " WS-RSN-DESC LINE 9 POSITION 10.
            DISPLAY "登錄日期 : " DS-DATE OF DSPT-REC
                    "  " DS-OPER-ID OF DSPT-REC LINE 10 POSITION 10.
            DISPLAY "說    明 :" LINE 11 POSITION 10.
            ACCEPT DS-NOTE OF DSPT-REC LINE 11 POSITION 23 UPDATE.
            DISPLAY "是否解除 ?" LINE 13 POSITION 10.
            ACCEPT SURE LINE 13 POSITION 23.
            IF SURE = "Y"
               MOVE "R"      TO DS-STATUS OF DSPT-REC
               MOVE RUN-DATE TO DS-RESOLVED-DATE OF DSPT-REC
               MOVE OP-ID    TO DS-RESOLVED-BY OF DSPT-REC
               REWRITE DSPT-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
               MOVE "RESOLV" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
               DISPLAY "DISPUTE RESOLVED" LINE 20 POSITION 10
            END-IF.
        520-FIND-REASON-RTN.
            IF DS-REASON OF DSPT-REC = DR-CODE (DR-SUB)
               MOVE DR-SUB TO WS-RSN-HIT
            END-IF.
        600-WRITE-AUDIT-RTN.
            MOVE "DISPUTE " TO AU-FILE-ID OF AUD-REC.
            MOVE DS-KEY OF DSPT-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            MOVE DSPT-REC   TO AU-AFTER OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "DISPUTE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
