      ** 呆帳沖銷作業 (WRITEOFF.CBL):客戶倒閉等無法收回之應收帳款
      **                            ，經權限 9 主管輸入原因後，
      **                            選定單張或全部未收項目自
      **                            CREDIT.AGE 沖銷，逐筆寫入呆帳
      **                            登記檔 WRITEOFF.REG 並經
      **                            MaintAudit 留存異動前後，列印
      **                            呆帳傳票清單(借呆帳損失、貸
      **                            應收帳款)，總帳由傳票匯出作業
      **                            依登記檔入帳;另維護小額餘額
      **                            批次沖銷 (WOSWEEP.CBL) 之金額
      **                            上限與逾期天數
      **                            對照 (DAYACK.CBL) 之主管權限
      **                            與 (INVVOID.CBL) 之沖轉稽核

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BadDebtWriteOff.
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
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT WOFF-FILE ASSIGN TO RANDOM WOFF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WO-KEY
                  FILE STATUS IS WOFF-FS.
           SELECT WOCT-FILE ASSIGN TO RANDOM WOCT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WOCT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
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
        FD WOFF-FILE
           LABEL RECORD IS STANDARD.
           COPY WOFFCOPY REPLACING ==WOFF-GRP== BY ==WOFF-REC==.
        FD WOCT-FILE
           LABEL RECORD IS STANDARD.
           COPY WOCTCOPY REPLACING ==WOCT-GRP== BY ==WOCT-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 WOFF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WOCT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CUST-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 WOFF-FS      PIC XX.
        77 WOCT-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 WOCT-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-AGE-EOF   PIC X  VALUE "N".
        77 WS-CUS-NO-IN PIC X(4) VALUE SPACES.
        77 WS-INV-NO-IN PIC X(6) VALUE SPACES.
        77 WS-REASON-IN PIC X(30) VALUE SPACES.
        77 WS-ALL-ANS   PIC X  VALUE "N".
        77 WS-ITEM-CNT  PIC 9(4) VALUE 0.
        77 WS-ITEM-SUM  PIC S9(8)V99 VALUE 0.
        77 WOFF-CNT     PIC 9(5) VALUE 0.
        77 WOFF-TOTAL   PIC S9(9)V99 VALUE 0.
        77 HOLD-IMAGE   PIC X(80) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-MM             PIC 99.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-DD             PIC 99.
           05 FILLER            PIC X(8)  VALUE "  PAGE: ".
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(17)
              VALUE "BAD DEBT JOURNAL".
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "發票號碼".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "發票日期".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "沖銷金額".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "沖銷原因".
        01 DETAIL-LINE.
           05 CUS-NO-OUT        PIC X(4).
           05 FILLER            PIC X(2).
           05 INV-NO-OUT        PIC X(6).
           05 FILLER            PIC X(2).
           05 INV-DATE-OUT      PIC 9(8).
           05 FILLER            PIC X(2).
           05 AMOUNT-OUT        PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2).
           05 REASON-OUT        PIC X(30).
        01 DEBIT-LINE.
           05 FILLER            PIC X(24)
              VALUE "DR 呆帳損失      :".
           05 DL-DEBIT          PIC Z,ZZZ,ZZ9.99-.
        01 CREDIT-LINE.
           05 FILLER            PIC X(24)
              VALUE "CR 應收帳款      :".
           05 DL-CREDIT         PIC Z,ZZZ,ZZ9.99-.
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "ITEMS WRITTEN OFF : ".
           05 SL-COUNT          PIC ZZ,ZZ9.
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
        WOFF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOFF-FILE.
        WOFF-ERROR-PROCESS.
           IF WOFF-FS = "35"
              OPEN OUTPUT WOFF-FILE
              CLOSE WOFF-FILE
              OPEN I-O WOFF-FILE
           ELSE
              IF WOFF-FS NOT = "00"
                 DISPLAY "ERROR OPENING WOFF-FILE, FILE STATUS = "
                         WOFF-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        WOCT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOCT-FILE.
        WOCT-ERROR-PROCESS.
           IF WOCT-FS NOT = "00"
              MOVE "Y" TO WOCT-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
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
            PERFORM 050-CHECK-AUTH-RTN.
            IF OP-AUTH NOT = 9
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                       LINE 20 POSITION 10
               EXIT PROGRAM
            END-IF.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            EXIT PROGRAM.
        050-CHECK-AUTH-RTN.
            MOVE ZERO TO OP-AUTH.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "呆帳沖銷" LINE 5 POSITION 10.
            DISPLAY "1.沖銷應收項目" LINE 7 POSITION 12.
            DISPLAY "2.小額餘額沖銷參數" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
        150-CHOICE.
            IF CHOICE = "1"
               PERFORM 300-WRITE-OFF-RTN
            ELSE IF CHOICE = "2"
                    PERFORM 700-PARAMETER-RTN
                 ELSE
                    DISPLAY "INVALID SELECTION, TRY AGAIN"
                            LINE 20 POSITION 10
                    PERFORM 100-SCREEN
                    PERFORM 150-CHOICE
                 END-IF
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 沖銷應收項目:逐一客戶輸入原因後，選全部或逐張沖銷
        300-WRITE-OFF-RTN.
            OPEN INPUT  CUST-FILE
                 I-O    AGE-FILE
                        WOFF-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            MOVE "Y" TO CONTI.
            PERFORM 310-ENTRY-RTN UNTIL CONTI = "N".
            PERFORM 500-WRITE-SUMMARY-RTN.
            CLOSE CUST-FILE AGE-FILE WOFF-FILE OUT-FILE.
        310-ENTRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "呆帳沖銷" LINE 2 POSITION 25.
            DISPLAY "客戶編號 :" LINE 4 POSITION 10.
            ACCEPT WS-CUS-NO-IN LINE 4 POSITION 23.
            MOVE WS-CUS-NO-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CUSTOMER NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY "客戶名稱 : " CM-CUS-NAME OF CUST-REC
                       LINE 5 POSITION 10
               DISPLAY "沖銷原因 :" LINE 7 POSITION 10
               MOVE SPACES TO WS-REASON-IN
               ACCEPT WS-REASON-IN LINE 7 POSITION 23
               IF WS-REASON-IN = SPACES
                  DISPLAY "REASON REQUIRED - NOTHING WRITTEN OFF"
                          LINE 20 POSITION 10
               ELSE
                  DISPLAY "全部未收項目沖銷 ?(Y/N) :"
                          LINE 9 POSITION 10
                  ACCEPT WS-ALL-ANS LINE 9 POSITION 40
                  IF WS-ALL-ANS = "Y"
                     PERFORM 320-ALL-ITEMS-RTN
                  ELSE
                     MOVE "*" TO WS-INV-NO-IN
                     PERFORM 350-ONE-ITEM-RTN
                        UNTIL WS-INV-NO-IN = SPACES
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 全部沖銷:先合計該客戶借方未收項目，確認後逐筆沖銷;折讓
      * (負數餘額)不沖，留待收款作業沖用
        320-ALL-ITEMS-RTN.
            MOVE ZERO TO WS-ITEM-CNT WS-ITEM-SUM.
            PERFORM 330-START-AGE-RTN.
            PERFORM 340-SUM-ONE-RTN UNTIL WS-AGE-EOF = "Y".
            IF WS-ITEM-CNT = ZERO
               DISPLAY "NO OPEN DEBIT ITEMS FOR CUSTOMER"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY "未收項目 : " WS-ITEM-CNT
                       "  金額 : " WS-ITEM-SUM LINE 11 POSITION 10
               DISPLAY "是否確定沖銷 ?" LINE 13 POSITION 10
               ACCEPT SURE LINE 13 POSITION 28
               IF SURE = "Y"
                  PERFORM 330-START-AGE-RTN
                  PERFORM 345-WRITE-OFF-NEXT-RTN
                     UNTIL WS-AGE-EOF = "Y"
                  DISPLAY "ITEMS WRITTEN OFF : " WS-ITEM-CNT
                          LINE 15 POSITION 10
               END-IF
            END-IF.
        330-START-AGE-RTN.
            MOVE WS-CUS-NO-IN TO AGE-CUS-NO OF AGE-REC.
            MOVE LOW-VALUES   TO AGE-INV-NO OF AGE-REC.
            MOVE "N" TO WS-AGE-EOF.
            START AGE-FILE KEY IS NOT LESS THAN AGE-KEY
               INVALID KEY MOVE "Y" TO WS-AGE-EOF
            END-START.
            PERFORM 335-READ-AGE-NEXT.
        335-READ-AGE-NEXT.
            IF WS-AGE-EOF = "N"
               READ AGE-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-AGE-EOF
               END-READ
            END-IF.
            IF WS-AGE-EOF = "N"
               AND AGE-CUS-NO OF AGE-REC NOT = WS-CUS-NO-IN
               MOVE "Y" TO WS-AGE-EOF
            END-IF.
        340-SUM-ONE-RTN.
            IF AGE-BALANCE OF AGE-REC > ZERO
               ADD 1 TO WS-ITEM-CNT
               ADD AGE-BALANCE OF AGE-REC TO WS-ITEM-SUM
            END-IF.
            PERFORM 335-READ-AGE-NEXT.
        345-WRITE-OFF-NEXT-RTN.
            IF AGE-BALANCE OF AGE-REC > ZERO
               PERFORM 400-DO-WRITE-OFF-RTN
            END-IF.
            PERFORM 335-READ-AGE-NEXT.
      * 逐張沖銷:發票號碼空白即結束
        350-ONE-ITEM-RTN.
            DISPLAY " " LINE 11 POSITION 1 WITH ERASE EOS.
            DISPLAY "發票號碼 (空白結束) :" LINE 11 POSITION 10.
            MOVE SPACES TO WS-INV-NO-IN.
            ACCEPT WS-INV-NO-IN LINE 11 POSITION 35.
            IF WS-INV-NO-IN NOT = SPACES
               PERFORM 360-SELECT-ITEM-RTN
            END-IF.
        360-SELECT-ITEM-RTN.
            MOVE WS-CUS-NO-IN TO AGE-CUS-NO OF AGE-REC.
            MOVE WS-INV-NO-IN TO AGE-INV-NO OF AGE-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ AGE-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "OPEN ITEM NOT FOUND" LINE 20 POSITION 10
            ELSE
               IF AGE-BALANCE OF AGE-REC NOT > ZERO
                  DISPLAY "ONLY DEBIT BALANCES CAN BE WRITTEN OFF"
                          LINE 20 POSITION 10
               ELSE
                  DISPLAY "發票日期 : " AGE-INV-DATE OF AGE-REC
                          LINE 13 POSITION 10
                  DISPLAY "未收餘額 : " AGE-BALANCE OF AGE-REC
                          LINE 14 POSITION 10
                  DISPLAY "是否確定沖銷 ?" LINE 16 POSITION 10
                  ACCEPT SURE LINE 16 POSITION 28
                  IF SURE = "Y"
                     PERFORM 400-DO-WRITE-OFF-RTN
                     DISPLAY "WRITTEN OFF" LINE 18 POSITION 10
                  END-IF
               END-IF
            END-IF.
      * 沖銷一筆:先寫登記檔(同一發票已沖銷者不重複)，再自應收
      * 檔刪除並留稽核與傳票清單
        400-DO-WRITE-OFF-RTN.
            MOVE AGE-REC TO HOLD-IMAGE.
            MOVE AGE-KEY OF AGE-REC      TO WO-KEY OF WOFF-REC.
            MOVE AGE-INV-DATE OF AGE-REC TO WO-INV-DATE OF WOFF-REC.
            MOVE AGE-DUE-DATE OF AGE-REC TO WO-DUE-DATE OF WOFF-REC.
            MOVE RUN-DATE                TO WO-DATE OF WOFF-REC.
            MOVE "W"                     TO WO-TYPE OF WOFF-REC.
            MOVE AGE-BALANCE OF AGE-REC  TO WO-AMOUNT OF WOFF-REC.
            MOVE ZERO                    TO WO-RECOVERED OF WOFF-REC.
            MOVE WS-REASON-IN            TO WO-REASON OF WOFF-REC.
            MOVE OP-ID                   TO WO-OPER-ID OF WOFF-REC.
            MOVE "N" TO WS-KEY-ERR.
            WRITE WOFF-REC
               INVALID KEY
                  MOVE "Y" TO WS-KEY-ERR
                  DISPLAY "ALREADY WRITTEN OFF !! "
                          WO-KEY OF WOFF-REC LINE 20 POSITION 10
            END-WRITE.
            IF WS-KEY-ERR = "N"
               DELETE AGE-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               PERFORM 420-WRITE-AUDIT-RTN
               PERFORM 430-WRITE-DETAIL-RTN
            END-IF.
        420-WRITE-AUDIT-RTN.
            MOVE "CREDAGE " TO AU-FILE-ID OF AUD-REC.
            MOVE "WRTOFF"   TO AU-ACTION OF AUD-REC.
            MOVE WO-KEY OF WOFF-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            MOVE WOFF-REC   TO AU-AFTER OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
        430-WRITE-DETAIL-RTN.
            ADD 1 TO WOFF-CNT.
            ADD WO-AMOUNT OF WOFF-REC TO WOFF-TOTAL.
            MOVE WO-CUS-NO OF WOFF-REC   TO CUS-NO-OUT.
            MOVE WO-INV-NO OF WOFF-REC   TO INV-NO-OUT.
            MOVE WO-INV-DATE OF WOFF-REC TO INV-DATE-OUT.
            MOVE WO-AMOUNT OF WOFF-REC   TO AMOUNT-OUT.
            MOVE WO-REASON OF WOFF-REC   TO REASON-OUT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 傳票:借呆帳損失、貸應收帳款，金額同沖銷合計
        500-WRITE-SUMMARY-RTN.
            MOVE WOFF-CNT TO SL-COUNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 2 LINES.
            MOVE WOFF-TOTAL TO DL-DEBIT.
            WRITE OUT-REC FROM DEBIT-LINE AFTER 2 LINES.
            MOVE WOFF-TOTAL TO DL-CREDIT.
            WRITE OUT-REC FROM CREDIT-LINE AFTER 1 LINES.
      * 小額餘額沖銷參數:尚未設定者預設金額 1.00、逾期 180 天
        700-PARAMETER-RTN.
            MOVE "N" TO WOCT-MISSING.
            OPEN INPUT WOCT-FILE.
            IF WOCT-MISSING = "N"
               READ WOCT-FILE
                  AT END MOVE "Y" TO WOCT-MISSING
               END-READ
               CLOSE WOCT-FILE
            END-IF.
            IF WOCT-MISSING = "Y"
               MOVE 1.00 TO WC-SMALL-LIMIT OF WOCT-REC
               MOVE 180  TO WC-MIN-DAYS OF WOCT-REC
            END-IF.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "小額餘額沖銷參數" LINE 5 POSITION 10.
            DISPLAY "金額上限 : " LINE 8 POSITION 20.
            DISPLAY "逾期天數 : " LINE 10 POSITION 20.
            ACCEPT WC-SMALL-LIMIT OF WOCT-REC LINE 8 POSITION 35
                   UPDATE.
            ACCEPT WC-MIN-DAYS OF WOCT-REC LINE 10 POSITION 35
                   UPDATE.
            IF WC-MIN-DAYS OF WOCT-REC = ZERO
               DISPLAY "INVALID DATA - DAYS MUST NOT BE ZERO"
                       LINE 20 POSITION 20
            ELSE
               MOVE RUN-DATE TO WC-CHANGED-DATE OF WOCT-REC
               MOVE OP-ID    TO WC-CHANGED-BY OF WOCT-REC
               OPEN OUTPUT WOCT-FILE
               WRITE WOCT-REC
               CLOSE WOCT-FILE
               DISPLAY "PARAMETERS SAVED" LINE 20 POSITION 20
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "WRITEOFF.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOFF-FILE-NAME.
            MOVE "WRITEOFF.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOCT-FILE-NAME.
            MOVE "WRITEOFF.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
