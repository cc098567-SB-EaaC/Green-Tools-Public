      ** 直送訂購單副程式 (DSHPPO.CBL):銷售訂單行註記直送時，依
      **                               取號副程式以人工訂購單之 PO
      **                               序號開立一行訂購單，註記直送
      **                               並記下對應之訂單編號與行號，
      **                               承諾交期為客戶要求出貨日;單價
      **                               取廠商料號檔進價換算為銷售
      **                               單位，查無時取產品主檔成本，
      **                               外幣廠商依當日匯率換算;訂購單
      **                               加印客戶送貨地址，由廠商逕送
      **                               客戶，雙方均不異動庫存;
      **                               訂購行記下料號進價與簽入之
      **                               操作員為採購員，並經
      **                               PoTransmit 寫入廠商傳送檔
      **                               對照 (POENTRY.CBL) 之訂購單
      **                               寫法與單據格式

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     DropShipPo.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT VITM-FILE ASSIGN TO RANDOM VITM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VI-KEY
                  FILE STATUS IS VITM-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT FORM-FILE ASSIGN TO RANDOM FORM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FORM-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD VITM-FILE
           LABEL RECORD IS STANDARD.
           COPY VITMCOPY REPLACING ==VITM-GRP== BY ==VITM-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD FORM-FILE
           LABEL RECORD IS STANDARD.
        01 FORM-REC             PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VITM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 FORM-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 VEND-FS      PIC XX.
        77 VEND-MISSING PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 PROD-MISSING PIC X  VALUE "N".
        77 VITM-FS      PIC XX.
        77 VITM-MISSING PIC X  VALUE "N".
        77 PO-FS        PIC XX.
        77 FORM-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PO-NO-BUILD PIC 9(6) VALUE 0.
        77 NN-SERIES    PIC X(8) VALUE "PO".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-COST-IN   PIC 9(5)V99 VALUE 0.
        77 WS-HOME-COST PIC 9(5)V99 VALUE 0.
        77 WS-VALUE     PIC 9(8)V99 VALUE 0.
           COPY CURRREQ REPLACING ==CURR-REQ-GRP== BY ==CURR-REQ==.
           COPY RUNDATE.
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 FORM-HEADING2.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(19) VALUE "採 購 單(直送)".
        01 FORM-VEND-LINE1.
           05 FILLER            PIC X(12) VALUE "廠商名稱".
           05 FILLER            PIC X(2).
           05 FV-VEND-NAME      PIC X(20).
        01 FORM-VEND-LINE2.
           05 FILLER            PIC X(12) VALUE "廠商地址".
           05 FILLER            PIC X(2).
           05 FV-VEND-ADDRESS   PIC X(20).
        01 FORM-DELIV-LINE.
           05 FILLER            PIC X(12) VALUE "送貨地址".
           05 FILLER            PIC X(2).
           05 FV-DELIV-NAME     PIC X(12).
           05 FILLER            PIC X(1).
           05 FV-DELIV-ADDRESS  PIC X(30).
        01 FORM-PO-LINE.
           05 FILLER            PIC X(11) VALUE "PO NUMBER  ".
           05 FV-PO-NO          PIC X(6).
           05 FILLER            PIC X(9)  VALUE "   DATE: ".
           05 FV-YY             PIC 9999/.
           05 FV-MM             PIC 99/.
           05 FV-DD             PIC 99.
        01 FORM-SO-LINE.
           05 FILLER            PIC X(11) VALUE "OUR ORDER  ".
           05 FV-SO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 FV-SO-LINE        PIC 9(3).
           05 FILLER            PIC X(9)  VALUE "   SHIP: ".
           05 FV-SHIP-DATE      PIC 9999/99/99.
        01 FORM-DETAIL-HEADING.
           05 FILLER            PIC X(6)  VALUE "行號".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "產品編號".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "數量".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "單位".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "單價".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "金額".
        01 FORM-DETAIL-LINE.
           05 FL-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(4).
           05 FL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(3).
           05 FL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 FL-UNIT           PIC X(4).
           05 FILLER            PIC X(2).
           05 FL-UNIT-COST      PIC Z,ZZ9.99.
           05 FILLER            PIC X(2).
           05 FL-VALUE          PIC ZZZ,ZZ9.99.
        01 FORM-NOTE-LINE.
           05 FILLER            PIC X(42)
              VALUE "請逕送客戶並回覆出貨量與日期".

        LINKAGE         SECTION.
           COPY DSHPREQ REPLACING ==DSHP-REQ-GRP== BY ==DSHP-REQ==.
      **
        PROCEDURE       DIVISION USING DSHP-REQ.
        DECLARATIVES.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              MOVE "Y" TO VEND-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              MOVE "Y" TO PROD-MISSING.
        VITM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VITM-FILE.
        VITM-ERROR-PROCESS.
           IF VITM-FS NOT = "00"
              MOVE "Y" TO VITM-MISSING.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS = "35"
              OPEN OUTPUT PO-FILE
              CLOSE PO-FILE
              OPEN I-O PO-FILE
           ELSE
              IF PO-FS NOT = "00"
                 DISPLAY "PO.DAT FILE STATUS = " PO-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 MOVE "N" TO DS-RESULT OF DSHP-REQ
                 MOVE "PO FILE NOT AVAILABLE"
                      TO DS-MESSAGE OF DSHP-REQ
                 EXIT PROGRAM
              END-IF
           END-IF.
        FORM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FORM-FILE.
        FORM-ERROR-PROCESS.
           IF FORM-FS NOT = "00"
              OPEN OUTPUT FORM-FILE.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 先檢核廠商，建單時再開啟產品、廠商料號、訂購單與單據檔
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "Y" TO DS-RESULT OF DSHP-REQ.
            MOVE SPACES TO DS-MESSAGE OF DSHP-REQ.
            MOVE "N" TO VEND-MISSING PROD-MISSING VITM-MISSING.
            OPEN INPUT VEND-FILE.
            IF VEND-MISSING = "Y"
               MOVE "N" TO DS-RESULT OF DSHP-REQ
               MOVE "VENDOR FILE NOT AVAILABLE"
                    TO DS-MESSAGE OF DSHP-REQ
            ELSE
               PERFORM 100-CHECK-VEND-RTN
               IF DS-RESULT OF DSHP-REQ = "Y"
                  AND DS-FUNC OF DSHP-REQ = "C"
                  PERFORM 200-CREATE-PO-RTN
               END-IF
               CLOSE VEND-FILE
            END-IF.
            EXIT PROGRAM.
        100-CHECK-VEND-RTN.
            MOVE DS-VEND-NO OF DSHP-REQ TO VEND-NO OF VEND-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ VEND-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "N" TO DS-RESULT OF DSHP-REQ
               MOVE "VENDOR NOT FOUND" TO DS-MESSAGE OF DSHP-REQ
               MOVE SPACES TO DS-VEND-NAME OF DSHP-REQ
            ELSE
               MOVE VEND-NAME OF VEND-REC TO DS-VEND-NAME OF DSHP-REQ
            END-IF.
        200-CREATE-PO-RTN.
            OPEN INPUT PROD-FILE.
            IF PROD-MISSING = "Y"
               MOVE "N" TO DS-RESULT OF DSHP-REQ
               MOVE "PRODUCT FILE NOT AVAILABLE"
                    TO DS-MESSAGE OF DSHP-REQ
            ELSE
               MOVE DS-PRO-NO OF DSHP-REQ TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  MOVE "N" TO DS-RESULT OF DSHP-REQ
                  MOVE "PRODUCT NOT FOUND" TO DS-MESSAGE OF DSHP-REQ
               ELSE
                  OPEN INPUT  VITM-FILE
                       I-O    PO-FILE
                       EXTEND FORM-FILE
                  ACCEPT RUN-DATE FROM DATE YYYYMMDD
                  MOVE RUN-DATE TO WS-RUN-DATE-NUM
                  PERFORM 300-DEFAULT-COST-RTN
                  PERFORM 350-GET-RATE-RTN
                  PERFORM 370-GET-OPERATOR-RTN
                  PERFORM 400-WRITE-PO-RTN
                  PERFORM 500-PRINT-FORM-RTN
                  IF VITM-MISSING = "N"
                     CLOSE VITM-FILE
                  END-IF
                  CLOSE PO-FILE FORM-FILE
               END-IF
               CLOSE PROD-FILE
            END-IF.
      * 廠商料號檔進價為訂購單位(整包)價，除以每包數量換算為
      * 銷售單位價;查無時取產品主檔成本
        300-DEFAULT-COST-RTN.
            MOVE "Y" TO WS-KEY-ERR.
            IF VITM-MISSING = "N"
               MOVE DS-VEND-NO OF DSHP-REQ TO VI-VEND-NO OF VITM-REC
               MOVE DS-PRO-NO OF DSHP-REQ  TO VI-PRO-NO OF VITM-REC
               MOVE "N" TO WS-KEY-ERR
               READ VITM-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
            END-IF.
            IF WS-KEY-ERR = "Y"
               MOVE PRO-COST OF PROD-REC TO WS-COST-IN
            ELSE
               IF PRO-UNITS-PER-PACK OF PROD-REC > 1
                  COMPUTE WS-COST-IN ROUNDED = VI-COST OF VITM-REC
                          / PRO-UNITS-PER-PACK OF PROD-REC
               ELSE
                  MOVE VI-COST OF VITM-REC TO WS-COST-IN
               END-IF
            END-IF.
      * 外幣廠商取訂購日匯率;本幣廠商匯率為 1
        350-GET-RATE-RTN.
            MOVE 1 TO CC-RATE OF CURR-REQ.
            IF VEND-CURR OF VEND-REC NOT = SPACES
               MOVE VEND-CURR OF VEND-REC TO CC-CURR OF CURR-REQ
               MOVE WS-RUN-DATE-NUM TO CC-DATE OF CURR-REQ
               CALL "CurrConv" USING CURR-REQ
            END-IF.
      * 採購員為簽入之操作員;未經簽入時記為 BATCH
        370-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            MOVE "BATCH   " TO OP-ID.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "BATCH   " TO OP-ID
               END-READ
               CLOSE OPER-FILE
            END-IF.
      * 直送訂購單一單一行，數量與單位同銷售訂單行
        400-WRITE-PO-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-PO-NO-BUILD.
            MOVE WS-PO-NO-BUILD          TO PO-NO OF PO-REC.
            MOVE 1                       TO PO-LINE-NO OF PO-REC.
            MOVE DS-PRO-NO OF DSHP-REQ   TO PO-PRO-NO OF PO-REC.
            MOVE DS-VEND-NO OF DSHP-REQ  TO PO-VEND-NO OF PO-REC.
            MOVE DS-QTY OF DSHP-REQ      TO PO-QTY OF PO-REC.
            MOVE "EA  "                  TO PO-UNIT OF PO-REC.
            IF VEND-CURR OF VEND-REC = SPACES
               MOVE WS-COST-IN TO WS-HOME-COST
               MOVE SPACES TO PO-CURR OF PO-REC
               MOVE ZERO   TO PO-FOREIGN-COST OF PO-REC
               MOVE ZERO   TO PO-FOREIGN-VALUE OF PO-REC
            ELSE
               COMPUTE WS-HOME-COST ROUNDED =
                       WS-COST-IN * CC-RATE OF CURR-REQ
               MOVE VEND-CURR OF VEND-REC TO PO-CURR OF PO-REC
               MOVE WS-COST-IN TO PO-FOREIGN-COST OF PO-REC
               COMPUTE PO-FOREIGN-VALUE OF PO-REC =
                       DS-QTY OF DSHP-REQ * WS-COST-IN
            END-IF.
            MOVE WS-HOME-COST TO PO-UNIT-COST OF PO-REC.
            COMPUTE WS-VALUE = DS-QTY OF DSHP-REQ * WS-HOME-COST.
            MOVE WS-VALUE     TO PO-VALUE OF PO-REC.
            MOVE RUN-YY TO PO-YY OF PO-REC.
            MOVE RUN-MM TO PO-MM OF PO-REC.
            MOVE RUN-DD TO PO-DD OF PO-REC.
            MOVE "O"    TO PO-STATUS OF PO-REC.
            MOVE DS-QTY OF DSHP-REQ TO PO-QTY-ORIG OF PO-REC.
            MOVE ZERO               TO PO-QTY-RECV OF PO-REC.
            MOVE DS-PROMISE-DATE OF DSHP-REQ
                 TO PO-PROMISE-DATE OF PO-REC.
            MOVE ZERO               TO PO-RECV-DATE OF PO-REC.
            MOVE "Y"                TO PO-DROP-SHIP OF PO-REC.
            MOVE DS-SO-NO OF DSHP-REQ   TO PO-SO-NO OF PO-REC.
            MOVE DS-SO-LINE OF DSHP-REQ TO PO-SO-LINE OF PO-REC.
            MOVE WS-HOME-COST           TO PO-LIST-COST OF PO-REC.
            MOVE OP-ID                  TO PO-BUYER OF PO-REC.
            WRITE PO-REC
               INVALID KEY
                  MOVE "N" TO DS-RESULT OF DSHP-REQ
                  MOVE "DUPLICATE PO NUMBER"
                       TO DS-MESSAGE OF DSHP-REQ
               NOT INVALID KEY
                  CALL "PoTransmit" USING PO-REC
            END-WRITE.
            MOVE PO-NO OF PO-REC TO DS-PO-NO OF DSHP-REQ.
      * 直送訂購單加印客戶送貨地址與本公司訂單編號
        500-PRINT-FORM-RTN.
            WRITE FORM-REC FROM FORM-HEADING1 AFTER PAGE.
            WRITE FORM-REC FROM FORM-HEADING2 AFTER 2 LINES.
            MOVE VEND-NAME OF VEND-REC    TO FV-VEND-NAME.
            MOVE VEND-ADDRESS OF VEND-REC TO FV-VEND-ADDRESS.
            WRITE FORM-REC FROM FORM-VEND-LINE1 AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-VEND-LINE2 AFTER 1 LINES.
            MOVE DS-DELIV-NAME OF DSHP-REQ    TO FV-DELIV-NAME.
            MOVE DS-DELIV-ADDRESS OF DSHP-REQ TO FV-DELIV-ADDRESS.
            WRITE FORM-REC FROM FORM-DELIV-LINE AFTER 1 LINES.
            MOVE WS-PO-NO-BUILD TO FV-PO-NO.
            MOVE RUN-YY TO FV-YY.
            MOVE RUN-MM TO FV-MM.
            MOVE RUN-DD TO FV-DD.
            WRITE FORM-REC FROM FORM-PO-LINE AFTER 2 LINES.
            MOVE DS-SO-NO OF DSHP-REQ        TO FV-SO-NO.
            MOVE DS-SO-LINE OF DSHP-REQ      TO FV-SO-LINE.
            MOVE DS-PROMISE-DATE OF DSHP-REQ TO FV-SHIP-DATE.
            WRITE FORM-REC FROM FORM-SO-LINE AFTER 1 LINES.
            WRITE FORM-REC FROM FORM-DETAIL-HEADING AFTER 2 LINES.
            MOVE 1                      TO FL-LINE-NO.
            MOVE DS-PRO-NO OF DSHP-REQ  TO FL-PRO-NO.
            MOVE DS-QTY OF DSHP-REQ     TO FL-QTY.
            MOVE PO-UNIT OF PO-REC      TO FL-UNIT.
            MOVE WS-COST-IN             TO FL-UNIT-COST.
            COMPUTE FL-VALUE = DS-QTY OF DSHP-REQ * WS-COST-IN.
            WRITE FORM-REC FROM FORM-DETAIL-LINE AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-NOTE-LINE AFTER 2 LINES.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "VENDITEM.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VITM-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "PORDER.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO FORM-FILE-NAME.
