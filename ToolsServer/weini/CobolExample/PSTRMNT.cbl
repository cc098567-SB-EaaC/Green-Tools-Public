      ** 過帳規則維護 (PSTRMNT.CBL):交易類別加產品類別、倉庫對應
      **                          總帳科目之新增、更改、刪除;科目
      **                          須存在於總帳科目主檔;另可一次建立
      **                          各類別之預設規則(類別、倉庫皆空白)
      **                          ，科目沿用原總帳傳票匯出之科目
      **                          對照 (GLAMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PostRuleMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PSTR-FILE ASSIGN TO RANDOM PSTR-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS FS-CODE.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PSTR-FILE
           LABEL RECORD IS STANDARD.
           COPY PSTRCOPY REPLACING ==PSTR-GRP== BY ==PSTR-REC==.
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.

        WORKING-STORAGE SECTION.
        77 PSTR-FILE-NAME         PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        01 FS-CODE      PIC XX.
        01 GLAC-FS      PIC XX.
        01 WS-KEY-ERR   PIC X  VALUE "N".
        01 DATA-ERR-FLAG PIC X VALUE "N".
        01 SEED-SUB     PIC 9(2) VALUE 0.
        01 SEED-COUNT   PIC 9(2) VALUE 0.
      * 預設規則:交易類別、科目、摘要(原總帳傳票匯出之科目)
        01 SEED-VALUES.
           05 FILLER PIC X(32) VALUE "AR  1130-AR ACCOUNTS RECEIVABLE ".
           05 FILLER PIC X(32) VALUE "SALE4100-SLSSALES REVENUE       ".
           05 FILLER PIC X(32) VALUE "RETN4100-SLSSALES RETURNS       ".
           05 FILLER PIC X(32) VALUE "VAT 2200-VATVAT OUTPUT TAX      ".
           05 FILLER PIC X(32) VALUE "COGS5100-COGCOST OF GOODS SOLD  ".
           05 FILLER PIC X(32) VALUE "STKA5100-COGSTOCK ADJUSTMENT    ".
           05 FILLER PIC X(32) VALUE "STK 1140-STKSTOCK MOVEMENT      ".
           05 FILLER PIC X(32) VALUE "GRNI2150-GRNGOODS RECD NOT INVCD".
           05 FILLER PIC X(32) VALUE "DISA5300-DSADISCOUNTS ALLOWED   ".
           05 FILLER PIC X(32) VALUE "AP  2100-AP ACCOUNTS PAYABLE    ".
           05 FILLER PIC X(32) VALUE "DIST4300-DSTDISCOUNTS TAKEN     ".
           05 FILLER PIC X(32) VALUE "BADD5400-BDXBAD DEBTS WRITTEN OF".
           05 FILLER PIC X(32) VALUE "RFND2160-RFDCUSTOMER REFUNDS    ".
           05 FILLER PIC X(32) VALUE "REBT4150-RBTVOLUME REBATES      ".
           05 FILLER PIC X(32) VALUE "REBA2170-RBAREBATES ACCRUED     ".
        01 SEED-TABLE REDEFINES SEED-VALUES.
           05 SEED-ENTRY OCCURS 15 TIMES.
              10 SEED-TYPE      PIC X(4).
              10 SEED-ACCOUNT   PIC X(8).
              10 SEED-DESC      PIC X(20).

      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PSTR-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PSTR-FILE.
        ERROR-PROCESS.
           IF FS-CODE NOT = "00"
              OPEN OUTPUT PSTR-FILE
              CLOSE PSTR-FILE
              OPEN I-O PSTR-FILE.
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
            OPEN INPUT GLAC-FILE.
            OPEN I-O PSTR-FILE.
            PERFORM 100-SCREEN.
            PERFORM 200-CHOICE.
            PERFORM 600-CLOSE.
            EXIT PROGRAM.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "過帳規則維護" LINE 5 POSITION 10.
            DISPLAY "1.新增紀錄" LINE 7 POSITION 12.
            DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
            DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
            DISPLAY "4.建立預設規則" LINE 13 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 15 POSITION 10.
            ACCEPT CHOICE LINE 15 POSITION 32.
        200-CHOICE.
            IF CHOICE = "1"
               PERFORM 300-ADD-RECORD
            ELSE IF CHOICE = "2"
                    PERFORM 400-CHANGE-RECORD
                 ELSE IF CHOICE = "3"
                         PERFORM 500-DELETE-RECORD
                      ELSE IF CHOICE = "4"
                              PERFORM 550-SEED-DEFAULTS
                           ELSE
                              DISPLAY "INVALID SELECTION, TRY AGAIN"
                                      LINE 20 POSITION 10
                              PERFORM 100-SCREEN
                              PERFORM 200-CHOICE
                           END-IF
                      END-IF
                 END-IF
            END-IF.

      * 交易類別、產品類別、倉庫為鍵;類別倉庫空白表任何值
        250-ACCEPT-KEY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "交易類別 : " LINE 6 POSITION 10.
            DISPLAY "(AR/SALE/RETN/VAT/COGS/STKA/STK/GRNI/"
                    "DISA/DIST/AP)" LINE 7 POSITION 10.
            ACCEPT PR-TYPE LINE 6 POSITION 25.
            DISPLAY "產品類別 (空白=全部) : "
                    LINE 8 POSITION 10.
            ACCEPT PR-CATEGORY LINE 8 POSITION 40.
            DISPLAY "倉庫     (空白=全部) : " LINE 10 POSITION 10.
            ACCEPT PR-WAREHOUSE LINE 10 POSITION 40.

      * 新增紀錄
        300-ADD-RECORD.
            PERFORM 250-ACCEPT-KEY-RTN.
            DISPLAY "總帳科目 : " LINE 12 POSITION 10.
            ACCEPT PR-ACCOUNT LINE 12 POSITION 25.
            DISPLAY "摘要     : " LINE 14 POSITION 10.
            ACCEPT PR-DESC LINE 14 POSITION 25.
            PERFORM 310-CHECK-DATA-RTN THRU 315-CHECK-DUPLICATE-RTN.
            IF DATA-ERR-FLAG NOT = "Y"
               WRITE PSTR-REC
            END-IF.
        310-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF PR-TYPE NOT = "AR  " AND PR-TYPE NOT = "SALE"
               AND PR-TYPE NOT = "RETN" AND PR-TYPE NOT = "VAT "
               AND PR-TYPE NOT = "COGS" AND PR-TYPE NOT = "STKA"
               AND PR-TYPE NOT = "STK " AND PR-TYPE NOT = "GRNI"
               AND PR-TYPE NOT = "DISA" AND PR-TYPE NOT = "DIST"
               AND PR-TYPE NOT = "AP  " AND PR-TYPE NOT = "BADD"
               AND PR-TYPE NOT = "RFND" AND PR-TYPE NOT = "REBT"
               AND PR-TYPE NOT = "REBA"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "TYPE MUST BE AR, SALE, RETN, VAT, COGS, "
                       "STKA, STK, GRNI, DISA, DIST, AP, BADD, "
                       "RFND, REBT OR REBA"
                       LINE 20 POSITION 10
            END-IF.
            MOVE PR-ACCOUNT TO GA-ACCT.
            MOVE "N" TO WS-KEY-ERR.
            READ GLAC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "ACCOUNT NOT ON GL ACCOUNT MASTER"
                       LINE 21 POSITION 10
            ELSE
               DISPLAY GA-NAME LINE 12 POSITION 40
            END-IF.
        315-CHECK-DUPLICATE-RTN.
            READ PSTR-FILE
               INVALID KEY MOVE "N" TO WS-KEY-ERR
               NOT INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "DUPLICATE RULE !!" LINE 20 POSITION 20
            END-IF.

      * 更改紀錄
        400-CHANGE-RECORD.
            PERFORM 250-ACCEPT-KEY-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ PSTR-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "RULE NOT FOUND" LINE 20 POSITION 25
            ELSE
               DISPLAY "總帳科目 : " LINE 12 POSITION 10
               ACCEPT PR-ACCOUNT LINE 12 POSITION 25 UPDATE
               DISPLAY "摘要     : " LINE 14 POSITION 10
               ACCEPT PR-DESC LINE 14 POSITION 25 UPDATE
               PERFORM 310-CHECK-DATA-RTN
               DISPLAY "是否確定 ?" LINE 18 POSITION 25
               ACCEPT SURE LINE 18 POSITION 37
               IF SURE = "Y" AND DATA-ERR-FLAG NOT = "Y"
                  REWRITE PSTR-REC INVALID KEY
                          DISPLAY "INVALID REWRITE !" LINE 20
                                  POSITION 25
               END-IF
            END-IF.

      * 刪除紀錄
        500-DELETE-RECORD.
            PERFORM 250-ACCEPT-KEY-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ PSTR-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "RULE NOT FOUND" LINE 20 POSITION 25
            ELSE
               DISPLAY "總帳科目 : " PR-ACCOUNT LINE 12 POSITION 10
               DISPLAY "是否確定 ?" LINE 20 POSITION 25
               ACCEPT SURE LINE 20 POSITION 37
               IF SURE = "Y"
                  DELETE PSTR-FILE INVALID KEY
                         DISPLAY "INVALID DELETE !" LINE 20 POSITION 25
               END-IF
            END-IF.

      * 建立預設規則:尚無預設規則之交易類別補上原科目
        550-SEED-DEFAULTS.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "是否建立預設規則 ?" LINE 10 POSITION 20.
            ACCEPT SURE LINE 10 POSITION 42.
            IF SURE = "Y"
               MOVE ZERO TO SEED-COUNT
               PERFORM 560-SEED-ONE-RTN
                  VARYING SEED-SUB FROM 1 BY 1 UNTIL SEED-SUB > 15
               DISPLAY "DEFAULT RULES ADDED : " SEED-COUNT
                       LINE 20 POSITION 20
            END-IF.
        560-SEED-ONE-RTN.
            MOVE SEED-TYPE (SEED-SUB) TO PR-TYPE.
            MOVE SPACES TO PR-CATEGORY PR-WAREHOUSE.
            MOVE SEED-ACCOUNT (SEED-SUB) TO PR-ACCOUNT.
            MOVE SEED-DESC (SEED-SUB) TO PR-DESC.
            WRITE PSTR-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO SEED-COUNT
            END-WRITE.
        600-CLOSE.
            CLOSE PSTR-FILE GLAC-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "POSTRULE.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PSTR-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
