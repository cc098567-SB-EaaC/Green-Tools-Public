      ** 寄售庫存作業 (CONSIGN.CBL):本公司存放於客戶處、客戶用多少
      **                           付多少之寄售庫存;補貨時自本公司
      **                           倉庫移至客戶寄售點(CONSLOC.TAB)
      **                           、退回時移回，均經 StockBal 維護
      **                           倉別庫存並經 StockLog 留存異動
      **                           (總量不變，不開發票);客戶定期
      **                           回報之使用量(畫面輸入或匯入
      **                           CONSUSE.IMP)依合約價寫入本日銷售
      **                           檔 (SAMPLE91.IN)，交易別 C 由過帳
      **                           自寄售點扣減;寄售盤點逐項輸入客
      **                           戶實存量，與帳面量(扣除已報未過
      **                           帳之使用量)核對列印對帳表，短少
      **                           者經確認以使用量開立
      **                           對照 (TRANSFER.CBL) 之調撥與
      **                           (DSHPCONF.CBL) 之銷售釋出寫法
      **
      ** CONSUSE.IMP 每行格式:
      **   寄售倉別,產品編號,使用量,使用日(YYYYMMDD)

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ConsignStock.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT SALE-FILE ASSIGN TO RANDOM SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SALE-FS.
           SELECT IMP-FILE ASSIGN TO RANDOM IMP-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IMP-FS.
           SELECT REJ-FILE ASSIGN TO RANDOM REJ-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REJ-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.
        FD IMP-FILE
           LABEL RECORD IS STANDARD.
        01 IMP-REC              PIC X(80).
        FD REJ-FILE
           LABEL RECORD IS STANDARD.
        01 REJ-REC.
           05 RJ-LINE           PIC X(80).
           05 FILLER            PIC X(2).
           05 RJ-REASON         PIC X(30).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
        77 SALE-FILE-NAME         PIC X(30) VALUE SPACES.
        77 IMP-FILE-NAME          PIC X(30) VALUE SPACES.
        77 REJ-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 CNSL-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 LOC-FS       PIC XX.
        77 SALE-FS      PIC XX.
        77 IMP-FS       PIC XX.
        77 REJ-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 LOC-MISSING  PIC X  VALUE "N".
        77 SALE-MISSING PIC X  VALUE "N".
        77 IMP-MISSING  PIC X  VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 SALE-EOF     PIC X  VALUE "N".
        77 IMP-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-LOC-ERR   PIC X  VALUE "N".
        77 REJECT-FLAG  PIC X  VALUE "N".
        77 WS-MOVE-QTY  PIC 9(5) VALUE 0.
        77 WS-USE-QTY   PIC 9(5) VALUE 0.
        77 WS-FREE-QTY  PIC S9(6) VALUE 0.
        77 WS-UNPOSTED  PIC 9(6) VALUE 0.
        77 WS-BOOK-QTY  PIC 9(5) VALUE 0.
        77 WS-COUNT-QTY PIC 9(5) VALUE 0.
        77 WS-VARIANCE  PIC S9(6) VALUE 0.
        77 WS-OWN-WH    PIC X(3) VALUE SPACES.
        77 WS-CONS-WH   PIC X(3) VALUE SPACES.
        77 WS-USE-DATE  PIC 9(8) VALUE 0.
        77 WS-CN-NO     PIC X(6) VALUE SPACES.
        77 NN-SERIES    PIC X(8) VALUE "CONS".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 PERIOD-FLAG  PIC X  VALUE "O".
        77 DC-FUTURE-OK PIC X  VALUE "N".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 USAGE-CNT    PIC 9(5) VALUE 0.
        77 GOOD-COUNT   PIC 9(5) VALUE 0.
        77 REJ-COUNT    PIC 9(5) VALUE 0.
        77 COUNT-CNT    PIC 9(5) VALUE 0.
        77 DIFF-CNT     PIC 9(5) VALUE 0.
        01 FIELD-AREA.
           05 F-WAREHOUSE       PIC X(3).
           05 F-PRO-NO          PIC X(13).
           05 F-QTY             PIC X(7).
           05 F-USE-DATE        PIC X(8).
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
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
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(32)
              VALUE "CONSIGNMENT COUNT RECONCILIATION".
        01 HEADING1A.
           05 FILLER            PIC X(10) VALUE "寄售點:".
           05 HA-WAREHOUSE      PIC X(3).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "客戶:".
           05 HA-CUS-NO         PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HA-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HA-SITE           PIC X(20).
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "產品名稱".
           05 FILLER            PIC X(9)  VALUE "帳面量".
           05 FILLER            PIC X(9)  VALUE "實存量".
           05 FILLER            PIC X(8)  VALUE "差異".
           05 FILLER            PIC X(12) VALUE "處理".
        01 DETAIL-LINE.
           05 CL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(3).
           05 CL-PRO-NAME       PIC X(10).
           05 FILLER            PIC X(2).
           05 CL-BOOK-QTY       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 CL-COUNT-QTY      PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 CL-VARIANCE       PIC ZZ,ZZ9-.
           05 FILLER            PIC X(2).
           05 CL-ACTION         PIC X(12).
        01 TOTAL-LINE.
           05 FILLER            PIC X(16) VALUE "盤點項數 :".
           05 TT-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "差異項數 :".
           05 TT-DIFF           PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              OPEN OUTPUT CNSL-FILE
              CLOSE CNSL-FILE
              OPEN I-O CNSL-FILE.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        LOC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOC-FILE.
        LOC-ERROR-PROCESS.
           IF LOC-FS NOT = "00"
              MOVE "Y" TO LOC-MISSING.
        SALE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SALE-FILE.
        SALE-ERROR-PROCESS.
           IF SALE-FS NOT = "00"
              MOVE "Y" TO SALE-MISSING.
        IMP-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON IMP-FILE.
        IMP-ERROR-PROCESS.
           IF IMP-FS NOT = "00"
              MOVE "Y" TO IMP-MISSING.
        REJ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REJ-FILE.
        REJ-ERROR-PROCESS.
           IF REJ-FS NOT = "00"
              DISPLAY "ERROR OPENING REJ-FILE, FILE STATUS = " REJ-FS
              EXIT PROGRAM.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT PROD-FILE
                 I-O   CNSL-FILE
                 INPUT CUST-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-SCREEN.
            PERFORM 200-CHOICE.
            CLOSE PROD-FILE CNSL-FILE CUST-FILE OUT-FILE.
            EXIT PROGRAM.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "寄售庫存作業" LINE 5 POSITION 10.
            DISPLAY "1.補貨至寄售點" LINE 7 POSITION 12.
            DISPLAY "2.寄售退回" LINE 9 POSITION 12.
            DISPLAY "3.使用量輸入" LINE 11 POSITION 12.
            DISPLAY "4.使用量匯入" LINE 13 POSITION 12.
            DISPLAY "5.寄售盤點對帳" LINE 15 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 18 POSITION 10.
            ACCEPT CHOICE LINE 18 POSITION 32.
        200-CHOICE.
            IF CHOICE = "1"
               PERFORM 300-SHIP-RTN UNTIL CONTI = "N"
            ELSE IF CHOICE = "2"
                    PERFORM 400-RETURN-RTN UNTIL CONTI = "N"
                 ELSE IF CHOICE = "3"
                         PERFORM 500-USAGE-RTN
                      ELSE IF CHOICE = "4"
                              PERFORM 600-IMPORT-RTN
                           ELSE IF CHOICE = "5"
                                   PERFORM 700-COUNT-RTN
                                ELSE
                                   DISPLAY "INVALID SELECTION, "
                                           "TRY AGAIN"
                                           LINE 20 POSITION 10
                                   PERFORM 100-SCREEN
                                   PERFORM 200-CHOICE
                                END-IF
                           END-IF
                      END-IF
                 END-IF
            END-IF.

      * 寄售點須已設定於寄售點檔，並帶出所屬客戶
        050-GET-LOCATION-RTN.
            MOVE "N" TO WS-LOC-ERR.
            MOVE WS-CONS-WH TO CG-WAREHOUSE OF CNSL-REC.
            READ CNSL-FILE
               INVALID KEY MOVE "Y" TO WS-LOC-ERR
            END-READ.
            IF WS-LOC-ERR = "N"
               MOVE CG-CUS-NO OF CNSL-REC TO CM-CUS-NO OF CUST-REC
               READ CUST-FILE
                  INVALID KEY
                     MOVE SPACES TO CM-CUS-NAME OF CUST-REC
               END-READ
            END-IF.

      * 補貨:本公司倉庫餘量足夠才放行;本倉減量、寄售點加量
        300-SHIP-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "補貨至寄售點" LINE 2 POSITION 25.
            DISPLAY "產品編號 :" LINE 4 POSITION 10.
            ACCEPT PRO-NO OF PROD-REC LINE 4 POSITION 23.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY PRO-NAME OF PROD-REC LINE 4 POSITION 40
               MOVE PRO-WAREHOUSE OF PROD-REC TO WS-OWN-WH
               DISPLAY "出貨倉 :" LINE 6 POSITION 10
               ACCEPT WS-OWN-WH LINE 6 POSITION 23 UPDATE
               DISPLAY "寄售點 :" LINE 8 POSITION 10
               ACCEPT WS-CONS-WH LINE 8 POSITION 23
               DISPLAY "數量 :" LINE 10 POSITION 10
               ACCEPT WS-MOVE-QTY LINE 10 POSITION 23
               PERFORM 310-CHECK-SHIP-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-CHECK-SHIP-RTN.
            PERFORM 050-GET-LOCATION-RTN.
            IF WS-LOC-ERR = "Y"
               DISPLAY "NOT A CONSIGNMENT LOCATION"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY CG-CUS-NO OF CNSL-REC " "
                       CM-CUS-NAME OF CUST-REC LINE 8 POSITION 30
               IF WS-MOVE-QTY = ZERO
                  DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                          LINE 20 POSITION 10
               ELSE
                  IF WS-OWN-WH = WS-CONS-WH
                     OR WS-OWN-WH = "XIT" OR WS-OWN-WH = "QC "
                     DISPLAY "INVALID SHIPPING WAREHOUSE"
                             LINE 20 POSITION 10
                  ELSE
                     MOVE "I" TO SBR-FUNC OF BAL-REQ
                     MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ
                     MOVE WS-OWN-WH TO SBR-WAREHOUSE OF BAL-REQ
                     MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ
                     CALL "StockBal" USING BAL-REQ
                     IF SBR-BALANCE OF BAL-REQ < WS-MOVE-QTY
                        DISPLAY "INSUFFICIENT STOCK AT "
                                WS-OWN-WH LINE 20 POSITION 10
                     ELSE
                        PERFORM 320-DO-SHIP-RTN
                     END-IF
                  END-IF
               END-IF
            END-IF.
        320-DO-SHIP-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-CN-NO.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "ConsignStock" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-CN-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE WS-OWN-WH TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ = 0 - WS-MOVE-QTY.
            CALL "StockBal" USING BAL-REQ.
            MOVE WS-CONS-WH TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE WS-MOVE-QTY TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            PERFORM 350-LOG-MOVE-RTN.
            DISPLAY "CONSIGNMENT " WS-CN-NO " DELIVERED"
                    LINE 18 POSITION 10.
      * 寄售移轉不改變產品總量，異動帳以前後相同之量留存參考
      * 單號，倉別記寄售點
        350-LOG-MOVE-RTN.
            MOVE PRO-NO OF PROD-REC TO SL-PRO-NO OF LOG-REC.
            MOVE RUN-YY TO SL-YY OF LOG-REC.
            MOVE RUN-MM TO SL-MM OF LOG-REC.
            MOVE RUN-DD TO SL-DD OF LOG-REC.
            MOVE "ConsignStock" TO SL-SOURCE OF LOG-REC.
            MOVE WS-CN-NO TO SL-REF-NO OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-BEFORE OF LOG-REC.
            MOVE PRO-QTY OF PROD-REC TO SL-QTY-AFTER OF LOG-REC.
            MOVE WS-CONS-WH TO SL-WAREHOUSE OF LOG-REC.
            MOVE SPACES TO SL-REASON OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.

      * 退回:寄售點減量、收貨倉加量;已報未過帳之使用量不得退回
        400-RETURN-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "寄售退回" LINE 2 POSITION 25.
            DISPLAY "寄售點 :" LINE 4 POSITION 10.
            ACCEPT WS-CONS-WH LINE 4 POSITION 23.
            PERFORM 050-GET-LOCATION-RTN.
            IF WS-LOC-ERR = "Y"
               DISPLAY "NOT A CONSIGNMENT LOCATION"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY CG-CUS-NO OF CNSL-REC " "
                       CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
               DISPLAY "產品編號 :" LINE 6 POSITION 10
               ACCEPT PRO-NO OF PROD-REC LINE 6 POSITION 23
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
               ELSE
                  DISPLAY PRO-NAME OF PROD-REC LINE 6 POSITION 40
                  MOVE PRO-WAREHOUSE OF PROD-REC TO WS-OWN-WH
                  DISPLAY "收貨倉 :" LINE 8 POSITION 10
                  ACCEPT WS-OWN-WH LINE 8 POSITION 23 UPDATE
                  DISPLAY "數量 :" LINE 10 POSITION 10
                  ACCEPT WS-MOVE-QTY LINE 10 POSITION 23
                  PERFORM 410-CHECK-RETURN-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHECK-RETURN-RTN.
            IF WS-MOVE-QTY = ZERO
               DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                       LINE 20 POSITION 10
            ELSE
               IF WS-OWN-WH = WS-CONS-WH
                  OR WS-OWN-WH = "XIT" OR WS-OWN-WH = "QC "
                  DISPLAY "INVALID RECEIVING WAREHOUSE"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 560-FREE-AT-LOCATION-RTN
                  IF WS-FREE-QTY < WS-MOVE-QTY
                     DISPLAY "CUSTOMER HOLDS ONLY " WS-FREE-QTY
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 420-DO-RETURN-RTN
                  END-IF
               END-IF
            END-IF.
        420-DO-RETURN-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-CN-NO.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "ConsignStock" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-CN-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE WS-CONS-WH TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ = 0 - WS-MOVE-QTY.
            CALL "StockBal" USING BAL-REQ.
            MOVE WS-OWN-WH TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE WS-MOVE-QTY TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            PERFORM 350-LOG-MOVE-RTN.
            DISPLAY "CONSIGNMENT " WS-CN-NO " RETURNED"
                    LINE 18 POSITION 10.

      * 使用量輸入:一次輸入一寄售點同一使用日之各產品使用量
        500-USAGE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "使用量輸入" LINE 2 POSITION 25.
            DISPLAY "寄售點 :" LINE 4 POSITION 10.
            ACCEPT WS-CONS-WH LINE 4 POSITION 23.
            PERFORM 050-GET-LOCATION-RTN.
            IF WS-LOC-ERR = "Y"
               DISPLAY "NOT A CONSIGNMENT LOCATION"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY CG-CUS-NO OF CNSL-REC " "
                       CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
               MOVE WS-RUN-DATE-NUM TO WS-USE-DATE
               DISPLAY "使用日 :" LINE 6 POSITION 10
               ACCEPT WS-USE-DATE LINE 6 POSITION 23 UPDATE
               PERFORM 505-CHECK-DATE-RTN
               IF DC-RESULT = "N"
                  DISPLAY DC-MESSAGE LINE 20 POSITION 10
               ELSE
                  MOVE "Y" TO CONTI
                  PERFORM 510-USAGE-LINE-RTN UNTIL CONTI = "N"
                  DISPLAY "USAGE LINES WRITTEN : " USAGE-CNT
                          LINE 20 POSITION 10
               END-IF
            END-IF.
        505-CHECK-DATE-RTN.
            CALL "DateCheck" USING WS-USE-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT = "Y"
               CALL "PeriodCheck" USING WS-USE-DATE PERIOD-FLAG
               IF PERIOD-FLAG = "C"
                  MOVE "N" TO DC-RESULT
                  MOVE "PERIOD CLOSED" TO DC-MESSAGE
               END-IF
            END-IF.
        510-USAGE-LINE-RTN.
            DISPLAY " " LINE 8 POSITION 1 WITH ERASE EOS.
            DISPLAY "產品編號 :" LINE 8 POSITION 10.
            ACCEPT PRO-NO OF PROD-REC LINE 8 POSITION 23.
            DISPLAY "使用量 :" LINE 10 POSITION 10.
            ACCEPT WS-USE-QTY LINE 10 POSITION 23.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY PRO-NAME OF PROD-REC LINE 8 POSITION 40
               IF WS-USE-QTY = ZERO
                  DISPLAY "INVALID DATA - QTY MUST NOT BE ZERO"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 560-FREE-AT-LOCATION-RTN
                  IF WS-FREE-QTY < WS-USE-QTY
                     DISPLAY "CUSTOMER HOLDS ONLY " WS-FREE-QTY
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 550-WRITE-USAGE-RTN
                     DISPLAY "SALE " SALE-NO OF SALE-REC
                             " WRITTEN AT " PRICE OF SALE-REC
                             LINE 18 POSITION 10
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 使用量以交易別 C 寫入本日銷售檔，單價依客戶合約價
      * (價格矩陣或促銷)，無合約價者以主檔售價;業務員取寄售
      * 點設定
        550-WRITE-USAGE-RTN.
            MOVE CG-CUS-NO OF CNSL-REC TO PL-CUS-NO OF PRICE-REQ.
            MOVE PRO-NO OF PROD-REC    TO PL-PRO-NO OF PRICE-REQ.
            MOVE WS-USE-DATE           TO PL-DATE OF PRICE-REQ.
            MOVE WS-USE-QTY            TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE WS-USE-DATE TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD TO SALE-NO OF SALE-REC.
            MOVE PRO-NO OF PROD-REC TO PRODUCT-NO OF SALE-REC.
            IF PL-FOUND OF PRICE-REQ = "Y"
               MOVE PL-PRICE OF PRICE-REQ TO PRICE OF SALE-REC
            ELSE
               MOVE PRO-PRICE OF PROD-REC TO PRICE OF SALE-REC
            END-IF.
            MOVE WS-USE-QTY TO QTY OF SALE-REC.
            MOVE CG-SALESMAN OF CNSL-REC TO SALESMAN OF SALE-REC.
            MOVE "C" TO TRAN-TYPE OF SALE-REC.
            MOVE SPACES TO RETURN-SALE-NO OF SALE-REC.
            MOVE CG-CUS-NO OF CNSL-REC TO CUST-NO OF SALE-REC.
            MOVE SPACES TO ORDER-NO OF SALE-REC.
            MOVE PL-PROMO-CODE OF PRICE-REQ TO PROMO-CODE OF SALE-REC.
            MOVE SPACES TO SHIP-TO-CODE OF SALE-REC.
            MOVE "N" TO SALE-MISSING.
            OPEN EXTEND SALE-FILE.
            IF SALE-MISSING = "Y"
               OPEN OUTPUT SALE-FILE
            END-IF.
            WRITE SALE-REC.
            CLOSE SALE-FILE.
            ADD 1 TO USAGE-CNT.
      * 寄售點可用量:倉別庫存減本日銷售檔中已報未過帳之使用量
        560-FREE-AT-LOCATION-RTN.
            MOVE "I" TO SBR-FUNC OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE WS-CONS-WH TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            PERFORM 570-SUM-UNPOSTED-RTN.
            COMPUTE WS-FREE-QTY =
                    SBR-BALANCE OF BAL-REQ - WS-UNPOSTED.
            IF WS-FREE-QTY < ZERO
               MOVE ZERO TO WS-FREE-QTY
            END-IF.
        570-SUM-UNPOSTED-RTN.
            MOVE ZERO TO WS-UNPOSTED.
            MOVE "N" TO SALE-MISSING SALE-EOF.
            OPEN INPUT SALE-FILE.
            IF SALE-MISSING = "N"
               PERFORM 575-READ-SALE-RTN
               PERFORM 580-ONE-SALE-RTN UNTIL SALE-EOF = "Y"
               CLOSE SALE-FILE
            END-IF.
        575-READ-SALE-RTN.
            READ SALE-FILE AT END MOVE "Y" TO SALE-EOF.
        580-ONE-SALE-RTN.
            IF TRAN-CONSIGN OF SALE-REC
               AND CUST-NO OF SALE-REC = CG-CUS-NO OF CNSL-REC
               AND PRODUCT-NO OF SALE-REC = PRO-NO OF PROD-REC
               ADD QTY OF SALE-REC TO WS-UNPOSTED
            END-IF.
            PERFORM 575-READ-SALE-RTN.

      * 使用量匯入:合格者寫入本日銷售檔，不合格者連同原因寫入
      * CONSUSE.REJ;匯入完畢清空匯入檔，重跑不致重複開立
        600-IMPORT-RTN.
            MOVE "N" TO IMP-MISSING IMP-EOF.
            OPEN INPUT IMP-FILE.
            IF IMP-MISSING = "Y"
               DISPLAY "USAGE FILE NOT FOUND (CONSUSE.IMP)"
                       LINE 20 POSITION 10
            ELSE
               OPEN OUTPUT REJ-FILE
               PERFORM 610-READ-IMP-RTN
               PERFORM 620-ONE-IMP-RTN UNTIL IMP-EOF = "Y"
               CLOSE IMP-FILE REJ-FILE
               OPEN OUTPUT IMP-FILE
               CLOSE IMP-FILE
               DISPLAY "USAGE LINES WRITTEN : " GOOD-COUNT
                       LINE 18 POSITION 10
               DISPLAY "LINES REJECTED      : " REJ-COUNT
                       LINE 19 POSITION 10
            END-IF.
        610-READ-IMP-RTN.
            READ IMP-FILE AT END MOVE "Y" TO IMP-EOF.
        620-ONE-IMP-RTN.
            MOVE "N" TO REJECT-FLAG.
            PERFORM 630-SPLIT-FIELDS-RTN.
            IF REJECT-FLAG = "N"
               PERFORM 640-VALIDATE-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 550-WRITE-USAGE-RTN
               ADD 1 TO GOOD-COUNT
            ELSE
               MOVE IMP-REC TO RJ-LINE
               WRITE REJ-REC
               ADD 1 TO REJ-COUNT
            END-IF.
            PERFORM 610-READ-IMP-RTN.
        630-SPLIT-FIELDS-RTN.
            MOVE SPACES TO FIELD-AREA.
            UNSTRING IMP-REC DELIMITED BY ","
               INTO F-WAREHOUSE F-PRO-NO F-QTY F-USE-DATE
               ON OVERFLOW
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "TOO MANY FIELDS" TO RJ-REASON
            END-UNSTRING.
        640-VALIDATE-RTN.
            MOVE F-WAREHOUSE TO WS-CONS-WH.
            PERFORM 050-GET-LOCATION-RTN.
            IF WS-LOC-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "NOT A CONSIGNMENT LOCATION" TO RJ-REASON
            ELSE
               MOVE F-PRO-NO TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "PRODUCT NOT ON FILE" TO RJ-REASON
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               IF F-USE-DATE IS NUMERIC
                  MOVE F-USE-DATE TO WS-USE-DATE
                  PERFORM 505-CHECK-DATE-RTN
                  IF DC-RESULT = "N"
                     MOVE "Y" TO REJECT-FLAG
                     MOVE DC-MESSAGE TO RJ-REASON
                  END-IF
               ELSE
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "USAGE DATE NOT NUMERIC" TO RJ-REASON
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               COMPUTE WS-USE-QTY = FUNCTION NUMVAL (F-QTY)
               IF WS-USE-QTY = ZERO
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "USAGE QTY MISSING OR ZERO" TO RJ-REASON
               ELSE
                  PERFORM 560-FREE-AT-LOCATION-RTN
                  IF WS-FREE-QTY < WS-USE-QTY
                     MOVE "Y" TO REJECT-FLAG
                     MOVE "MORE THAN CUSTOMER HOLDS" TO RJ-REASON
                  END-IF
               END-IF
            END-IF.

      * 寄售盤點對帳:逐項列出寄售點帳面量(扣除已報未過帳之
      * 使用量)，輸入客戶實存量;短少者經確認以使用量開立，
      * 盤盈者列表待查，不自動調整
        700-COUNT-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "寄售盤點對帳" LINE 2 POSITION 25.
            DISPLAY "寄售點 :" LINE 4 POSITION 10.
            ACCEPT WS-CONS-WH LINE 4 POSITION 23.
            PERFORM 050-GET-LOCATION-RTN.
            IF WS-LOC-ERR = "Y"
               DISPLAY "NOT A CONSIGNMENT LOCATION"
                       LINE 20 POSITION 10
            ELSE
               DISPLAY CG-CUS-NO OF CNSL-REC " "
                       CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
               MOVE WS-RUN-DATE-NUM TO WS-USE-DATE
               PERFORM 200-WRITE-HEADING
               MOVE "N" TO LOC-MISSING LOC-EOF
               OPEN INPUT LOC-FILE
               IF LOC-MISSING = "N"
                  PERFORM 710-READ-LOC-RTN
                  PERFORM 720-ONE-LOC-RTN UNTIL LOC-EOF = "Y"
                  CLOSE LOC-FILE
               END-IF
               MOVE COUNT-CNT TO TT-COUNT
               MOVE DIFF-CNT  TO TT-DIFF
               WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES
               MOVE WS-RUN-DATE-NUM TO CG-LAST-COUNT OF CNSL-REC
               REWRITE CNSL-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING CONSLOC.TAB FOR "
                             WS-CONS-WH
               END-REWRITE
               DISPLAY " " LINE 6 POSITION 1 WITH ERASE EOS
               DISPLAY "ITEMS COUNTED : " COUNT-CNT
                       LINE 18 POSITION 10
               DISPLAY "DIFFERENCES   : " DIFF-CNT
                       LINE 19 POSITION 10
            END-IF.
        710-READ-LOC-RTN.
            READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO LOC-EOF
            END-READ.
        720-ONE-LOC-RTN.
            IF SB-WAREHOUSE OF LOC-REC = WS-CONS-WH
               AND SB-QTY OF LOC-REC > ZERO
               MOVE SB-PRO-NO OF LOC-REC TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  PERFORM 730-COUNT-ONE-RTN
               END-IF
            END-IF.
            PERFORM 710-READ-LOC-RTN.
        730-COUNT-ONE-RTN.
            PERFORM 570-SUM-UNPOSTED-RTN.
            IF WS-UNPOSTED < SB-QTY OF LOC-REC
               COMPUTE WS-BOOK-QTY = SB-QTY OF LOC-REC - WS-UNPOSTED
            ELSE
               MOVE ZERO TO WS-BOOK-QTY
            END-IF.
            DISPLAY " " LINE 6 POSITION 1 WITH ERASE EOS.
            DISPLAY "產品編號 : " PRO-NO OF PROD-REC
                    LINE 6 POSITION 10.
            DISPLAY "產品名稱 : " PRO-NAME OF PROD-REC
                    LINE 7 POSITION 10.
            DISPLAY "帳 面 量 : " WS-BOOK-QTY LINE 9 POSITION 10.
            MOVE WS-BOOK-QTY TO WS-COUNT-QTY.
            DISPLAY "實 存 量 :" LINE 11 POSITION 10.
            ACCEPT WS-COUNT-QTY LINE 11 POSITION 23 UPDATE.
            COMPUTE WS-VARIANCE = WS-COUNT-QTY - WS-BOOK-QTY.
            MOVE SPACES TO CL-ACTION.
            IF WS-VARIANCE < ZERO
               MOVE "N" TO SURE
               DISPLAY "短少以使用量開立 ?(Y/N) :"
                       LINE 13 POSITION 10
               ACCEPT SURE LINE 13 POSITION 38
               IF SURE = "Y"
                  COMPUTE WS-USE-QTY = 0 - WS-VARIANCE
                  PERFORM 550-WRITE-USAGE-RTN
                  MOVE "BILLED" TO CL-ACTION
               ELSE
                  MOVE "SHORT-OPEN" TO CL-ACTION
               END-IF
            ELSE
               IF WS-VARIANCE > ZERO
                  MOVE "OVER-CHECK" TO CL-ACTION
               END-IF
            END-IF.
            ADD 1 TO COUNT-CNT.
            IF WS-VARIANCE NOT = ZERO
               ADD 1 TO DIFF-CNT
            END-IF.
            MOVE PRO-NO OF PROD-REC   TO CL-PRO-NO.
            MOVE PRO-NAME OF PROD-REC TO CL-PRO-NAME.
            MOVE WS-BOOK-QTY          TO CL-BOOK-QTY.
            MOVE WS-COUNT-QTY         TO CL-COUNT-QTY.
            MOVE WS-VARIANCE          TO CL-VARIANCE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            MOVE WS-CONS-WH TO HA-WAREHOUSE.
            MOVE CG-CUS-NO OF CNSL-REC TO HA-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC TO HA-CUS-NAME.
            MOVE CG-SITE OF CNSL-REC TO HA-SITE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING1A AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-FILE-NAME.
            MOVE "CONSUSE.IMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO IMP-FILE-NAME.
            MOVE "CONSUSE.REJ" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REJ-FILE-NAME.
            MOVE "CONSIGN.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
