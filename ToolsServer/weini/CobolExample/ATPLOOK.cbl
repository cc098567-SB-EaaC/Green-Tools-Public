      ** 可承諾量計算副程式 (ATPLOOK.CBL):依產品編號彙算現有庫存、
      **                                 已編輯未過帳批次之需求、
      **                                 未釋出缺貨檔欠量與未結訂購
      **                                 單在途量，回傳可承諾量與最
      **                                 近一張訂購單之預計到貨日;
      **                                 保留至要求出貨日之未來訂單
      **                                 (SORDER.HDR 狀態 F) 各行視同
      **                                 已承諾需求自可承諾量扣除，
      **                                 並依出貨日彙總回傳;
      **                                 供可承諾量查詢畫面與訂單
      **                                 承諾出貨日共用;直送之
      **                                 訂購單、訂單行與銷售交易
      **                                 不經倉庫，一律不計;現有
      **                                 庫存扣除待檢倉 "QC" 之待檢
      **                                 驗量及存放客戶處之寄售量，
      **                                 寄售使用量交易亦不計
      **                                 對照 (ATPINQ.CBL) 之彙算與
      **                                 (PRCLOOK.CBL) 之副程式寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     AtpLook.
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
           SELECT EDT-FILE ASSIGN TO RANDOM EDT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EDT-FS.
           SELECT BORD-FILE ASSIGN TO RANDOM BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS BORD-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT SOHD-FILE ASSIGN TO RANDOM SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SO-NO
                  FILE STATUS IS SOHD-FS.
           SELECT SOLN-FILE ASSIGN TO RANDOM SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SOL-KEY
                  FILE STATUS IS SOLN-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD EDT-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==EDT-REC==.
        FD BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==BORD-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==SOLN-REC==.

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 EDT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOLN-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PROD-FS      PIC XX.
        77 PROD-MISSING PIC X  VALUE "N".
        77 EDT-FS       PIC XX.
        77 BORD-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 EDT-EOF      PIC X  VALUE "N".
        77 EDT-MISSING  PIC X  VALUE "N".
        77 BORD-EOF     PIC X  VALUE "N".
        77 BORD-MISSING PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 PO-MISSING   PIC X  VALUE "N".
        77 WS-UNIT-QTY  PIC 9(7) VALUE 0.
        77 WS-PO-DUE    PIC 9(8) VALUE 0.
        77 SOHD-FS      PIC XX.
        77 SOHD-EOF     PIC X  VALUE "N".
        77 SOHD-MISSING PIC X  VALUE "N".
        77 SOLN-FS      PIC XX.
        77 SOLN-EOF     PIC X  VALUE "N".
        77 SOLN-MISSING PIC X  VALUE "N".
        77 WS-HELD-DATE PIC 9(8) VALUE 0.
        77 HELD-SUB     PIC 9(2) VALUE 0.
        77 HELD-HIT     PIC 9(2) VALUE 0.
        77 HELD-PREV    PIC 9(2) VALUE 0.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.

        LINKAGE         SECTION.
           COPY ATPLREQ REPLACING ==ATPL-REQ-GRP== BY ==ATPL-REQ==.
      **
        PROCEDURE       DIVISION USING ATPL-REQ.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              MOVE "Y" TO PROD-MISSING.
        EDT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON EDT-FILE.
        EDT-ERROR-PROCESS.
           IF EDT-FS NOT = "00"
              MOVE "Y" TO EDT-MISSING.
        BORD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BORD-FILE.
        BORD-ERROR-PROCESS.
           IF BORD-FS NOT = "00"
              MOVE "Y" TO BORD-MISSING.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              MOVE "Y" TO PO-MISSING.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS NOT = "00"
              MOVE "Y" TO SOHD-MISSING.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS NOT = "00"
              MOVE "Y" TO SOLN-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 產品主檔查無該產品時回報未命中，各數量為零
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "N" TO AP-FOUND OF ATPL-REQ.
            MOVE ZERO TO AP-ONHAND OF ATPL-REQ
                         AP-UNPOSTED OF ATPL-REQ
                         AP-BACKORD OF ATPL-REQ
                         AP-ATP OF ATPL-REQ
                         AP-INBOUND OF ATPL-REQ
                         AP-NEXT-DUE OF ATPL-REQ
                         AP-HELD OF ATPL-REQ
                         AP-HELD-CNT OF ATPL-REQ.
            MOVE "N" TO PROD-MISSING.
            OPEN INPUT PROD-FILE.
            IF PROD-MISSING = "N"
               MOVE AP-PRO-NO OF ATPL-REQ TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY MOVE "N" TO AP-FOUND OF ATPL-REQ
                  NOT INVALID KEY MOVE "Y" TO AP-FOUND OF ATPL-REQ
               END-READ
               CLOSE PROD-FILE
            END-IF.
            IF AP-FOUND OF ATPL-REQ = "Y"
               MOVE PRO-QTY OF PROD-REC TO AP-ONHAND OF ATPL-REQ
               PERFORM 150-LESS-QC-RTN
               PERFORM 160-LESS-CONSIGN-RTN
               PERFORM 200-SUM-UNPOSTED-RTN
               PERFORM 300-SUM-BACKORD-RTN
               PERFORM 400-SUM-INBOUND-RTN
               PERFORM 500-SUM-HELD-RTN
               COMPUTE AP-ATP OF ATPL-REQ = AP-ONHAND OF ATPL-REQ
                     - AP-UNPOSTED OF ATPL-REQ
                     - AP-BACKORD OF ATPL-REQ
                     - AP-HELD OF ATPL-REQ
            END-IF.
            EXIT PROGRAM.
      * 待檢倉之量尚未檢驗放行，不得承諾
        150-LESS-QC-RTN.
            MOVE "I" TO SBR-FUNC OF BAL-REQ.
            MOVE AP-PRO-NO OF ATPL-REQ TO SBR-PRO-NO OF BAL-REQ.
            MOVE "QC" TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            SUBTRACT SBR-BALANCE OF BAL-REQ FROM AP-ONHAND OF ATPL-REQ.
            IF AP-ONHAND OF ATPL-REQ < ZERO
               MOVE ZERO TO AP-ONHAND OF ATPL-REQ
            END-IF.
      * 寄售點之量已存放客戶處，僅供該客戶使用，不得承諾
        160-LESS-CONSIGN-RTN.
            MOVE "C" TO SBR-FUNC OF BAL-REQ.
            MOVE AP-PRO-NO OF ATPL-REQ TO SBR-PRO-NO OF BAL-REQ.
            MOVE SPACES TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
            SUBTRACT SBR-BALANCE OF BAL-REQ FROM AP-ONHAND OF ATPL-REQ.
            IF AP-ONHAND OF ATPL-REQ < ZERO
               MOVE ZERO TO AP-ONHAND OF ATPL-REQ
            END-IF.
      * 已編輯未過帳批次之淨需求(退貨為負需求)
        200-SUM-UNPOSTED-RTN.
            MOVE "N" TO EDT-MISSING EDT-EOF.
            OPEN INPUT EDT-FILE.
            IF EDT-MISSING = "N"
               PERFORM 210-READ-EDT-RTN
               PERFORM 220-ONE-EDT-RTN UNTIL EDT-EOF = "Y"
               CLOSE EDT-FILE
            END-IF.
        210-READ-EDT-RTN.
            READ EDT-FILE AT END MOVE "Y" TO EDT-EOF.
        220-ONE-EDT-RTN.
            IF PRODUCT-NO OF EDT-REC = AP-PRO-NO OF ATPL-REQ
               AND NOT TRAN-DROP-SHIP OF EDT-REC
               AND NOT TRAN-CONSIGN OF EDT-REC
               IF TRAN-RETURN OF EDT-REC
                  SUBTRACT QTY OF EDT-REC FROM AP-UNPOSTED OF ATPL-REQ
               ELSE
                  ADD QTY OF EDT-REC TO AP-UNPOSTED OF ATPL-REQ
               END-IF
            END-IF.
            PERFORM 210-READ-EDT-RTN.
      * 未釋出之缺貨欠量
        300-SUM-BACKORD-RTN.
            MOVE "N" TO BORD-MISSING BORD-EOF.
            OPEN INPUT BORD-FILE.
            IF BORD-MISSING = "N"
               MOVE AP-PRO-NO OF ATPL-REQ TO BO-PRO-NO OF BORD-REC
               MOVE ZERO TO BO-DATE OF BORD-REC
               MOVE SPACES TO BO-SALE-NO OF BORD-REC
               START BORD-FILE KEY IS NOT LESS THAN BO-KEY
                  INVALID KEY MOVE "Y" TO BORD-EOF
               END-START
               PERFORM 310-READ-BORD-RTN
               PERFORM 320-ONE-BORD-RTN UNTIL BORD-EOF = "Y"
               CLOSE BORD-FILE
            END-IF.
        310-READ-BORD-RTN.
            READ BORD-FILE NEXT RECORD
               AT END MOVE "Y" TO BORD-EOF
            END-READ.
            IF BORD-EOF = "N"
               AND BO-PRO-NO OF BORD-REC NOT = AP-PRO-NO OF ATPL-REQ
               MOVE "Y" TO BORD-EOF
            END-IF.
        320-ONE-BORD-RTN.
            IF BO-STATUS OF BORD-REC = "O"
               ADD BO-QTY OF BORD-REC TO AP-BACKORD OF ATPL-REQ
            END-IF.
            PERFORM 310-READ-BORD-RTN.
      * 未結訂購單之在途量(換算為銷售單位)與最近預計到貨日
        400-SUM-INBOUND-RTN.
            MOVE "N" TO PO-MISSING PO-EOF.
            OPEN INPUT PO-FILE.
            IF PO-MISSING = "N"
               PERFORM 410-READ-PO-RTN
               PERFORM 420-ONE-PO-RTN UNTIL PO-EOF = "Y"
               CLOSE PO-FILE
            END-IF.
        410-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
        420-ONE-PO-RTN.
            IF PO-STATUS OF PO-REC = "O"
               AND PO-PRO-NO OF PO-REC = AP-PRO-NO OF ATPL-REQ
               AND NOT PO-IS-DROP-SHIP OF PO-REC
               IF PRO-UNITS-PER-PACK OF PROD-REC IS NUMERIC
                  AND PRO-UNITS-PER-PACK OF PROD-REC > ZERO
                  COMPUTE WS-UNIT-QTY = PO-QTY OF PO-REC
                          * PRO-UNITS-PER-PACK OF PROD-REC
               ELSE
                  MOVE PO-QTY OF PO-REC TO WS-UNIT-QTY
               END-IF
               ADD WS-UNIT-QTY TO AP-INBOUND OF ATPL-REQ
               MOVE PO-PROMISE-DATE OF PO-REC TO WS-PO-DUE
               IF WS-PO-DUE NOT = ZERO
                  AND (AP-NEXT-DUE OF ATPL-REQ = ZERO
                       OR WS-PO-DUE < AP-NEXT-DUE OF ATPL-REQ)
                  MOVE WS-PO-DUE TO AP-NEXT-DUE OF ATPL-REQ
               END-IF
            END-IF.
            PERFORM 410-READ-PO-RTN.
      * 保留至要求出貨日之未來訂單:逐張表頭找狀態 F 者，彙總其
      * 該產品之訂單行
        500-SUM-HELD-RTN.
            MOVE "N" TO SOHD-MISSING SOHD-EOF SOLN-MISSING.
            OPEN INPUT SOHD-FILE.
            IF SOHD-MISSING = "N"
               OPEN INPUT SOLN-FILE
               IF SOLN-MISSING = "N"
                  PERFORM 510-READ-SOHD-RTN
                  PERFORM 520-ONE-SOHD-RTN UNTIL SOHD-EOF = "Y"
                  CLOSE SOLN-FILE
               END-IF
               CLOSE SOHD-FILE
            END-IF.
        510-READ-SOHD-RTN.
            READ SOHD-FILE NEXT RECORD
               AT END MOVE "Y" TO SOHD-EOF
            END-READ.
        520-ONE-SOHD-RTN.
            IF SO-HELD-FUTURE OF SOHD-REC
               MOVE SO-SHIP-DATE OF SOHD-REC TO WS-HELD-DATE
               MOVE SO-NO OF SOHD-REC TO SOL-ORDER-NO OF SOLN-REC
               MOVE ZERO TO SOL-LINE-NO OF SOLN-REC
               MOVE "N" TO SOLN-EOF
               START SOLN-FILE KEY IS NOT LESS THAN SOL-KEY
                  INVALID KEY MOVE "Y" TO SOLN-EOF
               END-START
               PERFORM 530-READ-SOLN-RTN
               PERFORM 535-ONE-SOLN-RTN UNTIL SOLN-EOF = "Y"
            END-IF.
            PERFORM 510-READ-SOHD-RTN.
        530-READ-SOLN-RTN.
            IF SOLN-EOF = "N"
               READ SOLN-FILE NEXT RECORD
                  AT END MOVE "Y" TO SOLN-EOF
               END-READ
            END-IF.
            IF SOLN-EOF = "N"
               AND SOL-ORDER-NO OF SOLN-REC NOT = SO-NO OF SOHD-REC
               MOVE "Y" TO SOLN-EOF
            END-IF.
        535-ONE-SOLN-RTN.
            IF SOL-PRO-NO OF SOLN-REC = AP-PRO-NO OF ATPL-REQ
               AND NOT SOL-IS-DROP-SHIP OF SOLN-REC
               PERFORM 540-POST-HELD-RTN
            END-IF.
            PERFORM 530-READ-SOLN-RTN.
      * 依出貨日由早至晚插入彙總表;表滿時較晚之日期僅計入總量
        540-POST-HELD-RTN.
            ADD SOL-QTY OF SOLN-REC TO AP-HELD OF ATPL-REQ.
            MOVE ZERO TO HELD-HIT.
            PERFORM 545-FIND-DATE-RTN
               VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > AP-HELD-CNT OF ATPL-REQ
                  OR HELD-HIT NOT = ZERO.
            IF HELD-HIT = ZERO
               IF AP-HELD-CNT OF ATPL-REQ < 10
                  ADD 1 TO AP-HELD-CNT OF ATPL-REQ
                  MOVE AP-HELD-CNT OF ATPL-REQ TO HELD-HIT
                  MOVE WS-HELD-DATE
                       TO AP-HELD-DATE OF ATPL-REQ (HELD-HIT)
                  MOVE ZERO TO AP-HELD-QTY OF ATPL-REQ (HELD-HIT)
               END-IF
            ELSE
               IF AP-HELD-DATE OF ATPL-REQ (HELD-HIT)
                  NOT = WS-HELD-DATE
                  IF AP-HELD-CNT OF ATPL-REQ < 10
                     ADD 1 TO AP-HELD-CNT OF ATPL-REQ
                  END-IF
                  PERFORM 547-SHIFT-DATE-RTN
                     VARYING HELD-SUB FROM AP-HELD-CNT OF ATPL-REQ
                     BY -1 UNTIL HELD-SUB NOT > HELD-HIT
                  MOVE WS-HELD-DATE
                       TO AP-HELD-DATE OF ATPL-REQ (HELD-HIT)
                  MOVE ZERO TO AP-HELD-QTY OF ATPL-REQ (HELD-HIT)
               END-IF
            END-IF.
            IF HELD-HIT NOT = ZERO
               ADD SOL-QTY OF SOLN-REC
                   TO AP-HELD-QTY OF ATPL-REQ (HELD-HIT)
            END-IF.
        545-FIND-DATE-RTN.
            IF AP-HELD-DATE OF ATPL-REQ (HELD-SUB) NOT < WS-HELD-DATE
               MOVE HELD-SUB TO HELD-HIT
            END-IF.
        547-SHIFT-DATE-RTN.
            COMPUTE HELD-PREV = HELD-SUB - 1.
            MOVE AP-HELD-ENTRY OF ATPL-REQ (HELD-PREV)
                 TO AP-HELD-ENTRY OF ATPL-REQ (HELD-SUB).
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SAMPLE91.EDT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO EDT-FILE-NAME.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BORD-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOLN-FILE-NAME.
