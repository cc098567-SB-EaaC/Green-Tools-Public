      ** 未結訂單追蹤表 (ORDBKLG.CBL):列出尚未出貨完成或開立發票之
      **                             銷售訂單行 (SORDER.LIN)，註明
      **                             未釋出、缺貨 (BACKORD.DAT)、待揀
      **                             確認 (PICKCONF.DAT)、待貨、待出
      **                             貨或已出未送達，依客戶別與承諾
      **                             出貨日排列，承諾日已過者標示
      **                             逾期;訂單已開立有效發票
      **                             (INVOICE.REG) 或出貨單已簽收者
      **                             視為結案;保留至要求出貨日之
      **                             未來訂單另註明未來訂單;直送行
      **                             依廠商出貨確認與否註明直送待出
      **                             或直送已出
      **                             對照 (POEXPED.CBL) 之未結追蹤與
      **                             (DELIVERY.CBL) 之出貨檔

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     OrderBacklog.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT SOLN-FILE ASSIGN TO RANDOM SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SOL-KEY
                  FILE STATUS IS SOLN-FS.
           SELECT SOHD-FILE ASSIGN TO RANDOM SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SO-NO
                  FILE STATUS IS SOHD-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT BORD-FILE ASSIGN TO RANDOM BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS BORD-FS.
           SELECT PKCF-FILE ASSIGN TO RANDOM PKCF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-SALE-NO
                  FILE STATUS IS PKCF-FS.
           SELECT SHIP-FILE ASSIGN TO RANDOM SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DL-SALE-NO
                  FILE STATUS IS SHIP-FS.
           SELECT INV-FILE ASSIGN TO RANDOM INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS INV-NO
                  FILE STATUS IS INV-FS.
           SELECT IVWK-FILE ASSIGN TO RANDOM IVWK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IVWK-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT IVSORT-FILE ASSIGN TO "BKISORT.TMP".
           SELECT SORT-FILE ASSIGN TO "BKLSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==SOLN-REC==.
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==BORD-REC==.
        FD PKCF-FILE
           LABEL RECORD IS STANDARD.
           COPY PKCFCOPY REPLACING ==PKCF-GRP== BY ==PKCF-REC==.
        FD SHIP-FILE
           LABEL RECORD IS STANDARD.
           COPY SHIPCOPY REPLACING ==SHIP-GRP== BY ==SHIP-REC==.
        FD INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==INV-REC==.
        FD IVWK-FILE
           LABEL RECORD IS STANDARD.
        01 IVWK-REC.
           05 IW-ORDER-NO       PIC X(6).
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-CUS-NO         PIC X(4).
           05 WK-PROMISE-DATE   PIC 9(8).
           05 WK-ORDER-NO       PIC X(6).
           05 WK-LINE-NO        PIC 9(3).
           05 WK-PRO-NO         PIC X(13).
           05 WK-QTY            PIC 9(5).
           05 WK-ORDER-DATE     PIC 9(8).
           05 WK-STATUS         PIC X(12).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD IVSORT-FILE.
        01 SI-REC.
           05 SI-ORDER-NO       PIC X(6).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-CUS-NO         PIC X(4).
           05 SD-PROMISE-DATE   PIC 9(8).
           05 SD-ORDER-NO       PIC X(6).
           05 SD-LINE-NO        PIC 9(3).
           05 FILLER            PIC X(38).

        WORKING-STORAGE SECTION.
        77 SOLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PKCF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SHIP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 IVWK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SOLN-FS      PIC XX.
        77 SOHD-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 BORD-FS      PIC XX.
        77 PKCF-FS      PIC XX.
        77 SHIP-FS      PIC XX.
        77 INV-FS       PIC XX.
        77 IVWK-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 BORD-MISSING PIC X  VALUE "N".
        77 PKCF-MISSING PIC X  VALUE "N".
        77 SHIP-MISSING PIC X  VALUE "N".
        77 INV-MISSING  PIC X  VALUE "N".
        77 SOLN-EOF     PIC X  VALUE "N".
        77 INV-EOF      PIC X  VALUE "N".
        77 IVWK-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-OPEN-LINE PIC X  VALUE "N".
        77 WS-CUS-NO    PIC X(4) VALUE SPACES.
        77 WS-ORDER-DATE PIC 9(8) VALUE 0.
        77 WS-OPEN-QTY  PIC 9(5) VALUE 0.
        77 WS-STATUS    PIC X(12) VALUE SPACES.
        77 CHECK-CUS-NO PIC X(4) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 OPEN-CNT     PIC 9(5) VALUE 0.
        77 LATE-CNT     PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(24)
              VALUE "OPEN SALES ORDER BACKLOG".
        01 HEADING2.
           05 FILLER            PIC X(8)  VALUE "訂單".
           05 FILLER            PIC X(5)  VALUE "行".
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(8)  VALUE "數量".
           05 FILLER            PIC X(12) VALUE "訂單日期".
           05 FILLER            PIC X(12) VALUE "承諾日".
           05 FILLER            PIC X(13) VALUE "狀態".
           05 FILLER            PIC X(6)  VALUE "逾期".
        01 CUST-LINE.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 BL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(2).
           05 BL-CUS-NAME       PIC X(8).
        01 DETAIL-LINE.
           05 BL-ORDER-NO       PIC X(6).
           05 FILLER            PIC X(2).
           05 BL-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(2).
           05 BL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 BL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 BL-ORDER-DATE     PIC 9999/99/99.
           05 FILLER            PIC X(2).
           05 BL-PROMISE        PIC X(10).
           05 FILLER            PIC X(2).
           05 BL-STATUS         PIC X(12).
           05 FILLER            PIC X(1).
           05 BL-LATE           PIC X(6).
        01 BL-PROMISE-EDIT      PIC 9999/99/99.
        01 TOTAL-LINE.
           05 FILLER            PIC X(24)
              VALUE "未結訂單行數....".
           05 BL-OPEN-CNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(4).
           05 FILLER            PIC X(18) VALUE "逾期行數....".
           05 BL-LATE-CNT       PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS NOT = "00"
              DISPLAY "SORDER.LIN FILE STATUS = " SOLN-FS
                      " - RUN FileConvert/SaleNoConvert"
                      " IF LAYOUT IS OLD"
              STOP RUN.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS NOT = "00"
              DISPLAY "ERROR OPENING SOHD-FILE, FILE STATUS = " SOHD-FS
              STOP RUN.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = " CUST-FS
              STOP RUN.
        BORD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BORD-FILE.
        BORD-ERROR-PROCESS.
           IF BORD-FS NOT = "00"
              MOVE "Y" TO BORD-MISSING.
        PKCF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PKCF-FILE.
        PKCF-ERROR-PROCESS.
           IF PKCF-FS NOT = "00"
              MOVE "Y" TO PKCF-MISSING.
        SHIP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SHIP-FILE.
        SHIP-ERROR-PROCESS.
           IF SHIP-FS NOT = "00"
              MOVE "Y" TO SHIP-MISSING.
        INV-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INV-FILE.
        INV-ERROR-PROCESS.
           IF INV-FS NOT = "00"
              MOVE "Y" TO INV-MISSING.
        IVWK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON IVWK-FILE.
        IVWK-ERROR-PROCESS.
           IF IVWK-FS NOT = "00"
              DISPLAY "ERROR OPENING IVWK-FILE, FILE STATUS = " IVWK-FS
              STOP RUN.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = " WORK-FS
              STOP RUN.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-BUILD-INVOICED-RTN.
            PERFORM 150-BUILD-WORK-RTN.
            PERFORM 250-SORT-WORK-RTN.
            PERFORM 300-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 310-READ-WORK-RTN.
            PERFORM 400-LOOP-RTN UNTIL WORK-EOF = "Y".
            MOVE OPEN-CNT TO BL-OPEN-CNT.
            MOVE LATE-CNT TO BL-LATE-CNT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 3 LINES.
            PERFORM 600-CLOSE-RTN.
            STOP RUN.
      * 已開立有效發票(未作廢、非折讓)之訂單編號，排序後供逐行
      * 比對
        100-BUILD-INVOICED-RTN.
            MOVE "N" TO INV-MISSING INV-EOF.
            OPEN INPUT INV-FILE
                 OUTPUT IVWK-FILE.
            IF INV-MISSING = "N"
               PERFORM 110-READ-INV-RTN
               PERFORM 120-COPY-INV-RTN UNTIL INV-EOF = "Y"
               CLOSE INV-FILE
            END-IF.
            CLOSE IVWK-FILE.
            SORT IVSORT-FILE
                ON ASCENDING KEY SI-ORDER-NO
                USING IVWK-FILE
                GIVING IVWK-FILE.
        110-READ-INV-RTN.
            READ INV-FILE NEXT RECORD
               AT END MOVE "Y" TO INV-EOF
            END-READ.
        120-COPY-INV-RTN.
            IF INV-ORDER-NO OF INV-REC NOT = SPACES
               AND NOT INV-VOID OF INV-REC
               AND INV-AMOUNT OF INV-REC > ZERO
               MOVE INV-ORDER-NO OF INV-REC TO IW-ORDER-NO
               WRITE IVWK-REC
            END-IF.
            PERFORM 110-READ-INV-RTN.
      * 訂單行依訂單編號順序讀出，與已開發票訂單同步比對
        150-BUILD-WORK-RTN.
            MOVE "N" TO BORD-MISSING PKCF-MISSING SHIP-MISSING.
            OPEN INPUT SOLN-FILE
                       SOHD-FILE
                       BORD-FILE
                       PKCF-FILE
                       SHIP-FILE
                       IVWK-FILE
                 OUTPUT WORK-FILE.
            MOVE "N" TO SOLN-EOF IVWK-EOF.
            PERFORM 160-READ-IVWK-RTN.
            PERFORM 170-READ-SOLN-RTN.
            PERFORM 180-ONE-LINE-RTN UNTIL SOLN-EOF = "Y".
            CLOSE SOLN-FILE SOHD-FILE IVWK-FILE WORK-FILE.
            IF BORD-MISSING = "N"
               CLOSE BORD-FILE
            END-IF.
            IF PKCF-MISSING = "N"
               CLOSE PKCF-FILE
            END-IF.
            IF SHIP-MISSING = "N"
               CLOSE SHIP-FILE
            END-IF.
        160-READ-IVWK-RTN.
            READ IVWK-FILE
               AT END MOVE "Y" TO IVWK-EOF
                      MOVE HIGH-VALUES TO IW-ORDER-NO
            END-READ.
        170-READ-SOLN-RTN.
            READ SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO SOLN-EOF
            END-READ.
        180-ONE-LINE-RTN.
            PERFORM 160-READ-IVWK-RTN
               UNTIL IW-ORDER-NO NOT < SOL-ORDER-NO OF SOLN-REC.
            MOVE SOL-ORDER-NO OF SOLN-REC TO SO-NO OF SOHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SOHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE SO-CUS-NO OF SOHD-REC TO WS-CUS-NO
               MOVE SO-DATE OF SOHD-REC   TO WS-ORDER-DATE
               IF SOL-IS-DROP-SHIP OF SOLN-REC
                  PERFORM 197-DROP-SHIP-RTN
               ELSE
                  PERFORM 190-CLASSIFY-RTN
               END-IF
               IF WS-OPEN-LINE = "Y"
                  MOVE WS-CUS-NO                 TO WK-CUS-NO
                  MOVE SOL-PROMISE-DATE OF SOLN-REC
                       TO WK-PROMISE-DATE
                  MOVE SOL-ORDER-NO OF SOLN-REC  TO WK-ORDER-NO
                  MOVE SOL-LINE-NO OF SOLN-REC   TO WK-LINE-NO
                  MOVE SOL-PRO-NO OF SOLN-REC    TO WK-PRO-NO
                  MOVE WS-OPEN-QTY               TO WK-QTY
                  MOVE WS-ORDER-DATE             TO WK-ORDER-DATE
                  MOVE WS-STATUS                 TO WK-STATUS
                  WRITE WORK-REC
               END-IF
            END-IF.
            PERFORM 170-READ-SOLN-RTN.
      * 判定順序:未釋出 → 缺貨未補 → 已開發票(結案) → 出貨單
      * (已簽收結案、未送達仍列) → 揀貨未確認 → 待貨/待出貨;
      * 出貨檔與揀貨確認檔以三碼銷售單號為鍵，另比對客戶與產品
      * 以免誤認循環使用之舊單號
        190-CLASSIFY-RTN.
            MOVE "Y" TO WS-OPEN-LINE.
            MOVE SOL-QTY OF SOLN-REC TO WS-OPEN-QTY.
            IF SOL-SALE-NO OF SOLN-REC = SPACES
               IF SO-HELD-FUTURE OF SOHD-REC
                  MOVE "未來訂單" TO WS-STATUS
               ELSE
                  MOVE "未釋出" TO WS-STATUS
               END-IF
            ELSE
               MOVE "N" TO WS-KEY-ERR
               IF BORD-MISSING = "Y"
                  MOVE "Y" TO WS-KEY-ERR
               ELSE
                  MOVE SOL-PRO-NO OF SOLN-REC TO BO-PRO-NO OF BORD-REC
                  MOVE WS-ORDER-DATE TO BO-DATE OF BORD-REC
                  MOVE SOL-SALE-NO OF SOLN-REC
                       TO BO-SALE-NO OF BORD-REC
                  READ BORD-FILE
                     INVALID KEY MOVE "Y" TO WS-KEY-ERR
                  END-READ
                  IF WS-KEY-ERR = "Y"
                     AND SO-SHIP-DATE OF SOHD-REC NOT = WS-ORDER-DATE
                     PERFORM 192-BORD-SHIP-DATE-RTN
                  END-IF
               END-IF
               IF WS-KEY-ERR = "N" AND BO-STATUS OF BORD-REC = "O"
                  MOVE "缺貨" TO WS-STATUS
                  MOVE BO-QTY OF BORD-REC TO WS-OPEN-QTY
               ELSE
                  IF IW-ORDER-NO = SOL-ORDER-NO OF SOLN-REC
                     MOVE "N" TO WS-OPEN-LINE
                  ELSE
                     PERFORM 195-SHIP-PICK-RTN
                  END-IF
               END-IF
            END-IF.
      * 保留後由訂單釋出步驟釋出之行，銷售日為要求出貨日
        192-BORD-SHIP-DATE-RTN.
            MOVE "N" TO WS-KEY-ERR.
            MOVE SO-SHIP-DATE OF SOHD-REC TO BO-DATE OF BORD-REC.
            READ BORD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
        195-SHIP-PICK-RTN.
            MOVE "N" TO WS-KEY-ERR.
            IF SHIP-MISSING = "Y"
               MOVE "Y" TO WS-KEY-ERR
            ELSE
               MOVE SOL-SALE-NO OF SOLN-REC TO DL-SALE-NO OF SHIP-REC
               READ SHIP-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  AND DL-CUS-NO OF SHIP-REC NOT = WS-CUS-NO
                  MOVE "Y" TO WS-KEY-ERR
               END-IF
            END-IF.
            IF WS-KEY-ERR = "N"
               IF DL-UNDELIVERED OF SHIP-REC
                  MOVE "未送達" TO WS-STATUS
               ELSE
                  MOVE "N" TO WS-OPEN-LINE
               END-IF
            ELSE
               MOVE "N" TO WS-KEY-ERR
               IF PKCF-MISSING = "Y"
                  MOVE "Y" TO WS-KEY-ERR
               ELSE
                  MOVE SOL-SALE-NO OF SOLN-REC TO PC-SALE-NO OF PKCF-REC
                  READ PKCF-FILE
                     INVALID KEY MOVE "Y" TO WS-KEY-ERR
                  END-READ
               END-IF
               IF WS-KEY-ERR = "N"
                  AND PC-PRO-NO OF PKCF-REC = SOL-PRO-NO OF SOLN-REC
                  AND PC-UNCONFIRMED OF PKCF-REC
                  MOVE "待揀確認" TO WS-STATUS
               ELSE
                  IF SOL-PROMISE-DATE OF SOLN-REC > WS-RUN-DATE-NUM
                     MOVE "待貨" TO WS-STATUS
                  ELSE
                     MOVE "待出貨" TO WS-STATUS
                  END-IF
               END-IF
            END-IF.
      * 直送行不經倉庫:廠商尚未確認出貨者為直送待出;已確認釋出
      * 而訂單尚未開立發票者為直送已出
        197-DROP-SHIP-RTN.
            MOVE "Y" TO WS-OPEN-LINE.
            MOVE SOL-QTY OF SOLN-REC TO WS-OPEN-QTY.
            IF SOL-SALE-NO OF SOLN-REC = SPACES
               MOVE "直送待出" TO WS-STATUS
            ELSE
               IF IW-ORDER-NO = SOL-ORDER-NO OF SOLN-REC
                  MOVE "N" TO WS-OPEN-LINE
               ELSE
                  MOVE "直送已出" TO WS-STATUS
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
      * 同一客戶之內依承諾出貨日排列，同日再依訂單與行號
        250-SORT-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-CUS-NO
                                 SD-PROMISE-DATE
                                 SD-ORDER-NO
                                 SD-LINE-NO
                USING WORK-FILE
                GIVING WORK-FILE.
        300-OPEN-RTN.
            OPEN INPUT WORK-FILE
                       CUST-FILE
                 OUTPUT OUT-FILE.
        310-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
      * 承諾出貨日不為零且早於今日者標示逾期
        400-LOOP-RTN.
            IF WK-CUS-NO NOT = CHECK-CUS-NO
               MOVE WK-CUS-NO TO CHECK-CUS-NO
               PERFORM 410-CUST-LINE-RTN
            END-IF.
            MOVE WK-ORDER-NO   TO BL-ORDER-NO.
            MOVE WK-LINE-NO    TO BL-LINE-NO.
            MOVE WK-PRO-NO     TO BL-PRO-NO.
            MOVE WK-QTY        TO BL-QTY.
            MOVE WK-ORDER-DATE TO BL-ORDER-DATE.
            MOVE WK-STATUS     TO BL-STATUS.
            IF WK-PROMISE-DATE = ZERO
               MOVE "未定" TO BL-PROMISE
            ELSE
               MOVE WK-PROMISE-DATE TO BL-PROMISE-EDIT
               MOVE BL-PROMISE-EDIT TO BL-PROMISE
            END-IF.
            IF WK-PROMISE-DATE NOT = ZERO
               AND WK-PROMISE-DATE < WS-RUN-DATE-NUM
               MOVE "逾期" TO BL-LATE
               ADD 1 TO LATE-CNT
            ELSE
               MOVE SPACES TO BL-LATE
            END-IF.
            ADD 1 TO OPEN-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 310-READ-WORK-RTN.
        410-CUST-LINE-RTN.
            MOVE WK-CUS-NO TO BL-CUS-NO CM-CUS-NO OF CUST-REC.
            READ CUST-FILE
               INVALID KEY MOVE SPACES TO CM-CUS-NAME OF CUST-REC
            END-READ.
            MOVE CM-CUS-NAME OF CUST-REC TO BL-CUS-NAME.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM CUST-LINE AFTER 2 LINES.
        600-CLOSE-RTN.
            CLOSE WORK-FILE CUST-FILE OUT-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOLN-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BORD-FILE-NAME.
            MOVE "PICKCONF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PKCF-FILE-NAME.
            MOVE "SHIPMENT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SHIP-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INV-FILE-NAME.
            MOVE "BKLINV.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO IVWK-FILE-NAME.
            MOVE "BKLWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "ORDBKLG.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
