      ** 促銷成效報表 (PROMRPT.CBL):促銷檔 PROMO.DAT 中已開始之
      **                           促銷，依銷售登記檔 SALES.REG
      **                           統計促銷期間(起始日至截止日或
      **                           今日孰早)與促銷前同天數期間之
      **                           銷售數量(扣除退貨)、營業額及
      **                           毛利(營業額減數量乘產品主檔
      **                           成本)並列出增減;另列期間內實際
      **                           以促銷價成交(銷售行帶促銷代號)
      **                           之數量與營業額
      **                           簽入操作員須有查看成本權限，否則不
      **                           予執行
      **                           對照 (REBTRUN.CBL) 之合約表與
      **                           銷售登記一次讀過

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PromoReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PROM-FILE ASSIGN TO RANDOM PROM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PP-CODE
                  FILE STATUS IS PROM-FS.
           SELECT SREG-FILE ASSIGN TO RANDOM SREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                     WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROM-FILE
           LABEL RECORD IS STANDARD.
           COPY PROMCOPY REPLACING ==PROM-GRP== BY ==PROM-REC==.
        FD SREG-FILE
           LABEL RECORD IS STANDARD.
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==SREG-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 PROM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 PROM-FS      PIC XX.
        77 SREG-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 PROM-MISSING PIC X  VALUE "N".
        77 PROM-EOF     PIC X  VALUE "N".
        77 SREG-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-IN-SCOPE  PIC X  VALUE "N".
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-RUN-INT   PIC S9(9) VALUE 0.
        77 WS-SALE-INT  PIC S9(9) VALUE 0.
        77 WS-DAYS      PIC S9(5) VALUE 0.
        77 WS-UNITS     PIC S9(5) VALUE 0.
        77 WS-REVENUE   PIC S9(9)V99 VALUE 0.
        77 WS-MARGIN    PIC S9(9)V99 VALUE 0.
        77 PT-COUNT     PIC 9(3) VALUE 0.
        77 PT-SUB       PIC 9(3) VALUE 0.
      * 已開始之促銷表:範圍、促銷期間與促銷前期間(以日序數表示)
      * 及兩期間之數量、營業額、毛利與以促銷價成交之數量、營業額
        01 PROM-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES.
              10 PT-CODE        PIC X(6).
              10 PT-DESC        PIC X(20).
              10 PT-SCOPE       PIC X(1).
              10 PT-PRO-NO      PIC X(13).
              10 PT-CATEGORY    PIC X(3).
              10 PT-START       PIC 9(8).
              10 PT-END         PIC 9(8).
              10 PT-D-FROM      PIC S9(9).
              10 PT-D-TO        PIC S9(9).
              10 PT-B-FROM      PIC S9(9).
              10 PT-B-TO        PIC S9(9).
              10 PT-B-UNITS     PIC S9(7).
              10 PT-B-REV       PIC S9(9)V99.
              10 PT-B-MARGIN    PIC S9(9)V99.
              10 PT-D-UNITS     PIC S9(7).
              10 PT-D-REV       PIC S9(9)V99.
              10 PT-D-MARGIN    PIC S9(9)V99.
              10 PT-P-UNITS     PIC S9(7).
              10 PT-P-REV       PIC S9(9)V99.
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
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
              VALUE "PROMOTION RESULTS - BEFORE VS DURING".
        01 HEADING2.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "     UNITS".
           05 FILLER            PIC X(16) VALUE "         REVENUE".
           05 FILLER            PIC X(16) VALUE "          MARGIN".
        01 PROMO-LINE.
           05 PR-CODE           PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PR-DESC           PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PR-SCOPE          PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PR-START          PIC 9(8).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 PR-END            PIC 9(8).
        01 DETAIL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-LABEL          PIC X(16).
           05 DL-UNITS          PIC ZZZ,ZZ9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-REVENUE        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-MARGIN         PIC ZZ,ZZZ,ZZ9.99-.
        01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 CL-COUNT          PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PROM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROM-FILE.
        PROM-ERROR-PROCESS.
           IF PROM-FS NOT = "00"
              MOVE "Y" TO PROM-MISSING.
        SREG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SREG-FILE.
        SREG-ERROR-PROCESS.
           IF SREG-FS NOT = "00"
              DISPLAY "ERROR OPENING SREG-FILE, FILE STATUS = "
                      SREG-FS
              STOP RUN.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 040-CHECK-COST-RTN.
            IF WS-SEE-COST NOT = "Y"
               DISPLAY "COST AUTHORITY REQUIRED" LINE 20 POSITION 10
               STOP RUN
            END-IF.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            COMPUTE WS-RUN-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
            MOVE ZERO TO PT-COUNT.
            MOVE "N" TO PROM-MISSING.
            OPEN INPUT PROM-FILE.
            IF PROM-MISSING = "N"
               PERFORM 100-LOAD-PROMOS-RTN
               CLOSE PROM-FILE
            END-IF.
            IF PT-COUNT > ZERO
               PERFORM 150-SUM-SALES-RTN
            END-IF.
            OPEN OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-ONE-PROMO-RTN
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
            MOVE "PROMOTIONS REPORTED : " TO CL-LABEL.
            MOVE PT-COUNT TO CL-COUNT.
            WRITE OUT-REC FROM COUNT-LINE AFTER 2 LINES.
            CLOSE OUT-FILE.
            DISPLAY "PROMOTIONS REPORTED : " PT-COUNT.
            STOP RUN.
      * 查看成本權限取自簽入檔;未簽入者視為無權限
        040-CHECK-COST-RTN.
            MOVE "N" TO WS-SEE-COST OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END CONTINUE
                  NOT AT END MOVE OP-SEE-COST TO WS-SEE-COST
               END-READ
               CLOSE OPER-FILE
            END-IF.
      * 起始日不晚於今日之促銷載入促銷表;促銷期間止於截止日或
      * 今日孰早，促銷前期間為起始日前之同天數
        100-LOAD-PROMOS-RTN.
            MOVE "N" TO PROM-EOF.
            PERFORM 110-READ-PROM-RTN.
            PERFORM 120-LOAD-ONE-RTN UNTIL PROM-EOF = "Y".
        110-READ-PROM-RTN.
            READ PROM-FILE NEXT RECORD
               AT END MOVE "Y" TO PROM-EOF
            END-READ.
        120-LOAD-ONE-RTN.
            IF PP-START-DATE OF PROM-REC NOT > WS-RUN-DATE-NUM
               IF PT-COUNT < 100
                  ADD 1 TO PT-COUNT
                  PERFORM 130-SET-ENTRY-RTN
               ELSE
                  DISPLAY "PROMOTION TABLE FULL - SKIPPED : "
                          PP-CODE OF PROM-REC
               END-IF
            END-IF.
            PERFORM 110-READ-PROM-RTN.
        130-SET-ENTRY-RTN.
            MOVE PP-CODE OF PROM-REC     TO PT-CODE (PT-COUNT).
            MOVE PP-DESC OF PROM-REC     TO PT-DESC (PT-COUNT).
            MOVE PP-SCOPE OF PROM-REC    TO PT-SCOPE (PT-COUNT).
            MOVE PP-PRO-NO OF PROM-REC   TO PT-PRO-NO (PT-COUNT).
            MOVE PP-CATEGORY OF PROM-REC TO PT-CATEGORY (PT-COUNT).
            MOVE PP-START-DATE OF PROM-REC TO PT-START (PT-COUNT).
            MOVE PP-END-DATE OF PROM-REC TO PT-END (PT-COUNT).
            IF PT-END (PT-COUNT) > WS-RUN-DATE-NUM
               MOVE WS-RUN-DATE-NUM TO PT-END (PT-COUNT)
            END-IF.
            COMPUTE PT-D-FROM (PT-COUNT) =
                    FUNCTION INTEGER-OF-DATE(PT-START (PT-COUNT)).
            COMPUTE PT-D-TO (PT-COUNT) =
                    FUNCTION INTEGER-OF-DATE(PT-END (PT-COUNT)).
            COMPUTE WS-DAYS =
                    PT-D-TO (PT-COUNT) - PT-D-FROM (PT-COUNT) + 1.
            COMPUTE PT-B-TO (PT-COUNT) = PT-D-FROM (PT-COUNT) - 1.
            COMPUTE PT-B-FROM (PT-COUNT) =
                    PT-D-FROM (PT-COUNT) - WS-DAYS.
            MOVE ZERO TO PT-B-UNITS (PT-COUNT)
                         PT-B-REV (PT-COUNT)
                         PT-B-MARGIN (PT-COUNT)
                         PT-D-UNITS (PT-COUNT)
                         PT-D-REV (PT-COUNT)
                         PT-D-MARGIN (PT-COUNT)
                         PT-P-UNITS (PT-COUNT)
                         PT-P-REV (PT-COUNT).
      * 銷售登記檔一次讀過;退貨登記(零數量)略過，淨數量為原數量
      * 減已退數量，毛利以產品主檔現行成本計
        150-SUM-SALES-RTN.
            OPEN INPUT SREG-FILE
                       PROD-FILE.
            MOVE "N" TO SREG-EOF.
            PERFORM 160-READ-SREG-RTN.
            PERFORM 170-ONE-SALE-RTN UNTIL SREG-EOF = "Y".
            CLOSE SREG-FILE PROD-FILE.
        160-READ-SREG-RTN.
            READ SREG-FILE NEXT RECORD
               AT END MOVE "Y" TO SREG-EOF
            END-READ.
        170-ONE-SALE-RTN.
            IF SR-QTY OF SREG-REC > ZERO
               MOVE SR-PRO-NO OF SREG-REC TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  COMPUTE WS-UNITS = SR-QTY OF SREG-REC
                                   - SR-QTY-RETURNED OF SREG-REC
                  COMPUTE WS-REVENUE =
                          SR-PRICE OF SREG-REC * WS-UNITS
                  COMPUTE WS-MARGIN = WS-REVENUE
                          - PRO-COST OF PROD-REC * WS-UNITS
                  COMPUTE WS-SALE-INT =
                          FUNCTION INTEGER-OF-DATE(SR-DATE OF SREG-REC)
                  PERFORM 180-APPLY-PROMO-RTN
                     VARYING PT-SUB FROM 1 BY 1
                     UNTIL PT-SUB > PT-COUNT
               END-IF
            END-IF.
            PERFORM 160-READ-SREG-RTN.
        180-APPLY-PROMO-RTN.
            MOVE "N" TO WS-IN-SCOPE.
            IF PT-SCOPE (PT-SUB) = "P"
               IF PT-PRO-NO (PT-SUB) = SR-PRO-NO OF SREG-REC
                  MOVE "Y" TO WS-IN-SCOPE
               END-IF
            ELSE
               IF PT-CATEGORY (PT-SUB) = PRO-CATEGORY OF PROD-REC
                  MOVE "Y" TO WS-IN-SCOPE
               END-IF
            END-IF.
            IF WS-IN-SCOPE = "Y"
               IF WS-SALE-INT NOT < PT-D-FROM (PT-SUB)
                  AND WS-SALE-INT NOT > PT-D-TO (PT-SUB)
                  ADD WS-UNITS   TO PT-D-UNITS (PT-SUB)
                  ADD WS-REVENUE TO PT-D-REV (PT-SUB)
                  ADD WS-MARGIN  TO PT-D-MARGIN (PT-SUB)
                  IF SR-PROMO-CODE OF SREG-REC = PT-CODE (PT-SUB)
                     ADD WS-UNITS   TO PT-P-UNITS (PT-SUB)
                     ADD WS-REVENUE TO PT-P-REV (PT-SUB)
                  END-IF
               ELSE
                  IF WS-SALE-INT NOT < PT-B-FROM (PT-SUB)
                     AND WS-SALE-INT NOT > PT-B-TO (PT-SUB)
                     ADD WS-UNITS   TO PT-B-UNITS (PT-SUB)
                     ADD WS-REVENUE TO PT-B-REV (PT-SUB)
                     ADD WS-MARGIN  TO PT-B-MARGIN (PT-SUB)
                  END-IF
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
      * 每一促銷列促銷前、促銷期間、增減及以促銷價成交四行
        300-ONE-PROMO-RTN.
            PERFORM 990-PAGE-CHECK-RTN.
            MOVE PT-CODE (PT-SUB) TO PR-CODE.
            MOVE PT-DESC (PT-SUB) TO PR-DESC.
            IF PT-SCOPE (PT-SUB) = "P"
               MOVE PT-PRO-NO (PT-SUB) TO PR-SCOPE
            ELSE
               MOVE SPACES TO PR-SCOPE
               STRING "CAT " PT-CATEGORY (PT-SUB)
                      DELIMITED BY SIZE INTO PR-SCOPE
            END-IF.
            MOVE PT-START (PT-SUB) TO PR-START.
            MOVE PT-END (PT-SUB) TO PR-END.
            WRITE OUT-REC FROM PROMO-LINE AFTER 2 LINES.
            PERFORM 990-PAGE-CHECK-RTN.
            MOVE "BEFORE" TO DL-LABEL.
            MOVE PT-B-UNITS (PT-SUB)  TO DL-UNITS.
            MOVE PT-B-REV (PT-SUB)    TO DL-REVENUE.
            MOVE PT-B-MARGIN (PT-SUB) TO DL-MARGIN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINE.
            PERFORM 990-PAGE-CHECK-RTN.
            MOVE "DURING" TO DL-LABEL.
            MOVE PT-D-UNITS (PT-SUB)  TO DL-UNITS.
            MOVE PT-D-REV (PT-SUB)    TO DL-REVENUE.
            MOVE PT-D-MARGIN (PT-SUB) TO DL-MARGIN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINE.
            PERFORM 990-PAGE-CHECK-RTN.
            MOVE "CHANGE" TO DL-LABEL.
            COMPUTE DL-UNITS =
                    PT-D-UNITS (PT-SUB) - PT-B-UNITS (PT-SUB).
            COMPUTE DL-REVENUE =
                    PT-D-REV (PT-SUB) - PT-B-REV (PT-SUB).
            COMPUTE DL-MARGIN =
                    PT-D-MARGIN (PT-SUB) - PT-B-MARGIN (PT-SUB).
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINE.
            PERFORM 990-PAGE-CHECK-RTN.
            MOVE "AT PROMO PRICE" TO DL-LABEL.
            MOVE PT-P-UNITS (PT-SUB)  TO DL-UNITS.
            MOVE PT-P-REV (PT-SUB)    TO DL-REVENUE.
            MOVE ZERO                 TO DL-MARGIN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PROMO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROM-FILE-NAME.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SREG-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "PROMO.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
