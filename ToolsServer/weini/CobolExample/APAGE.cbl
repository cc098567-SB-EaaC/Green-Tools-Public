      ** 應付帳齡分析表 (APAGE.CBL):依應付帳款檔 (AP.AGE) 逐廠商列出
      **                           未付及暫緩之項目，依到期日起算之
      **                           逾期天數分為未逾 30 天(含未到期)
      **                           、30 天、60 天、90 天以上四欄;外
      **                           幣廠商之餘額依當日匯率 (CurrConv)
      **                           折成本幣，各廠商及全公司合計均為
      **                           本幣
      **                           對照 (DUNNING.CBL) 之逾期天數計算

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ApAging.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT AP-FILE ASSIGN TO RANDOM AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS AP-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==AP-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 AP-FS        PIC XX.
        77 VEND-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 AP-EOF       PIC X  VALUE "N".
        77 ITEM-FOUND   PIC X  VALUE "N".
        77 WS-VEND-NO   PIC X(4) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-DUE-DATE-NUM PIC 9(8).
        77 WS-DAYS-OVERDUE PIC S9(5) VALUE 0.
        77 WS-HOME-AMT  PIC S9(10)V99 VALUE 0.
        77 ITEM-CNT     PIC 9(5) VALUE 0.
           COPY CURRREQ REPLACING ==CURR-REQ-GRP== BY ==CURR-REQ==.
      * 帳齡欄: 1 未逾 30 天(含未到期)、2 30-59 天、3 60-89 天、
      * 4 90 天以上;第 5 欄為合計
        77 BKT-SUB      PIC 9  VALUE 0.
        01 VEND-BUCKETS.
           05 VB-AMT OCCURS 5 TIMES PIC S9(10)V99.
        01 TOTAL-BUCKETS.
           05 TB-AMT OCCURS 5 TIMES PIC S9(10)V99.
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
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(24)
              VALUE "ACCOUNTS PAYABLE AGING".
        01 HEADING2.
           05 FILLER            PIC X(26)
              VALUE "廠商/發票  狀  天數".
           05 FILLER            PIC X(12) VALUE "   CURRENT".
           05 FILLER            PIC X(12) VALUE "     30-59".
           05 FILLER            PIC X(12) VALUE "     60-89".
           05 FILLER            PIC X(12) VALUE "       90+".
           05 FILLER            PIC X(12) VALUE "     TOTAL".
        01 ITEM-LINE.
           05 IL-INV-NO         PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 IL-STATUS         PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 IL-DAYS           PIC ZZZZ9-.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 IL-AMT OCCURS 5 TIMES PIC ZZ,ZZZ,ZZ9-.
        01 VEND-LINE.
           05 VL-VEND-NO        PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VL-VEND-NAME      PIC X(15).
           05 VL-AMT OCCURS 5 TIMES PIC ZZ,ZZZ,ZZ9-.
        01 FOREIGN-LINE.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "幣別 ".
           05 FL-CURR           PIC X(3).
           05 FILLER            PIC X(7)  VALUE " 原幣".
           05 FL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(7)  VALUE " 匯率".
           05 FL-RATE           PIC ZZ9.9999.
           05 FL-FLAG           PIC X(10).
        01 TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE "TOTAL (HOME)".
           05 TL-AMT OCCURS 5 TIMES PIC ZZ,ZZZ,ZZ9-.
        01 COUNT-LINE.
           05 FILLER            PIC X(20) VALUE "ITEMS AGED        : ".
           05 CL-ITEM-CNT       PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS = "35"
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN INPUT AP-FILE
           ELSE
              IF AP-FS NOT = "00"
                 DISPLAY "ERROR OPENING AP-FILE, FILE STATUS = " AP-FS
                 STOP RUN
              END-IF
           END-IF.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
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
            OPEN INPUT AP-FILE
                       VEND-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE ZERO TO TB-AMT (1) TB-AMT (2) TB-AMT (3)
                         TB-AMT (4) TB-AMT (5).
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-AP-RTN.
            PERFORM 400-VENDOR-RTN UNTIL AP-EOF = "Y".
            PERFORM 600-TOTAL-RTN.
            CLOSE AP-FILE VEND-FILE OUT-FILE.
            DISPLAY "AP ITEMS AGED : " ITEM-CNT.
            STOP RUN.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            MOVE ZERO TO LINE-CTR.
      * 已付項目不列入帳齡
        300-READ-AP-RTN.
            MOVE "N" TO ITEM-FOUND.
            PERFORM 310-READ-NEXT-RTN
               UNTIL AP-EOF = "Y" OR ITEM-FOUND = "Y".
        310-READ-NEXT-RTN.
            READ AP-FILE NEXT RECORD
               AT END MOVE "Y" TO AP-EOF
            END-READ.
            IF AP-EOF = "N"
               IF AP-OPEN OF AP-REC OR AP-HELD OF AP-REC
                  MOVE "Y" TO ITEM-FOUND
               END-IF
            END-IF.
      * AP.AGE 依廠商+發票號碼排序，同廠商之項目連續讀入
        400-VENDOR-RTN.
            MOVE AP-VEND-NO OF AP-REC TO WS-VEND-NO.
            MOVE ZERO TO VB-AMT (1) VB-AMT (2) VB-AMT (3)
                         VB-AMT (4) VB-AMT (5).
            MOVE WS-VEND-NO TO VEND-NO OF VEND-REC.
            READ VEND-FILE
               INVALID KEY
                  MOVE SPACES TO VEND-NAME OF VEND-REC
                                 VEND-CURR OF VEND-REC
            END-READ.
            PERFORM 410-ONE-ITEM-RTN
               UNTIL AP-EOF = "Y"
                  OR AP-VEND-NO OF AP-REC NOT = WS-VEND-NO.
            PERFORM 500-VENDOR-TOTAL-RTN.
        410-ONE-ITEM-RTN.
            PERFORM 420-COMPUTE-DAYS-RTN.
            PERFORM 430-HOME-AMOUNT-RTN.
            IF WS-DAYS-OVERDUE < 30
               MOVE 1 TO BKT-SUB
            ELSE
               IF WS-DAYS-OVERDUE < 60
                  MOVE 2 TO BKT-SUB
               ELSE
                  IF WS-DAYS-OVERDUE < 90
                     MOVE 3 TO BKT-SUB
                  ELSE
                     MOVE 4 TO BKT-SUB
                  END-IF
               END-IF
            END-IF.
            ADD WS-HOME-AMT TO VB-AMT (BKT-SUB) VB-AMT (5).
            ADD 1 TO ITEM-CNT.
            MOVE SPACES TO ITEM-LINE.
            MOVE AP-INV-NO OF AP-REC TO IL-INV-NO.
            MOVE AP-STATUS OF AP-REC TO IL-STATUS.
            MOVE WS-DAYS-OVERDUE     TO IL-DAYS.
            MOVE WS-HOME-AMT         TO IL-AMT (BKT-SUB).
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM ITEM-LINE AFTER 2 LINES.
            IF VEND-CURR OF VEND-REC NOT = SPACES
               MOVE VEND-CURR OF VEND-REC  TO FL-CURR
               MOVE AP-BALANCE OF AP-REC   TO FL-BALANCE
               MOVE CC-RATE OF CURR-REQ    TO FL-RATE
               IF CC-FOUND OF CURR-REQ = "Y"
                  MOVE SPACES TO FL-FLAG
               ELSE
                  MOVE " *NO RATE" TO FL-FLAG
               END-IF
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM FOREIGN-LINE AFTER 1 LINES
            END-IF.
            PERFORM 300-READ-AP-RTN.
      * 逾期天數自到期日起算;未記到期日者以發票日期為準
        420-COMPUTE-DAYS-RTN.
            IF AP-DUE-DATE OF AP-REC NOT = ZERO
               MOVE AP-DUE-DATE OF AP-REC TO WS-DUE-DATE-NUM
            ELSE
               MOVE AP-INV-DATE OF AP-REC TO WS-DUE-DATE-NUM
            END-IF.
            COMPUTE WS-DAYS-OVERDUE =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
      * 外幣廠商之餘額為原幣，依執行日有效匯率折成本幣;查無匯率
      * 時 CurrConv 以 1 計並於明細註記
        430-HOME-AMOUNT-RTN.
            IF VEND-CURR OF VEND-REC = SPACES
               MOVE AP-BALANCE OF AP-REC TO WS-HOME-AMT
            ELSE
               MOVE VEND-CURR OF VEND-REC TO CC-CURR OF CURR-REQ
               MOVE RUN-DATE              TO CC-DATE OF CURR-REQ
               CALL "CurrConv" USING CURR-REQ
               COMPUTE WS-HOME-AMT ROUNDED =
                       AP-BALANCE OF AP-REC * CC-RATE OF CURR-REQ
            END-IF.
        500-VENDOR-TOTAL-RTN.
            MOVE WS-VEND-NO            TO VL-VEND-NO.
            MOVE VEND-NAME OF VEND-REC TO VL-VEND-NAME.
            PERFORM 510-VENDOR-BUCKET-RTN
               VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 5.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM VEND-LINE AFTER 2 LINES.
        510-VENDOR-BUCKET-RTN.
            MOVE VB-AMT (BKT-SUB) TO VL-AMT (BKT-SUB).
            ADD VB-AMT (BKT-SUB) TO TB-AMT (BKT-SUB).
        600-TOTAL-RTN.
            PERFORM 610-TOTAL-BUCKET-RTN
               VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 5.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            MOVE ITEM-CNT TO CL-ITEM-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM COUNT-LINE AFTER 2 LINES.
        610-TOTAL-BUCKET-RTN.
            MOVE TB-AMT (BKT-SUB) TO TL-AMT (BKT-SUB).
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AP-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "APAGE.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            COPY PAGEBRK.
