      ** 已收貨未開票應計表 (GRNIRPT.CBL):月底找出訂購單檔中已收貨
      **                                 (PO-QTY-RECV)而廠商發票未
      **                                 全數開立(APLINE.DAT 已開票
      **                                 量不足)之訂單行，未開票量以
      **                                 訂購單價(PO-UNIT-COST)計價，
      **                                 依廠商別列出收貨日與天數;
      **                                 另以人工傳票 (MJRNL.HDR/
      **                                 MJRNL.LIN) 借銷貨成本、貸
      **                                 已收貨未開票科目(過帳規則
      **                                 COGS/GRNI 預設科目)，日期為
      **                                 本期末日並設為次期迴轉，交
      **                                 釋出副程式 (JRNLREL.CBL) 寫入
      **                                 JOURNAL.INT;同期已有應計傳票
      **                                 者不重複產生
      **                                 對照 (VENDPERF.CBL) 之工作檔
      **                                 排序與 (JRNLRCUR.CBL) 之傳票
      **                                 產生

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     GrniReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO RANDOM CTL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CTL-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT APLN-FILE ASSIGN TO RANDOM APLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-KEY
                  FILE STATUS IS APLN-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT PSTR-FILE ASSIGN TO RANDOM PSTR-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS PSTR-FS.
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
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "GRNSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CTL-FILE
           LABEL RECORD IS STANDARD.
           COPY PERDCOPY REPLACING ==PERD-GRP== BY ==CTL-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD APLN-FILE
           LABEL RECORD IS STANDARD.
           COPY APLNCOPY REPLACING ==APLN-GRP== BY ==APLN-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD PSTR-FILE
           LABEL RECORD IS STANDARD.
           COPY PSTRCOPY REPLACING ==PSTR-GRP== BY ==PSTR-REC==.
        FD MJHD-FILE
           LABEL RECORD IS STANDARD.
           COPY MJHDCOPY REPLACING ==MJHD-GRP== BY ==MJHD-REC==.
        FD MJLN-FILE
           LABEL RECORD IS STANDARD.
           COPY MJLNCOPY REPLACING ==MJLN-GRP== BY ==MJLN-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-VEND-NO        PIC X(4).
           05 WK-PO-NO          PIC X(6).
           05 WK-PO-LINE        PIC 9(3).
           05 WK-PRO-NO         PIC X(13).
           05 WK-RECV-DATE      PIC 9(8).
           05 WK-QTY-RECV       PIC 9(5).
           05 WK-QTY-OPEN       PIC 9(5).
           05 WK-UNIT-COST      PIC 9(5)V99.
           05 WK-VALUE          PIC 9(9)V99.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-VEND-NO        PIC X(4).
           05 FILLER            PIC X(58).

        WORKING-STORAGE SECTION.
        77 CTL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 APLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PSTR-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CTL-FS       PIC XX.
        77 PO-FS        PIC XX.
        77 APLN-FS      PIC XX.
        77 VEND-FS      PIC XX.
        77 PSTR-FS      PIC XX.
        77 MJHD-FS      PIC XX.
        77 MJLN-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 CTL-MISSING  PIC X  VALUE "N".
        77 PSTR-MISSING PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 APLN-EOF     PIC X  VALUE "N".
        77 MJHD-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 ACCRUAL-FOUND PIC X VALUE "N".
        77 CHECK-VEND-NO PIC X(4) VALUE SPACES.
        77 WS-PERIOD    PIC 9(6) VALUE 0.
        77 WS-QTY-BILLED PIC 9(6) VALUE 0.
        77 WS-QTY-OPEN  PIC S9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-AGE-DAYS  PIC S9(5) VALUE 0.
        77 LINE-CNT     PIC 9(5) VALUE 0.
        77 V-VALUE      PIC 9(10)V99 VALUE 0.
        77 T-VALUE      PIC 9(10)V99 VALUE 0.
        77 DR-ACCOUNT   PIC X(8) VALUE SPACES.
        77 CR-ACCOUNT   PIC X(8) VALUE SPACES.
        77 NN-SERIES    PIC X(8) VALUE "JOURNAL".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-JRNL-NO   PIC X(6) VALUE SPACES.
        77 WS-JRNL-DATE PIC 9(8) VALUE 0.
        77 JR-RESULT    PIC X  VALUE "N".
        01 WS-ACCRUAL-DESC.
           05 FILLER            PIC X(13) VALUE "GRNI ACCRUAL ".
           05 AD-PERIOD         PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
        01 WS-DATE-GRP.
           05 WS-DATE-YY        PIC 9(4).
           05 WS-DATE-MM        PIC 9(2).
           05 WS-DATE-DD        PIC 9(2).
        01 WS-DATE-NUM  REDEFINES WS-DATE-GRP PIC 9(8).
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
              VALUE "GOODS RECEIVED NOT INVOICED ACCRUAL".
        01 PERIOD-LINE.
           05 FILLER            PIC X(12) VALUE "期別 : ".
           05 PL-PERIOD         PIC 9(6).
        01 HEADING2.
           05 FILLER            PIC X(16) VALUE "訂單-行".
           05 FILLER            PIC X(17) VALUE "產品".
           05 FILLER            PIC X(16) VALUE "收貨日期".
           05 FILLER            PIC X(12) VALUE "天數".
           05 FILLER            PIC X(12) VALUE "已收".
           05 FILLER            PIC X(12) VALUE "未開".
           05 FILLER            PIC X(12) VALUE "單價".
           05 FILLER            PIC X(12) VALUE "金額".
        01 VEND-HEAD-LINE.
           05 FILLER            PIC X(7)  VALUE "廠商 ".
           05 VH-VEND-NO        PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VH-VEND-NAME      PIC X(20).
        01 DETAIL-LINE.
           05 DL-PO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 DL-PO-LINE        PIC 999.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-RECV-YY        PIC 9999/.
           05 DL-RECV-MM        PIC 99/.
           05 DL-RECV-DD        PIC 99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-AGE            PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-QTY-RECV       PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-QTY-OPEN       PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-UNIT-COST      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 VEND-TOTAL-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "VENDOR TOTAL ".
           05 VT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 TOTAL-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "GRNI TOTAL   ".
           05 TT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
        01 COUNT-LINE.
           05 FILLER            PIC X(20) VALUE "PO LINES ACCRUED  : ".
           05 CL-LINE-CNT       PIC ZZ,ZZ9.
        01 JRNL-LINE.
           05 FILLER            PIC X(20) VALUE "ACCRUAL JOURNAL   : ".
           05 JL-NO             PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-DATE           PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " DR ".
           05 JL-DR-ACCT        PIC X(8).
           05 FILLER            PIC X(4)  VALUE " CR ".
           05 JL-CR-ACCT        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-FLAG           PIC X(12).
        01 MSG-LINE.
           05 ML-TEXT           PIC X(60).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CTL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
        CTL-ERROR-PROCESS.
           IF CTL-FS NOT = "00"
              MOVE "Y" TO CTL-MISSING.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              DISPLAY "ERROR OPENING PO-FILE, FILE STATUS = " PO-FS
              STOP RUN.
        APLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APLN-FILE.
        APLN-ERROR-PROCESS.
           IF APLN-FS = "35"
              OPEN OUTPUT APLN-FILE
              CLOSE APLN-FILE
              OPEN INPUT APLN-FILE
           ELSE
              IF APLN-FS NOT = "00"
                 DISPLAY "ERROR OPENING APLN-FILE, FILE STATUS = "
                         APLN-FS
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
        PSTR-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PSTR-FILE.
        PSTR-ERROR-PROCESS.
           IF PSTR-FS NOT = "00"
              MOVE "Y" TO PSTR-MISSING.
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
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = "
                      WORK-FS
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
            PERFORM 050-GET-PERIOD-RTN.
            PERFORM 100-BUILD-WORK-RTN.
            PERFORM 150-SORT-WORK-RTN.
            OPEN INPUT WORK-FILE
                       VEND-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-WORK-RTN.
            IF WORK-EOF = "N"
               MOVE WK-VEND-NO TO CHECK-VEND-NO
               PERFORM 420-VENDOR-HEAD-RTN
               PERFORM 400-LOOP-RTN UNTIL WORK-EOF = "Y"
               PERFORM 440-VENDOR-BREAK-RTN
            END-IF.
            PERFORM 500-WRITE-TOTAL-RTN.
            CLOSE WORK-FILE VEND-FILE.
            IF T-VALUE > ZERO
               PERFORM 600-ACCRUAL-RTN
            END-IF.
            CLOSE OUT-FILE.
            DISPLAY "GRNI TOTAL : " T-VALUE.
            STOP RUN.
      * 應計期別取自期別管制檔之本期;尚未建檔時以系統日期月份
      * 為準
        050-GET-PERIOD-RTN.
            MOVE RUN-DATE (1:6) TO WS-PERIOD.
            MOVE "N" TO CTL-MISSING.
            OPEN INPUT CTL-FILE.
            IF CTL-MISSING = "N"
               READ CTL-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE PD-CURRENT-PERIOD OF CTL-REC
                          TO WS-PERIOD
               END-READ
               CLOSE CTL-FILE
            END-IF.
      * 有收貨之訂單行減去 APLINE.DAT 已開票量，尚有未開票量者
      * 寫入工作檔
        100-BUILD-WORK-RTN.
            OPEN INPUT PO-FILE
                       APLN-FILE
                 OUTPUT WORK-FILE.
            PERFORM 110-READ-PO-RTN.
            PERFORM 120-ONE-PO-RTN UNTIL PO-EOF = "Y".
            CLOSE PO-FILE APLN-FILE WORK-FILE.
        110-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
        120-ONE-PO-RTN.
            IF PO-QTY-RECV OF PO-REC > ZERO
               PERFORM 130-SUM-BILLED-RTN
               COMPUTE WS-QTY-OPEN =
                       PO-QTY-RECV OF PO-REC - WS-QTY-BILLED
               IF WS-QTY-OPEN > ZERO
                  MOVE PO-VEND-NO OF PO-REC    TO WK-VEND-NO
                  MOVE PO-NO OF PO-REC         TO WK-PO-NO
                  MOVE PO-LINE-NO OF PO-REC    TO WK-PO-LINE
                  MOVE PO-PRO-NO OF PO-REC     TO WK-PRO-NO
                  MOVE PO-RECV-DATE OF PO-REC  TO WK-RECV-DATE
                  MOVE PO-QTY-RECV OF PO-REC   TO WK-QTY-RECV
                  MOVE WS-QTY-OPEN             TO WK-QTY-OPEN
                  MOVE PO-UNIT-COST OF PO-REC  TO WK-UNIT-COST
                  COMPUTE WK-VALUE =
                          WS-QTY-OPEN * PO-UNIT-COST OF PO-REC
                  WRITE WORK-REC
               END-IF
            END-IF.
            PERFORM 110-READ-PO-RTN.
        130-SUM-BILLED-RTN.
            MOVE ZERO TO WS-QTY-BILLED.
            MOVE PO-NO OF PO-REC      TO APL-PO-NO OF APLN-REC.
            MOVE PO-LINE-NO OF PO-REC TO APL-PO-LINE OF APLN-REC.
            MOVE LOW-VALUES TO APL-VEND-NO OF APLN-REC
                               APL-INV-NO OF APLN-REC.
            MOVE "N" TO APLN-EOF.
            START APLN-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE "Y" TO APLN-EOF
            END-START.
            PERFORM 135-READ-APLN-NEXT.
            PERFORM 138-ADD-BILLED-RTN UNTIL APLN-EOF = "Y".
        135-READ-APLN-NEXT.
            READ APLN-FILE NEXT RECORD
               AT END MOVE "Y" TO APLN-EOF
            END-READ.
            IF APLN-EOF = "N"
               IF APL-PO-NO OF APLN-REC NOT = PO-NO OF PO-REC
                  OR APL-PO-LINE OF APLN-REC NOT = PO-LINE-NO OF PO-REC
                  MOVE "Y" TO APLN-EOF
               END-IF
            END-IF.
        138-ADD-BILLED-RTN.
            ADD APL-QTY OF APLN-REC TO WS-QTY-BILLED.
            PERFORM 135-READ-APLN-NEXT.
        150-SORT-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-VEND-NO
                USING WORK-FILE
                GIVING WORK-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-PERIOD TO PL-PERIOD.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            MOVE ZERO TO LINE-CTR.
        300-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        400-LOOP-RTN.
            IF WK-VEND-NO NOT = CHECK-VEND-NO
               PERFORM 440-VENDOR-BREAK-RTN
               MOVE WK-VEND-NO TO CHECK-VEND-NO
               PERFORM 420-VENDOR-HEAD-RTN
            END-IF.
            MOVE WK-PO-NO         TO DL-PO-NO.
            MOVE WK-PO-LINE       TO DL-PO-LINE.
            MOVE WK-PRO-NO        TO DL-PRO-NO.
            MOVE WK-RECV-DATE (1:4) TO DL-RECV-YY.
            MOVE WK-RECV-DATE (5:2) TO DL-RECV-MM.
            MOVE WK-RECV-DATE (7:2) TO DL-RECV-DD.
            IF WK-RECV-DATE NOT = ZERO
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WK-RECV-DATE)
            ELSE
               MOVE ZERO TO WS-AGE-DAYS
            END-IF.
            MOVE WS-AGE-DAYS      TO DL-AGE.
            MOVE WK-QTY-RECV      TO DL-QTY-RECV.
            MOVE WK-QTY-OPEN      TO DL-QTY-OPEN.
            MOVE WK-UNIT-COST     TO DL-UNIT-COST.
            MOVE WK-VALUE         TO DL-VALUE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            ADD WK-VALUE TO V-VALUE T-VALUE.
            ADD 1 TO LINE-CNT.
            PERFORM 300-READ-WORK-RTN.
        420-VENDOR-HEAD-RTN.
            MOVE CHECK-VEND-NO TO VEND-NO OF VEND-REC.
            READ VEND-FILE
               INVALID KEY
                  MOVE SPACES TO VEND-NAME OF VEND-REC
            END-READ.
            MOVE CHECK-VEND-NO         TO VH-VEND-NO.
            MOVE VEND-NAME OF VEND-REC TO VH-VEND-NAME.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM VEND-HEAD-LINE AFTER 2 LINES.
        440-VENDOR-BREAK-RTN.
            MOVE V-VALUE TO VT-VALUE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM VEND-TOTAL-LINE AFTER 2 LINES.
            MOVE ZERO TO V-VALUE.
        500-WRITE-TOTAL-RTN.
            MOVE T-VALUE TO TT-VALUE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            MOVE LINE-CNT TO CL-LINE-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM COUNT-LINE AFTER 2 LINES.
      * 應計傳票:借 COGS 預設科目(收貨入庫時之對方科目)、貸 GRNI
      * 預設科目;缺規則或同期已產生者僅列訊息不寫傳票
        600-ACCRUAL-RTN.
            PERFORM 610-GET-ACCOUNTS-RTN.
            IF DR-ACCOUNT = SPACES OR CR-ACCOUNT = SPACES
               MOVE "*** POSTING RULE COGS/GRNI MISSING - NO JOURNAL"
                    TO ML-TEXT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM MSG-LINE AFTER 2 LINES
               DISPLAY ML-TEXT
            ELSE
               MOVE WS-PERIOD TO AD-PERIOD
               OPEN I-O MJHD-FILE
                        MJLN-FILE
               PERFORM 620-CHECK-EXISTING-RTN
               IF ACCRUAL-FOUND = "Y"
                  CLOSE MJHD-FILE MJLN-FILE
                  MOVE "*** ACCRUAL FOR PERIOD ALREADY ON FILE"
                       TO ML-TEXT
                  PERFORM 990-PAGE-CHECK-RTN
                  WRITE OUT-REC FROM MSG-LINE AFTER 2 LINES
                  DISPLAY ML-TEXT
               ELSE
                  PERFORM 640-WRITE-JOURNAL-RTN
                  CLOSE MJHD-FILE MJLN-FILE
                  CALL "JrnlRelease" USING WS-JRNL-NO JR-RESULT
                  CANCEL "JrnlRelease"
                  MOVE WS-JRNL-NO   TO JL-NO
                  MOVE WS-JRNL-DATE TO JL-DATE
                  MOVE DR-ACCOUNT   TO JL-DR-ACCT
                  MOVE CR-ACCOUNT   TO JL-CR-ACCT
                  IF JR-RESULT = "Y"
                     MOVE SPACES TO JL-FLAG
                  ELSE
                     MOVE "*NOT REL*" TO JL-FLAG
                  END-IF
                  PERFORM 990-PAGE-CHECK-RTN
                  WRITE OUT-REC FROM JRNL-LINE AFTER 2 LINES
               END-IF
            END-IF.
        610-GET-ACCOUNTS-RTN.
            MOVE SPACES TO DR-ACCOUNT CR-ACCOUNT.
            MOVE "N" TO PSTR-MISSING.
            OPEN INPUT PSTR-FILE.
            IF PSTR-MISSING = "N"
               MOVE SPACES TO PR-KEY OF PSTR-REC
               MOVE "COGS" TO PR-TYPE OF PSTR-REC
               READ PSTR-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PR-ACCOUNT OF PSTR-REC TO DR-ACCOUNT
               END-READ
               MOVE SPACES TO PR-KEY OF PSTR-REC
               MOVE "GRNI" TO PR-TYPE OF PSTR-REC
               READ PSTR-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PR-ACCOUNT OF PSTR-REC TO CR-ACCOUNT
               END-READ
               CLOSE PSTR-FILE
            END-IF.
      * 同期應計傳票(含其迴轉傳票)摘要相同，未放棄者即視為已產生
        620-CHECK-EXISTING-RTN.
            MOVE "N" TO ACCRUAL-FOUND MJHD-EOF.
            MOVE LOW-VALUES TO MJ-NO OF MJHD-REC.
            START MJHD-FILE KEY IS NOT LESS THAN MJ-NO OF MJHD-REC
               INVALID KEY MOVE "Y" TO MJHD-EOF
            END-START.
            PERFORM 630-READ-MJHD-RTN
               UNTIL MJHD-EOF = "Y" OR ACCRUAL-FOUND = "Y".
        630-READ-MJHD-RTN.
            READ MJHD-FILE NEXT RECORD
               AT END MOVE "Y" TO MJHD-EOF
            END-READ.
            IF MJHD-EOF = "N"
               IF MJ-DESC OF MJHD-REC = WS-ACCRUAL-DESC
                  AND MJ-STATUS OF MJHD-REC NOT = "X"
                  MOVE "Y" TO ACCRUAL-FOUND
               END-IF
            END-IF.
      * 傳票日期為本期末日(次月首日減一天)，迴轉傳票由釋出副程式
      * 以次期首日產生
        640-WRITE-JOURNAL-RTN.
            MOVE WS-PERIOD TO WS-DATE-GRP (1:6).
            MOVE 1 TO WS-DATE-DD.
            IF WS-DATE-MM = 12
               ADD 1 TO WS-DATE-YY
               MOVE 1 TO WS-DATE-MM
            ELSE
               ADD 1 TO WS-DATE-MM
            END-IF.
            COMPUTE WS-JRNL-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1).
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-JRNL-NO.
            MOVE WS-JRNL-NO      TO MJ-NO OF MJHD-REC.
            MOVE WS-JRNL-DATE    TO MJ-DATE OF MJHD-REC.
            MOVE WS-ACCRUAL-DESC TO MJ-DESC OF MJHD-REC.
            MOVE "O"             TO MJ-STATUS OF MJHD-REC.
            MOVE "Y"             TO MJ-REVERSE OF MJHD-REC.
            MOVE "N"             TO MJ-RECUR OF MJHD-REC.
            MOVE ZERO            TO MJ-END-DATE OF MJHD-REC.
            MOVE WS-PERIOD       TO MJ-LAST-GEN OF MJHD-REC.
            MOVE SPACES          TO MJ-SOURCE-NO OF MJHD-REC.
            MOVE 2               TO MJ-LINE-COUNT OF MJHD-REC.
            MOVE T-VALUE         TO MJ-TOTAL OF MJHD-REC.
            WRITE MJHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL NUMBER !! " WS-JRNL-NO
            END-WRITE.
            MOVE WS-JRNL-NO      TO MJL-NO OF MJLN-REC.
            MOVE 1               TO MJL-LINE-NO OF MJLN-REC.
            MOVE DR-ACCOUNT      TO MJL-ACCOUNT OF MJLN-REC.
            MOVE WS-ACCRUAL-DESC TO MJL-DESC OF MJLN-REC.
            MOVE T-VALUE         TO MJL-DEBIT OF MJLN-REC.
            MOVE ZERO            TO MJL-CREDIT OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
            MOVE 2               TO MJL-LINE-NO OF MJLN-REC.
            MOVE CR-ACCOUNT      TO MJL-ACCOUNT OF MJLN-REC.
            MOVE ZERO            TO MJL-DEBIT OF MJLN-REC.
            MOVE T-VALUE         TO MJL-CREDIT OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PERIOD.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CTL-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "APLINE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO APLN-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "POSTRULE.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PSTR-FILE-NAME.
            MOVE "MJRNL.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJHD-FILE-NAME.
            MOVE "MJRNL.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJLN-FILE-NAME.
            MOVE "GRNWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "GRNI.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            COPY PAGEBRK.
