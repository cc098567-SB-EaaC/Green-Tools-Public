      ** 發票爭議報表 (DISPRPT.CBL):將爭議檔 DISPUTE.DAT 依爭議原因
      **                           、登錄日期排序，列出尚未解除之
      **                           爭議項目、已爭議天數、應收帳款
      **                           檔之未收餘額與登錄人員，依原因
      **                           小計;期末再依爭議天數 30/60/90
      **                           天分級彙總筆數與金額，以利追蹤
      **                           久未解決之爭議;已付清或沖銷之
      **                           項目註明 ITEM CLOSED 待解除
      **                           對照 (COSTRPT.CBL) 之排序與控制
      **                           中斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     DisputeReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "DSPTSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==WORK-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 FILLER            PIC X(11).
           05 SD-REASON         PIC X(2).
           05 SD-DATE           PIC 9(8).
           05 FILLER            PIC X(64).

        WORKING-STORAGE SECTION.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 DSPT-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 WORK-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 CHECK-REASON PIC X(2) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-DAYS      PIC S9(5) VALUE 0.
        77 WS-BALANCE   PIC S9(6)V99 VALUE 0.
        77 WS-BKT       PIC 9(1) VALUE 0.
        77 R-CNT        PIC 9(5) VALUE 0.
        77 R-AMT        PIC S9(9)V99 VALUE 0.
        77 T-CNT        PIC 9(5) VALUE 0.
        77 T-AMT        PIC S9(9)V99 VALUE 0.
           COPY DSRNTAB.
           COPY PAGECTL.
           COPY RUNDATE.
      * 爭議天數分級:30 天內、31-60、61-90、90 天以上
        01 BKT-VALUES.
           05 FILLER            PIC X(12) VALUE " 0-30 DAYS  ".
           05 FILLER            PIC X(12) VALUE "31-60 DAYS  ".
           05 FILLER            PIC X(12) VALUE "61-90 DAYS  ".
           05 FILLER            PIC X(12) VALUE "OVER 90 DAYS".
        01 BKT-TABLE REDEFINES BKT-VALUES.
           05 BKT-LABEL         PIC X(12) OCCURS 4 TIMES.
        01 BKT-TOTALS.
           05 BKT-ENTRY OCCURS 4 TIMES.
              10 BKT-CNT        PIC 9(5).
              10 BKT-AMT        PIC S9(9)V99.
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
              VALUE "OPEN INVOICE DISPUTES".
        01 HEADING2.
           05 FILLER            PIC X(6)  VALUE "客戶".
           05 FILLER            PIC X(12) VALUE "發票號碼".
           05 FILLER            PIC X(12) VALUE "爭議日期".
           05 FILLER            PIC X(9)  VALUE " 天數".
           05 FILLER            PIC X(12) VALUE "未收餘額".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "登錄人".
           05 FILLER            PIC X(6)  VALUE "說明".
        01 REASON-LINE.
           05 FILLER            PIC X(15) VALUE "爭議原因 : ".
           05 RL-CODE           PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RL-DESC           PIC X(20).
        01 DETAIL-LINE.
           05 DL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-INV-NO         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DAYS           PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-BALANCE        PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-OPER-ID        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-NOTE           PIC X(20).
        01 REASON-TOTAL-LINE.
           05 FILLER            PIC X(15) VALUE "原因小計 : ".
           05 RT-CNT            PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RT-AMT            PIC ZZ,ZZZ,ZZ9.99-.
        01 BKT-HEADING.
           05 FILLER            PIC X(24)
              VALUE "爭議天數分級彙總".
        01 BKT-LINE.
           05 BL-LABEL          PIC X(12).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 BL-CNT            PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 BL-AMT            PIC ZZ,ZZZ,ZZ9.99-.
        01 GRAND-LINE.
           05 FILLER            PIC X(15) VALUE "爭議合計 : ".
           05 GT-CNT            PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 GT-AMT            PIC ZZ,ZZZ,ZZ9.99-.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        DSPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
        DSPT-ERROR-PROCESS.
           IF DSPT-FS NOT = "00"
              DISPLAY "NO DISPUTE FILE ON RECORD, FILE STATUS = "
                      DSPT-FS
              STOP RUN.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              STOP RUN.
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
            PERFORM 050-SORT-RTN.
            PERFORM 100-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-RTN.
            PERFORM 400-LOOP-RTN UNTIL WORK-EOF = "Y".
            PERFORM 500-WRITE-ENDING.
            PERFORM 600-CLOSE-RTN.
            STOP RUN.
      * 依原因、登錄日期排序，最久之爭議列在各原因之前
        050-SORT-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-REASON
                                 SD-DATE
                USING DSPT-FILE
                GIVING WORK-FILE.
        100-OPEN-RTN.
            OPEN INPUT WORK-FILE
                       AGE-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            INITIALIZE BKT-TOTALS.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 已解除之爭議不列
        300-READ-RTN.
            READ WORK-FILE
               AT END MOVE "Y" TO WORK-EOF
            END-READ.
            IF WORK-EOF = "N" AND NOT DS-OPEN OF WORK-REC
               GO TO 300-READ-RTN
            END-IF.
        400-LOOP-RTN.
            IF DS-REASON OF WORK-REC NOT = CHECK-REASON
               IF CHECK-REASON NOT = SPACES
                  PERFORM 450-REASON-TOTAL-RTN
               END-IF
               PERFORM 440-REASON-HEAD-RTN
            END-IF.
            PERFORM 410-GET-BALANCE-RTN.
            COMPUTE WS-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(DS-DATE OF WORK-REC).
            PERFORM 420-ADD-BUCKET-RTN.
            ADD 1 TO R-CNT T-CNT.
            ADD WS-BALANCE TO R-AMT T-AMT.
            MOVE DS-CUS-NO OF WORK-REC  TO DL-CUS-NO.
            MOVE DS-INV-NO OF WORK-REC  TO DL-INV-NO.
            MOVE DS-DATE OF WORK-REC    TO DL-DATE.
            MOVE WS-DAYS                TO DL-DAYS.
            MOVE WS-BALANCE             TO DL-BALANCE.
            MOVE DS-OPER-ID OF WORK-REC TO DL-OPER-ID.
            IF WS-KEY-ERR = "Y"
               MOVE "ITEM CLOSED" TO DL-NOTE
            ELSE
               MOVE DS-NOTE OF WORK-REC TO DL-NOTE
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 300-READ-RTN.
      * 未收餘額取自應收帳款檔;項目已不存在者以零計
        410-GET-BALANCE-RTN.
            MOVE DS-KEY OF WORK-REC TO AGE-KEY OF AGE-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ AGE-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE ZERO TO WS-BALANCE
            ELSE
               MOVE AGE-BALANCE OF AGE-REC TO WS-BALANCE
            END-IF.
        420-ADD-BUCKET-RTN.
            IF WS-DAYS > 90
               MOVE 4 TO WS-BKT
            ELSE
               IF WS-DAYS > 60
                  MOVE 3 TO WS-BKT
               ELSE
                  IF WS-DAYS > 30
                     MOVE 2 TO WS-BKT
                  ELSE
                     MOVE 1 TO WS-BKT
                  END-IF
               END-IF
            END-IF.
            ADD 1 TO BKT-CNT (WS-BKT).
            ADD WS-BALANCE TO BKT-AMT (WS-BKT).
        440-REASON-HEAD-RTN.
            MOVE DS-REASON OF WORK-REC TO CHECK-REASON RL-CODE.
            MOVE "UNKNOWN REASON" TO RL-DESC.
            PERFORM 445-FIND-REASON-RTN
               VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM REASON-LINE AFTER 2 LINES.
        445-FIND-REASON-RTN.
            IF DR-CODE (DR-SUB) = CHECK-REASON
               MOVE DR-DESC (DR-SUB) TO RL-DESC
            END-IF.
        450-REASON-TOTAL-RTN.
            MOVE R-CNT TO RT-CNT.
            MOVE R-AMT TO RT-AMT.
            WRITE OUT-REC FROM REASON-TOTAL-LINE AFTER 2 LINES.
            MOVE ZERO TO R-CNT R-AMT.
        500-WRITE-ENDING.
            IF CHECK-REASON NOT = SPACES
               PERFORM 450-REASON-TOTAL-RTN
            END-IF.
            WRITE OUT-REC FROM BKT-HEADING AFTER 3 LINES.
            PERFORM 510-WRITE-BUCKET-RTN
               VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4.
            MOVE T-CNT TO GT-CNT.
            MOVE T-AMT TO GT-AMT.
            WRITE OUT-REC FROM GRAND-LINE AFTER 2 LINES.
        510-WRITE-BUCKET-RTN.
            MOVE BKT-LABEL (WS-BKT) TO BL-LABEL.
            MOVE BKT-CNT (WS-BKT)   TO BL-CNT.
            MOVE BKT-AMT (WS-BKT)   TO BL-AMT.
            WRITE OUT-REC FROM BKT-LINE AFTER 2 LINES.
        600-CLOSE-RTN.
            CLOSE WORK-FILE AGE-FILE OUT-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "DISPUTE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "DSPTWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "DISPRPT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
