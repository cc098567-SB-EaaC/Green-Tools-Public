      ** 程式範例十二-5 (SAM12-5.CBL):存量偏低產品之訂購點報表;
      **                             待檢倉 "QC" 與客戶寄售點不列入
      **                             判斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-5.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 EOF          PIC X  VALUE "N".
        77 IN-FS        PIC XX.
        77 LOC-FS       PIC XX.
        77 LOC-EOF      PIC X  VALUE "N".
        77 LOC-CNT      PIC 9(3) VALUE 0.
        77 CNSL-FS      PIC XX.
        77 CNSL-MISSING PIC X  VALUE "N".
        77 WS-CONSIGN-LOC PIC X VALUE "N".
        77 WS-RPT-NAME  PIC X(30) VALUE SPACES.
           COPY RPTCCOPY REPLACING ==RPTC-GRP== BY ==CAT-REC==.
           COPY PAGECTL.
           05 FILLER            PIC X(3).
           05 WH-OUT            PIC X(3).
           05 FILLER            PIC X(4).
           05 PRO-QTY-OUT       PIC ZZ,ZZ9-.
           05 FILLER            PIC X(2).
           05 PRO-MIN-QTY-OUT   PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
              OPEN OUTPUT LOC-FILE
              CLOSE LOC-FILE
              OPEN I-O LOC-FILE.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            OPEN INPUT IN-FILE
                 I-O   LOC-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO CNSL-MISSING.
            OPEN INPUT CNSL-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               AND SB-PRO-NO OF LOC-REC NOT = PRO-NO OF IN-REC
               MOVE "Y" TO LOC-EOF
            END-IF.
      * 待檢倉 "QC" 與客戶寄售點非銷售倉庫，不列入判斷
        407-CHECK-ONE-LOC-RTN.
            PERFORM 408-CHECK-CONSIGN-RTN.
            IF SB-WAREHOUSE OF LOC-REC NOT = "QC"
               AND WS-CONSIGN-LOC = "N"
               ADD 1 TO LOC-CNT
               IF SB-QTY OF LOC-REC NOT > PRO-MIN-QTY OF IN-REC
                  MOVE SB-WAREHOUSE OF LOC-REC TO WH-OUT
                  MOVE SB-QTY OF LOC-REC       TO PRO-QTY-OUT
                  PERFORM 990-PAGE-CHECK-RTN
                  PERFORM 410-WRITE-REC
               END-IF
            END-IF.
            PERFORM 406-READ-LOC-NEXT.
        408-CHECK-CONSIGN-RTN.
            MOVE "N" TO WS-CONSIGN-LOC.
            IF CNSL-MISSING = "N"
               MOVE SB-WAREHOUSE OF LOC-REC
                    TO CG-WAREHOUSE OF CNSL-REC
               READ CNSL-FILE
                  INVALID KEY MOVE "N" TO WS-CONSIGN-LOC
                  NOT INVALID KEY MOVE "Y" TO WS-CONSIGN-LOC
               END-READ
            END-IF.
        410-WRITE-REC.
            MOVE PRO-NO OF IN-REC      TO PRO-NO-OUT.
            MOVE PRO-NAME OF IN-REC    TO PRO-NAME-OUT.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        500-CLOSE-RTN.
            CLOSE IN-FILE LOC-FILE OUT-FILE.
            IF CNSL-MISSING = "N"
               CLOSE CNSL-FILE
            END-IF.
            MOVE "SAM12-5     " TO RT-REPORT-NAME OF CAT-REC.
            MOVE RUN-DATE       TO RT-RUN-DATE OF CAT-REC.
            MOVE WS-RPT-NAME    TO RT-FILE-NAME OF CAT-REC.
            MOVE PAGE-CTR       TO RT-PAGES OF CAT-REC.
            MOVE "N"            TO RT-COST-FLAG OF CAT-REC.
            CALL "ReportCat" USING CAT-REC.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
