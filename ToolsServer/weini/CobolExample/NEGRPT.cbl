      ** 負庫存日報表 (NEGRPT.CBL):列出負庫存例外檔 NEGSTK.LOG 中
      **                          當日之例外:出庫量大於倉別帳面
      **                          量時之產品、倉庫、來源程式、單
      **                          號、異動量與異動前餘額，截為零
      **                          者另列截除量(已自倉別合計流失)
      **                          ，允許負庫存倉別者列為負數;並
      **                          合計截除筆數、截除量與負數筆數
      **                          對照 (SHRINK.CBL) 之異動檔掃描

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     NegStockReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT NGEX-FILE ASSIGN TO RANDOM NGEX-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NGEX-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD NGEX-FILE
           LABEL RECORD IS STANDARD.
           COPY NGEXCOPY REPLACING ==NGEX-GRP== BY ==NGEX-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 NGEX-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 NGEX-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 NGEX-EOF     PIC X  VALUE "N".
        77 NGEX-MISSING PIC X  VALUE "N".
        77 T-CLIP-CNT   PIC 9(5) VALUE 0.
        77 T-LOST-QTY   PIC 9(7) VALUE 0.
        77 T-NEG-CNT    PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(29)
              VALUE "NEGATIVE STOCK EXCEPTION LIST".
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(6)  VALUE "倉庫".
           05 FILLER            PIC X(13) VALUE "來源程式".
           05 FILLER            PIC X(9)  VALUE "單號".
           05 FILLER            PIC X(9)  VALUE "異動量".
           05 FILLER            PIC X(9)  VALUE "異動前".
           05 FILLER            PIC X(9)  VALUE "截除量".
           05 FILLER            PIC X(6)  VALUE "處理".
        01 DETAIL-LINE.
           05 NL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1).
           05 NL-WAREHOUSE      PIC X(3).
           05 FILLER            PIC X(3).
           05 NL-SOURCE         PIC X(12).
           05 FILLER            PIC X(1).
           05 NL-REF-NO         PIC X(8).
           05 FILLER            PIC X(1).
           05 NL-QTY-CHANGE     PIC ZZZ,ZZ9-.
           05 FILLER            PIC X(1).
           05 NL-QTY-BEFORE     PIC ZZ,ZZ9-.
           05 FILLER            PIC X(2).
           05 NL-LOST-QTY       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 NL-ACTION         PIC X(6).
        01 TOTAL-LINE.
           05 FILLER      PIC X(16) VALUE "CLIPPED ITEMS : ".
           05 TL-CLIP-CNT PIC ZZ,ZZ9.
           05 FILLER      PIC X(13) VALUE "  LOST QTY : ".
           05 TL-LOST-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER      PIC X(19) VALUE "  NEGATIVE ITEMS : ".
           05 TL-NEG-CNT  PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        NGEX-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NGEX-FILE.
        NGEX-ERROR-PROCESS.
           IF NGEX-FS NOT = "00"
              MOVE "Y" TO NGEX-MISSING.
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
            OPEN OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
      * 例外檔尚未建立表示從未發生負庫存，印出空白報表
            MOVE "N" TO NGEX-MISSING.
            OPEN INPUT NGEX-FILE.
            IF NGEX-MISSING = "N"
               PERFORM 300-READ-NGEX-RTN
               PERFORM 400-LOOP-RTN UNTIL NGEX-EOF = "Y"
               CLOSE NGEX-FILE
            END-IF.
            PERFORM 500-WRITE-TOTAL-RTN.
            CLOSE OUT-FILE.
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
        300-READ-NGEX-RTN.
            READ NGEX-FILE AT END MOVE "Y" TO NGEX-EOF.
      * 僅列當日發生之例外
        400-LOOP-RTN.
            IF NX-DATE OF NGEX-REC = RUN-DATE
               PERFORM 410-WRITE-DETAIL-RTN
            END-IF.
            PERFORM 300-READ-NGEX-RTN.
        410-WRITE-DETAIL-RTN.
            MOVE SPACES TO DETAIL-LINE.
            MOVE NX-PRO-NO OF NGEX-REC     TO NL-PRO-NO.
            MOVE NX-WAREHOUSE OF NGEX-REC  TO NL-WAREHOUSE.
            MOVE NX-SOURCE OF NGEX-REC     TO NL-SOURCE.
            MOVE NX-REF-NO OF NGEX-REC     TO NL-REF-NO.
            MOVE NX-QTY-CHANGE OF NGEX-REC TO NL-QTY-CHANGE.
            MOVE NX-QTY-BEFORE OF NGEX-REC TO NL-QTY-BEFORE.
            IF NX-CLIPPED OF NGEX-REC
               MOVE NX-LOST-QTY OF NGEX-REC TO NL-LOST-QTY
               MOVE "截除" TO NL-ACTION
               ADD 1 TO T-CLIP-CNT
               ADD NX-LOST-QTY OF NGEX-REC TO T-LOST-QTY
            ELSE
               MOVE ZERO TO NL-LOST-QTY
               MOVE "負數" TO NL-ACTION
               ADD 1 TO T-NEG-CNT
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        500-WRITE-TOTAL-RTN.
            MOVE T-CLIP-CNT TO TL-CLIP-CNT.
            MOVE T-LOST-QTY TO TL-LOST-QTY.
            MOVE T-NEG-CNT  TO TL-NEG-CNT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "NEGSTK.LOG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NGEX-FILE-NAME.
            MOVE "NEGSTK.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
