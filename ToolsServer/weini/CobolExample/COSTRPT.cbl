      **                               ，依倉庫別、日期別列示明細並
      **                               小計 QTY-COST/QTY-PRICE/
      **                               QTY-INCOME，期末印總計
      **                               簽入操作員須有查看成本權限，否則不
      **                               予執行
      **                               對照 (SAM3.CBL) 之登記檔與
      **                               (SAM91.CBL) 之控制中斷

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "COSTSORT.TMP".
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
           05 FILLER            PIC X(73).
           05 SD-DATE           PIC X(12).
           05 SD-WAREHOUSE      PIC X(3).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 IN-FS        PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
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
            PERFORM 050-SORT-RTN.
            PERFORM 100-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 500-WRITE-ENDING.
            PERFORM 600-CLOSE-RTN.
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
        050-SORT-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-WAREHOUSE
