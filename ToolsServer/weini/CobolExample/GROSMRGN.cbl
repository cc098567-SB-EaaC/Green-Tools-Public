      **                         成本與毛利率，月別/產品別控制中斷
      **                         與 (SAM91.CBL) 相同;登記檔先卸載
      **                         至工作檔排序，不更動原檔
      **                         簽入操作員須有查看成本權限，否則不
      **                         予執行
      **                         對照 (SLSHIST.CBL) 之登記檔彙總

        IDENTIFICATION  DIVISION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "GRMSORT.TMP".
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
           05  SD-SALES-DAY     PIC 9(2).
           05  SD-PRO-NO        PIC X(13).
           05  FILLER           PIC X(10).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 SREG-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 HIST-EOF     PIC X  VALUE "N".
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
            PERFORM 050-BUILD-WORK-RTN.
            PERFORM 060-SORT-WORK-RTN.
            PERFORM 100-OPEN-RTN.
            PERFORM 500-WRITE-ENDING.
            PERFORM 600-CLOSE-FILES.
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
      * 登記檔逐筆卸載(退貨淨量)至工作檔，原檔不更動
        050-BUILD-WORK-RTN.
            OPEN INPUT SREG-FILE
