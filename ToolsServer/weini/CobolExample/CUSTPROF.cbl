      **                            退貨取淨額，依毛利貢獻由大至
      **                            小排名，末頁另列毛利最差十名
      **                            供改價或解約檢討
      **                            簽入操作員須有查看成本權限，否則不
      **                            予執行
      **                            對照 (GROSMRGN.CBL) 之歷史成本
      **                            與 (ABCRPT.CBL) 之排序分級

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
           SELECT SORT-FILE ASSIGN TO "CPFSORT.TMP".
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        01 SD-REC-2.
           05 SD-RANK-KEY       PIC X(12).
           05 FILLER            PIC X(28).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SUMM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 SREG-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 HIST-FS      PIC XX.
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
            PERFORM 100-BUILD-WORK-RTN.
            PERFORM 150-SORT-WORK-RTN.
            PERFORM 200-SUMMARIZE-RTN.
            PERFORM 250-SORT-SUMM-RTN.
            PERFORM 300-REPORT-RTN.
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
      * 指定月份之登記紀錄(退貨取淨額)卸載至工作檔
        100-BUILD-WORK-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
