      **                         180/365 天無異動之產品及其積壓數量
      **                         與成本價值，另依產品類別合計積壓
      **                         成本
      **                         簽入操作員須有查看成本權限，否則不
      **                         予執行
      **                         對照 (CREDITAGE.CBL) 之天數計算

        IDENTIFICATION  DIVISION.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
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
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        01 EOF          PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
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
            PERFORM 100-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-RTN.
            PERFORM 500-WRITE-SUMMARY.
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
        100-OPEN-RTN.
            OPEN INPUT PROD-FILE
                 OUTPUT OUT-FILE.
