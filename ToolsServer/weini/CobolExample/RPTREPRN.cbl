      ** 報表重印作業 (RPTREPRN.CBL):瀏覽報表目錄 REPORT.CAT，選定
      **                            任一已登錄之日期報表檔，逐行
      **                            複製至 REPRINT.OUT 重新輸出;
      **                            簽入操作員無查看成本權限者，
      **                            目錄不列含成本之報表，且只能
      **                            重印目錄中不含成本之報表檔
      **                            對照 (SAM12-2.CBL) 之分頁方式

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
        77 CAT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CAT-FS       PIC XX.
        77 SRC-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 WS-ALLOWED   PIC X  VALUE "N".
        77 CAT-EOF      PIC X  VALUE "N".
        77 SRC-EOF      PIC X  VALUE "N".
        77 WS-SRC-NAME  PIC X(30) VALUE SPACES.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-CHECK-COST-RTN.
            PERFORM 100-LIST-CATALOG-RTN.
            PERFORM 300-REPRINT-RTN.
            EXIT PROGRAM.
      * 查看成本權限取自簽入檔;未簽入者視為無權限
        050-CHECK-COST-RTN.
            MOVE "N" TO WS-SEE-COST OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END CONTINUE
                  NOT AT END MOVE OP-SEE-COST TO WS-SEE-COST
               END-READ
               CLOSE OPER-FILE
            END-IF.
        100-LIST-CATALOG-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "報表目錄" LINE 3 POSITION 20.
            CLOSE CAT-FILE.
        110-READ-CAT-RTN.
            READ CAT-FILE AT END MOVE "Y" TO CAT-EOF.
      * 無查看成本權限者不列含成本之報表
        120-LIST-ONE-RTN.
            IF RT-COST-FLAG OF CAT-REC NOT = "Y" OR WS-SEE-COST = "Y"
               PERFORM 130-SHOW-ONE-RTN
            END-IF.
            PERFORM 110-READ-CAT-RTN.
        130-SHOW-ONE-RTN.
            MOVE RT-REPORT-NAME OF CAT-REC TO LL-REPORT-NAME.
            MOVE RT-RUN-DATE OF CAT-REC    TO LL-RUN-DATE.
            MOVE RT-FILE-NAME OF CAT-REC   TO LL-FILE-NAME.
               MOVE 5 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
      * 無查看成本權限者，只能重印目錄中登錄為不含成本之報表檔;
      * 未登錄於目錄之檔案一律拒絕
        200-CHECK-ALLOWED-RTN.
            MOVE "N" TO WS-ALLOWED CAT-EOF.
            OPEN INPUT CAT-FILE.
            PERFORM 110-READ-CAT-RTN.
            PERFORM 210-CHECK-ONE-RTN UNTIL CAT-EOF = "Y".
            CLOSE CAT-FILE.
        210-CHECK-ONE-RTN.
            IF RT-FILE-NAME OF CAT-REC = WS-SRC-NAME
               IF RT-COST-FLAG OF CAT-REC = "Y"
                  MOVE "N" TO WS-ALLOWED
                  MOVE "Y" TO CAT-EOF
               ELSE
                  MOVE "Y" TO WS-ALLOWED
               END-IF
            END-IF.
            IF CAT-EOF = "N"
               PERFORM 110-READ-CAT-RTN
            END-IF.
        300-REPRINT-RTN.
            DISPLAY "重印檔名 :" LINE 21 POSITION 10.
            ACCEPT WS-SRC-NAME LINE 21 POSITION 23.
            MOVE "Y" TO WS-ALLOWED.
            IF WS-SEE-COST NOT = "Y" AND WS-SRC-NAME NOT = SPACES
               PERFORM 200-CHECK-ALLOWED-RTN
            END-IF.
            IF WS-SRC-NAME = SPACES
               DISPLAY "NO FILE SELECTED" LINE 22 POSITION 10
            ELSE IF WS-ALLOWED = "N"
               DISPLAY "COST AUTHORITY REQUIRED" LINE 22 POSITION 10
            ELSE
               OPEN INPUT SRC-FILE
               OPEN OUTPUT OUT-FILE
               CLOSE SRC-FILE OUT-FILE
               DISPLAY "LINES REPRINTED : " COPY-COUNT
                       LINE 22 POSITION 10
            END-IF
            END-IF.
        310-READ-SRC-RTN.
            READ SRC-FILE AT END MOVE "Y" TO SRC-EOF.
