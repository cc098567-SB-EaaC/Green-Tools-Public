      ** �{���d�ҤQ�G-2 (SAM12-2.CBL):�d�ߥ��������ɮ׸��
      **                             簽入操作員無查看成本權限者，
      **                             成本欄一律空白

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-2.
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS FS-CODE.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD IN-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==IN-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).
        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 WS-PAGE-CNT  PIC 99 VALUE 0.
        01 MAX-PER-PAGE PIC 99 VALUE 6.
        01 WS-MORE-KEY  PIC X.
        01 OPER-FS      PIC XX.
        01 OPER-MISSING PIC X  VALUE "N".
        01 WS-SEE-COST  PIC X  VALUE "N".
      * 顯示用之產品資料，無查看成本權限者成本欄空白
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==SHOW-REC==.

      **
       PROCEDURE       DIVISION.
           IF FS-CODE NOT = "00"
              DISPLAY "ERROR OPENING IN-FILE, FILE STATUS = " FS-CODE
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
           PERFORM 050-CHECK-COST-RTN.
           PERFORM 100-OPEN-FILE.
           PERFORM 110-RANGE-QUERY-RTN.
           PERFORM 200-READ-FILE.
           PERFORM 300-DISPLAY UNTIL EOF = "Y".
           PERFORM 400-CLOSE-FILE.
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
       100-OPEN-FILE.
           OPEN INPUT IN-FILE.
       110-RANGE-QUERY-RTN.
           DISPLAY "END PRO-NO (BLANK = TO END) : " LINE 5 POSITION 10.
           ACCEPT WS-END-KEY LINE 5 POSITION 42.
           IF WS-BEGIN-KEY NOT = SPACES
              MOVE WS-BEGIN-KEY TO PRO-NO OF IN-REC
              START IN-FILE KEY IS NOT LESS THAN PRO-NO OF IN-REC
                 INVALID KEY MOVE "Y" TO EOF
              END-START
           END-IF.
       200-READ-FILE.
           READ IN-FILE AT END MOVE "Y" TO EOF.
       300-DISPLAY.
           IF WS-END-KEY NOT = SPACES AND PRO-NO OF IN-REC > WS-END-KEY
              MOVE "Y" TO EOF
           ELSE
              MOVE IN-REC TO SHOW-REC
              IF WS-SEE-COST NOT = "Y"
                 MOVE SPACES TO PRO-COST OF SHOW-REC (1:)
              END-IF
              DISPLAY SHOW-REC LINE I POSITION 20
              ADD 2 TO I
              ADD 1 TO WS-PAGE-CNT
              IF WS-PAGE-CNT NOT < MAX-PER-PAGE
