      ** 負庫存倉別設定 (NEGWHMNT.CBL):設定允許記負庫存之倉別
      **                               NEGWH.TAB;列入之倉庫出庫量大於
      **                               帳面量時 StockBal 照記負數，待
      **                               下次收貨或盤點沖回，未列入者
      **                               截為零。在途、待檢與寄售倉別
      **                               不得設定;仍有負數餘額者不得
      **                               取消，異動經 MaintAudit 記錄
      **                               對照 (CNSLMNT.CBL) 之設定檔維護

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     NegWhMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT NGWH-FILE ASSIGN TO RANDOM NGWH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NW-WAREHOUSE
                  FILE STATUS IS NGWH-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD NGWH-FILE
           LABEL RECORD IS STANDARD.
           COPY NGWHCOPY REPLACING ==NGWH-GRP== BY ==NGWH-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 NGWH-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 NGWH-FS      PIC XX.
        77 CNSL-FS      PIC XX.
        77 LOC-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 CNSL-MISSING PIC X  VALUE "N".
        77 LOC-MISSING  PIC X  VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 WS-WH-FOUND  PIC X  VALUE "N".
        77 WS-CONSIGN-LOC PIC X VALUE "N".
        77 WS-NEG-CNT   PIC 9(5) VALUE 0.
        77 WS-WH-IN     PIC X(3) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        NGWH-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NGWH-FILE.
        NGWH-ERROR-PROCESS.
           IF NGWH-FS NOT = "00"
              OPEN OUTPUT NGWH-FILE
              CLOSE NGWH-FILE
              OPEN I-O NGWH-FILE.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        LOC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOC-FILE.
        LOC-ERROR-PROCESS.
           IF LOC-FS NOT = "00"
              MOVE "Y" TO LOC-MISSING.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-SCREEN-RTN.
            IF OPER-MISSING = "Y"
               DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
            ELSE
               IF CHOICE = "1" OR CHOICE = "2"
                  OPEN I-O NGWH-FILE
                  MOVE "N" TO CNSL-MISSING
                  OPEN INPUT CNSL-FILE
                  PERFORM 500-WAREHOUSE-RTN UNTIL CONTI = "N"
                  CLOSE NGWH-FILE
                  IF CNSL-MISSING = "N"
                     CLOSE CNSL-FILE
                  END-IF
               ELSE
                  DISPLAY "INVALID SELECTION" LINE 20 POSITION 10
               END-IF
            END-IF.
            EXIT PROGRAM.
      * 設定者為簽入之操作員;未經簽入不得異動
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            MOVE "BATCH   " TO OP-ID.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "Y" TO OPER-MISSING
               END-READ
               CLOSE OPER-FILE
            END-IF.
        100-SCREEN-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "負庫存倉別設定" LINE 5 POSITION 10.
            DISPLAY "1.允許負庫存" LINE 7 POSITION 12.
            DISPLAY "2.取消允許" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 12 POSITION 10.
            ACCEPT CHOICE LINE 12 POSITION 32.
        500-WAREHOUSE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            IF CHOICE = "1"
               DISPLAY "允許負庫存" LINE 2 POSITION 25
            ELSE
               DISPLAY "取消允許" LINE 2 POSITION 25
            END-IF.
            DISPLAY "倉    別 :" LINE 4 POSITION 10.
            ACCEPT WS-WH-IN LINE 4 POSITION 23.
            PERFORM 515-CHECK-CONSIGN-RTN.
      * 在途倉、待檢倉與寄售點之庫存不經銷售出庫，不得設定
            IF WS-WH-IN = SPACES OR WS-WH-IN = "XIT"
               OR WS-WH-IN = "QC " OR WS-CONSIGN-LOC = "Y"
               DISPLAY "RESERVED OR BLANK WAREHOUSE CODE"
                       LINE 20 POSITION 10
            ELSE
               MOVE WS-WH-IN TO NW-WAREHOUSE OF NGWH-REC
               MOVE "Y" TO WS-WH-FOUND
               READ NGWH-FILE
                  INVALID KEY MOVE "N" TO WS-WH-FOUND
               END-READ
               IF CHOICE = "1"
                  PERFORM 520-ADD-WAREHOUSE-RTN
               ELSE
                  PERFORM 540-DELETE-WAREHOUSE-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        515-CHECK-CONSIGN-RTN.
            MOVE "N" TO WS-CONSIGN-LOC.
            IF CNSL-MISSING = "N"
               MOVE WS-WH-IN TO CG-WAREHOUSE OF CNSL-REC
               READ CNSL-FILE
                  INVALID KEY MOVE "N" TO WS-CONSIGN-LOC
                  NOT INVALID KEY MOVE "Y" TO WS-CONSIGN-LOC
               END-READ
            END-IF.
        520-ADD-WAREHOUSE-RTN.
            IF WS-WH-FOUND = "Y"
               DISPLAY "已允許 : " NW-OPER-ID OF NGWH-REC " "
                       NW-DATE OF NGWH-REC LINE 6 POSITION 10
               DISPLAY "WAREHOUSE ALREADY ALLOWED" LINE 20 POSITION 10
            ELSE
               MOVE "N" TO SURE
               DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
               ACCEPT SURE LINE 15 POSITION 30
               IF SURE = "Y"
                  MOVE SPACES   TO HOLD-IMAGE
                  MOVE WS-WH-IN TO NW-WAREHOUSE OF NGWH-REC
                  MOVE OP-ID    TO NW-OPER-ID OF NGWH-REC
                  MOVE RUN-DATE TO NW-DATE OF NGWH-REC
                  WRITE NGWH-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
                     NOT INVALID KEY
                        MOVE "ADD   " TO AU-ACTION OF AUD-REC
                        PERFORM 800-WRITE-AUDIT-RTN
                        DISPLAY "NEGATIVE STOCK ALLOWED"
                                LINE 20 POSITION 10
                  END-WRITE
               END-IF
            END-IF.
      * 仍有負數餘額時須先收貨或盤點沖回才可取消，以免其後出庫
      * 截為零而與主檔總量不符
        540-DELETE-WAREHOUSE-RTN.
            IF WS-WH-FOUND = "N"
               DISPLAY "WAREHOUSE NOT ALLOWED" LINE 20 POSITION 10
            ELSE
               PERFORM 550-COUNT-NEGATIVE-RTN
               IF WS-NEG-CNT > ZERO
                  DISPLAY "NEGATIVE BALANCES OPEN : " WS-NEG-CNT
                          LINE 20 POSITION 10
               ELSE
                  MOVE "N" TO SURE
                  DISPLAY "是否確定 ?(Y/N) :" LINE 15 POSITION 10
                  ACCEPT SURE LINE 15 POSITION 30
                  IF SURE = "Y"
                     MOVE NGWH-REC TO HOLD-IMAGE
                     DELETE NGWH-FILE
                        INVALID KEY
                           DISPLAY "INVALID DELETE !"
                                   LINE 20 POSITION 10
                        NOT INVALID KEY
                           MOVE "DELETE" TO AU-ACTION OF AUD-REC
                           PERFORM 800-WRITE-AUDIT-RTN
                           DISPLAY "NEGATIVE STOCK NO LONGER ALLOWED"
                                   LINE 20 POSITION 10
                     END-DELETE
                  END-IF
               END-IF
            END-IF.
        550-COUNT-NEGATIVE-RTN.
            MOVE ZERO TO WS-NEG-CNT.
            MOVE "N" TO LOC-MISSING LOC-EOF.
            OPEN INPUT LOC-FILE.
            IF LOC-MISSING = "N"
               PERFORM 560-READ-LOC-RTN
               PERFORM 570-ONE-LOC-RTN UNTIL LOC-EOF = "Y"
               CLOSE LOC-FILE
            END-IF.
        560-READ-LOC-RTN.
            READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO LOC-EOF
            END-READ.
        570-ONE-LOC-RTN.
            IF SB-WAREHOUSE OF LOC-REC = WS-WH-IN
               AND SB-QTY OF LOC-REC < ZERO
               ADD 1 TO WS-NEG-CNT
            END-IF.
            PERFORM 560-READ-LOC-RTN.
        800-WRITE-AUDIT-RTN.
            MOVE "NEGWH   " TO AU-FILE-ID OF AUD-REC.
            MOVE WS-WH-IN TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE NGWH-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "NEGWH.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NGWH-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
