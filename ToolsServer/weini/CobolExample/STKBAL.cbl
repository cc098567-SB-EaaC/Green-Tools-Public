      ** 倉別庫存維護副程式 (STKBAL.CBL):維護每一產品每一倉庫之
      **                                庫存量檔 STOCK.BAL，供銷售、
      **                                收貨、補出、盤點各程式 CALL
      **                                ;另可合計一產品存放於各客戶
      **                                寄售點(CONSLOC.TAB)之數量，
      **                                供可用量計算排除;扣減後低於
      **                                零者寫入負庫存例外檔
      **                                NEGSTK.LOG，倉別列於
      **                                NEGWH.TAB 者照記負數待下次
      **                                收貨或盤點沖回，否則截為零
      **                                對照 (STKLOG.CBL) 之副程式
      **                                寫法

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS BAL-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT NGWH-FILE ASSIGN TO RANDOM NGWH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NW-WAREHOUSE
                  FILE STATUS IS NGWH-FS.
           SELECT NGEX-FILE ASSIGN TO RANDOM NGEX-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NGEX-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD BAL-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==BAL-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD NGWH-FILE
           LABEL RECORD IS STANDARD.
           COPY NGWHCOPY REPLACING ==NGWH-GRP== BY ==NGWH-REC==.
        FD NGEX-FILE
           LABEL RECORD IS STANDARD.
           COPY NGEXCOPY REPLACING ==NGEX-GRP== BY ==NGEX-REC==.

        WORKING-STORAGE SECTION.
        77 BAL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 NGWH-FILE-NAME         PIC X(30) VALUE SPACES.
        77 NGEX-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 BAL-FS       PIC XX.
        77 CNSL-FS      PIC XX.
        77 CNSL-MISSING PIC X  VALUE "N".
        77 BAL-EOF      PIC X  VALUE "N".
        77 WS-CONS-QTY  PIC 9(7) VALUE 0.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-NEW-QTY   PIC S9(6) VALUE 0.
        77 NGWH-FS      PIC XX.
        77 NGWH-MISSING PIC X  VALUE "N".
        77 NGEX-FS      PIC XX.
        77 WS-NEG-ALLOWED PIC X VALUE "N".

        LINKAGE         SECTION.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
                 EXIT PROGRAM
              END-IF
           END-IF.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        NGWH-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NGWH-FILE.
        NGWH-ERROR-PROCESS.
           IF NGWH-FS NOT = "00"
              MOVE "Y" TO NGWH-MISSING.
        NGEX-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NGEX-FILE.
        NGEX-ERROR-PROCESS.
           IF NGEX-FS NOT = "00"
              OPEN OUTPUT NGEX-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN I-O BAL-FILE.
            IF SBR-FUNC OF BAL-REQ = "C"
               PERFORM 500-CONSIGN-TOTAL-RTN
            ELSE
               PERFORM 100-READ-BAL-RTN
               IF SBR-FUNC OF BAL-REQ = "A"
                  PERFORM 200-APPLY-RTN
               ELSE
                  IF SBR-FUNC OF BAL-REQ = "S"
                     PERFORM 300-SET-RTN
                  END-IF
               END-IF
               MOVE SB-QTY OF BAL-REC TO SBR-BALANCE OF BAL-REQ
            END-IF.
            CLOSE BAL-FILE.
            EXIT PROGRAM.
        100-READ-BAL-RTN.
                  MOVE ZERO TO SB-QTY OF BAL-REC
                  MOVE SPACES TO SB-BIN OF BAL-REC
            END-READ.
      * 扣減後低於零:倉別允許負庫存者照記負數，待下次收貨或盤點
      * 沖回;否則截為零。兩者均寫入負庫存例外檔，收貨沖減負數
      * 不另記
        200-APPLY-RTN.
            COMPUTE WS-NEW-QTY =
                    SB-QTY OF BAL-REC + SBR-QTY-CHANGE OF BAL-REQ.
            IF WS-NEW-QTY < ZERO
               AND SBR-QTY-CHANGE OF BAL-REQ < ZERO
               PERFORM 210-CHECK-NEG-WH-RTN
               PERFORM 220-WRITE-EXCEPTION-RTN
               IF WS-NEG-ALLOWED = "N"
                  MOVE ZERO TO WS-NEW-QTY
               END-IF
            END-IF.
            MOVE WS-NEW-QTY TO SB-QTY OF BAL-REC.
            PERFORM 400-WRITE-BAL-RTN.
      * 負庫存倉別檔未建時一律不允許負數
        210-CHECK-NEG-WH-RTN.
            MOVE "N" TO WS-NEG-ALLOWED.
            MOVE "N" TO NGWH-MISSING.
            OPEN INPUT NGWH-FILE.
            IF NGWH-MISSING = "N"
               MOVE SBR-WAREHOUSE OF BAL-REQ
                    TO NW-WAREHOUSE OF NGWH-REC
               READ NGWH-FILE
                  INVALID KEY MOVE "N" TO WS-NEG-ALLOWED
                  NOT INVALID KEY MOVE "Y" TO WS-NEG-ALLOWED
               END-READ
               CLOSE NGWH-FILE
            END-IF.
        220-WRITE-EXCEPTION-RTN.
            MOVE SBR-PRO-NO OF BAL-REQ    TO NX-PRO-NO OF NGEX-REC.
            MOVE SBR-WAREHOUSE OF BAL-REQ TO NX-WAREHOUSE OF NGEX-REC.
            ACCEPT NX-DATE OF NGEX-REC FROM DATE YYYYMMDD.
            ACCEPT NX-TIME OF NGEX-REC FROM TIME.
            MOVE SBR-SOURCE OF BAL-REQ    TO NX-SOURCE OF NGEX-REC.
            MOVE SBR-REF-NO OF BAL-REQ    TO NX-REF-NO OF NGEX-REC.
            MOVE SBR-QTY-CHANGE OF BAL-REQ
                 TO NX-QTY-CHANGE OF NGEX-REC.
            MOVE SB-QTY OF BAL-REC TO NX-QTY-BEFORE OF NGEX-REC.
            IF WS-NEG-ALLOWED = "Y"
               MOVE "N" TO NX-ACTION OF NGEX-REC
               MOVE WS-NEW-QTY TO NX-QTY-AFTER OF NGEX-REC
               MOVE ZERO TO NX-LOST-QTY OF NGEX-REC
            ELSE
               MOVE "C" TO NX-ACTION OF NGEX-REC
               MOVE ZERO TO NX-QTY-AFTER OF NGEX-REC
               COMPUTE NX-LOST-QTY OF NGEX-REC = 0 - WS-NEW-QTY
            END-IF.
            OPEN I-O NGEX-FILE.
            IF NGEX-FS = "00"
               CLOSE NGEX-FILE
               OPEN EXTEND NGEX-FILE
            END-IF.
            WRITE NGEX-REC.
            CLOSE NGEX-FILE.
        300-SET-RTN.
            MOVE SBR-QTY-CHANGE OF BAL-REQ TO SB-QTY OF BAL-REC.
            PERFORM 400-WRITE-BAL-RTN.
                             SB-KEY OF BAL-REC
               END-REWRITE
            END-IF.
      * 寄售合計:依產品逐倉讀取，倉別列於寄售點檔者累加;
      * 寄售點檔未建時合計為零
        500-CONSIGN-TOTAL-RTN.
            MOVE ZERO TO WS-CONS-QTY.
            MOVE "N" TO CNSL-MISSING.
            OPEN INPUT CNSL-FILE.
            IF CNSL-MISSING = "N"
               MOVE SBR-PRO-NO OF BAL-REQ TO SB-PRO-NO OF BAL-REC
               MOVE LOW-VALUES TO SB-WAREHOUSE OF BAL-REC
               MOVE "N" TO BAL-EOF
               START BAL-FILE KEY IS NOT LESS THAN SB-KEY OF BAL-REC
                  INVALID KEY MOVE "Y" TO BAL-EOF
               END-START
               PERFORM 510-READ-BAL-NEXT
               PERFORM 520-ONE-BAL-RTN UNTIL BAL-EOF = "Y"
               CLOSE CNSL-FILE
            END-IF.
            IF WS-CONS-QTY > 99999
               MOVE 99999 TO SBR-BALANCE OF BAL-REQ
            ELSE
               MOVE WS-CONS-QTY TO SBR-BALANCE OF BAL-REQ
            END-IF.
        510-READ-BAL-NEXT.
            IF BAL-EOF = "N"
               READ BAL-FILE NEXT RECORD
                  AT END MOVE "Y" TO BAL-EOF
               END-READ
            END-IF.
            IF BAL-EOF = "N"
               AND SB-PRO-NO OF BAL-REC NOT = SBR-PRO-NO OF BAL-REQ
               MOVE "Y" TO BAL-EOF
            END-IF.
        520-ONE-BAL-RTN.
            MOVE SB-WAREHOUSE OF BAL-REC TO CG-WAREHOUSE OF CNSL-REC.
            READ CNSL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  ADD SB-QTY OF BAL-REC TO WS-CONS-QTY
            END-READ.
            PERFORM 510-READ-BAL-NEXT.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BAL-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
            MOVE "NEGWH.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NGWH-FILE-NAME.
            MOVE "NEGSTK.LOG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NGEX-FILE-NAME.
