      ** 用料表成本彙算副程式 (BOMCOST.CBL):依產品編號展開用料表
      **                                   各層，組件本身另有用料表
      **                                   者續往下展開，最底層組件
      **                                   以主檔成本乘沿途各層單位
      **                                   用量之積累加，回傳母件之
      **                                   彙算單位成本;無用料表者
      **                                   回傳主檔成本。組件不在主
      **                                   檔、用料表循環或超過十層
      **                                   時回報錯誤碼;供成本彙算
      **                                   報表與組裝工單共用
      **                                   對照 (ATPLOOK.CBL) 之副程式
      **                                   寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BomCost.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT BOM-FILE ASSIGN TO RANDOM BOM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-KEY
                  ALTERNATE RECORD KEY IS BM-COMP-NO
                            WITH DUPLICATES
                  FILE STATUS IS BOM-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD BOM-FILE
           LABEL RECORD IS STANDARD.
           COPY BOMCOPY REPLACING ==BOM-GRP== BY ==BOM-REC==.

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BOM-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PROD-FS      PIC XX.
        77 BOM-FS       PIC XX.
        77 PROD-MISSING PIC X  VALUE "N".
        77 BOM-MISSING  PIC X  VALUE "N".
        77 BOM-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-HAS-BOM   PIC X  VALUE "N".
        77 WS-LOOP      PIC X  VALUE "N".
        77 WS-CHECK-NO  PIC X(13) VALUE SPACES.
        77 WS-COMP-NO   PIC X(13) VALUE SPACES.
        77 WS-MULT      PIC 9(9) VALUE 0.
        77 WS-TOTAL     PIC 9(9)V99 VALUE 0.
      * 展開堆疊:每層記母件、已處理至之組件與累乘之單位用量
        01 STACK-TABLE.
           05 STK-ENTRY OCCURS 10 TIMES.
              10 STK-PARENT-NO  PIC X(13).
              10 STK-LAST-COMP  PIC X(13).
              10 STK-MULT       PIC 9(9).
        77 STK-TOP      PIC 9(2) VALUE 0.
        77 STK-SUB      PIC 9(2) VALUE 0.

        LINKAGE         SECTION.
           COPY BOMCREQ REPLACING ==BOMC-REQ-GRP== BY ==BOMC-REQ==.
      **
        PROCEDURE       DIVISION USING BOMC-REQ.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              MOVE "Y" TO PROD-MISSING.
        BOM-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BOM-FILE.
        BOM-ERROR-PROCESS.
           IF BOM-FS NOT = "00"
              MOVE "Y" TO BOM-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 產品不在主檔時回報錯誤 M，成本為零
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "N" TO RU-HAS-BOM OF BOMC-REQ.
            MOVE ZERO TO RU-COST OF BOMC-REQ RU-LEVELS OF BOMC-REQ.
            MOVE SPACE TO RU-ERROR OF BOMC-REQ.
            MOVE "N" TO PROD-MISSING.
            OPEN INPUT PROD-FILE.
            IF PROD-MISSING = "Y"
               MOVE "M" TO RU-ERROR OF BOMC-REQ
            ELSE
               MOVE RU-PRO-NO OF BOMC-REQ TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "Y"
                  MOVE "M" TO RU-ERROR OF BOMC-REQ
               ELSE
                  MOVE PRO-COST OF PROD-REC TO RU-COST OF BOMC-REQ
                  PERFORM 100-ROLL-UP-RTN
               END-IF
               CLOSE PROD-FILE
            END-IF.
            EXIT PROGRAM.
        100-ROLL-UP-RTN.
            MOVE "N" TO BOM-MISSING.
            OPEN INPUT BOM-FILE.
            IF BOM-MISSING = "N"
               MOVE RU-PRO-NO OF BOMC-REQ TO WS-CHECK-NO
               PERFORM 300-CHECK-HAS-BOM-RTN
               IF WS-HAS-BOM = "Y"
                  MOVE "Y" TO RU-HAS-BOM OF BOMC-REQ
                  MOVE ZERO TO WS-TOTAL
                  MOVE 1 TO STK-TOP
                  MOVE RU-PRO-NO OF BOMC-REQ TO STK-PARENT-NO (1)
                  MOVE LOW-VALUES TO STK-LAST-COMP (1)
                  MOVE 1 TO STK-MULT (1)
                  MOVE 1 TO RU-LEVELS OF BOMC-REQ
                  PERFORM 200-STEP-RTN UNTIL STK-TOP = ZERO
                  COMPUTE RU-COST OF BOMC-REQ ROUNDED = WS-TOTAL
                     ON SIZE ERROR
                        MOVE 9999999.99 TO RU-COST OF BOMC-REQ
                  END-COMPUTE
               END-IF
               CLOSE BOM-FILE
            END-IF.
      * 取堆疊頂層母件之下一組件:已無組件即退回上一層;組件另有
      * 用料表者推入新層，否則以主檔成本乘累乘用量累加
        200-STEP-RTN.
            MOVE STK-PARENT-NO (STK-TOP) TO BM-PARENT-NO OF BOM-REC.
            MOVE STK-LAST-COMP (STK-TOP) TO BM-COMP-NO OF BOM-REC.
            MOVE "N" TO BOM-EOF.
            START BOM-FILE KEY IS GREATER THAN BM-KEY
               INVALID KEY MOVE "Y" TO BOM-EOF
            END-START.
            IF BOM-EOF = "N"
               READ BOM-FILE NEXT RECORD
                  AT END MOVE "Y" TO BOM-EOF
               END-READ
            END-IF.
            IF BOM-EOF = "N" AND BM-PARENT-NO OF BOM-REC
                                 NOT = STK-PARENT-NO (STK-TOP)
               MOVE "Y" TO BOM-EOF
            END-IF.
            IF BOM-EOF = "Y"
               SUBTRACT 1 FROM STK-TOP
            ELSE
               MOVE BM-COMP-NO OF BOM-REC TO WS-COMP-NO
               MOVE WS-COMP-NO TO STK-LAST-COMP (STK-TOP)
               COMPUTE WS-MULT =
                       STK-MULT (STK-TOP) * BM-QTY-PER OF BOM-REC
               PERFORM 210-CHECK-LOOP-RTN
               MOVE WS-COMP-NO TO WS-CHECK-NO
               PERFORM 300-CHECK-HAS-BOM-RTN
               IF WS-LOOP = "Y"
                  MOVE "L" TO RU-ERROR OF BOMC-REQ
               ELSE
                  IF WS-HAS-BOM = "Y"
                     PERFORM 220-PUSH-RTN
                  ELSE
                     PERFORM 230-ADD-COMP-COST-RTN
                  END-IF
               END-IF
            END-IF.
      * 組件已是展開中之上層母件即為循環
        210-CHECK-LOOP-RTN.
            MOVE "N" TO WS-LOOP.
            PERFORM 215-MATCH-PARENT-RTN
               VARYING STK-SUB FROM 1 BY 1
               UNTIL STK-SUB > STK-TOP OR WS-LOOP = "Y".
        215-MATCH-PARENT-RTN.
            IF STK-PARENT-NO (STK-SUB) = WS-COMP-NO
               MOVE "Y" TO WS-LOOP
            END-IF.
        220-PUSH-RTN.
            IF STK-TOP < 10
               ADD 1 TO STK-TOP
               MOVE WS-COMP-NO TO STK-PARENT-NO (STK-TOP)
               MOVE LOW-VALUES TO STK-LAST-COMP (STK-TOP)
               MOVE WS-MULT TO STK-MULT (STK-TOP)
               IF STK-TOP > RU-LEVELS OF BOMC-REQ
                  MOVE STK-TOP TO RU-LEVELS OF BOMC-REQ
               END-IF
            ELSE
               MOVE "L" TO RU-ERROR OF BOMC-REQ
            END-IF.
        230-ADD-COMP-COST-RTN.
            MOVE WS-COMP-NO TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               IF RU-ERROR OF BOMC-REQ = SPACE
                  MOVE "M" TO RU-ERROR OF BOMC-REQ
               END-IF
            ELSE
               COMPUTE WS-TOTAL = WS-TOTAL
                       + WS-MULT * PRO-COST OF PROD-REC
            END-IF.
      * 以母件編號定位用料表，第一筆母件相符即有用料表
        300-CHECK-HAS-BOM-RTN.
            MOVE WS-CHECK-NO TO BM-PARENT-NO OF BOM-REC.
            MOVE LOW-VALUES  TO BM-COMP-NO OF BOM-REC.
            MOVE "Y" TO WS-HAS-BOM.
            START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY MOVE "N" TO WS-HAS-BOM
            END-START.
            IF WS-HAS-BOM = "Y"
               READ BOM-FILE NEXT RECORD
                  AT END MOVE "N" TO WS-HAS-BOM
               END-READ
            END-IF.
            IF WS-HAS-BOM = "Y"
               AND BM-PARENT-NO OF BOM-REC NOT = WS-CHECK-NO
               MOVE "N" TO WS-HAS-BOM
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "BOM.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BOM-FILE-NAME.
