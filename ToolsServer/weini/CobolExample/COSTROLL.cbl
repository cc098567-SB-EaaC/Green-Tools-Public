      ** 用料表成本彙算報表 (COSTROLL.CBL):依用料表逐一母件列出各
      **                                 組件之單位用量、單位成本(
      **                                 組件本身為組合品者以其彙算
      **                                 成本計)與展開成本，母件下
      **                                 印經 BomCost 多層展開之彙算
      **                                 成本與主檔現行成本、售價，
      **                                 售價低於彙算成本者註記;
      **                                 組件不在主檔或用料表循環
      **                                 者另行註記
      **                                 簽入操作員須有查看成本權限，否則不
      **                                 予執行
      **                                 對照 (ABCRPT.CBL) 之控制中斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CostRollup.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO RANDOM BOM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-KEY
                  ALTERNATE RECORD KEY IS BM-COMP-NO
                            WITH DUPLICATES
                  FILE STATUS IS BOM-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD BOM-FILE
           LABEL RECORD IS STANDARD.
           COPY BOMCOPY REPLACING ==BOM-GRP== BY ==BOM-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
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
        77 BOM-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 BOM-FS       PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 BOM-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 CHECK-PARENT PIC X(13) VALUE SPACES.
        77 WS-EXT-COST  PIC 9(9)V99 VALUE 0.
        77 T-KIT-CNT    PIC 9(5) VALUE 0.
        77 T-BELOW-CNT  PIC 9(5) VALUE 0.
        77 T-ERROR-CNT  PIC 9(5) VALUE 0.
           COPY BOMCREQ REPLACING ==BOMC-REQ-GRP== BY ==COST-REQ==.
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
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE "BOM COST ROLL-UP LIST".
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "組件編號".
           05 FILLER            PIC X(13) VALUE "品名".
           05 FILLER            PIC X(8)  VALUE "用量".
           05 FILLER            PIC X(15) VALUE "單位成本".
           05 FILLER            PIC X(15) VALUE "展開成本".
           05 FILLER            PIC X(6)  VALUE "註記".
        01 PARENT-LINE.
           05 FILLER            PIC X(9)  VALUE "母件 : ".
           05 PL-PARENT-NO      PIC X(13).
           05 FILLER            PIC X(2).
           05 PL-PARENT-NAME    PIC X(10).
           05 FILLER            PIC X(11) VALUE "  層數 : ".
           05 PL-LEVELS         PIC Z9.
        01 DETAIL-LINE.
           05 CL-COMP-NO        PIC X(13).
           05 FILLER            PIC X(1).
           05 CL-COMP-NAME      PIC X(10).
           05 FILLER            PIC X(3).
           05 CL-QTY-PER        PIC ZZ9.
           05 FILLER            PIC X(5).
           05 CL-UNIT-COST      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 CL-EXT-COST       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 CL-NOTE           PIC X(6).
        01 ROLL-LINE.
           05 FILLER            PIC X(17) VALUE "彙算成本   : ".
           05 RL-ROLL-COST      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(17) VALUE "  現行成本 : ".
           05 RL-CUR-COST       PIC ZZ,ZZ9.99.
        01 PRICE-LINE.
           05 FILLER            PIC X(17) VALUE "售價       : ".
           05 PR-PRICE          PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 PR-FLAG           PIC X(41).
        01 SUMMARY-LINE.
           05 FILLER      PIC X(7)  VALUE "KITS : ".
           05 SL-KIT-CNT  PIC ZZ,ZZ9.
           05 FILLER      PIC X(16) VALUE "  BELOW COST : ".
           05 SL-BELOW-CNT PIC ZZ,ZZ9.
           05 FILLER      PIC X(16) VALUE "  INCOMPLETE : ".
           05 SL-ERROR-CNT PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        BOM-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BOM-FILE.
        BOM-ERROR-PROCESS.
           IF BOM-FS NOT = "00"
              DISPLAY "NO BOM ON FILE - RUN BomMaint FIRST"
              STOP RUN.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
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
            OPEN INPUT BOM-FILE
                       PROD-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-BOM-RTN.
            IF BOM-EOF = "N"
               MOVE BM-PARENT-NO OF BOM-REC TO CHECK-PARENT
               PERFORM 350-PARENT-HEAD-RTN
               PERFORM 400-LOOP-RTN UNTIL BOM-EOF = "Y"
               PERFORM 500-PARENT-TOTAL-RTN
            END-IF.
            PERFORM 600-WRITE-SUMMARY-RTN.
            CLOSE BOM-FILE PROD-FILE OUT-FILE.
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
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        300-READ-BOM-RTN.
            READ BOM-FILE NEXT RECORD
               AT END MOVE "Y" TO BOM-EOF
            END-READ.
      * 母件名稱與展開層數印於各母件之首
        350-PARENT-HEAD-RTN.
            MOVE CHECK-PARENT TO RU-PRO-NO OF COST-REQ.
            CALL "BomCost" USING COST-REQ.
            MOVE CHECK-PARENT TO PRO-NO OF PROD-REC.
            PERFORM 360-READ-PROD-RTN.
            MOVE CHECK-PARENT TO PL-PARENT-NO.
            MOVE PRO-NAME OF PROD-REC TO PL-PARENT-NAME.
            MOVE RU-LEVELS OF COST-REQ TO PL-LEVELS.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM PARENT-LINE AFTER 2 LINES.
        360-READ-PROD-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO PRO-NAME OF PROD-REC
               MOVE ZERO TO PRO-COST OF PROD-REC
                            PRO-PRICE OF PROD-REC
            END-IF.
        400-LOOP-RTN.
            IF BM-PARENT-NO OF BOM-REC NOT = CHECK-PARENT
               PERFORM 500-PARENT-TOTAL-RTN
               MOVE BM-PARENT-NO OF BOM-REC TO CHECK-PARENT
               PERFORM 350-PARENT-HEAD-RTN
            END-IF.
            PERFORM 410-COMPONENT-RTN.
            PERFORM 300-READ-BOM-RTN.
      * 組件本身為組合品者以其彙算成本計，註記「組合」
        410-COMPONENT-RTN.
            MOVE BM-COMP-NO OF BOM-REC TO RU-PRO-NO OF COST-REQ.
            CALL "BomCost" USING COST-REQ.
            MOVE BM-COMP-NO OF BOM-REC TO PRO-NO OF PROD-REC.
            PERFORM 360-READ-PROD-RTN.
            COMPUTE WS-EXT-COST =
                    RU-COST OF COST-REQ * BM-QTY-PER OF BOM-REC.
            MOVE BM-COMP-NO OF BOM-REC TO CL-COMP-NO.
            MOVE PRO-NAME OF PROD-REC  TO CL-COMP-NAME.
            MOVE BM-QTY-PER OF BOM-REC TO CL-QTY-PER.
            MOVE RU-COST OF COST-REQ   TO CL-UNIT-COST.
            MOVE WS-EXT-COST           TO CL-EXT-COST.
            MOVE SPACES TO CL-NOTE.
            IF WS-KEY-ERR = "Y"
               MOVE "缺檔" TO CL-NOTE
            ELSE
               IF RU-HAS-BOM OF COST-REQ = "Y"
                  MOVE "組合" TO CL-NOTE
               END-IF
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 母件彙算成本與售價比較;彙算不全者不比較售價
        500-PARENT-TOTAL-RTN.
            MOVE CHECK-PARENT TO RU-PRO-NO OF COST-REQ.
            CALL "BomCost" USING COST-REQ.
            MOVE CHECK-PARENT TO PRO-NO OF PROD-REC.
            PERFORM 360-READ-PROD-RTN.
            ADD 1 TO T-KIT-CNT.
            MOVE RU-COST OF COST-REQ   TO RL-ROLL-COST.
            MOVE PRO-COST OF PROD-REC  TO RL-CUR-COST.
            MOVE PRO-PRICE OF PROD-REC TO PR-PRICE.
            MOVE SPACES TO PR-FLAG.
            IF RU-ERROR OF COST-REQ = "M"
               MOVE "*** 組件不在主檔，彙算不全 ***"
                    TO PR-FLAG
               ADD 1 TO T-ERROR-CNT
            ELSE
               IF RU-ERROR OF COST-REQ = "L"
                  MOVE "*** 用料表循環或逾十層 ***"
                       TO PR-FLAG
                  ADD 1 TO T-ERROR-CNT
               ELSE
                  IF PRO-PRICE OF PROD-REC < RU-COST OF COST-REQ
                     MOVE "*** 售價低於彙算成本 ***"
                          TO PR-FLAG
                     ADD 1 TO T-BELOW-CNT
                  END-IF
               END-IF
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM ROLL-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM PRICE-LINE AFTER 1 LINES.
        600-WRITE-SUMMARY-RTN.
            MOVE T-KIT-CNT   TO SL-KIT-CNT.
            MOVE T-BELOW-CNT TO SL-BELOW-CNT.
            MOVE T-ERROR-CNT TO SL-ERROR-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 2 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "BOM.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BOM-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "COSTROLL.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
