      ** 採購員請購工作清單 (REQWORK.CBL):依廠商列出未結(待核准)
      **                                 與已核准未轉單之請購單，
      **                                 供採購員彙總下單;另可逐張
      **                                 核准或退回未結請購單，核准
      **                                 者記下核准之操作員，再於
      **                                 (POENTRY.CBL) 依廠商轉開
      **                                 訂購單
      **                                 對照 (LOSTRPT.CBL) 之報表
      **                                 格式與 (POMAINT.CBL) 之維護
      **                                 選單

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ReqWorklist.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO RANDOM REQ-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RQ-NO
                  ALTERNATE RECORD KEY IS RQ-VEND-NO
                            WITH DUPLICATES
                  FILE STATUS IS REQ-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD REQ-FILE
           LABEL RECORD IS STANDARD.
           COPY REQNCOPY REPLACING ==REQN-GRP== BY ==REQ-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 REQ-FILE-NAME          PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 REQ-FS       PIC XX.
        77 VEND-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 REQ-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-DECISION  PIC X  VALUE SPACE.
        77 CHECK-VEND-NO PIC X(4) VALUE SPACES.
        77 V-CNT        PIC 9(5) VALUE 0.
        77 T-CNT        PIC 9(5) VALUE 0.
        77 WS-DATE-NUM  PIC 9(8) VALUE 0.
        77 DATE-OUT     PIC 9999/99/99.
        77 QTY-OUT      PIC ZZ,ZZ9.
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
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(24)
              VALUE "REQUISITION WORKLIST".
        01 HEADING2.
           05 FILLER            PIC X(9)  VALUE "請購單".
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(8)  VALUE "數量".
           05 FILLER            PIC X(12) VALUE "需用日期".
           05 FILLER            PIC X(10) VALUE "請購人".
           05 FILLER            PIC X(4)  VALUE "ST".
           05 FILLER            PIC X(6)  VALUE "理由".
        01 VEND-LINE.
           05 FILLER            PIC X(9)  VALUE "廠商 : ".
           05 VL-VEND-NO        PIC X(4).
           05 FILLER            PIC X(2).
           05 VL-VEND-NAME      PIC X(20).
        01 DETAIL-LINE.
           05 DL-REQ-NO         PIC X(6).
           05 FILLER            PIC X(3).
           05 DL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 DL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 DL-NEED-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(2).
           05 DL-REQUESTER      PIC X(8).
           05 FILLER            PIC X(2).
           05 DL-STATUS         PIC X(1).
           05 FILLER            PIC X(3).
           05 DL-REASON         PIC X(20).
        01 VEND-TOTAL-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "小計張數".
           05 VT-CNT            PIC ZZ,ZZ9.
        01 TOTAL-LINE.
           05 FILLER            PIC X(24) VALUE "TOTAL REQUISITIONS".
           05 TL-CNT            PIC ZZ,ZZ9.
        01 NOTE-LINE.
           05 FILLER            PIC X(44)
              VALUE "ST: O=待核准  A=已核准待轉訂購單".
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        REQ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REQ-FILE.
        REQ-ERROR-PROCESS.
           IF REQ-FS NOT = "00"
              DISPLAY "NO REQUISITIONS ON FILE" LINE 20 POSITION 10
              EXIT PROGRAM.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
              EXIT PROGRAM.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
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
            PERFORM 050-GET-OPERATOR-RTN.
            PERFORM 100-SCREEN-RTN.
            IF CHOICE = "1"
               PERFORM 300-LIST-RTN
            ELSE
               IF CHOICE = "2"
                  IF OPER-MISSING = "Y"
                     DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
                  ELSE
                     OPEN I-O REQ-FILE
                     PERFORM 500-DECIDE-RTN UNTIL CONTI = "N"
                     CLOSE REQ-FILE
                  END-IF
               ELSE
                  DISPLAY "INVALID SELECTION" LINE 20 POSITION 10
               END-IF
            END-IF.
            EXIT PROGRAM.
      * 核准者為簽入之操作員;未經簽入不得核准
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
            DISPLAY "採購員請購工作清單" LINE 5 POSITION 10.
            DISPLAY "1.列印工作清單" LINE 7 POSITION 12.
            DISPLAY "2.核准/退回請購單" LINE 9 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 12 POSITION 10.
            ACCEPT CHOICE LINE 12 POSITION 32.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 依替代鍵(廠商)順序讀取，僅列未結與已核准者，廠商別小計
        300-LIST-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT REQ-FILE
                       VEND-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            MOVE "N" TO REQ-EOF.
            MOVE LOW-VALUES TO RQ-VEND-NO OF REQ-REC.
            START REQ-FILE KEY IS NOT LESS THAN RQ-VEND-NO OF REQ-REC
               INVALID KEY MOVE "Y" TO REQ-EOF
            END-START.
            MOVE HIGH-VALUES TO CHECK-VEND-NO.
            PERFORM 310-READ-REQ-RTN.
            PERFORM 320-ONE-REQ-RTN UNTIL REQ-EOF = "Y".
            IF CHECK-VEND-NO NOT = HIGH-VALUES
               PERFORM 340-VEND-BREAK-RTN
            END-IF.
            MOVE T-CNT TO TL-CNT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM NOTE-LINE AFTER 2 LINES.
            CLOSE REQ-FILE VEND-FILE OUT-FILE.
            DISPLAY "WORKLIST WRITTEN, REQUISITIONS : " T-CNT
                    LINE 20 POSITION 10.
        310-READ-REQ-RTN.
            READ REQ-FILE NEXT RECORD
               AT END MOVE "Y" TO REQ-EOF
            END-READ.
        320-ONE-REQ-RTN.
            IF RQ-OPEN OF REQ-REC OR RQ-APPROVED OF REQ-REC
               IF RQ-VEND-NO OF REQ-REC NOT = CHECK-VEND-NO
                  IF CHECK-VEND-NO NOT = HIGH-VALUES
                     PERFORM 340-VEND-BREAK-RTN
                  END-IF
                  PERFORM 330-NEW-VEND-RTN
               END-IF
               MOVE RQ-NO OF REQ-REC        TO DL-REQ-NO
               MOVE RQ-PRO-NO OF REQ-REC    TO DL-PRO-NO
               MOVE RQ-QTY OF REQ-REC       TO DL-QTY
               MOVE RQ-NEED-DATE OF REQ-REC TO DL-NEED-DATE
               MOVE RQ-REQUESTER OF REQ-REC TO DL-REQUESTER
               MOVE RQ-STATUS OF REQ-REC    TO DL-STATUS
               MOVE RQ-REASON OF REQ-REC    TO DL-REASON
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINES
               ADD 1 TO V-CNT T-CNT
            END-IF.
            PERFORM 310-READ-REQ-RTN.
        330-NEW-VEND-RTN.
            MOVE RQ-VEND-NO OF REQ-REC TO CHECK-VEND-NO.
            MOVE CHECK-VEND-NO TO VEND-NO OF VEND-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ VEND-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            MOVE CHECK-VEND-NO TO VL-VEND-NO.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO VL-VEND-NAME
            ELSE
               MOVE VEND-NAME OF VEND-REC TO VL-VEND-NAME
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM VEND-LINE AFTER 2 LINES.
        340-VEND-BREAK-RTN.
            MOVE V-CNT TO VT-CNT.
            WRITE OUT-REC FROM VEND-TOTAL-LINE AFTER 1 LINES.
            MOVE ZERO TO V-CNT.
      * 僅未結(O)之請購單可核准(A)或退回(X)
        500-DECIDE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "請購單核准" LINE 2 POSITION 25.
            DISPLAY "請購單號 :" LINE 4 POSITION 10.
            ACCEPT RQ-NO OF REQ-REC LINE 4 POSITION 23.
            MOVE "N" TO WS-KEY-ERR.
            READ REQ-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "REQUISITION NOT FOUND" LINE 20 POSITION 10
            ELSE
               IF NOT RQ-OPEN OF REQ-REC
                  DISPLAY "REQUISITION NOT OPEN - STATUS "
                          RQ-STATUS OF REQ-REC LINE 20 POSITION 10
               ELSE
                  PERFORM 510-SHOW-REQ-RTN
                  PERFORM 520-ACCEPT-DECISION-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-SHOW-REQ-RTN.
            MOVE RQ-QTY OF REQ-REC TO QTY-OUT.
            MOVE RQ-NEED-DATE OF REQ-REC TO WS-DATE-NUM.
            MOVE WS-DATE-NUM TO DATE-OUT.
            DISPLAY "產品編號 : " RQ-PRO-NO OF REQ-REC
                    LINE 6 POSITION 10.
            DISPLAY "廠商編號 : " RQ-VEND-NO OF REQ-REC
                    LINE 7 POSITION 10.
            DISPLAY "數    量 : " QTY-OUT LINE 8 POSITION 10.
            DISPLAY "需用日期 : " DATE-OUT LINE 9 POSITION 10.
            DISPLAY "請 購 人 : " RQ-REQUESTER OF REQ-REC
                    LINE 10 POSITION 10.
            DISPLAY "請購理由 : " RQ-REASON OF REQ-REC
                    LINE 11 POSITION 10.
        520-ACCEPT-DECISION-RTN.
            MOVE SPACE TO WS-DECISION.
            DISPLAY "A核准 X退回 :" LINE 13 POSITION 10.
            ACCEPT WS-DECISION LINE 13 POSITION 25.
            IF WS-DECISION = "A" OR WS-DECISION = "X"
               MOVE WS-DECISION TO RQ-STATUS OF REQ-REC
               MOVE OP-ID       TO RQ-APPROVER OF REQ-REC
               REWRITE REQ-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
               IF WS-DECISION = "A"
                  DISPLAY "REQUISITION APPROVED" LINE 20 POSITION 10
               ELSE
                  DISPLAY "REQUISITION REJECTED" LINE 20 POSITION 10
               END-IF
            ELSE
               DISPLAY "NO CHANGE" LINE 20 POSITION 10
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "REQ.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REQ-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "REQWORK.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
