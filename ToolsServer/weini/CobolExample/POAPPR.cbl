      ** 訂購單核准作業 (POAPPR.CBL):列出超過開單者採購核准額度
      **                             而待核准(狀態 "W")之訂購單，
      **                             由簽入且額度足以涵蓋訂單總額
      **                             之操作員(不得為開單者本人)
      **                             核准或退回;核准者各行改為未結
      **                             "O" 並列印訂購單，退回者改為
      **                             取消 "X";每行異動經 MaintAudit
      **                             留存前後影像，記下核准人與
      **                             核准日期;核准之各行另經
      **                             PoTransmit 寫入廠商傳送檔
      **                             對照 (POMAINT.CBL) 之整張訂單
      **                             處理與 (POENTRY.CBL) 之單據格式

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PoApprove.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT USER-FILE ASSIGN TO RANDOM USER-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS US-ID
                  FILE STATUS IS USER-FS.
           SELECT FORM-FILE ASSIGN TO RANDOM FORM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FORM-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD USER-FILE
           LABEL RECORD IS STANDARD.
           COPY USERCOPY REPLACING ==USER-GRP== BY ==USER-REC==.
        FD FORM-FILE
           LABEL RECORD IS STANDARD.
        01 FORM-REC             PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 USER-FILE-NAME         PIC X(30) VALUE SPACES.
        77 FORM-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 PO-FS        PIC XX.
        77 VEND-FS      PIC XX.
        77 USER-FS      PIC XX.
        77 FORM-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 USER-MISSING PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-DECISION  PIC X  VALUE SPACE.
        77 WS-PO-NO-IN  PIC X(6).
        77 WS-PO-LIMIT  PIC 9(7)V99 VALUE 0.
        77 PO-TOTAL     PIC 9(9)V99 VALUE 0.
        77 WS-VEND-NO   PIC X(4) VALUE SPACES.
        77 WS-BUYER     PIC X(8) VALUE SPACES.
        77 WS-PO-DATE   PIC 9(8) VALUE 0.
        77 W-CNT        PIC 9(3) VALUE 0.
        77 LIST-LINE    PIC 9(2) VALUE 0.
        77 CHECK-PO-NO  PIC X(6) VALUE SPACES.
        77 TOTAL-OUT    PIC ZZ,ZZZ,ZZ9.99.
        77 LIMIT-OUT    PIC Z,ZZZ,ZZ9.99.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
        01 PEND-LINE.
           05 PN-PO-NO          PIC X(6).
           05 FILLER            PIC X(2).
           05 PN-VEND-NO        PIC X(4).
           05 FILLER            PIC X(2).
           05 PN-BUYER          PIC X(8).
           05 FILLER            PIC X(2).
           05 PN-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 FORM-HEADING2.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "採 購 單".
        01 FORM-VEND-LINE1.
           05 FILLER            PIC X(12) VALUE "廠商名稱".
           05 FV-VEND-NAME      PIC X(20).
        01 FORM-VEND-LINE2.
           05 FILLER            PIC X(12) VALUE "廠商地址".
           05 FV-VEND-ADDRESS   PIC X(20).
        01 FORM-PO-LINE.
           05 FILLER            PIC X(11) VALUE "PO NUMBER  ".
           05 FV-PO-NO          PIC X(6).
           05 FILLER            PIC X(9)  VALUE "   DATE: ".
           05 FV-DATE           PIC 9999/99/99.
        01 FORM-DETAIL-HEADING.
           05 FILLER            PIC X(9)  VALUE "行號".
           05 FILLER            PIC X(16) VALUE "產品編號".
           05 FILLER            PIC X(9)  VALUE "數量".
           05 FILLER            PIC X(9)  VALUE "單位".
           05 FILLER            PIC X(9)  VALUE "單價".
           05 FILLER            PIC X(6)  VALUE "金額".
        01 FORM-DETAIL-LINE.
           05 FL-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(4).
           05 FL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(3).
           05 FL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 FL-UNIT           PIC X(4).
           05 FILLER            PIC X(2).
           05 FL-UNIT-COST      PIC Z,ZZ9.99.
           05 FILLER            PIC X(2).
           05 FL-VALUE          PIC ZZZ,ZZ9.99.
        01 FORM-TOTAL-LINE.
           05 FILLER      PIC X(24) VALUE "訂購金額合計....".
           05 FT-TOTAL    PIC ZZ,ZZZ,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              DISPLAY "PO.DAT NOT FOUND - NOTHING TO APPROVE"
                      LINE 20 POSITION 10
              EXIT PROGRAM.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
              EXIT PROGRAM.
        USER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USER-FILE.
        USER-ERROR-PROCESS.
           IF USER-FS NOT = "00"
              MOVE "Y" TO USER-MISSING.
        FORM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FORM-FILE.
        FORM-ERROR-PROCESS.
           IF FORM-FS NOT = "00"
              OPEN OUTPUT FORM-FILE.
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
            IF OPER-MISSING = "Y"
               DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
            ELSE
               PERFORM 060-GET-LIMIT-RTN
               OPEN I-O    PO-FILE
                    INPUT  VEND-FILE
                    EXTEND FORM-FILE
               PERFORM 100-APPROVE-RTN UNTIL CONTI = "N"
               CLOSE PO-FILE VEND-FILE FORM-FILE
            END-IF.
            EXIT PROGRAM.
      * 核准人為簽入之操作員，須經簽入方可核准
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "Y" TO OPER-MISSING
               END-READ
               CLOSE OPER-FILE
            END-IF.
        060-GET-LIMIT-RTN.
            MOVE ZERO TO WS-PO-LIMIT.
            MOVE "N" TO USER-MISSING.
            OPEN INPUT USER-FILE.
            IF USER-MISSING = "N"
               MOVE OP-ID TO US-ID OF USER-REC
               MOVE "N" TO WS-KEY-ERR
               READ USER-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  MOVE US-PO-LIMIT OF USER-REC TO WS-PO-LIMIT
               END-IF
               CLOSE USER-FILE
            END-IF.
        100-APPROVE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "訂購單核准" LINE 2 POSITION 25.
            MOVE WS-PO-LIMIT TO LIMIT-OUT.
            DISPLAY "核准人 : " OP-ID "  核准額度 : " LIMIT-OUT
                    LINE 3 POSITION 10.
            PERFORM 150-LIST-PENDING-RTN.
            DISPLAY "訂單編號 :" LINE 16 POSITION 10.
            ACCEPT WS-PO-NO-IN LINE 16 POSITION 23.
            PERFORM 200-TOTAL-PO-RTN.
            IF W-CNT = ZERO
               DISPLAY "NO PENDING LINES FOR THIS PO"
                       LINE 20 POSITION 10
            ELSE
               MOVE PO-TOTAL TO TOTAL-OUT
               DISPLAY "廠商 : " WS-VEND-NO "  開單 : " WS-BUYER
                       "  總額 : " TOTAL-OUT LINE 17 POSITION 10
               IF WS-BUYER = OP-ID
                  DISPLAY "YOU RAISED THIS PO - CANNOT APPROVE IT"
                          LINE 20 POSITION 10
               ELSE
                  IF PO-TOTAL > WS-PO-LIMIT
                     DISPLAY "PO TOTAL OVER YOUR APPROVAL LIMIT"
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 300-DECIDE-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 逐行讀訂購單檔，待核准之訂單每張一列(畫面最多十張)
        150-LIST-PENDING-RTN.
            DISPLAY "訂單    廠商  開單人        訂單總額"
                    LINE 5 POSITION 10.
            MOVE 5 TO LIST-LINE.
            MOVE SPACES TO CHECK-PO-NO.
            MOVE ZERO TO PO-TOTAL.
            MOVE "N" TO PO-EOF.
            MOVE LOW-VALUES TO PO-KEY OF PO-REC.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY OF PO-REC
               INVALID KEY MOVE "Y" TO PO-EOF
            END-START.
            PERFORM 160-READ-NEXT-RTN.
            PERFORM 170-ONE-PENDING-RTN UNTIL PO-EOF = "Y".
            IF CHECK-PO-NO NOT = SPACES
               PERFORM 180-SHOW-PENDING-RTN
            END-IF.
            IF LIST-LINE = 5
               DISPLAY "NO PENDING PURCHASE ORDERS"
                       LINE 6 POSITION 10
            END-IF.
        160-READ-NEXT-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
        170-ONE-PENDING-RTN.
            IF PO-STATUS OF PO-REC = "W"
               IF PO-NO OF PO-REC NOT = CHECK-PO-NO
                  IF CHECK-PO-NO NOT = SPACES
                     PERFORM 180-SHOW-PENDING-RTN
                  END-IF
                  MOVE PO-NO OF PO-REC      TO CHECK-PO-NO
                  MOVE PO-VEND-NO OF PO-REC TO PN-VEND-NO
                  MOVE PO-BUYER OF PO-REC   TO PN-BUYER
                  MOVE ZERO TO PO-TOTAL
               END-IF
               ADD PO-VALUE OF PO-REC TO PO-TOTAL
            END-IF.
            PERFORM 160-READ-NEXT-RTN.
        180-SHOW-PENDING-RTN.
            IF LIST-LINE < 15
               ADD 1 TO LIST-LINE
               MOVE CHECK-PO-NO TO PN-PO-NO
               MOVE PO-TOTAL    TO PN-TOTAL
               DISPLAY PEND-LINE LINE LIST-LINE POSITION 10
            END-IF.
      * 累計指定訂單待核准各行之金額
        200-TOTAL-PO-RTN.
            MOVE ZERO TO W-CNT PO-TOTAL.
            PERFORM 210-START-PO-RTN.
            PERFORM 230-ADD-LINE-RTN UNTIL PO-EOF = "Y".
        210-START-PO-RTN.
            MOVE "N" TO PO-EOF.
            MOVE WS-PO-NO-IN TO PO-NO OF PO-REC.
            MOVE ZERO        TO PO-LINE-NO OF PO-REC.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY OF PO-REC
               INVALID KEY MOVE "Y" TO PO-EOF
            END-START.
            PERFORM 220-READ-PO-RTN.
        220-READ-PO-RTN.
            IF PO-EOF = "N"
               READ PO-FILE NEXT RECORD
                  AT END MOVE "Y" TO PO-EOF
               END-READ
            END-IF.
            IF PO-EOF = "N"
               AND PO-NO OF PO-REC NOT = WS-PO-NO-IN
               MOVE "Y" TO PO-EOF
            END-IF.
        230-ADD-LINE-RTN.
            IF PO-STATUS OF PO-REC = "W"
               ADD 1 TO W-CNT
               ADD PO-VALUE OF PO-REC TO PO-TOTAL
               MOVE PO-VEND-NO OF PO-REC TO WS-VEND-NO
               MOVE PO-BUYER OF PO-REC   TO WS-BUYER
               MOVE PO-DATE OF PO-REC    TO WS-PO-DATE
            END-IF.
            PERFORM 220-READ-PO-RTN.
        300-DECIDE-RTN.
            MOVE SPACE TO WS-DECISION.
            DISPLAY "A核准 X退回 :" LINE 18 POSITION 10.
            ACCEPT WS-DECISION LINE 18 POSITION 25.
            IF WS-DECISION = "A"
               PERFORM 400-APPROVE-PO-RTN
               DISPLAY "PO APPROVED AND PRINTED" LINE 20 POSITION 10
            ELSE
               IF WS-DECISION = "X"
                  PERFORM 500-REJECT-PO-RTN
                  DISPLAY "PO REJECTED - LINES CANCELLED"
                          LINE 20 POSITION 10
               ELSE
                  DISPLAY "NO CHANGE" LINE 20 POSITION 10
               END-IF
            END-IF.
      * 核准:各行改為未結 "O"，與開單時相同格式列印訂購單
        400-APPROVE-PO-RTN.
            MOVE WS-VEND-NO TO VEND-NO OF VEND-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ VEND-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO FV-VEND-NAME FV-VEND-ADDRESS
            ELSE
               MOVE VEND-NAME OF VEND-REC    TO FV-VEND-NAME
               MOVE VEND-ADDRESS OF VEND-REC TO FV-VEND-ADDRESS
            END-IF.
            WRITE FORM-REC FROM FORM-HEADING1 AFTER PAGE.
            WRITE FORM-REC FROM FORM-HEADING2 AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-VEND-LINE1 AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-VEND-LINE2 AFTER 1 LINES.
            MOVE WS-PO-NO-IN TO FV-PO-NO.
            MOVE WS-PO-DATE  TO FV-DATE.
            WRITE FORM-REC FROM FORM-PO-LINE AFTER 2 LINES.
            WRITE FORM-REC FROM FORM-DETAIL-HEADING AFTER 2 LINES.
            PERFORM 210-START-PO-RTN.
            PERFORM 410-APPROVE-LINE-RTN UNTIL PO-EOF = "Y".
            MOVE PO-TOTAL TO FT-TOTAL.
            WRITE FORM-REC FROM FORM-TOTAL-LINE AFTER 2 LINES.
      * 外幣廠商單價列外幣價，金額列本幣(與開單時同)
        410-APPROVE-LINE-RTN.
            IF PO-STATUS OF PO-REC = "W"
               MOVE PO-REC TO HOLD-IMAGE
               MOVE "O" TO PO-STATUS OF PO-REC
               REWRITE PO-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  NOT INVALID KEY
                     CALL "PoTransmit" USING PO-REC
               END-REWRITE
               MOVE "APPROV" TO AU-ACTION OF AUD-REC
               PERFORM 800-WRITE-AUDIT-RTN
               MOVE PO-LINE-NO OF PO-REC TO FL-LINE-NO
               MOVE PO-PRO-NO OF PO-REC  TO FL-PRO-NO
               MOVE PO-QTY OF PO-REC     TO FL-QTY
               MOVE PO-UNIT OF PO-REC    TO FL-UNIT
               IF PO-CURR OF PO-REC = SPACES
                  MOVE PO-UNIT-COST OF PO-REC TO FL-UNIT-COST
               ELSE
                  MOVE PO-FOREIGN-COST OF PO-REC TO FL-UNIT-COST
               END-IF
               MOVE PO-VALUE OF PO-REC   TO FL-VALUE
               WRITE FORM-REC FROM FORM-DETAIL-LINE AFTER 2 LINES
            END-IF.
            PERFORM 220-READ-PO-RTN.
      * 退回:各行改為取消 "X"，不列印
        500-REJECT-PO-RTN.
            PERFORM 210-START-PO-RTN.
            PERFORM 510-REJECT-LINE-RTN UNTIL PO-EOF = "Y".
        510-REJECT-LINE-RTN.
            IF PO-STATUS OF PO-REC = "W"
               MOVE PO-REC TO HOLD-IMAGE
               MOVE "X" TO PO-STATUS OF PO-REC
               REWRITE PO-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
               MOVE "REJECT" TO AU-ACTION OF AUD-REC
               PERFORM 800-WRITE-AUDIT-RTN
            END-IF.
            PERFORM 220-READ-PO-RTN.
      * 稽核紀錄之操作員與日期即核准(退回)人與核准日期，另記開單
      * 者為申請人
        800-WRITE-AUDIT-RTN.
            MOVE "PO      " TO AU-FILE-ID OF AUD-REC.
            MOVE PO-KEY OF PO-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            MOVE PO-REC     TO AU-AFTER OF AUD-REC.
            MOVE WS-BUYER   TO AU-REQ-ID OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "USER.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO USER-FILE-NAME.
            MOVE "PORDER.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO FORM-FILE-NAME.
