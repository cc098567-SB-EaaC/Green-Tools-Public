      ** 數量折讓合約維護 (REBTMNT.CBL):大客戶年度數量折讓合約之
      **                             新增、更改、刪除;合約以客戶
      **                             加起始日期為鍵，含截止日期、
      **                             適用產品類別(至多五類，全空白
      **                             表全部產品)與至多三級之銷售
      **                             門檻及折讓百分比，達較高級距
      **                             者全期適用該級百分比;已結算
      **                             (開立折讓單)之合約不得更改或
      **                             刪除;異動均經 MaintAudit 留存
      **                             異動前後
      **                             對照 (DISPMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     RebateMaint.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT CAT-FILE ASSIGN TO RANDOM CAT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CT-CODE
                  FILE STATUS IS CAT-FS.
           SELECT REBT-FILE ASSIGN TO RANDOM REBT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RB-KEY
                  FILE STATUS IS REBT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD CAT-FILE
           LABEL RECORD IS STANDARD.
           COPY CATCOPY REPLACING ==CAT-GRP== BY ==CAT-REC==.
        FD REBT-FILE
           LABEL RECORD IS STANDARD.
           COPY REBTCOPY REPLACING ==REBT-GRP== BY ==REBT-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CAT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 REBT-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 CUST-FS      PIC XX.
        77 CAT-FS       PIC XX.
        77 REBT-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 CAT-MISSING  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-REBT-FOUND PIC X VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-CUS-NO-IN PIC X(4) VALUE SPACES.
        77 WS-START-IN  PIC 9(8) VALUE 0.
        77 CAT-SUB      PIC 9(1) VALUE 0.
        77 CAT-POS      PIC 9(2) VALUE 0.
        77 TIER-SUB     PIC 9(1) VALUE 0.
        77 TIER-LINE    PIC 9(2) VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              EXIT PROGRAM.
        CAT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CAT-FILE.
        CAT-ERROR-PROCESS.
           IF CAT-FS NOT = "00"
              MOVE "Y" TO CAT-MISSING.
        REBT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REBT-FILE.
        REBT-ERROR-PROCESS.
           IF REBT-FS = "35"
              OPEN OUTPUT REBT-FILE
              CLOSE REBT-FILE
              OPEN I-O REBT-FILE
           ELSE
              IF REBT-FS NOT = "00"
                 DISPLAY "ERROR OPENING REBT-FILE, FILE STATUS = "
                         REBT-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT CUST-FILE
                 I-O   REBT-FILE.
            MOVE "N" TO CAT-MISSING.
            OPEN INPUT CAT-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE CUST-FILE REBT-FILE.
            IF CAT-MISSING = "N"
               CLOSE CAT-FILE
            END-IF.
            EXIT PROGRAM.
      * 異動者取自簽入檔，未簽入者不得使用
        050-GET-OPERATOR-RTN.
            MOVE SPACES TO OP-ID.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
        100-SCREEN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "數量折讓合約維護" LINE 5 POSITION 10.
            DISPLAY "1.新增紀錄" LINE 7 POSITION 12.
            DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
            DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 14 POSITION 10.
            ACCEPT CHOICE LINE 14 POSITION 32.
        150-CHOICE.
            IF CHOICE = "1"
               MOVE "Y" TO CONTI
               PERFORM 300-ADD-RECORD UNTIL CONTI = "N"
            ELSE IF CHOICE = "2"
                    MOVE "Y" TO CONTI
                    PERFORM 400-CHANGE-RECORD UNTIL CONTI = "N"
                 ELSE IF CHOICE = "3"
                         MOVE "Y" TO CONTI
                         PERFORM 500-DELETE-RECORD UNTIL CONTI = "N"
                      ELSE
                         DISPLAY "INVALID SELECTION, TRY AGAIN"
                                 LINE 20 POSITION 10
                         PERFORM 100-SCREEN
                         PERFORM 150-CHOICE
                      END-IF
                 END-IF
            END-IF.
      * 客戶編號加起始日期為鍵:讀取客戶與既有合約
        200-GET-KEY-RTN.
            DISPLAY "客戶編號 :" LINE 4 POSITION 10.
            ACCEPT WS-CUS-NO-IN LINE 4 POSITION 23.
            DISPLAY "起始日期 :" LINE 5 POSITION 10.
            MOVE ZERO TO WS-START-IN.
            ACCEPT WS-START-IN LINE 5 POSITION 23.
            MOVE "N" TO WS-REBT-FOUND.
            MOVE WS-CUS-NO-IN TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "CUSTOMER NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY CM-CUS-NAME OF CUST-REC LINE 4 POSITION 30
               MOVE WS-CUS-NO-IN TO RB-CUS-NO OF REBT-REC
               MOVE WS-START-IN  TO RB-START-DATE OF REBT-REC
               READ REBT-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-REBT-FOUND
               END-READ
            END-IF.
      * 截止日期、適用類別與級距共用之輸入畫面;新增時顯示初值
        250-ACCEPT-TERMS-RTN.
            DISPLAY "截止日期 :" LINE 6 POSITION 10.
            ACCEPT RB-END-DATE OF REBT-REC LINE 6 POSITION 23 UPDATE.
            DISPLAY "適用類別 :" LINE 8 POSITION 10.
            DISPLAY "(全空白=全部產品)" LINE 8 POSITION 45.
            PERFORM 260-ACCEPT-CAT-RTN
               VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 5.
            DISPLAY "級距 門檻金額   折讓%" LINE 10 POSITION 10.
            MOVE 11 TO TIER-LINE.
            PERFORM 270-ACCEPT-TIER-RTN
               VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 3.
        260-ACCEPT-CAT-RTN.
            COMPUTE CAT-POS = 19 + CAT-SUB * 4.
            ACCEPT RB-CATEGORY OF REBT-REC (CAT-SUB)
                   LINE 8 POSITION CAT-POS UPDATE.
        270-ACCEPT-TIER-RTN.
            DISPLAY TIER-SUB LINE TIER-LINE POSITION 12.
            ACCEPT RB-TIER-FROM OF REBT-REC (TIER-SUB)
                   LINE TIER-LINE POSITION 16 UPDATE.
            ACCEPT RB-TIER-PCT OF REBT-REC (TIER-SUB)
                   LINE TIER-LINE POSITION 30 UPDATE.
            ADD 1 TO TIER-LINE.
      * 新增紀錄:起始日期經 DateCheck 檢核
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增數量折讓合約" LINE 2 POSITION 25.
            PERFORM 200-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-REBT-FOUND = "Y"
                  DISPLAY "DUPLICATE AGREEMENT !!" LINE 20 POSITION 10
               ELSE
                  CALL "DateCheck" USING RB-START-DATE OF REBT-REC
                                         DC-FUTURE-OK
                                         DC-RESULT DC-MESSAGE
                  IF DC-RESULT NOT = "Y"
                     DISPLAY "INVALID START DATE - " DC-MESSAGE
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 310-ENTER-NEW-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE ZERO   TO RB-END-DATE OF REBT-REC
                           RB-SALES OF REBT-REC
                           RB-ACCRUED OF REBT-REC
                           RB-SETTLED-DATE OF REBT-REC.
            MOVE SPACES TO RB-CM-NO OF REBT-REC.
            MOVE "O"    TO RB-STATUS OF REBT-REC.
            PERFORM 315-CLEAR-CAT-RTN
               VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 5.
            PERFORM 317-CLEAR-TIER-RTN
               VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 3.
            PERFORM 250-ACCEPT-TERMS-RTN.
            PERFORM 320-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE REBT-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
                  END-WRITE
                  MOVE SPACES   TO HOLD-IMAGE
                  MOVE "ADD   " TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.
        315-CLEAR-CAT-RTN.
            MOVE SPACES TO RB-CATEGORY OF REBT-REC (CAT-SUB).
        317-CLEAR-TIER-RTN.
            MOVE ZERO TO RB-TIER-FROM OF REBT-REC (TIER-SUB)
                         RB-TIER-PCT OF REBT-REC (TIER-SUB).
      * 截止日須晚於起始日;類別須存在於類別檔;第一級須有折讓
      * 百分比，其後各級門檻須逐級提高，未用之級距門檻與百分比
      * 皆為零
        320-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            CALL "DateCheck" USING RB-END-DATE OF REBT-REC
                                   DC-FUTURE-OK DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "INVALID END DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            ELSE
               IF RB-END-DATE OF REBT-REC
                  NOT > RB-START-DATE OF REBT-REC
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "END DATE MUST BE AFTER START DATE"
                          LINE 20 POSITION 10
               END-IF
            END-IF.
            IF CAT-MISSING = "N"
               PERFORM 330-CHECK-CAT-RTN
                  VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 5
            END-IF.
            IF RB-TIER-PCT OF REBT-REC (1) = ZERO
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "TIER 1 MUST HAVE A REBATE %"
                       LINE 20 POSITION 10
            END-IF.
            PERFORM 340-CHECK-TIER-RTN
               VARYING TIER-SUB FROM 2 BY 1 UNTIL TIER-SUB > 3.
        330-CHECK-CAT-RTN.
            IF RB-CATEGORY OF REBT-REC (CAT-SUB) NOT = SPACES
               MOVE RB-CATEGORY OF REBT-REC (CAT-SUB)
                    TO CT-CODE OF CAT-REC
               READ CAT-FILE
                  INVALID KEY
                     MOVE "Y" TO DATA-ERR-FLAG
                     DISPLAY "CATEGORY NOT FOUND : "
                             CT-CODE OF CAT-REC LINE 20 POSITION 10
               END-READ
            END-IF.
        340-CHECK-TIER-RTN.
            IF RB-TIER-PCT OF REBT-REC (TIER-SUB) = ZERO
               IF RB-TIER-FROM OF REBT-REC (TIER-SUB) NOT = ZERO
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "UNUSED TIER MUST HAVE ZERO THRESHOLD"
                          LINE 20 POSITION 10
               END-IF
            ELSE
               IF RB-TIER-PCT OF REBT-REC (TIER-SUB - 1) = ZERO
                  OR RB-TIER-FROM OF REBT-REC (TIER-SUB)
                     NOT > RB-TIER-FROM OF REBT-REC (TIER-SUB - 1)
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "TIER THRESHOLDS MUST RISE TIER BY TIER"
                          LINE 20 POSITION 10
               END-IF
            END-IF.

      * 更改紀錄:僅未結算之合約可更改，累計銷售與應計金額不變
        400-CHANGE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "更改數量折讓合約" LINE 2 POSITION 25.
            PERFORM 200-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-REBT-FOUND = "N"
                  DISPLAY "AGREEMENT NOT FOUND" LINE 20 POSITION 10
               ELSE
                  IF RB-SETTLED OF REBT-REC
                     DISPLAY "AGREEMENT SETTLED BY CREDIT MEMO "
                             RB-CM-NO OF REBT-REC LINE 20 POSITION 10
                  ELSE
                     PERFORM 410-CHANGE-TERMS-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-TERMS-RTN.
            MOVE REBT-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-TERMS-RTN.
            PERFORM 320-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE REBT-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  END-REWRITE
                  MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 刪除紀錄:已結算之合約保留為折讓單之依據
        500-DELETE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "刪除數量折讓合約" LINE 2 POSITION 25.
            PERFORM 200-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-REBT-FOUND = "N"
                  DISPLAY "AGREEMENT NOT FOUND" LINE 20 POSITION 10
               ELSE
                  IF RB-SETTLED OF REBT-REC
                     DISPLAY "AGREEMENT SETTLED BY CREDIT MEMO "
                             RB-CM-NO OF REBT-REC LINE 20 POSITION 10
                  ELSE
                     PERFORM 510-DELETE-AGR-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-AGR-RTN.
            DISPLAY "截止日期 : " RB-END-DATE OF REBT-REC
                    LINE 6 POSITION 10.
            DISPLAY "累計銷售 : " RB-SALES OF REBT-REC
                    LINE 7 POSITION 10.
            DISPLAY "應計折讓 : " RB-ACCRUED OF REBT-REC
                    LINE 8 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE REBT-REC TO HOLD-IMAGE
               DELETE REBT-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.
        600-WRITE-AUDIT-RTN.
            MOVE "REBATE  " TO AU-FILE-ID OF AUD-REC.
            MOVE RB-KEY OF REBT-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE REBT-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "CATEGORY.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CAT-FILE-NAME.
            MOVE "REBATE.AGR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REBT-FILE-NAME.
