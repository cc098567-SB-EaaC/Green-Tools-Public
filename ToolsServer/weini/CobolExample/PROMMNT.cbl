      ** 促銷活動維護 (PROMMNT.CBL):限期促銷之新增、更改、刪除;
      **                           促銷以代號為鍵，含說明、起訖
      **                           日期、適用範圍(單一產品或某一
      **                           產品類別)及促銷價或折扣百分比
      **                           (二擇一);產品須存在於產品主檔
      **                           、類別須存在於類別檔;異動均經
      **                           MaintAudit 留存異動前後
      **                           對照 (REBTMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PromoMaint.
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
           SELECT CAT-FILE ASSIGN TO RANDOM CAT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CT-CODE
                  FILE STATUS IS CAT-FS.
           SELECT PROM-FILE ASSIGN TO RANDOM PROM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PP-CODE
                  FILE STATUS IS PROM-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD CAT-FILE
           LABEL RECORD IS STANDARD.
           COPY CATCOPY REPLACING ==CAT-GRP== BY ==CAT-REC==.
        FD PROM-FILE
           LABEL RECORD IS STANDARD.
           COPY PROMCOPY REPLACING ==PROM-GRP== BY ==PROM-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CAT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PROM-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 CAT-FS       PIC XX.
        77 PROM-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 CAT-MISSING  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PROM-FOUND PIC X VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-CODE-IN   PIC X(6) VALUE SPACES.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        CAT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CAT-FILE.
        CAT-ERROR-PROCESS.
           IF CAT-FS NOT = "00"
              MOVE "Y" TO CAT-MISSING.
        PROM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROM-FILE.
        PROM-ERROR-PROCESS.
           IF PROM-FS = "35"
              OPEN OUTPUT PROM-FILE
              CLOSE PROM-FILE
              OPEN I-O PROM-FILE
           ELSE
              IF PROM-FS NOT = "00"
                 DISPLAY "ERROR OPENING PROM-FILE, FILE STATUS = "
                         PROM-FS
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
            OPEN INPUT PROD-FILE
                 I-O   PROM-FILE.
            MOVE "N" TO CAT-MISSING.
            OPEN INPUT CAT-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE PROD-FILE PROM-FILE.
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
            DISPLAY "促銷活動維護" LINE 5 POSITION 10.
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
      * 促銷代號為鍵:讀取既有促銷
        200-GET-KEY-RTN.
            DISPLAY "促銷代號 :" LINE 4 POSITION 10.
            ACCEPT WS-CODE-IN LINE 4 POSITION 23.
            MOVE "N" TO WS-PROM-FOUND.
            MOVE "N" TO WS-KEY-ERR.
            IF WS-CODE-IN = SPACES
               MOVE "Y" TO WS-KEY-ERR
               DISPLAY "PROMOTION CODE REQUIRED" LINE 20 POSITION 10
            ELSE
               MOVE WS-CODE-IN TO PP-CODE OF PROM-REC
               READ PROM-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-PROM-FOUND
               END-READ
            END-IF.
      * 說明、起訖日期、範圍與價格共用之輸入畫面;新增時顯示初值
        250-ACCEPT-TERMS-RTN.
            DISPLAY "說明     :" LINE 6 POSITION 10.
            ACCEPT PP-DESC OF PROM-REC LINE 6 POSITION 23 UPDATE.
            DISPLAY "起始日期 :" LINE 7 POSITION 10.
            ACCEPT PP-START-DATE OF PROM-REC
                   LINE 7 POSITION 23 UPDATE.
            DISPLAY "截止日期 :" LINE 8 POSITION 10.
            ACCEPT PP-END-DATE OF PROM-REC
                   LINE 8 POSITION 23 UPDATE.
            DISPLAY "範圍     :" LINE 10 POSITION 10.
            DISPLAY "(P=單一產品 C=產品類別)"
                    LINE 10 POSITION 30.
            ACCEPT PP-SCOPE OF PROM-REC LINE 10 POSITION 23 UPDATE.
            DISPLAY "產品編號 :" LINE 11 POSITION 10.
            ACCEPT PP-PRO-NO OF PROM-REC LINE 11 POSITION 23 UPDATE.
            DISPLAY "產品類別 :" LINE 12 POSITION 10.
            ACCEPT PP-CATEGORY OF PROM-REC
                   LINE 12 POSITION 23 UPDATE.
            DISPLAY "促銷價   :" LINE 14 POSITION 10.
            ACCEPT PP-PRICE OF PROM-REC LINE 14 POSITION 23 UPDATE.
            DISPLAY "或折扣%  :" LINE 15 POSITION 10.
            ACCEPT PP-DISC-PCT OF PROM-REC
                   LINE 15 POSITION 23 UPDATE.
      * 新增紀錄
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增促銷活動" LINE 2 POSITION 25.
            PERFORM 200-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-PROM-FOUND = "Y"
                  DISPLAY "DUPLICATE PROMOTION !!" LINE 20 POSITION 10
               ELSE
                  PERFORM 310-ENTER-NEW-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE SPACES TO PP-DESC OF PROM-REC
                           PP-PRO-NO OF PROM-REC
                           PP-CATEGORY OF PROM-REC.
            MOVE "P"    TO PP-SCOPE OF PROM-REC.
            MOVE ZERO   TO PP-START-DATE OF PROM-REC
                           PP-END-DATE OF PROM-REC
                           PP-PRICE OF PROM-REC
                           PP-DISC-PCT OF PROM-REC.
            PERFORM 250-ACCEPT-TERMS-RTN.
            PERFORM 320-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE PROM-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
                  END-WRITE
                  MOVE SPACES   TO HOLD-IMAGE
                  MOVE "ADD   " TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.
      * 起訖日期經 DateCheck 檢核且截止不早於起始;單一產品者須
      * 存在於產品主檔，類別者須存在於類別檔(另一欄清為空白);
      * 促銷價與折扣百分比須恰填其一，折扣須小於百分之百
        320-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            CALL "DateCheck" USING PP-START-DATE OF PROM-REC
                                   DC-FUTURE-OK DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "INVALID START DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            ELSE
               CALL "DateCheck" USING PP-END-DATE OF PROM-REC
                                      DC-FUTURE-OK
                                      DC-RESULT DC-MESSAGE
               IF DC-RESULT NOT = "Y"
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "INVALID END DATE - " DC-MESSAGE
                          LINE 20 POSITION 10
               ELSE
                  IF PP-END-DATE OF PROM-REC
                     < PP-START-DATE OF PROM-REC
                     MOVE "Y" TO DATA-ERR-FLAG
                     DISPLAY "END DATE BEFORE START DATE"
                             LINE 20 POSITION 10
                  END-IF
               END-IF
            END-IF.
            IF DATA-ERR-FLAG = "N"
               PERFORM 330-CHECK-SCOPE-RTN
            END-IF.
            IF DATA-ERR-FLAG = "N"
               IF (PP-PRICE OF PROM-REC = ZERO
                   AND PP-DISC-PCT OF PROM-REC = ZERO)
                  OR (PP-PRICE OF PROM-REC NOT = ZERO
                   AND PP-DISC-PCT OF PROM-REC NOT = ZERO)
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "ENTER EITHER A PRICE OR A DISCOUNT %"
                          LINE 20 POSITION 10
               ELSE
                  IF PP-DISC-PCT OF PROM-REC NOT < 100
                     MOVE "Y" TO DATA-ERR-FLAG
                     DISPLAY "DISCOUNT MUST BE UNDER 100 %"
                             LINE 20 POSITION 10
                  END-IF
               END-IF
            END-IF.
        330-CHECK-SCOPE-RTN.
            IF PP-BY-PRODUCT OF PROM-REC
               MOVE SPACES TO PP-CATEGORY OF PROM-REC
               MOVE PP-PRO-NO OF PROM-REC TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY
                     MOVE "Y" TO DATA-ERR-FLAG
                     DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
               END-READ
            ELSE
               IF PP-BY-CATEGORY OF PROM-REC
                  MOVE SPACES TO PP-PRO-NO OF PROM-REC
                  IF PP-CATEGORY OF PROM-REC = SPACES
                     MOVE "Y" TO DATA-ERR-FLAG
                     DISPLAY "CATEGORY REQUIRED" LINE 20 POSITION 10
                  ELSE
                     IF CAT-MISSING = "N"
                        MOVE PP-CATEGORY OF PROM-REC
                             TO CT-CODE OF CAT-REC
                        READ CAT-FILE
                           INVALID KEY
                              MOVE "Y" TO DATA-ERR-FLAG
                              DISPLAY "CATEGORY NOT FOUND"
                                      LINE 20 POSITION 10
                        END-READ
                     END-IF
                  END-IF
               ELSE
                  MOVE "Y" TO DATA-ERR-FLAG
                  DISPLAY "SCOPE MUST BE P OR C" LINE 20 POSITION 10
               END-IF
            END-IF.

      * 更改紀錄
        400-CHANGE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "更改促銷活動" LINE 2 POSITION 25.
            PERFORM 200-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-PROM-FOUND = "N"
                  DISPLAY "PROMOTION NOT FOUND" LINE 20 POSITION 10
               ELSE
                  PERFORM 410-CHANGE-TERMS-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-TERMS-RTN.
            MOVE PROM-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-TERMS-RTN.
            PERFORM 320-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE PROM-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
                  END-REWRITE
                  MOVE "CHANGE" TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 刪除紀錄
        500-DELETE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "刪除促銷活動" LINE 2 POSITION 25.
            PERFORM 200-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-PROM-FOUND = "N"
                  DISPLAY "PROMOTION NOT FOUND" LINE 20 POSITION 10
               ELSE
                  PERFORM 510-DELETE-PROM-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-PROM-RTN.
            DISPLAY "說明     : " PP-DESC OF PROM-REC
                    LINE 6 POSITION 10.
            DISPLAY "起訖日期 : " PP-START-DATE OF PROM-REC
                    " - " PP-END-DATE OF PROM-REC
                    LINE 7 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE PROM-REC TO HOLD-IMAGE
               DELETE PROM-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.
        600-WRITE-AUDIT-RTN.
            MOVE "PROMO   " TO AU-FILE-ID OF AUD-REC.
            MOVE PP-CODE OF PROM-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE PROM-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "CATEGORY.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CAT-FILE-NAME.
            MOVE "PROMO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROM-FILE-NAME.
