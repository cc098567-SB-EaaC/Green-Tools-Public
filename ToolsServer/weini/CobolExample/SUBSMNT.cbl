      ** 替代品維護 (SUBSMNT.CBL):產品核准替代品之新增、更改、刪除
      **                          與查詢;以產品編號加優先順序為鍵
      **                          (01 為第一順位)，原品與替代品均
      **                          須存在於產品主檔且不得相同，並
      **                          註明替代品是否照原品價格出貨;
      **                          供銷售訂單輸入、報價單於缺貨時
      **                          提示 (SUBLOOK.CBL) 與分貨作業
      **                          (ALLOCATE.CBL) 以替代品補足;
      **                          異動均經 MaintAudit 留存異動前後
      **                          對照 (CXRFMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SubstMaint.
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
           SELECT SUBS-FILE ASSIGN TO RANDOM SUBS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS SUBS-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD SUBS-FILE
           LABEL RECORD IS STANDARD.
           COPY SUBSCOPY REPLACING ==SUBS-GRP== BY ==SUBS-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SUBS-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 SUBS-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-SUBS-FOUND PIC X VALUE "N".
        77 WS-SUBS-EOF  PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-PRO-NO-IN PIC X(13) VALUE SPACES.
        77 WS-SEQ-IN    PIC 9(2) VALUE 0.
        77 LIST-LINE    PIC 99 VALUE 6.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 SUBS-CNT     PIC 9(4) VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
        01 SUBS-LIST-REC.
           05 SL-SEQ            PIC 99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SL-SUB-PRO-NO     PIC X(13).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-SUB-NAME       PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-PRICE-NOTE     PIC X(12).
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
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
        SUBS-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SUBS-FILE.
        SUBS-ERROR-PROCESS.
           IF SUBS-FS = "35"
              OPEN OUTPUT SUBS-FILE
              CLOSE SUBS-FILE
              OPEN I-O SUBS-FILE
           ELSE
              IF SUBS-FS NOT = "00"
                 DISPLAY "ERROR OPENING SUBS-FILE, FILE STATUS = "
                         SUBS-FS
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
            OPEN INPUT PROD-FILE
                 I-O   SUBS-FILE.
            PERFORM 100-SCREEN.
            PERFORM 150-CHOICE.
            CLOSE PROD-FILE SUBS-FILE.
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
            DISPLAY "替代品維護" LINE 5 POSITION 10.
            DISPLAY "1.新增紀錄" LINE 7 POSITION 12.
            DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
            DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
            DISPLAY "4.查詢紀錄" LINE 13 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 15 POSITION 10.
            ACCEPT CHOICE LINE 15 POSITION 32.
        150-CHOICE.
            MOVE "Y" TO CONTI.
            IF CHOICE = "1"
               PERFORM 300-ADD-RECORD UNTIL CONTI = "N"
            ELSE IF CHOICE = "2"
                    PERFORM 400-CHANGE-RECORD UNTIL CONTI = "N"
                 ELSE IF CHOICE = "3"
                         PERFORM 500-DELETE-RECORD UNTIL CONTI = "N"
                      ELSE IF CHOICE = "4"
                              PERFORM 550-INQUIRY-RECORD
                                 UNTIL CONTI = "N"
                           ELSE
                              DISPLAY "INVALID SELECTION, TRY AGAIN"
                                      LINE 20 POSITION 10
                              PERFORM 100-SCREEN
                              PERFORM 150-CHOICE
                           END-IF
                      END-IF
                 END-IF
            END-IF.
      * 原品編號須存在於產品主檔
        200-GET-PROD-RTN.
            DISPLAY "產品編號 :" LINE 4 POSITION 10.
            ACCEPT WS-PRO-NO-IN LINE 4 POSITION 23.
            MOVE WS-PRO-NO-IN TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY PRO-NAME OF PROD-REC LINE 4 POSITION 40
            END-IF.
      * 產品編號加優先順序為鍵:讀取原品與既有替代品
        210-GET-KEY-RTN.
            MOVE "N" TO WS-SUBS-FOUND.
            PERFORM 200-GET-PROD-RTN.
            IF WS-KEY-ERR = "N"
               DISPLAY "優先順序 (01-99) :" LINE 5 POSITION 10
               MOVE ZERO TO WS-SEQ-IN
               ACCEPT WS-SEQ-IN LINE 5 POSITION 30
               MOVE WS-PRO-NO-IN TO SB-PRO-NO OF SUBS-REC
               MOVE WS-SEQ-IN    TO SB-SEQ OF SUBS-REC
               READ SUBS-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-SUBS-FOUND
               END-READ
            END-IF.
      * 新增與更改共用之輸入畫面
        250-ACCEPT-FIELDS-RTN.
            DISPLAY "替代品編號 :" LINE 7 POSITION 10.
            ACCEPT SB-SUB-PRO-NO OF SUBS-REC LINE 7 POSITION 25
                   UPDATE.
            DISPLAY "照原品價格 (Y/N) :" LINE 8 POSITION 10.
            ACCEPT SB-SAME-PRICE OF SUBS-REC LINE 8 POSITION 30
                   UPDATE.
      * 替代品須存在於產品主檔且不得為原品本身
        260-CHECK-DATA-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF SB-SUB-PRO-NO OF SUBS-REC = WS-PRO-NO-IN
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "SUBSTITUTE MUST DIFFER FROM PRODUCT"
                       LINE 20 POSITION 10
            ELSE
               MOVE SB-SUB-PRO-NO OF SUBS-REC TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO DATA-ERR-FLAG
               END-READ
               IF DATA-ERR-FLAG = "Y"
                  DISPLAY "SUBSTITUTE PRODUCT NOT FOUND"
                          LINE 20 POSITION 10
               ELSE
                  DISPLAY PRO-NAME OF PROD-REC LINE 7 POSITION 40
               END-IF
            END-IF.
            IF SB-SAME-PRICE OF SUBS-REC NOT = "Y"
               MOVE "N" TO SB-SAME-PRICE OF SUBS-REC
            END-IF.
      * 新增紀錄:優先順序不得為零
        300-ADD-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "新增替代品" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-SUBS-FOUND = "Y"
                  DISPLAY "DUPLICATE PREFERENCE SEQUENCE !!"
                          LINE 20 POSITION 10
               ELSE
                  IF WS-SEQ-IN = ZERO
                     DISPLAY "SEQUENCE MUST BE 01-99"
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 310-ENTER-NEW-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        310-ENTER-NEW-RTN.
            MOVE SPACES TO SB-SUB-PRO-NO OF SUBS-REC.
            MOVE "N"    TO SB-SAME-PRICE OF SUBS-REC.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  WRITE SUBS-REC
                     INVALID KEY
                        DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
                  END-WRITE
                  MOVE SPACES   TO HOLD-IMAGE
                  MOVE "ADD   " TO AU-ACTION OF AUD-REC
                  PERFORM 600-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      * 更改紀錄
        400-CHANGE-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "更改替代品" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-SUBS-FOUND = "N"
                  DISPLAY "SUBSTITUTE NOT FOUND" LINE 20 POSITION 10
               ELSE
                  PERFORM 410-CHANGE-FIELDS-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        410-CHANGE-FIELDS-RTN.
            MOVE SUBS-REC TO HOLD-IMAGE.
            PERFORM 250-ACCEPT-FIELDS-RTN.
            PERFORM 260-CHECK-DATA-RTN.
            IF DATA-ERR-FLAG = "N"
               DISPLAY "是否確定 ?" LINE 18 POSITION 10
               ACCEPT SURE LINE 18 POSITION 23
               IF SURE = "Y"
                  REWRITE SUBS-REC
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
            DISPLAY "刪除替代品" LINE 2 POSITION 25.
            PERFORM 210-GET-KEY-RTN.
            IF WS-KEY-ERR = "N"
               IF WS-SUBS-FOUND = "N"
                  DISPLAY "SUBSTITUTE NOT FOUND" LINE 20 POSITION 10
               ELSE
                  PERFORM 510-DELETE-SUBS-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        510-DELETE-SUBS-RTN.
            DISPLAY "替代品編號 : " SB-SUB-PRO-NO OF SUBS-REC
                    LINE 7 POSITION 10.
            DISPLAY "照原品價格 : " SB-SAME-PRICE OF SUBS-REC
                    LINE 8 POSITION 10.
            DISPLAY "是否確定 ?" LINE 18 POSITION 10.
            ACCEPT SURE LINE 18 POSITION 23.
            IF SURE = "Y"
               MOVE SUBS-REC TO HOLD-IMAGE
               DELETE SUBS-FILE
                  INVALID KEY
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 10
               END-DELETE
               MOVE "DELETE" TO AU-ACTION OF AUD-REC
               PERFORM 600-WRITE-AUDIT-RTN
            END-IF.

      * 查詢紀錄:依優先順序列出產品全部替代品，滿頁暫停
        550-INQUIRY-RECORD.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "查詢替代品" LINE 2 POSITION 25.
            PERFORM 200-GET-PROD-RTN.
            IF WS-KEY-ERR = "N"
               MOVE 6 TO LIST-LINE
               MOVE 0 TO LIST-CNT SUBS-CNT
               MOVE WS-PRO-NO-IN TO SB-PRO-NO OF SUBS-REC
               MOVE ZERO         TO SB-SEQ OF SUBS-REC
               MOVE "N" TO WS-SUBS-EOF
               START SUBS-FILE KEY IS NOT LESS THAN SB-KEY
                  INVALID KEY MOVE "Y" TO WS-SUBS-EOF
               END-START
               PERFORM 560-READ-SUBS-RTN
               PERFORM 570-SHOW-SUBS-RTN UNTIL WS-SUBS-EOF = "Y"
               IF SUBS-CNT = ZERO
                  DISPLAY "NO SUBSTITUTES ON FILE FOR PRODUCT"
                          LINE 6 POSITION 10
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        560-READ-SUBS-RTN.
            IF WS-SUBS-EOF = "N"
               READ SUBS-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-SUBS-EOF
               END-READ
            END-IF.
            IF WS-SUBS-EOF = "N"
               AND SB-PRO-NO OF SUBS-REC NOT = WS-PRO-NO-IN
               MOVE "Y" TO WS-SUBS-EOF
            END-IF.
        570-SHOW-SUBS-RTN.
            MOVE SB-SEQ OF SUBS-REC        TO SL-SEQ.
            MOVE SB-SUB-PRO-NO OF SUBS-REC TO SL-SUB-PRO-NO
                                              PRO-NO OF PROD-REC.
            READ PROD-FILE
               INVALID KEY MOVE SPACES TO PRO-NAME OF PROD-REC
            END-READ.
            MOVE PRO-NAME OF PROD-REC TO SL-SUB-NAME.
            IF SB-AT-ORIG-PRICE OF SUBS-REC
               MOVE "照原品價格" TO SL-PRICE-NOTE
            ELSE
               MOVE SPACES TO SL-PRICE-NOTE
            END-IF.
            DISPLAY SUBS-LIST-REC LINE LIST-LINE POSITION 10.
            ADD 1 TO SUBS-CNT.
            ADD 1 TO LIST-LINE.
            ADD 1 TO LIST-CNT.
            IF LIST-CNT NOT < MAX-PER-PAGE
               DISPLAY "MORE - PRESS ENTER TO CONTINUE"
                       LINE 20 POSITION 10
               ACCEPT WS-MORE-KEY LINE 20 POSITION 45
               DISPLAY " " LINE 6 POSITION 1 WITH ERASE EOS
               MOVE 6 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
            PERFORM 560-READ-SUBS-RTN.
        600-WRITE-AUDIT-RTN.
            MOVE "SUBST   " TO AU-FILE-ID OF AUD-REC.
            MOVE SB-KEY OF SUBS-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            IF AU-ACTION OF AUD-REC = "DELETE"
               MOVE SPACES   TO AU-AFTER OF AUD-REC
            ELSE
               MOVE SUBS-REC TO AU-AFTER OF AUD-REC
            END-IF.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SUBST.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SUBS-FILE-NAME.
