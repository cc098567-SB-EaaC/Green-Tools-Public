      ** 缺貨取消作業 (BOCANCEL.CBL):客戶不願再等候補貨時，依產品
      **                             編號與銷售單號取消缺貨檔中
      **                             尚欠之缺貨(狀態改註 C，不再
      **                             補出)，並經副程式 (LOSTLOG.CBL)
      **                             將欠量記入流失銷售檔(附原因)
      **                             對照 (BORELEAS.CBL) 之缺貨檔
      **                             處理與 (ATPINQ.CBL) 之查詢畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BoCancel.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT BORD-FILE ASSIGN TO RANDOM BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS BORD-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==BORD-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.

        WORKING-STORAGE SECTION.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 BORD-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 BORD-EOF     PIC X  VALUE "N".
        77 BO-FOUND     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PRO-NO-IN PIC X(13).
        77 WS-SALE-IN   PIC X(8).
        77 QTY-OUT      PIC ZZ,ZZ9.
        77 DATE-OUT     PIC 9999/99/99.
        77 WS-BO-DATE-NUM PIC 9(8) VALUE 0.
           COPY RUNDATE.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        BORD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BORD-FILE.
        BORD-ERROR-PROCESS.
           IF BORD-FS NOT = "00"
              DISPLAY "ERROR OPENING BORD-FILE, FILE STATUS = " BORD-FS
              EXIT PROGRAM.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN I-O   BORD-FILE
                 INPUT PROD-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-CANCEL-RTN UNTIL CONTI = "N".
            CLOSE BORD-FILE PROD-FILE.
            EXIT PROGRAM.
        100-CANCEL-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "缺貨取消" LINE 2 POSITION 25.
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
               DISPLAY "產品名稱 : " PRO-NAME OF PROD-REC
                       LINE 5 POSITION 10
               DISPLAY "銷售單號 :" LINE 7 POSITION 10
               ACCEPT WS-SALE-IN LINE 7 POSITION 23
               PERFORM 200-FIND-RTN
               IF BO-FOUND = "N"
                  DISPLAY "NO OPEN BACKORDER FOR THIS SALE"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 300-CONFIRM-RTN
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 鍵序為產品+日期+銷售單號，自該產品最舊之缺貨逐筆找出
      * 尚欠(狀態 O)且銷售單號相符者
        200-FIND-RTN.
            MOVE "N" TO BO-FOUND BORD-EOF.
            MOVE WS-PRO-NO-IN TO BO-PRO-NO OF BORD-REC.
            MOVE ZERO TO BO-DATE OF BORD-REC.
            MOVE LOW-VALUES TO BO-SALE-NO OF BORD-REC.
            START BORD-FILE KEY IS NOT LESS THAN BO-KEY OF BORD-REC
               INVALID KEY MOVE "Y" TO BORD-EOF
            END-START.
            PERFORM 210-READ-NEXT-RTN.
            PERFORM 220-CHECK-ONE-RTN
               UNTIL BORD-EOF = "Y" OR BO-FOUND = "Y".
        210-READ-NEXT-RTN.
            IF BORD-EOF = "N"
               READ BORD-FILE NEXT RECORD
                  AT END MOVE "Y" TO BORD-EOF
               END-READ
            END-IF.
            IF BORD-EOF = "N"
               AND BO-PRO-NO OF BORD-REC NOT = WS-PRO-NO-IN
               MOVE "Y" TO BORD-EOF
            END-IF.
        220-CHECK-ONE-RTN.
            IF BO-SALE-NO OF BORD-REC = WS-SALE-IN
               AND BO-STATUS OF BORD-REC = "O"
               MOVE "Y" TO BO-FOUND
            ELSE
               PERFORM 210-READ-NEXT-RTN
            END-IF.
      * 取消者改註狀態 C，欠量記入流失銷售檔，原因預設交期
        300-CONFIRM-RTN.
            MOVE BO-DATE OF BORD-REC TO WS-BO-DATE-NUM.
            MOVE WS-BO-DATE-NUM TO DATE-OUT.
            MOVE BO-QTY OF BORD-REC TO QTY-OUT.
            DISPLAY "客戶編號 : " BO-CUS-NO OF BORD-REC
                    LINE 9 POSITION 10.
            DISPLAY "缺貨日期 : " DATE-OUT LINE 10 POSITION 10.
            DISPLAY "尚欠數量 : " QTY-OUT LINE 11 POSITION 10.
            MOVE "L" TO LS-REASON OF LOST-REC.
            PERFORM 310-ACCEPT-REASON-RTN.
            PERFORM 310-ACCEPT-REASON-RTN
               UNTIL LS-REASON-OK OF LOST-REC.
            MOVE "N" TO SURE.
            DISPLAY "確定取消 ?(Y/N) :" LINE 15 POSITION 10.
            ACCEPT SURE LINE 15 POSITION 30.
            IF SURE = "Y"
               MOVE "C" TO BO-STATUS OF BORD-REC
               REWRITE BORD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING BORD-FILE FOR "
                             BO-KEY OF BORD-REC
               END-REWRITE
               MOVE BO-PRO-NO OF BORD-REC  TO LS-PRO-NO OF LOST-REC
               MOVE BO-CUS-NO OF BORD-REC  TO LS-CUS-NO OF LOST-REC
               MOVE RUN-YY                 TO LS-YY OF LOST-REC
               MOVE RUN-MM                 TO LS-MM OF LOST-REC
               MOVE RUN-DD                 TO LS-DD OF LOST-REC
               MOVE BO-QTY OF BORD-REC     TO LS-QTY OF LOST-REC
               MOVE "BoCancel"             TO LS-SOURCE OF LOST-REC
               MOVE BO-SALE-NO OF BORD-REC TO LS-REF-NO OF LOST-REC
               CALL "LostSale" USING LOST-REC
               DISPLAY "BACKORDER CANCELLED, LOST SALE RECORDED"
                       LINE 20 POSITION 10
            END-IF.
        310-ACCEPT-REASON-RTN.
            DISPLAY "原因 S缺貨 P價格 L交期 :"
                    LINE 13 POSITION 10.
            ACCEPT LS-REASON OF LOST-REC LINE 13 POSITION 35 UPDATE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BORD-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
