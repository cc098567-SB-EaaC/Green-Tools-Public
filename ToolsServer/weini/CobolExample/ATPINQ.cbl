      **                          缺貨檔欠量與未結訂購單在途量，
      **                          顯示可承諾量與最近一張訂購單之
      **                          預計到貨日，櫃檯不再答應已被
      **                          預定之庫存;彙算由副程式
      **                          (ATPLOOK.CBL) 辦理，與訂單承諾
      **                          出貨日同一算法;保留至要求出貨日
      **                          之未來訂單視同已承諾需求扣除，
      **                          並依出貨日列出各日之保留量;
      **                          櫃檯客戶因缺貨、價格或交期
      **                          放棄者可當場經副程式
      **                          (LOSTLOG.CBL) 記入流失銷售檔
      **                          對照 (PRODINQ.CBL) 之查詢畫面

        IDENTIFICATION  DIVISION.
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 PROD-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PRO-NO-IN PIC X(13).
        77 ATP-OUT      PIC ZZZ,ZZ9-.
        77 HELD-SUB     PIC 9(2) VALUE 0.
        77 HELD-LINE    PIC 99 VALUE 0.
        77 WS-DECLINED  PIC X  VALUE "N".
           COPY RUNDATE.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.
        01 HELD-SHOW-LINE.
           05 HS-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HS-QTY            PIC ZZZ,ZZ9-.
           COPY ATPLREQ REPLACING ==ATPL-REQ-GRP== BY ==ATP-REQ==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            ELSE
               DISPLAY "產品名稱 : " PRO-NAME OF PROD-REC
                       LINE 5 POSITION 10
               MOVE WS-PRO-NO-IN TO AP-PRO-NO OF ATP-REQ
               CALL "AtpLook" USING ATP-REQ
               PERFORM 500-SHOW-RTN
               PERFORM 600-LOST-SALE-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 可承諾量 = 現有庫存 - 未過帳需求 - 缺貨欠量 - 未來訂單
      * 保留量;在途量另列
        500-SHOW-RTN.
            MOVE AP-ONHAND OF ATP-REQ TO ATP-OUT.
            DISPLAY "現有庫存     : " ATP-OUT LINE 7 POSITION 10.
            MOVE AP-UNPOSTED OF ATP-REQ TO ATP-OUT.
            DISPLAY "未過帳需求   : " ATP-OUT LINE 9 POSITION 10.
            MOVE AP-BACKORD OF ATP-REQ TO ATP-OUT.
            DISPLAY "缺貨欠量     : " ATP-OUT LINE 11 POSITION 10.
            MOVE AP-HELD OF ATP-REQ TO ATP-OUT.
            DISPLAY "未來訂單保留 : " ATP-OUT LINE 12 POSITION 10.
            MOVE AP-ATP OF ATP-REQ TO ATP-OUT.
            DISPLAY "可承諾量     : " ATP-OUT LINE 13 POSITION 10.
            MOVE AP-INBOUND OF ATP-REQ TO ATP-OUT.
            DISPLAY "在途訂購量   : " ATP-OUT LINE 15 POSITION 10.
            IF AP-NEXT-DUE OF ATP-REQ NOT = ZERO
               DISPLAY "預計到貨日   : " AP-NEXT-DUE OF ATP-REQ
                       LINE 17 POSITION 10
            ELSE
               DISPLAY "預計到貨日   : 無承諾交期"
                       LINE 17 POSITION 10
            END-IF.
            IF AP-HELD-CNT OF ATP-REQ > ZERO
               DISPLAY "未來訂單要求出貨日  保留量"
                       LINE 7 POSITION 45
               MOVE 8 TO HELD-LINE
               PERFORM 510-SHOW-HELD-RTN
                  VARYING HELD-SUB FROM 1 BY 1
                  UNTIL HELD-SUB > AP-HELD-CNT OF ATP-REQ
            END-IF.
      * 未來訂單保留量依要求出貨日逐日列出
        510-SHOW-HELD-RTN.
            MOVE AP-HELD-DATE OF ATP-REQ (HELD-SUB) TO HS-DATE.
            MOVE AP-HELD-QTY OF ATP-REQ (HELD-SUB)  TO HS-QTY.
            DISPLAY HELD-SHOW-LINE LINE HELD-LINE POSITION 45.
            ADD 1 TO HELD-LINE.
      * 客戶放棄者記下客戶(不明者空白)、需求量與原因，原因
      * 預設缺貨
        600-LOST-SALE-RTN.
            MOVE "N" TO WS-DECLINED.
            DISPLAY "客戶放棄 ?(Y/N) :" LINE 19 POSITION 10.
            ACCEPT WS-DECLINED LINE 19 POSITION 28 UPDATE.
            IF WS-DECLINED = "Y"
               MOVE SPACES TO LS-CUS-NO OF LOST-REC
               MOVE ZERO   TO LS-QTY OF LOST-REC
               DISPLAY "客戶 :" LINE 19 POSITION 32
               ACCEPT LS-CUS-NO OF LOST-REC LINE 19 POSITION 39
               DISPLAY "數量 :" LINE 19 POSITION 45
               PERFORM 610-ACCEPT-QTY-RTN
               PERFORM 610-ACCEPT-QTY-RTN
                  UNTIL LS-QTY OF LOST-REC > ZERO
               MOVE "S" TO LS-REASON OF LOST-REC
               PERFORM 620-ACCEPT-REASON-RTN
               PERFORM 620-ACCEPT-REASON-RTN
                  UNTIL LS-REASON-OK OF LOST-REC
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-PRO-NO-IN  TO LS-PRO-NO OF LOST-REC
               MOVE RUN-YY        TO LS-YY OF LOST-REC
               MOVE RUN-MM        TO LS-MM OF LOST-REC
               MOVE RUN-DD        TO LS-DD OF LOST-REC
               MOVE "AtpInquiry"  TO LS-SOURCE OF LOST-REC
               MOVE SPACES        TO LS-REF-NO OF LOST-REC
               CALL "LostSale" USING LOST-REC
               DISPLAY "LOST SALE RECORDED" LINE 21 POSITION 10
            END-IF.
        610-ACCEPT-QTY-RTN.
            ACCEPT LS-QTY OF LOST-REC LINE 19 POSITION 52.
        620-ACCEPT-REASON-RTN.
            DISPLAY "原因 S缺貨 P價格 L交期 :"
                    LINE 20 POSITION 10.
            ACCEPT LS-REASON OF LOST-REC LINE 20 POSITION 35 UPDATE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
