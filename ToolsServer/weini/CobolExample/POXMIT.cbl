      ** 訂購單電子傳送副程式 (POXMIT.CBL):供自動補貨、人工訂購
      **                                   單、訂購單核准與直送
      **                                   訂購單等程式於訂購行
      **                                   開出(未結 "O")時 CALL，
      **                                   依廠商料號檔取廠商料號
      **                                   ，將該行附加寫入該廠商
      **                                   之傳送檔 VENDPO.<廠商>
      **                                   對照 (LOSTLOG.CBL) 之登錄
      **                                   副程式

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PoTransmit.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT XMIT-FILE ASSIGN TO RANDOM XMIT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS XMIT-FS.
           SELECT VITM-FILE ASSIGN TO RANDOM VITM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VI-KEY
                  FILE STATUS IS VITM-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD XMIT-FILE
           LABEL RECORD IS STANDARD.
           COPY POXMCOPY REPLACING ==POXM-GRP== BY ==XMIT-REC==.
        FD VITM-FILE
           LABEL RECORD IS STANDARD.
           COPY VITMCOPY REPLACING ==VITM-GRP== BY ==VITM-REC==.

        WORKING-STORAGE SECTION.
        77 XMIT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VITM-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 XMIT-FS      PIC XX.
        77 VITM-FS      PIC XX.
        77 VITM-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
           COPY RUNDATE.

        LINKAGE         SECTION.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==XM-PO==.
      **
        PROCEDURE       DIVISION USING XM-PO.
        DECLARATIVES.
        XMIT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON XMIT-FILE.
        XMIT-ERROR-PROCESS.
           IF XMIT-FS NOT = "00"
              OPEN OUTPUT XMIT-FILE.
        VITM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VITM-FILE.
        VITM-ERROR-PROCESS.
           IF VITM-FS NOT = "00"
              MOVE "Y" TO VITM-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 200-VEND-ITEM-RTN.
            PERFORM 300-BUILD-REC-RTN.
            PERFORM 100-OPEN-FILE.
            WRITE XMIT-REC.
            CLOSE XMIT-FILE.
            EXIT PROGRAM.
        100-OPEN-FILE.
            OPEN I-O XMIT-FILE.
            IF XMIT-FS = "00"
               CLOSE XMIT-FILE
               OPEN EXTEND XMIT-FILE.
      * 廠商料號取自廠商料號檔;查無時留空白，由廠商依本公司
      * 產品編號辨識
        200-VEND-ITEM-RTN.
            MOVE SPACES TO PX-VEND-ITEM-NO OF XMIT-REC.
            MOVE "N" TO VITM-MISSING.
            OPEN INPUT VITM-FILE.
            IF VITM-MISSING = "N"
               MOVE PO-VEND-NO OF XM-PO TO VI-VEND-NO OF VITM-REC
               MOVE PO-PRO-NO OF XM-PO  TO VI-PRO-NO OF VITM-REC
               MOVE "N" TO WS-KEY-ERR
               READ VITM-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  MOVE VI-VEND-ITEM-NO OF VITM-REC
                       TO PX-VEND-ITEM-NO OF XMIT-REC
               END-IF
               CLOSE VITM-FILE
            END-IF.
      * 外幣廠商單價傳外幣價，與列印之訂購單相同
        300-BUILD-REC-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE PO-NO OF XM-PO          TO PX-PO-NO OF XMIT-REC.
            MOVE PO-LINE-NO OF XM-PO     TO PX-LINE-NO OF XMIT-REC.
            MOVE PO-VEND-NO OF XM-PO     TO PX-VEND-NO OF XMIT-REC.
            MOVE PO-DATE OF XM-PO        TO PX-PO-DATE OF XMIT-REC.
            MOVE PO-PROMISE-DATE OF XM-PO
                 TO PX-PROMISE-DATE OF XMIT-REC.
            MOVE PO-PRO-NO OF XM-PO      TO PX-PRO-NO OF XMIT-REC.
            MOVE PO-QTY OF XM-PO         TO PX-QTY OF XMIT-REC.
            MOVE PO-UNIT OF XM-PO        TO PX-UNIT OF XMIT-REC.
            IF PO-CURR OF XM-PO = SPACES
               MOVE PO-UNIT-COST OF XM-PO TO PX-PRICE OF XMIT-REC
            ELSE
               MOVE PO-FOREIGN-COST OF XM-PO TO PX-PRICE OF XMIT-REC
            END-IF.
            MOVE PO-CURR OF XM-PO        TO PX-CURR OF XMIT-REC.
            MOVE PO-DROP-SHIP OF XM-PO   TO PX-DROP-SHIP OF XMIT-REC.
            MOVE PO-BUYER OF XM-PO       TO PX-BUYER OF XMIT-REC.
            MOVE RUN-DATE                TO PX-SENT-DATE OF XMIT-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴);傳送檔一廠商
      * 一檔
        980-SET-FILE-NAMES-RTN.
            MOVE SPACES TO EN-LOGICAL.
            STRING "VENDPO." PO-VEND-NO OF XM-PO
                   DELIMITED BY SIZE INTO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO XMIT-FILE-NAME.
            MOVE "VENDITEM.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VITM-FILE-NAME.
