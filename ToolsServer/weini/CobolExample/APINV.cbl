      **                             三方核對;單價逾容差或數量逾
      **                             已收量者整張以待審狀態寫入
      **                             應付帳款檔 AP.AGE，相符者以
      **                             未付狀態入帳;各訂單行之開票
      **                             數量記入 APLINE.DAT，數量比對
      **                             改以已收未開票量為準;表頭
      **                             可輸入廠商提前付款折扣百分比
      **                             與天數，推算折扣截止日;直送
      **                             訂購單以廠商確認出貨量比對;
      **                             待審發票於操作員訊息檔通知應
      **                             付角色(AP)
      **                             對照 (CREDITAGE.CBL) 之應收檔
      **                             與 (PORECV.CBL) 之收貨紀錄

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS AP-FS.
           SELECT APLN-FILE ASSIGN TO RANDOM APLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-KEY
                  FILE STATUS IS APLN-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==AP-REC==.
        FD APLN-FILE
           LABEL RECORD IS STANDARD.
           COPY APLNCOPY REPLACING ==APLN-GRP== BY ==APLN-REC==.

        WORKING-STORAGE SECTION.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 APLN-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 LINE-CONTI   PIC A  VALUE "Y".
        77 VEND-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 AP-FS        PIC XX.
        77 APLN-FS      PIC XX.
        77 APLN-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-VEND-NO-IN PIC X(4).
        77 WS-INV-NO-IN  PIC X(10).
        77 WS-INV-DATE   PIC 9(8) VALUE 0.
        77 WS-DUE-DATE   PIC 9(8) VALUE 0.
        77 WS-DISC-PCT   PIC 9(2)V99 VALUE 0.
        77 WS-DISC-DAYS  PIC 9(3) VALUE 0.
        77 WS-DISC-DATE  PIC 9(8) VALUE 0.
        77 WS-DATE-INT   PIC 9(8) VALUE 0.
        77 WS-INV-QTY    PIC 9(5) VALUE 0.
        77 WS-INV-COST   PIC 9(5)V99 VALUE 0.
        77 WS-QTY-BILLED PIC 9(6) VALUE 0.
        77 WS-QTY-OPEN   PIC S9(6) VALUE 0.
        77 WS-MATCH-COST PIC 9(5)V99 VALUE 0.
        77 WS-LINE-AMT   PIC 9(8)V99 VALUE 0.
        77 WS-INV-TOTAL  PIC 9(8)V99 VALUE 0.
        77 DC-MESSAGE    PIC X(30) VALUE SPACES.
           COPY APTOL.
           COPY RUNDATE.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS = "35"
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN I-O AP-FILE
           ELSE
              IF AP-FS NOT = "00"
                 DISPLAY "AP.AGE FILE STATUS = " AP-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
        APLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APLN-FILE.
        APLN-ERROR-PROCESS.
           IF APLN-FS NOT = "00"
              OPEN OUTPUT APLN-FILE
              CLOSE APLN-FILE
              OPEN I-O APLN-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT VEND-FILE
                       PO-FILE
                 I-O   AP-FILE
                       APLN-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-INVOICE-RTN UNTIL CONTI = "N".
            CLOSE VEND-FILE PO-FILE AP-FILE APLN-FILE.
            EXIT PROGRAM.
        100-INVOICE-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
                     DISPLAY "INVALID DATE - " DC-MESSAGE
                             LINE 20 POSITION 10
                     MOVE "Y" TO WS-KEY-ERR
                  ELSE
                     PERFORM 160-ACCEPT-DISC-RTN
                  END-IF
               END-IF
            END-IF.
      * 提前付款折扣:百分比為零者無折扣;折扣截止日為發票日加
      * 折扣天數，不得晚於到期日
        160-ACCEPT-DISC-RTN.
            MOVE ZERO TO WS-DISC-PCT WS-DISC-DAYS WS-DISC-DATE.
            DISPLAY "折扣 % :" LINE 9 POSITION 10.
            ACCEPT WS-DISC-PCT LINE 9 POSITION 23.
            IF WS-DISC-PCT NOT = ZERO
               DISPLAY "折扣天數 :" LINE 9 POSITION 35
               ACCEPT WS-DISC-DAYS LINE 9 POSITION 48
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-INV-DATE)
                     + WS-DISC-DAYS
               COMPUTE WS-DISC-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               IF WS-DISC-DAYS = ZERO
                  OR WS-DISC-DATE > WS-DUE-DATE
                  DISPLAY "INVALID DATA - DISCOUNT DAYS"
                          LINE 20 POSITION 10
                  MOVE "Y" TO WS-KEY-ERR
               END-IF
            END-IF.
      * 明細行:訂單行須屬同一廠商;發票數量不得超過已收量，
      * 發票單價與訂購單價差逾容差者整張轉待審
        300-INVOICE-LINE-RTN.
            DISPLAY "續列明細 ?(Y/N) :" LINE 18 POSITION 10.
            ACCEPT LINE-CONTI LINE 18 POSITION 30.
      * 外幣廠商以原幣開票，單價比對用訂購單留存之原幣單價;
      * 本幣廠商仍比本幣單價;數量以已收量減先前發票已開數量
      * 比對，避免同一收貨重複請款;直送訂購單無入庫，以廠商確認
      * 之出貨量比對
        350-MATCH-LINE-RTN.
            IF PO-CURR OF PO-REC NOT = SPACES
               MOVE PO-FOREIGN-COST OF PO-REC TO WS-MATCH-COST
            ELSE
               MOVE PO-UNIT-COST OF PO-REC TO WS-MATCH-COST
            END-IF.
            PERFORM 360-SUM-BILLED-RTN.
            COMPUTE WS-QTY-OPEN =
                    PO-QTY-RECV OF PO-REC - WS-QTY-BILLED.
            IF PO-IS-DROP-SHIP OF PO-REC
               DISPLAY "廠商出貨量 : " PO-QTY-RECV OF PO-REC
                       "  已開票 : " WS-QTY-BILLED
                       LINE 11 POSITION 10
            ELSE
               DISPLAY "已收數量 : " PO-QTY-RECV OF PO-REC
                       "  已開票 : " WS-QTY-BILLED
                       LINE 11 POSITION 10
            END-IF.
            DISPLAY "訂購單價 : " WS-MATCH-COST
                    LINE 12 POSITION 10.
            DISPLAY "發票數量 :" LINE 13 POSITION 10.
            ACCEPT WS-INV-QTY LINE 13 POSITION 23.
            DISPLAY "發票單價 :" LINE 14 POSITION 10.
            ACCEPT WS-INV-COST LINE 14 POSITION 23.
            IF WS-INV-QTY > WS-QTY-OPEN
               MOVE "Y" TO HOLD-FLAG
               DISPLAY "QTY EXCEEDS UNBILLED RECEIPTS - INVOICE HELD"
                       LINE 20 POSITION 10
            END-IF.
            COMPUTE WS-COST-DIFF =
            IF WS-FIRST-PO = SPACES
               MOVE WS-PO-NO-IN TO WS-FIRST-PO
            END-IF.
            PERFORM 370-WRITE-MATCH-RTN.
      * 訂單行已開票量:APLINE.DAT 以訂單號+行號開頭之各筆合計
        360-SUM-BILLED-RTN.
            MOVE ZERO TO WS-QTY-BILLED.
            MOVE PO-NO OF PO-REC      TO APL-PO-NO OF APLN-REC.
            MOVE PO-LINE-NO OF PO-REC TO APL-PO-LINE OF APLN-REC.
            MOVE LOW-VALUES TO APL-VEND-NO OF APLN-REC
                               APL-INV-NO OF APLN-REC.
            MOVE "N" TO APLN-EOF.
            START APLN-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE "Y" TO APLN-EOF
            END-START.
            PERFORM 365-READ-APLN-NEXT.
            PERFORM 366-ADD-BILLED-RTN UNTIL APLN-EOF = "Y".
        365-READ-APLN-NEXT.
            READ APLN-FILE NEXT RECORD
               AT END MOVE "Y" TO APLN-EOF
            END-READ.
            IF APLN-EOF = "N"
               IF APL-PO-NO OF APLN-REC NOT = PO-NO OF PO-REC
                  OR APL-PO-LINE OF APLN-REC NOT = PO-LINE-NO OF PO-REC
                  MOVE "Y" TO APLN-EOF
               END-IF
            END-IF.
        366-ADD-BILLED-RTN.
            ADD APL-QTY OF APLN-REC TO WS-QTY-BILLED.
            PERFORM 365-READ-APLN-NEXT.
      * 同一發票重複輸入同一訂單行時數量累加
        370-WRITE-MATCH-RTN.
            MOVE PO-NO OF PO-REC      TO APL-PO-NO OF APLN-REC.
            MOVE PO-LINE-NO OF PO-REC TO APL-PO-LINE OF APLN-REC.
            MOVE WS-VEND-NO-IN        TO APL-VEND-NO OF APLN-REC.
            MOVE WS-INV-NO-IN         TO APL-INV-NO OF APLN-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ APLN-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE WS-INV-DATE TO APL-INV-DATE OF APLN-REC
               MOVE WS-INV-QTY  TO APL-QTY OF APLN-REC
               MOVE WS-INV-COST TO APL-UNIT-COST OF APLN-REC
               WRITE APLN-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING APLINE.DAT"
                             LINE 21 POSITION 10
               END-WRITE
            ELSE
               ADD WS-INV-QTY TO APL-QTY OF APLN-REC
               REWRITE APLN-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING APLINE.DAT"
                             LINE 21 POSITION 10
               END-REWRITE
            END-IF.
            MOVE "N" TO WS-KEY-ERR.
      * 相符者以未付 "O" 入帳;有差異者以待審 "H" 入帳，由主管
      * 於付款選單放行或退回廠商
        500-WRITE-AP-RTN.
            MOVE WS-DUE-DATE   TO AP-DUE-DATE OF AP-REC.
            MOVE WS-FIRST-PO   TO AP-PO-NO OF AP-REC.
            MOVE WS-INV-TOTAL  TO AP-BALANCE OF AP-REC.
            MOVE WS-DISC-PCT   TO AP-DISC-PCT OF AP-REC.
            MOVE WS-DISC-DATE  TO AP-DISC-DATE OF AP-REC.
            IF HOLD-FLAG = "Y"
               MOVE "H" TO AP-STATUS OF AP-REC
            ELSE
               MOVE "O" TO AP-STATUS OF AP-REC
            END-IF.
            MOVE "N" TO WS-KEY-ERR.
            WRITE AP-REC
               INVALID KEY
                  MOVE "Y" TO WS-KEY-ERR
                  DISPLAY "DUPLICATE AP ITEM !! " AP-KEY OF AP-REC
            END-WRITE.
            DISPLAY "INVOICE RECORDED, STATUS "
                    AP-STATUS OF AP-REC LINE 19 POSITION 10.
            IF HOLD-FLAG = "Y" AND WS-KEY-ERR = "N"
               PERFORM 510-POST-HOLD-RTN
            END-IF.
      * 待審發票通知應付角色，參照欄記廠商與發票號碼
        510-POST-HOLD-RTN.
            MOVE "R"         TO MP-TO-TYPE OF MSGP-REQ.
            MOVE "AP"        TO MP-TO OF MSGP-REQ.
            MOVE "N"         TO MP-PRIORITY OF MSGP-REQ.
            MOVE "ApInvoice" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES      TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING AP-VEND-NO OF AP-REC "/" AP-INV-NO OF AP-REC
                   DELIMITED BY SIZE INTO MP-REF OF MSGP-REQ.
            STRING "INVOICE HELD - PRICE OR QUANTITY DIFFERS FROM PO "
                   WS-FIRST-PO DELIMITED BY SIZE
                   INTO MP-TEXT OF MSGP-REQ.
            MOVE ZERO        TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AP-FILE-NAME.
            MOVE "APLINE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO APLN-FILE-NAME.
