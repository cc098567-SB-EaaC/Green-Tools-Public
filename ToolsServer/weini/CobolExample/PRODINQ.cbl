      ** 產品綜合查詢 (PRODINQ.CBL):以編號或名稱查產品，同一畫面
      **                           顯示主檔全部欄位、廠商名稱、未
      **                           結案訂購單與最近價格歷史;簽入
      **                           操作員無查看成本權限者，成本欄
      **                           與價格歷史之成本一律空白
      **                           對照 (SAM12-2.CBL) 之名稱查詢與
      **                           分頁方式

           SELECT HIST-FILE ASSIGN TO RANDOM HIST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HIST-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY PRICEHST REPLACING ==PRICE-HIST-GRP== BY ==HIST-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VEND-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 HIST-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 HIST-EOF     PIC X  VALUE "N".
           05 HL-DD             PIC 99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 HL-COST           PIC ZZ,ZZ9.
           05 HL-COST-X REDEFINES HL-COST PIC X(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 HL-PRICE          PIC ZZ,ZZ9.
      **
              OPEN OUTPUT HIST-FILE
              CLOSE HIST-FILE
              OPEN INPUT HIST-FILE.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-CHECK-COST-RTN.
            OPEN INPUT PROD-FILE
                       VEND-FILE.
            PERFORM 100-INQUIRY-RTN UNTIL CONTI = "N".
            CLOSE PROD-FILE VEND-FILE.
            EXIT PROGRAM.
      * 查看成本權限取自簽入檔;未簽入者視為無權限
        050-CHECK-COST-RTN.
            MOVE "N" TO WS-SEE-COST OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END CONTINUE
                  NOT AT END MOVE OP-SEE-COST TO WS-SEE-COST
               END-READ
               CLOSE OPER-FILE
            END-IF.
        100-INQUIRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "產品綜合查詢" LINE 2 POSITION 25.
                    LINE 6 POSITION 5.
            DISPLAY "名稱: " PRO-NAME OF PROD-REC
                    LINE 6 POSITION 30.
            IF WS-SEE-COST = "Y"
               DISPLAY "成本: " PRO-COST OF PROD-REC
                       LINE 7 POSITION 5
            ELSE
               DISPLAY "成本: " LINE 7 POSITION 5
            END-IF.
            DISPLAY "售價: " PRO-PRICE OF PROD-REC
                    LINE 7 POSITION 30.
            DISPLAY "庫存: " PRO-QTY OF PROD-REC
            MOVE HT-EFF-DATE(HT-SUB) (5:2) TO HL-MM.
            MOVE HT-EFF-DATE(HT-SUB) (7:2) TO HL-DD.
            MOVE HT-COST(HT-SUB)  TO HL-COST.
            IF WS-SEE-COST NOT = "Y"
               MOVE SPACES TO HL-COST-X
            END-IF.
            MOVE HT-PRICE(HT-SUB) TO HL-PRICE.
            DISPLAY HIST-LINE-REC LINE LIST-LINE POSITION 7.
            ADD 1 TO LIST-LINE.
