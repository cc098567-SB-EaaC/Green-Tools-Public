      ** 價格歷史查詢 (PRICEINQ.CBL):輸入產品編號與日期，顯示該日
      **                             有效之成本與售價，並由新至舊
      **                             列出全部變動歷史;簽入操作員
      **                             無查看成本權限者，成本一律空白
      **                             對照 (SAM12-2.CBL) 之分頁方式

        IDENTIFICATION  DIVISION.
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
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CONTI        PIC A  VALUE "Y".
        77 HIST-FS      PIC XX.
        77 HIST-EOF     PIC X  VALUE "N".
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 WS-PRO-NO-IN PIC X(13).
        77 WS-DATE-IN   PIC 9(8).
        77 WS-EFF-COST  PIC 9(5)V99 VALUE 0.
           05 LL-DD            PIC 99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 LL-COST          PIC Z,ZZ9.99.
           05 LL-COST-X REDEFINES LL-COST PIC X(8).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 LL-PRICE         PIC Z,ZZ9.99.
      **
           IF HIST-FS NOT = "00"
              DISPLAY "ERROR OPENING HIST-FILE, FILE STATUS = " HIST-FS
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
            PERFORM 050-CHECK-COST-RTN.
            PERFORM 100-INQUIRY-RTN UNTIL CONTI = "N".
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
            DISPLAY "產品編號 :" LINE 3 POSITION 15.
               END-IF
            END-PERFORM.
            IF WS-FOUND = "Y"
               IF WS-SEE-COST = "Y"
                  DISPLAY "該日有效成本 : " WS-EFF-COST
                          LINE 7 POSITION 15
               ELSE
                  DISPLAY "該日有效成本 : " LINE 7 POSITION 15
               END-IF
               DISPLAY "該日有效售價 : " WS-EFF-PRICE
                       LINE 8 POSITION 15
               DISPLAY "生效日期     : " WS-EFF-DATE
            MOVE HT-EFF-DATE(HT-SUB) (5:2) TO LL-MM.
            MOVE HT-EFF-DATE(HT-SUB) (7:2) TO LL-DD.
            MOVE HT-COST(HT-SUB)  TO LL-COST.
            IF WS-SEE-COST NOT = "Y"
               MOVE SPACES TO LL-COST-X
            END-IF.
            MOVE HT-PRICE(HT-SUB) TO LL-PRICE.
            DISPLAY LIST-LINE-REC LINE LIST-LINE POSITION 15.
            ADD 1 TO LIST-LINE.
