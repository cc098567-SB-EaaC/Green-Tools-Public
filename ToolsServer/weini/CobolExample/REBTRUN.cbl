      ** 數量折讓月結 (REBTRUN.CBL):每月依數量折讓合約檔
      **                          (REBATE.AGR) 之未結算合約，自銷售
      **                          登記檔 (SALES.REG) 累計客戶於合約
      **                          期間內、適用產品類別之淨銷售額
      **                          (單價乘銷售量減退貨量)，至本期
      **                          末日為止，依達到之最高級距計算
      **                          預計折讓，列出距次一級門檻尚差
      **                          金額供業務洽談;合約尚未到期者
      **                          以人工傳票借數量折讓(過帳規則
      **                          REBT)、貸應付折讓(REBA)，日期為
      **                          本期末日並設為次期迴轉，同期已
      **                          有應計傳票者不重複產生;合約於
      **                          本期末日前到期者開立折讓單(單號
      **                          系列 CREDMEMO)寫入發票登記檔與
      **                          應收帳款檔，以傳票借數量折讓、
      **                          貸應收帳款(AR)，合約設為已結算
      **                          對照 (GRNIRPT.CBL) 之應計傳票與
      **                          (INVOICE.CBL) 之折讓單

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     RebateRun.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO RANDOM CTL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CTL-FS.
           SELECT REBT-FILE ASSIGN TO RANDOM REBT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RB-KEY
                  FILE STATUS IS REBT-FS.
           SELECT SREG-FILE ASSIGN TO RANDOM SREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT INV-FILE ASSIGN TO RANDOM INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-NO
                  FILE STATUS IS INV-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT PSTR-FILE ASSIGN TO RANDOM PSTR-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS PSTR-FS.
           SELECT MJHD-FILE ASSIGN TO RANDOM MJHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MJ-NO
                  FILE STATUS IS MJHD-FS.
           SELECT MJLN-FILE ASSIGN TO RANDOM MJLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MJL-KEY
                  FILE STATUS IS MJLN-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CTL-FILE
           LABEL RECORD IS STANDARD.
           COPY PERDCOPY REPLACING ==PERD-GRP== BY ==CTL-REC==.
        FD REBT-FILE
           LABEL RECORD IS STANDARD.
           COPY REBTCOPY REPLACING ==REBT-GRP== BY ==REBT-REC==.
        FD SREG-FILE
           LABEL RECORD IS STANDARD.
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==SREG-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==INV-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD PSTR-FILE
           LABEL RECORD IS STANDARD.
           COPY PSTRCOPY REPLACING ==PSTR-GRP== BY ==PSTR-REC==.
        FD MJHD-FILE
           LABEL RECORD IS STANDARD.
           COPY MJHDCOPY REPLACING ==MJHD-GRP== BY ==MJHD-REC==.
        FD MJLN-FILE
           LABEL RECORD IS STANDARD.
           COPY MJLNCOPY REPLACING ==MJLN-GRP== BY ==MJLN-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 CTL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 REBT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PSTR-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CTL-FS       PIC XX.
        77 REBT-FS      PIC XX.
        77 SREG-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 INV-FS       PIC XX.
        77 AGE-FS       PIC XX.
        77 PSTR-FS      PIC XX.
        77 MJHD-FS      PIC XX.
        77 MJLN-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 CTL-MISSING  PIC X  VALUE "N".
        77 PSTR-MISSING PIC X  VALUE "N".
        77 REBT-EOF     PIC X  VALUE "N".
        77 SREG-EOF     PIC X  VALUE "N".
        77 MJHD-EOF     PIC X  VALUE "N".
        77 ACCRUAL-FOUND PIC X VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PROD-READ PIC X  VALUE "N".
        77 WS-CAT-HIT   PIC X  VALUE "N".
        77 WS-PRO-CAT   PIC X(3) VALUE SPACES.
        77 WS-PERIOD    PIC 9(6) VALUE 0.
        77 WS-PERIOD-END PIC 9(8) VALUE 0.
        77 RT-COUNT     PIC 9(3) VALUE 0.
        77 RT-SUB       PIC 9(3) VALUE 0.
        77 CAT-SUB      PIC 9(1) VALUE 0.
        77 TIER-SUB     PIC 9(1) VALUE 0.
        77 WS-TIER      PIC 9(1) VALUE 0.
        77 WS-PCT       PIC 9(2)V99 VALUE 0.
        77 WS-NET-SALE  PIC 9(8)V99 VALUE 0.
        77 WS-REBATE    PIC 9(7)V99 VALUE 0.
        77 WS-NEXT-FROM PIC 9(8) VALUE 0.
        77 WS-NEEDED    PIC 9(9)V99 VALUE 0.
        77 ACCRUE-CNT   PIC 9(5) VALUE 0.
        77 SETTLE-CNT   PIC 9(5) VALUE 0.
        77 T-SALES      PIC 9(10)V99 VALUE 0.
        77 T-ACCRUE     PIC 9(10)V99 VALUE 0.
        77 T-SETTLE     PIC 9(10)V99 VALUE 0.
        77 REBT-ACCOUNT PIC X(8) VALUE SPACES.
        77 REBA-ACCOUNT PIC X(8) VALUE SPACES.
        77 AR-ACCOUNT   PIC X(8) VALUE SPACES.
        77 DR-ACCOUNT   PIC X(8) VALUE SPACES.
        77 CR-ACCOUNT   PIC X(8) VALUE SPACES.
        77 CM-SERIES    PIC X(8) VALUE "CREDMEMO".
        77 NN-SERIES    PIC X(8) VALUE "JOURNAL".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-CM-NO     PIC X(6) VALUE SPACES.
        77 WS-JRNL-NO   PIC X(6) VALUE SPACES.
        77 WS-JRNL-DESC PIC X(20) VALUE SPACES.
        77 WS-JRNL-REV  PIC X  VALUE "N".
        77 WS-JRNL-AMT  PIC 9(10)V99 VALUE 0.
        77 JR-RESULT    PIC X  VALUE "N".
        01 WS-ACCRUAL-DESC.
           05 FILLER            PIC X(12) VALUE "RBT ACCRUAL ".
           05 AD-PERIOD         PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
        01 WS-SETTLE-DESC.
           05 FILLER            PIC X(13) VALUE "RBT CM ISSUE ".
           05 SD-PERIOD         PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
        01 WS-CM-ACTION.
           05 FILLER            PIC X(3)  VALUE "CM ".
           05 CA-CM-NO          PIC X(6).
           05 FILLER            PIC X(7)  VALUE " ISSUED".
        01 WS-DATE-GRP.
           05 WS-DATE-YY        PIC 9(4).
           05 WS-DATE-MM        PIC 9(2).
           05 WS-DATE-DD        PIC 9(2).
        01 WS-DATE-NUM  REDEFINES WS-DATE-GRP PIC 9(8).
      * 未結算合約表:鍵、期間、適用類別與累計淨銷售額
        01 REBT-TABLE.
           05 RT-ENTRY OCCURS 200 TIMES.
              10 RT-CUS-NO      PIC X(4).
              10 RT-START       PIC 9(8).
              10 RT-END         PIC 9(8).
              10 RT-ALL-CAT     PIC X.
              10 RT-CAT         PIC X(3) OCCURS 5 TIMES.
              10 RT-SALES       PIC 9(9)V99.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-MM             PIC 99.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-DD             PIC 99.
           05 FILLER            PIC X(8)  VALUE "  PAGE: ".
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40)
              VALUE "VOLUME REBATE PROGRESS AND ACCRUAL".
        01 PERIOD-LINE.
           05 FILLER            PIC X(12) VALUE "期別 : ".
           05 PL-PERIOD         PIC 9(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 PL-END            PIC 9(8).
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "CUST NAME".
           05 FILLER            PIC X(18) VALUE "AGREEMENT PERIOD".
           05 FILLER            PIC X(16) VALUE "     NET SALES".
           05 FILLER            PIC X(8)  VALUE "TR    %".
           05 FILLER            PIC X(12) VALUE "      REBATE".
        01 DETAIL-LINE.
           05 DL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-START          PIC 9(8).
           05 FILLER            PIC X(1)  VALUE "-".
           05 DL-END            PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-SALES          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-TIER           PIC 9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-PCT            PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-REBATE         PIC Z,ZZZ,ZZ9.99.
        01 DETAIL-LINE2.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 D2-TEXT           PIC X(14).
           05 D2-NEXT-FROM      PIC ZZ,ZZZ,ZZ9.
           05 D2-TEXT2          PIC X(8).
           05 D2-NEEDED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 D2-ACTION         PIC X(16).
        01 TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE "SALES UNDER AGREEMNT".
           05 FILLER            PIC X(3)  VALUE " : ".
           05 TL-SALES          PIC ZZZ,ZZZ,ZZ9.99.
        01 ACCRUE-LINE.
           05 FILLER            PIC X(20) VALUE "REBATE ACCRUED".
           05 FILLER            PIC X(3)  VALUE " : ".
           05 AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE " AGREEMENTS".
        01 SETTLE-LINE.
           05 FILLER            PIC X(20) VALUE "REBATE CREDITED".
           05 FILLER            PIC X(3)  VALUE " : ".
           05 SL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE " CR MEMOS".
        01 JRNL-LINE.
           05 JL-TITLE          PIC X(20).
           05 JL-NO             PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-DATE           PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " DR ".
           05 JL-DR-ACCT        PIC X(8).
           05 FILLER            PIC X(4)  VALUE " CR ".
           05 JL-CR-ACCT        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-FLAG           PIC X(12).
        01 MSG-LINE.
           05 ML-TEXT           PIC X(60).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CTL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
        CTL-ERROR-PROCESS.
           IF CTL-FS NOT = "00"
              MOVE "Y" TO CTL-MISSING.
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
                 STOP RUN
              END-IF
           END-IF.
        SREG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SREG-FILE.
        SREG-ERROR-PROCESS.
           IF SREG-FS NOT = "00"
              DISPLAY "ERROR OPENING SREG-FILE, FILE STATUS = "
                      SREG-FS
              STOP RUN.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              STOP RUN.
        INV-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INV-FILE.
        INV-ERROR-PROCESS.
           IF INV-FS = "35"
              OPEN OUTPUT INV-FILE
              CLOSE INV-FILE
              OPEN I-O INV-FILE
           ELSE
              IF INV-FS NOT = "00"
                 DISPLAY "ERROR OPENING INV-FILE, FILE STATUS = "
                         INV-FS
                 STOP RUN
              END-IF
           END-IF.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS = "35"
              OPEN OUTPUT AGE-FILE
              CLOSE AGE-FILE
              OPEN I-O AGE-FILE
           ELSE
              IF AGE-FS NOT = "00"
                 DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = "
                         AGE-FS
                 STOP RUN
              END-IF
           END-IF.
        PSTR-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PSTR-FILE.
        PSTR-ERROR-PROCESS.
           IF PSTR-FS NOT = "00"
              MOVE "Y" TO PSTR-MISSING.
        MJHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJHD-FILE.
        MJHD-ERROR-PROCESS.
           IF MJHD-FS NOT = "00"
              OPEN OUTPUT MJHD-FILE
              CLOSE MJHD-FILE
              OPEN I-O MJHD-FILE.
        MJLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJLN-FILE.
        MJLN-ERROR-PROCESS.
           IF MJLN-FS NOT = "00"
              OPEN OUTPUT MJLN-FILE
              CLOSE MJLN-FILE
              OPEN I-O MJLN-FILE.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 050-GET-PERIOD-RTN.
            PERFORM 060-GET-ACCOUNTS-RTN.
            OPEN I-O REBT-FILE.
            PERFORM 100-LOAD-AGREEMENTS-RTN.
            IF RT-COUNT > ZERO
               PERFORM 150-SUM-SALES-RTN
            END-IF.
            OPEN INPUT CUST-FILE
                 I-O   INV-FILE
                       AGE-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-ONE-AGREEMENT-RTN
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT.
            CLOSE REBT-FILE CUST-FILE INV-FILE AGE-FILE.
            PERFORM 500-WRITE-TOTAL-RTN.
            IF T-ACCRUE > ZERO
               PERFORM 600-ACCRUAL-RTN
            END-IF.
            IF T-SETTLE > ZERO
               PERFORM 700-SETTLE-JOURNAL-RTN
            END-IF.
            CLOSE OUT-FILE.
            DISPLAY "REBATE ACCRUED  : " T-ACCRUE.
            DISPLAY "REBATE CREDITED : " T-SETTLE.
            STOP RUN.
      * 期別取自期別管制檔之本期;尚未建檔時以系統日期月份為準;
      * 本期末日(次月首日減一天)為銷售截止日與傳票日期
        050-GET-PERIOD-RTN.
            MOVE RUN-DATE (1:6) TO WS-PERIOD.
            MOVE "N" TO CTL-MISSING.
            OPEN INPUT CTL-FILE.
            IF CTL-MISSING = "N"
               READ CTL-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE PD-CURRENT-PERIOD OF CTL-REC
                          TO WS-PERIOD
               END-READ
               CLOSE CTL-FILE
            END-IF.
            MOVE WS-PERIOD TO WS-DATE-GRP (1:6).
            MOVE 1 TO WS-DATE-DD.
            IF WS-DATE-MM = 12
               ADD 1 TO WS-DATE-YY
               MOVE 1 TO WS-DATE-MM
            ELSE
               ADD 1 TO WS-DATE-MM
            END-IF.
            COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1).
      * 過帳規則預設科目:REBT 數量折讓、REBA 應付折讓、AR 應收帳款
        060-GET-ACCOUNTS-RTN.
            MOVE SPACES TO REBT-ACCOUNT REBA-ACCOUNT AR-ACCOUNT.
            MOVE "N" TO PSTR-MISSING.
            OPEN INPUT PSTR-FILE.
            IF PSTR-MISSING = "N"
               MOVE SPACES TO PR-KEY OF PSTR-REC
               MOVE "REBT" TO PR-TYPE OF PSTR-REC
               READ PSTR-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PR-ACCOUNT OF PSTR-REC TO REBT-ACCOUNT
               END-READ
               MOVE SPACES TO PR-KEY OF PSTR-REC
               MOVE "REBA" TO PR-TYPE OF PSTR-REC
               READ PSTR-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PR-ACCOUNT OF PSTR-REC TO REBA-ACCOUNT
               END-READ
               MOVE SPACES TO PR-KEY OF PSTR-REC
               MOVE "AR  " TO PR-TYPE OF PSTR-REC
               READ PSTR-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PR-ACCOUNT OF PSTR-REC TO AR-ACCOUNT
               END-READ
               CLOSE PSTR-FILE
            END-IF.
      * 未結算且本期末日前已開始之合約載入合約表
        100-LOAD-AGREEMENTS-RTN.
            MOVE ZERO TO RT-COUNT.
            MOVE LOW-VALUES TO RB-KEY OF REBT-REC.
            MOVE "N" TO REBT-EOF.
            START REBT-FILE KEY IS NOT LESS THAN RB-KEY OF REBT-REC
               INVALID KEY MOVE "Y" TO REBT-EOF
            END-START.
            PERFORM 110-READ-REBT-RTN.
            PERFORM 120-LOAD-ONE-RTN UNTIL REBT-EOF = "Y".
        110-READ-REBT-RTN.
            IF REBT-EOF = "N"
               READ REBT-FILE NEXT RECORD
                  AT END MOVE "Y" TO REBT-EOF
               END-READ
            END-IF.
        120-LOAD-ONE-RTN.
            IF RB-OPEN OF REBT-REC
               AND RB-START-DATE OF REBT-REC NOT > WS-PERIOD-END
               IF RT-COUNT < 200
                  ADD 1 TO RT-COUNT
                  MOVE RB-CUS-NO OF REBT-REC TO RT-CUS-NO (RT-COUNT)
                  MOVE RB-START-DATE OF REBT-REC
                       TO RT-START (RT-COUNT)
                  MOVE RB-END-DATE OF REBT-REC TO RT-END (RT-COUNT)
                  MOVE ZERO TO RT-SALES (RT-COUNT)
                  MOVE "Y" TO RT-ALL-CAT (RT-COUNT)
                  PERFORM 130-LOAD-CAT-RTN
                     VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 5
               ELSE
                  DISPLAY "REBATE TABLE FULL - AGREEMENT SKIPPED : "
                          RB-KEY OF REBT-REC
               END-IF
            END-IF.
            PERFORM 110-READ-REBT-RTN.
        130-LOAD-CAT-RTN.
            MOVE RB-CATEGORY OF REBT-REC (CAT-SUB)
                 TO RT-CAT (RT-COUNT CAT-SUB).
            IF RB-CATEGORY OF REBT-REC (CAT-SUB) NOT = SPACES
               MOVE "N" TO RT-ALL-CAT (RT-COUNT)
            END-IF.
      * 銷售登記檔一次讀過，每筆依合約表累計淨銷售額;產品類別
      * 僅於有合約指定類別時方讀產品檔
        150-SUM-SALES-RTN.
            OPEN INPUT SREG-FILE
                       PROD-FILE.
            MOVE "N" TO SREG-EOF.
            PERFORM 160-READ-SREG-RTN.
            PERFORM 170-ONE-SALE-RTN UNTIL SREG-EOF = "Y".
            CLOSE SREG-FILE PROD-FILE.
        160-READ-SREG-RTN.
            READ SREG-FILE NEXT RECORD
               AT END MOVE "Y" TO SREG-EOF
            END-READ.
        170-ONE-SALE-RTN.
            MOVE "N" TO WS-PROD-READ.
            COMPUTE WS-NET-SALE = SR-PRICE OF SREG-REC
                  * (SR-QTY OF SREG-REC - SR-QTY-RETURNED OF SREG-REC).
            IF WS-NET-SALE > ZERO
               AND SR-DATE OF SREG-REC NOT > WS-PERIOD-END
               PERFORM 180-MATCH-AGREEMENT-RTN
                  VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT
            END-IF.
            PERFORM 160-READ-SREG-RTN.
        180-MATCH-AGREEMENT-RTN.
            IF SR-CUS-NO OF SREG-REC = RT-CUS-NO (RT-SUB)
               AND SR-DATE OF SREG-REC NOT < RT-START (RT-SUB)
               AND SR-DATE OF SREG-REC NOT > RT-END (RT-SUB)
               IF RT-ALL-CAT (RT-SUB) = "Y"
                  ADD WS-NET-SALE TO RT-SALES (RT-SUB)
               ELSE
                  PERFORM 185-GET-CATEGORY-RTN
                  MOVE "N" TO WS-CAT-HIT
                  PERFORM 190-CHECK-CAT-RTN
                     VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 5
                  IF WS-CAT-HIT = "Y"
                     ADD WS-NET-SALE TO RT-SALES (RT-SUB)
                  END-IF
               END-IF
            END-IF.
        185-GET-CATEGORY-RTN.
            IF WS-PROD-READ = "N"
               MOVE "Y" TO WS-PROD-READ
               MOVE SR-PRO-NO OF SREG-REC TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY MOVE SPACES TO WS-PRO-CAT
                  NOT INVALID KEY
                     MOVE PRO-CATEGORY OF PROD-REC TO WS-PRO-CAT
               END-READ
            END-IF.
        190-CHECK-CAT-RTN.
            IF WS-PRO-CAT NOT = SPACES
               AND WS-PRO-CAT = RT-CAT (RT-SUB CAT-SUB)
               MOVE "Y" TO WS-CAT-HIT
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-PERIOD     TO PL-PERIOD.
            MOVE WS-PERIOD-END TO PL-END.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            MOVE ZERO TO LINE-CTR.
      * 每一合約:依累計淨銷售額求達到之最高級距與次一級門檻;
      * 已到期者結算開立折讓單，未到期者列入本期應計
        300-ONE-AGREEMENT-RTN.
            MOVE RT-CUS-NO (RT-SUB) TO RB-CUS-NO OF REBT-REC.
            MOVE RT-START (RT-SUB)  TO RB-START-DATE OF REBT-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ REBT-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               PERFORM 310-FIND-TIER-RTN
               MOVE RT-SALES (RT-SUB) TO RB-SALES OF REBT-REC
               MOVE WS-REBATE         TO RB-ACCRUED OF REBT-REC
               ADD RT-SALES (RT-SUB)  TO T-SALES
               IF RB-END-DATE OF REBT-REC NOT > WS-PERIOD-END
                  PERFORM 320-SETTLE-RTN
               ELSE
                  MOVE "ACCRUED" TO D2-ACTION
                  IF WS-REBATE > ZERO
                     ADD WS-REBATE TO T-ACCRUE
                     ADD 1 TO ACCRUE-CNT
                  END-IF
               END-IF
               REWRITE REBT-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !! " RB-KEY OF REBT-REC
               END-REWRITE
               PERFORM 350-PRINT-AGREEMENT-RTN
            END-IF.
        310-FIND-TIER-RTN.
            MOVE ZERO TO WS-TIER WS-PCT WS-NEXT-FROM WS-NEEDED.
            PERFORM 315-CHECK-TIER-RTN
               VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 3.
            COMPUTE WS-REBATE ROUNDED =
                    RT-SALES (RT-SUB) * WS-PCT / 100.
            IF WS-TIER < 3
               COMPUTE TIER-SUB = WS-TIER + 1
               IF RB-TIER-PCT OF REBT-REC (TIER-SUB) > ZERO
                  MOVE RB-TIER-FROM OF REBT-REC (TIER-SUB)
                       TO WS-NEXT-FROM
                  COMPUTE WS-NEEDED =
                          WS-NEXT-FROM - RT-SALES (RT-SUB)
               END-IF
            END-IF.
        315-CHECK-TIER-RTN.
            IF RB-TIER-PCT OF REBT-REC (TIER-SUB) > ZERO
               AND RT-SALES (RT-SUB)
                   NOT < RB-TIER-FROM OF REBT-REC (TIER-SUB)
               MOVE TIER-SUB TO WS-TIER
               MOVE RB-TIER-PCT OF REBT-REC (TIER-SUB) TO WS-PCT
            END-IF.
      * 結算:未達第一級者不開單即結案;過帳規則不全者保留未結算
        320-SETTLE-RTN.
            IF WS-REBATE = ZERO
               MOVE "S"      TO RB-STATUS OF REBT-REC
               MOVE RUN-DATE TO RB-SETTLED-DATE OF REBT-REC
               MOVE SPACES   TO RB-CM-NO OF REBT-REC
               MOVE "NO REBATE EARNED" TO D2-ACTION
            ELSE
               IF REBT-ACCOUNT = SPACES OR AR-ACCOUNT = SPACES
                  MOVE "NOT SETTLED-RULE" TO D2-ACTION
               ELSE
                  CALL "NextNumber" USING CM-SERIES NN-NUMBER
                  MOVE NN-NUMBER TO WS-CM-NO
                  PERFORM 330-WRITE-CREDIT-REG-RTN
                  PERFORM 340-WRITE-CREDIT-AGE-RTN
                  MOVE "S"      TO RB-STATUS OF REBT-REC
                  MOVE RUN-DATE TO RB-SETTLED-DATE OF REBT-REC
                  MOVE WS-CM-NO TO RB-CM-NO OF REBT-REC
                  MOVE WS-CM-NO TO CA-CM-NO
                  MOVE WS-CM-ACTION TO D2-ACTION
                  ADD WS-REBATE TO T-SETTLE
                  ADD 1 TO SETTLE-CNT
               END-IF
            END-IF.
      * 折讓單不對應單一銷售或統一發票:銷售單號與原發票號碼空白
        330-WRITE-CREDIT-REG-RTN.
            MOVE WS-CM-NO              TO INV-NO OF INV-REC.
            MOVE RB-CUS-NO OF REBT-REC TO INV-CUS-NO OF INV-REC.
            MOVE SPACES                TO INV-SALE-NO OF INV-REC.
            MOVE RUN-YY                TO INV-YY OF INV-REC.
            MOVE RUN-MM                TO INV-MM OF INV-REC.
            MOVE RUN-DD                TO INV-DD OF INV-REC.
            COMPUTE INV-AMOUNT OF INV-REC = 0 - WS-REBATE.
            MOVE ZERO                  TO INV-VAT OF INV-REC.
            MOVE SPACES                TO INV-ORDER-NO OF INV-REC.
            MOVE SPACE                 TO INV-STATUS OF INV-REC.
            MOVE SPACES                TO INV-EINV-NO OF INV-REC.
            WRITE INV-REC
               INVALID KEY
                  DISPLAY "DUPLICATE CREDIT MEMO !! "
                          INV-NO OF INV-REC
            END-WRITE.
        340-WRITE-CREDIT-AGE-RTN.
            MOVE RB-CUS-NO OF REBT-REC TO AGE-CUS-NO OF AGE-REC.
            MOVE WS-CM-NO              TO AGE-INV-NO OF AGE-REC.
            MOVE RUN-YY   TO AGE-INV-YY OF AGE-REC.
            MOVE RUN-MM   TO AGE-INV-MM OF AGE-REC.
            MOVE RUN-DD   TO AGE-INV-DD OF AGE-REC.
            COMPUTE AGE-BALANCE OF AGE-REC = 0 - WS-REBATE.
            MOVE RUN-DATE TO AGE-DUE-DATE OF AGE-REC.
            WRITE AGE-REC
               INVALID KEY
                  DISPLAY "DUPLICATE RECEIVABLE !! "
                          AGE-KEY OF AGE-REC
            END-WRITE.
        350-PRINT-AGREEMENT-RTN.
            MOVE RB-CUS-NO OF REBT-REC TO CM-CUS-NO OF CUST-REC.
            READ CUST-FILE
               INVALID KEY
                  MOVE SPACES TO CM-CUS-NAME OF CUST-REC
            END-READ.
            MOVE RB-CUS-NO OF REBT-REC     TO DL-CUS-NO.
            MOVE CM-CUS-NAME OF CUST-REC   TO DL-CUS-NAME.
            MOVE RB-START-DATE OF REBT-REC TO DL-START.
            MOVE RB-END-DATE OF REBT-REC   TO DL-END.
            MOVE RT-SALES (RT-SUB)         TO DL-SALES.
            MOVE WS-TIER                   TO DL-TIER.
            MOVE WS-PCT                    TO DL-PCT.
            MOVE WS-REBATE                 TO DL-REBATE.
            IF WS-NEXT-FROM > ZERO
               MOVE "NEXT TIER AT "  TO D2-TEXT
               MOVE WS-NEXT-FROM     TO D2-NEXT-FROM
               MOVE " NEEDED "       TO D2-TEXT2
               MOVE WS-NEEDED        TO D2-NEEDED
            ELSE
               IF WS-TIER = ZERO
                  MOVE "NO TIER SET   " TO D2-TEXT
               ELSE
                  MOVE "TOP TIER      " TO D2-TEXT
               END-IF
               MOVE ZERO             TO D2-NEXT-FROM D2-NEEDED
               MOVE SPACES           TO D2-TEXT2
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM DETAIL-LINE2 AFTER 1 LINES.
        500-WRITE-TOTAL-RTN.
            MOVE T-SALES TO TL-SALES.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            MOVE T-ACCRUE   TO AL-AMOUNT.
            MOVE ACCRUE-CNT TO AL-COUNT.
            WRITE OUT-REC FROM ACCRUE-LINE AFTER 1 LINES.
            MOVE T-SETTLE   TO SL-AMOUNT.
            MOVE SETTLE-CNT TO SL-COUNT.
            WRITE OUT-REC FROM SETTLE-LINE AFTER 1 LINES.
      * 應計傳票:借 REBT、貸 REBA，次期迴轉;同期已產生者僅列訊息
        600-ACCRUAL-RTN.
            IF REBT-ACCOUNT = SPACES OR REBA-ACCOUNT = SPACES
               MOVE "*** POSTING RULE REBT/REBA MISSING - NO JOURNAL"
                    TO ML-TEXT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM MSG-LINE AFTER 2 LINES
               DISPLAY ML-TEXT
            ELSE
               MOVE WS-PERIOD       TO AD-PERIOD
               MOVE WS-ACCRUAL-DESC TO WS-JRNL-DESC
               OPEN I-O MJHD-FILE
                        MJLN-FILE
               PERFORM 620-CHECK-EXISTING-RTN
               IF ACCRUAL-FOUND = "Y"
                  CLOSE MJHD-FILE MJLN-FILE
                  MOVE "*** ACCRUAL FOR PERIOD ALREADY ON FILE"
                       TO ML-TEXT
                  PERFORM 990-PAGE-CHECK-RTN
                  WRITE OUT-REC FROM MSG-LINE AFTER 2 LINES
                  DISPLAY ML-TEXT
               ELSE
                  MOVE REBT-ACCOUNT TO DR-ACCOUNT
                  MOVE REBA-ACCOUNT TO CR-ACCOUNT
                  MOVE T-ACCRUE     TO WS-JRNL-AMT
                  MOVE "Y"          TO WS-JRNL-REV
                  PERFORM 640-WRITE-JOURNAL-RTN
                  CLOSE MJHD-FILE MJLN-FILE
                  MOVE "ACCRUAL JOURNAL   : " TO JL-TITLE
                  PERFORM 660-RELEASE-RTN
               END-IF
            END-IF.
      * 同期應計傳票(含其迴轉傳票)摘要相同，未放棄者即視為已產生
        620-CHECK-EXISTING-RTN.
            MOVE "N" TO ACCRUAL-FOUND MJHD-EOF.
            MOVE LOW-VALUES TO MJ-NO OF MJHD-REC.
            START MJHD-FILE KEY IS NOT LESS THAN MJ-NO OF MJHD-REC
               INVALID KEY MOVE "Y" TO MJHD-EOF
            END-START.
            PERFORM 630-READ-MJHD-RTN
               UNTIL MJHD-EOF = "Y" OR ACCRUAL-FOUND = "Y".
        630-READ-MJHD-RTN.
            READ MJHD-FILE NEXT RECORD
               AT END MOVE "Y" TO MJHD-EOF
            END-READ.
            IF MJHD-EOF = "N"
               IF MJ-DESC OF MJHD-REC = WS-JRNL-DESC
                  AND MJ-STATUS OF MJHD-REC NOT = "X"
                  MOVE "Y" TO ACCRUAL-FOUND
               END-IF
            END-IF.
      * 傳票日期為本期末日;迴轉者由釋出副程式以次期首日產生
        640-WRITE-JOURNAL-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-JRNL-NO.
            MOVE WS-JRNL-NO      TO MJ-NO OF MJHD-REC.
            MOVE WS-PERIOD-END   TO MJ-DATE OF MJHD-REC.
            MOVE WS-JRNL-DESC    TO MJ-DESC OF MJHD-REC.
            MOVE "O"             TO MJ-STATUS OF MJHD-REC.
            MOVE WS-JRNL-REV     TO MJ-REVERSE OF MJHD-REC.
            MOVE "N"             TO MJ-RECUR OF MJHD-REC.
            MOVE ZERO            TO MJ-END-DATE OF MJHD-REC.
            MOVE WS-PERIOD       TO MJ-LAST-GEN OF MJHD-REC.
            MOVE SPACES          TO MJ-SOURCE-NO OF MJHD-REC.
            MOVE 2               TO MJ-LINE-COUNT OF MJHD-REC.
            MOVE WS-JRNL-AMT     TO MJ-TOTAL OF MJHD-REC.
            WRITE MJHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL NUMBER !! " WS-JRNL-NO
            END-WRITE.
            MOVE WS-JRNL-NO      TO MJL-NO OF MJLN-REC.
            MOVE 1               TO MJL-LINE-NO OF MJLN-REC.
            MOVE DR-ACCOUNT      TO MJL-ACCOUNT OF MJLN-REC.
            MOVE WS-JRNL-DESC    TO MJL-DESC OF MJLN-REC.
            MOVE WS-JRNL-AMT     TO MJL-DEBIT OF MJLN-REC.
            MOVE ZERO            TO MJL-CREDIT OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
            MOVE 2               TO MJL-LINE-NO OF MJLN-REC.
            MOVE CR-ACCOUNT      TO MJL-ACCOUNT OF MJLN-REC.
            MOVE ZERO            TO MJL-DEBIT OF MJLN-REC.
            MOVE WS-JRNL-AMT     TO MJL-CREDIT OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
        660-RELEASE-RTN.
            CALL "JrnlRelease" USING WS-JRNL-NO JR-RESULT.
            CANCEL "JrnlRelease".
            MOVE WS-JRNL-NO    TO JL-NO.
            MOVE WS-PERIOD-END TO JL-DATE.
            MOVE DR-ACCOUNT    TO JL-DR-ACCT.
            MOVE CR-ACCOUNT    TO JL-CR-ACCT.
            IF JR-RESULT = "Y"
               MOVE SPACES TO JL-FLAG
            ELSE
               MOVE "*NOT REL*" TO JL-FLAG
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM JRNL-LINE AFTER 2 LINES.
      * 折讓單傳票:借 REBT、貸 AR，不迴轉;每次執行所開立之折讓單
      * 合為一張
        700-SETTLE-JOURNAL-RTN.
            MOVE WS-PERIOD      TO SD-PERIOD.
            MOVE WS-SETTLE-DESC TO WS-JRNL-DESC.
            MOVE REBT-ACCOUNT   TO DR-ACCOUNT.
            MOVE AR-ACCOUNT     TO CR-ACCOUNT.
            MOVE T-SETTLE       TO WS-JRNL-AMT.
            MOVE "N"            TO WS-JRNL-REV.
            OPEN I-O MJHD-FILE
                     MJLN-FILE.
            PERFORM 640-WRITE-JOURNAL-RTN.
            CLOSE MJHD-FILE MJLN-FILE.
            MOVE "CR MEMO JOURNAL   : " TO JL-TITLE.
            PERFORM 660-RELEASE-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PERIOD.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CTL-FILE-NAME.
            MOVE "REBATE.AGR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REBT-FILE-NAME.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SREG-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INV-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "POSTRULE.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PSTR-FILE-NAME.
            MOVE "MJRNL.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJHD-FILE-NAME.
            MOVE "MJRNL.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJLN-FILE-NAME.
            MOVE "REBATE.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            COPY PAGEBRK.
