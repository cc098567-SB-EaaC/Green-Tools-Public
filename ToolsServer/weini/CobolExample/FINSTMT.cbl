      ** 財務報表 (FINSTMT.CBL):指定期別，依總帳科目主檔之類別
      **                        (GA-TYPE) 將總帳餘額檔彙編為損益表
      **                        (收入 R、費用 E)與資產負債表(資產
      **                        A、負債及權益 L);本月、本年累計與
      **                        去年同月並列;本年度損益結轉權益使
      **                        資產負債表平衡;該期試算不平衡時
      **                        拒印
      **                        對照 (TRIALBAL.CBL) 之試算檢核與
      **                        (GLINQ.CBL) 之科目逐期讀取

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     FinStatement.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT GLB-FILE ASSIGN TO RANDOM GLB-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLB-FS.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD GLB-FILE
           LABEL RECORD IS STANDARD.
           COPY GLBCOPY REPLACING ==GLB-GRP== BY ==GLB-REC==.
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 GLB-FILE-NAME          PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 GLB-FS       PIC XX.
        77 GLAC-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 GLB-EOF      PIC X  VALUE "N".
        77 GLAC-EOF     PIC X  VALUE "N".
        77 WS-SECTION   PIC X  VALUE "P".
        77 WS-TYPE      PIC X  VALUE SPACE.
        77 WS-PERIOD-IN PIC 9(6) VALUE 0.
        77 WS-LY-PERIOD PIC 9(6) VALUE 0.
        77 WS-YEAR-START    PIC 9(6) VALUE 0.
        77 WS-LY-YEAR-START PIC 9(6) VALUE 0.
        77 TB-DEBIT     PIC S9(12)V99 VALUE 0.
        77 TB-CREDIT    PIC S9(12)V99 VALUE 0.
        77 TB-COUNT     PIC 9(5) VALUE 0.
        77 WS-NET       PIC S9(12)V99 VALUE 0.
      * 單一科目之本月、本年累計、去年同月、期末餘額、去年同月
      * 餘額與以前年度累計(借減貸)
        77 AC-MONTH     PIC S9(12)V99 VALUE 0.
        77 AC-YTD       PIC S9(12)V99 VALUE 0.
        77 AC-LY-MONTH  PIC S9(12)V99 VALUE 0.
        77 AC-LY-YTD    PIC S9(12)V99 VALUE 0.
        77 AC-BAL       PIC S9(12)V99 VALUE 0.
        77 AC-LY-BAL    PIC S9(12)V99 VALUE 0.
        77 AC-PRIOR     PIC S9(12)V99 VALUE 0.
        77 AC-LY-PRIOR  PIC S9(12)V99 VALUE 0.
      * 類別小計(收入/費用/資產/負債)
        77 SUB-COL1     PIC S9(12)V99 VALUE 0.
        77 SUB-COL2     PIC S9(12)V99 VALUE 0.
        77 SUB-COL3     PIC S9(12)V99 VALUE 0.
        77 REV-MONTH    PIC S9(12)V99 VALUE 0.
        77 REV-YTD      PIC S9(12)V99 VALUE 0.
        77 REV-LY       PIC S9(12)V99 VALUE 0.
        77 EXP-MONTH    PIC S9(12)V99 VALUE 0.
        77 EXP-YTD      PIC S9(12)V99 VALUE 0.
        77 EXP-LY       PIC S9(12)V99 VALUE 0.
        77 AST-MONTH    PIC S9(12)V99 VALUE 0.
        77 AST-BAL      PIC S9(12)V99 VALUE 0.
        77 AST-LY-BAL   PIC S9(12)V99 VALUE 0.
        77 LIA-MONTH    PIC S9(12)V99 VALUE 0.
        77 LIA-BAL      PIC S9(12)V99 VALUE 0.
        77 LIA-LY-BAL   PIC S9(12)V99 VALUE 0.
      * 損益結轉:本年度損益與以前年度尚未結轉之損益(貸減借)
        77 PL-LY-YTD    PIC S9(12)V99 VALUE 0.
        77 PL-PRIOR     PIC S9(12)V99 VALUE 0.
        77 PL-LY-PRIOR  PIC S9(12)V99 VALUE 0.
        77 EQ-MONTH     PIC S9(12)V99 VALUE 0.
        77 EQ-BAL       PIC S9(12)V99 VALUE 0.
        77 EQ-LY-BAL    PIC S9(12)V99 VALUE 0.
        01 WS-PERIOD-GRP.
           05 WS-PERIOD-YY      PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).
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
        01 HEADING-PL.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "INCOME STATEMENT".
        01 HEADING-BS.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "BALANCE SHEET".
        01 PERIOD-LINE.
           05 FILLER            PIC X(18) VALUE "報表期別   : ".
           05 PL-PERIOD         PIC 9(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(18) VALUE "去年同月   : ".
           05 PL-LY-PERIOD      PIC 9(6).
        01 HEADING2-PL.
           05 FILLER            PIC X(8)  VALUE "科目".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "名稱".
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "本月".
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "本年累計".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "去年同月".
        01 HEADING2-BS.
           05 FILLER            PIC X(8)  VALUE "科目".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "名稱".
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "本月變動".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "期末餘額".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "去年同月".
        01 SECTION-LINE.
           05 SC-TITLE          PIC X(30).
        01 DETAIL-LINE.
           05 DL-ACCT           PIC X(8).
           05 FILLER            PIC X(1).
           05 DL-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 DL-COL1           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-COL2           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-COL3           PIC ZZZ,ZZZ,ZZ9.99-.
        01 BALANCE-LINE.
           05 FILLER            PIC X(36)
              VALUE "資產負債表不平衡，差額 :".
           05 BL-DIFF           PIC ZZZ,ZZZ,ZZ9.99-.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        GLB-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLB-FILE.
        GLB-ERROR-PROCESS.
           IF GLB-FS NOT = "00"
              DISPLAY "NO GL BALANCES - RUN GlPost FIRST"
              STOP RUN.
        GLAC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLAC-FILE.
        GLAC-ERROR-PROCESS.
           IF GLAC-FS NOT = "00"
              DISPLAY "NO GL ACCOUNT MASTER - RUN GlAcctMaint FIRST"
              STOP RUN.
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
            OPEN INPUT GLB-FILE.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "財務報表" LINE 3 POSITION 25.
            DISPLAY "報表期別 (YYYYMM) :" LINE 5 POSITION 15.
            ACCEPT WS-PERIOD-IN LINE 5 POSITION 36.
            PERFORM 100-CHECK-TRIAL-RTN.
            IF TB-DEBIT NOT = TB-CREDIT
               DISPLAY "TRIAL BALANCE OUT OF BALANCE - "
                       "STATEMENTS NOT PRINTED" LINE 20 POSITION 10
               CLOSE GLB-FILE
               STOP RUN
            END-IF.
            PERFORM 150-SET-PERIODS-RTN.
            OPEN INPUT GLAC-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE "P" TO WS-SECTION.
            PERFORM 200-WRITE-HEADING.
            PERFORM 500-INCOME-STATEMENT-RTN.
            MOVE "B" TO WS-SECTION.
            PERFORM 200-WRITE-HEADING.
            PERFORM 600-BALANCE-SHEET-RTN.
            CLOSE GLB-FILE GLAC-FILE OUT-FILE.
            DISPLAY "FINANCIAL STATEMENTS PRINTED FOR " WS-PERIOD-IN
                    LINE 20 POSITION 10.
            STOP RUN.
      * 試算檢核:該期借貸合計不等即拒印(同 TrialBalance 之表尾
      * 檢核)
        100-CHECK-TRIAL-RTN.
            MOVE LOW-VALUES TO GB-KEY OF GLB-REC.
            MOVE "N" TO GLB-EOF.
            START GLB-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE "Y" TO GLB-EOF
            END-START.
            PERFORM 110-READ-GLB-NEXT.
            PERFORM 120-SUM-TRIAL-RTN UNTIL GLB-EOF = "Y".
        110-READ-GLB-NEXT.
            READ GLB-FILE NEXT RECORD
               AT END MOVE "Y" TO GLB-EOF
            END-READ.
        120-SUM-TRIAL-RTN.
            IF GB-PERIOD OF GLB-REC = WS-PERIOD-IN
               ADD GB-DEBIT OF GLB-REC  TO TB-DEBIT
               ADD GB-CREDIT OF GLB-REC TO TB-CREDIT
               ADD 1 TO TB-COUNT
            END-IF.
            PERFORM 110-READ-GLB-NEXT.
      * 本年起始期別、去年同月與去年起始期別
        150-SET-PERIODS-RTN.
            MOVE WS-PERIOD-IN TO WS-PERIOD-GRP.
            MOVE 1 TO WS-PERIOD-MM.
            MOVE WS-PERIOD-GRP TO WS-YEAR-START.
            COMPUTE WS-LY-PERIOD = WS-PERIOD-IN - 100.
            COMPUTE WS-LY-YEAR-START = WS-YEAR-START - 100.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            IF WS-SECTION = "P"
               WRITE OUT-REC FROM HEADING-PL AFTER 2 LINES
            ELSE
               WRITE OUT-REC FROM HEADING-BS AFTER 2 LINES
            END-IF.
            MOVE WS-PERIOD-IN TO PL-PERIOD.
            MOVE WS-LY-PERIOD TO PL-LY-PERIOD.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            IF WS-SECTION = "P"
               WRITE OUT-REC FROM HEADING2-PL AFTER 2 LINES
            ELSE
               WRITE OUT-REC FROM HEADING2-BS AFTER 2 LINES
            END-IF.
            MOVE ZERO TO LINE-CTR.
      * 損益表:收入以貸減借、費用以借減貸表示;本期損益 = 收入
      * - 費用
        500-INCOME-STATEMENT-RTN.
            MOVE "收入 REVENUE" TO SC-TITLE.
            MOVE "R" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE SUB-COL1 TO REV-MONTH.
            MOVE SUB-COL2 TO REV-YTD.
            MOVE SUB-COL3 TO REV-LY.
            MOVE "收入合計" TO DL-NAME.
            PERFORM 380-SUBTOTAL-LINE-RTN.
            MOVE "費用 EXPENSES" TO SC-TITLE.
            MOVE "E" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE SUB-COL1 TO EXP-MONTH.
            MOVE SUB-COL2 TO EXP-YTD.
            MOVE SUB-COL3 TO EXP-LY.
            MOVE "費用合計" TO DL-NAME.
            PERFORM 380-SUBTOTAL-LINE-RTN.
            COMPUTE SUB-COL1 = REV-MONTH - EXP-MONTH.
            COMPUTE SUB-COL2 = REV-YTD - EXP-YTD.
            COMPUTE SUB-COL3 = REV-LY - EXP-LY.
            MOVE "本期淨利" TO DL-NAME.
            PERFORM 380-SUBTOTAL-LINE-RTN.
      * 資產負債表:資產以借減貸、負債及權益以貸減借表示;本年度
      * 損益與以前年度尚未結轉之損益列入權益，資產 = 負債 + 權益
        600-BALANCE-SHEET-RTN.
            MOVE "資產 ASSETS" TO SC-TITLE.
            MOVE "A" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE SUB-COL1 TO AST-MONTH.
            MOVE SUB-COL2 TO AST-BAL.
            MOVE SUB-COL3 TO AST-LY-BAL.
            MOVE "資產合計" TO DL-NAME.
            PERFORM 380-SUBTOTAL-LINE-RTN.
            MOVE "負債及權益 LIABILITIES" TO SC-TITLE.
            MOVE "L" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE SUB-COL1 TO LIA-MONTH.
            MOVE SUB-COL2 TO LIA-BAL.
            MOVE SUB-COL3 TO LIA-LY-BAL.
            PERFORM 650-PROFIT-TO-EQUITY-RTN.
            COMPUTE SUB-COL1 = LIA-MONTH + EQ-MONTH.
            COMPUTE SUB-COL2 = LIA-BAL + EQ-BAL.
            COMPUTE SUB-COL3 = LIA-LY-BAL + EQ-LY-BAL.
            MOVE "負債權益合計" TO DL-NAME.
            PERFORM 380-SUBTOTAL-LINE-RTN.
            IF SUB-COL2 NOT = AST-BAL
               COMPUTE WS-NET = AST-BAL - SUB-COL2
               MOVE WS-NET TO BL-DIFF
               WRITE OUT-REC FROM BALANCE-LINE AFTER 2 LINES
               DISPLAY "BALANCE SHEET OUT OF BALANCE !!"
                       LINE 21 POSITION 10
            END-IF.
      * 本年度損益(本月、本年累計)與以前年度未結轉損益逐行列示
        650-PROFIT-TO-EQUITY-RTN.
            MOVE SPACES TO DETAIL-LINE.
            MOVE "本年度損益" TO DL-NAME.
            COMPUTE DL-COL1 = REV-MONTH - EXP-MONTH.
            COMPUTE DL-COL2 = REV-YTD - EXP-YTD.
            MOVE PL-LY-YTD TO DL-COL3.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            MOVE SPACES TO DETAIL-LINE.
            MOVE "以前年度損益" TO DL-NAME.
            MOVE ZERO TO DL-COL1.
            MOVE PL-PRIOR TO DL-COL2.
            MOVE PL-LY-PRIOR TO DL-COL3.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            COMPUTE EQ-MONTH = REV-MONTH - EXP-MONTH.
            COMPUTE EQ-BAL = REV-YTD - EXP-YTD + PL-PRIOR.
            COMPUTE EQ-LY-BAL = PL-LY-YTD + PL-LY-PRIOR.
      * 一個類別:循序讀科目主檔，類別相符者逐期讀總帳餘額
        300-ONE-TYPE-RTN.
            MOVE ZERO TO SUB-COL1 SUB-COL2 SUB-COL3.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SECTION-LINE AFTER 2 LINES.
            MOVE LOW-VALUES TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO GLAC-EOF.
            START GLAC-FILE KEY IS NOT LESS THAN GA-ACCT OF GLAC-REC
               INVALID KEY MOVE "Y" TO GLAC-EOF
            END-START.
            PERFORM 310-READ-GLAC-NEXT.
            PERFORM 320-ONE-ACCT-RTN UNTIL GLAC-EOF = "Y".
        310-READ-GLAC-NEXT.
            READ GLAC-FILE NEXT RECORD
               AT END MOVE "Y" TO GLAC-EOF
            END-READ.
        320-ONE-ACCT-RTN.
            IF GA-TYPE OF GLAC-REC = WS-TYPE
               PERFORM 400-ACCUM-ACCT-RTN
               PERFORM 350-PRINT-ACCT-RTN
            END-IF.
            PERFORM 310-READ-GLAC-NEXT.
      * 借減貸之金額依類別換算為報表正向金額後列印並累計
        350-PRINT-ACCT-RTN.
            IF WS-TYPE = "R" OR WS-TYPE = "L"
               COMPUTE AC-MONTH    = 0 - AC-MONTH
               COMPUTE AC-YTD      = 0 - AC-YTD
               COMPUTE AC-LY-MONTH = 0 - AC-LY-MONTH
               COMPUTE AC-BAL      = 0 - AC-BAL
               COMPUTE AC-LY-BAL   = 0 - AC-LY-BAL
            END-IF.
            MOVE SPACES TO DETAIL-LINE.
            MOVE GA-ACCT OF GLAC-REC TO DL-ACCT.
            MOVE GA-NAME OF GLAC-REC TO DL-NAME.
            MOVE AC-MONTH TO DL-COL1.
            ADD AC-MONTH TO SUB-COL1.
            IF WS-SECTION = "P"
               MOVE AC-YTD      TO DL-COL2
               MOVE AC-LY-MONTH TO DL-COL3
               ADD AC-YTD       TO SUB-COL2
               ADD AC-LY-MONTH  TO SUB-COL3
            ELSE
               MOVE AC-BAL      TO DL-COL2
               MOVE AC-LY-BAL   TO DL-COL3
               ADD AC-BAL       TO SUB-COL2
               ADD AC-LY-BAL    TO SUB-COL3
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        380-SUBTOTAL-LINE-RTN.
            MOVE SPACES TO DL-ACCT.
            MOVE SUB-COL1 TO DL-COL1.
            MOVE SUB-COL2 TO DL-COL2.
            MOVE SUB-COL3 TO DL-COL3.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 逐期累計一科目(借減貸);以前年度之收入費用另累計為未結
      * 轉損益(貸減借)，已年結年度因有結帳分錄 (YYYY13) 自然為零
      * ;餘額遇年結寫入之期初紀錄 (YYYY00) 以之取代先前累計
        400-ACCUM-ACCT-RTN.
            MOVE ZERO TO AC-MONTH AC-YTD AC-LY-MONTH AC-LY-YTD
                         AC-BAL AC-LY-BAL AC-PRIOR AC-LY-PRIOR.
            MOVE GA-ACCT OF GLAC-REC TO GB-ACCT OF GLB-REC.
            MOVE ZERO TO GB-PERIOD OF GLB-REC.
            MOVE "N" TO GLB-EOF.
            START GLB-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE "Y" TO GLB-EOF
            END-START.
            PERFORM 410-READ-ACCT-NEXT.
            PERFORM 420-ONE-PERIOD-RTN UNTIL GLB-EOF = "Y".
            IF WS-TYPE = "R" OR WS-TYPE = "E"
               COMPUTE PL-LY-YTD   = PL-LY-YTD - AC-LY-YTD
               COMPUTE PL-PRIOR    = PL-PRIOR - AC-PRIOR
               COMPUTE PL-LY-PRIOR = PL-LY-PRIOR - AC-LY-PRIOR
            END-IF.
        410-READ-ACCT-NEXT.
            READ GLB-FILE NEXT RECORD
               AT END MOVE "Y" TO GLB-EOF
            END-READ.
            IF GLB-EOF = "N"
               AND GB-ACCT OF GLB-REC NOT = GA-ACCT OF GLAC-REC
               MOVE "Y" TO GLB-EOF
            END-IF.
        420-ONE-PERIOD-RTN.
            COMPUTE WS-NET = GB-DEBIT OF GLB-REC
                           - GB-CREDIT OF GLB-REC.
            IF GB-PERIOD OF GLB-REC = WS-PERIOD-IN
               ADD WS-NET TO AC-MONTH
            END-IF.
            IF GB-PERIOD OF GLB-REC = WS-LY-PERIOD
               ADD WS-NET TO AC-LY-MONTH
            END-IF.
            IF GB-PERIOD OF GLB-REC NOT < WS-YEAR-START
               AND GB-PERIOD OF GLB-REC NOT > WS-PERIOD-IN
               ADD WS-NET TO AC-YTD
            END-IF.
            IF GB-PERIOD OF GLB-REC NOT < WS-LY-YEAR-START
               AND GB-PERIOD OF GLB-REC NOT > WS-LY-PERIOD
               ADD WS-NET TO AC-LY-YTD
            END-IF.
            MOVE GB-PERIOD OF GLB-REC TO WS-PERIOD-GRP.
            IF GB-PERIOD OF GLB-REC NOT > WS-PERIOD-IN
               IF WS-PERIOD-MM = ZERO
                  MOVE WS-NET TO AC-BAL
               ELSE
                  ADD WS-NET TO AC-BAL
               END-IF
            END-IF.
            IF GB-PERIOD OF GLB-REC NOT > WS-LY-PERIOD
               IF WS-PERIOD-MM = ZERO
                  MOVE WS-NET TO AC-LY-BAL
               ELSE
                  ADD WS-NET TO AC-LY-BAL
               END-IF
            END-IF.
            IF GB-PERIOD OF GLB-REC < WS-YEAR-START
               ADD WS-NET TO AC-PRIOR
            END-IF.
            IF GB-PERIOD OF GLB-REC < WS-LY-YEAR-START
               ADD WS-NET TO AC-LY-PRIOR
            END-IF.
            PERFORM 410-READ-ACCT-NEXT.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "GL.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLB-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
            MOVE "FINSTMT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
