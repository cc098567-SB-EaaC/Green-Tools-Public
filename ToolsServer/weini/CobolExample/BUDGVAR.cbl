      ** 預算差異分析表 (BUDGVAR.CBL):指定期別，依總帳科目主檔之
      **                             類別 (GA-TYPE) 將總帳餘額檔之
      **                             本月與本年累計實際數對照總帳預
      **                             算檔 (GLBUDGET.DAT)，列差異金額
      **                             與差異百分比並作類別小計;差異
      **                             百分比逾容差者註記 ****，供檢討
      **                             會議自例外項目看起
      **                             對照 (FINSTMT.CBL) 之科目逐期
      **                             讀取與 (VITMIMP.CBL) 之容差註記

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BudgetVariance.
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
           SELECT BUDG-FILE ASSIGN TO RANDOM BUDG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BG-KEY
                  FILE STATUS IS BUDG-FS.
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
        FD BUDG-FILE
           LABEL RECORD IS STANDARD.
           COPY BUDGCOPY REPLACING ==BUDG-GRP== BY ==BUDG-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 GLB-FILE-NAME          PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BUDG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 GLB-FS       PIC XX.
        77 GLAC-FS      PIC XX.
        77 BUDG-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 GLB-EOF      PIC X  VALUE "N".
        77 GLAC-EOF     PIC X  VALUE "N".
        77 BUDG-EOF     PIC X  VALUE "N".
        77 BUDG-MISSING PIC X  VALUE "N".
        77 WS-TYPE      PIC X  VALUE SPACE.
        77 WS-PERIOD-IN PIC 9(6) VALUE 0.
        77 WS-YEAR-START PIC 9(6) VALUE 0.
        77 WS-NET       PIC S9(12)V99 VALUE 0.
      * 差異百分比容差:畫面未輸入時以一成為準
        77 BUDG-TOL-PCT PIC 9(3) VALUE 10.
        77 WS-TOL-PCT   PIC 9(3) VALUE 0.
        77 WS-PCT       PIC S9(4)V9 VALUE 0.
        77 WS-ABS-PCT   PIC 9(4)V9 VALUE 0.
        77 WS-FLAG-ON   PIC X  VALUE "N".
        77 EXC-COUNT    PIC 9(5) VALUE 0.
      * 單一科目之本月、本年累計實際數與預算數(借減貸)
        77 AC-MONTH     PIC S9(12)V99 VALUE 0.
        77 AC-YTD       PIC S9(12)V99 VALUE 0.
        77 BU-MONTH     PIC S9(12)V99 VALUE 0.
        77 BU-YTD       PIC S9(12)V99 VALUE 0.
      * 列印用:實際、預算、差異
        77 PR-ACTUAL    PIC S9(12)V99 VALUE 0.
        77 PR-BUDGET    PIC S9(12)V99 VALUE 0.
        77 PR-VAR       PIC S9(12)V99 VALUE 0.
      * 類別小計
        77 SUB-MONTH    PIC S9(12)V99 VALUE 0.
        77 SUB-YTD      PIC S9(12)V99 VALUE 0.
        77 SUB-BU-MONTH PIC S9(12)V99 VALUE 0.
        77 SUB-BU-YTD   PIC S9(12)V99 VALUE 0.
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
        01 HEADING1.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "BUDGET VARIANCE REPORT".
        01 PERIOD-LINE.
           05 FILLER            PIC X(18) VALUE "報表期別   : ".
           05 PL-PERIOD         PIC 9(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(18) VALUE "差異容差 % : ".
           05 PL-TOL-PCT        PIC ZZ9.
        01 HEADING2.
           05 FILLER            PIC X(20) VALUE "科目 / 名稱".
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "實際".
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "預算".
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "差異".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "%".
        01 SECTION-LINE.
           05 SC-TITLE          PIC X(30).
        01 DETAIL-LINE.
           05 DL-ACCT           PIC X(20).
           05 DL-LABEL          PIC X(6).
           05 DL-ACTUAL         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-BUDGET         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-VAR            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 DL-PCT            PIC ZZZ9.9-.
           05 FILLER            PIC X(1).
           05 DL-FLAG           PIC X(4).
        01 SUMMARY-LINE.
           05 FILLER            PIC X(28)
              VALUE "LINES OVER TOLERANCE      : ".
           05 SL-EXC-COUNT      PIC ZZ,ZZ9.
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
        BUDG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BUDG-FILE.
        BUDG-ERROR-PROCESS.
           IF BUDG-FS NOT = "00"
              MOVE "Y" TO BUDG-MISSING.
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
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "預算差異分析表" LINE 3 POSITION 25.
            DISPLAY "報表期別 (YYYYMM) :" LINE 5 POSITION 15.
            ACCEPT WS-PERIOD-IN LINE 5 POSITION 36.
            DISPLAY "差異容差 % (空白=10) :" LINE 7 POSITION 15.
            ACCEPT WS-TOL-PCT LINE 7 POSITION 40.
            IF WS-TOL-PCT = ZERO
               MOVE BUDG-TOL-PCT TO WS-TOL-PCT
            END-IF.
            MOVE "N" TO BUDG-MISSING.
            OPEN INPUT BUDG-FILE.
            IF BUDG-MISSING = "Y"
               DISPLAY "NO BUDGETS - RUN BudgetMaint OR BudgetImport "
                       "FIRST" LINE 20 POSITION 10
               STOP RUN
            END-IF.
            MOVE WS-PERIOD-IN TO WS-PERIOD-GRP.
            MOVE 1 TO WS-PERIOD-MM.
            MOVE WS-PERIOD-GRP TO WS-YEAR-START.
            OPEN INPUT GLB-FILE
                       GLAC-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-WRITE-HEADING.
            MOVE "收入 REVENUE" TO SC-TITLE.
            MOVE "R" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE "費用 EXPENSES" TO SC-TITLE.
            MOVE "E" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE "資產 ASSETS" TO SC-TITLE.
            MOVE "A" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE "負債及權益 LIABILITIES" TO SC-TITLE.
            MOVE "L" TO WS-TYPE.
            PERFORM 300-ONE-TYPE-RTN.
            MOVE EXC-COUNT TO SL-EXC-COUNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 2 LINES.
            CLOSE GLB-FILE GLAC-FILE BUDG-FILE OUT-FILE.
            DISPLAY "BUDGET VARIANCE PRINTED FOR " WS-PERIOD-IN
                    LINE 20 POSITION 10.
            DISPLAY "LINES OVER TOLERANCE : " EXC-COUNT
                    LINE 21 POSITION 10.
            STOP RUN.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-PERIOD-IN TO PL-PERIOD.
            MOVE WS-TOL-PCT TO PL-TOL-PCT.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            MOVE ZERO TO LINE-CTR.
      * 一個類別:循序讀科目主檔，類別相符者取實際數與預算數，
      * 類別末列小計
        300-ONE-TYPE-RTN.
            MOVE ZERO TO SUB-MONTH SUB-YTD SUB-BU-MONTH SUB-BU-YTD.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SECTION-LINE AFTER 2 LINES.
            MOVE LOW-VALUES TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO GLAC-EOF.
            START GLAC-FILE KEY IS NOT LESS THAN GA-ACCT OF GLAC-REC
               INVALID KEY MOVE "Y" TO GLAC-EOF
            END-START.
            PERFORM 310-READ-GLAC-NEXT.
            PERFORM 320-ONE-ACCT-RTN UNTIL GLAC-EOF = "Y".
            MOVE "類別小計" TO DL-ACCT.
            MOVE SUB-MONTH    TO PR-ACTUAL.
            MOVE SUB-BU-MONTH TO PR-BUDGET.
            MOVE "本月" TO DL-LABEL.
            PERFORM 360-PRINT-LINE-RTN.
            MOVE SPACES TO DL-ACCT.
            MOVE SUB-YTD      TO PR-ACTUAL.
            MOVE SUB-BU-YTD   TO PR-BUDGET.
            MOVE "累計" TO DL-LABEL.
            PERFORM 360-PRINT-LINE-RTN.
        310-READ-GLAC-NEXT.
            READ GLAC-FILE NEXT RECORD
               AT END MOVE "Y" TO GLAC-EOF
            END-READ.
        320-ONE-ACCT-RTN.
            IF GA-TYPE OF GLAC-REC = WS-TYPE
               PERFORM 400-ACCUM-ACTUAL-RTN
               PERFORM 450-ACCUM-BUDGET-RTN
               IF AC-MONTH NOT = ZERO OR AC-YTD NOT = ZERO
                  OR BU-MONTH NOT = ZERO OR BU-YTD NOT = ZERO
                  PERFORM 350-PRINT-ACCT-RTN
               END-IF
            END-IF.
            PERFORM 310-READ-GLAC-NEXT.
      * 實際數依類別換算為正常方向(收入負債貸減借)後與預算對照;
      * 本月列科目代碼、累計列科目名稱
        350-PRINT-ACCT-RTN.
            IF WS-TYPE = "R" OR WS-TYPE = "L"
               COMPUTE AC-MONTH = 0 - AC-MONTH
               COMPUTE AC-YTD   = 0 - AC-YTD
            END-IF.
            ADD AC-MONTH TO SUB-MONTH.
            ADD AC-YTD   TO SUB-YTD.
            ADD BU-MONTH TO SUB-BU-MONTH.
            ADD BU-YTD   TO SUB-BU-YTD.
            MOVE GA-ACCT OF GLAC-REC TO DL-ACCT.
            MOVE "本月" TO DL-LABEL.
            MOVE AC-MONTH TO PR-ACTUAL.
            MOVE BU-MONTH TO PR-BUDGET.
            PERFORM 360-PRINT-LINE-RTN.
            MOVE GA-NAME OF GLAC-REC TO DL-ACCT.
            MOVE "累計" TO DL-LABEL.
            MOVE AC-YTD TO PR-ACTUAL.
            MOVE BU-YTD TO PR-BUDGET.
            PERFORM 360-PRINT-LINE-RTN.
      * 差異 = 實際 - 預算;百分比以預算絕對值為分母，無預算而有
      * 實際數者以 999.9 表示;逾容差者註記並計數
        360-PRINT-LINE-RTN.
            COMPUTE PR-VAR = PR-ACTUAL - PR-BUDGET.
            MOVE "N" TO WS-FLAG-ON.
            IF PR-BUDGET = ZERO
               IF PR-VAR = ZERO
                  MOVE ZERO TO WS-PCT
               ELSE
                  MOVE 999.9 TO WS-PCT
                  MOVE "Y" TO WS-FLAG-ON
               END-IF
            ELSE
               COMPUTE WS-PCT ROUNDED = PR-VAR * 100 / PR-BUDGET
                  ON SIZE ERROR MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               IF PR-BUDGET < ZERO
                  COMPUTE WS-PCT = 0 - WS-PCT
               END-IF
            END-IF.
            MOVE WS-PCT TO WS-ABS-PCT.
            IF WS-ABS-PCT > WS-TOL-PCT
               MOVE "Y" TO WS-FLAG-ON
            END-IF.
            MOVE PR-ACTUAL TO DL-ACTUAL.
            MOVE PR-BUDGET TO DL-BUDGET.
            MOVE PR-VAR    TO DL-VAR.
            MOVE WS-PCT    TO DL-PCT.
            IF WS-FLAG-ON = "Y"
               MOVE "****" TO DL-FLAG
               ADD 1 TO EXC-COUNT
            ELSE
               MOVE SPACES TO DL-FLAG
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 逐期累計一科目實際數(借減貸);期初 (YYYY00) 與結帳
      * (YYYY13) 紀錄不在本年一至本月之間，自然不計
        400-ACCUM-ACTUAL-RTN.
            MOVE ZERO TO AC-MONTH AC-YTD.
            MOVE GA-ACCT OF GLAC-REC TO GB-ACCT OF GLB-REC.
            MOVE WS-YEAR-START TO GB-PERIOD OF GLB-REC.
            MOVE "N" TO GLB-EOF.
            START GLB-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE "Y" TO GLB-EOF
            END-START.
            PERFORM 410-READ-ACCT-NEXT.
            PERFORM 420-ONE-PERIOD-RTN UNTIL GLB-EOF = "Y".
        410-READ-ACCT-NEXT.
            READ GLB-FILE NEXT RECORD
               AT END MOVE "Y" TO GLB-EOF
            END-READ.
            IF GLB-EOF = "N"
               IF GB-ACCT OF GLB-REC NOT = GA-ACCT OF GLAC-REC
                  OR GB-PERIOD OF GLB-REC > WS-PERIOD-IN
                  MOVE "Y" TO GLB-EOF
               END-IF
            END-IF.
        420-ONE-PERIOD-RTN.
            COMPUTE WS-NET = GB-DEBIT OF GLB-REC
                           - GB-CREDIT OF GLB-REC.
            ADD WS-NET TO AC-YTD.
            IF GB-PERIOD OF GLB-REC = WS-PERIOD-IN
               ADD WS-NET TO AC-MONTH
            END-IF.
            PERFORM 410-READ-ACCT-NEXT.
      * 預算檔同鍵結構:本年一月起至本月逐筆累計
        450-ACCUM-BUDGET-RTN.
            MOVE ZERO TO BU-MONTH BU-YTD.
            MOVE GA-ACCT OF GLAC-REC TO BG-ACCT OF BUDG-REC.
            MOVE WS-YEAR-START TO BG-PERIOD OF BUDG-REC.
            MOVE "N" TO BUDG-EOF.
            START BUDG-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY MOVE "Y" TO BUDG-EOF
            END-START.
            PERFORM 460-READ-BUDG-NEXT.
            PERFORM 470-ONE-BUDGET-RTN UNTIL BUDG-EOF = "Y".
        460-READ-BUDG-NEXT.
            READ BUDG-FILE NEXT RECORD
               AT END MOVE "Y" TO BUDG-EOF
            END-READ.
            IF BUDG-EOF = "N"
               IF BG-ACCT OF BUDG-REC NOT = GA-ACCT OF GLAC-REC
                  OR BG-PERIOD OF BUDG-REC > WS-PERIOD-IN
                  MOVE "Y" TO BUDG-EOF
               END-IF
            END-IF.
        470-ONE-BUDGET-RTN.
            ADD BG-AMOUNT OF BUDG-REC TO BU-YTD.
            IF BG-PERIOD OF BUDG-REC = WS-PERIOD-IN
               ADD BG-AMOUNT OF BUDG-REC TO BU-MONTH
            END-IF.
            PERFORM 460-READ-BUDG-NEXT.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "GL.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLB-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
            MOVE "GLBUDGET.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BUDG-FILE-NAME.
            MOVE "BUDGVAR.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
