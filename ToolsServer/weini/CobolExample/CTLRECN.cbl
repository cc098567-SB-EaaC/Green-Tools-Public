      ** 統制科目核對表 (CTLRECN.CBL):月底將各子帳合計與總帳餘額檔
      **                             (GL.BAL) 之統制科目逐一比對:
      **                             庫存評價總值對存貨 1140-STK、
      **                             應收帳款檔餘額對 1130-AR、應付
      **                             帳款檔未付(含暫緩)餘額對應付
      **                             帳款科目、發票登錄檔本期稅額對
      **                             2200-VAT 本期貸方;不符者列差額
      **                             及可能原因(未過帳傳票、記入本期
      **                             後期別之過帳、子帳日期在本期後
      **                             之項目、傳票匯出後始入帳之交易)
      **                             ，核對結果寫入 CTLRECN.CTL 供
      **                             月底關帳 (MONTHEND.CBL) 警示
      **                             對照 (RECON.CBL) 之核對與管制檔

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     ControlRecon.
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
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT LED-FILE ASSIGN TO RANDOM LED-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LED-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT AP-FILE ASSIGN TO RANDOM AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS AP-FS.
           SELECT INV-FILE ASSIGN TO RANDOM INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS INV-NO
                  FILE STATUS IS INV-FS.
           SELECT GLB-FILE ASSIGN TO RANDOM GLB-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLB-FS.
           SELECT JRNL-FILE ASSIGN TO RANDOM JRNL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JRNL-FS.
           SELECT MJHD-FILE ASSIGN TO RANDOM MJHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MJ-NO
                  FILE STATUS IS MJHD-FS.
           SELECT CARC-FILE ASSIGN TO RANDOM CARC-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CARC-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CTL-FILE
           LABEL RECORD IS STANDARD.
           COPY PERDCOPY REPLACING ==PERD-GRP== BY ==CTL-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD LED-FILE
           LABEL RECORD IS STANDARD.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LED-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==AP-REC==.
        FD INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==INV-REC==.
        FD GLB-FILE
           LABEL RECORD IS STANDARD.
           COPY GLBCOPY REPLACING ==GLB-GRP== BY ==GLB-REC==.
        FD JRNL-FILE
           LABEL RECORD IS STANDARD.
        01 JRNL-REC.
           05 JN-DATE           PIC 9(8).
           05 JN-ACCOUNT        PIC X(8).
           05 JN-DESC           PIC X(20).
           05 JN-DEBIT          PIC 9(10)V99.
           05 JN-CREDIT         PIC 9(10)V99.
        FD MJHD-FILE
           LABEL RECORD IS STANDARD.
           COPY MJHDCOPY REPLACING ==MJHD-GRP== BY ==MJHD-REC==.
        FD CARC-FILE
           LABEL RECORD IS STANDARD.
           COPY CARCCOPY REPLACING ==CARC-GRP== BY ==CARC-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 CTL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LED-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 GLB-FILE-NAME          PIC X(30) VALUE SPACES.
        77 JRNL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CARC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CTL-FS       PIC XX.
        77 PROD-FS      PIC XX.
        77 LED-FS       PIC XX.
        77 AGE-FS       PIC XX.
        77 AP-FS        PIC XX.
        77 INV-FS       PIC XX.
        77 GLB-FS       PIC XX.
        77 JRNL-FS      PIC XX.
        77 MJHD-FS      PIC XX.
        77 CARC-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 CTL-MISSING  PIC X  VALUE "N".
        77 PROD-EOF     PIC X  VALUE "N".
        77 LED-EOF      PIC X  VALUE "N".
        77 AGE-EOF      PIC X  VALUE "N".
        77 AP-EOF       PIC X  VALUE "N".
        77 INV-EOF      PIC X  VALUE "N".
        77 GLB-EOF      PIC X  VALUE "N".
        77 JRNL-EOF     PIC X  VALUE "N".
        77 MJHD-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PERIOD    PIC 9(6) VALUE 0.
        01 WS-PERIOD-GRP.
           05 WS-PERIOD-YY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
      * 應付帳款統制科目(應付帳款尚未經由過帳規則入總帳)
        77 AP-CTL-ACCT  PIC X(8) VALUE "2100-AP ".
        77 WS-CTL-ACCT  PIC X(8) VALUE SPACES.
        77 WS-CTL-NAME  PIC X(16) VALUE SPACES.
      * D 借餘科目、C 貸餘科目、P 僅比本期貸方發生額
        77 WS-CTL-MODE  PIC X  VALUE "D".
        77 WS-NET       PIC S9(11)V99 VALUE 0.
        77 WS-DELTA     PIC S9(6) VALUE 0.
        77 SUB-AMT      PIC S9(11)V99 VALUE 0.
        77 SUB-LATER    PIC S9(11)V99 VALUE 0.
        77 GL-AMT       PIC S9(11)V99 VALUE 0.
        77 GL-LATER     PIC S9(11)V99 VALUE 0.
        77 JNL-AMT      PIC S9(11)V99 VALUE 0.
        77 WS-DIFF      PIC S9(11)V99 VALUE 0.
        77 WS-RESIDUAL  PIC S9(11)V99 VALUE 0.
        77 DIFF-CNT     PIC 9(2) VALUE 0.
        77 OPEN-MJ-CNT  PIC 9(4) VALUE 0.
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
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(34)
              VALUE "CONTROL ACCOUNT RECONCILIATION".
        01 PERIOD-LINE.
           05 FILLER            PIC X(12) VALUE "期別 : ".
           05 PL-PERIOD         PIC 9(6).
        01 HEADING2.
           05 FILLER            PIC X(17) VALUE "統制項目".
           05 FILLER            PIC X(9)  VALUE "科目".
           05 FILLER            PIC X(18) VALUE "      子帳合計".
           05 FILLER            PIC X(18) VALUE "      總帳金額".
           05 FILLER            PIC X(16) VALUE "          差額".
           05 FILLER            PIC X(6)  VALUE "註記".
        01 DETAIL-LINE.
           05 CL-NAME           PIC X(16).
           05 FILLER            PIC X(1).
           05 CL-ACCT           PIC X(8).
           05 FILLER            PIC X(1).
           05 CL-SUB            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 CL-GL             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 CL-DIFF           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1).
           05 CL-FLAG           PIC X(6).
        01 CAUSE-LINE.
           05 FILLER            PIC X(4).
           05 CS-LABEL          PIC X(42).
           05 FILLER            PIC X(18).
           05 CS-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
        01 OPEN-MJ-LINE.
           05 FILLER            PIC X(42)
              VALUE "未釋出人工傳票(JrnlRelease)張數:".
           05 OM-CNT            PIC ZZZ9.
        01 DIFF-LINE.
           05 FILLER            PIC X(32)
              VALUE "CONTROL ACCOUNTS OUT OF BALANCE:".
           05 DL-CNT            PIC Z9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CTL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
        CTL-ERROR-PROCESS.
           IF CTL-FS NOT = "00"
              MOVE "Y" TO CTL-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = " PROD-FS
              STOP RUN.
        LED-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LED-FILE.
        LED-ERROR-PROCESS.
           IF LED-FS NOT = "00"
              OPEN OUTPUT LED-FILE
              CLOSE LED-FILE
              OPEN INPUT LED-FILE.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              OPEN OUTPUT AGE-FILE
              CLOSE AGE-FILE
              OPEN INPUT AGE-FILE.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS = "35"
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN INPUT AP-FILE
           ELSE
              IF AP-FS NOT = "00"
                 DISPLAY "AP.AGE FILE STATUS = " AP-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 STOP RUN
              END-IF
           END-IF.
        INV-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INV-FILE.
        INV-ERROR-PROCESS.
           IF INV-FS NOT = "00"
              OPEN OUTPUT INV-FILE
              CLOSE INV-FILE
              OPEN INPUT INV-FILE.
        GLB-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLB-FILE.
        GLB-ERROR-PROCESS.
           IF GLB-FS NOT = "00"
              DISPLAY "NO GL BALANCES - RUN GlPost FIRST"
              STOP RUN.
        JRNL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JRNL-FILE.
        JRNL-ERROR-PROCESS.
           IF JRNL-FS NOT = "00"
              OPEN OUTPUT JRNL-FILE
              CLOSE JRNL-FILE
              OPEN INPUT JRNL-FILE.
        MJHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJHD-FILE.
        MJHD-ERROR-PROCESS.
           IF MJHD-FS NOT = "00"
              OPEN OUTPUT MJHD-FILE
              CLOSE MJHD-FILE
              OPEN INPUT MJHD-FILE.
        CARC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CARC-FILE.
        CARC-ERROR-PROCESS.
           IF CARC-FS NOT = "00"
              DISPLAY "ERROR OPENING CARC-FILE, FILE STATUS = " CARC-FS
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
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-GET-PERIOD-RTN.
            OPEN INPUT PROD-FILE
                       LED-FILE
                       AGE-FILE
                       AP-FILE
                       INV-FILE
                       GLB-FILE
                       MJHD-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-STOCK-RTN.
            PERFORM 350-AR-RTN.
            PERFORM 400-AP-RTN.
            PERFORM 450-VAT-RTN.
            PERFORM 500-OPEN-JOURNAL-RTN.
            MOVE DIFF-CNT TO DL-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DIFF-LINE AFTER 2 LINES.
            PERFORM 650-STAMP-RTN.
            CLOSE PROD-FILE LED-FILE AGE-FILE AP-FILE INV-FILE
                  GLB-FILE MJHD-FILE OUT-FILE.
            IF DIFF-CNT NOT = ZERO
               DISPLAY "*** CONTROL ACCOUNTS OUT OF BALANCE - "
                       "SEE CTLRECN.OUT ***"
            END-IF.
            STOP RUN.
      * 核對期別取自期別管制檔之本期;尚未建檔時以系統日期月份
      * 為準
        100-GET-PERIOD-RTN.
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
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-PERIOD TO PL-PERIOD.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            MOVE ZERO TO LINE-CTR.
      * 存貨:產品主檔數量乘成本之合計(同 StockValue 公司總值);
      * 本期後之庫存異動以異動差量乘主檔成本計
        300-STOCK-RTN.
            MOVE ZERO TO SUB-AMT SUB-LATER.
            PERFORM 310-READ-PROD-RTN.
            PERFORM 320-ONE-PROD-RTN UNTIL PROD-EOF = "Y".
            PERFORM 330-READ-LED-RTN.
            PERFORM 340-ONE-LED-RTN UNTIL LED-EOF = "Y".
            MOVE "1140-STK" TO WS-CTL-ACCT.
            MOVE "存貨 STOCK" TO WS-CTL-NAME.
            MOVE "D" TO WS-CTL-MODE.
            PERFORM 600-COMPARE-RTN.
        310-READ-PROD-RTN.
            READ PROD-FILE NEXT RECORD
               AT END MOVE "Y" TO PROD-EOF
            END-READ.
        320-ONE-PROD-RTN.
            COMPUTE SUB-AMT = SUB-AMT
                    + PRO-QTY OF PROD-REC * PRO-COST OF PROD-REC.
            PERFORM 310-READ-PROD-RTN.
        330-READ-LED-RTN.
            READ LED-FILE AT END MOVE "Y" TO LED-EOF.
        340-ONE-LED-RTN.
            IF SL-DATE OF LED-REC (1:6) > WS-PERIOD
               MOVE SL-PRO-NO OF LED-REC TO PRO-NO OF PROD-REC
               MOVE "N" TO WS-KEY-ERR
               READ PROD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  COMPUTE WS-DELTA = SL-QTY-AFTER OF LED-REC
                                   - SL-QTY-BEFORE OF LED-REC
                  COMPUTE SUB-LATER = SUB-LATER
                          + WS-DELTA * PRO-COST OF PROD-REC
               END-IF
            END-IF.
            PERFORM 330-READ-LED-RTN.
      * 應收帳款:應收帳款檔(未沖項目)餘額合計
        350-AR-RTN.
            MOVE ZERO TO SUB-AMT SUB-LATER.
            PERFORM 360-READ-AGE-RTN.
            PERFORM 370-ONE-AGE-RTN UNTIL AGE-EOF = "Y".
            MOVE "1130-AR " TO WS-CTL-ACCT.
            MOVE "應收 RECEIVABLE" TO WS-CTL-NAME.
            MOVE "D" TO WS-CTL-MODE.
            PERFORM 600-COMPARE-RTN.
        360-READ-AGE-RTN.
            READ AGE-FILE NEXT RECORD
               AT END MOVE "Y" TO AGE-EOF
            END-READ.
        370-ONE-AGE-RTN.
            ADD AGE-BALANCE OF AGE-REC TO SUB-AMT.
            IF AGE-INV-DATE OF AGE-REC (1:6) > WS-PERIOD
               ADD AGE-BALANCE OF AGE-REC TO SUB-LATER
            END-IF.
            PERFORM 360-READ-AGE-RTN.
      * 應付帳款:應付帳款檔未付及暫緩項目餘額合計(已付不計)
        400-AP-RTN.
            MOVE ZERO TO SUB-AMT SUB-LATER.
            PERFORM 410-READ-AP-RTN.
            PERFORM 420-ONE-AP-RTN UNTIL AP-EOF = "Y".
            MOVE AP-CTL-ACCT TO WS-CTL-ACCT.
            MOVE "應付 PAYABLE" TO WS-CTL-NAME.
            MOVE "C" TO WS-CTL-MODE.
            PERFORM 600-COMPARE-RTN.
        410-READ-AP-RTN.
            READ AP-FILE NEXT RECORD
               AT END MOVE "Y" TO AP-EOF
            END-READ.
        420-ONE-AP-RTN.
            IF AP-OPEN OF AP-REC OR AP-HELD OF AP-REC
               ADD AP-BALANCE OF AP-REC TO SUB-AMT
               IF AP-INV-DATE OF AP-REC (1:6) > WS-PERIOD
                  ADD AP-BALANCE OF AP-REC TO SUB-LATER
               END-IF
            END-IF.
            PERFORM 410-READ-AP-RTN.
      * 銷項稅額:本期發票(作廢者除外)稅額合計，對總帳本期貸方
        450-VAT-RTN.
            MOVE ZERO TO SUB-AMT SUB-LATER.
            PERFORM 460-READ-INV-RTN.
            PERFORM 470-ONE-INV-RTN UNTIL INV-EOF = "Y".
            MOVE "2200-VAT" TO WS-CTL-ACCT.
            MOVE "銷項稅額 VAT" TO WS-CTL-NAME.
            MOVE "P" TO WS-CTL-MODE.
            PERFORM 600-COMPARE-RTN.
        460-READ-INV-RTN.
            READ INV-FILE NEXT RECORD
               AT END MOVE "Y" TO INV-EOF
            END-READ.
        470-ONE-INV-RTN.
            IF NOT INV-VOID OF INV-REC
               IF INV-DATE OF INV-REC (1:6) = WS-PERIOD
                  ADD INV-VAT OF INV-REC TO SUB-AMT
               END-IF
               IF INV-DATE OF INV-REC (1:6) > WS-PERIOD
                  ADD INV-VAT OF INV-REC TO SUB-LATER
               END-IF
            END-IF.
            PERFORM 460-READ-INV-RTN.
      * 尚在輸入未釋出之人工傳票不在 JOURNAL.INT，另列張數
        500-OPEN-JOURNAL-RTN.
            PERFORM 510-READ-MJHD-RTN.
            PERFORM 520-ONE-MJHD-RTN UNTIL MJHD-EOF = "Y".
            IF OPEN-MJ-CNT NOT = ZERO
               MOVE OPEN-MJ-CNT TO OM-CNT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM OPEN-MJ-LINE AFTER 2 LINES
            END-IF.
        510-READ-MJHD-RTN.
            READ MJHD-FILE NEXT RECORD
               AT END MOVE "Y" TO MJHD-EOF
            END-READ.
        520-ONE-MJHD-RTN.
            IF MJ-STATUS OF MJHD-REC = "O"
               ADD 1 TO OPEN-MJ-CNT
            END-IF.
            PERFORM 510-READ-MJHD-RTN.
      * 一統制科目:子帳減總帳為差額;不符時列出可能原因，無法
      * 以未過帳傳票及本期後期別過帳解釋之餘數歸為傳票匯出後始
      * 入帳之交易
        600-COMPARE-RTN.
            PERFORM 700-GL-AMOUNT-RTN.
            PERFORM 750-UNPOSTED-RTN.
            COMPUTE WS-DIFF = SUB-AMT - GL-AMT.
            MOVE SPACES TO DETAIL-LINE.
            MOVE WS-CTL-NAME TO CL-NAME.
            MOVE WS-CTL-ACCT TO CL-ACCT.
            MOVE SUB-AMT TO CL-SUB.
            MOVE GL-AMT  TO CL-GL.
            MOVE WS-DIFF TO CL-DIFF.
            IF WS-DIFF NOT = ZERO
               MOVE "*DIFF*" TO CL-FLAG
               ADD 1 TO DIFF-CNT
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            IF WS-DIFF NOT = ZERO
               PERFORM 610-CAUSE-RTN
            END-IF.
        610-CAUSE-RTN.
            COMPUTE WS-RESIDUAL = WS-DIFF - JNL-AMT - GL-LATER.
            MOVE SPACES TO CAUSE-LINE.
            MOVE "未過帳傳票 UNPOSTED JOURNALS (JOURNAL.INT)"
                 TO CS-LABEL.
            MOVE JNL-AMT TO CS-AMOUNT.
            PERFORM 620-CAUSE-LINE-RTN.
            MOVE "記入本期後期別 POSTED TO LATER PERIOD"
                 TO CS-LABEL.
            MOVE GL-LATER TO CS-AMOUNT.
            PERFORM 620-CAUSE-LINE-RTN.
            MOVE "子帳日期在本期後 SUBLEDGER DATED LATER"
                 TO CS-LABEL.
            MOVE SUB-LATER TO CS-AMOUNT.
            PERFORM 620-CAUSE-LINE-RTN.
            MOVE "匯出後始入帳 POSTED AFTER EXTRACT" TO CS-LABEL.
            MOVE WS-RESIDUAL TO CS-AMOUNT.
            PERFORM 620-CAUSE-LINE-RTN.
        620-CAUSE-LINE-RTN.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM CAUSE-LINE AFTER 2 LINES.
            MOVE SPACES TO CAUSE-LINE.
      * 總帳金額:借餘/貸餘科目取至本期之累計餘額(遇年結期初紀錄
      * YYYY00 以之取代先前累計)，本期後一般期別之發生另計;
      * 稅額科目僅取本期貸方
        700-GL-AMOUNT-RTN.
            MOVE ZERO TO GL-AMT GL-LATER.
            MOVE WS-CTL-ACCT TO GB-ACCT OF GLB-REC.
            MOVE ZERO TO GB-PERIOD OF GLB-REC.
            MOVE "N" TO GLB-EOF.
            START GLB-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE "Y" TO GLB-EOF
            END-START.
            PERFORM 710-READ-GLB-NEXT.
            PERFORM 720-ONE-PERIOD-RTN UNTIL GLB-EOF = "Y".
        710-READ-GLB-NEXT.
            READ GLB-FILE NEXT RECORD
               AT END MOVE "Y" TO GLB-EOF
            END-READ.
            IF GLB-EOF = "N"
               AND GB-ACCT OF GLB-REC NOT = WS-CTL-ACCT
               MOVE "Y" TO GLB-EOF
            END-IF.
        720-ONE-PERIOD-RTN.
            MOVE GB-PERIOD OF GLB-REC TO WS-PERIOD-GRP.
            IF WS-CTL-MODE = "P"
               IF GB-PERIOD OF GLB-REC = WS-PERIOD
                  MOVE GB-CREDIT OF GLB-REC TO GL-AMT
               END-IF
            ELSE
               COMPUTE WS-NET = GB-DEBIT OF GLB-REC
                              - GB-CREDIT OF GLB-REC
               IF WS-CTL-MODE = "C"
                  COMPUTE WS-NET = 0 - WS-NET
               END-IF
               IF GB-PERIOD OF GLB-REC NOT > WS-PERIOD
                  IF WS-PERIOD-MM = ZERO
                     MOVE WS-NET TO GL-AMT
                  ELSE
                     ADD WS-NET TO GL-AMT
                  END-IF
               ELSE
                  IF WS-PERIOD-MM NOT = ZERO
                     AND WS-PERIOD-MM NOT = 13
                     ADD WS-NET TO GL-LATER
                  END-IF
               END-IF
            END-IF.
            PERFORM 710-READ-GLB-NEXT.
      * 未過帳傳票:JOURNAL.INT 上該科目之傳票行(稅額科目只計貸方)
        750-UNPOSTED-RTN.
            MOVE ZERO TO JNL-AMT.
            MOVE "N" TO JRNL-EOF.
            OPEN INPUT JRNL-FILE.
            PERFORM 760-READ-JRNL-RTN.
            PERFORM 770-ONE-JRNL-RTN UNTIL JRNL-EOF = "Y".
            CLOSE JRNL-FILE.
        760-READ-JRNL-RTN.
            READ JRNL-FILE AT END MOVE "Y" TO JRNL-EOF.
        770-ONE-JRNL-RTN.
            IF JN-ACCOUNT = WS-CTL-ACCT
               IF WS-CTL-MODE = "D"
                  COMPUTE JNL-AMT = JNL-AMT + JN-DEBIT - JN-CREDIT
               END-IF
               IF WS-CTL-MODE = "C"
                  COMPUTE JNL-AMT = JNL-AMT + JN-CREDIT - JN-DEBIT
               END-IF
               IF WS-CTL-MODE = "P"
                  ADD JN-CREDIT TO JNL-AMT
               END-IF
            END-IF.
            PERFORM 760-READ-JRNL-RTN.
      * 核對結果記入 CTLRECN.CTL:有差額記有誤，月底關帳據以警示
        650-STAMP-RTN.
            OPEN OUTPUT CARC-FILE.
            MOVE WS-PERIOD TO CR-PERIOD OF CARC-REC.
            MOVE RUN-DATE  TO CR-DATE OF CARC-REC.
            IF DIFF-CNT = ZERO
               MOVE "C" TO CR-STATUS OF CARC-REC
            ELSE
               MOVE "E" TO CR-STATUS OF CARC-REC
            END-IF.
            MOVE DIFF-CNT TO CR-DIFF-COUNT OF CARC-REC.
            WRITE CARC-REC.
            CLOSE CARC-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PERIOD.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CTL-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "STOCK.LED" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LED-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AP-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INV-FILE-NAME.
            MOVE "GL.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLB-FILE-NAME.
            MOVE "JOURNAL.INT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO JRNL-FILE-NAME.
            MOVE "MJRNL.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJHD-FILE-NAME.
            MOVE "CTLRECN.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CARC-FILE-NAME.
            MOVE "CTLRECN.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
