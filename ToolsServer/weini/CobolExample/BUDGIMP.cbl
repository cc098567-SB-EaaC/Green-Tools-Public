      ** 總帳預算匯入作業 (BUDGIMP.CBL):讀取逗號分隔之預算檔
      **                              BUDGET.IMP，檢核科目存在與
      **                              期別月份後寫入總帳預算檔
      **                              GLBUDGET.DAT(已有者改寫金額)
      **                              ，不合格者連同原因寫入
      **                              BUDGIMP.REJ
      **                              對照 (VITMIMP.CBL) 之匯入檢核
      **
      ** BUDGET.IMP 每行格式:
      **   科目代碼,預算期別(YYYYMM),預算金額

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BudgetImport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT IMP-FILE ASSIGN TO RANDOM IMP-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IMP-FS.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
           SELECT BUDG-FILE ASSIGN TO RANDOM BUDG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BG-KEY
                  FILE STATUS IS BUDG-FS.
           SELECT REJ-FILE ASSIGN TO RANDOM REJ-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REJ-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD IMP-FILE
           LABEL RECORD IS STANDARD.
        01 IMP-REC              PIC X(80).
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.
        FD BUDG-FILE
           LABEL RECORD IS STANDARD.
           COPY BUDGCOPY REPLACING ==BUDG-GRP== BY ==BUDG-REC==.
        FD REJ-FILE
           LABEL RECORD IS STANDARD.
        01 REJ-REC.
           05 RJ-LINE           PIC X(80).
           05 FILLER            PIC X(2).
           05 RJ-REASON         PIC X(30).

        WORKING-STORAGE SECTION.
        77 IMP-FILE-NAME          PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BUDG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 REJ-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 IMP-FS       PIC XX.
        77 GLAC-FS      PIC XX.
        77 BUDG-FS      PIC XX.
        77 REJ-FS       PIC XX.
        77 IMP-EOF      PIC X  VALUE "N".
        77 REJECT-FLAG  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 BUDG-NEW     PIC X  VALUE "N".
        77 ADD-COUNT    PIC 9(5) VALUE 0.
        77 UPD-COUNT    PIC 9(5) VALUE 0.
        77 REJ-COUNT    PIC 9(5) VALUE 0.
        77 WS-AMOUNT    PIC S9(11)V99 VALUE 0.
        01 WS-PERIOD-GRP.
           05 WS-PERIOD-YY      PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).
        01 FIELD-AREA.
           05 F-ACCT    PIC X(8).
           05 F-PERIOD  PIC X(6).
           05 F-AMOUNT  PIC X(16).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        IMP-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON IMP-FILE.
        IMP-ERROR-PROCESS.
           IF IMP-FS NOT = "00"
              DISPLAY "BUDGET FILE NOT FOUND (BUDGET.IMP)"
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
              OPEN OUTPUT BUDG-FILE
              CLOSE BUDG-FILE
              OPEN I-O BUDG-FILE.
        REJ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REJ-FILE.
        REJ-ERROR-PROCESS.
           IF REJ-FS NOT = "00"
              DISPLAY "ERROR OPENING REJ-FILE, FILE STATUS = " REJ-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT IMP-FILE
                       GLAC-FILE
                 I-O   BUDG-FILE
                 OUTPUT REJ-FILE.
            PERFORM 300-READ-IMP-RTN.
            PERFORM 400-LOOP-RTN UNTIL IMP-EOF = "Y".
            DISPLAY "=== BUDGET IMPORT CONTROL TOTALS ===".
            DISPLAY "BUDGETS ADDED   : " ADD-COUNT.
            DISPLAY "BUDGETS UPDATED : " UPD-COUNT.
            DISPLAY "LINES REJECTED  : " REJ-COUNT.
            CLOSE IMP-FILE GLAC-FILE BUDG-FILE REJ-FILE.
            STOP RUN.
        300-READ-IMP-RTN.
            READ IMP-FILE AT END MOVE "Y" TO IMP-EOF.
        400-LOOP-RTN.
            MOVE "N" TO REJECT-FLAG.
            PERFORM 410-SPLIT-FIELDS-RTN.
            IF REJECT-FLAG = "N"
               PERFORM 420-VALIDATE-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 430-APPLY-RTN
            ELSE
               MOVE IMP-REC TO RJ-LINE
               WRITE REJ-REC
               ADD 1 TO REJ-COUNT
            END-IF.
            PERFORM 300-READ-IMP-RTN.
        410-SPLIT-FIELDS-RTN.
            MOVE SPACES TO FIELD-AREA.
            UNSTRING IMP-REC DELIMITED BY ","
               INTO F-ACCT F-PERIOD F-AMOUNT
               ON OVERFLOW
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "TOO MANY FIELDS" TO RJ-REASON
            END-UNSTRING.
        420-VALIDATE-RTN.
            MOVE F-ACCT TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ GLAC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "ACCOUNT NOT ON MASTER" TO RJ-REASON
            END-IF.
            IF REJECT-FLAG = "N"
               IF F-PERIOD NOT NUMERIC
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "PERIOD NOT YYYYMM" TO RJ-REASON
               ELSE
                  MOVE F-PERIOD TO WS-PERIOD-GRP
                  IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                     MOVE "Y" TO REJECT-FLAG
                     MOVE "PERIOD MONTH NOT 01 - 12" TO RJ-REASON
                  END-IF
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               IF F-AMOUNT = SPACES
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "AMOUNT MISSING" TO RJ-REASON
               ELSE
                  COMPUTE WS-AMOUNT = FUNCTION NUMVAL (F-AMOUNT)
               END-IF
            END-IF.
      * 套用:既有預算改寫金額、新期別新增
        430-APPLY-RTN.
            MOVE F-ACCT        TO BG-ACCT OF BUDG-REC.
            MOVE WS-PERIOD-GRP TO BG-PERIOD OF BUDG-REC.
            MOVE "N" TO BUDG-NEW.
            READ BUDG-FILE
               INVALID KEY MOVE "Y" TO BUDG-NEW
            END-READ.
            MOVE WS-AMOUNT TO BG-AMOUNT OF BUDG-REC.
            IF BUDG-NEW = "Y"
               MOVE F-ACCT        TO BG-ACCT OF BUDG-REC
               MOVE WS-PERIOD-GRP TO BG-PERIOD OF BUDG-REC
               WRITE BUDG-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING GLBUDGET.DAT FOR "
                             BG-KEY OF BUDG-REC
               END-WRITE
               ADD 1 TO ADD-COUNT
            ELSE
               REWRITE BUDG-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING GLBUDGET.DAT FOR "
                             BG-KEY OF BUDG-REC
               END-REWRITE
               ADD 1 TO UPD-COUNT
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "BUDGET.IMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO IMP-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
            MOVE "GLBUDGET.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BUDG-FILE-NAME.
            MOVE "BUDGIMP.REJ" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REJ-FILE-NAME.
