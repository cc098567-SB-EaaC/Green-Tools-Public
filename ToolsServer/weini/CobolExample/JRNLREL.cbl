      ** 人工傳票釋出副程式 (JRNLREL.CBL):將一張已平衡之人工傳票
      **                                 (MJRNL.HDR/MJRNL.LIN) 逐行
      **                                 附加寫入 JOURNAL.INT 供總帳
      **                                 過帳 (GLPOST.CBL);迴轉傳票
      **                                 另取號產生借貸對調、日期為
      **                                 次期首日之迴轉傳票一併寫入;
      **                                 供傳票輸入 (JRNLENT.CBL) 與
      **                                 循環傳票產生 (JRNLRCUR.CBL)
      **                                 CALL
      **                                 對照 (SORDENT.CBL) 之表頭明細
      **                                 釋出與 (PERDCHK.CBL) 之副程式
      **                                 寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     JrnlRelease.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
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
           SELECT JRNL-FILE ASSIGN TO RANDOM JRNL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JRNL-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MJHD-FILE
           LABEL RECORD IS STANDARD.
           COPY MJHDCOPY REPLACING ==MJHD-GRP== BY ==MJHD-REC==.
        FD MJLN-FILE
           LABEL RECORD IS STANDARD.
           COPY MJLNCOPY REPLACING ==MJLN-GRP== BY ==MJLN-REC==.
        FD JRNL-FILE
           LABEL RECORD IS STANDARD.
        01 JRNL-REC.
           05 JN-DATE           PIC 9(8).
           05 JN-ACCOUNT        PIC X(8).
           05 JN-DESC           PIC X(20).
           05 JN-DEBIT          PIC 9(10)V99.
           05 JN-CREDIT         PIC 9(10)V99.

        WORKING-STORAGE SECTION.
        77 MJHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 JRNL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MJHD-FS      PIC XX.
        77 MJLN-FS      PIC XX.
        77 JRNL-FS      PIC XX.
        77 MJHD-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-LINE-EOF  PIC X  VALUE "N".
        77 NN-SERIES    PIC X(8) VALUE "JOURNAL".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-JRNL-NO   PIC X(6) VALUE SPACES.
        77 WS-REV-NO    PIC X(6) VALUE SPACES.
        77 WS-REV-DATE  PIC 9(8) VALUE 0.
        77 WS-LINE-NO   PIC 9(3) VALUE 0.
        77 WS-DEBIT     PIC 9(10)V99 VALUE 0.
        01 WS-DATE-GRP.
           05 WS-DATE-YY        PIC 9(4).
           05 WS-DATE-MM        PIC 9(2).
           05 WS-DATE-DD        PIC 9(2).

        LINKAGE         SECTION.
        01 JR-NO        PIC X(6).
        01 JR-RESULT    PIC X.
      **
        PROCEDURE       DIVISION USING JR-NO JR-RESULT.
        DECLARATIVES.
        MJHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJHD-FILE.
        MJHD-ERROR-PROCESS.
           IF MJHD-FS NOT = "00"
              MOVE "Y" TO MJHD-MISSING.
        MJLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJLN-FILE.
        MJLN-ERROR-PROCESS.
           IF MJLN-FS NOT = "00"
              OPEN OUTPUT MJLN-FILE
              CLOSE MJLN-FILE
              OPEN I-O MJLN-FILE.
        JRNL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JRNL-FILE.
        JRNL-ERROR-PROCESS.
           IF JRNL-FS NOT = "00"
              OPEN OUTPUT JRNL-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 僅表頭狀態為輸入中 "O" 者可釋出，已釋出或已放棄者不再寫入
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "N" TO JR-RESULT.
            MOVE "N" TO MJHD-MISSING.
            OPEN I-O MJHD-FILE.
            IF MJHD-MISSING = "Y"
               EXIT PROGRAM
            END-IF.
            MOVE JR-NO TO MJ-NO OF MJHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ MJHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y" OR MJ-STATUS OF MJHD-REC NOT = "O"
               CLOSE MJHD-FILE
               EXIT PROGRAM
            END-IF.
            OPEN I-O    MJLN-FILE
                 EXTEND JRNL-FILE.
            MOVE JR-NO TO WS-JRNL-NO.
            PERFORM 100-RELEASE-JOURNAL-RTN.
            IF MJ-REVERSE OF MJHD-REC = "Y"
               PERFORM 200-REVERSAL-RTN
            END-IF.
            CLOSE MJHD-FILE MJLN-FILE JRNL-FILE.
            MOVE "Y" TO JR-RESULT.
            EXIT PROGRAM.
      * 傳票明細逐行寫入 JOURNAL.INT，行摘要空白時以表頭摘要代之
        100-RELEASE-JOURNAL-RTN.
            MOVE WS-JRNL-NO TO MJL-NO OF MJLN-REC.
            MOVE ZERO       TO MJL-LINE-NO OF MJLN-REC.
            MOVE "N" TO WS-LINE-EOF.
            START MJLN-FILE KEY IS NOT LESS THAN MJL-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            PERFORM 110-READ-LINE-NEXT.
            PERFORM 120-RELEASE-LINE-RTN UNTIL WS-LINE-EOF = "Y".
            MOVE "R" TO MJ-STATUS OF MJHD-REC.
            REWRITE MJHD-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING MJRNL.HDR FOR " WS-JRNL-NO
            END-REWRITE.
        110-READ-LINE-NEXT.
            READ MJLN-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LINE-EOF
            END-READ.
            IF WS-LINE-EOF = "N"
               AND MJL-NO OF MJLN-REC NOT = WS-JRNL-NO
               MOVE "Y" TO WS-LINE-EOF
            END-IF.
        120-RELEASE-LINE-RTN.
            MOVE MJ-DATE OF MJHD-REC        TO JN-DATE.
            MOVE MJL-ACCOUNT OF MJLN-REC    TO JN-ACCOUNT.
            MOVE MJL-DESC OF MJLN-REC       TO JN-DESC.
            IF JN-DESC = SPACES
               MOVE MJ-DESC OF MJHD-REC     TO JN-DESC
            END-IF.
            MOVE MJL-DEBIT OF MJLN-REC      TO JN-DEBIT.
            MOVE MJL-CREDIT OF MJLN-REC     TO JN-CREDIT.
            WRITE JRNL-REC.
            PERFORM 110-READ-LINE-NEXT.
      * 迴轉傳票:取新號，日期為原傳票次一期別之首日，各行借貸
      * 對調;表頭記下原傳票號，本身不再迴轉亦不循環
        200-REVERSAL-RTN.
            MOVE MJ-DATE OF MJHD-REC TO WS-DATE-GRP.
            IF WS-DATE-MM = 12
               ADD 1 TO WS-DATE-YY
               MOVE 1 TO WS-DATE-MM
            ELSE
               ADD 1 TO WS-DATE-MM
            END-IF.
            MOVE 1 TO WS-DATE-DD.
            MOVE WS-DATE-GRP TO WS-REV-DATE.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-REV-NO.
            MOVE WS-REV-NO   TO MJ-NO OF MJHD-REC.
            MOVE WS-REV-DATE TO MJ-DATE OF MJHD-REC.
            MOVE "O"         TO MJ-STATUS OF MJHD-REC.
            MOVE "N"         TO MJ-REVERSE OF MJHD-REC.
            MOVE "N"         TO MJ-RECUR OF MJHD-REC.
            MOVE ZERO        TO MJ-END-DATE OF MJHD-REC.
            MOVE ZERO        TO MJ-LAST-GEN OF MJHD-REC.
            MOVE WS-JRNL-NO  TO MJ-SOURCE-NO OF MJHD-REC.
            WRITE MJHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL NUMBER !! " WS-REV-NO
            END-WRITE.
            MOVE ZERO TO WS-LINE-NO.
            PERFORM 210-COPY-REVERSED-RTN.
            MOVE WS-REV-NO TO WS-JRNL-NO.
            MOVE WS-REV-NO TO MJ-NO OF MJHD-REC.
            READ MJHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            PERFORM 100-RELEASE-JOURNAL-RTN.
      * 逐行讀原傳票寫對調行;每寫一行後依原鍵重新定位
        210-COPY-REVERSED-RTN.
            MOVE WS-JRNL-NO TO MJL-NO OF MJLN-REC.
            MOVE ZERO       TO MJL-LINE-NO OF MJLN-REC.
            MOVE "N" TO WS-LINE-EOF.
            START MJLN-FILE KEY IS NOT LESS THAN MJL-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            PERFORM 110-READ-LINE-NEXT.
            PERFORM 220-REVERSE-LINE-RTN UNTIL WS-LINE-EOF = "Y".
        220-REVERSE-LINE-RTN.
            MOVE MJL-LINE-NO OF MJLN-REC TO WS-LINE-NO.
            MOVE MJL-DEBIT OF MJLN-REC   TO WS-DEBIT.
            MOVE WS-REV-NO TO MJL-NO OF MJLN-REC.
            MOVE MJL-CREDIT OF MJLN-REC  TO MJL-DEBIT OF MJLN-REC.
            MOVE WS-DEBIT                TO MJL-CREDIT OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
            MOVE WS-JRNL-NO TO MJL-NO OF MJLN-REC.
            MOVE WS-LINE-NO TO MJL-LINE-NO OF MJLN-REC.
            START MJLN-FILE KEY IS GREATER THAN MJL-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            IF WS-LINE-EOF = "N"
               PERFORM 110-READ-LINE-NEXT
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MJRNL.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJHD-FILE-NAME.
            MOVE "MJRNL.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJLN-FILE-NAME.
            MOVE "JOURNAL.INT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO JRNL-FILE-NAME.
