      ** 循環傳票產生 (JRNLRCUR.CBL):月結推進期別後由月底關帳
      **                           (MONTHEND.CBL) CALL;已釋出之循環
      **                           傳票於新本期尚未產生且未逾截止
      **                           日期者，取新號複製表頭明細，日期
      **                           為新本期之同日(逾 28 日以 28 日
      **                           計)，再交釋出副程式 (JRNLREL.CBL)
      **                           寫入 JOURNAL.INT;產生清單列印
      **                           備查
      **                           對照 (SLSHIST.CBL) 之月結步驟與
      **                           (JRNLREL.CBL) 之傳票複製

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     JrnlRecur.
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
        77 MJHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 MJLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CTL-FS       PIC XX.
        77 MJHD-FS      PIC XX.
        77 MJLN-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 CTL-MISSING  PIC X  VALUE "N".
        77 MJHD-MISSING PIC X  VALUE "N".
        77 MJHD-EOF     PIC X  VALUE "N".
        77 WS-LINE-EOF  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PERIOD    PIC 9(6) VALUE 0.
        77 WS-GEN-DATE  PIC 9(8) VALUE 0.
        77 WS-TEMPLATE-NO PIC X(6) VALUE SPACES.
        77 WS-NEW-NO    PIC X(6) VALUE SPACES.
        77 WS-LINE-NO   PIC 9(3) VALUE 0.
        77 NN-SERIES    PIC X(8) VALUE "JOURNAL".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 JR-RESULT    PIC X  VALUE "N".
        77 GEN-COUNT    PIC 9(3) VALUE 0.
        77 GEN-SUB      PIC 9(3) VALUE 0.
        77 GEN-MAX      PIC 9(3) VALUE 200.
        77 REL-COUNT    PIC 9(3) VALUE 0.
        01 WS-DATE-GRP.
           05 WS-DATE-YY        PIC 9(4).
           05 WS-DATE-MM        PIC 9(2).
           05 WS-DATE-DD        PIC 9(2).
      * 本次產生之傳票，待關檔後逐張釋出
        01 GEN-TABLE.
           05 GEN-ENTRY OCCURS 200 TIMES.
              10 GEN-NO         PIC X(6).
              10 GEN-SOURCE-NO  PIC X(6).
              10 GEN-DATE       PIC 9(8).
              10 GEN-DESC       PIC X(20).
              10 GEN-TOTAL      PIC 9(10)V99.
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
              VALUE "RECURRING JOURNALS GENERATED".
        01 HEADING2.
           05 FILLER            PIC X(10) VALUE "傳票號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "原傳票".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "傳票日期".
           05 FILLER            PIC X(20) VALUE "摘要".
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "金額".
        01 DETAIL-LINE.
           05 DL-NO             PIC X(6).
           05 FILLER            PIC X(4).
           05 DL-SOURCE-NO      PIC X(6).
           05 FILLER            PIC X(4).
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(2).
           05 DL-DESC           PIC X(20).
           05 FILLER            PIC X(2).
           05 DL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 DL-FLAG           PIC X(12).
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "JOURNALS RELEASED : ".
           05 SL-RELEASED       PIC ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CTL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
        CTL-ERROR-PROCESS.
           IF CTL-FS NOT = "00"
              MOVE "Y" TO CTL-MISSING.
        MJHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJHD-FILE.
        MJHD-ERROR-PROCESS.
           IF MJHD-FS NOT = "00"
              MOVE "Y" TO MJHD-MISSING.
        MJLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MJLN-FILE.
        MJLN-ERROR-PROCESS.
           IF MJLN-FS NOT = "00"
              DISPLAY "ERROR OPENING MJLN-FILE, FILE STATUS = " MJLN-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 尚無人工傳票檔時無循環傳票可產生，正常結束
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE 0 TO RETURN-CODE.
            PERFORM 100-GET-PERIOD-RTN.
            IF CTL-MISSING = "Y"
               DISPLAY "NO PERIOD CONTROL - RECURRING JOURNALS SKIPPED"
               EXIT PROGRAM
            END-IF.
            MOVE "N" TO MJHD-MISSING.
            OPEN I-O MJHD-FILE.
            IF MJHD-MISSING = "Y"
               DISPLAY "RECURRING JOURNALS GENERATED : 0"
               EXIT PROGRAM
            END-IF.
            OPEN I-O MJLN-FILE.
            MOVE ZERO TO GEN-COUNT.
            PERFORM 200-SCAN-TEMPLATES-RTN.
            CLOSE MJHD-FILE MJLN-FILE.
            PERFORM 500-RELEASE-AND-LIST-RTN.
            DISPLAY "RECURRING JOURNALS GENERATED : " GEN-COUNT.
            EXIT PROGRAM.
        100-GET-PERIOD-RTN.
            MOVE "N" TO CTL-MISSING.
            OPEN INPUT CTL-FILE.
            IF CTL-MISSING = "N"
               READ CTL-FILE
                  AT END MOVE "Y" TO CTL-MISSING
                  NOT AT END
                     MOVE PD-CURRENT-PERIOD OF CTL-REC TO WS-PERIOD
               END-READ
               CLOSE CTL-FILE
            END-IF.
      * 循序讀表頭;每產生一張即依原傳票號重新定位續讀
        200-SCAN-TEMPLATES-RTN.
            MOVE LOW-VALUES TO MJ-NO OF MJHD-REC.
            MOVE "N" TO MJHD-EOF.
            START MJHD-FILE KEY IS NOT LESS THAN MJ-NO OF MJHD-REC
               INVALID KEY MOVE "Y" TO MJHD-EOF
            END-START.
            PERFORM 210-READ-MJHD-NEXT.
            PERFORM 220-ONE-TEMPLATE-RTN UNTIL MJHD-EOF = "Y".
        210-READ-MJHD-NEXT.
            READ MJHD-FILE NEXT RECORD
               AT END MOVE "Y" TO MJHD-EOF
            END-READ.
        220-ONE-TEMPLATE-RTN.
            MOVE "N" TO WS-KEY-ERR.
            IF MJ-RECUR OF MJHD-REC = "Y"
               AND MJ-STATUS OF MJHD-REC = "R"
               AND MJ-LAST-GEN OF MJHD-REC < WS-PERIOD
               AND GEN-COUNT < GEN-MAX
               PERFORM 230-GEN-DATE-RTN
               IF WS-GEN-DATE NOT > MJ-END-DATE OF MJHD-REC
                  PERFORM 300-GENERATE-RTN
                  MOVE "Y" TO WS-KEY-ERR
               END-IF
            END-IF.
            IF WS-KEY-ERR = "Y"
               MOVE WS-TEMPLATE-NO TO MJ-NO OF MJHD-REC
               START MJHD-FILE KEY IS GREATER THAN MJ-NO OF MJHD-REC
                  INVALID KEY MOVE "Y" TO MJHD-EOF
               END-START
            END-IF.
            IF MJHD-EOF = "N"
               PERFORM 210-READ-MJHD-NEXT
            END-IF.
      * 新本期之同日，逾 28 日以 28 日計以免落在無此日之月份
        230-GEN-DATE-RTN.
            MOVE MJ-DATE OF MJHD-REC TO WS-DATE-GRP.
            IF WS-DATE-DD > 28
               MOVE 28 TO WS-DATE-DD
            END-IF.
            MOVE WS-PERIOD TO WS-DATE-GRP (1:6).
            MOVE WS-DATE-GRP TO WS-GEN-DATE.
      * 複製表頭(輸入中 "O"、不循環)與各行，原傳票記下產生期別
        300-GENERATE-RTN.
            MOVE MJ-NO OF MJHD-REC TO WS-TEMPLATE-NO.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-NEW-NO.
            ADD 1 TO GEN-COUNT.
            MOVE WS-NEW-NO      TO GEN-NO (GEN-COUNT).
            MOVE WS-TEMPLATE-NO TO GEN-SOURCE-NO (GEN-COUNT).
            MOVE WS-GEN-DATE    TO GEN-DATE (GEN-COUNT).
            MOVE MJ-DESC OF MJHD-REC  TO GEN-DESC (GEN-COUNT).
            MOVE MJ-TOTAL OF MJHD-REC TO GEN-TOTAL (GEN-COUNT).
            MOVE WS-NEW-NO      TO MJ-NO OF MJHD-REC.
            MOVE WS-GEN-DATE    TO MJ-DATE OF MJHD-REC.
            MOVE "O"            TO MJ-STATUS OF MJHD-REC.
            MOVE "N"            TO MJ-RECUR OF MJHD-REC.
            MOVE ZERO           TO MJ-END-DATE OF MJHD-REC.
            MOVE ZERO           TO MJ-LAST-GEN OF MJHD-REC.
            MOVE WS-TEMPLATE-NO TO MJ-SOURCE-NO OF MJHD-REC.
            WRITE MJHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL NUMBER !! " WS-NEW-NO
            END-WRITE.
            PERFORM 310-COPY-LINES-RTN.
            MOVE WS-TEMPLATE-NO TO MJ-NO OF MJHD-REC.
            READ MJHD-FILE
               INVALID KEY MOVE "Y" TO MJHD-EOF
            END-READ.
            MOVE WS-PERIOD TO MJ-LAST-GEN OF MJHD-REC.
            REWRITE MJHD-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING MJRNL.HDR FOR "
                          WS-TEMPLATE-NO
            END-REWRITE.
        310-COPY-LINES-RTN.
            MOVE WS-TEMPLATE-NO TO MJL-NO OF MJLN-REC.
            MOVE ZERO           TO MJL-LINE-NO OF MJLN-REC.
            MOVE "N" TO WS-LINE-EOF.
            START MJLN-FILE KEY IS NOT LESS THAN MJL-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            PERFORM 320-READ-LINE-NEXT.
            PERFORM 330-COPY-ONE-LINE-RTN UNTIL WS-LINE-EOF = "Y".
        320-READ-LINE-NEXT.
            READ MJLN-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LINE-EOF
            END-READ.
            IF WS-LINE-EOF = "N"
               AND MJL-NO OF MJLN-REC NOT = WS-TEMPLATE-NO
               MOVE "Y" TO WS-LINE-EOF
            END-IF.
      * 每寫一行後依原鍵重新定位(同 JrnlRelease 之迴轉複製)
        330-COPY-ONE-LINE-RTN.
            MOVE MJL-LINE-NO OF MJLN-REC TO WS-LINE-NO.
            MOVE WS-NEW-NO TO MJL-NO OF MJLN-REC.
            WRITE MJLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE JOURNAL LINE !! "
                          MJL-KEY OF MJLN-REC
            END-WRITE.
            MOVE WS-TEMPLATE-NO TO MJL-NO OF MJLN-REC.
            MOVE WS-LINE-NO     TO MJL-LINE-NO OF MJLN-REC.
            START MJLN-FILE KEY IS GREATER THAN MJL-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            IF WS-LINE-EOF = "N"
               PERFORM 320-READ-LINE-NEXT
            END-IF.
      * 逐張交釋出副程式寫入 JOURNAL.INT 並列產生清單
        500-RELEASE-AND-LIST-RTN.
            OPEN OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-WRITE-HEADING.
            MOVE ZERO TO REL-COUNT.
            PERFORM 510-RELEASE-ONE-RTN
               VARYING GEN-SUB FROM 1 BY 1 UNTIL GEN-SUB > GEN-COUNT.
            MOVE REL-COUNT TO SL-RELEASED.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 2 LINES.
            CLOSE OUT-FILE.
        510-RELEASE-ONE-RTN.
            CALL "JrnlRelease" USING GEN-NO (GEN-SUB) JR-RESULT.
            CANCEL "JrnlRelease".
            MOVE GEN-NO (GEN-SUB)        TO DL-NO.
            MOVE GEN-SOURCE-NO (GEN-SUB) TO DL-SOURCE-NO.
            MOVE GEN-DATE (GEN-SUB)      TO DL-DATE.
            MOVE GEN-DESC (GEN-SUB)      TO DL-DESC.
            MOVE GEN-TOTAL (GEN-SUB)     TO DL-TOTAL.
            IF JR-RESULT = "Y"
               MOVE SPACES TO DL-FLAG
               ADD 1 TO REL-COUNT
            ELSE
               MOVE "*NOT REL*" TO DL-FLAG
               MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PERIOD.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CTL-FILE-NAME.
            MOVE "MJRNL.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJHD-FILE-NAME.
            MOVE "MJRNL.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MJLN-FILE-NAME.
            MOVE "JRNLRCUR.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
