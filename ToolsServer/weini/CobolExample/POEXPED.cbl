      **                             逾今天數(比照 CREDITAGE.CBL 之
      **                             410-COMPUTE-DAYS-RTN)，依廠商別
      **                             由最舊排起，供採購每日催交
      **                             ;廠商已寄出貨通知者另列通知
      **                             之預計到貨日(ASNPEND.DAT)
      **                             對照 (SAM12-7.CBL) 之訂購單檔

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT ASNP-FILE ASSIGN TO RANDOM ASNP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS ASNP-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD ASNP-FILE
           LABEL RECORD IS STANDARD.
           COPY ASNPCOPY REPLACING ==ASNP-GRP== BY ==ASNP-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-LINE-NO        PIC 9(3).
           05 WK-PRO-NO         PIC X(13).
           05 WK-QTY            PIC 9(5).
           05 WK-ASN-ARRIVE     PIC 9(8).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        01 SD-REC.
           05 SD-VEND-NO        PIC X(4).
           05 SD-PO-DATE        PIC 9(8).
           05 FILLER            PIC X(35).

        WORKING-STORAGE SECTION.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 ASNP-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PO-EOF       PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 PO-FS        PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 ASNP-FS      PIC XX.
        77 ASNP-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-ARRIVE-EDIT PIC 9999/99/99.
        77 CHECK-VEND-NO PIC X(4) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-DAYS-OPEN PIC S9(5) VALUE 0.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "訂購量".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "逾今天數".
           05 FILLER            PIC X(12) VALUE "預計到貨".
        01 VEND-LINE.
           05 FILLER            PIC X(10) VALUE "廠商編號".
           05 FILLER            PIC X(2).
           05 XL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(5).
           05 XL-DAYS           PIC ZZZZ9.
           05 FILLER            PIC X(3).
           05 XL-ASN-ARRIVE     PIC X(10).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
           IF PO-FS NOT = "00"
              DISPLAY "ERROR OPENING PO-FILE, FILE STATUS = " PO-FS
              STOP RUN.
        ASNP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ASNP-FILE.
        ASNP-ERROR-PROCESS.
           IF ASNP-FS NOT = "00"
              MOVE "Y" TO ASNP-MISSING.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
        100-BUILD-WORK-RTN.
            OPEN INPUT PO-FILE
                 OUTPUT WORK-FILE.
            MOVE "N" TO ASNP-MISSING.
            OPEN INPUT ASNP-FILE.
            PERFORM 110-READ-PO-RTN.
            PERFORM 120-COPY-PO-RTN UNTIL PO-EOF = "Y".
            CLOSE PO-FILE WORK-FILE.
            IF ASNP-MISSING = "N"
               CLOSE ASNP-FILE
            END-IF.
        110-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
               MOVE PO-LINE-NO OF PO-REC TO WK-LINE-NO
               MOVE PO-PRO-NO OF PO-REC  TO WK-PRO-NO
               MOVE PO-QTY OF PO-REC     TO WK-QTY
               PERFORM 130-ASN-ARRIVE-RTN
               WRITE WORK-REC
            END-IF.
            PERFORM 110-READ-PO-RTN.
      * 有待收出貨通知者帶出通知之預計到貨日，無者為零
        130-ASN-ARRIVE-RTN.
            MOVE ZERO TO WK-ASN-ARRIVE.
            IF ASNP-MISSING = "N"
               MOVE PO-NO OF PO-REC      TO AP-PO-NO OF ASNP-REC
               MOVE PO-LINE-NO OF PO-REC TO AP-LINE-NO OF ASNP-REC
               MOVE "N" TO WS-KEY-ERR
               READ ASNP-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  MOVE AP-ARRIVE-DATE OF ASNP-REC TO WK-ASN-ARRIVE
               END-IF
            END-IF.
      * 同一廠商之內依訂購日期由最舊排起
        150-SORT-WORK-RTN.
            SORT SORT-FILE
            MOVE WK-PRO-NO  TO XL-PRO-NO.
            MOVE WK-QTY     TO XL-QTY.
            MOVE WS-DAYS-OPEN TO XL-DAYS.
            IF WK-ASN-ARRIVE = ZERO
               MOVE SPACES TO XL-ASN-ARRIVE
            ELSE
               MOVE WK-ASN-ARRIVE TO WS-ARRIVE-EDIT
               MOVE WS-ARRIVE-EDIT TO XL-ASN-ARRIVE
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 300-READ-WORK-RTN.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "ASNPEND.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ASNP-FILE-NAME.
            MOVE "EXPWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
