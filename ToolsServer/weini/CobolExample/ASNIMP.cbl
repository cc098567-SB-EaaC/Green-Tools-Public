      ** 廠商出貨通知匯入作業 (ASNIMP.CBL):讀取廠商寄來之逗號分隔
      **                                  出貨通知檔 VENDASN.IMP，
      **                                  檢核訂購行未結且廠商料號
      **                                  相符後，以預計到貨日改寫
      **                                  訂購行承諾交期，並將出貨量
      **                                  、批號與到貨日寫入待收貨檔
      **                                  ASNPEND.DAT 供收貨作業
      **                                  (PORECV.CBL) 逐行確認;不合
      **                                  格者連同原因寫入
      **                                  ASNIMP.REJ;另印出貨量與
      **                                  訂購量差異表
      **                                  對照 (VITMIMP.CBL) 之匯入
      **                                  檢核
      **
      ** VENDASN.IMP 每行格式:
      **   出貨通知號,訂單編號,行號,廠商料號,出貨量,批號,
      **   預計到貨日(YYYYMMDD)

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     AsnImport.
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
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT VITM-FILE ASSIGN TO RANDOM VITM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VI-KEY
                  FILE STATUS IS VITM-FS.
           SELECT ASNP-FILE ASSIGN TO RANDOM ASNP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS ASNP-FS.
           SELECT REJ-FILE ASSIGN TO RANDOM REJ-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REJ-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD IMP-FILE
           LABEL RECORD IS STANDARD.
        01 IMP-REC              PIC X(80).
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD VITM-FILE
           LABEL RECORD IS STANDARD.
           COPY VITMCOPY REPLACING ==VITM-GRP== BY ==VITM-REC==.
        FD ASNP-FILE
           LABEL RECORD IS STANDARD.
           COPY ASNPCOPY REPLACING ==ASNP-GRP== BY ==ASNP-REC==.
        FD REJ-FILE
           LABEL RECORD IS STANDARD.
        01 REJ-REC.
           05 RJ-LINE           PIC X(80).
           05 FILLER            PIC X(2).
           05 RJ-REASON         PIC X(30).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 IMP-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 VITM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 ASNP-FILE-NAME         PIC X(30) VALUE SPACES.
        77 REJ-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 IMP-FS       PIC XX.
        77 PO-FS        PIC XX.
        77 VITM-FS      PIC XX.
        77 ASNP-FS      PIC XX.
        77 REJ-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 IMP-EOF      PIC X  VALUE "N".
        77 REJECT-FLAG  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 VITM-MISSING PIC X  VALUE "N".
        77 ASNP-NEW     PIC X  VALUE "N".
        77 GOOD-COUNT   PIC 9(5) VALUE 0.
        77 REJ-COUNT    PIC 9(5) VALUE 0.
        77 DIFF-COUNT   PIC 9(5) VALUE 0.
        77 WS-LINE-NO   PIC 9(3) VALUE 0.
        77 WS-SHIP-QTY  PIC 9(5) VALUE 0.
        77 WS-QTY-DIFF  PIC S9(5) VALUE 0.
        77 WS-ARRIVE-DATE PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        01 FIELD-AREA.
           05 F-ASN-NO  PIC X(10).
           05 F-PO-NO   PIC X(6).
           05 F-LINE-NO PIC X(3).
           05 F-ITEM-NO PIC X(10).
           05 F-QTY     PIC X(7).
           05 F-LOT-NO  PIC X(10).
           05 F-ARRIVE  PIC X(8).
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
              VALUE "ADVANCE SHIP NOTICE IMPORT".
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "訂單編號".
           05 FILLER            PIC X(6)  VALUE "行號".
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(9)  VALUE "訂購量".
           05 FILLER            PIC X(9)  VALUE "出貨量".
           05 FILLER            PIC X(7)  VALUE "差異".
           05 FILLER            PIC X(12) VALUE "預計到貨".
           05 FILLER            PIC X(6)  VALUE "註記".
        01 DETAIL-LINE.
           05 DL-PO-NO          PIC X(6).
           05 FILLER            PIC X(3).
           05 DL-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(2).
           05 DL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 DL-PO-QTY         PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 DL-SHIP-QTY       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 DL-DIFF           PIC ZZ,ZZ9-.
           05 FILLER            PIC X(2).
           05 DL-ARRIVE         PIC 9999/99/99.
           05 FILLER            PIC X(2).
           05 DL-FLAG           PIC X(8).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        IMP-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON IMP-FILE.
        IMP-ERROR-PROCESS.
           IF IMP-FS NOT = "00"
              DISPLAY "SHIP NOTICE FILE NOT FOUND (VENDASN.IMP)"
              STOP RUN.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              DISPLAY "ERROR OPENING PO-FILE, FILE STATUS = " PO-FS
              STOP RUN.
        VITM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VITM-FILE.
        VITM-ERROR-PROCESS.
           IF VITM-FS NOT = "00"
              MOVE "Y" TO VITM-MISSING.
        ASNP-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ASNP-FILE.
        ASNP-ERROR-PROCESS.
           IF ASNP-FS NOT = "00"
              OPEN OUTPUT ASNP-FILE
              CLOSE ASNP-FILE
              OPEN I-O ASNP-FILE.
        REJ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REJ-FILE.
        REJ-ERROR-PROCESS.
           IF REJ-FS NOT = "00"
              DISPLAY "ERROR OPENING REJ-FILE, FILE STATUS = " REJ-FS
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
            OPEN INPUT IMP-FILE
                 I-O   PO-FILE
                       ASNP-FILE
                 OUTPUT REJ-FILE
                        OUT-FILE.
            MOVE "N" TO VITM-MISSING.
            OPEN INPUT VITM-FILE.
            PERFORM 200-WRITE-HEADING.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 300-READ-IMP-RTN.
            PERFORM 400-LOOP-RTN UNTIL IMP-EOF = "Y".
            DISPLAY "=== SHIP NOTICE IMPORT CONTROL TOTALS ===".
            DISPLAY "LINES LOADED    : " GOOD-COUNT.
            DISPLAY "QTY DIFFERENCES : " DIFF-COUNT.
            DISPLAY "LINES REJECTED  : " REJ-COUNT.
            CLOSE IMP-FILE PO-FILE ASNP-FILE REJ-FILE OUT-FILE.
            IF VITM-MISSING = "N"
               CLOSE VITM-FILE
            END-IF.
            STOP RUN.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
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
               ADD 1 TO GOOD-COUNT
            ELSE
               MOVE IMP-REC TO RJ-LINE
               WRITE REJ-REC
               ADD 1 TO REJ-COUNT
            END-IF.
            PERFORM 300-READ-IMP-RTN.
        410-SPLIT-FIELDS-RTN.
            MOVE SPACES TO FIELD-AREA.
            UNSTRING IMP-REC DELIMITED BY ","
               INTO F-ASN-NO F-PO-NO F-LINE-NO F-ITEM-NO
                    F-QTY F-LOT-NO F-ARRIVE
               ON OVERFLOW
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "TOO MANY FIELDS" TO RJ-REASON
            END-UNSTRING.
      * 僅未結(O)之一般訂購行可收出貨通知;直送行由直送出貨
      * 確認辦理
        420-VALIDATE-RTN.
            COMPUTE WS-LINE-NO = FUNCTION NUMVAL (F-LINE-NO).
            MOVE F-PO-NO    TO PO-NO OF PO-REC.
            MOVE WS-LINE-NO TO PO-LINE-NO OF PO-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PO-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "PO LINE NOT ON FILE" TO RJ-REASON
            ELSE
               IF PO-STATUS OF PO-REC NOT = "O"
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "PO LINE NOT OPEN" TO RJ-REASON
               ELSE
                  IF PO-IS-DROP-SHIP OF PO-REC
                     MOVE "Y" TO REJECT-FLAG
                     MOVE "DROP-SHIP LINE" TO RJ-REASON
                  END-IF
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               AND F-ITEM-NO NOT = SPACES
               AND VITM-MISSING = "N"
               PERFORM 425-CHECK-ITEM-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               COMPUTE WS-SHIP-QTY = FUNCTION NUMVAL (F-QTY)
               IF WS-SHIP-QTY = ZERO
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "SHIP QTY MISSING OR ZERO" TO RJ-REASON
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               IF F-ARRIVE IS NUMERIC
                  MOVE F-ARRIVE TO WS-ARRIVE-DATE
               ELSE
                  MOVE ZERO TO WS-ARRIVE-DATE
               END-IF
               CALL "DateCheck" USING WS-ARRIVE-DATE DC-FUTURE-OK
                                      DC-RESULT DC-MESSAGE
               IF DC-RESULT NOT = "Y"
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "INVALID ARRIVAL DATE" TO RJ-REASON
               END-IF
            END-IF.
      * 廠商料號須與廠商料號檔中本行廠商、產品之料號相符
        425-CHECK-ITEM-RTN.
            MOVE PO-VEND-NO OF PO-REC TO VI-VEND-NO OF VITM-REC.
            MOVE PO-PRO-NO OF PO-REC  TO VI-PRO-NO OF VITM-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ VITM-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               AND VI-VEND-ITEM-NO OF VITM-REC NOT = F-ITEM-NO
               MOVE "Y" TO REJECT-FLAG
               MOVE "VENDOR ITEM NOT ON PO LINE" TO RJ-REASON
            END-IF.
      * 套用:承諾交期改為預計到貨日;待收貨紀錄新增或以新通知
      * 取代
        430-APPLY-RTN.
            MOVE WS-ARRIVE-DATE TO PO-PROMISE-DATE OF PO-REC.
            REWRITE PO-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PO.DAT FOR "
                          PO-KEY OF PO-REC
            END-REWRITE.
            MOVE PO-NO OF PO-REC      TO AP-PO-NO OF ASNP-REC.
            MOVE PO-LINE-NO OF PO-REC TO AP-LINE-NO OF ASNP-REC.
            MOVE "N" TO ASNP-NEW.
            READ ASNP-FILE
               INVALID KEY MOVE "Y" TO ASNP-NEW
            END-READ.
            MOVE PO-NO OF PO-REC      TO AP-PO-NO OF ASNP-REC.
            MOVE PO-LINE-NO OF PO-REC TO AP-LINE-NO OF ASNP-REC.
            MOVE F-ASN-NO             TO AP-ASN-NO OF ASNP-REC.
            MOVE WS-SHIP-QTY          TO AP-QTY-SHIP OF ASNP-REC.
            MOVE F-LOT-NO             TO AP-LOT-NO OF ASNP-REC.
            MOVE WS-ARRIVE-DATE       TO AP-ARRIVE-DATE OF ASNP-REC.
            MOVE WS-RUN-DATE-NUM      TO AP-IMPORT-DATE OF ASNP-REC.
            IF ASNP-NEW = "Y"
               WRITE ASNP-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING ASNPEND.DAT FOR "
                             AP-KEY OF ASNP-REC
               END-WRITE
            ELSE
               REWRITE ASNP-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING ASNPEND.DAT FOR "
                             AP-KEY OF ASNP-REC
               END-REWRITE
            END-IF.
            PERFORM 440-REPORT-LINE-RTN.
      * 差異 = 出貨量 - 訂購行剩餘量(訂購單位);取代前一通知者
      * 另註記
        440-REPORT-LINE-RTN.
            COMPUTE WS-QTY-DIFF = WS-SHIP-QTY - PO-QTY OF PO-REC.
            MOVE PO-NO OF PO-REC      TO DL-PO-NO.
            MOVE PO-LINE-NO OF PO-REC TO DL-LINE-NO.
            MOVE PO-PRO-NO OF PO-REC  TO DL-PRO-NO.
            MOVE PO-QTY OF PO-REC     TO DL-PO-QTY.
            MOVE WS-SHIP-QTY          TO DL-SHIP-QTY.
            MOVE WS-QTY-DIFF          TO DL-DIFF.
            MOVE WS-ARRIVE-DATE       TO DL-ARRIVE.
            IF WS-QTY-DIFF < ZERO
               MOVE "SHORT   " TO DL-FLAG
               ADD 1 TO DIFF-COUNT
            ELSE
               IF WS-QTY-DIFF > ZERO
                  MOVE "OVER    " TO DL-FLAG
                  ADD 1 TO DIFF-COUNT
               ELSE
                  MOVE SPACES TO DL-FLAG
               END-IF
            END-IF.
            IF ASNP-NEW = "N"
               MOVE "REPLACED" TO DL-FLAG
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "VENDASN.IMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO IMP-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "VENDITEM.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VITM-FILE-NAME.
            MOVE "ASNPEND.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ASNP-FILE-NAME.
            MOVE "ASNIMP.REJ" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REJ-FILE-NAME.
            MOVE "ASNIMP.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
