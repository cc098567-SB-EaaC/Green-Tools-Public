      **                                 承諾交期比對計遲交率、依
      **                                 訂購量與實收量計交足率，
      **                                 依廠商別小計並列公司合計
      **                                 ;各廠商及公司(廠商空白)
      **                                 之數字同時重建於績效檔
      **                                 VENDPERF.DAT，供補貨
      **                                 (SAM12-7.CBL) 評選廠商
      **                                 對照 (POEXPED.CBL) 之工作
      **                                 檔排序與廠商別中斷

           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT VPF-FILE ASSIGN TO RANDOM VPF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VF-VEND-NO
                  FILE STATUS IS VPF-FS.
           SELECT SORT-FILE ASSIGN TO "VPFSORT.TMP".
      **
        DATA    DIVISION.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD VPF-FILE
           LABEL RECORD IS STANDARD.
           COPY VPFCOPY REPLACING ==VPF-GRP== BY ==VPF-REC==.
        SD SORT-FILE.
        01 SD-REC.
           05 SD-VEND-NO        PIC X(4).
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 VPF-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PO-EOF       PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 PO-FS        PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 VPF-FS       PIC XX.
        77 CHECK-VEND-NO PIC X(4) VALUE SPACES.
        77 V-LINE-CNT   PIC 9(5) VALUE 0.
        77 V-LEAD-SUM   PIC S9(8) VALUE 0.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        VPF-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VPF-FILE.
        VPF-ERROR-PROCESS.
           IF VPF-FS NOT = "00"
              DISPLAY "ERROR OPENING VPF-FILE, FILE STATUS = " VPF-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
                GIVING WORK-FILE.
        200-OPEN-RTN.
            OPEN INPUT WORK-FILE
                 OUTPUT OUT-FILE VPF-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE WS-FILL-PCT TO VP-FILL-PCT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            MOVE CHECK-VEND-NO TO VF-VEND-NO.
            MOVE V-LINE-CNT    TO VF-LINE-CNT.
            PERFORM 450-WRITE-VPF-RTN.
            MOVE ZERO TO V-LINE-CNT V-LEAD-SUM V-LATE-CNT
                         V-ORIG-SUM V-RECV-SUM.
        500-WRITE-TOTAL-RTN.
            MOVE WS-LATE-PCT TO VT-LATE-PCT.
            MOVE WS-FILL-PCT TO VT-FILL-PCT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            MOVE SPACES     TO VF-VEND-NO.
            MOVE T-LINE-CNT TO VF-LINE-CNT.
            PERFORM 450-WRITE-VPF-RTN.
      * 績效檔每次重建;公司合計以空白廠商編號存放
        450-WRITE-VPF-RTN.
            MOVE WS-AVG-LEAD TO VF-AVG-LEAD.
            MOVE WS-LATE-PCT TO VF-LATE-PCT.
            MOVE WS-FILL-PCT TO VF-FILL-PCT.
            MOVE RUN-DATE    TO VF-RUN-DATE.
            WRITE VPF-REC
               INVALID KEY
                  DISPLAY "DUPLICATE VENDPERF RECORD !! " VF-VEND-NO
            END-WRITE.
        600-CLOSE-RTN.
            CLOSE WORK-FILE OUT-FILE VPF-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "VENDPERF.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "VENDPERF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VPF-FILE-NAME.
