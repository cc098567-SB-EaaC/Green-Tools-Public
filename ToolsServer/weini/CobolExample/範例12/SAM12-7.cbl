      **                             為存量偏低產品自動產生訂購單;
      **                             同一廠商之各產品彙整為一張多行
      **                             訂購單，並印製可逕寄廠商之訂購
      **                             單格式 (PORDER.OUT);各行記下
      **                             廠商料號檔進價與執行之操作員
      **                             (採購員)，供進價差異分析;
      **                             補貨廠商就廠商料號檔中有進價
      **                             之各廠商，依換算本幣後進價、
      **                             績效檔 (VENDPERF.DAT) 之準時
      **                             率與交足率，按 VSELECT.CTL
      **                             權重評分取最高者，建議表並列
      **                             次選廠商與節省金額;經鎖定
      **                             (VENDPIN.DAT) 之產品仍向主檔
      **                             供應廠商訂購;各行另經
      **                             PoTransmit 寫入廠商傳送檔;
      **                             待檢倉 "QC" 與客戶寄售點之
      **                             存量均不列入存量判斷;停止補貨
      **                             (P)與淘汰(D)之產品不再訂購;
      **                             設有倉別補貨水準(WHLEVEL.DAT)
      **                             之產品改依各倉最低量判斷，扣
      **                             除他倉超過最高量可調撥之量後
      **                             ，僅就不足部份訂購至最高量;
      **                             承諾交期依公司行事曆以營業日
      **                             推算
      **                             對照 (VSELMNT.CBL) 之評選設定

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     Sample12-7.
                  FILE STATUS IS WORK-FS.
           SELECT VITM-FILE ASSIGN TO RANDOM VITM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VI-KEY
                  FILE STATUS IS VITM-FS.
           SELECT LOC-FILE ASSIGN TO RANDOM LOC-FILE-NAME
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS LOC-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
           SELECT PINV-FILE ASSIGN TO RANDOM PINV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VP-PRO-NO
                  FILE STATUS IS PINV-FS.
           SELECT VPF-FILE ASSIGN TO RANDOM VPF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VF-VEND-NO
                  FILE STATUS IS VPF-FS.
           SELECT VSEL-FILE ASSIGN TO RANDOM VSEL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS VSEL-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
           SELECT WHLV-FILE ASSIGN TO RANDOM WHLV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WL-KEY
                  FILE STATUS IS WHLV-FS.
           SELECT XFER-FILE ASSIGN TO RANDOM XFER-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XF-NO
                  FILE STATUS IS XFER-FS.
           SELECT SORT-FILE ASSIGN TO "POSORT.TMP".
      **
        DATA    DIVISION.
           05 WK-CURR           PIC X(3).
           05 WK-FOREIGN-COST   PIC 9(5)V99.
           05 WK-FOREIGN-VALUE  PIC 9(8)V99.
           05 WK-RUNNER-VEND    PIC X(4).
           05 WK-RUNNER-COST    PIC 9(5)V99.
           05 WK-PINNED         PIC X(1).
           05 WK-PIN-REF        PIC X(20).
        FD LOC-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==LOC-REC==.
        FD VITM-FILE
           LABEL RECORD IS STANDARD.
           COPY VITMCOPY REPLACING ==VITM-GRP== BY ==VITM-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
        FD PINV-FILE
           LABEL RECORD IS STANDARD.
           COPY PINVCOPY REPLACING ==PINV-GRP== BY ==PINV-REC==.
        FD VPF-FILE
           LABEL RECORD IS STANDARD.
           COPY VPFCOPY REPLACING ==VPF-GRP== BY ==VPF-REC==.
        FD VSEL-FILE
           LABEL RECORD IS STANDARD.
           COPY VSELCOPY REPLACING ==VSEL-GRP== BY ==VSEL-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.
        FD WHLV-FILE
           LABEL RECORD IS STANDARD.
           COPY WHLVCOPY REPLACING ==WHLV-GRP== BY ==WHLV-REC==.
        FD XFER-FILE
           LABEL RECORD IS STANDARD.
           COPY XFERCOPY REPLACING ==XFER-GRP== BY ==XFER-REC==.
        SD SORT-FILE.
        01 SD-REC.
           05 SD-VEND-NO        PIC X(4).
           05 SD-PRO-NO         PIC X(13).
           05 FILLER            PIC X(78).

        WORKING-STORAGE SECTION.
        77 IN-FILE-NAME           PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VITM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LOC-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PINV-FILE-NAME         PIC X(30) VALUE SPACES.
        77 VPF-FILE-NAME          PIC X(30) VALUE SPACES.
        77 VSEL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WHLV-FILE-NAME         PIC X(30) VALUE SPACES.
        77 XFER-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 EOF          PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 WORK-FS      PIC XX.
        77 WS-VEND-ERR  PIC X.
        77 LOC-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 LOC-CNT      PIC 9(3) VALUE 0.
        77 WS-CHECK-QTY PIC S9(5) VALUE 0.
        77 WS-PACK-QTY  PIC 9(5) VALUE 0.
        77 VITM-FS      PIC XX.
        77 WS-VITM-ERR  PIC X  VALUE "N".
           COPY PAGECTL.
           COPY RUNDATE.
        77 WS-PO-NO-BUILD    PIC 9(6) VALUE 0.
      * 自動訂購之承諾交期:訂購日加預設前置 10 個營業日(兩週)
        77 PO-LEAD-DAYS      PIC 9(3) VALUE 10.
        77 WS-RUN-DATE-NUM   PIC 9(8) VALUE 0.
        77 WS-PROMISE-DATE   PIC 9(8) VALUE 0.
           COPY CURRREQ REPLACING ==CURR-REQ-GRP== BY ==CURR-REQ==.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
        77 NN-SERIES         PIC X(8) VALUE "PO".
        77 NN-NUMBER         PIC 9(6) VALUE 0.
        77 PINV-FS           PIC XX.
        77 VPF-FS            PIC XX.
        77 VSEL-FS           PIC XX.
        77 PINV-MISSING      PIC X  VALUE "N".
        77 VPF-MISSING       PIC X  VALUE "N".
        77 VSEL-MISSING      PIC X  VALUE "N".
        77 CNSL-FS           PIC XX.
        77 CNSL-MISSING      PIC X  VALUE "N".
        77 WS-CONSIGN-LOC    PIC X  VALUE "N".
        77 WS-EXCL-QTY       PIC 9(6) VALUE 0.
        77 WHLV-FS           PIC XX.
        77 WHLV-MISSING      PIC X  VALUE "N".
        77 WHLV-EOF          PIC X  VALUE "N".
        77 XFER-FS           PIC XX.
        77 XFER-MISSING      PIC X  VALUE "N".
        77 XFER-EOF          PIC X  VALUE "N".
        77 WS-HAS-LEVELS     PIC X  VALUE "N".
        77 WS-WL-QTY         PIC S9(5) VALUE 0.
        77 WS-WL-POSITION    PIC S9(6) VALUE 0.
        77 WS-WH-NEED        PIC 9(6) VALUE 0.
        77 WS-WH-SURPLUS     PIC 9(6) VALUE 0.
        77 WS-WH-SHORT       PIC 9(6) VALUE 0.
        77 WS-ORDER-BASE     PIC 9(6) VALUE 0.
        77 VITM-EOF          PIC X  VALUE "N".
        77 WS-PINNED         PIC X  VALUE "N".
        77 WS-SEL-VEND-NO    PIC X(4) VALUE SPACES.
        77 WS-RUNNER-VEND    PIC X(4) VALUE SPACES.
        77 WS-RUNNER-COST    PIC 9(5)V99 VALUE 0.
        77 WS-CAND-COST      PIC 9(5)V99 VALUE 0.
        77 WS-MIN-COST       PIC 9(5)V99 VALUE 0.
        77 WS-FILL-CAP       PIC 9(3)V9 VALUE 0.
        77 WS-WT-TOTAL       PIC 9(4) VALUE 0.
        77 WS-BEST-SUB       PIC 9(2) VALUE 0.
        77 WS-BEST-SCORE     PIC 9(3)V99 VALUE 0.
        77 WS-RUNNER-SUB     PIC 9(2) VALUE 0.
        77 WS-RUNNER-SCORE   PIC 9(3)V99 VALUE 0.
        77 WS-SAVING         PIC S9(8)V99 VALUE 0.
      * 無績效紀錄之廠商以公司合計評分;績效檔尚未建立時視為
      * 全數準時且交足
        77 WS-CO-LATE-PCT    PIC 9(3)V9 VALUE 0.
        77 WS-CO-FILL-PCT    PIC 9(3)V9 VALUE 100.
      * 補貨評選之候選廠商:廠商料號檔中有進價之各廠商
        01 CAND-TABLE.
           05 CD-CNT            PIC 9(2) VALUE 0.
           05 CD-SUB            PIC 9(2) VALUE 0.
           05 CD-ENTRY OCCURS 20 TIMES.
              10 CD-VEND-NO     PIC X(4).
              10 CD-COST        PIC 9(5)V99.
              10 CD-LATE-PCT    PIC 9(3)V9.
              10 CD-FILL-PCT    PIC 9(3)V9.
              10 CD-SCORE       PIC 9(3)V99.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 PO-UNIT-OUT       PIC X(4).
           05 FILLER            PIC X(3).
           05 PO-VALUE-OUT      PIC ZZZ,ZZ9.99.
        01 RUNNER-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "次選廠商 : ".
           05 RL-VEND-NO        PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "單價 : ".
           05 RL-COST           PIC Z,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "節省 : ".
           05 RL-SAVING         PIC ZZZ,ZZ9.99-.
        01 PIN-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(21) VALUE "合約鎖定廠商 : ".
           05 PL-REF            PIC X(20).
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "北青公司".
              OPEN OUTPUT LOC-FILE
              CLOSE LOC-FILE
              OPEN I-O LOC-FILE.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        PINV-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PINV-FILE.
        PINV-ERROR-PROCESS.
           IF PINV-FS NOT = "00"
              MOVE "Y" TO PINV-MISSING.
        VPF-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VPF-FILE.
        VPF-ERROR-PROCESS.
           IF VPF-FS NOT = "00"
              MOVE "Y" TO VPF-MISSING.
        VSEL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VSEL-FILE.
        VSEL-ERROR-PROCESS.
           IF VSEL-FS NOT = "00"
              MOVE "Y" TO VSEL-MISSING.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        WHLV-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WHLV-FILE.
        WHLV-ERROR-PROCESS.
           IF WHLV-FS NOT = "00"
              MOVE "Y" TO WHLV-MISSING.
        XFER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON XFER-FILE.
        XFER-ERROR-PROCESS.
           IF XFER-FS NOT = "00"
              MOVE "Y" TO XFER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            PERFORM 100-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-RTN.
            PERFORM 600-GENERATE-RTN.
            PERFORM 500-CLOSE-RTN.
            EXIT PROGRAM.
      * 採購員為簽入之操作員;未經簽入(例如批次)時記為 BATCH
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            MOVE "BATCH   " TO OP-ID.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "BATCH   " TO OP-ID
               END-READ
               CLOSE OPER-FILE
            END-IF.
        100-OPEN-RTN.
            OPEN INPUT IN-FILE
                       VEND-FILE
                 OUTPUT OUT-FILE
                        FORM-FILE
                        WORK-FILE.
            PERFORM 110-SELECT-PARM-RTN.
      * 評選權重尚未設定(或合計為零)者預設成本 60、準時率 25、
      * 交足率 15;鎖定檔與績效檔皆可尚未建立
        110-SELECT-PARM-RTN.
            MOVE "N" TO VSEL-MISSING.
            OPEN INPUT VSEL-FILE.
            IF VSEL-MISSING = "N"
               READ VSEL-FILE
                  AT END MOVE "Y" TO VSEL-MISSING
               END-READ
               CLOSE VSEL-FILE
            END-IF.
            IF VSEL-MISSING = "N"
               COMPUTE WS-WT-TOTAL = VW-COST-WT OF VSEL-REC
                                   + VW-ONTIME-WT OF VSEL-REC
                                   + VW-FILL-WT OF VSEL-REC
            END-IF.
            IF VSEL-MISSING = "Y" OR WS-WT-TOTAL = ZERO
               MOVE 60 TO VW-COST-WT OF VSEL-REC
               MOVE 25 TO VW-ONTIME-WT OF VSEL-REC
               MOVE 15 TO VW-FILL-WT OF VSEL-REC
               MOVE 100 TO WS-WT-TOTAL
            END-IF.
            MOVE "N" TO PINV-MISSING.
            OPEN INPUT PINV-FILE.
            MOVE "N" TO CNSL-MISSING.
            OPEN INPUT CNSL-FILE.
            MOVE "N" TO WHLV-MISSING.
            OPEN INPUT WHLV-FILE.
            MOVE "N" TO XFER-MISSING.
            OPEN INPUT XFER-FILE.
            MOVE "N" TO VPF-MISSING.
            OPEN INPUT VPF-FILE.
            IF VPF-MISSING = "N"
               MOVE SPACES TO VF-VEND-NO
               READ VPF-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE VF-LATE-PCT TO WS-CO-LATE-PCT
                     MOVE VF-FILL-PCT TO WS-CO-FILL-PCT
               END-READ
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * 廠商彙整為訂購單
        400-LOOP-RTN.
            PERFORM 402-LOW-LOCATION-RTN.
            PERFORM 406-WH-LEVEL-RTN.
            IF WS-HAS-LEVELS = "Y"
               IF WS-WH-SHORT > ZERO
                  AND PRO-ACTIVE OF IN-REC
                  MOVE WS-WH-SHORT TO WS-ORDER-BASE
                  PERFORM 415-ORDER-RTN
               END-IF
            ELSE
               IF PRO-MIN-QTY OF IN-REC NOT = ZERO
                  AND WS-CHECK-QTY NOT > PRO-MIN-QTY OF IN-REC
                  AND PRO-ACTIVE OF IN-REC
                  MOVE PRO-MIN-QTY OF IN-REC TO WS-ORDER-BASE
                  PERFORM 415-ORDER-RTN
               END-IF
            END-IF.
            PERFORM 300-READ-RTN.
      * 取各倉庫中最低之存量作為訂購判斷;尚無倉別庫存紀錄之
      * 產品仍以主檔合計量判斷，僅有待檢或寄售倉別紀錄者以
      * 主檔合計量扣除該等倉別之量判斷
        402-LOW-LOCATION-RTN.
            MOVE PRO-QTY OF IN-REC TO WS-CHECK-QTY.
            MOVE 0 TO LOC-CNT WS-EXCL-QTY.
            MOVE PRO-NO OF IN-REC TO SB-PRO-NO OF LOC-REC.
            MOVE LOW-VALUES TO SB-WAREHOUSE OF LOC-REC.
            MOVE "N" TO LOC-EOF.
            END-START.
            PERFORM 403-READ-LOC-NEXT.
            PERFORM 404-CHECK-ONE-LOC-RTN UNTIL LOC-EOF = "Y".
            IF LOC-CNT = 0 AND WS-EXCL-QTY > ZERO
               IF WS-EXCL-QTY < WS-CHECK-QTY
                  SUBTRACT WS-EXCL-QTY FROM WS-CHECK-QTY
               ELSE
                  MOVE ZERO TO WS-CHECK-QTY
               END-IF
            END-IF.
        403-READ-LOC-NEXT.
            READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO LOC-EOF
               AND SB-PRO-NO OF LOC-REC NOT = PRO-NO OF IN-REC
               MOVE "Y" TO LOC-EOF
            END-IF.
      * 待檢倉 "QC" 與客戶寄售點非銷售倉庫，不列入判斷
        404-CHECK-ONE-LOC-RTN.
            PERFORM 405-CHECK-CONSIGN-RTN.
            IF SB-WAREHOUSE OF LOC-REC NOT = "QC"
               AND WS-CONSIGN-LOC = "N"
               ADD 1 TO LOC-CNT
               IF LOC-CNT = 1 OR SB-QTY OF LOC-REC < WS-CHECK-QTY
                  MOVE SB-QTY OF LOC-REC TO WS-CHECK-QTY
               END-IF
            ELSE
               ADD SB-QTY OF LOC-REC TO WS-EXCL-QTY
            END-IF.
            PERFORM 403-READ-LOC-NEXT.
        405-CHECK-CONSIGN-RTN.
            MOVE "N" TO WS-CONSIGN-LOC.
            IF CNSL-MISSING = "N"
               MOVE SB-WAREHOUSE OF LOC-REC
                    TO CG-WAREHOUSE OF CNSL-REC
               READ CNSL-FILE
                  INVALID KEY MOVE "N" TO WS-CONSIGN-LOC
                  NOT INVALID KEY MOVE "Y" TO WS-CONSIGN-LOC
               END-READ
            END-IF.
      * 倉別補貨水準:存量(含在途調入)不超過最低量之倉庫需補足
      * 至最高量，他倉超過最高量之部份先以調撥(ReplenXfer)支應
      * ，僅其差額訂購;未設水準之產品仍依主檔訂購點
        406-WH-LEVEL-RTN.
            MOVE "N" TO WS-HAS-LEVELS.
            MOVE ZERO TO WS-WH-NEED WS-WH-SURPLUS WS-WH-SHORT.
            IF WHLV-MISSING = "N"
               MOVE PRO-NO OF IN-REC TO WL-PRO-NO OF WHLV-REC
               MOVE LOW-VALUES TO WL-WAREHOUSE OF WHLV-REC
               MOVE "N" TO WHLV-EOF
               START WHLV-FILE KEY IS NOT LESS THAN WL-KEY
                  INVALID KEY MOVE "Y" TO WHLV-EOF
               END-START
               PERFORM 407-READ-WHLV-NEXT
               PERFORM 408-ONE-LEVEL-RTN UNTIL WHLV-EOF = "Y"
               IF WS-WH-NEED > WS-WH-SURPLUS
                  COMPUTE WS-WH-SHORT = WS-WH-NEED - WS-WH-SURPLUS
               END-IF
            END-IF.
        407-READ-WHLV-NEXT.
            IF WHLV-EOF = "N"
               READ WHLV-FILE NEXT RECORD
                  AT END MOVE "Y" TO WHLV-EOF
               END-READ
            END-IF.
            IF WHLV-EOF = "N"
               AND WL-PRO-NO OF WHLV-REC NOT = PRO-NO OF IN-REC
               MOVE "Y" TO WHLV-EOF
            END-IF.
        408-ONE-LEVEL-RTN.
            MOVE "Y" TO WS-HAS-LEVELS.
            MOVE PRO-NO OF IN-REC TO SB-PRO-NO OF LOC-REC.
            MOVE WL-WAREHOUSE OF WHLV-REC TO SB-WAREHOUSE OF LOC-REC.
            READ LOC-FILE
               INVALID KEY MOVE ZERO TO WS-WL-QTY
               NOT INVALID KEY MOVE SB-QTY OF LOC-REC TO WS-WL-QTY
            END-READ.
            MOVE WS-WL-QTY TO WS-WL-POSITION.
            IF WL-MIN-QTY OF WHLV-REC > ZERO
               AND WS-WL-POSITION NOT > WL-MIN-QTY OF WHLV-REC
               PERFORM 409-ADD-INBOUND-RTN
            END-IF.
            IF WL-MIN-QTY OF WHLV-REC > ZERO
               AND WS-WL-POSITION NOT > WL-MIN-QTY OF WHLV-REC
               COMPUTE WS-WH-NEED = WS-WH-NEED
                       + WL-MAX-QTY OF WHLV-REC - WS-WL-POSITION
            ELSE
               IF WS-WL-QTY > WL-MAX-QTY OF WHLV-REC
                  COMPUTE WS-WH-SURPLUS = WS-WH-SURPLUS
                          + WS-WL-QTY - WL-MAX-QTY OF WHLV-REC
               END-IF
            END-IF.
            PERFORM 407-READ-WHLV-NEXT.
      * 已轉出未轉入本倉之調撥單視同本倉存量
        409-ADD-INBOUND-RTN.
            IF XFER-MISSING = "N"
               MOVE "N" TO XFER-EOF
               MOVE LOW-VALUES TO XF-NO OF XFER-REC
               START XFER-FILE KEY IS NOT LESS THAN XF-NO OF XFER-REC
                  INVALID KEY MOVE "Y" TO XFER-EOF
               END-START
               PERFORM 411-READ-XFER-NEXT
               PERFORM 412-ONE-XFER-RTN UNTIL XFER-EOF = "Y"
            END-IF.
        411-READ-XFER-NEXT.
            IF XFER-EOF = "N"
               READ XFER-FILE NEXT RECORD
                  AT END MOVE "Y" TO XFER-EOF
               END-READ
            END-IF.
        412-ONE-XFER-RTN.
            IF XF-SHIPPED OF XFER-REC
               AND XF-PRO-NO OF XFER-REC = PRO-NO OF IN-REC
               AND XF-TO-WH OF XFER-REC = WL-WAREHOUSE OF WHLV-REC
               ADD XF-QTY OF XFER-REC TO WS-WL-POSITION
            END-IF.
            PERFORM 411-READ-XFER-NEXT.
        415-ORDER-RTN.
            PERFORM 430-SELECT-VENDOR-RTN.
            PERFORM 410-CHECK-VENDOR-RTN.
            IF WS-VEND-ERR = "N"
               PERFORM 420-BUILD-WORK-RTN
            END-IF.
        410-CHECK-VENDOR-RTN.
            MOVE WS-SEL-VEND-NO TO VEND-NO OF VEND-REC.
            MOVE "Y" TO WS-VEND-ERR.
            READ VEND-FILE
               INVALID KEY MOVE "Y" TO WS-VEND-ERR
               NOT INVALID KEY MOVE "N" TO WS-VEND-ERR
            END-READ.
      * 訂購量(主檔訂購點，或倉別補足至最高量之差額)以廠商
      * 包裝單位表示，不足一箱進位為一箱;以廠商
      * 料號檔之現行進價計價，查無進價時以零計價
        420-BUILD-WORK-RTN.
            MOVE WS-SEL-VEND-NO        TO WK-VEND-NO.
            MOVE PRO-NO OF IN-REC      TO WK-PRO-NO.
            IF PRO-UNITS-PER-PACK OF IN-REC IS NUMERIC
               AND PRO-UNITS-PER-PACK OF IN-REC > ZERO
               COMPUTE WS-PACK-QTY =
                       (WS-ORDER-BASE
                        + PRO-UNITS-PER-PACK OF IN-REC - 1)
                       / PRO-UNITS-PER-PACK OF IN-REC
               MOVE WS-PACK-QTY TO WK-QTY
               MOVE PRO-ORDER-UNIT OF IN-REC TO WK-UNIT
            ELSE
               MOVE WS-ORDER-BASE TO WK-QTY
               MOVE "EA  " TO WK-UNIT
            END-IF.
            MOVE WS-SEL-VEND-NO        TO VI-VEND-NO OF VITM-REC.
            MOVE PRO-NO OF IN-REC      TO VI-PRO-NO OF VITM-REC.
            MOVE "N" TO WS-VITM-ERR.
            READ VITM-FILE
            PERFORM 425-CONVERT-CURR-RTN.
            COMPUTE WK-VALUE = WK-QTY * WK-UNIT-COST.
            COMPUTE WK-FOREIGN-VALUE = WK-QTY * WK-FOREIGN-COST.
            MOVE WS-RUNNER-VEND TO WK-RUNNER-VEND.
            MOVE WS-RUNNER-COST TO WK-RUNNER-COST.
            MOVE WS-PINNED      TO WK-PINNED.
            IF WS-PINNED = "Y"
               MOVE VP-REF OF PINV-REC TO WK-PIN-REF
            ELSE
               MOVE SPACES TO WK-PIN-REF
            END-IF.
            WRITE WORK-REC.
      * 外幣廠商之料號進價為外幣，依訂購日匯率換算本幣;本幣
      * 廠商不換算，外幣欄位留零
               COMPUTE WK-UNIT-COST ROUNDED =
                       WK-FOREIGN-COST * CC-RATE OF CURR-REQ
            END-IF.
      * 補貨廠商評選:鎖定之產品或無任何有效報價時仍向主檔之
      * 供應廠商訂購;否則就候選廠商依權重評分，取最高分者，
      * 同分時以主檔之供應廠商優先，次高者列為次選廠商
        430-SELECT-VENDOR-RTN.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE PRO-VEND-NO OF IN-REC TO WS-SEL-VEND-NO.
            MOVE SPACES TO WS-RUNNER-VEND.
            MOVE ZERO   TO WS-RUNNER-COST.
            MOVE "N" TO WS-PINNED.
            IF PINV-MISSING = "N"
               MOVE PRO-NO OF IN-REC TO VP-PRO-NO OF PINV-REC
               MOVE "Y" TO WS-PINNED
               READ PINV-FILE
                  INVALID KEY MOVE "N" TO WS-PINNED
               END-READ
            END-IF.
            IF WS-PINNED = "N"
               PERFORM 432-LOAD-CAND-RTN
               IF CD-CNT > ZERO
                  PERFORM 436-SCORE-CAND-RTN
               END-IF
            END-IF.
        431-READ-VITM-NEXT.
            READ VITM-FILE NEXT RECORD
               AT END MOVE "Y" TO VITM-EOF
            END-READ.
      * 廠商料號檔以廠商為主鍵，須全檔掃描取出本產品之各廠商;
      * 進價為零或廠商主檔已無之廠商不列入
        432-LOAD-CAND-RTN.
            MOVE 0 TO CD-CNT.
            MOVE LOW-VALUES TO VI-KEY OF VITM-REC.
            MOVE "N" TO VITM-EOF.
            START VITM-FILE KEY IS NOT LESS THAN VI-KEY OF VITM-REC
               INVALID KEY MOVE "Y" TO VITM-EOF
            END-START.
            PERFORM 431-READ-VITM-NEXT.
            PERFORM 433-ADD-CAND-RTN UNTIL VITM-EOF = "Y".
        433-ADD-CAND-RTN.
            IF VI-PRO-NO OF VITM-REC = PRO-NO OF IN-REC
               AND VI-COST OF VITM-REC > ZERO
               AND CD-CNT < 20
               MOVE VI-VEND-NO OF VITM-REC TO VEND-NO OF VEND-REC
               READ VEND-FILE
                  INVALID KEY MOVE "Y" TO WS-VEND-ERR
                  NOT INVALID KEY MOVE "N" TO WS-VEND-ERR
               END-READ
               IF WS-VEND-ERR = "N"
                  PERFORM 434-CAND-COST-RTN
                  IF WS-CAND-COST > ZERO
                     ADD 1 TO CD-CNT
                     MOVE VI-VEND-NO OF VITM-REC TO CD-VEND-NO (CD-CNT)
                     MOVE WS-CAND-COST TO CD-COST (CD-CNT)
                     PERFORM 435-CAND-PERF-RTN
                  END-IF
               END-IF
            END-IF.
            PERFORM 431-READ-VITM-NEXT.
      * 外幣報價依訂購日匯率換算本幣後比較
        434-CAND-COST-RTN.
            IF VEND-CURR OF VEND-REC = SPACES
               MOVE VI-COST OF VITM-REC TO WS-CAND-COST
            ELSE
               MOVE VEND-CURR OF VEND-REC TO CC-CURR OF CURR-REQ
               MOVE WS-RUN-DATE-NUM TO CC-DATE OF CURR-REQ
               CALL "CurrConv" USING CURR-REQ
               COMPUTE WS-CAND-COST ROUNDED =
                       VI-COST OF VITM-REC * CC-RATE OF CURR-REQ
            END-IF.
        435-CAND-PERF-RTN.
            MOVE WS-CO-LATE-PCT TO CD-LATE-PCT (CD-CNT).
            MOVE WS-CO-FILL-PCT TO CD-FILL-PCT (CD-CNT).
            IF VPF-MISSING = "N"
               MOVE VI-VEND-NO OF VITM-REC TO VF-VEND-NO
               READ VPF-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE VF-LATE-PCT TO CD-LATE-PCT (CD-CNT)
                     MOVE VF-FILL-PCT TO CD-FILL-PCT (CD-CNT)
               END-READ
            END-IF.
      * 評分 = (成本權重 x 最低進價 / 本廠商進價 x 100
      *        + 準時率權重 x (100 - 遲交率)
      *        + 交足率權重 x 交足率(超收以 100 計)) / 權重合計
        436-SCORE-CAND-RTN.
            MOVE CD-COST (1) TO WS-MIN-COST.
            PERFORM 437-MIN-COST-RTN
               VARYING CD-SUB FROM 2 BY 1 UNTIL CD-SUB > CD-CNT.
            MOVE 0 TO WS-BEST-SUB WS-RUNNER-SUB.
            MOVE ZERO TO WS-BEST-SCORE WS-RUNNER-SCORE.
            PERFORM 438-RANK-CAND-RTN
               VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CD-CNT.
            MOVE CD-VEND-NO (WS-BEST-SUB) TO WS-SEL-VEND-NO.
            IF WS-RUNNER-SUB NOT = ZERO
               MOVE CD-VEND-NO (WS-RUNNER-SUB) TO WS-RUNNER-VEND
               MOVE CD-COST (WS-RUNNER-SUB)    TO WS-RUNNER-COST
            END-IF.
        437-MIN-COST-RTN.
            IF CD-COST (CD-SUB) < WS-MIN-COST
               MOVE CD-COST (CD-SUB) TO WS-MIN-COST
            END-IF.
        438-RANK-CAND-RTN.
            IF CD-FILL-PCT (CD-SUB) > 100
               MOVE 100 TO WS-FILL-CAP
            ELSE
               MOVE CD-FILL-PCT (CD-SUB) TO WS-FILL-CAP
            END-IF.
            COMPUTE CD-SCORE (CD-SUB) ROUNDED =
                    (VW-COST-WT OF VSEL-REC * WS-MIN-COST * 100
                                            / CD-COST (CD-SUB)
                   + VW-ONTIME-WT OF VSEL-REC
                                  * (100 - CD-LATE-PCT (CD-SUB))
                   + VW-FILL-WT OF VSEL-REC * WS-FILL-CAP)
                   / WS-WT-TOTAL.
            IF WS-BEST-SUB = ZERO
               OR CD-SCORE (CD-SUB) > WS-BEST-SCORE
               OR (CD-SCORE (CD-SUB) = WS-BEST-SCORE
                   AND CD-VEND-NO (CD-SUB) = PRO-VEND-NO OF IN-REC)
               MOVE WS-BEST-SUB   TO WS-RUNNER-SUB
               MOVE WS-BEST-SCORE TO WS-RUNNER-SCORE
               MOVE CD-SUB             TO WS-BEST-SUB
               MOVE CD-SCORE (CD-SUB)  TO WS-BEST-SCORE
            ELSE
               IF WS-RUNNER-SUB = ZERO
                  OR CD-SCORE (CD-SUB) > WS-RUNNER-SCORE
                  MOVE CD-SUB             TO WS-RUNNER-SUB
                  MOVE CD-SCORE (CD-SUB)  TO WS-RUNNER-SCORE
               END-IF
            END-IF.
        450-SORT-WORK-RTN.
            CLOSE IN-FILE WORK-FILE.
            SORT SORT-FILE
            MOVE WK-QTY         TO PO-QTY-ORIG OF PO-REC.
            MOVE ZERO           TO PO-QTY-RECV OF PO-REC.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE "A"             TO BD-FUNCTION OF BZDY-REQ.
            MOVE WS-RUN-DATE-NUM TO BD-DATE-IN OF BZDY-REQ.
            MOVE PO-LEAD-DAYS    TO BD-DAYS OF BZDY-REQ.
            CALL "BizDay" USING BZDY-REQ.
            MOVE BD-DATE-OUT OF BZDY-REQ TO WS-PROMISE-DATE.
            MOVE WS-PROMISE-DATE TO PO-PROMISE-DATE OF PO-REC.
            MOVE ZERO            TO PO-RECV-DATE OF PO-REC.
            MOVE WK-CURR          TO PO-CURR OF PO-REC.
            MOVE WK-FOREIGN-COST  TO PO-FOREIGN-COST OF PO-REC.
            MOVE WK-FOREIGN-VALUE TO PO-FOREIGN-VALUE OF PO-REC.
            MOVE "N"              TO PO-DROP-SHIP OF PO-REC.
            MOVE SPACES           TO PO-SO-NO OF PO-REC.
            MOVE ZERO             TO PO-SO-LINE OF PO-REC.
            MOVE WK-UNIT-COST     TO PO-LIST-COST OF PO-REC.
            MOVE OP-ID            TO PO-BUYER OF PO-REC.
            WRITE PO-REC
               INVALID KEY
                  DISPLAY "DUPLICATE PO NUMBER !! " PO-KEY OF PO-REC
               NOT INVALID KEY
                  CALL "PoTransmit" USING PO-REC
            END-WRITE.
            ADD WK-VALUE TO PO-TOTAL COMMIT-TOTAL.
            MOVE WS-LINE-NO     TO FL-LINE-NO.
            MOVE WK-VALUE             TO PO-VALUE-OUT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 635-WRITE-RUNNER-RTN.
      * 建議表於各行下列出次選廠商及節省金額(次選單價減本單價
      * 乘數量，負數表示為準時或交足而多付);鎖定者列合約
        635-WRITE-RUNNER-RTN.
            IF WK-PINNED = "Y"
               MOVE WK-PIN-REF TO PL-REF
               WRITE OUT-REC FROM PIN-LINE AFTER 1 LINES
            ELSE
               IF WK-RUNNER-VEND NOT = SPACES
                  COMPUTE WS-SAVING =
                          (WK-RUNNER-COST - WK-UNIT-COST) * WK-QTY
                  MOVE WK-RUNNER-VEND TO RL-VEND-NO
                  MOVE WK-RUNNER-COST TO RL-COST
                  MOVE WS-SAVING      TO RL-SAVING
                  WRITE OUT-REC FROM RUNNER-LINE AFTER 1 LINES
               END-IF
            END-IF.
        640-END-PO-RTN.
            MOVE PO-TOTAL TO FT-TOTAL.
            WRITE FORM-REC FROM FORM-TOTAL-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM COMMIT-LINE AFTER 2 LINES.
            CLOSE VEND-FILE PO-FILE LOC-FILE VITM-FILE
                  WORK-FILE OUT-FILE FORM-FILE.
            IF PINV-MISSING = "N"
               CLOSE PINV-FILE
            END-IF.
            IF VPF-MISSING = "N"
               CLOSE VPF-FILE
            END-IF.
            IF CNSL-MISSING = "N"
               CLOSE CNSL-FILE
            END-IF.
            IF WHLV-MISSING = "N"
               CLOSE WHLV-FILE
            END-IF.
            IF XFER-MISSING = "N"
               CLOSE XFER-FILE
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOC-FILE-NAME.
            MOVE "VENDPIN.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PINV-FILE-NAME.
            MOVE "VENDPERF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VPF-FILE-NAME.
            MOVE "VSELECT.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VSEL-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
            MOVE "WHLEVEL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WHLV-FILE-NAME.
            MOVE "XFER.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO XFER-FILE-NAME.
