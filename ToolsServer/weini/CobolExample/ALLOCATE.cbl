      **                         之差額寫入缺貨檔並自批次減量(減
      **                         至零之行整行轉缺貨)，另印分貨
      **                         報表說明誰拿到多少;退貨不參與
      **                         分貨;同意替代之客戶 (CM-SUBST-OK
      **                         = Y) 缺貨時先依替代品檔
      **                         (SUBST.DAT) 之優先順序以替代品
      **                         補足(僅動用替代品扣除本批次自身
      **                         需求後之餘量)，補不足者方寫缺貨
      **                         ;替代行照原品價格或依替代品取
      **                         價，報表逐行列出替代給何客戶;
      **                         直送銷貨不動庫存，同退貨不參與
      **                         分貨;非庫存之服務與費用項目亦同
      **                         ;待檢倉 "QC" 之待檢驗量不供分貨
      **                         ;寄售點之量存放客戶處亦不供分貨
      **                         ，寄售使用量交易同直送不參與
      **                         對照 (SALEPOST.CBL) 之缺貨寫法與
      **                         (PICKLIST.CBL) 之工作檔排序

           SELECT BCUR-FILE ASSIGN TO RANDOM BCUR-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BCUR-FS.
           SELECT SUBS-FILE ASSIGN TO RANDOM SUBS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS SUBS-FS.
           SELECT SORT-FILE ASSIGN TO "ALCSORT.TMP".
      **
        DATA    DIVISION.
        01 WORK-REC.
           05 WK-PRO-NO         PIC X(13).
           05 WK-PRIORITY       PIC 9(1).
           05 WK-SALE-REC       PIC X(71).
           05 WK-SUBST-OK       PIC X(1).
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
           LABEL RECORD IS STANDARD.
        01 BCUR-REC.
           05 BC-BATCH-NO        PIC 9(6).
        FD SUBS-FILE
           LABEL RECORD IS STANDARD.
           COPY SUBSCOPY REPLACING ==SUBS-GRP== BY ==SUBS-REC==.
        SD SORT-FILE.
        01 SD-REC.
           05 SD-PRO-NO         PIC X(13).
           05 SD-PRIORITY       PIC 9(1).
           05 SD-SALE-PART.
              10 SD-SALES-DATE  PIC 9(8).
              10 SD-SALE-NO     PIC X(8).
              10 FILLER         PIC X(55).
           05 FILLER            PIC X(1).

        WORKING-STORAGE SECTION.
        77 EDT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 BCUR-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SUBS-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 EDT-FS       PIC XX.
        77 WORK-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 CHECK-PRO-NO PIC X(13) VALUE SPACES.
        77 WS-AVAIL     PIC S9(8) VALUE 0.
        77 WS-NON-STOCK PIC X  VALUE "N".
        77 WS-ALLOC     PIC 9(4) VALUE 0.
        77 WS-SHORT-QTY PIC 9(5) VALUE 0.
        77 SHORT-CNT    PIC 9(4) VALUE 0.
        77 SUBS-FS      PIC XX.
        77 SUBS-MISSING PIC X  VALUE "N".
        77 SUBS-EOF     PIC X  VALUE "N".
        77 SUBST-CNT    PIC 9(4) VALUE 0.
        77 WS-FREE      PIC S9(8) VALUE 0.
        77 WS-TAKE      PIC 9(4) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==TRAN-REC==.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SUBT-REC==.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
      * 本批次各產品之非退貨需求量與已撥作替代之量
        01 DEMAND-TABLE.
           05 DM-CNT            PIC 9(3) VALUE 0.
           05 DM-FULL           PIC X(1) VALUE "N".
           05 DM-SUB            PIC 9(3) VALUE 0.
           05 DM-HIT            PIC 9(3) VALUE 0.
           05 DM-ENTRY OCCURS 500 TIMES.
              10 DM-PRO-NO      PIC X(13).
              10 DM-QTY         PIC 9(7).
              10 DM-USED        PIC 9(7).
      * 單一銷售行之替代明細，供報表於分貨行下逐筆列出
        01 SUBST-USED-TABLE.
           05 SU-CNT            PIC 9(2) VALUE 0.
           05 SU-SUB            PIC 9(2) VALUE 0.
           05 SU-ENTRY OCCURS 10 TIMES.
              10 SU-PRO-NO      PIC X(13).
              10 SU-QTY         PIC 9(4).
              10 SU-PRICE       PIC 9(4)V99.
              10 SU-SAME-PRICE  PIC X(1).
              10 SU-SALE-NO     PIC X(8).
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 AL-ALLOC          PIC Z,ZZ9.
           05 FILLER            PIC X(3).
           05 AL-SHORT          PIC Z,ZZ9.
        01 SUBST-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "替代".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-QTY            PIC Z,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-PRICE          PIC Z,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-BASIS          PIC X(15).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "單號".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SL-SALE-NO        PIC X(8).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        BCUR-ERROR-PROCESS.
           IF BCUR-FS NOT = "00"
              MOVE "Y" TO BCUR-MISSING.
        SUBS-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SUBS-FILE.
        SUBS-ERROR-PROCESS.
           IF SUBS-FS NOT = "00"
              MOVE "Y" TO SUBS-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            CLOSE EDT-FILE CUST-FILE WORK-FILE.
        110-READ-EDT-RTN.
            READ EDT-FILE AT END MOVE "Y" TO EDT-EOF.
      * 同時記下客戶是否同意替代，並累計各產品之批次需求
        120-COPY-EDT-RTN.
            MOVE PRODUCT-NO OF EDT-REC TO WK-PRO-NO.
            MOVE 9 TO WK-PRIORITY.
            MOVE SPACE TO WK-SUBST-OK.
            IF NOT TRAN-RETURN OF EDT-REC
               AND NOT TRAN-DROP-SHIP OF EDT-REC
               AND NOT TRAN-CONSIGN OF EDT-REC
               MOVE CUST-NO OF EDT-REC TO CM-CUS-NO OF CUST-REC
               MOVE "N" TO WS-KEY-ERR
               READ CUST-FILE
                  AND CM-PRIORITY OF CUST-REC NOT = ZERO
                  MOVE CM-PRIORITY OF CUST-REC TO WK-PRIORITY
               END-IF
               IF WS-KEY-ERR = "N"
                  MOVE CM-SUBST-OK OF CUST-REC TO WK-SUBST-OK
               END-IF
               PERFORM 130-ADD-DEMAND-RTN
            END-IF.
            MOVE EDT-REC TO WK-SALE-REC.
            WRITE WORK-REC.
            PERFORM 110-READ-EDT-RTN.
      * 需求表滿載時停用替代，以免動用他行所需之庫存
        130-ADD-DEMAND-RTN.
            MOVE PRODUCT-NO OF EDT-REC TO CHECK-PRO-NO.
            PERFORM 140-FIND-DEMAND-RTN.
            IF DM-HIT = ZERO
               IF DM-CNT < 500
                  ADD 1 TO DM-CNT
                  MOVE DM-CNT TO DM-HIT
                  MOVE CHECK-PRO-NO TO DM-PRO-NO (DM-HIT)
                  MOVE ZERO TO DM-QTY (DM-HIT) DM-USED (DM-HIT)
               ELSE
                  MOVE "Y" TO DM-FULL
               END-IF
            END-IF.
            IF DM-HIT NOT = ZERO
               ADD QTY OF EDT-REC TO DM-QTY (DM-HIT)
            END-IF.
            MOVE SPACES TO CHECK-PRO-NO.
        140-FIND-DEMAND-RTN.
            MOVE ZERO TO DM-HIT.
            PERFORM 145-MATCH-DEMAND-RTN
               VARYING DM-SUB FROM 1 BY 1
               UNTIL DM-SUB > DM-CNT OR DM-HIT NOT = ZERO.
        145-MATCH-DEMAND-RTN.
            IF DM-PRO-NO (DM-SUB) = CHECK-PRO-NO
               MOVE DM-SUB TO DM-HIT
            END-IF.
        150-SORT-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-PRO-NO
                 I-O   BORD-FILE
                 OUTPUT EDT-FILE
                        OUT-FILE.
            MOVE "N" TO SUBS-MISSING.
            OPEN INPUT SUBS-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-READ-WORK-RTN.
            PERFORM 400-LOOP-RTN UNTIL WORK-EOF = "Y".
            DISPLAY "ALLOCATION SHORT LINES : " SHORT-CNT.
            DISPLAY "SUBSTITUTED LINES      : " SUBST-CNT.
            CLOSE WORK-FILE PROD-FILE BORD-FILE EDT-FILE OUT-FILE.
            IF SUBS-MISSING = "N"
               CLOSE SUBS-FILE
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
        400-LOOP-RTN.
            MOVE WK-SALE-REC TO TRAN-REC.
            IF TRAN-RETURN OF TRAN-REC
               OR TRAN-DROP-SHIP OF TRAN-REC
               OR TRAN-CONSIGN OF TRAN-REC
               WRITE EDT-REC FROM TRAN-REC
            ELSE
               IF WK-PRO-NO NOT = CHECK-PRO-NO
                  MOVE WK-PRO-NO TO CHECK-PRO-NO
                  PERFORM 410-GET-AVAIL-RTN
               END-IF
               IF WS-NON-STOCK = "Y"
                  WRITE EDT-REC FROM TRAN-REC
               ELSE
                  PERFORM 420-ALLOCATE-ONE-RTN
               END-IF
            END-IF.
            PERFORM 300-READ-WORK-RTN.
      * 非庫存之服務與費用項目不參與分貨，整行照原量過帳
        410-GET-AVAIL-RTN.
            MOVE CHECK-PRO-NO TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR WS-NON-STOCK.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
               MOVE ZERO TO WS-AVAIL
            ELSE
               MOVE PRO-QTY OF PROD-REC TO WS-AVAIL
               PERFORM 415-QC-BALANCE-RTN
               SUBTRACT SBR-BALANCE OF BAL-REQ FROM WS-AVAIL
               PERFORM 416-CONSIGN-BALANCE-RTN
               SUBTRACT SBR-BALANCE OF BAL-REQ FROM WS-AVAIL
               IF WS-AVAIL < ZERO
                  MOVE ZERO TO WS-AVAIL
               END-IF
               IF PRO-NON-STOCK OF PROD-REC
                  MOVE "Y" TO WS-NON-STOCK
               END-IF
            END-IF.
      * 主檔現有量含待檢倉 "QC" 尚未檢驗放行之量，分貨時扣除
        415-QC-BALANCE-RTN.
            MOVE "I" TO SBR-FUNC OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE "QC" TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
      * 主檔現有量亦含存放客戶寄售點之量，分貨時一併扣除
        416-CONSIGN-BALANCE-RTN.
            MOVE "C" TO SBR-FUNC OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE SPACES TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE ZERO TO SBR-QTY-CHANGE OF BAL-REQ.
            CALL "StockBal" USING BAL-REQ.
        420-ALLOCATE-ONE-RTN.
            IF WS-AVAIL NOT < QTY OF TRAN-REC
               MOVE QTY OF TRAN-REC TO WS-ALLOC
            END-IF.
            SUBTRACT WS-ALLOC FROM WS-AVAIL.
            COMPUTE WS-SHORT-QTY = QTY OF TRAN-REC - WS-ALLOC.
            MOVE ZERO TO SU-CNT.
            IF WS-SHORT-QTY NOT = ZERO
               AND WK-SUBST-OK = "Y"
               AND SUBS-MISSING = "N"
               AND DM-FULL = "N"
               PERFORM 450-SUBSTITUTE-RTN
            END-IF.
            IF WS-SHORT-QTY NOT = ZERO
               PERFORM 430-WRITE-BACKORDER-RTN
               ADD 1 TO SHORT-CNT
            END-IF.
            IF WS-SHORT-QTY NOT = ZERO
               OR SU-CNT NOT = ZERO
               PERFORM 440-REPORT-LINE-RTN
               PERFORM 480-REPORT-SUBST-RTN
                  VARYING SU-SUB FROM 1 BY 1
                  UNTIL SU-SUB > SU-CNT
            END-IF.
            IF WS-ALLOC NOT = ZERO
               MOVE WS-ALLOC TO QTY OF TRAN-REC
               WRITE EDT-REC FROM TRAN-REC
            MOVE WS-SHORT-QTY           TO BO-QTY OF BORD-REC.
            MOVE "O"                    TO BO-STATUS OF BORD-REC.
            MOVE WS-BATCH-NO            TO BO-BATCH-NO OF BORD-REC.
            MOVE ZERO                   TO BO-REL-DATE OF BORD-REC.
            WRITE BORD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE BACKORDER !! "
            MOVE WS-SHORT-QTY           TO AL-SHORT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 依優先順序逐一以替代品補足缺量;替代品可用量為主檔現有
      * 量扣除本批次該品自身需求及先前已撥作替代之量
        450-SUBSTITUTE-RTN.
            MOVE PRODUCT-NO OF TRAN-REC TO SB-PRO-NO OF SUBS-REC.
            MOVE ZERO TO SB-SEQ OF SUBS-REC.
            MOVE "N" TO SUBS-EOF.
            START SUBS-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "Y" TO SUBS-EOF
            END-START.
            PERFORM 455-READ-SUBS-RTN.
            PERFORM 460-ONE-SUBS-RTN UNTIL SUBS-EOF = "Y".
        455-READ-SUBS-RTN.
            IF SUBS-EOF = "N"
               READ SUBS-FILE NEXT RECORD
                  AT END MOVE "Y" TO SUBS-EOF
               END-READ
            END-IF.
            IF SUBS-EOF = "N"
               AND SB-PRO-NO OF SUBS-REC NOT = PRODUCT-NO OF TRAN-REC
               MOVE "Y" TO SUBS-EOF
            END-IF.
            IF WS-SHORT-QTY = ZERO OR SU-CNT NOT < 10
               MOVE "Y" TO SUBS-EOF
            END-IF.
        460-ONE-SUBS-RTN.
            MOVE SB-SUB-PRO-NO OF SUBS-REC TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            MOVE ZERO TO WS-FREE.
            IF WS-KEY-ERR = "N"
               MOVE SB-SUB-PRO-NO OF SUBS-REC TO CHECK-PRO-NO
               PERFORM 140-FIND-DEMAND-RTN
               MOVE PRO-QTY OF PROD-REC TO WS-FREE
               PERFORM 415-QC-BALANCE-RTN
               SUBTRACT SBR-BALANCE OF BAL-REQ FROM WS-FREE
               PERFORM 416-CONSIGN-BALANCE-RTN
               SUBTRACT SBR-BALANCE OF BAL-REQ FROM WS-FREE
               IF DM-HIT NOT = ZERO
                  SUBTRACT DM-QTY (DM-HIT) DM-USED (DM-HIT)
                           FROM WS-FREE
               END-IF
               MOVE WK-PRO-NO TO CHECK-PRO-NO
            END-IF.
            IF WS-FREE > ZERO
               AND (DM-HIT NOT = ZERO OR DM-CNT < 500)
               PERFORM 470-WRITE-SUBST-RTN
            END-IF.
            PERFORM 455-READ-SUBS-RTN.
      * 替代行沿用原行之日期、客戶、業務員、訂單與送貨地址;原行
      * 全數未分到時第一筆替代行沿用原單號，其餘另取銷售單號
        470-WRITE-SUBST-RTN.
            IF WS-FREE < WS-SHORT-QTY
               MOVE WS-FREE TO WS-TAKE
            ELSE
               MOVE WS-SHORT-QTY TO WS-TAKE
            END-IF.
            IF DM-HIT = ZERO
               ADD 1 TO DM-CNT
               MOVE DM-CNT TO DM-HIT
               MOVE SB-SUB-PRO-NO OF SUBS-REC TO DM-PRO-NO (DM-HIT)
               MOVE ZERO TO DM-QTY (DM-HIT) DM-USED (DM-HIT)
            END-IF.
            ADD WS-TAKE TO DM-USED (DM-HIT).
            SUBTRACT WS-TAKE FROM WS-SHORT-QTY.
            MOVE TRAN-REC TO SUBT-REC.
            IF WS-ALLOC = ZERO AND SU-CNT = ZERO
               CONTINUE
            ELSE
               CALL "NextNumber" USING SN-SERIES SN-NUMBER
               MOVE SN-NUMBER TO WS-SALE-NO-BUILD
               MOVE WS-SALE-NO-BUILD TO SALE-NO OF SUBT-REC
            END-IF.
            MOVE SB-SUB-PRO-NO OF SUBS-REC TO PRODUCT-NO OF SUBT-REC.
            MOVE WS-TAKE TO QTY OF SUBT-REC.
            IF NOT SB-AT-ORIG-PRICE OF SUBS-REC
               PERFORM 475-SUBST-PRICE-RTN
            END-IF.
            WRITE EDT-REC FROM SUBT-REC.
            ADD 1 TO SUBST-CNT.
            ADD 1 TO SU-CNT.
            MOVE SB-SUB-PRO-NO OF SUBS-REC TO SU-PRO-NO (SU-CNT).
            MOVE WS-TAKE TO SU-QTY (SU-CNT).
            MOVE PRICE OF SUBT-REC TO SU-PRICE (SU-CNT).
            MOVE SB-SAME-PRICE OF SUBS-REC TO SU-SAME-PRICE (SU-CNT).
            MOVE SALE-NO OF SUBT-REC TO SU-SALE-NO (SU-CNT).
      * 非照原品價格者依替代品先查價格矩陣，查無時取主檔售價
        475-SUBST-PRICE-RTN.
            MOVE CUST-NO OF SUBT-REC    TO PL-CUS-NO OF PRICE-REQ.
            MOVE PRODUCT-NO OF SUBT-REC TO PL-PRO-NO OF PRICE-REQ.
            MOVE SALES-DATE OF SUBT-REC TO PL-DATE OF PRICE-REQ.
            MOVE WS-TAKE                TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
            IF PL-FOUND OF PRICE-REQ = "Y"
               MOVE PL-PRICE OF PRICE-REQ TO PRICE OF SUBT-REC
               MOVE PL-PROMO-CODE OF PRICE-REQ
                    TO PROMO-CODE OF SUBT-REC
            ELSE
               MOVE PRO-PRICE OF PROD-REC TO PRICE OF SUBT-REC
               MOVE SPACES TO PROMO-CODE OF SUBT-REC
            END-IF.
        480-REPORT-SUBST-RTN.
            MOVE SU-PRO-NO (SU-SUB)  TO SL-PRO-NO.
            MOVE SU-QTY (SU-SUB)     TO SL-QTY.
            MOVE SU-PRICE (SU-SUB)   TO SL-PRICE.
            IF SU-SAME-PRICE (SU-SUB) = "Y"
               MOVE "照原品價格" TO SL-BASIS
            ELSE
               MOVE "替代品價格" TO SL-BASIS
            END-IF.
            MOVE SU-SALE-NO (SU-SUB) TO SL-SALE-NO.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SUBST-LINE AFTER 2 LINES.
        600-CLOSE-RTN.
            CONTINUE.
            COPY PAGEBRK.
            MOVE "BATCH.CUR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BCUR-FILE-NAME.
            MOVE "SUBST.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SUBS-FILE-NAME.
