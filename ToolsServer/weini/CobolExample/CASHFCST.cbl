      **                                 加預設前置天數)排入預期
      **                                 付款，逐週並列淨額;已逾期
      **                                 者列入第一週，八週以後者
      **                                 另列一欄;預期收付日遇非營業
      **                                 日順延至次一營業日，預設前置
      **                                 天數改以營業日計
      **                                 對照 (CREDITAGE.CBL) 之帳齡
      **                                 與 (POEXPED.CBL) 之未結訂單

        77 PO-MISSING   PIC X  VALUE "N".
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-DUE-DATE-NUM PIC 9(8).
        77 WS-DATE-INT  PIC 9(8) VALUE 0.
        77 WS-DAYS-OUT  PIC S9(5) VALUE 0.
        77 WS-WEEK-SUB  PIC 9(2) VALUE 0.
      * 無承諾交期資料之訂購單以訂購日加預設前置 10 個營業日估計
      * 到貨(與自動訂購之承諾交期相同)
        77 PO-LEAD-DAYS PIC 9(3) VALUE 10.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
        01 WEEK-TABLE.
           05 WK-ENTRY OCCURS 9 TIMES.
              10 WK-RECEIPTS    PIC S9(10)V99 VALUE 0.
            READ AGE-FILE NEXT RECORD
               AT END MOVE "Y" TO AGE-EOF
            END-READ.
      * 以到期日排週;舊紀錄(無到期日)以發票日加 30 天估計;遇非
      * 營業日順延至次一營業日收款
        320-ONE-AGE-RTN.
            IF AGE-DUE-DATE OF AGE-REC NOT = ZERO
               MOVE AGE-DUE-DATE OF AGE-REC TO WS-DUE-DATE-NUM
            ELSE
               MOVE AGE-INV-DATE OF AGE-REC TO WS-DUE-DATE-NUM
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                     + 30
               COMPUTE WS-DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            END-IF.
            MOVE "N"             TO BD-FUNCTION OF BZDY-REQ.
            MOVE WS-DUE-DATE-NUM TO BD-DATE-IN OF BZDY-REQ.
            PERFORM 340-DAYS-OUT-RTN.
            PERFORM 350-PICK-WEEK-RTN.
            ADD AGE-BALANCE OF AGE-REC
                TO WK-RECEIPTS (WS-WEEK-SUB).
            PERFORM 310-READ-AGE-RTN.
      * 依營業日推算預期收付日，求距今天數
        340-DAYS-OUT-RTN.
            CALL "BizDay" USING BZDY-REQ.
            MOVE BD-DATE-OUT OF BZDY-REQ TO WS-DUE-DATE-NUM.
            COMPUTE WS-DAYS-OUT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      * 已逾期列入第一週，八週以後列入第九欄
        350-PICK-WEEK-RTN.
            IF WS-DAYS-OUT < 1
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
      * 有承諾交期者以之為準(遇非營業日順延)，否則以訂購日加預設
      * 前置營業日估計
        420-ONE-PO-RTN.
            IF PO-STATUS OF PO-REC = "O"
               IF PO-PROMISE-DATE OF PO-REC NOT = ZERO
                  MOVE "N" TO BD-FUNCTION OF BZDY-REQ
                  MOVE PO-PROMISE-DATE OF PO-REC
                       TO BD-DATE-IN OF BZDY-REQ
               ELSE
                  MOVE "A" TO BD-FUNCTION OF BZDY-REQ
                  MOVE PO-DATE OF PO-REC TO BD-DATE-IN OF BZDY-REQ
                  MOVE PO-LEAD-DAYS TO BD-DAYS OF BZDY-REQ
               END-IF
               PERFORM 340-DAYS-OUT-RTN
               PERFORM 350-PICK-WEEK-RTN
               ADD PO-VALUE OF PO-REC
                   TO WK-PAYMENTS (WS-WEEK-SUB)
