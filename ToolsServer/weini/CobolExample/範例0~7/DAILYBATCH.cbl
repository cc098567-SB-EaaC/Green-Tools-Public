      * 每日批次作業 (DAILYBATCH.CBL):依序執行產品建檔、產品報表、
      *                                長期訂單產生、到期未來訂單
      *                                釋出、銷售編輯、
      *                                分貨、銷售過帳、訂購點報表
      *                                、訂購單產生、缺貨補出與
      *                                信用凍結批次與調價生效，最後
      *                                印製每日經營快報並將逾一日未
      *                                處理之高優先訊息升級給主管;
      *                                執行日非公司行事曆之營業日時
      *                                提出警告;
      *                                每一步驟之起訖寫入批次管制檔
      *                                RUNCTL.DAT，重跑時跳過當日已
      *                                完成之步驟，失敗步驟自該步
           05 FILLER    PIC X(12) VALUE "Sample4     ".
           05 FILLER    PIC X(12) VALUE "SAMPLE7     ".
           05 FILLER    PIC X(12) VALUE "StandGen    ".
           05 FILLER    PIC X(12) VALUE "OrderRelease".
           05 FILLER    PIC X(12) VALUE "Sample9-1   ".
           05 FILLER    PIC X(12) VALUE "Allocation  ".
           05 FILLER    PIC X(12) VALUE "SalePost    ".
           05 FILLER    PIC X(12) VALUE "Sample12-7  ".
           05 FILLER    PIC X(12) VALUE "BoRelease   ".
           05 FILLER    PIC X(12) VALUE "CreditHold  ".
           05 FILLER    PIC X(12) VALUE "PriceApply  ".
           05 FILLER    PIC X(12) VALUE "FlashReport ".
           05 FILLER    PIC X(12) VALUE "MsgEscalate ".
       01  STEP-TABLE-R REDEFINES STEP-TABLE.
           05 STEP-NAME PIC X(12) OCCURS 14 TIMES.
           COPY RUNDATE.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
     **--------------------------------------
       PROCEDURE        DIVISION.
       DECLARATIVES.
           END-IF.
           OPEN I-O RUNC-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 060-CHECK-WORKING-DAY-RTN.
           PERFORM 100-RUN-STEP-RTN
              VARYING STEP-SUB FROM 1 BY 1
              UNTIL STEP-SUB > 14 OR CHAIN-STOP = "Y".
           CLOSE RUNC-FILE.
           STOP RUN.
      * 日況閘門:前次核對記有誤且未經主管確認即擋下整條批次
              END-READ
              CLOSE DAYS-FILE
           END-IF.
      * 執行日為週末或行事曆休假日時僅提出警告，批次照常執行
       060-CHECK-WORKING-DAY-RTN.
           MOVE "N"      TO BD-FUNCTION OF BZDY-REQ.
           MOVE RUN-DATE TO BD-DATE-IN OF BZDY-REQ.
           CALL "BizDay" USING BZDY-REQ.
           IF BD-WORKING OF BZDY-REQ = "N"
              DISPLAY "WARNING - RUN DATE " RUN-DATE
                      " IS NOT A WORKING DAY, NEXT WORKING DAY IS "
                      BD-DATE-OUT OF BZDY-REQ
           END-IF.
      * 當日已完成之步驟跳過;失敗步驟(僅有 S 紀錄)重跑
       100-RUN-STEP-RTN.
           MOVE RUN-DATE TO RC-DATE OF RUNC-REC.
                        CALL "StandGen"
                        CANCEL "StandGen"
                     ELSE IF STEP-SUB = 4
                             CALL "OrderRelease"
                             CANCEL "OrderRelease"
                          ELSE
                             PERFORM 310-CALL-STEP-2
                          END-IF
           END-IF.
       310-CALL-STEP-2.
           IF STEP-SUB = 5
              CALL "Sample9-1"
              CANCEL "Sample9-1"
           ELSE IF STEP-SUB = 6
                   CALL "Allocation"
                   CANCEL "Allocation"
                ELSE IF STEP-SUB = 7
                        CALL "SalePost"
                        CANCEL "SalePost"
                     ELSE IF STEP-SUB = 8
                             CALL "Sample12-5"
                             CANCEL "Sample12-5"
                          ELSE
                             PERFORM 320-CALL-STEP-3
                          END-IF
           END-IF.
       320-CALL-STEP-3.
           IF STEP-SUB = 9
              CALL "Sample12-7"
              CANCEL "Sample12-7"
           ELSE IF STEP-SUB = 10
                   CALL "BoRelease"
                   CANCEL "BoRelease"
                ELSE IF STEP-SUB = 11
                        CALL "CreditHold"
                        CANCEL "CreditHold"
                     ELSE IF STEP-SUB = 12
                             CALL "PriceApply"
                             CANCEL "PriceApply"
                          ELSE
                             PERFORM 330-CALL-STEP-4
                          END-IF
                     END-IF
                END-IF
           END-IF.
       330-CALL-STEP-4.
           IF STEP-SUB = 13
              CALL "FlashReport"
              CANCEL "FlashReport"
           ELSE IF STEP-SUB = 14
                   CALL "MsgEscalate"
                   CANCEL "MsgEscalate"
                END-IF
           END-IF.
       400-WRITE-COMPLETE-RTN.
