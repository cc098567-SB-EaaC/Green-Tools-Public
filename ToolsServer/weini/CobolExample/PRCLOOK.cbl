      **                                 當日有效之合約價，並套用
      **                                 數量級距價;查無合約價時
      **                                 回報未命中，由呼叫程式改
      **                                 用產品主檔售價。另查促銷
      **                                 檔 PROMO.DAT 於交易日有效
      **                                 且涵蓋該產品或其類別之促
      **                                 銷，無合約價或促銷價較低
      **                                 時改採促銷價並回傳促銷代號
      **                                 對照 (STKBAL.CBL) 之副程式
      **                                 寫法

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-KEY
                  FILE STATUS IS MTX-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                     WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT PROM-FILE ASSIGN TO RANDOM PROM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PP-CODE
                  FILE STATUS IS PROM-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MTX-FILE
           LABEL RECORD IS STANDARD.
           COPY PMTXCOPY REPLACING ==PMTX-GRP== BY ==MTX-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD PROM-FILE
           LABEL RECORD IS STANDARD.
           COPY PROMCOPY REPLACING ==PROM-GRP== BY ==PROM-REC==.

        WORKING-STORAGE SECTION.
        77 MTX-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROM-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MTX-FS       PIC XX.
        77 MTX-MISSING  PIC X  VALUE "N".
        77 MTX-EOF      PIC X  VALUE "N".
        77 WS-BEST-DATE PIC 9(8) VALUE 0.
        77 WS-TIER-SUB  PIC 9 VALUE 0.
        77 PROD-FS      PIC XX.
        77 PROD-MISSING PIC X  VALUE "N".
        77 PROM-FS      PIC XX.
        77 PROM-MISSING PIC X  VALUE "N".
        77 PROM-EOF     PIC X  VALUE "N".
        77 PROD-FOUND   PIC X  VALUE "N".
        77 WS-PROMO-PRICE PIC 9(5)V99 VALUE 0.
        77 WS-BEST-PROMO  PIC 9(5)V99 VALUE 0.
        77 WS-BEST-CODE   PIC X(6) VALUE SPACES.
           COPY PMTXCOPY REPLACING ==PMTX-GRP== BY ==BEST-REC==.

        LINKAGE         SECTION.
        MTX-ERROR-PROCESS.
           IF MTX-FS NOT = "00"
              MOVE "Y" TO MTX-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              MOVE "Y" TO PROD-MISSING.
        PROM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROM-FILE.
        PROM-ERROR-PROCESS.
           IF PROM-FS NOT = "00"
              MOVE "Y" TO PROM-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 矩陣檔尚未建立時一律回報未命中;促銷檔或產品主檔尚未建
      * 立時不套用促銷
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "N" TO PL-FOUND OF PRCL-REQ.
            MOVE ZERO TO PL-PRICE OF PRCL-REQ.
            MOVE SPACES TO PL-PROMO-CODE OF PRCL-REQ.
            MOVE "N" TO MTX-MISSING.
            OPEN INPUT MTX-FILE.
            IF MTX-MISSING = "N"
            IF PL-FOUND OF PRCL-REQ = "Y"
               PERFORM 300-APPLY-BREAK-RTN
            END-IF.
            PERFORM 400-PROMO-RTN.
            EXIT PROGRAM.
      * 在同客戶+產品之各生效日中取不晚於交易日之最近一筆
        100-SCAN-RTN.
               MOVE PM-BREAK-PRICE OF BEST-REC (WS-TIER-SUB)
                    TO PL-PRICE OF PRCL-REQ
            END-IF.
      * 逐筆掃描促銷檔，取交易日有效且涵蓋本產品(或其類別)之最
      * 低促銷價;無合約價或促銷價低於合約價時改採促銷價
        400-PROMO-RTN.
            MOVE "N" TO PROD-MISSING.
            MOVE "N" TO PROD-FOUND.
            OPEN INPUT PROD-FILE.
            IF PROD-MISSING = "N"
               MOVE PL-PRO-NO OF PRCL-REQ TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY MOVE "N" TO PROD-FOUND
                  NOT INVALID KEY MOVE "Y" TO PROD-FOUND
               END-READ
               CLOSE PROD-FILE
            END-IF.
            MOVE "N" TO PROM-MISSING.
            IF PROD-FOUND = "Y"
               OPEN INPUT PROM-FILE
               IF PROM-MISSING = "N"
                  PERFORM 405-SCAN-PROM-RTN
                  CLOSE PROM-FILE
               END-IF
            END-IF.
        405-SCAN-PROM-RTN.
            MOVE ZERO TO WS-BEST-PROMO.
            MOVE SPACES TO WS-BEST-CODE.
            MOVE "N" TO PROM-EOF.
            PERFORM 410-READ-PROM-RTN.
            PERFORM 420-CHECK-PROM-RTN UNTIL PROM-EOF = "Y".
            IF WS-BEST-CODE NOT = SPACES
               IF PL-FOUND OF PRCL-REQ = "N"
                  OR WS-BEST-PROMO < PL-PRICE OF PRCL-REQ
                  MOVE "Y" TO PL-FOUND OF PRCL-REQ
                  MOVE WS-BEST-PROMO TO PL-PRICE OF PRCL-REQ
                  MOVE WS-BEST-CODE TO PL-PROMO-CODE OF PRCL-REQ
               END-IF
            END-IF.
        410-READ-PROM-RTN.
            READ PROM-FILE NEXT RECORD
               AT END MOVE "Y" TO PROM-EOF
            END-READ.
        420-CHECK-PROM-RTN.
            IF PP-START-DATE NOT > PL-DATE OF PRCL-REQ
               AND PP-END-DATE NOT < PL-DATE OF PRCL-REQ
               AND ((PP-BY-PRODUCT
                     AND PP-PRO-NO = PL-PRO-NO OF PRCL-REQ)
                 OR (PP-BY-CATEGORY
                     AND PP-CATEGORY = PRO-CATEGORY))
               IF PP-PRICE NOT = ZERO
                  MOVE PP-PRICE TO WS-PROMO-PRICE
               ELSE
                  COMPUTE WS-PROMO-PRICE ROUNDED =
                     PRO-PRICE * (100 - PP-DISC-PCT) / 100
               END-IF
               IF WS-BEST-CODE = SPACES
                  OR WS-PROMO-PRICE < WS-BEST-PROMO
                  MOVE WS-PROMO-PRICE TO WS-BEST-PROMO
                  MOVE PP-CODE TO WS-BEST-CODE
               END-IF
            END-IF.
            PERFORM 410-READ-PROM-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRICEMTX.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MTX-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "PROMO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROM-FILE-NAME.
