      **                             補出報表
      **                             對照 (SAM91.CBL) 之缺貨紀錄與
      **                             (PORECV.CBL) 之收貨入庫
      **                             補出時記錄補出日期，供服務水準
      **                             報表計算缺貨等待天數

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BoRelease.
        01 DETAIL-LINE.
           05 BO-PRO-NO-OUT     PIC X(13).
           05 FILLER            PIC X(6).
           05 BO-SALE-NO-OUT    PIC X(8).
           05 FILLER            PIC X(3).
           05 BO-CUS-NO-OUT     PIC X(4).
           05 FILLER            PIC X(7).
           05 BO-QTY-OUT        PIC ZZ,ZZ9.
                             PRO-NO OF PROD-REC
               END-REWRITE
               MOVE "R" TO BO-STATUS OF BORD-REC
               MOVE RUN-DATE TO BO-REL-DATE OF BORD-REC
               REWRITE BORD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING BORD-FILE FOR "
            CALL "StockLog" USING LOG-REC.
        417-UPDATE-LOCATION-RTN.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "BoRelease" TO SBR-SOURCE OF BAL-REQ.
            MOVE BO-SALE-NO OF BORD-REC TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE PRO-WAREHOUSE OF PROD-REC
                 TO SBR-WAREHOUSE OF BAL-REQ.
