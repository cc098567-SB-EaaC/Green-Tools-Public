        77 KEPT-CNT     PIC 9(4) VALUE 0.
        01 FIELD-AREA.
           05 F-DATE    PIC X(8).
           05 F-SALE-NO PIC X(8).
           05 F-PRO-NO  PIC X(13).
           05 F-PRICE   PIC X(8).
           05 F-QTY     PIC X(4).
           05 F-SALESMAN PIC X(4).
           05 F-TYPE    PIC X(1).
           05 F-RET-NO  PIC X(8).
           05 F-CUS-NO  PIC X(4).
      **
        PROCEDURE       DIVISION.
            MOVE F-RET-NO   TO RETURN-SALE-NO OF SALE-REC.
            MOVE F-CUS-NO   TO CUST-NO OF SALE-REC.
            MOVE SPACES     TO ORDER-NO OF SALE-REC.
            MOVE SPACES     TO PROMO-CODE OF SALE-REC.
            MOVE SPACES     TO SHIP-TO-CODE OF SALE-REC.
            WRITE SALE-REC.
      * 保留者寫回例外檔，待下回再議
        600-REBUILD-QUEUE-RTN.
