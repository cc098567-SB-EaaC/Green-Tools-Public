           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "出貨日期".
        01 USE-LINE.
           05 UL-SALE-NO        PIC X(8).
           05 FILLER            PIC X(4).
           05 UL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(6).
           05 UL-PRO-NO         PIC X(13).
