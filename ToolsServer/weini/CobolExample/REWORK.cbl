        FILE    SECTION.
        FD REJ-FILE
           LABEL RECORD IS STANDARD.
        01 REJ-REC              PIC X(89).
        FD KEEP-FILE
           LABEL RECORD IS STANDARD.
        01 KEEP-REC             PIC X(89).
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.
