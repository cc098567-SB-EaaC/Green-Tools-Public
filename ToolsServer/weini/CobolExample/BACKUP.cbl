           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD BAK-FILE
           LABEL RECORD IS STANDARD.
        01 BAK-REC              PIC X(140).
        FD CTL-FILE
           LABEL RECORD IS STANDARD.
        01 CTL-REC.
        400-WRITE-BAK-RTN.
            ADD 1 TO REC-COUNT.
            PERFORM VARYING BYTE-SUB FROM 1 BY 1
                    UNTIL BYTE-SUB > 140
               ADD FUNCTION ORD(BAK-REC (BYTE-SUB:1)) TO HASH-TOTAL
            END-PERFORM.
            WRITE BAK-REC.
