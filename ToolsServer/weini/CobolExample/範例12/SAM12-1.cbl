           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==OUT-REC==.
        FD REJECT-FILE
           LABEL RECORD IS STANDARD.
        01 REJECT-REC   PIC X(89).

        WORKING-STORAGE SECTION.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           ACCEPT PRO-ORDER-UNIT LINE 16 POSITION 28.
           ACCEPT PRO-UNITS-PER-PACK LINE 17 POSITION 28.
           MOVE ZERO TO PRO-LAST-SALE.
           MOVE "S"  TO PRO-TYPE.
           MOVE ZERO TO PRO-WEIGHT.
           MOVE "A"  TO PRO-STATUS.
           MOVE ZERO TO PRO-STATUS-DATE.
           PERFORM 215-CHECK-DATA-RTN.
           IF DATA-ERR-FLAG NOT = "Y"
              PERFORM 300-WRITE-REC
