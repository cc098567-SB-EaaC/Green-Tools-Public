            MOVE SPACES TO SL-WAREHOUSE OF LED-REC.
            MOVE SPACES TO SL-REASON OF LED-REC.
            MOVE ZERO TO SL-BATCH-NO OF LED-REC.
            MOVE ZERO TO SL-TIME OF LED-REC.
            WRITE LED-REC.
        320-READ-KEEP-RTN.
            READ KEEP-FILE AT END MOVE "Y" TO KEEP-EOF.
