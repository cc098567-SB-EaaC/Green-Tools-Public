            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-XF-NO.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "StockXfer" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-XF-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE WS-FROM-WH TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ = 0 - WS-XFER-QTY.
            CALL "StockBal" USING BAL-REQ.
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "StockXfer" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-XF-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE XF-PRO-NO OF XFER-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE "XIT" TO SBR-WAREHOUSE OF BAL-REQ.
            COMPUTE SBR-QTY-CHANGE OF BAL-REQ =
