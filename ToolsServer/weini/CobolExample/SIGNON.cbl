      **                       記入簽入日誌 SIGNON.LOG;簽入前先
      **                       選定正式或測試環境寫入 ENVIRON.CUR
      **                       ，各程式經 (ENVNAME.CBL) 解析檔名
      **                       ;OPERATOR.CUR 並記可否查看成本，
      **                       供查詢畫面與成本報表判斷
      **                       對照 (13-3ADD.CBL) 之副程式傳參方式

        IDENTIFICATION  DIVISION.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).
           05 OP-SEE-COST       PIC X(1).
        FD LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY SLOGCOPY REPLACING ==SLOG-GRP== BY ==LOG-REC==.
        77 WS-ID-IN     PIC X(8).
        77 WS-PASSWORD-IN PIC X(8).
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-SEE-COST  PIC X  VALUE "N".
        77 TRY-COUNT    PIC 9  VALUE 0.
        77 USER-EOF     PIC X  VALUE "N".
        77 USER-COUNT   PIC 9(3) VALUE 0.
            MOVE WS-RUN-DATE-NUM TO US-LAST-CHANGED OF USER-REC.
            MOVE ZERO           TO US-FAIL-COUNT OF USER-REC.
            MOVE SPACE          TO US-LOCKED OF USER-REC.
            MOVE 9999999.99     TO US-PO-LIMIT OF USER-REC.
            MOVE "Y"            TO US-SEE-COST OF USER-REC.
            WRITE USER-REC
               INVALID KEY
                  DISPLAY "ERROR WRITING USER.MST" LINE 20
            END-WRITE.
            MOVE WS-ID-IN TO SO-OPER-ID.
            MOVE 9        TO SO-AUTH-LEVEL.
            MOVE "Y"      TO WS-SEE-COST.
            MOVE "Y"      TO SO-OK.
            MOVE "I" TO WS-LOG-ACTION.
            PERFORM 600-WRITE-LOG-RTN.
            IF WS-PW-OK = "Y"
               MOVE WS-ID-IN TO SO-OPER-ID
               MOVE US-AUTH-LEVEL OF USER-REC TO SO-AUTH-LEVEL
               MOVE US-SEE-COST OF USER-REC TO WS-SEE-COST
               MOVE "Y" TO SO-OK
               MOVE "I" TO WS-LOG-ACTION
               PERFORM 600-WRITE-LOG-RTN
            OPEN OUTPUT OPER-FILE.
            MOVE SO-OPER-ID    TO OP-ID.
            MOVE SO-AUTH-LEVEL TO OP-AUTH.
            MOVE WS-SEE-COST   TO OP-SEE-COST.
            WRITE OPER-REC.
            CLOSE OPER-FILE.
        600-WRITE-LOG-RTN.
