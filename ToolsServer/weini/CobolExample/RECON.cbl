      **                          後續批次據以放行;批次號取自編輯
      **                          之 BATCH.CUR，交易取過帳轉存之
      **                          日期+批次號檔，當日多批各自核對
      **                          ;有差異時於操作員訊息檔以高優
      **                          先通知帳務角色(ACCOUNTS)
      **                          對照 (SAM11-2.CBL) 之控制合計

        IDENTIFICATION  DIVISION.
        77 WS-DIFF      PIC S9(8) VALUE 0.
        77 RC-FOUND     PIC X  VALUE "N".
        77 DIFF-CNT     PIC 9(4) VALUE 0.
        77 DIFF-CNT-OUT PIC Z,ZZ9.
        01 RECON-TABLE.
           05 RC-ENTRY OCCURS 100 TIMES INDEXED BY RC-IDX.
              10 RC-PRO-NO      PIC X(13)  VALUE SPACES.
        77 T-BO         PIC S9(9) VALUE 0.
           COPY PAGECTL.
           COPY RUNDATE.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
            PERFORM 550-SCAN-BACKORD-RTN.
            PERFORM 600-WRITE-LINES-RTN.
            PERFORM 650-SET-DAY-STATUS-RTN.
            IF DIFF-CNT NOT = ZERO
               PERFORM 660-POST-DIFF-RTN
            END-IF.
            PERFORM 700-CLOSE-RTN.
            STOP RUN.
      * 批次號取自 BATCH.CUR(無檔視為批次零之舊資料)，交易檔
            MOVE SPACES TO DS-ACK-REASON OF DAYS-REC.
            WRITE DAYS-REC.
            CLOSE DAYS-FILE.
      * 差異品項數通知帳務角色，經 DayAcknowledge 確認後方可放行
        660-POST-DIFF-RTN.
            MOVE DIFF-CNT TO DIFF-CNT-OUT.
            MOVE "R"         TO MP-TO-TYPE OF MSGP-REQ.
            MOVE "ACCOUNTS"  TO MP-TO OF MSGP-REQ.
            MOVE "H"         TO MP-PRIORITY OF MSGP-REQ.
            MOVE "Reconcile" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES      TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING "BATCH " WS-BATCH-NO
                   DELIMITED BY SIZE INTO MP-REF OF MSGP-REQ.
            STRING DIFF-CNT-OUT " ITEM(S) OUT OF BALANCE - "
                   "DAY HELD UNTIL ACKNOWLEDGED" DELIMITED BY SIZE
                   INTO MP-TEXT OF MSGP-REQ.
            MOVE ZERO        TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
        700-CLOSE-RTN.
            CLOSE IN-FILE EXC-FILE LED-FILE BORD-FILE OUT-FILE.
            COPY PAGEBRK.
