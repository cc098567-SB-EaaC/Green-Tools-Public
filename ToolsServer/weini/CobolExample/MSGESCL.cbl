      ** 訊息逾時升級 (MSGESCL.CBL):每日批次最後一步，找出訊息檔中
      **                           高優先、寄出逾一日仍未確認或轉寄
      **                           且尚未升級之訊息，複製一份寄給每
      **                           一位授權等級 9 之主管(原收件者本
      **                           人除外)，新訊息記原訊息號碼，原
      **                           訊息註記已升級，不再重複升級
      **                           對照 (DUNNING.CBL) 之逾期判斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     MsgEscalate.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT MSG-FILE ASSIGN TO RANDOM MSG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MG-NO
                  ALTERNATE RECORD KEY IS MG-TO
                            WITH DUPLICATES
                  FILE STATUS IS MSG-FS.
           SELECT USER-FILE ASSIGN TO RANDOM USER-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS US-ID
                  FILE STATUS IS USER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MSG-FILE
           LABEL RECORD IS STANDARD.
           COPY MSGCOPY REPLACING ==MSG-GRP== BY ==MSG-REC==.
        FD USER-FILE
           LABEL RECORD IS STANDARD.
           COPY USERCOPY REPLACING ==USER-GRP== BY ==USER-REC==.

        WORKING-STORAGE SECTION.
        77 MSG-FILE-NAME          PIC X(30) VALUE SPACES.
        77 USER-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MSG-FS       PIC XX.
        77 USER-FS      PIC XX.
        77 MSG-MISSING  PIC X  VALUE "N".
        77 USER-MISSING PIC X  VALUE "N".
        77 MSG-EOF      PIC X  VALUE "N".
        77 USER-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-TIME-IN   PIC 9(8) VALUE 0.
        77 WS-NOW-TIME  PIC 9(6) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-AGE-DAYS  PIC S9(5) VALUE 0.
        77 WS-OVERDUE   PIC X  VALUE "N".
        77 ESC-CNT      PIC 9(4) VALUE 0.
        77 POST-CNT     PIC 9(4) VALUE 0.
           COPY RUNDATE.
      * 待升級之訊息，最多 200 筆
        01 ESC-TABLE.
           05 ESC-ENTRY OCCURS 200 TIMES.
              10 ES-NO          PIC 9(6).
              10 ES-TO          PIC X(8).
              10 ES-TO-TYPE     PIC X(1).
              10 ES-REF         PIC X(20).
              10 ES-TEXT        PIC X(60).
        77 ES-CNT       PIC 9(3) VALUE 0.
        77 ES-SUB       PIC 9(3) VALUE 0.
      * 授權等級 9 之主管，最多 50 位
        01 SUPV-TABLE.
           05 SUPV-ID       PIC X(8) OCCURS 50 TIMES.
        77 SUPV-CNT     PIC 9(2) VALUE 0.
        77 SUPV-SUB     PIC 9(2) VALUE 0.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        MSG-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MSG-FILE.
        MSG-ERROR-PROCESS.
           IF MSG-FS NOT = "00"
              MOVE "Y" TO MSG-MISSING.
        USER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USER-FILE.
        USER-ERROR-PROCESS.
           IF USER-FS NOT = "00"
              MOVE "Y" TO USER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 先收集待升級訊息並關檔，再逐筆註記與投遞，避免與投遞副程
      * 式同時開啟訊息檔
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            ACCEPT WS-TIME-IN FROM TIME.
            MOVE WS-TIME-IN (1:6) TO WS-NOW-TIME.
            MOVE ZERO TO ES-CNT ESC-CNT POST-CNT.
            MOVE "N" TO MSG-MISSING.
            OPEN INPUT MSG-FILE.
            IF MSG-MISSING = "N"
               PERFORM 100-COLLECT-RTN
               CLOSE MSG-FILE
            END-IF.
            IF ES-CNT > ZERO
               PERFORM 200-LOAD-SUPV-RTN
               PERFORM 300-ESCALATE-ONE-RTN
                  VARYING ES-SUB FROM 1 BY 1 UNTIL ES-SUB > ES-CNT
            END-IF.
            DISPLAY "MESSAGES ESCALATED : " ESC-CNT.
            DISPLAY "COPIES POSTED      : " POST-CNT.
            EXIT PROGRAM.
        100-COLLECT-RTN.
            MOVE "N" TO MSG-EOF.
            PERFORM 110-READ-MSG-RTN.
            PERFORM 120-TEST-MSG-RTN UNTIL MSG-EOF = "Y".
        110-READ-MSG-RTN.
            READ MSG-FILE NEXT RECORD
               AT END MOVE "Y" TO MSG-EOF
            END-READ.
      * 逾一日:寄出日距今兩日以上，或恰一日且已過寄出時刻;本程式
      * 寄給主管之複本不再升級
        120-TEST-MSG-RTN.
            IF MG-HIGH OF MSG-REC AND MG-OPEN OF MSG-REC
               AND MG-ESCALATED OF MSG-REC NOT = "Y"
               AND MG-FROM OF MSG-REC NOT = "MsgEscalate"
               AND ES-CNT < 200
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE (MG-DATE OF MSG-REC)
               MOVE "N" TO WS-OVERDUE
               IF WS-AGE-DAYS > 1
                  MOVE "Y" TO WS-OVERDUE
               ELSE
                  IF WS-AGE-DAYS = 1
                     AND MG-TIME OF MSG-REC NOT > WS-NOW-TIME
                     MOVE "Y" TO WS-OVERDUE
                  END-IF
               END-IF
               IF WS-OVERDUE = "Y"
                  ADD 1 TO ES-CNT
                  MOVE MG-NO OF MSG-REC      TO ES-NO (ES-CNT)
                  MOVE MG-TO OF MSG-REC      TO ES-TO (ES-CNT)
                  MOVE MG-TO-TYPE OF MSG-REC TO ES-TO-TYPE (ES-CNT)
                  MOVE MG-REF OF MSG-REC     TO ES-REF (ES-CNT)
                  MOVE MG-TEXT OF MSG-REC    TO ES-TEXT (ES-CNT)
               END-IF
            END-IF.
            PERFORM 110-READ-MSG-RTN.
      * 使用者主檔通讀一遍，取出授權等級 9 且未鎖定之主管
        200-LOAD-SUPV-RTN.
            MOVE ZERO TO SUPV-CNT.
            MOVE "N" TO USER-MISSING USER-EOF.
            OPEN INPUT USER-FILE.
            IF USER-MISSING = "N"
               PERFORM 210-READ-USER-RTN
               PERFORM 220-ONE-USER-RTN UNTIL USER-EOF = "Y"
               CLOSE USER-FILE
            END-IF.
        210-READ-USER-RTN.
            READ USER-FILE NEXT RECORD
               AT END MOVE "Y" TO USER-EOF
            END-READ.
        220-ONE-USER-RTN.
            IF US-AUTH-LEVEL OF USER-REC = 9
               AND NOT US-IS-LOCKED OF USER-REC
               AND SUPV-CNT < 50
               ADD 1 TO SUPV-CNT
               MOVE US-ID OF USER-REC TO SUPV-ID (SUPV-CNT)
            END-IF.
            PERFORM 210-READ-USER-RTN.
      * 原訊息先註記已升級，再逐一投遞給主管
        300-ESCALATE-ONE-RTN.
            MOVE "N" TO MSG-MISSING.
            OPEN I-O MSG-FILE.
            MOVE ES-NO (ES-SUB) TO MG-NO OF MSG-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ MSG-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N" AND MG-OPEN OF MSG-REC
               MOVE "Y" TO MG-ESCALATED OF MSG-REC
               REWRITE MSG-REC
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-REWRITE
            ELSE
               MOVE "Y" TO WS-KEY-ERR
            END-IF.
            CLOSE MSG-FILE.
            IF WS-KEY-ERR = "N"
               ADD 1 TO ESC-CNT
               PERFORM 310-POST-SUPV-RTN
                  VARYING SUPV-SUB FROM 1 BY 1
                  UNTIL SUPV-SUB > SUPV-CNT
            END-IF.
        310-POST-SUPV-RTN.
            IF ES-TO-TYPE (ES-SUB) = "O"
               AND ES-TO (ES-SUB) = SUPV-ID (SUPV-SUB)
               CONTINUE
            ELSE
               MOVE "O"               TO MP-TO-TYPE OF MSGP-REQ
               MOVE SUPV-ID (SUPV-SUB) TO MP-TO OF MSGP-REQ
               MOVE "H"               TO MP-PRIORITY OF MSGP-REQ
               MOVE "MsgEscalate"     TO MP-FROM OF MSGP-REQ
               MOVE ES-REF (ES-SUB)   TO MP-REF OF MSGP-REQ
               MOVE ES-TEXT (ES-SUB)  TO MP-TEXT OF MSGP-REQ
               MOVE ES-NO (ES-SUB)    TO MP-ORIG-NO OF MSGP-REQ
               CALL "PostMessage" USING MSGP-REQ
               IF MP-ERROR OF MSGP-REQ = SPACE
                  ADD 1 TO POST-CNT
               END-IF
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MESSAGE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MSG-FILE-NAME.
            MOVE "USER.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO USER-FILE-NAME.
