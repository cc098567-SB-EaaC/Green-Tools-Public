      ** 操作員訊息匣 (MSGINBOX.CBL):列出寄給簽入操作員本人及其所屬
      **                            角色(ROLE.DAT)之未結訊息，高優先
      **                            者先列，逐筆顯示內容;首次開啟
      **                            即註記已讀，可確認結案或轉寄他
      **                            人(操作員帳號或角色)，轉寄時另
      **                            立一筆新訊息並記原訊息號碼，原
      **                            訊息註記已轉寄;結案者記下處理
      **                            人與日期
      **                            對照 (PRCEXREL.CBL) 之逐筆檢視

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     MsgInbox.
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
           SELECT ROLE-FILE ASSIGN TO RANDOM ROLE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RL-KEY
                  FILE STATUS IS ROLE-FS.
           SELECT USER-FILE ASSIGN TO RANDOM USER-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS US-ID
                  FILE STATUS IS USER-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MSG-FILE
           LABEL RECORD IS STANDARD.
           COPY MSGCOPY REPLACING ==MSG-GRP== BY ==MSG-REC==.
        FD ROLE-FILE
           LABEL RECORD IS STANDARD.
           COPY ROLECOPY REPLACING ==ROLE-GRP== BY ==ROLE-REC==.
        FD USER-FILE
           LABEL RECORD IS STANDARD.
           COPY USERCOPY REPLACING ==USER-GRP== BY ==USER-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 MSG-FILE-NAME          PIC X(30) VALUE SPACES.
        77 ROLE-FILE-NAME         PIC X(30) VALUE SPACES.
        77 USER-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MSG-FS       PIC XX.
        77 ROLE-FS      PIC XX.
        77 USER-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 ROLE-MISSING PIC X  VALUE "N".
        77 USER-MISSING PIC X  VALUE "N".
        77 MSG-EOF      PIC X  VALUE "N".
        77 ROLE-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-TO        PIC X(8) VALUE SPACES.
        77 WS-TO-TYPE   PIC X  VALUE SPACE.
        77 WS-PASS      PIC 9  VALUE 0.
        77 WS-ACTION    PIC X  VALUE SPACE.
        77 WS-QUIT      PIC X  VALUE "N".
        77 WS-FWD-TYPE  PIC X  VALUE SPACE.
        77 WS-FWD-TO    PIC X(8) VALUE SPACES.
        77 WS-FWD-OK    PIC X  VALUE "N".
        77 WS-MORE-KEY  PIC X.
        77 NN-SERIES    PIC X(8) VALUE "MESSAGE".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-TIME-IN   PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 ACK-CNT      PIC 9(4) VALUE 0.
        77 FWD-CNT      PIC 9(4) VALUE 0.
           COPY RUNDATE.
      * 操作員所屬角色，最多 20 個
        01 MY-ROLE-TABLE.
           05 MY-ROLE       PIC X(8) OCCURS 20 TIMES.
        77 MY-ROLE-CNT  PIC 9(2) VALUE 0.
        77 MY-ROLE-SUB  PIC 9(2) VALUE 0.
      * 待檢視之訊息號碼，高優先者在前，最多 200 筆
        01 INBOX-TABLE.
           05 IB-NO         PIC 9(6) OCCURS 200 TIMES.
        77 IB-CNT       PIC 9(3) VALUE 0.
        77 IB-SUB       PIC 9(3) VALUE 0.
      * 轉寄時保留原訊息內容
        01 HOLD-MSG.
           05 HM-NO             PIC 9(6).
           05 HM-PRIORITY       PIC X(1).
           05 HM-REF            PIC X(20).
           05 HM-TEXT           PIC X(60).
        01 MSG-SHOW-LINE.
           05 FILLER            PIC X(10) VALUE "MESSAGE # ".
           05 MS-NO             PIC 9(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 MS-SUB            PIC ZZ9.
           05 FILLER            PIC X(4)  VALUE " OF ".
           05 MS-CNT            PIC ZZ9.
        01 MSG-FROM-LINE.
           05 FILLER            PIC X(6)  VALUE "FROM: ".
           05 MF-FROM           PIC X(12).
           05 FILLER            PIC X(8)  VALUE "  DATE: ".
           05 MF-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 MF-TIME           PIC 99B99B99.
        01 MSG-TO-LINE.
           05 FILLER            PIC X(6)  VALUE "TO  : ".
           05 MT-TO             PIC X(8).
           05 FILLER            PIC X(2)  VALUE " (".
           05 MT-TO-TYPE        PIC X(1).
           05 FILLER            PIC X(13) VALUE ")  PRIORITY: ".
           05 MT-PRIORITY       PIC X(1).
           05 FILLER            PIC X(10) VALUE "  STATUS: ".
           05 MT-STATUS         PIC X(1).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        MSG-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MSG-FILE.
        MSG-ERROR-PROCESS.
           IF MSG-FS = "35"
              OPEN OUTPUT MSG-FILE
              CLOSE MSG-FILE
              OPEN I-O MSG-FILE
           ELSE
              IF MSG-FS NOT = "00"
                 DISPLAY "ERROR OPENING MSG-FILE, FILE STATUS = "
                         MSG-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        ROLE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROLE-FILE.
        ROLE-ERROR-PROCESS.
           IF ROLE-FS NOT = "00"
              MOVE "Y" TO ROLE-MISSING.
        USER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USER-FILE.
        USER-ERROR-PROCESS.
           IF USER-FS NOT = "00"
              MOVE "Y" TO USER-MISSING.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE "N" TO ROLE-MISSING USER-MISSING.
            OPEN INPUT ROLE-FILE.
            OPEN INPUT USER-FILE.
            OPEN I-O MSG-FILE.
            PERFORM 100-LOAD-ROLES-RTN.
            PERFORM 200-BUILD-INBOX-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "操作員訊息匣" LINE 2 POSITION 25.
            IF IB-CNT = ZERO
               DISPLAY "NO OPEN MESSAGES" LINE 10 POSITION 10
            ELSE
               MOVE "N" TO WS-QUIT
               PERFORM 400-SHOW-MSG-RTN
                  VARYING IB-SUB FROM 1 BY 1
                  UNTIL IB-SUB > IB-CNT OR WS-QUIT = "Y"
               DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS
               DISPLAY "ACKNOWLEDGED : " ACK-CNT LINE 10 POSITION 10
               DISPLAY "FORWARDED    : " FWD-CNT LINE 11 POSITION 10
            END-IF.
            DISPLAY "PRESS ENTER TO RETURN" LINE 22 POSITION 10.
            ACCEPT WS-MORE-KEY LINE 22 POSITION 35.
            CLOSE MSG-FILE.
            IF ROLE-MISSING = "N"
               CLOSE ROLE-FILE
            END-IF.
            IF USER-MISSING = "N"
               CLOSE USER-FILE
            END-IF.
            EXIT PROGRAM.
      * 操作員取自簽入檔，未簽入者不得使用
        050-GET-OPERATOR-RTN.
            MOVE SPACES TO OP-ID.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
      * 角色檔通讀一遍，取出本操作員所屬之角色
        100-LOAD-ROLES-RTN.
            MOVE ZERO TO MY-ROLE-CNT.
            MOVE "N" TO ROLE-EOF.
            IF ROLE-MISSING = "N"
               MOVE LOW-VALUES TO RL-KEY OF ROLE-REC
               START ROLE-FILE KEY IS NOT LESS THAN RL-KEY OF ROLE-REC
                  INVALID KEY MOVE "Y" TO ROLE-EOF
               END-START
               PERFORM 110-READ-ROLE-RTN
               PERFORM 120-ONE-ROLE-RTN UNTIL ROLE-EOF = "Y"
            END-IF.
        110-READ-ROLE-RTN.
            IF ROLE-EOF = "N"
               READ ROLE-FILE NEXT RECORD
                  AT END MOVE "Y" TO ROLE-EOF
               END-READ
            END-IF.
        120-ONE-ROLE-RTN.
            IF RL-OPER-ID OF ROLE-REC = OP-ID
               AND MY-ROLE-CNT < 20
               ADD 1 TO MY-ROLE-CNT
               MOVE RL-ROLE OF ROLE-REC TO MY-ROLE (MY-ROLE-CNT)
            END-IF.
            PERFORM 110-READ-ROLE-RTN.
      * 第一輪收高優先、第二輪收其餘之未結訊息;各輪先收寄給本人
      * 者，再收寄給所屬角色者
        200-BUILD-INBOX-RTN.
            MOVE ZERO TO IB-CNT.
            PERFORM 210-ONE-PASS-RTN
               VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2.
        210-ONE-PASS-RTN.
            MOVE OP-ID TO WS-TO.
            MOVE "O"   TO WS-TO-TYPE.
            PERFORM 300-SCAN-ONE-TO-RTN.
            MOVE "R"   TO WS-TO-TYPE.
            PERFORM 220-SCAN-ROLE-RTN
               VARYING MY-ROLE-SUB FROM 1 BY 1
               UNTIL MY-ROLE-SUB > MY-ROLE-CNT.
        220-SCAN-ROLE-RTN.
            MOVE MY-ROLE (MY-ROLE-SUB) TO WS-TO.
            PERFORM 300-SCAN-ONE-TO-RTN.
      * 以收件者次鍵定位，逐筆讀至收件者改變為止
        300-SCAN-ONE-TO-RTN.
            MOVE WS-TO TO MG-TO OF MSG-REC.
            MOVE "N" TO MSG-EOF.
            START MSG-FILE KEY IS EQUAL TO MG-TO OF MSG-REC
               INVALID KEY MOVE "Y" TO MSG-EOF
            END-START.
            PERFORM 310-READ-MSG-RTN.
            PERFORM 320-TAKE-MSG-RTN UNTIL MSG-EOF = "Y".
        310-READ-MSG-RTN.
            IF MSG-EOF = "N"
               READ MSG-FILE NEXT RECORD
                  AT END MOVE "Y" TO MSG-EOF
               END-READ
            END-IF.
            IF MSG-EOF = "N" AND MG-TO OF MSG-REC NOT = WS-TO
               MOVE "Y" TO MSG-EOF
            END-IF.
        320-TAKE-MSG-RTN.
            IF MG-TO-TYPE OF MSG-REC = WS-TO-TYPE
               AND MG-OPEN OF MSG-REC
               AND IB-CNT < 200
               IF (WS-PASS = 1 AND MG-HIGH OF MSG-REC)
                  OR (WS-PASS = 2 AND NOT MG-HIGH OF MSG-REC)
                  ADD 1 TO IB-CNT
                  MOVE MG-NO OF MSG-REC TO IB-NO (IB-CNT)
               END-IF
            END-IF.
            PERFORM 310-READ-MSG-RTN.
      * 逐筆顯示;他人已先結案者略過，未讀者註記已讀
        400-SHOW-MSG-RTN.
            MOVE IB-NO (IB-SUB) TO MG-NO OF MSG-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ MSG-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N" AND MG-OPEN OF MSG-REC
               IF MG-STATUS OF MSG-REC = "U"
                  MOVE "R" TO MG-STATUS OF MSG-REC
                  PERFORM 490-REWRITE-MSG-RTN
               END-IF
               PERFORM 410-DISPLAY-MSG-RTN
               PERFORM 420-ACCEPT-ACTION-RTN
            END-IF.
        410-DISPLAY-MSG-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "操作員訊息匣" LINE 2 POSITION 25.
            MOVE MG-NO OF MSG-REC       TO MS-NO.
            MOVE IB-SUB                 TO MS-SUB.
            MOVE IB-CNT                 TO MS-CNT.
            DISPLAY MSG-SHOW-LINE LINE 4 POSITION 10.
            MOVE MG-FROM OF MSG-REC     TO MF-FROM.
            MOVE MG-DATE OF MSG-REC     TO MF-DATE.
            MOVE MG-TIME OF MSG-REC     TO MF-TIME.
            DISPLAY MSG-FROM-LINE LINE 6 POSITION 10.
            MOVE MG-TO OF MSG-REC       TO MT-TO.
            MOVE MG-TO-TYPE OF MSG-REC  TO MT-TO-TYPE.
            MOVE MG-PRIORITY OF MSG-REC TO MT-PRIORITY.
            MOVE MG-STATUS OF MSG-REC   TO MT-STATUS.
            DISPLAY MSG-TO-LINE LINE 7 POSITION 10.
            DISPLAY "參照 : " LINE 9 POSITION 10.
            DISPLAY MG-REF OF MSG-REC LINE 9 POSITION 18.
            DISPLAY MG-TEXT OF MSG-REC LINE 11 POSITION 10.
            IF MG-ORIG-NO OF MSG-REC NOT = ZERO
               DISPLAY "原訊息號碼 : " LINE 13 POSITION 10
               DISPLAY MG-ORIG-NO OF MSG-REC LINE 13 POSITION 24
            END-IF.
      * A 確認結案、F 轉寄、N 留待下次(下一筆)、Q 離開
        420-ACCEPT-ACTION-RTN.
            DISPLAY "動作 (A=確認 F=轉寄 N=下一筆 Q=離開) :"
                    LINE 18 POSITION 10.
            MOVE "N" TO WS-ACTION.
            ACCEPT WS-ACTION LINE 18 POSITION 52.
            IF WS-ACTION = "A"
               MOVE "A" TO MG-STATUS OF MSG-REC
               PERFORM 480-CLOSE-MSG-RTN
               ADD 1 TO ACK-CNT
            ELSE
               IF WS-ACTION = "F"
                  PERFORM 450-FORWARD-RTN
               ELSE
                  IF WS-ACTION = "Q"
                     MOVE "Y" TO WS-QUIT
                  END-IF
               END-IF
            END-IF.
      * 轉寄:收件者須為使用者主檔之帳號或角色檔已有成員之角色
        450-FORWARD-RTN.
            DISPLAY "轉寄對象類別 (O=操作員 R=角色) :"
                    LINE 19 POSITION 10.
            MOVE "O" TO WS-FWD-TYPE.
            ACCEPT WS-FWD-TYPE LINE 19 POSITION 45 UPDATE.
            DISPLAY "轉寄對象 :" LINE 20 POSITION 10.
            MOVE SPACES TO WS-FWD-TO.
            ACCEPT WS-FWD-TO LINE 20 POSITION 22.
            PERFORM 460-CHECK-FWD-TO-RTN.
            IF WS-FWD-OK = "N"
               DISPLAY "INVALID FORWARD ADDRESS - MESSAGE KEPT"
                       LINE 21 POSITION 10
               DISPLAY "PRESS ENTER" LINE 22 POSITION 10
               ACCEPT WS-MORE-KEY LINE 22 POSITION 25
            ELSE
               MOVE MG-NO OF MSG-REC       TO HM-NO
               MOVE MG-PRIORITY OF MSG-REC TO HM-PRIORITY
               MOVE MG-REF OF MSG-REC      TO HM-REF
               MOVE MG-TEXT OF MSG-REC     TO HM-TEXT
               MOVE "F" TO MG-STATUS OF MSG-REC
               PERFORM 480-CLOSE-MSG-RTN
               PERFORM 470-WRITE-FWD-RTN
               ADD 1 TO FWD-CNT
            END-IF.
        460-CHECK-FWD-TO-RTN.
            MOVE "N" TO WS-FWD-OK.
            IF WS-FWD-TYPE = "O" AND USER-MISSING = "N"
               MOVE WS-FWD-TO TO US-ID OF USER-REC
               READ USER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-FWD-OK
               END-READ
            ELSE
               IF WS-FWD-TYPE = "R" AND ROLE-MISSING = "N"
                  MOVE WS-FWD-TO  TO RL-ROLE OF ROLE-REC
                  MOVE LOW-VALUES TO RL-OPER-ID OF ROLE-REC
                  MOVE "N" TO ROLE-EOF
                  START ROLE-FILE KEY IS NOT LESS THAN
                        RL-KEY OF ROLE-REC
                     INVALID KEY MOVE "Y" TO ROLE-EOF
                  END-START
                  PERFORM 110-READ-ROLE-RTN
                  IF ROLE-EOF = "N"
                     AND RL-ROLE OF ROLE-REC = WS-FWD-TO
                     MOVE "Y" TO WS-FWD-OK
                  END-IF
               END-IF
            END-IF.
      * 另立新訊息寄給轉寄對象，寄件者記轉寄之操作員
        470-WRITE-FWD-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            ACCEPT WS-TIME-IN FROM TIME.
            MOVE NN-NUMBER       TO MG-NO OF MSG-REC.
            MOVE WS-FWD-TO       TO MG-TO OF MSG-REC.
            MOVE WS-FWD-TYPE     TO MG-TO-TYPE OF MSG-REC.
            MOVE HM-PRIORITY     TO MG-PRIORITY OF MSG-REC.
            MOVE OP-ID           TO MG-FROM OF MSG-REC.
            MOVE WS-RUN-DATE-NUM TO MG-DATE OF MSG-REC.
            MOVE WS-TIME-IN (1:6) TO MG-TIME OF MSG-REC.
            MOVE HM-REF          TO MG-REF OF MSG-REC.
            MOVE HM-TEXT         TO MG-TEXT OF MSG-REC.
            MOVE "U"             TO MG-STATUS OF MSG-REC.
            MOVE SPACES          TO MG-ACT-BY OF MSG-REC.
            MOVE ZERO            TO MG-ACT-DATE OF MSG-REC.
            MOVE HM-NO           TO MG-ORIG-NO OF MSG-REC.
            MOVE "N"             TO MG-ESCALATED OF MSG-REC.
            WRITE MSG-REC
               INVALID KEY
                  DISPLAY "ERROR WRITING MESSAGE.DAT FOR "
                          MG-NO OF MSG-REC LINE 21 POSITION 10
            END-WRITE.
        480-CLOSE-MSG-RTN.
            MOVE OP-ID           TO MG-ACT-BY OF MSG-REC.
            MOVE WS-RUN-DATE-NUM TO MG-ACT-DATE OF MSG-REC.
            PERFORM 490-REWRITE-MSG-RTN.
        490-REWRITE-MSG-RTN.
            REWRITE MSG-REC
               INVALID KEY
                  DISPLAY "INVALID REWRITE !" LINE 21 POSITION 10
            END-REWRITE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MESSAGE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MSG-FILE-NAME.
            MOVE "ROLE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROLE-FILE-NAME.
            MOVE "USER.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO USER-FILE-NAME.
