      ** 未讀訊息計數副程式 (MSGCOUNT.CBL):依操作員帳號及其於角色
      **                                  檔 ROLE.DAT 所屬之角色，
      **                                  計算訊息檔 MESSAGE.DAT 中
      **                                  尚未閱讀之訊息筆數與其中
      **                                  高優先之筆數，供總目錄於
      **                                  簽入後顯示;無訊息檔或角色
      **                                  檔者視為零筆
      **                                  對照 (NEXTNBR.CBL) 之副程式
      **                                  寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     MsgCount.
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RL-KEY
                  FILE STATUS IS ROLE-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MSG-FILE
           LABEL RECORD IS STANDARD.
           COPY MSGCOPY REPLACING ==MSG-GRP== BY ==MSG-REC==.
        FD ROLE-FILE
           LABEL RECORD IS STANDARD.
           COPY ROLECOPY REPLACING ==ROLE-GRP== BY ==ROLE-REC==.

        WORKING-STORAGE SECTION.
        77 MSG-FILE-NAME          PIC X(30) VALUE SPACES.
        77 ROLE-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MSG-FS       PIC XX.
        77 ROLE-FS      PIC XX.
        77 MSG-MISSING  PIC X  VALUE "N".
        77 ROLE-MISSING PIC X  VALUE "N".
        77 MSG-EOF      PIC X  VALUE "N".
        77 ROLE-EOF     PIC X  VALUE "N".
        77 WS-TO        PIC X(8) VALUE SPACES.
        77 WS-TO-TYPE   PIC X  VALUE SPACE.
      * 操作員所屬角色，最多 20 個
        01 MY-ROLE-TABLE.
           05 MY-ROLE       PIC X(8) OCCURS 20 TIMES.
        77 MY-ROLE-CNT  PIC 9(2) VALUE 0.
        77 MY-ROLE-SUB  PIC 9(2) VALUE 0.

        LINKAGE         SECTION.
        01 MC-OPER-ID   PIC X(8).
        01 MC-UNREAD    PIC 9(4).
        01 MC-HIGH      PIC 9(4).
      **
        PROCEDURE       DIVISION USING MC-OPER-ID MC-UNREAD MC-HIGH.
        DECLARATIVES.
        MSG-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MSG-FILE.
        MSG-ERROR-PROCESS.
           IF MSG-FS NOT = "00"
              MOVE "Y" TO MSG-MISSING.
        ROLE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROLE-FILE.
        ROLE-ERROR-PROCESS.
           IF ROLE-FS NOT = "00"
              MOVE "Y" TO ROLE-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 先計寄給本人之訊息，再逐一計寄給所屬角色之訊息
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE ZERO TO MC-UNREAD MC-HIGH.
            PERFORM 100-LOAD-ROLES-RTN.
            MOVE "N" TO MSG-MISSING.
            OPEN INPUT MSG-FILE.
            IF MSG-MISSING = "N"
               MOVE MC-OPER-ID TO WS-TO
               MOVE "O"        TO WS-TO-TYPE
               PERFORM 200-COUNT-ONE-TO-RTN
               MOVE "R"        TO WS-TO-TYPE
               PERFORM 150-COUNT-ROLE-RTN
                  VARYING MY-ROLE-SUB FROM 1 BY 1
                  UNTIL MY-ROLE-SUB > MY-ROLE-CNT
               CLOSE MSG-FILE
            END-IF.
            EXIT PROGRAM.
      * 角色檔通讀一遍，取出本操作員所屬之角色
        100-LOAD-ROLES-RTN.
            MOVE ZERO TO MY-ROLE-CNT.
            MOVE "N" TO ROLE-MISSING ROLE-EOF.
            OPEN INPUT ROLE-FILE.
            IF ROLE-MISSING = "N"
               PERFORM 110-READ-ROLE-RTN
               PERFORM 120-ONE-ROLE-RTN UNTIL ROLE-EOF = "Y"
               CLOSE ROLE-FILE
            END-IF.
        110-READ-ROLE-RTN.
            READ ROLE-FILE NEXT RECORD
               AT END MOVE "Y" TO ROLE-EOF
            END-READ.
        120-ONE-ROLE-RTN.
            IF RL-OPER-ID OF ROLE-REC = MC-OPER-ID
               AND MY-ROLE-CNT < 20
               ADD 1 TO MY-ROLE-CNT
               MOVE RL-ROLE OF ROLE-REC TO MY-ROLE (MY-ROLE-CNT)
            END-IF.
            PERFORM 110-READ-ROLE-RTN.
        150-COUNT-ROLE-RTN.
            MOVE MY-ROLE (MY-ROLE-SUB) TO WS-TO.
            PERFORM 200-COUNT-ONE-TO-RTN.
      * 以收件者次鍵定位，逐筆讀至收件者改變為止
        200-COUNT-ONE-TO-RTN.
            MOVE WS-TO TO MG-TO OF MSG-REC.
            MOVE "N" TO MSG-EOF.
            START MSG-FILE KEY IS EQUAL TO MG-TO OF MSG-REC
               INVALID KEY MOVE "Y" TO MSG-EOF
            END-START.
            PERFORM 210-READ-MSG-RTN.
            PERFORM 220-COUNT-MSG-RTN UNTIL MSG-EOF = "Y".
        210-READ-MSG-RTN.
            IF MSG-EOF = "N"
               READ MSG-FILE NEXT RECORD
                  AT END MOVE "Y" TO MSG-EOF
               END-READ
            END-IF.
            IF MSG-EOF = "N" AND MG-TO OF MSG-REC NOT = WS-TO
               MOVE "Y" TO MSG-EOF
            END-IF.
        220-COUNT-MSG-RTN.
            IF MG-TO-TYPE OF MSG-REC = WS-TO-TYPE
               AND MG-STATUS OF MSG-REC = "U"
               ADD 1 TO MC-UNREAD
               IF MG-HIGH OF MSG-REC
                  ADD 1 TO MC-HIGH
               END-IF
            END-IF.
            PERFORM 210-READ-MSG-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MESSAGE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MSG-FILE-NAME.
            MOVE "ROLE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROLE-FILE-NAME.
