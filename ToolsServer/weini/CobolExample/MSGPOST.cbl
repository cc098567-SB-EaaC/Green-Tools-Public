      ** 訊息投遞副程式 (MSGPOST.CBL):批次作業與副程式遇例外時呼叫
      **                             本程式，於操作員訊息檔
      **                             MESSAGE.DAT 新增一筆訊息，收件
      **                             者可為操作員帳號或角色，附優先
      **                             等級與參照(單號、批次或報表)
      **                             ;訊息號碼取自 NUMBER.CTL 之
      **                             MESSAGE 系列;收件者空白或類別
      **                             錯誤時不投遞並回報錯誤碼，不影
      **                             響呼叫程式
      **                             對照 (NEXTNBR.CBL) 之副程式寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PostMessage.
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
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD MSG-FILE
           LABEL RECORD IS STANDARD.
           COPY MSGCOPY REPLACING ==MSG-GRP== BY ==MSG-REC==.

        WORKING-STORAGE SECTION.
        77 MSG-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 MSG-FS       PIC XX.
        77 NN-SERIES    PIC X(8) VALUE "MESSAGE".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-TIME-IN   PIC 9(8) VALUE 0.
           COPY RUNDATE.

        LINKAGE         SECTION.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.
      **
        PROCEDURE       DIVISION USING MSGP-REQ.
        DECLARATIVES.
        MSG-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MSG-FILE.
        MSG-ERROR-PROCESS.
           IF MSG-FS NOT = "00"
              OPEN OUTPUT MSG-FILE
              CLOSE MSG-FILE
              OPEN I-O MSG-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 收件者空白或類別非 O/R 者回報錯誤 A，不投遞
        000-MAIN-RTN.
            MOVE SPACE TO MP-ERROR OF MSGP-REQ.
            MOVE ZERO  TO MP-MSG-NO OF MSGP-REQ.
            IF MP-TO OF MSGP-REQ = SPACES
               OR (MP-TO-TYPE OF MSGP-REQ NOT = "O"
                   AND MP-TO-TYPE OF MSGP-REQ NOT = "R")
               MOVE "A" TO MP-ERROR OF MSGP-REQ
            ELSE
               PERFORM 980-SET-FILE-NAMES-RTN
               PERFORM 100-BUILD-MSG-RTN
               OPEN I-O MSG-FILE
               WRITE MSG-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING MESSAGE.DAT FOR "
                             MG-NO OF MSG-REC
               END-WRITE
               CLOSE MSG-FILE
               MOVE MG-NO OF MSG-REC TO MP-MSG-NO OF MSGP-REQ
            END-IF.
            EXIT PROGRAM.
      * 優先等級非 H/L 者一律以 N 投遞
        100-BUILD-MSG-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-IN FROM TIME.
            MOVE NN-NUMBER                TO MG-NO OF MSG-REC.
            MOVE MP-TO OF MSGP-REQ        TO MG-TO OF MSG-REC.
            MOVE MP-TO-TYPE OF MSGP-REQ   TO MG-TO-TYPE OF MSG-REC.
            IF MP-PRIORITY OF MSGP-REQ = "H"
               OR MP-PRIORITY OF MSGP-REQ = "L"
               MOVE MP-PRIORITY OF MSGP-REQ TO MG-PRIORITY OF MSG-REC
            ELSE
               MOVE "N" TO MG-PRIORITY OF MSG-REC
            END-IF.
            MOVE MP-FROM OF MSGP-REQ      TO MG-FROM OF MSG-REC.
            MOVE RUN-DATE                 TO MG-DATE OF MSG-REC.
            MOVE WS-TIME-IN (1:6)         TO MG-TIME OF MSG-REC.
            MOVE MP-REF OF MSGP-REQ       TO MG-REF OF MSG-REC.
            MOVE MP-TEXT OF MSGP-REQ      TO MG-TEXT OF MSG-REC.
            MOVE "U"                      TO MG-STATUS OF MSG-REC.
            MOVE SPACES                   TO MG-ACT-BY OF MSG-REC.
            MOVE ZERO                     TO MG-ACT-DATE OF MSG-REC.
            MOVE MP-ORIG-NO OF MSGP-REQ   TO MG-ORIG-NO OF MSG-REC.
            MOVE "N"                      TO MG-ESCALATED OF MSG-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "MESSAGE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MSG-FILE-NAME.
