      ** 待核准異動登錄副程式 (PENDCHG.CBL):主檔維護程式之異動涉及
      **                                    敏感欄位時不寫入主檔，
      **                                    改呼叫本程式將異動前後
      **                                    影像寫入待核准異動檔
      **                                    PENDCHG.DAT;異動號碼取
      **                                    自 NUMBER.CTL 之 PENDCHG
      **                                    系列，記下簽入之申請人
      **                                    與申請日期，並於操作員
      **                                    訊息檔通知主檔核准角色
      **                                    (MASTERS)
      **                                    對照 (MSGPOST.CBL) 之副程
      **                                    式寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PendChange.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO RANDOM PEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PD-NO OF PEND-REC
                  FILE STATUS IS PEND-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PEND-FILE
           LABEL RECORD IS STANDARD.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PEND-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PEND-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 OPER-MISSING PIC X  VALUE "N".
        77 NN-SERIES    PIC X(8) VALUE "PENDCHG".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
           COPY RUNDATE.
           COPY MSGPREQ REPLACING ==MSGP-REQ-GRP== BY ==MSGP-REQ==.

        LINKAGE         SECTION.
           COPY PENDCOPY REPLACING ==PEND-GRP== BY ==PEND-REQ==.
      **
        PROCEDURE       DIVISION USING PEND-REQ.
        DECLARATIVES.
        PEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PEND-FILE.
        PEND-ERROR-PROCESS.
           IF PEND-FS NOT = "00"
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              MOVE "Y" TO OPER-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 申請人為簽入之操作員，未簽入者記為 BATCH
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-GET-OPERATOR-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE NN-NUMBER TO PD-NO OF PEND-REQ.
            MOVE RUN-DATE  TO PD-REQ-DATE OF PEND-REQ.
            MOVE "P"       TO PD-STATUS OF PEND-REQ.
            MOVE SPACES    TO PD-ACT-BY OF PEND-REQ.
            MOVE ZERO      TO PD-ACT-DATE OF PEND-REQ.
            IF OPER-MISSING = "Y"
               MOVE "BATCH" TO PD-REQ-BY OF PEND-REQ
            ELSE
               MOVE OP-ID TO PD-REQ-BY OF PEND-REQ
            END-IF.
            MOVE PEND-REQ TO PEND-REC.
            OPEN I-O PEND-FILE.
            WRITE PEND-REC
               INVALID KEY
                  DISPLAY "ERROR WRITING PENDCHG.DAT FOR "
                          PD-NO OF PEND-REC
            END-WRITE.
            CLOSE PEND-FILE.
            PERFORM 100-NOTIFY-RTN.
            EXIT PROGRAM.
        050-GET-OPERATOR-RTN.
            MOVE "N" TO OPER-MISSING.
            OPEN INPUT OPER-FILE.
            IF OPER-MISSING = "N"
               READ OPER-FILE
                  AT END MOVE "Y" TO OPER-MISSING
               END-READ
               CLOSE OPER-FILE
            END-IF.
      * 通知主檔核准角色有待核准之異動
        100-NOTIFY-RTN.
            MOVE "R"          TO MP-TO-TYPE OF MSGP-REQ.
            MOVE "MASTERS"    TO MP-TO OF MSGP-REQ.
            MOVE "N"          TO MP-PRIORITY OF MSGP-REQ.
            MOVE "PendChange" TO MP-FROM OF MSGP-REQ.
            MOVE SPACES       TO MP-REF OF MSGP-REQ MP-TEXT OF MSGP-REQ.
            STRING "PENDING "          DELIMITED BY SIZE
                   PD-NO OF PEND-REC   DELIMITED BY SIZE
                   INTO MP-REF OF MSGP-REQ
            END-STRING.
            STRING PD-FILE-ID OF PEND-REC DELIMITED BY SPACE
                   " "                    DELIMITED BY SIZE
                   PD-KEY OF PEND-REC     DELIMITED BY SIZE
                   " AWAITS APPROVAL"     DELIMITED BY SIZE
                   INTO MP-TEXT OF MSGP-REQ
            END-STRING.
            MOVE ZERO         TO MP-ORIG-NO OF MSGP-REQ.
            CALL "PostMessage" USING MSGP-REQ.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PENDCHG.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PEND-FILE-NAME.
