      ** 使用者主檔維護 (USERMNT.CBL):操作員帳號、密碼、權限等級
      **                             、密碼有效天數、採購核准額度
      **                             與可否查看成本
      **                             之新增、更改、刪除，及鎖定帳號
      **                             之解鎖(限主管);並維護操作員所
      **                             屬之角色(ROLE.DAT)，供訊息匣依
      **                             角色收取批次例外訊息
      **                             對照 (SAM13-1.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS US-ID
                  FILE STATUS IS FS-CODE.
           SELECT ROLE-FILE ASSIGN TO RANDOM ROLE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-KEY
                  FILE STATUS IS ROLE-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
        FD USER-FILE
           LABEL RECORD IS STANDARD.
           COPY USERCOPY REPLACING ==USER-GRP== BY ==USER-REC==.
        FD ROLE-FILE
           LABEL RECORD IS STANDARD.
           COPY ROLECOPY REPLACING ==ROLE-GRP== BY ==ROLE-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.

        WORKING-STORAGE SECTION.
        77 USER-FILE-NAME         PIC X(30) VALUE SPACES.
        77 ROLE-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        01 FS-CODE      PIC XX.
        01 OPER-FS      PIC XX.
        01 ROLE-FS      PIC XX.
        01 WS-KEY-ERR   PIC X  VALUE "N".
        01 DATA-ERR-FLAG PIC X VALUE "N".
        01 HOLD-PASSWORD PIC X(8) VALUE SPACES.
      * 訊息投遞所用之角色
        01 ROLE-LIST.
           05 FILLER    PIC X(8) VALUE "SALES".
           05 FILLER    PIC X(8) VALUE "PRICING".
           05 FILLER    PIC X(8) VALUE "AP".
           05 FILLER    PIC X(8) VALUE "ACCOUNTS".
           05 FILLER    PIC X(8) VALUE "CREDIT".
           05 FILLER    PIC X(8) VALUE "MASTERS".
        01 ROLE-LIST-R REDEFINES ROLE-LIST.
           05 ROLE-NAME PIC X(8) OCCURS 6 TIMES.
        01 ROLE-SUB     PIC 9(1) VALUE 0.
        01 ROLE-VALID   PIC X  VALUE "N".
           COPY RUNDATE.

      **
              OPEN OUTPUT USER-FILE
              CLOSE USER-FILE
              OPEN I-O USER-FILE.
       ROLE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ROLE-FILE.
       ROLE-ERROR-PROCESS.
           IF ROLE-FS = "35"
              OPEN OUTPUT ROLE-FILE
              CLOSE ROLE-FILE
              OPEN I-O ROLE-FILE.
       OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
       OPER-ERROR-PROCESS.
                      LINE 20 POSITION 10
           ELSE
              OPEN I-O USER-FILE
              OPEN I-O ROLE-FILE
              PERFORM 100-SCREEN
              PERFORM 200-CHOICE
              PERFORM 600-CLOSE
           DISPLAY "2.更改紀錄" LINE 9 POSITION 12.
           DISPLAY "3.刪除紀錄" LINE 11 POSITION 12.
           DISPLAY "4.解除鎖定" LINE 13 POSITION 12.
           DISPLAY "5.指派角色" LINE 15 POSITION 12.
           DISPLAY "6.取消角色" LINE 17 POSITION 12.
           DISPLAY "INPUT YOUR CHOICE : " LINE 19 POSITION 10.
           ACCEPT CHOICE LINE 19 POSITION 32.
       200-CHOICE.
           IF CHOICE = "1"
              PERFORM 300-ADD-RECORD
                        PERFORM 500-DELETE-RECORD
                ELSE IF CHOICE = "4"
                        PERFORM 450-UNLOCK-RECORD
                ELSE IF CHOICE = "5"
                        PERFORM 700-ADD-ROLE-RTN
                ELSE IF CHOICE = "6"
                        PERFORM 750-REMOVE-ROLE-RTN
                     ELSE
                        DISPLAY "INVALID SELECTION, TRY AGAIN"
                                LINE 20 POSITION 10
                        PERFORM 200-CHOICE
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                END-IF
           END-IF.

           DISPLAY "US-AUTH-LEVEL (1/3/9) : " LINE 14 POSITION 20.
           DISPLAY "US-EXPIRY-DAYS (0=不限) : " LINE 16
                   POSITION 20.
           DISPLAY "US-PO-LIMIT : " LINE 17 POSITION 20.
           DISPLAY "US-SEE-COST (Y/N) : " LINE 18 POSITION 20.
           ACCEPT US-PASSWORD LINE 10 POSITION 35 OFF.
           ACCEPT US-NAME LINE 12 POSITION 35.
           ACCEPT US-AUTH-LEVEL LINE 14 POSITION 46.
           ACCEPT US-EXPIRY-DAYS LINE 16 POSITION 48.
           ACCEPT US-PO-LIMIT LINE 17 POSITION 35.
           MOVE "N" TO US-SEE-COST.
           ACCEPT US-SEE-COST LINE 18 POSITION 41 UPDATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO US-LAST-CHANGED.
           MOVE ZERO  TO US-FAIL-COUNT.
              DISPLAY "INVALID DATA - PASSWORD MUST NOT BE BLANK"
                      LINE 20 POSITION 20
           END-IF.
           IF US-SEE-COST NOT = "Y" AND US-SEE-COST NOT = "N"
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "INVALID DATA - SEE-COST MUST BE Y OR N"
                      LINE 21 POSITION 20
           END-IF.
       315-CHECK-DUPLICATE-RTN.
           READ USER-FILE
              INVALID KEY MOVE "N" TO WS-KEY-ERR
              ACCEPT US-AUTH-LEVEL LINE 14 POSITION 38 UPDATE
              DISPLAY "US-EXPIRY-DAYS : " LINE 16 POSITION 20
              ACCEPT US-EXPIRY-DAYS LINE 16 POSITION 39 UPDATE
              DISPLAY "US-PO-LIMIT : " LINE 17 POSITION 20
              ACCEPT US-PO-LIMIT LINE 17 POSITION 36 UPDATE
              DISPLAY "US-SEE-COST : " LINE 18 POSITION 20
              ACCEPT US-SEE-COST LINE 18 POSITION 36 UPDATE
              PERFORM 310-CHECK-DATA-RTN
              DISPLAY "是否確定 ?" LINE 19 POSITION 25
              ACCEPT SURE LINE 19 POSITION 37
              IF SURE = "Y" AND DATA-ERR-FLAG NOT = "Y"
                 IF US-PASSWORD NOT = HOLD-PASSWORD
                    ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       600-CLOSE.
           CLOSE USER-FILE.
           CLOSE ROLE-FILE.

      * 指派角色:帳號須在使用者主檔，角色須為訊息投遞所用之角色
       700-ADD-ROLE-RTN.
           DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
           DISPLAY "US-ID : " LINE 8 POSITION 20.
           ACCEPT US-ID LINE 8 POSITION 32.
           DISPLAY "ROLE (SALES/PRICING/AP/ACCOUNTS/CREDIT/"
                   "MASTERS) : " LINE 10 POSITION 20.
           MOVE SPACES TO RL-ROLE.
           ACCEPT RL-ROLE LINE 10 POSITION 71.
           PERFORM 710-CHECK-ROLE-RTN.
           IF DATA-ERR-FLAG NOT = "Y"
              MOVE US-ID TO RL-OPER-ID
              WRITE ROLE-REC
                 INVALID KEY
                    DISPLAY "ROLE ALREADY ASSIGNED" LINE 20
                            POSITION 25
                 NOT INVALID KEY
                    DISPLAY "ROLE ASSIGNED" LINE 20 POSITION 25
              END-WRITE
           END-IF.
       710-CHECK-ROLE-RTN.
           MOVE "N" TO DATA-ERR-FLAG.
           MOVE "N" TO WS-KEY-ERR.
           READ USER-FILE
              INVALID KEY MOVE "Y" TO WS-KEY-ERR
           END-READ.
           IF WS-KEY-ERR = "Y"
              MOVE "Y" TO DATA-ERR-FLAG
              DISPLAY "USER NOT FOUND" LINE 20 POSITION 25
           ELSE
              MOVE "N" TO ROLE-VALID
              PERFORM 720-MATCH-ROLE-RTN
                 VARYING ROLE-SUB FROM 1 BY 1
                 UNTIL ROLE-SUB > 6 OR ROLE-VALID = "Y"
              IF ROLE-VALID = "N"
                 MOVE "Y" TO DATA-ERR-FLAG
                 DISPLAY "INVALID ROLE" LINE 20 POSITION 25
              END-IF
           END-IF.
       720-MATCH-ROLE-RTN.
           IF RL-ROLE = ROLE-NAME (ROLE-SUB)
              MOVE "Y" TO ROLE-VALID
           END-IF.

      * 取消角色
       750-REMOVE-ROLE-RTN.
           DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
           DISPLAY "US-ID : " LINE 8 POSITION 20.
           ACCEPT US-ID LINE 8 POSITION 32.
           DISPLAY "ROLE : " LINE 10 POSITION 20.
           MOVE SPACES TO RL-ROLE.
           ACCEPT RL-ROLE LINE 10 POSITION 32.
           MOVE US-ID TO RL-OPER-ID.
           MOVE "N" TO WS-KEY-ERR.
           READ ROLE-FILE
              INVALID KEY MOVE "Y" TO WS-KEY-ERR
           END-READ.
           IF WS-KEY-ERR = "Y"
              DISPLAY "ROLE NOT ASSIGNED" LINE 20 POSITION 25
           ELSE
              DISPLAY "是否確定 ?" LINE 18 POSITION 25
              ACCEPT SURE LINE 18 POSITION 37
              IF SURE = "Y"
                 DELETE ROLE-FILE INVALID KEY
                        DISPLAY "INVALID DELETE !" LINE 20 POSITION 25
                 END-DELETE
              END-IF
           END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "USER.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO USER-FILE-NAME.
            MOVE "ROLE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ROLE-FILE-NAME.
