      ** 敏感欄位判斷副程式 (SENSFLD.CBL):主檔維護程式於異動某欄
      **                                  位時呼叫本程式，依敏感欄
      **                                  位表 SENSFLD.TAB 判斷該欄
      **                                  位之異動是否須經另一位操
      **                                  作員核准，並累計核准所需
      **                                  之最低授權等級與逾期天數
      **                                  ;表只於第一次呼叫時載入，
      **                                  無此表者以內建清單為準(信
      **                                  用額度、凍結碼、廠商名稱
      **                                  與銀行資料、產品狀態、低
      **                                  於成本之合約價)
      **                                  對照 (CREDHOLD.CBL) 之政策
      **                                  檔與 (NEXTNBR.CBL) 之副程
      **                                  式寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SensField.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT SENS-FILE ASSIGN TO RANDOM SENS-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SENS-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SENS-FILE
           LABEL RECORD IS STANDARD.
        01 SENS-REC.
           05 SF-FILE-ID        PIC X(8).
           05 FILLER            PIC X(1).
           05 SF-FIELD          PIC X(16).
           05 FILLER            PIC X(1).
           05 SF-APPR-AUTH      PIC 9(1).
           05 FILLER            PIC X(1).
           05 SF-EXPIRE-DAYS    PIC 9(3).

        WORKING-STORAGE SECTION.
        77 SENS-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SENS-FS      PIC XX.
        77 SENS-MISSING PIC X  VALUE "N".
        77 SENS-EOF     PIC X  VALUE "N".
        77 WS-LOADED    PIC X  VALUE "N".
        77 WS-FOUND     PIC X  VALUE "N".
        77 WS-AUTH      PIC 9(1) VALUE 0.
        77 WS-DAYS      PIC 9(3) VALUE 0.
        77 WS-LIST-TEMP PIC X(60) VALUE SPACES.
      * 內建敏感欄位清單:檔別(8) 欄位(16) 核准等級(1) 逾期天數(3)
        01 DEFAULT-LIST.
           05 FILLER PIC X(28) VALUE "CUSTOMERCM-CREDIT-LIMIT 9007".
           05 FILLER PIC X(28) VALUE "CUSTOMERCM-HOLD-FLAG    9007".
           05 FILLER PIC X(28) VALUE "VENDOR  VEND-NAME       9007".
           05 FILLER PIC X(28) VALUE "VENDOR  VEND-BANK-CODE  9007".
           05 FILLER PIC X(28) VALUE "VENDOR  VEND-BANK-ACCT  9007".
           05 FILLER PIC X(28) VALUE "VENDOR  VEND-ACCT-NAME  9007".
           05 FILLER PIC X(28) VALUE "PRODUCT PRO-STATUS      9007".
           05 FILLER PIC X(28) VALUE "PRICEMTXBELOW-COST      9007".
        01 DEFAULT-TABLE REDEFINES DEFAULT-LIST.
           05 DF-ENTRY OCCURS 8 TIMES.
              10 DF-FILE-ID     PIC X(8).
              10 DF-FIELD       PIC X(16).
              10 DF-APPR-AUTH   PIC 9(1).
              10 DF-EXPIRE-DAYS PIC 9(3).
        77 DF-SUB       PIC 9(2) VALUE 0.
      * 敏感欄位表，最多 50 筆
        01 SENS-TABLE.
           05 ST-ENTRY OCCURS 50 TIMES.
              10 ST-FILE-ID     PIC X(8).
              10 ST-FIELD       PIC X(16).
              10 ST-APPR-AUTH   PIC 9(1).
              10 ST-EXPIRE-DAYS PIC 9(3).
        77 ST-CNT       PIC 9(2) VALUE 0.
        77 ST-SUB       PIC 9(2) VALUE 0.

        LINKAGE         SECTION.
           COPY SENSREQ REPLACING ==SENS-REQ-GRP== BY ==SENS-REQ==.
      **
        PROCEDURE       DIVISION USING SENS-REQ.
        DECLARATIVES.
        SENS-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SENS-FILE.
        SENS-ERROR-PROCESS.
           IF SENS-FS NOT = "00"
              MOVE "Y" TO SENS-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            IF WS-LOADED = "N"
               PERFORM 100-LOAD-TABLE-RTN
               MOVE "Y" TO WS-LOADED
            END-IF.
            MOVE "N" TO WS-FOUND.
            PERFORM 200-MATCH-RTN
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-CNT OR WS-FOUND = "Y".
            EXIT PROGRAM.
      * 無敏感欄位表或表中無資料者，改用內建清單
        100-LOAD-TABLE-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE ZERO TO ST-CNT.
            MOVE "N" TO SENS-MISSING SENS-EOF.
            OPEN INPUT SENS-FILE.
            IF SENS-MISSING = "N"
               PERFORM 110-READ-SENS-RTN
               PERFORM 120-ONE-SENS-RTN UNTIL SENS-EOF = "Y"
               CLOSE SENS-FILE
            END-IF.
            IF ST-CNT = ZERO
               PERFORM 130-ONE-DEFAULT-RTN
                  VARYING DF-SUB FROM 1 BY 1 UNTIL DF-SUB > 8
            END-IF.
        110-READ-SENS-RTN.
            READ SENS-FILE
               AT END MOVE "Y" TO SENS-EOF
            END-READ.
      * 核准等級為 0 者以 9 計，逾期天數為 0 者以 7 天計
        120-ONE-SENS-RTN.
            IF SF-FILE-ID NOT = SPACES AND SF-FIELD NOT = SPACES
               AND ST-CNT < 50
               ADD 1 TO ST-CNT
               MOVE SF-FILE-ID TO ST-FILE-ID (ST-CNT)
               MOVE SF-FIELD   TO ST-FIELD (ST-CNT)
               IF SF-APPR-AUTH NOT NUMERIC OR SF-APPR-AUTH = ZERO
                  MOVE 9 TO ST-APPR-AUTH (ST-CNT)
               ELSE
                  MOVE SF-APPR-AUTH TO ST-APPR-AUTH (ST-CNT)
               END-IF
               IF SF-EXPIRE-DAYS NOT NUMERIC
                  OR SF-EXPIRE-DAYS = ZERO
                  MOVE 7 TO ST-EXPIRE-DAYS (ST-CNT)
               ELSE
                  MOVE SF-EXPIRE-DAYS TO ST-EXPIRE-DAYS (ST-CNT)
               END-IF
            END-IF.
            PERFORM 110-READ-SENS-RTN.
        130-ONE-DEFAULT-RTN.
            ADD 1 TO ST-CNT.
            MOVE DF-ENTRY (DF-SUB) TO ST-ENTRY (ST-CNT).
      * 敏感者累計欄位名稱，核准等級取最高，逾期天數取最短
        200-MATCH-RTN.
            IF ST-FILE-ID (ST-SUB) = SQ-FILE-ID OF SENS-REQ
               AND ST-FIELD (ST-SUB) = SQ-FIELD OF SENS-REQ
               MOVE "Y" TO WS-FOUND
               MOVE "Y" TO SQ-HIT OF SENS-REQ
               MOVE ST-APPR-AUTH (ST-SUB)   TO WS-AUTH
               MOVE ST-EXPIRE-DAYS (ST-SUB) TO WS-DAYS
               IF WS-AUTH > SQ-APPR-AUTH OF SENS-REQ
                  MOVE WS-AUTH TO SQ-APPR-AUTH OF SENS-REQ
               END-IF
               IF SQ-EXPIRE-DAYS OF SENS-REQ = ZERO
                  OR WS-DAYS < SQ-EXPIRE-DAYS OF SENS-REQ
                  MOVE WS-DAYS TO SQ-EXPIRE-DAYS OF SENS-REQ
               END-IF
               PERFORM 210-ADD-TO-LIST-RTN
            END-IF.
        210-ADD-TO-LIST-RTN.
            IF SQ-FIELD-LIST OF SENS-REQ = SPACES
               MOVE SQ-FIELD OF SENS-REQ TO SQ-FIELD-LIST OF SENS-REQ
            ELSE
               MOVE SPACES TO WS-LIST-TEMP
               STRING SQ-FIELD-LIST OF SENS-REQ DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      SQ-FIELD OF SENS-REQ      DELIMITED BY SPACE
                      INTO WS-LIST-TEMP
               END-STRING
               MOVE WS-LIST-TEMP TO SQ-FIELD-LIST OF SENS-REQ
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SENSFLD.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SENS-FILE-NAME.
