      ** 催收紀錄登錄 (COLLENT.CBL):由客戶帳務活動查詢
      **                           (AcctInquiry) 呼叫，傳入客戶
      **                           編號;畫面列出催收檔 COLLECT.DAT
      **                           之付款承諾、下次追蹤日與最近之
      **                           聯絡記錄，可新增一筆聯絡記錄
      **                           (自動記日期與操作員)、登錄承諾
      **                           付款金額與日期及下次追蹤日與
      **                           事項;聯絡記錄保留最近十筆
      **                           對照 (DISPMNT.CBL) 之維護畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CollectEntry.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT COLL-FILE ASSIGN TO RANDOM COLL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CL-CUS-NO
                  FILE STATUS IS COLL-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD COLL-FILE
           LABEL RECORD IS STANDARD.
           COPY COLLCOPY REPLACING ==COLL-GRP== BY ==COLL-REC==.
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 COLL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SURE         PIC X  VALUE "N".
        77 COLL-FS      PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-COLL-FOUND PIC X VALUE "N".
        77 WS-NOTE-IN   PIC X(50) VALUE SPACES.
        77 WS-PROM-AMT  PIC 9(6)V99 VALUE 0.
        77 WS-PROM-DATE PIC 9(8) VALUE 0.
        77 WS-NEXT-DATE PIC 9(8) VALUE 0.
        77 WS-NEXT-ACTION PIC X(30) VALUE SPACES.
        77 NOTE-SUB     PIC 9(2) VALUE 0.
        77 NOTE-PREV    PIC 9(2) VALUE 0.
        77 NOTE-LINE    PIC 99 VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
           COPY RUNDATE.
        01 NOTE-LIST-REC.
           05 NL-YY             PIC 9999/.
           05 NL-MM             PIC 99/.
           05 NL-DD             PIC 99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 NL-OPER           PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 NL-TEXT           PIC X(50).

        LINKAGE         SECTION.
        01 CE-CUS-NO    PIC X(4).
      **
        PROCEDURE       DIVISION USING CE-CUS-NO.
        DECLARATIVES.
        COLL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COLL-FILE.
        COLL-ERROR-PROCESS.
           IF COLL-FS = "35"
              OPEN OUTPUT COLL-FILE
              CLOSE COLL-FILE
              OPEN I-O COLL-FILE
           ELSE
              IF COLL-FS NOT = "00"
                 DISPLAY "ERROR OPENING COLL-FILE, FILE STATUS = "
                         COLL-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
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
            OPEN I-O COLL-FILE.
            PERFORM 100-GET-RECORD-RTN.
            PERFORM 200-SHOW-RTN.
            PERFORM 300-ENTER-RTN.
            CLOSE COLL-FILE.
            EXIT PROGRAM.
      * 登錄者取自簽入檔，未簽入者不得使用
        050-GET-OPERATOR-RTN.
            MOVE SPACES TO OP-ID.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
      * 尚無催收紀錄之客戶以空白紀錄開始
        100-GET-RECORD-RTN.
            MOVE CE-CUS-NO TO CL-CUS-NO OF COLL-REC.
            MOVE "Y" TO WS-COLL-FOUND.
            READ COLL-FILE
               INVALID KEY MOVE "N" TO WS-COLL-FOUND
            END-READ.
            IF WS-COLL-FOUND = "N"
               INITIALIZE COLL-REC
               MOVE CE-CUS-NO TO CL-CUS-NO OF COLL-REC
            END-IF.
            MOVE CL-PROMISE-AMT OF COLL-REC  TO WS-PROM-AMT.
            MOVE CL-PROMISE-DATE OF COLL-REC TO WS-PROM-DATE.
            MOVE CL-NEXT-DATE OF COLL-REC    TO WS-NEXT-DATE.
            MOVE CL-NEXT-ACTION OF COLL-REC  TO WS-NEXT-ACTION.
        200-SHOW-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "催收紀錄登錄" LINE 2 POSITION 25.
            DISPLAY "客戶編號 : " CE-CUS-NO LINE 4 POSITION 10.
            DISPLAY "付款承諾 : " CL-PROMISE-AMT OF COLL-REC
                    "  " CL-PROMISE-DATE OF COLL-REC
                    "  " CL-PROMISE-STAT OF COLL-REC
                    LINE 5 POSITION 10.
            DISPLAY "下次追蹤 : " CL-NEXT-DATE OF COLL-REC
                    "  " CL-NEXT-ACTION OF COLL-REC
                    LINE 6 POSITION 10.
            DISPLAY "聯絡記錄 :" LINE 8 POSITION 10.
            MOVE 9 TO NOTE-LINE.
            PERFORM 210-SHOW-NOTE-RTN
               VARYING NOTE-SUB FROM 1 BY 1
               UNTIL NOTE-SUB > 5 OR NOTE-SUB > CL-NOTE-CNT OF COLL-REC.
        210-SHOW-NOTE-RTN.
            MOVE CL-NOTE-DATE OF COLL-REC (NOTE-SUB) (1:4) TO NL-YY.
            MOVE CL-NOTE-DATE OF COLL-REC (NOTE-SUB) (5:2) TO NL-MM.
            MOVE CL-NOTE-DATE OF COLL-REC (NOTE-SUB) (7:2) TO NL-DD.
            MOVE CL-NOTE-OPER OF COLL-REC (NOTE-SUB) TO NL-OPER.
            MOVE CL-NOTE-TEXT OF COLL-REC (NOTE-SUB) TO NL-TEXT.
            DISPLAY NOTE-LIST-REC LINE NOTE-LINE POSITION 12.
            ADD 1 TO NOTE-LINE.
      * 承諾金額為零表示取消承諾;日期經 DateCheck 檢核，承諾日與
      * 追蹤日可為未來日
        300-ENTER-RTN.
            DISPLAY "新增聯絡 :" LINE 15 POSITION 10.
            MOVE SPACES TO WS-NOTE-IN.
            ACCEPT WS-NOTE-IN LINE 15 POSITION 23.
            DISPLAY "承諾金額 :" LINE 16 POSITION 10.
            ACCEPT WS-PROM-AMT LINE 16 POSITION 23 UPDATE.
            IF WS-PROM-AMT = ZERO
               MOVE ZERO TO WS-PROM-DATE
            ELSE
               MOVE "N" TO DC-RESULT
               PERFORM 310-ACCEPT-PROMISE-RTN UNTIL DC-RESULT = "Y"
            END-IF.
            DISPLAY "下次追蹤日 :" LINE 18 POSITION 10.
            ACCEPT WS-NEXT-DATE LINE 18 POSITION 23 UPDATE.
            IF WS-NEXT-DATE NOT = ZERO
               CALL "DateCheck" USING WS-NEXT-DATE DC-FUTURE-OK
                                      DC-RESULT DC-MESSAGE
               IF DC-RESULT NOT = "Y"
                  DISPLAY "INVALID DATE - " DC-MESSAGE
                          LINE 20 POSITION 10
                  MOVE CL-NEXT-DATE OF COLL-REC TO WS-NEXT-DATE
               END-IF
            END-IF.
            DISPLAY "追蹤事項 :" LINE 19 POSITION 10.
            ACCEPT WS-NEXT-ACTION LINE 19 POSITION 23 UPDATE.
            DISPLAY "是否確定 ?" LINE 21 POSITION 10.
            ACCEPT SURE LINE 21 POSITION 23.
            IF SURE = "Y"
               PERFORM 400-UPDATE-RTN
               DISPLAY "COLLECTION RECORD SAVED" LINE 20 POSITION 10
            END-IF.
        310-ACCEPT-PROMISE-RTN.
            DISPLAY "承諾日期 :" LINE 17 POSITION 10.
            ACCEPT WS-PROM-DATE LINE 17 POSITION 23 UPDATE.
            CALL "DateCheck" USING WS-PROM-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY "INVALID DATE - " DC-MESSAGE
                       LINE 20 POSITION 10
            END-IF.
      * 承諾金額或日期變更即為新承諾，自今日起待確認收款;新增
      * 聯絡記錄時，已跳票之承諾視為已追蹤而結案
        400-UPDATE-RTN.
            IF WS-PROM-AMT NOT = CL-PROMISE-AMT OF COLL-REC
               OR WS-PROM-DATE NOT = CL-PROMISE-DATE OF COLL-REC
               MOVE WS-PROM-AMT  TO CL-PROMISE-AMT OF COLL-REC
               MOVE WS-PROM-DATE TO CL-PROMISE-DATE OF COLL-REC
               IF WS-PROM-AMT = ZERO
                  MOVE ZERO  TO CL-PROMISE-MADE OF COLL-REC
                  MOVE SPACE TO CL-PROMISE-STAT OF COLL-REC
               ELSE
                  MOVE RUN-DATE TO CL-PROMISE-MADE OF COLL-REC
                  MOVE "P"      TO CL-PROMISE-STAT OF COLL-REC
               END-IF
            ELSE
               IF WS-NOTE-IN NOT = SPACES
                  AND CL-PROMISE-BROKEN OF COLL-REC
                  MOVE SPACE TO CL-PROMISE-STAT OF COLL-REC
               END-IF
            END-IF.
            MOVE WS-NEXT-DATE   TO CL-NEXT-DATE OF COLL-REC.
            MOVE WS-NEXT-ACTION TO CL-NEXT-ACTION OF COLL-REC.
            IF WS-NOTE-IN NOT = SPACES
               PERFORM 410-ADD-NOTE-RTN
            END-IF.
            IF WS-COLL-FOUND = "Y"
               REWRITE COLL-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 10
               END-REWRITE
            ELSE
               WRITE COLL-REC
                  INVALID KEY
                     DISPLAY "INVALID WRITE !" LINE 20 POSITION 10
               END-WRITE
            END-IF.
      * 新記錄放第一筆，其餘往後移，超過十筆者捨棄最舊一筆
        410-ADD-NOTE-RTN.
            PERFORM 420-SHIFT-NOTE-RTN
               VARYING NOTE-SUB FROM 10 BY -1 UNTIL NOTE-SUB < 2.
            MOVE RUN-DATE   TO CL-NOTE-DATE OF COLL-REC (1).
            MOVE OP-ID      TO CL-NOTE-OPER OF COLL-REC (1).
            MOVE WS-NOTE-IN TO CL-NOTE-TEXT OF COLL-REC (1).
            MOVE RUN-DATE   TO CL-LAST-CONTACT OF COLL-REC.
            IF CL-NOTE-CNT OF COLL-REC < 10
               ADD 1 TO CL-NOTE-CNT OF COLL-REC
            END-IF.
        420-SHIFT-NOTE-RTN.
            COMPUTE NOTE-PREV = NOTE-SUB - 1.
            MOVE CL-NOTE OF COLL-REC (NOTE-PREV)
              TO CL-NOTE OF COLL-REC (NOTE-SUB).
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "COLLECT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO COLL-FILE-NAME.
