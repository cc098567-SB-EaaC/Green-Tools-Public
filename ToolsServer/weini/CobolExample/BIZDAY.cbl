      ** 營業日推算副程式 (BIZDAY.CBL):依公司行事曆檔 (CALENDAR.DAT)
      **                              推算次一營業日或加 N 個營業
      **                              日之日期;週一至週五為營業日，
      **                              行事曆註記 H 之平日休假、註記
      **                              W 之週末補班;行事曆於第一次
      **                              呼叫時載入表格，無行事曆檔者
      **                              僅略過週末;供到期日、承諾交
      **                              期、現金預估、催收間隔、送貨
      **                              日期與每日批次共用
      **                              對照 (BOMCOST.CBL) 之副程式
      **                              寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BizDay.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CALN-FILE ASSIGN TO RANDOM CALN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CL-DATE
                  FILE STATUS IS CALN-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CALN-FILE
           LABEL RECORD IS STANDARD.
           COPY CALNCOPY REPLACING ==CALN-GRP== BY ==CALN-REC==.

        WORKING-STORAGE SECTION.
        77 CALN-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CALN-FS      PIC XX.
        77 CALN-MISSING PIC X  VALUE "N".
        77 CALN-EOF     PIC X  VALUE "N".
        77 CAL-LOADED   PIC X  VALUE "N".
        77 WS-DATE      PIC 9(8) VALUE 0.
        77 WS-DATE-INT  PIC 9(8) VALUE 0.
        77 WS-WEEKS     PIC 9(7) VALUE 0.
        77 WS-DOW       PIC 9(1) VALUE 0.
        77 WS-WORKING   PIC X  VALUE "N".
        77 WS-COUNTED   PIC 9(3) VALUE 0.
        77 WS-STEPS     PIC 9(4) VALUE 0.
      * 行事曆表格:依日期遞增載入，最多 1000 筆
        01 CAL-TABLE.
           05 CAL-ENTRY OCCURS 1000 TIMES.
              10 CAL-DATE       PIC 9(8).
              10 CAL-TYPE       PIC X(1).
        77 CAL-CNT      PIC 9(4) VALUE 0.
        77 CAL-SUB      PIC 9(4) VALUE 0.
        77 CAL-FOUND    PIC X  VALUE "N".

        LINKAGE         SECTION.
           COPY BZDYREQ REPLACING ==BZDY-REQ-GRP== BY ==BZDY-REQ==.
      **
        PROCEDURE       DIVISION USING BZDY-REQ.
        DECLARATIVES.
        CALN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CALN-FILE.
        CALN-ERROR-PROCESS.
           IF CALN-FS NOT = "00"
              MOVE "Y" TO CALN-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 功能碼 N 取次一營業日(當日即營業日者為當日)，A 加 N 個營
      * 業日;其他功能碼回報錯誤 F，日期不變
        000-MAIN-RTN.
            IF CAL-LOADED = "N"
               PERFORM 100-LOAD-CALENDAR-RTN
            END-IF.
            MOVE SPACE TO BD-ERROR OF BZDY-REQ.
            MOVE BD-DATE-IN OF BZDY-REQ TO WS-DATE.
            PERFORM 300-TEST-DAY-RTN.
            MOVE WS-WORKING TO BD-WORKING OF BZDY-REQ.
            IF BD-FUNCTION OF BZDY-REQ = "N"
               PERFORM 400-NEXT-DAY-RTN
            ELSE
               IF BD-FUNCTION OF BZDY-REQ = "A"
                  IF BD-DAYS OF BZDY-REQ = ZERO
                     PERFORM 400-NEXT-DAY-RTN
                  ELSE
                     PERFORM 500-ADD-DAYS-RTN
                  END-IF
               ELSE
                  MOVE "F" TO BD-ERROR OF BZDY-REQ
               END-IF
            END-IF.
            MOVE WS-DATE TO BD-DATE-OUT OF BZDY-REQ.
            EXIT PROGRAM.
      * 第一次呼叫時載入行事曆;無行事曆檔者表格為空，僅略過週末
        100-LOAD-CALENDAR-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE ZERO TO CAL-CNT.
            MOVE "N" TO CALN-MISSING CALN-EOF.
            OPEN INPUT CALN-FILE.
            IF CALN-MISSING = "N"
               PERFORM 110-READ-CALN-RTN
               PERFORM 120-LOAD-ONE-RTN
                  UNTIL CALN-EOF = "Y" OR CAL-CNT = 1000
               CLOSE CALN-FILE
            END-IF.
            MOVE "Y" TO CAL-LOADED.
        110-READ-CALN-RTN.
            READ CALN-FILE NEXT RECORD
               AT END MOVE "Y" TO CALN-EOF
            END-READ.
        120-LOAD-ONE-RTN.
            ADD 1 TO CAL-CNT.
            MOVE CL-DATE OF CALN-REC TO CAL-DATE (CAL-CNT).
            MOVE CL-TYPE OF CALN-REC TO CAL-TYPE (CAL-CNT).
            PERFORM 110-READ-CALN-RTN.
      * 判斷 WS-DATE 是否營業日:行事曆註記優先，否則週一至週五為
      * 營業日(INTEGER-OF-DATE 之第 1 日為週一)
        300-TEST-DAY-RTN.
            COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DATE) - 1.
            DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEKS
                   REMAINDER WS-DOW.
            ADD 1 TO WS-DOW.
            IF WS-DOW > 5
               MOVE "N" TO WS-WORKING
            ELSE
               MOVE "Y" TO WS-WORKING
            END-IF.
            MOVE "N" TO CAL-FOUND.
            PERFORM 310-MATCH-DATE-RTN
               VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > CAL-CNT OR CAL-FOUND = "Y".
        310-MATCH-DATE-RTN.
            IF CAL-DATE (CAL-SUB) = WS-DATE
               MOVE "Y" TO CAL-FOUND
               IF CAL-TYPE (CAL-SUB) = "H"
                  MOVE "N" TO WS-WORKING
               ELSE
                  IF CAL-TYPE (CAL-SUB) = "W"
                     MOVE "Y" TO WS-WORKING
                  END-IF
               END-IF
            END-IF.
      * 非營業日逐日往後推至營業日;一年內皆休假視為行事曆錯誤，
      * 停於第 366 日
        400-NEXT-DAY-RTN.
            MOVE ZERO TO WS-STEPS.
            PERFORM 410-STEP-DAY-RTN
               UNTIL WS-WORKING = "Y" OR WS-STEPS > 366.
        410-STEP-DAY-RTN.
            COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DATE) + 1.
            COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
            ADD 1 TO WS-STEPS.
            PERFORM 300-TEST-DAY-RTN.
      * 自次日起逐日往後，每遇營業日計一日，計滿 BD-DAYS 日即停;
      * 行事曆錯誤時至多推算 5000 日
        500-ADD-DAYS-RTN.
            MOVE ZERO TO WS-COUNTED WS-STEPS.
            PERFORM 510-COUNT-DAY-RTN
               UNTIL WS-COUNTED NOT < BD-DAYS OF BZDY-REQ
                  OR WS-STEPS > 5000.
        510-COUNT-DAY-RTN.
            PERFORM 410-STEP-DAY-RTN.
            IF WS-WORKING = "Y"
               ADD 1 TO WS-COUNTED
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CALENDAR.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CALN-FILE-NAME.
