      ** 統一發票取號副程式 (EINVNBR.CBL):依發票日所屬之雙月期別，
      **                                自字軌檔 EINVTRK.TAB 取出
      **                                下一個統一發票號碼並遞增;
      **                                該期各字軌號碼皆已用罄時
      **                                回報用罄，由呼叫程式拒開;
      **                                另可僅查詢本期剩餘張數
      **                                對照 (NEXTNBR.CBL) 之取號
      **                                與 (CURRCONV.CBL) 之起始鍵
      **                                循序查找

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     EInvNumber.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT ET-FILE ASSIGN TO RANDOM ET-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ET-KEY
                  FILE STATUS IS ET-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD ET-FILE
           LABEL RECORD IS STANDARD.
           COPY EITKCOPY REPLACING ==EITK-GRP== BY ==ET-REC==.

        WORKING-STORAGE SECTION.
        77 ET-FILE-NAME           PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 ET-FS        PIC XX.
        77 ET-MISSING   PIC X  VALUE "N".
        77 ET-EOF       PIC X  VALUE "N".
        77 WS-HALF      PIC 9(2) VALUE 0.
        77 WS-ODD       PIC 9(1) VALUE 0.
        01 WS-PERIOD.
           05 WP-YM.
              10 WP-YY  PIC 9(4).
              10 WP-MM  PIC 9(2).
           05 WP-DD     PIC 9(2).

        LINKAGE         SECTION.
           COPY EINVREQ REPLACING ==EINV-REQ-GRP== BY ==EINV-REQ==.
      **
        PROCEDURE       DIVISION USING EINV-REQ.
        DECLARATIVES.
        ET-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ET-FILE.
        ET-ERROR-PROCESS.
           IF ET-FS NOT = "00"
              MOVE "Y" TO ET-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 字軌檔不存在視同本期未配號，一律回報用罄
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE "1"    TO ER-RETURN OF EINV-REQ.
            MOVE SPACES TO ER-EINV-NO OF EINV-REQ
                           ER-SELLER-ID OF EINV-REQ.
            MOVE ZERO   TO ER-REMAIN OF EINV-REQ.
            PERFORM 050-SET-PERIOD-RTN.
            MOVE "N" TO ET-MISSING.
            OPEN I-O ET-FILE.
            IF ET-MISSING = "N"
               PERFORM 100-SCAN-RTN
               CLOSE ET-FILE
            END-IF.
            IF ER-CHECK OF EINV-REQ
               AND ER-REMAIN OF EINV-REQ > ZERO
               MOVE "0" TO ER-RETURN OF EINV-REQ
            END-IF.
            EXIT PROGRAM.
      * 期別為雙月之單數月:偶數月退一個月
        050-SET-PERIOD-RTN.
            MOVE ER-DATE OF EINV-REQ TO WS-PERIOD.
            DIVIDE WP-MM BY 2 GIVING WS-HALF REMAINDER WS-ODD.
            IF WS-ODD = 0
               SUBTRACT 1 FROM WP-MM
            END-IF.
        100-SCAN-RTN.
            MOVE WP-YM       TO ET-PERIOD OF ET-REC.
            MOVE LOW-VALUES  TO ET-TRACK OF ET-REC.
            MOVE "N" TO ET-EOF.
            START ET-FILE KEY IS NOT LESS THAN ET-KEY OF ET-REC
               INVALID KEY MOVE "Y" TO ET-EOF
            END-START.
            PERFORM 110-READ-ET-NEXT.
            PERFORM 120-CHECK-ONE-RTN UNTIL ET-EOF = "Y".
        110-READ-ET-NEXT.
            IF ET-EOF = "N"
               READ ET-FILE NEXT RECORD
                  AT END MOVE "Y" TO ET-EOF
               END-READ
            END-IF.
            IF ET-EOF = "N"
               AND ET-PERIOD OF ET-REC NOT = WP-YM
               MOVE "Y" TO ET-EOF
            END-IF.
      * 依字軌順序取號:前一字軌用罄才取下一字軌
        120-CHECK-ONE-RTN.
            MOVE ET-SELLER-ID OF ET-REC TO ER-SELLER-ID OF EINV-REQ.
            IF ET-NEXT-NO OF ET-REC NOT > ET-END-NO OF ET-REC
               COMPUTE ER-REMAIN OF EINV-REQ = ER-REMAIN OF EINV-REQ
                     + ET-END-NO OF ET-REC - ET-NEXT-NO OF ET-REC + 1
               IF ER-NEXT OF EINV-REQ
                  AND ER-EXHAUSTED OF EINV-REQ
                  PERFORM 130-TAKE-NUMBER-RTN
               END-IF
            END-IF.
            PERFORM 110-READ-ET-NEXT.
        130-TAKE-NUMBER-RTN.
            MOVE ET-TRACK OF ET-REC   TO ER-TRACK OF EINV-REQ.
            MOVE ET-NEXT-NO OF ET-REC TO ER-NUMBER OF EINV-REQ.
            ADD 1 TO ET-NEXT-NO OF ET-REC.
            SUBTRACT 1 FROM ER-REMAIN OF EINV-REQ.
            REWRITE ET-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING EINVTRK.TAB FOR "
                          ET-KEY OF ET-REC
            END-REWRITE.
            MOVE "0" TO ER-RETURN OF EINV-REQ.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "EINVTRK.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ET-FILE-NAME.
