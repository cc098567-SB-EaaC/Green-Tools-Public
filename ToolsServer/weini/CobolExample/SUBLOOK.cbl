      ** 替代品查詢副程式 (SUBLOOK.CBL):依產品編號由替代品檔
      **                                (SUBST.DAT) 依優先順序取出
      **                                核准之替代品，回傳品名、是否
      **                                照原品價格出貨與各替代品之
      **                                可承諾量 (ATPLOOK.CBL);最多
      **                                回傳五項，產品主檔已無者或已
      **                                淘汰(D)者略過;供銷售訂單輸入與報價單於
      **                                原品不足時提示
      **                                對照 (ATPLOOK.CBL) 之副程式
      **                                寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SubstLook.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT SUBS-FILE ASSIGN TO RANDOM SUBS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS SUBS-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SUBS-FILE
           LABEL RECORD IS STANDARD.
           COPY SUBSCOPY REPLACING ==SUBS-GRP== BY ==SUBS-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.

        WORKING-STORAGE SECTION.
        77 SUBS-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SUBS-FS      PIC XX.
        77 SUBS-MISSING PIC X  VALUE "N".
        77 SUBS-EOF     PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 PROD-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 SL-SUB       PIC 9(1) VALUE 0.
           COPY ATPLREQ REPLACING ==ATPL-REQ-GRP== BY ==ATP-REQ==.

        LINKAGE         SECTION.
           COPY SUBLREQ REPLACING ==SUBL-REQ-GRP== BY ==SUBL-REQ==.
      **
        PROCEDURE       DIVISION USING SUBL-REQ.
        DECLARATIVES.
        SUBS-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SUBS-FILE.
        SUBS-ERROR-PROCESS.
           IF SUBS-FS NOT = "00"
              MOVE "Y" TO SUBS-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              MOVE "Y" TO PROD-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
      * 無替代品檔或產品主檔時回傳零項
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            MOVE ZERO TO SL-COUNT OF SUBL-REQ.
            MOVE "N" TO SUBS-MISSING PROD-MISSING SUBS-EOF.
            OPEN INPUT SUBS-FILE.
            IF SUBS-MISSING = "N"
               OPEN INPUT PROD-FILE
               IF PROD-MISSING = "N"
                  MOVE SL-PRO-NO OF SUBL-REQ TO SB-PRO-NO OF SUBS-REC
                  MOVE ZERO TO SB-SEQ OF SUBS-REC
                  START SUBS-FILE KEY IS NOT LESS THAN SB-KEY
                     INVALID KEY MOVE "Y" TO SUBS-EOF
                  END-START
                  PERFORM 100-READ-SUBS-RTN
                  PERFORM 200-ONE-SUBS-RTN UNTIL SUBS-EOF = "Y"
                  CLOSE PROD-FILE
               END-IF
               CLOSE SUBS-FILE
            END-IF.
            EXIT PROGRAM.
        100-READ-SUBS-RTN.
            IF SUBS-EOF = "N"
               READ SUBS-FILE NEXT RECORD
                  AT END MOVE "Y" TO SUBS-EOF
               END-READ
            END-IF.
            IF SUBS-EOF = "N"
               AND SB-PRO-NO OF SUBS-REC NOT = SL-PRO-NO OF SUBL-REQ
               MOVE "Y" TO SUBS-EOF
            END-IF.
            IF SL-COUNT OF SUBL-REQ NOT < 5
               MOVE "Y" TO SUBS-EOF
            END-IF.
        200-ONE-SUBS-RTN.
            MOVE SB-SUB-PRO-NO OF SUBS-REC TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               AND NOT PRO-DISCONTINUED OF PROD-REC
               ADD 1 TO SL-COUNT OF SUBL-REQ
               MOVE SL-COUNT OF SUBL-REQ TO SL-SUB
               MOVE PRO-NO OF PROD-REC
                    TO SL-SUB-PRO-NO OF SUBL-REQ (SL-SUB)
               MOVE PRO-NAME OF PROD-REC
                    TO SL-SUB-NAME OF SUBL-REQ (SL-SUB)
               MOVE SB-SAME-PRICE OF SUBS-REC
                    TO SL-SAME-PRICE OF SUBL-REQ (SL-SUB)
               MOVE PRO-NO OF PROD-REC TO AP-PRO-NO OF ATP-REQ
               CALL "AtpLook" USING ATP-REQ
               MOVE AP-ATP OF ATP-REQ TO SL-ATP OF SUBL-REQ (SL-SUB)
            END-IF.
            PERFORM 100-READ-SUBS-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SUBST.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SUBS-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
