      **                           備份主檔後執行本作業，依日誌
      **                           重演備份日之後的異動:MAINT.AUD
      **                           之事後影像重套產品/客戶/廠商/
      **                           訂購單/發票各主檔與客戶價格
      **                           矩陣(經核准之合約價)，STOCK.LED
      **                           依序重演每筆異動後數量;無法
      **                           重演者(不明檔別)列入報表，當機
      **                           只賠幾分鐘不賠一天
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-NO
                  FILE STATUS IS INV-FS.
           SELECT MTX-FILE ASSIGN TO RANDOM MTX-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-KEY
                  FILE STATUS IS MTX-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
        FD INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==INV-REC==.
        FD MTX-FILE
           LABEL RECORD IS STANDARD.
           COPY PMTXCOPY REPLACING ==PMTX-GRP== BY ==MTX-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 MTX-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SURE         PIC X  VALUE "N".
        77 VEND-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 INV-FS       PIC XX.
        77 MTX-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 AUD-EOF      PIC X  VALUE "N".
        77 LED-EOF      PIC X  VALUE "N".
              OPEN OUTPUT INV-FILE
              CLOSE INV-FILE
              OPEN I-O INV-FILE.
        MTX-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MTX-FILE.
        MTX-ERROR-PROCESS.
           IF MTX-FS NOT = "00"
              OPEN OUTPUT MTX-FILE
              CLOSE MTX-FILE
              OPEN I-O MTX-FILE.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
                     VEND-FILE
                     PO-FILE
                     INV-FILE
                     MTX-FILE
                 OUTPUT OUT-FILE.
            WRITE OUT-REC FROM HEADING1 AFTER PAGE.
            PERFORM 100-REPLAY-AUDIT-RTN.
            WRITE OUT-REC FROM SUMMARY-LINE  AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE2 AFTER 2 LINES.
            CLOSE PROD-FILE CUST-FILE VEND-FILE PO-FILE
                  INV-FILE MTX-FILE OUT-FILE.
            DISPLAY "CHANGES REPLAYED : " REPLAY-CNT
                    LINE 12 POSITION 10.
            DISPLAY "NOT REPLAYABLE   : " FAIL-CNT
                           ELSE IF AU-FILE-ID OF AUD-REC
                                   = "INVOICE "
                                   PERFORM 180-APPLY-INV-RTN
                                ELSE IF AU-FILE-ID OF AUD-REC
                                        = "PRICEMTX"
                                        PERFORM 190-APPLY-MTX-RTN
                                     ELSE
                                        MOVE "UNKNOWN FILE "
                                             TO RL-STATUS
                                        ADD 1 TO FAIL-CNT
                                     END-IF
                                END-IF
                           END-IF
                      END-IF
                  REWRITE INV-REC
            END-WRITE.
            ADD 1 TO REPLAY-CNT.
        190-APPLY-MTX-RTN.
            MOVE AU-AFTER OF AUD-REC TO MTX-REC.
            WRITE MTX-REC
               INVALID KEY
                  REWRITE MTX-REC
            END-WRITE.
            ADD 1 TO REPLAY-CNT.
      * 庫存日誌:備份日之後的異動依序以異動後數量重演主檔
      * 合計量(倉別庫存請另跑 FileCheck 核對)
        300-REPLAY-LEDGER-RTN.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INV-FILE-NAME.
            MOVE "PRICEMTX.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO MTX-FILE-NAME.
            MOVE "RECOVER.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
