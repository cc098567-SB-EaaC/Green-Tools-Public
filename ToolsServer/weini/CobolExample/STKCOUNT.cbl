      ** 盤點作業 (STKCOUNT.CBL):盤點數量輸入、盤盈虧差異報表與核准
      **                         後之差異過帳(經 StockLog 留存調整
      **                         稽核紀錄);盤點單發出(循環盤點
      **                         清單、全面盤點單或首次輸入)時凍結
      **                         帳面量為快照，差異=盤點量-快照量，
      **                         快照後之 StockLog 異動於報表及過帳
      **                         時滾入調整帳面，過帳以差異增減現量
      **                         對照 (SAM13-1.CBL) 之功能選擇畫面

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-PRO-NO
                  FILE STATUS IS CNTH-FS.
           SELECT LED-FILE ASSIGN TO RANDOM LED-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LED-FS.
           SELECT CNSL-FILE ASSIGN TO RANDOM CNSL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CG-WAREHOUSE
                  ALTERNATE RECORD KEY IS CG-CUS-NO
                  FILE STATUS IS CNSL-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CNT-FILE
           LABEL RECORD IS STANDARD.
           COPY CNTDCOPY REPLACING ==CNTD-GRP== BY ==CNT-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD CNTH-FILE
           LABEL RECORD IS STANDARD.
           COPY CNTHCOPY REPLACING ==CNTH-GRP== BY ==CNTH-REC==.
        FD LED-FILE
           LABEL RECORD IS STANDARD.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LED-REC==.
        FD CNSL-FILE
           LABEL RECORD IS STANDARD.
           COPY CNSLCOPY REPLACING ==CNSL-GRP== BY ==CNSL-REC==.

        WORKING-STORAGE SECTION.
        77 CNT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 RSN-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CNTH-FILE-NAME         PIC X(30) VALUE SPACES.
        77 LED-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CNSL-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X.
        77 WS-VARIANCE  PIC S9(6) VALUE 0.
        77 LOC-FS       PIC XX.
        77 WS-BOOK-QTY  PIC S9(5) VALUE 0.
        77 WS-NEW-QTY   PIC S9(6) VALUE 0.
        77 POSTED-CNT   PIC 9(5) VALUE 0.
        77 CNTH-FS      PIC XX.
        77 WS-RSN-ERR   PIC X  VALUE "N".
        77 CNTH-NEW     PIC X  VALUE "N".
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 LED-FS       PIC XX.
        77 LED-MISSING  PIC X  VALUE "N".
        77 LED-EOF      PIC X  VALUE "N".
        77 CNSL-FS      PIC XX.
        77 CNSL-MISSING PIC X  VALUE "N".
        77 WS-CONSIGN-LOC PIC X VALUE "N".
        77 LOC-EOF      PIC X  VALUE "N".
        77 CNT-NEW      PIC X  VALUE "N".
        77 WS-CNT-KEY   PIC X(16) VALUE SPACES.
        77 WS-ADJ-BOOK  PIC S9(6) VALUE 0.
        77 WS-LED-DATE  PIC 9(8) VALUE 0.
        77 WS-LED-TIME  PIC 9(8) VALUE 0.
        77 WS-AFTER-SNAP PIC X  VALUE "N".
        77 SHEET-RUN    PIC X  VALUE "N".
        77 SHEET-CNT    PIC 9(5) VALUE 0.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==LOG-REC==.
           COPY STKBREQ REPLACING ==STKB-REQ-GRP== BY ==BAL-REQ==.
           COPY PAGECTL.
           05 FILLER            PIC X(25)
              VALUE "STOCK COUNT VARIANCE LIST".
        01 HEADING2.
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(6)  VALUE "倉庫".
           05 FILLER            PIC X(9)  VALUE "快照量".
           05 FILLER            PIC X(12) VALUE "期間異動".
           05 FILLER            PIC X(12) VALUE "調整帳面".
           05 FILLER            PIC X(9)  VALUE "盤點量".
           05 FILLER            PIC X(6)  VALUE "差異".
        01 DETAIL-LINE.
           05 VL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 VL-WAREHOUSE      PIC X(3).
           05 FILLER            PIC X(3).
           05 VL-BOOK-QTY       PIC ZZ,ZZ9-.
           05 FILLER            PIC X(2).
           05 VL-MOVE-QTY       PIC ZZZ,ZZ9-.
           05 FILLER            PIC X(4).
           05 VL-ADJ-BOOK       PIC ZZZ,ZZ9-.
           05 FILLER            PIC X(4).
           05 VL-COUNT-QTY      PIC ZZ,ZZ9.
           05 FILLER            PIC X(3).
           05 VL-VARIANCE       PIC ZZZ,ZZ9-.
        01 SHEET-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(17)
              VALUE "STOCK COUNT SHEET".
        01 SHEET-HEADING2.
           05 FILLER            PIC X(15) VALUE "產品編號".
           05 FILLER            PIC X(6)  VALUE "倉庫".
           05 FILLER            PIC X(9)  VALUE "儲位".
           05 FILLER            PIC X(9)  VALUE "盤點量".
        01 SHEET-LINE.
           05 SH-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2).
           05 SH-WAREHOUSE      PIC X(3).
           05 FILLER            PIC X(3).
           05 SH-BIN            PIC X(6).
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(10) VALUE "__________".
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
              OPEN OUTPUT CNTH-FILE
              CLOSE CNTH-FILE
              OPEN I-O CNTH-FILE.
        LED-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LED-FILE.
        LED-ERROR-PROCESS.
           IF LED-FS NOT = "00"
              MOVE "Y" TO LED-MISSING.
        CNSL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CNSL-FILE.
        CNSL-ERROR-PROCESS.
           IF CNSL-FS NOT = "00"
              MOVE "Y" TO CNSL-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
            DISPLAY "1.盤點數量輸入" LINE 7 POSITION 12.
            DISPLAY "2.差異報表"     LINE 9 POSITION 12.
            DISPLAY "3.差異過帳"     LINE 11 POSITION 12.
            DISPLAY "4.全面盤點單"   LINE 13 POSITION 12.
            DISPLAY "INPUT YOUR CHOICE : " LINE 15 POSITION 10.
            ACCEPT CHOICE LINE 15 POSITION 32.
        200-CHOICE.
            IF CHOICE = "1"
               PERFORM 300-ENTRY-RTN UNTIL CONTI = "N"
                    PERFORM 400-VARIANCE-RTN
                 ELSE IF CHOICE = "3"
                         PERFORM 500-POST-RTN
                      ELSE IF CHOICE = "4"
                              PERFORM 700-FULL-COUNT-RTN
                           ELSE
                              DISPLAY "INVALID SELECTION, TRY AGAIN"
                                      LINE 20 POSITION 10
                              PERFORM 100-SCREEN
                              PERFORM 200-CHOICE
                           END-IF
                      END-IF
                 END-IF
            END-IF.

      * 盤點數量輸入:同一產品+倉庫重複輸入時以新盤點量改寫;
      * 未發盤點單(或前次已過帳)者於輸入時凍結帳面量為快照
        300-ENTRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "產品編號 :" LINE 5 POSITION 15.
            ACCEPT CN-PRO-NO LINE 5 POSITION 28.
            DISPLAY "倉    庫 :" LINE 7 POSITION 15.
            ACCEPT CN-WAREHOUSE LINE 7 POSITION 28.
            MOVE CN-KEY TO WS-CNT-KEY.
            MOVE "N" TO CNT-NEW.
            READ CNT-FILE
               INVALID KEY MOVE "Y" TO CNT-NEW
            END-READ.
            MOVE WS-CNT-KEY TO CN-KEY.
            DISPLAY "盤點數量 :" LINE 9 POSITION 15.
            ACCEPT CN-COUNT-QTY LINE 9 POSITION 28.
            PERFORM 350-ACCEPT-REASON-RTN
            IF WS-KEY-ERR = "Y"
               DISPLAY "PRODUCT NOT FOUND" LINE 20 POSITION 15
            ELSE
               IF CNT-NEW = "Y" OR CN-POSTED
                  PERFORM 430-GET-BOOK-QTY-RTN
                  PERFORM 440-TAKE-SNAPSHOT-RTN
               END-IF
               MOVE "E" TO CN-STATUS
               IF CNT-NEW = "Y"
                  WRITE CNT-REC
                     INVALID KEY
                        DISPLAY "ERROR WRITING CNT-FILE FOR " CN-KEY
                  END-WRITE
               ELSE
                  REWRITE CNT-REC
                     INVALID KEY
                        DISPLAY "ERROR UPDATING CNT-FILE FOR " CN-KEY
                  END-REWRITE
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 15.
            ACCEPT CONTI LINE 22 POSITION 35.

      * 差異報表
        400-VARIANCE-RTN.
            PERFORM 450-ROLL-LEDGER-RTN.
            PERFORM 200-WRITE-HEADING.
            PERFORM 415-START-CNT-RTN.
            PERFORM 420-VARIANCE-LINE-RTN UNTIL CNT-EOF = "Y".
        410-READ-CNT-NEXT.
            READ CNT-FILE NEXT RECORD
               AT END MOVE "Y" TO CNT-EOF
            END-READ.
      * 盤點檔自第一筆起循序讀取
        415-START-CNT-RTN.
            MOVE LOW-VALUES TO CN-KEY.
            MOVE "N" TO CNT-EOF.
            START CNT-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY MOVE "Y" TO CNT-EOF
            END-START.
            IF CNT-EOF = "N"
               PERFORM 410-READ-CNT-NEXT
            END-IF.
        420-VARIANCE-LINE-RTN.
            IF CN-ENTERED
               MOVE CN-PRO-NO TO PRO-NO OF PROD-REC
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  PERFORM 435-COMPUTE-VARIANCE-RTN
                  MOVE CN-PRO-NO           TO VL-PRO-NO
                  MOVE CN-WAREHOUSE        TO VL-WAREHOUSE
                  MOVE WS-BOOK-QTY         TO VL-BOOK-QTY
                  MOVE CN-MOVE-QTY         TO VL-MOVE-QTY
                  MOVE WS-ADJ-BOOK         TO VL-ADJ-BOOK
                  MOVE CN-COUNT-QTY        TO VL-COUNT-QTY
                  MOVE WS-VARIANCE         TO VL-VARIANCE
                  PERFORM 990-PAGE-CHECK-RTN
               NOT INVALID KEY
                  MOVE SB-QTY OF LOC-REC TO WS-BOOK-QTY
            END-READ.
      * 有快照者差異=盤點量-快照量，快照後異動另列於調整帳面;
      * 無快照之舊紀錄仍以目前帳面量為準
        435-COMPUTE-VARIANCE-RTN.
            IF CN-SNAP-DATE = ZERO
               PERFORM 430-GET-BOOK-QTY-RTN
            ELSE
               MOVE CN-SNAP-QTY TO WS-BOOK-QTY
            END-IF.
            COMPUTE WS-ADJ-BOOK = WS-BOOK-QTY + CN-MOVE-QTY.
            COMPUTE WS-VARIANCE = CN-COUNT-QTY - WS-BOOK-QTY.
      * 快照:凍結 WS-BOOK-QTY 為帳面量並記快照日期時間
        440-TAKE-SNAPSHOT-RTN.
            MOVE WS-BOOK-QTY TO CN-SNAP-QTY.
            ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE-NUM TO CN-SNAP-DATE.
            ACCEPT CN-SNAP-TIME FROM TIME.
            MOVE ZERO TO CN-MOVE-QTY.
      * 快照後異動:先清除未過帳紀錄之期間異動，再讀庫存異動檔將
      * 快照時間之後同產品同倉之異動量累加(異動檔未建時均為零)
        450-ROLL-LEDGER-RTN.
            PERFORM 415-START-CNT-RTN.
            PERFORM 455-CLEAR-MOVE-RTN UNTIL CNT-EOF = "Y".
            MOVE "N" TO LED-MISSING LED-EOF.
            OPEN INPUT LED-FILE.
            IF LED-MISSING = "N"
               PERFORM 460-READ-LED-RTN
               PERFORM 465-ONE-LED-RTN UNTIL LED-EOF = "Y"
               CLOSE LED-FILE
            END-IF.
        455-CLEAR-MOVE-RTN.
            IF NOT CN-POSTED AND CN-MOVE-QTY NOT = ZERO
               MOVE ZERO TO CN-MOVE-QTY
               REWRITE CNT-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING CNT-FILE FOR " CN-KEY
               END-REWRITE
            END-IF.
            PERFORM 410-READ-CNT-NEXT.
        460-READ-LED-RTN.
            READ LED-FILE AT END MOVE "Y" TO LED-EOF.
        465-ONE-LED-RTN.
            MOVE SL-PRO-NO OF LED-REC    TO CN-PRO-NO.
            MOVE SL-WAREHOUSE OF LED-REC TO CN-WAREHOUSE.
            MOVE "N" TO WS-KEY-ERR.
            READ CNT-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N" AND NOT CN-POSTED
               AND CN-SNAP-DATE NOT = ZERO
               PERFORM 470-AFTER-SNAP-RTN
               IF WS-AFTER-SNAP = "Y"
                  COMPUTE CN-MOVE-QTY = CN-MOVE-QTY
                        + SL-QTY-AFTER OF LED-REC
                        - SL-QTY-BEFORE OF LED-REC
                  REWRITE CNT-REC
                     INVALID KEY
                        DISPLAY "ERROR UPDATING CNT-FILE FOR " CN-KEY
                  END-REWRITE
               END-IF
            END-IF.
            PERFORM 460-READ-LED-RTN.
      * 異動時間未記載之舊異動視為當日快照前
        470-AFTER-SNAP-RTN.
            MOVE SL-DATE OF LED-REC TO WS-LED-DATE.
            IF SL-TIME OF LED-REC IS NUMERIC
               MOVE SL-TIME OF LED-REC TO WS-LED-TIME
            ELSE
               MOVE ZERO TO WS-LED-TIME
            END-IF.
            MOVE "N" TO WS-AFTER-SNAP.
            IF WS-LED-DATE > CN-SNAP-DATE
               MOVE "Y" TO WS-AFTER-SNAP
            ELSE
               IF WS-LED-DATE = CN-SNAP-DATE
                  AND WS-LED-TIME > CN-SNAP-TIME
                  MOVE "Y" TO WS-AFTER-SNAP
               END-IF
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            IF SHEET-RUN = "Y"
               WRITE OUT-REC FROM SHEET-HEADING1 AFTER 2 LINES
               WRITE OUT-REC FROM SHEET-HEADING2 AFTER 2 LINES
            ELSE
               WRITE OUT-REC FROM HEADING1 AFTER 2 LINES
               WRITE OUT-REC FROM HEADING2 AFTER 2 LINES
            END-IF.

      * 差異過帳:經確認後以差異增減帳面量(快照後之異動已在現量
      * 中，故盤點期間之進出不成差異)，調整經 StockLog 留存稽核紀錄
        500-POST-RTN.
            DISPLAY "POST ALL ENTERED COUNTS?(Y/N):"
                    LINE 16 POSITION 10.
            ACCEPT SURE LINE 16 POSITION 45.
            IF SURE = "Y"
               PERFORM 450-ROLL-LEDGER-RTN
               PERFORM 415-START-CNT-RTN
               PERFORM 510-POST-ONE-RTN UNTIL CNT-EOF = "Y"
               DISPLAY "COUNTS POSTED : " POSTED-CNT
                       LINE 18 POSITION 10
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  PERFORM 435-COMPUTE-VARIANCE-RTN
                  IF WS-VARIANCE NOT = ZERO
                     MOVE PRO-QTY OF PROD-REC
                          TO SL-QTY-BEFORE OF LOG-REC
            MOVE CN-REASON    TO SL-REASON OF LOG-REC.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
      * 有快照者倉別庫存以差異增減，無快照之舊紀錄以盤點量改寫
        530-SET-LOCATION-RTN.
            MOVE "StockCount" TO SBR-SOURCE OF BAL-REQ.
            MOVE SPACES       TO SBR-REF-NO OF BAL-REQ.
            MOVE CN-PRO-NO    TO SBR-PRO-NO OF BAL-REQ.
            MOVE CN-WAREHOUSE TO SBR-WAREHOUSE OF BAL-REQ.
            IF CN-SNAP-DATE = ZERO
               MOVE "S" TO SBR-FUNC OF BAL-REQ
               MOVE CN-COUNT-QTY TO SBR-QTY-CHANGE OF BAL-REQ
            ELSE
               MOVE "A" TO SBR-FUNC OF BAL-REQ
               MOVE WS-VARIANCE TO SBR-QTY-CHANGE OF BAL-REQ
            END-IF.
            CALL "StockBal" USING BAL-REQ.
      * 全面盤點:倉別庫存檔每一產品+倉庫(在途 XIT 與寄售點除外)
      * 建待盤紀錄並凍結帳面量為快照，印出不列帳面量之盤點單;
      * 已輸入盤點量者保留不重發，尚無倉別庫存紀錄之產品請以
      * 盤點數量輸入補列
        700-FULL-COUNT-RTN.
            DISPLAY "ISSUE FULL COUNT SHEET?(Y/N):"
                    LINE 17 POSITION 10.
            ACCEPT SURE LINE 17 POSITION 45.
            IF SURE = "Y"
               MOVE "Y" TO SHEET-RUN
               MOVE "N" TO CNSL-MISSING
               OPEN INPUT CNSL-FILE
               PERFORM 200-WRITE-HEADING
               MOVE LOW-VALUES TO SB-KEY OF LOC-REC
               MOVE "N" TO LOC-EOF
               START LOC-FILE KEY IS NOT LESS THAN SB-KEY OF LOC-REC
                  INVALID KEY MOVE "Y" TO LOC-EOF
               END-START
               IF LOC-EOF = "N"
                  PERFORM 710-READ-LOC-NEXT
               END-IF
               PERFORM 720-SHEET-LINE-RTN UNTIL LOC-EOF = "Y"
               IF CNSL-MISSING = "N"
                  CLOSE CNSL-FILE
               END-IF
               DISPLAY "COUNT SHEET LINES : " SHEET-CNT
                       LINE 18 POSITION 10
            END-IF.
        710-READ-LOC-NEXT.
            READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO LOC-EOF
            END-READ.
        720-SHEET-LINE-RTN.
            PERFORM 730-CHECK-CONSIGN-RTN.
            IF SB-WAREHOUSE OF LOC-REC NOT = "XIT"
               AND WS-CONSIGN-LOC = "N"
               MOVE SB-PRO-NO OF LOC-REC    TO CN-PRO-NO
               MOVE SB-WAREHOUSE OF LOC-REC TO CN-WAREHOUSE
               MOVE "N" TO CNT-NEW
               READ CNT-FILE
                  INVALID KEY MOVE "Y" TO CNT-NEW
               END-READ
               IF CNT-NEW = "Y" OR NOT CN-ENTERED
                  PERFORM 740-ISSUE-ONE-RTN
               END-IF
            END-IF.
            PERFORM 710-READ-LOC-NEXT.
        730-CHECK-CONSIGN-RTN.
            MOVE "N" TO WS-CONSIGN-LOC.
            IF CNSL-MISSING = "N"
               MOVE SB-WAREHOUSE OF LOC-REC TO CG-WAREHOUSE OF CNSL-REC
               READ CNSL-FILE
                  INVALID KEY MOVE "N" TO WS-CONSIGN-LOC
                  NOT INVALID KEY MOVE "Y" TO WS-CONSIGN-LOC
               END-READ
            END-IF.
        740-ISSUE-ONE-RTN.
            MOVE SB-PRO-NO OF LOC-REC    TO CN-PRO-NO.
            MOVE SB-WAREHOUSE OF LOC-REC TO CN-WAREHOUSE.
            MOVE ZERO   TO CN-COUNT-QTY.
            MOVE SPACE  TO CN-STATUS.
            MOVE SPACES TO CN-REASON.
            MOVE SB-QTY OF LOC-REC TO WS-BOOK-QTY.
            PERFORM 440-TAKE-SNAPSHOT-RTN.
            IF CNT-NEW = "Y"
               WRITE CNT-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING CNT-FILE FOR " CN-KEY
               END-WRITE
            ELSE
               REWRITE CNT-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING CNT-FILE FOR " CN-KEY
               END-REWRITE
            END-IF.
            MOVE SB-PRO-NO OF LOC-REC    TO SH-PRO-NO.
            MOVE SB-WAREHOUSE OF LOC-REC TO SH-WAREHOUSE.
            MOVE SB-BIN OF LOC-REC       TO SH-BIN.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SHEET-LINE AFTER 2 LINES.
            ADD 1 TO SHEET-CNT.
        600-CLOSE.
            CLOSE CNT-FILE PROD-FILE LOC-FILE CNTH-FILE OUT-FILE.
            IF RSN-MISSING = "N"
            MOVE "COUNT.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNTH-FILE-NAME.
            MOVE "STOCK.LED" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LED-FILE-NAME.
            MOVE "CONSLOC.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CNSL-FILE-NAME.
