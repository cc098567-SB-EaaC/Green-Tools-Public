      ** 銀行對帳人工勾稽 (BANKTICK.CBL):對帳單匯入後未能自動勾稽
      **                              之明細，由人工指定對應之付款
      **                              單號(或客戶退款單號)或收款單
      **                              號勾稽(金額不符者須確認);勾錯
      **                              者可取消勾稽，帳載項目回復未達
      **                              對照 (APPAY.CBL) 之逐筆處理畫面

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BankTick.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT BKRC-FILE ASSIGN TO RANDOM BKRC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-KEY
                  FILE STATUS IS BKRC-FS.
           SELECT BKST-FILE ASSIGN TO RANDOM BKST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BS-KEY
                  FILE STATUS IS BKST-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD BKRC-FILE
           LABEL RECORD IS STANDARD.
           COPY BKRCCOPY REPLACING ==BKRC-GRP== BY ==BKRC-REC==.
        FD BKST-FILE
           LABEL RECORD IS STANDARD.
           COPY BKSTCOPY REPLACING ==BKST-GRP== BY ==BKST-REC==.

        WORKING-STORAGE SECTION.
        77 BKRC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BKST-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        77 CONTI        PIC A  VALUE "Y".
        77 BKRC-FS      PIC XX.
        77 BKST-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 DATA-ERR-FLAG PIC X VALUE "N".
        77 WS-PERIOD-IN PIC 9(6) VALUE 0.
        77 WS-SEQ-IN    PIC 9(4) VALUE 0.
        77 WS-BOOK-TYPE PIC X  VALUE SPACE.
        77 WS-BOOK-REF  PIC X(6) VALUE SPACES.
        01 STMT-LINE-REC.
           05 SL-DATE-OUT       PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-DC-OUT         PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-REF-OUT        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-STATUS-OUT     PIC X(1).
        01 BOOK-LINE-REC.
           05 BL-DATE-OUT       PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BL-PARTY-OUT      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BL-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BL-STATUS-OUT     PIC X(1).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        BKRC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKRC-FILE.
        BKRC-ERROR-PROCESS.
           IF BKRC-FS NOT = "00"
              DISPLAY "NO BANK BOOK ITEMS - RUN BankStmtImport FIRST"
              EXIT PROGRAM.
        BKST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKST-FILE.
        BKST-ERROR-PROCESS.
           IF BKST-FS NOT = "00"
              DISPLAY "NO BANK STATEMENT - RUN BankStmtImport FIRST"
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN I-O BKRC-FILE
                     BKST-FILE.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "銀行對帳人工勾稽" LINE 2 POSITION 25.
            DISPLAY "對帳單期別 (YYYYMM) :" LINE 4 POSITION 10.
            ACCEPT WS-PERIOD-IN LINE 4 POSITION 33.
            PERFORM 100-MENU-RTN UNTIL CONTI = "N".
            CLOSE BKRC-FILE BKST-FILE.
            EXIT PROGRAM.
        100-MENU-RTN.
            DISPLAY " " LINE 6 POSITION 1 WITH ERASE EOS.
            DISPLAY "1.勾稽 2.取消勾稽" LINE 6 POSITION 10.
            DISPLAY "INPUT YOUR CHOICE : " LINE 7 POSITION 10.
            ACCEPT CHOICE LINE 7 POSITION 32.
            IF CHOICE = "1"
               PERFORM 300-TICK-RTN
            ELSE IF CHOICE = "2"
                    PERFORM 400-UNTICK-RTN
                 ELSE
                    DISPLAY "INVALID SELECTION, TRY AGAIN"
                            LINE 20 POSITION 10
                 END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 讀取對帳單明細並顯示
        200-GET-STMT-RTN.
            DISPLAY "對帳單序號 :" LINE 9 POSITION 10.
            ACCEPT WS-SEQ-IN LINE 9 POSITION 25.
            MOVE WS-PERIOD-IN TO BS-PERIOD OF BKST-REC.
            MOVE WS-SEQ-IN    TO BS-SEQ OF BKST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ BKST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "STATEMENT LINE NOT FOUND" LINE 20 POSITION 10
            ELSE
               MOVE BS-DATE OF BKST-REC   TO SL-DATE-OUT
               MOVE BS-DC OF BKST-REC     TO SL-DC-OUT
               MOVE BS-AMOUNT OF BKST-REC TO SL-AMOUNT-OUT
               MOVE BS-REF OF BKST-REC    TO SL-REF-OUT
               MOVE BS-STATUS OF BKST-REC TO SL-STATUS-OUT
               DISPLAY STMT-LINE-REC LINE 10 POSITION 10
            END-IF.
      * 勾稽:明細須未勾稽，帳載項目須未達且借貸別相符(借對付款
      * 或客戶退款、貸對收款);金額不符時須確認
        300-TICK-RTN.
            PERFORM 200-GET-STMT-RTN.
            IF WS-KEY-ERR = "N"
               IF BS-STATUS OF BKST-REC NOT = "U"
                  DISPLAY "LINE ALREADY MATCHED TO "
                          BS-BOOK-KEY OF BKST-REC LINE 20 POSITION 10
               ELSE
                  PERFORM 310-GET-BOOK-RTN
               END-IF
            END-IF.
      * 借方先找付款項目;無此付款或已非未達者改找同號之客戶退款
      * 項目，兩者皆非未達時仍顯示付款項目
        310-GET-BOOK-RTN.
            IF BS-DC OF BKST-REC = "D"
               MOVE "P" TO WS-BOOK-TYPE
               DISPLAY "付款/退款單號 :" LINE 12 POSITION 10
            ELSE
               MOVE "R" TO WS-BOOK-TYPE
               DISPLAY "收款單號 :" LINE 12 POSITION 10
            END-IF.
            ACCEPT WS-BOOK-REF LINE 12 POSITION 27.
            PERFORM 315-READ-BOOK-RTN.
            IF BS-DC OF BKST-REC = "D"
               AND (WS-KEY-ERR = "Y" OR BR-STATUS OF BKRC-REC NOT = "O")
               MOVE "F" TO WS-BOOK-TYPE
               PERFORM 315-READ-BOOK-RTN
               IF WS-KEY-ERR = "Y" OR BR-STATUS OF BKRC-REC NOT = "O"
                  MOVE "P" TO WS-BOOK-TYPE
                  PERFORM 315-READ-BOOK-RTN
               END-IF
            END-IF.
            IF WS-KEY-ERR = "Y"
               DISPLAY "BOOK ITEM NOT FOUND" LINE 20 POSITION 10
            ELSE
               MOVE BR-DATE OF BKRC-REC   TO BL-DATE-OUT
               MOVE BR-PARTY OF BKRC-REC  TO BL-PARTY-OUT
               MOVE BR-AMOUNT OF BKRC-REC TO BL-AMOUNT-OUT
               MOVE BR-STATUS OF BKRC-REC TO BL-STATUS-OUT
               DISPLAY BOOK-LINE-REC LINE 13 POSITION 10
               PERFORM 320-CONFIRM-TICK-RTN
            END-IF.
        315-READ-BOOK-RTN.
            MOVE WS-BOOK-TYPE TO BR-TYPE OF BKRC-REC.
            MOVE WS-BOOK-REF  TO BR-REF-NO OF BKRC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ BKRC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
        320-CONFIRM-TICK-RTN.
            MOVE "N" TO DATA-ERR-FLAG.
            IF BR-STATUS OF BKRC-REC NOT = "O"
               MOVE "Y" TO DATA-ERR-FLAG
               DISPLAY "BOOK ITEM NOT OUTSTANDING" LINE 20 POSITION 10
            END-IF.
            IF DATA-ERR-FLAG = "N"
               IF BR-AMOUNT OF BKRC-REC NOT = BS-AMOUNT OF BKST-REC
                  DISPLAY "AMOUNT DIFFERS FROM STATEMENT"
                          LINE 15 POSITION 10
               END-IF
               DISPLAY "是否確定 ?" LINE 18 POSITION 25
               ACCEPT SURE LINE 18 POSITION 37
               IF SURE = "Y"
                  MOVE "C" TO BR-STATUS OF BKRC-REC
                  MOVE "M" TO BR-MATCH OF BKRC-REC
                  MOVE BS-DATE OF BKST-REC TO BR-CLEAR-DATE OF BKRC-REC
                  MOVE BS-KEY OF BKST-REC  TO BR-STMT-KEY OF BKRC-REC
                  REWRITE BKRC-REC INVALID KEY
                          DISPLAY "INVALID REWRITE !" LINE 20
                                  POSITION 25
                  END-REWRITE
                  MOVE "M" TO BS-STATUS OF BKST-REC
                  MOVE BR-KEY OF BKRC-REC TO BS-BOOK-KEY OF BKST-REC
                  REWRITE BKST-REC INVALID KEY
                          DISPLAY "INVALID REWRITE !" LINE 20
                                  POSITION 25
                  END-REWRITE
               END-IF
            END-IF.
      * 取消勾稽:明細回復未勾稽，對應帳載項目回復未達
        400-UNTICK-RTN.
            PERFORM 200-GET-STMT-RTN.
            IF WS-KEY-ERR = "N"
               IF BS-STATUS OF BKST-REC NOT = "M"
                  DISPLAY "LINE IS NOT MATCHED" LINE 20 POSITION 10
               ELSE
                  DISPLAY "勾稽項目 : " BS-BOOK-KEY OF BKST-REC
                          LINE 12 POSITION 10
                  DISPLAY "是否確定 ?" LINE 18 POSITION 25
                  ACCEPT SURE LINE 18 POSITION 37
                  IF SURE = "Y"
                     PERFORM 410-RELEASE-BOOK-RTN
                  END-IF
               END-IF
            END-IF.
        410-RELEASE-BOOK-RTN.
            MOVE BS-BOOK-KEY OF BKST-REC TO BR-KEY OF BKRC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ BKRC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE "O"    TO BR-STATUS OF BKRC-REC
               MOVE SPACE  TO BR-MATCH OF BKRC-REC
               MOVE ZERO   TO BR-CLEAR-DATE OF BKRC-REC
               MOVE SPACES TO BR-STMT-KEY OF BKRC-REC
               REWRITE BKRC-REC INVALID KEY
                       DISPLAY "INVALID REWRITE !" LINE 20 POSITION 25
               END-REWRITE
            END-IF.
            MOVE "U"    TO BS-STATUS OF BKST-REC.
            MOVE SPACES TO BS-BOOK-KEY OF BKST-REC.
            REWRITE BKST-REC INVALID KEY
                    DISPLAY "INVALID REWRITE !" LINE 20 POSITION 25
            END-REWRITE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "BANKREC.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BKRC-FILE-NAME.
            MOVE "BANKSTMT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BKST-FILE-NAME.
