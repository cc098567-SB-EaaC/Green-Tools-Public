      **                            對照 (SAM13-2.CBL) 的呼叫方式
      **                            進入前須經 (SIGNON.CBL) 簽入，
      **                            主檔維護選項依權限等級管制，
      **                            離開時記簽出於簽入日誌;畫面顯
      **                            示操作員未讀訊息筆數，簽入後有
      **                            未讀訊息者可先進入訊息匣

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     MainMenu.
        01 ENV-MISSING  PIC X    VALUE "N".
        01 WS-ENV-MODE  PIC X(4) VALUE "LIVE".
        01 WS-TIME-IN   PIC 9(8) VALUE 0.
        01 MSG-UNREAD   PIC 9(4) VALUE 0.
        01 MSG-HIGH     PIC 9(4) VALUE 0.
        01 OPEN-INBOX   PIC X    VALUE "N".
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
           END-IF.
           PERFORM 980-SET-FILE-NAMES-RTN.
           PERFORM 020-GET-ENV-RTN.
           PERFORM 030-INBOX-PROMPT-RTN.
           PERFORM 200-CHOICE-RTN UNTIL CHOICE = 9.
           PERFORM 300-SIGNOFF-RTN.
           STOP RUN.
              END-READ
              CLOSE ENV-FILE
           END-IF.
      * 簽入後有未讀訊息者詢問是否先進入訊息匣
       030-INBOX-PROMPT-RTN.
           CALL "MsgCount" USING OPER-ID MSG-UNREAD MSG-HIGH.
           IF MSG-UNREAD > ZERO
              DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS
              DISPLAY "未讀訊息 : " LINE 10 POSITION 10
              DISPLAY MSG-UNREAD LINE 10 POSITION 22
              DISPLAY "高優先 : " LINE 11 POSITION 10
              DISPLAY MSG-HIGH LINE 11 POSITION 22
              DISPLAY "是否進入訊息匣 (Y/N) ?"
                      LINE 13 POSITION 10
              MOVE "N" TO OPEN-INBOX
              ACCEPT OPEN-INBOX LINE 13 POSITION 35
              IF OPEN-INBOX = "Y"
                 CALL "MsgInbox"
                 CANCEL "MsgInbox"
              END-IF
           END-IF.
      * 離開總目錄時於簽入日誌補記一筆簽出
       300-SIGNOFF-RTN.
           OPEN EXTEND LOG-FILE.
           DISPLAY OPER-ID LINE 3 POSITION 50.
           DISPLAY "環境: " LINE 3 POSITION 60.
           DISPLAY WS-ENV-MODE LINE 3 POSITION 69.
           CALL "MsgCount" USING OPER-ID MSG-UNREAD MSG-HIGH.
           DISPLAY "未讀訊息: " LINE 4 POSITION 40.
           DISPLAY MSG-UNREAD LINE 4 POSITION 50.
           DISPLAY "高優先: " LINE 4 POSITION 56.
           DISPLAY MSG-HIGH LINE 4 POSITION 64.
           DISPLAY "INPUT YOUR CHOICE : " LINE 16 POSITION 10.
           ACCEPT CHOICE LINE 16 POSITION 32.
       200-CHOICE-RTN.
