      ** 流失銷售登錄副程式 (LOSTLOG.CBL):供訂單輸入、報價、可承諾
      **                                  量查詢與缺貨取消等程式
      **                                  CALL，將客戶放棄之需求
      **                                  (產品、客戶、數量、原因)
      **                                  寫入流失銷售檔
      **                                  對照 (STKLOG.CBL) 之登錄
      **                                  副程式

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     LostSale.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT LOST-FILE ASSIGN TO RANDOM LOST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LOST-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD LOST-FILE
           LABEL RECORD IS STANDARD.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LOST-REC==.

        WORKING-STORAGE SECTION.
        77 LOST-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 LOST-FS      PIC XX.

        LINKAGE         SECTION.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==LS-REQ==.
      **
        PROCEDURE       DIVISION USING LS-REQ.
        DECLARATIVES.
        LOST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LOST-FILE.
        LOST-ERROR-PROCESS.
           IF LOST-FS NOT = "00"
              OPEN OUTPUT LOST-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 100-OPEN-FILE.
            MOVE LS-REQ TO LOST-REC.
            WRITE LOST-REC.
            CLOSE LOST-FILE.
            EXIT PROGRAM.
        100-OPEN-FILE.
            OPEN I-O LOST-FILE.
            IF LOST-FS = "00"
               CLOSE LOST-FILE
               OPEN EXTEND LOST-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "LOSTSALE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO LOST-FILE-NAME.
