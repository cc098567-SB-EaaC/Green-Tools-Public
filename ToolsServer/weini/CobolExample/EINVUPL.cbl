      ** 電子發票上傳檔副程式 (EINVUPL.CBL):供開立、作廢與折讓
      **                                  各作業 CALL，將一筆上傳
      **                                  紀錄(開立 C0401、作廢
      **                                  C0501、折讓 D0401、折讓
      **                                  作廢 D0501)附加至上傳檔
      **                                  EINVUPL.DAT，由上傳作業
      **                                  傳送至電子發票平台
      **                                  對照 (MNTAUDIT.CBL) 之
      **                                  附加寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     EInvUpload.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT UPL-FILE ASSIGN TO RANDOM UPL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS UPL-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD UPL-FILE
           LABEL RECORD IS STANDARD.
           COPY EUPLCOPY REPLACING ==EUPL-GRP== BY ==UPL-REC==.

        WORKING-STORAGE SECTION.
        77 UPL-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 UPL-FS       PIC XX.

        LINKAGE         SECTION.
           COPY EUPLCOPY REPLACING ==EUPL-GRP== BY ==EU-REC==.
      **
        PROCEDURE       DIVISION USING EU-REC.
        DECLARATIVES.
        UPL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON UPL-FILE.
        UPL-ERROR-PROCESS.
           IF UPL-FS NOT = "00"
              OPEN OUTPUT UPL-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 200-OPEN-UPL-RTN.
            MOVE EU-REC TO UPL-REC.
            WRITE UPL-REC.
            CLOSE UPL-FILE.
            EXIT PROGRAM.
        200-OPEN-UPL-RTN.
            OPEN I-O UPL-FILE.
            IF UPL-FS = "00"
               CLOSE UPL-FILE
               OPEN EXTEND UPL-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "EINVUPL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO UPL-FILE-NAME.
