      **                            ，輸入實揀數量(預設為應揀量)
      **                            後改為已確認;過帳與開票作業
      **                            依已確認之實揀量處理，短揀差
      **                            額轉入缺貨檔;序號產品須逐台
      **                            輸入實際出貨序號(須為在庫序號)
      **                            ，經 SerialTrack 登錄售出之銷售
      **                            單號、客戶與保固到期日
      **                            對照 (PICKLIST.CBL) 之揀貨單

        IDENTIFICATION  DIVISION.
        77 WS-PICK-QTY  PIC 9(4) VALUE 0.
        77 CONFIRM-CNT  PIC 9(4) VALUE 0.
        77 SHORT-CNT    PIC 9(4) VALUE 0.
        77 WS-SERIAL-IN PIC X(15) VALUE SPACES.
        77 WS-SER-SUB   PIC 9(4) VALUE 0.
        77 WS-SER-OK    PIC X  VALUE "N".
           COPY SERLREQ REPLACING ==SERL-REQ-GRP== BY ==SER-REQ==.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
                  DISPLAY "PICK EXCEEDS ORDER - LINE SKIPPED"
                          LINE 20 POSITION 10
               ELSE
                  PERFORM 450-SERIAL-SHIP-RTN
                  MOVE WS-PICK-QTY TO PC-PICK-QTY OF PKCF-REC
                  MOVE "C" TO PC-STATUS OF PKCF-REC
                  REWRITE PKCF-REC
               ACCEPT CONTI LINE 22 POSITION 30
            END-IF.
            PERFORM 300-READ-NEXT-RTN.
      * 序號產品須逐台輸入實揀之序號，每台須為在庫序號;輸入
      * 錯誤時重新輸入該台
        450-SERIAL-SHIP-RTN.
            MOVE "Q" TO SRQ-FUNC OF SER-REQ.
            MOVE PC-PRO-NO OF PKCF-REC TO SRQ-PRO-NO OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               PERFORM 455-ONE-SERIAL-RTN
                  VARYING WS-SER-SUB FROM 1 BY 1
                  UNTIL WS-SER-SUB > WS-PICK-QTY
            END-IF.
        455-ONE-SERIAL-RTN.
            MOVE "N" TO WS-SER-OK.
            PERFORM 457-ACCEPT-SERIAL-RTN UNTIL WS-SER-OK = "Y".
        457-ACCEPT-SERIAL-RTN.
            MOVE SPACES TO WS-SERIAL-IN.
            DISPLAY "出貨序號 " WS-SER-SUB "/" WS-PICK-QTY " :"
                    LINE 13 POSITION 10.
            ACCEPT WS-SERIAL-IN LINE 13 POSITION 35.
            MOVE "S" TO SRQ-FUNC OF SER-REQ.
            MOVE PC-PRO-NO OF PKCF-REC    TO SRQ-PRO-NO OF SER-REQ.
            MOVE WS-SERIAL-IN             TO SRQ-SERIAL-NO OF SER-REQ.
            MOVE SPACES                   TO SRQ-REF-NO OF SER-REQ.
            MOVE ZERO                     TO SRQ-REF-LINE OF SER-REQ.
            MOVE PC-SALE-NO OF PKCF-REC   TO SRQ-SALE-NO OF SER-REQ.
            MOVE PC-CUS-NO OF PKCF-REC    TO SRQ-PARTY OF SER-REQ.
            MOVE SPACES                   TO SRQ-WAREHOUSE OF SER-REQ.
            MOVE PC-SALE-DATE OF PKCF-REC TO SRQ-DATE OF SER-REQ.
            CALL "SerialTrack" USING SER-REQ.
            IF SRQ-RESULT OF SER-REQ = "Y"
               MOVE "Y" TO WS-SER-OK
            ELSE
               DISPLAY SRQ-MESSAGE OF SER-REQ LINE 15 POSITION 10
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PICKCONF.DAT" TO EN-LOGICAL.
