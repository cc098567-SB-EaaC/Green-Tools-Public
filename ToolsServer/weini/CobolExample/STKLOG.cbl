      ** 庫存異動登錄副程式 (STKLOG.CBL):供各更動庫存量之程式 CALL，
      **                                將異動前後數量寫入庫存異動檔
      **                                ，並記下寫入時間供盤點快照後
      **                                之異動判斷
      **                                對照 (13-3ADD.CBL) 之副程式
      **                                傳參方式

            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 100-OPEN-FILE.
            MOVE LOG-REC TO LED-REC.
            ACCEPT SL-TIME OF LED-REC FROM TIME.
            WRITE LED-REC.
            CLOSE LED-FILE.
            EXIT PROGRAM.
