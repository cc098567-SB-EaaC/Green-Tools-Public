      ** 客戶報價單價表 (PRICELST.CBL):自產品主檔產生僅含售價與含稅
      **                              價之對外價目表(不含成本與利潤)
      **                              ，可依倉庫選印;淘汰(D)之產品
      **                              不列入價目表
      **                              對照 (SAM12-5.CBL) 之報表格式

        IDENTIFICATION  DIVISION.
        300-READ-RTN.
            READ PROD-FILE NEXT RECORD AT END MOVE "Y" TO EOF.
        400-LOOP-RTN.
            IF (WS-WH-IN = SPACES
                OR PRO-WAREHOUSE OF PROD-REC = WS-WH-IN)
               AND NOT PRO-DISCONTINUED OF PROD-REC
               COMPUTE WS-VAT-PRICE ROUNDED =
                       PRO-PRICE OF PROD-REC * (1 + VAT-RATE)
               MOVE PRO-NO OF PROD-REC    TO PL-PRO-NO
