           MOVE PRO-WAREHOUSE OF ACCEPT-REC TO PRO-WAREHOUSE-OUT.
           WRITE PROOF-REC FROM PROOF-DETAIL-LINE AFTER 2 LINES.
      * 改寫既有產品時保留畫面未輸入之欄位(最後銷售日、訂購
      * 單位、每箱入數、品項類型、單位重量、產品狀態)，新增時將
      * 其起始化(新增一律為庫存品、正常品);異動經 MaintAudit
      * 留存前後影像
       230-WRITE-REC.
           MOVE PRO-NO OF ACCEPT-REC TO PRO-NO OF OUT-REC.
                   TO PRO-ORDER-UNIT OF ACCEPT-REC
              MOVE PRO-UNITS-PER-PACK OF OUT-REC
                   TO PRO-UNITS-PER-PACK OF ACCEPT-REC
              MOVE PRO-TYPE OF OUT-REC
                   TO PRO-TYPE OF ACCEPT-REC
              MOVE PRO-WEIGHT OF OUT-REC
                   TO PRO-WEIGHT OF ACCEPT-REC
              MOVE PRO-STATUS OF OUT-REC
                   TO PRO-STATUS OF ACCEPT-REC
              MOVE PRO-STATUS-DATE OF OUT-REC
                   TO PRO-STATUS-DATE OF ACCEPT-REC
           ELSE
              MOVE ZERO   TO PRO-LAST-SALE OF ACCEPT-REC
              MOVE SPACES TO PRO-ORDER-UNIT OF ACCEPT-REC
              MOVE ZERO   TO PRO-UNITS-PER-PACK OF ACCEPT-REC
              MOVE "S"    TO PRO-TYPE OF ACCEPT-REC
              MOVE ZERO   TO PRO-WEIGHT OF ACCEPT-REC
              MOVE "A"    TO PRO-STATUS OF ACCEPT-REC
              MOVE RUN-DATE TO PRO-STATUS-DATE OF ACCEPT-REC
           END-IF.
           MOVE ACCEPT-REC TO OUT-REC.
           IF WS-KEY-ERR = "Y"
