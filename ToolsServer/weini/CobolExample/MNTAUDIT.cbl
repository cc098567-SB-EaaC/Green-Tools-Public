      ** 主檔維護稽核副程式 (MNTAUDIT.CBL):供各主檔維護程式 CALL，
      **                                  將異動前後影像連同日期與
      **                                  簽入操作員寫入 MAINT.AUD
      **                                  ;申請人僅記於核准(APPROV)
      **                                  與退回(REJECT)之紀錄，由
      **                                  呼叫程式填入
      **                                  對照 (STKLOG.CBL) 之副程式
      **                                  寫法

            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO AU-DATE OF AUD-REC.
            MOVE OP-ID    TO AU-OPER-ID OF AUD-REC.
            IF AU-ACTION OF AUD-REC NOT = "APPROV"
               AND AU-ACTION OF AUD-REC NOT = "REJECT"
               MOVE SPACES TO AU-REQ-ID OF AUD-REC
            END-IF.
            WRITE AUD-REC.
            CLOSE AUD-FILE.
            EXIT PROGRAM.
