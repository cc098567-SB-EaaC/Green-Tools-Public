      ** 期別檢核副程式 (PERDCHK.CBL):檢查交易日期是否落在已關帳
      **                             期別或已年結之年度，供各過帳
      **                             程式 CALL
      **                             對照 (NEXTNBR.CBL) 之副程式寫法

        IDENTIFICATION  DIVISION.
                        PD-CLOSED-THRU OF CTL-REC
                        MOVE "C" TO PC-RESULT
                     END-IF
                     IF PD-YEAR-CLOSED OF CTL-REC NUMERIC
                        AND PC-TRAN-DATE (1:4) NOT >
                            PD-YEAR-CLOSED OF CTL-REC
                        MOVE "C" TO PC-RESULT
                     END-IF
               END-READ
               CLOSE CTL-FILE
            END-IF.
