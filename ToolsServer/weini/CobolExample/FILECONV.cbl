      **                                格式;USER.MST 補上密碼效期
      **                                與鎖定欄位;STOCK.BAL 補上
      **                                儲位欄位、SALES.HST 金額
      **                                加寬、VENDOR.MST 補上銀行帳戶
      **                                欄位、TERMS.TAB 與 AP.AGE
      **                                補上提前付款折扣欄位、
      **                                SAMPLE6.CUS 補上買方統一
      **                                編號、INVOICE.REG 補上統一
      **                                發票號碼、SALES.REG 補上
      **                                促銷代號、SAMPLE6.CUS 補上
      **                                送貨路線與站序、SHIPMENT.DAT
      **                                補上送貨地址、路線與銷售行、
      **                                SORDER.LIN 補上承諾出貨日、
      **                                SAMPLE6.CUS 補上同意替代
      **                                註記、SORDER.HDR 補上要求
      **                                出貨日與送貨地址、PO.DAT 與
      **                                SORDER.LIN 補上直送註記與
      **                                對應之訂單/訂購單號碼、
      **                                PRODUCT.MST 補上品項類型
      **                                與單位重量、PO.DAT 補上
      **                                料號進價與採購員、USER.MST
      **                                補上採購核准額度、PRODUCT.MST
      **                                補上產品狀態與生效日、
      **                                COUNT.DAT 補上盤點快照欄位、
      **                                USER.MST 補上成本查看權限、
      **                                SALES.REG 補上客戶與產品
      **                                替代鍵;
      **                                各程式遇格式不符一律
      **                                拒跑並提示執行本作業，不得
      **                                自行重建空檔
      **                                對照 (RESTORE.CBL) 之卸載重建
                  ALTERNATE RECORD KEY IS OPRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS OLD-FS.
           SELECT OLD-PTYP-FILE ASSIGN TO RANDOM
                  OLD-PTYP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPT-PRO-NO
                  ALTERNATE RECORD KEY IS OPT-PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS OLD-FS.
           SELECT OLD-PSTS-FILE ASSIGN TO RANDOM
                  OLD-PSTS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPS-PRO-NO
                  ALTERNATE RECORD KEY IS OPS-PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS OLD-FS.
           SELECT NEW-PROD-FILE ASSIGN TO RANDOM NEW-PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS NEW-FS.
           SELECT OLD-INV-FILE ASSIGN TO RANDOM OLD-INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-CNTD-FILE ASSIGN TO RANDOM
                  OLD-CNTD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OCN-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-CNTD-FILE ASSIGN TO RANDOM
                  NEW-CNTD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CN-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SLSH-FILE ASSIGN TO RANDOM
                  OLD-SLSH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SH-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-VEND-FILE ASSIGN TO RANDOM
                  OLD-VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OVEND-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-VEND-FILE ASSIGN TO RANDOM
                  NEW-VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS NEW-FS.
           SELECT OLD-TERM-FILE ASSIGN TO RANDOM
                  OLD-TERM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OTM-CODE
                  FILE STATUS IS OLD-FS.
           SELECT NEW-TERM-FILE ASSIGN TO RANDOM
                  NEW-TERM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TM-CODE
                  FILE STATUS IS NEW-FS.
           SELECT OLD-AP-FILE ASSIGN TO RANDOM
                  OLD-AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OAP-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-AP-FILE ASSIGN TO RANDOM
                  NEW-AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-CTAX-FILE ASSIGN TO RANDOM
                  OLD-CTAX-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OCX-CUS-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-IREG-FILE ASSIGN TO RANDOM
                  OLD-IREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OIR-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-PSREG-FILE ASSIGN TO RANDOM
                  OLD-PSREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPR-SALE-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-CROUT-FILE ASSIGN TO RANDOM
                  OLD-CROUT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OCR-CUS-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-CSUB-FILE ASSIGN TO RANDOM
                  OLD-CSUB-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OCS-CUS-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-SHIP-FILE ASSIGN TO RANDOM
                  OLD-SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSH-SALE-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SHIP-FILE ASSIGN TO RANDOM
                  NEW-SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DL-SALE-NO
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SOLN-FILE ASSIGN TO RANDOM
                  OLD-SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSL-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SOLN-FILE ASSIGN TO RANDOM
                  NEW-SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SOL-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SOHD-FILE ASSIGN TO RANDOM
                  OLD-SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSO-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-PDS-FILE ASSIGN TO RANDOM
                  OLD-PDS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPD-KEY
                  FILE STATUS IS OLD-FS.
           SELECT OLD-PBY-FILE ASSIGN TO RANDOM
                  OLD-PBY-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPB-KEY
                  FILE STATUS IS OLD-FS.
           SELECT OLD-ULM-FILE ASSIGN TO RANDOM
                  OLD-ULM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OUL-ID
                  FILE STATUS IS OLD-FS.
           SELECT OLD-UCS-FILE ASSIGN TO RANDOM
                  OLD-UCS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OUC-ID
                  FILE STATUS IS OLD-FS.
           SELECT OLD-KSREG-FILE ASSIGN TO RANDOM
                  OLD-KSREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OKR-SALE-NO
                  FILE STATUS IS OLD-FS.
           SELECT OLD-SDS-FILE ASSIGN TO RANDOM
                  OLD-SDS-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSD-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SOHD-FILE ASSIGN TO RANDOM
                  NEW-SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SO-NO
                  FILE STATUS IS NEW-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           05 OPRO-LAST-SALE    PIC 9(8).
           05 OPRO-ORDER-UNIT   PIC X(4).
           05 OPRO-UNITS-PER-PACK PIC 9(3).
        FD OLD-PTYP-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-PTYP-REC.
           05 OPT-PRO-NO        PIC X(13).
           05 OPT-PRO-NAME      PIC X(10).
           05 OPT-REST          PIC X(51).
        FD OLD-PSTS-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-PSTS-REC.
           05 OPS-PRO-NO        PIC X(13).
           05 OPS-PRO-NAME      PIC X(10).
           05 OPS-REST          PIC X(57).
        FD NEW-PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==NEW-PROD-REC==.
        FD NEW-STKB-FILE
           LABEL RECORD IS STANDARD.
           COPY STKBCOPY REPLACING ==STKB-GRP== BY ==NEW-STKB-REC==.
        FD OLD-CNTD-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-CNTD-REC.
           05 OCN-KEY.
              10 OCN-PRO-NO     PIC X(13).
              10 OCN-WAREHOUSE  PIC X(3).
           05 OCN-COUNT-QTY     PIC 9(5).
           05 OCN-STATUS        PIC X.
           05 OCN-REASON        PIC X(2).
        FD NEW-CNTD-FILE
           LABEL RECORD IS STANDARD.
           COPY CNTDCOPY REPLACING ==CNTD-GRP== BY ==NEW-CNTD-REC==.
        FD OLD-SLSH-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SLSH-REC.
        FD NEW-SLSH-FILE
           LABEL RECORD IS STANDARD.
           COPY SLSHCOPY REPLACING ==SLSH-GRP== BY ==NEW-SLSH-REC==.
        FD OLD-VEND-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-VEND-REC.
           05 OVEND-NO          PIC X(4).
           05 OVEND-NAME        PIC X(20).
           05 OVEND-ADDRESS     PIC X(20).
           05 OVEND-PHO-NO      PIC X(8).
           05 OVEND-CURR        PIC X(3).
        FD NEW-VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==NEW-VEND-REC==.
        FD OLD-TERM-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-TERM-REC.
           05 OTM-CODE          PIC X(2).
           05 OTM-NET-DAYS      PIC 9(3).
           05 OTM-DESC          PIC X(12).
        FD NEW-TERM-FILE
           LABEL RECORD IS STANDARD.
           COPY TERMCOPY REPLACING ==TERM-GRP== BY ==NEW-TERM-REC==.
        FD OLD-AP-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-AP-REC.
           05 OAP-KEY.
              10 OAP-VEND-NO    PIC X(4).
              10 OAP-INV-NO     PIC X(10).
           05 OAP-INV-DATE      PIC 9(8).
           05 OAP-DUE-DATE      PIC 9(8).
           05 OAP-PO-NO         PIC X(6).
           05 OAP-BALANCE       PIC S9(8)V99.
           05 OAP-STATUS        PIC X(1).
        FD NEW-AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==NEW-AP-REC==.
        FD OLD-CTAX-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-CTAX-REC.
           05 OCX-CUS-NO        PIC X(4).
           05 OCX-REST          PIC X(48).
        FD OLD-IREG-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-IREG-REC.
           05 OIR-NO            PIC X(6).
           05 OIR-CUS-NO        PIC X(4).
           05 OIR-SALE-NO       PIC X(3).
           05 OIR-DATE          PIC 9(8).
           05 OIR-AMOUNT        PIC S9(8)V99.
           05 OIR-VAT           PIC S9(6)V99.
           05 OIR-ORDER-NO      PIC X(6).
           05 OIR-STATUS        PIC X(1).
        FD OLD-PSREG-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-PSREG-REC.
           05 OPR-SALE-NO       PIC X(3).
           05 OPR-PRO-NO        PIC X(13).
           05 OPR-CUS-NO        PIC X(4).
           05 OPR-DATE          PIC 9(8).
           05 OPR-PRICE         PIC 9(4)V99.
           05 OPR-QTY           PIC 9(4).
           05 OPR-QTY-RETURNED  PIC 9(4).
           05 OPR-SALESMAN      PIC X(4).
           05 OPR-REBILL        PIC X(1).
        FD OLD-CROUT-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-CROUT-REC.
           05 OCR-CUS-NO        PIC X(4).
           05 OCR-REST          PIC X(56).
        FD OLD-CSUB-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-CSUB-REC.
           05 OCS-CUS-NO        PIC X(4).
           05 OCS-REST          PIC X(63).
        FD OLD-SHIP-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SHIP-REC.
           05 OSH-SALE-NO       PIC X(3).
           05 OSH-NOTE-NO       PIC X(6).
           05 OSH-CUS-NO        PIC X(4).
           05 OSH-DATE          PIC 9(8).
           05 OSH-POD-FLAG      PIC X(1).
        FD NEW-SHIP-FILE
           LABEL RECORD IS STANDARD.
           COPY SHIPCOPY REPLACING ==SHIP-GRP== BY ==NEW-SHIP-REC==.
        FD OLD-SOLN-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SOLN-REC.
           05 OSL-KEY           PIC X(9).
           05 OSL-REST          PIC X(30).
        FD NEW-SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==NEW-SOLN-REC==.
        FD OLD-SOHD-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SOHD-REC.
           05 OSO-NO            PIC X(6).
           05 OSO-REST          PIC X(18).
        FD OLD-PDS-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-PDS-REC.
           05 OPD-KEY           PIC X(9).
           05 OPD-REST          PIC X(98).
        FD OLD-PBY-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-PBY-REC.
           05 OPB-KEY           PIC X(9).
           05 OPB-REST          PIC X(108).
        FD OLD-ULM-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-ULM-REC.
           05 OUL-ID            PIC X(8).
           05 OUL-REST          PIC X(32).
        FD OLD-UCS-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-UCS-REC.
           05 OUC-ID            PIC X(8).
           05 OUC-REST          PIC X(41).
        FD OLD-KSREG-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-KSREG-REC.
           05 OKR-SALE-NO       PIC X(8).
           05 OKR-REST          PIC X(50).
        FD OLD-SDS-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SDS-REC.
           05 OSD-KEY           PIC X(9).
           05 OSD-PRO-NO        PIC X(13).
           05 OSD-QTY           PIC 9(4).
           05 OSD-PRICE         PIC 9(4)V99.
           05 OSD-SALESMAN      PIC X(4).
           05 OSD-SALE-NO       PIC X(3).
           05 OSD-PROMISE-DATE  PIC 9(8).
        FD NEW-SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==NEW-SOHD-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC             PIC X(140).

        WORKING-STORAGE SECTION.
        77 OLD-AGE-FILE-NAME      PIC X(30) VALUE SPACES.
        77 NEW-PO-FILE-NAME       PIC X(30) VALUE SPACES.
        77 NEW-CUST-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-PROD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-PTYP-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-PSTS-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-PROD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-HIST-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-HIST-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-USER-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-STKB-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-STKB-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-CNTD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-CNTD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SLSH-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SLSH-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-VEND-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-VEND-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-TERM-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-TERM-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-AP-FILE-NAME       PIC X(30) VALUE SPACES.
        77 NEW-AP-FILE-NAME       PIC X(30) VALUE SPACES.
        77 OLD-CTAX-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-IREG-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-PSREG-FILE-NAME    PIC X(30) VALUE SPACES.
        77 OLD-CROUT-FILE-NAME    PIC X(30) VALUE SPACES.
        77 OLD-CSUB-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SHIP-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SHIP-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SOLN-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SOLN-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SOHD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-PDS-FILE-NAME      PIC X(30) VALUE SPACES.
        77 OLD-PBY-FILE-NAME      PIC X(30) VALUE SPACES.
        77 OLD-ULM-FILE-NAME      PIC X(30) VALUE SPACES.
        77 OLD-UCS-FILE-NAME      PIC X(30) VALUE SPACES.
        77 OLD-KSREG-FILE-NAME    PIC X(30) VALUE SPACES.
        77 OLD-SDS-FILE-NAME      PIC X(30) VALUE SPACES.
        77 NEW-SOHD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        OLD-VITM-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-PTYP-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-PTYP-FILE.
        OLD-PTYP-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-PSTS-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-PSTS-FILE.
        OLD-PSTS-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-PROD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-PROD-FILE.
        NEW-PROD-PROCESS.
              DISPLAY "ERROR REBUILDING STOCK.BAL, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-CNTD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-CNTD-FILE.
        OLD-CNTD-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-CNTD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-CNTD-FILE.
        NEW-CNTD-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING COUNT.DAT, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-SLSH-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SLSH-FILE.
        OLD-SLSH-PROCESS.
              DISPLAY "ERROR REBUILDING SALES.HST, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-VEND-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-VEND-FILE.
        OLD-VEND-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-VEND-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-VEND-FILE.
        NEW-VEND-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING VENDOR.MST, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-TERM-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-TERM-FILE.
        OLD-TERM-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-TERM-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-TERM-FILE.
        NEW-TERM-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING TERMS.TAB, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-AP-ERROR    SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-AP-FILE.
        OLD-AP-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-AP-ERROR    SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-AP-FILE.
        NEW-AP-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING AP.AGE, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-CTAX-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-CTAX-FILE.
        OLD-CTAX-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-IREG-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-IREG-FILE.
        OLD-IREG-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-PSREG-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-PSREG-FILE.
        OLD-PSREG-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-CROUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-CROUT-FILE.
        OLD-CROUT-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-CSUB-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-CSUB-FILE.
        OLD-CSUB-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-SHIP-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SHIP-FILE.
        OLD-SHIP-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SHIP-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SHIP-FILE.
        NEW-SHIP-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SHIPMENT.DAT, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-SOLN-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SOLN-FILE.
        OLD-SOLN-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SOLN-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SOLN-FILE.
        NEW-SOLN-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SORDER.LIN, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-SOHD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SOHD-FILE.
        OLD-SOHD-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-PDS-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-PDS-FILE.
        OLD-PDS-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-PBY-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-PBY-FILE.
        OLD-PBY-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-ULM-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-ULM-FILE.
        OLD-ULM-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-UCS-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-UCS-FILE.
        OLD-UCS-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-KSREG-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-KSREG-FILE.
        OLD-KSREG-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        OLD-SDS-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SDS-FILE.
        OLD-SDS-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SOHD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SOHD-FILE.
        NEW-SOHD-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SORDER.HDR, STATUS = "
                      NEW-FS
              STOP RUN.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
                    LINE 6 POSITION 10.
            DISPLAY "7.INVOICE.REG 8.VENDITEM.DAT 9.USER.MST"
                    LINE 7 POSITION 10.
            DISPLAY "A.STOCK.BAL   B.SALES.HST C.VENDOR.MST"
                    LINE 8 POSITION 10.
            DISPLAY "D.TERMS.TAB   E.AP.AGE"
                    LINE 9 POSITION 10.
            DISPLAY "F.SAMPLE6.CUS(統編) G.INVOICE.REG(統一發票)"
                    LINE 9 POSITION 34.
            DISPLAY "H.SALES.REG(促銷)" LINE 8 POSITION 52.
            DISPLAY "I.SAMPLE6.CUS(路線) J.SHIPMENT.DAT(路線)"
                    LINE 7 POSITION 52.
            DISPLAY "K.SORDER.LIN(承諾日)" LINE 6 POSITION 52.
            DISPLAY "L.SAMPLE6.CUS(替代)" LINE 5 POSITION 52.
            DISPLAY "M.SORDER.HDR(出貨日)" LINE 4 POSITION 52.
            DISPLAY "N.PO.DAT(直送) O.SORDER.LIN(直送)"
                    LINE 4 POSITION 10.
            DISPLAY "P.PRODUCT.MST(非庫存)" LINE 3 POSITION 52.
            DISPLAY "Q.PO.DAT(採購員)" LINE 2 POSITION 52.
            DISPLAY "R.USER.MST(額度)" LINE 3 POSITION 34.
            DISPLAY "S.PRODUCT.MST(狀態)" LINE 2 POSITION 10.
            DISPLAY "T.COUNT.DAT(快照)" LINE 2 POSITION 34.
            DISPLAY "U.USER.MST(成本)" LINE 1 POSITION 10.
            DISPLAY "V.SALES.REG(替代鍵)" LINE 1 POSITION 34.
            DISPLAY "FILE (1-9,A-V) :" LINE 10 POSITION 10.
            ACCEPT CHOICE LINE 10 POSITION 28.
            DISPLAY "本作業僅可對舊格式檔執行一次"
                    LINE 10 POSITION 32.
            DISPLAY "確定 ?(Y/N):" LINE 11 POSITION 10.
            ACCEPT SURE LINE 11 POSITION 25.
            IF SURE NOT = "Y"
                                   PERFORM 850-CONVERT-STKB-RTN
                                ELSE IF CHOICE = "B"
                                   PERFORM 870-CONVERT-SLSH-RTN
                                ELSE IF CHOICE = "C"
                                   PERFORM 890-CONVERT-VEND-RTN
                                ELSE IF CHOICE = "D"
                                   PERFORM 910-CONVERT-TERM-RTN
                                ELSE IF CHOICE = "E"
                                   PERFORM 930-CONVERT-AP-RTN
                                ELSE IF CHOICE = "F"
                                   PERFORM 940-CONVERT-CTAX-RTN
                                ELSE IF CHOICE = "G"
                                   PERFORM 950-CONVERT-IREG-RTN
                                ELSE IF CHOICE = "H"
                                   PERFORM 960-CONVERT-PSREG-RTN
                                ELSE IF CHOICE = "I"
                                   PERFORM 966-CONVERT-CROUT-RTN
                                ELSE IF CHOICE = "J"
                                   PERFORM 970-CONVERT-SHIP-RTN
                                ELSE IF CHOICE = "K"
                                   PERFORM 956-CONVERT-SOLN-RTN
                                ELSE IF CHOICE = "L"
                                   PERFORM 977-CONVERT-CSUB-RTN
                                ELSE IF CHOICE = "M"
                                   PERFORM 946-CONVERT-SOHD-RTN
                                ELSE IF CHOICE = "N"
                                   PERFORM 250-CONVERT-PDS-RTN
                                ELSE IF CHOICE = "O"
                                   PERFORM 961-CONVERT-SDS-RTN
                                ELSE IF CHOICE = "P"
                                   PERFORM 450-CONVERT-PTYP-RTN
                                ELSE IF CHOICE = "Q"
                                   PERFORM 280-CONVERT-PBY-RTN
                                ELSE IF CHOICE = "R"
                                   PERFORM 825-CONVERT-ULIM-RTN
                                ELSE IF CHOICE = "S"
                                   PERFORM 475-CONVERT-PSTS-RTN
                                ELSE IF CHOICE = "T"
                                   PERFORM 866-CONVERT-CNTD-RTN
                                ELSE IF CHOICE = "U"
                                   PERFORM 841-CONVERT-UCST-RTN
                                ELSE IF CHOICE = "V"
                                   PERFORM 575-CONVERT-KSREG-RTN
                                ELSE
                                   DISPLAY "INVALID SELECTION"
                                           LINE 12 POSITION 10
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                                END-IF
                           END-IF
                      END-IF
                 END-IF
            MOVE SPACES       TO PO-CURR OF NEW-PO-REC.
            MOVE ZERO         TO PO-FOREIGN-COST OF NEW-PO-REC.
            MOVE ZERO         TO PO-FOREIGN-VALUE OF NEW-PO-REC.
            MOVE "N"          TO PO-DROP-SHIP OF NEW-PO-REC.
            MOVE SPACES       TO PO-SO-NO OF NEW-PO-REC.
            MOVE ZERO         TO PO-SO-LINE OF NEW-PO-REC.
            MOVE ZERO         TO PO-LIST-COST OF NEW-PO-REC.
            MOVE SPACES       TO PO-BUYER OF NEW-PO-REC.
            MOVE NEW-PO-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 210-READ-OLD-PO-RTN.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.

      * PO.DAT:補上直送註記與對應之訂單號碼/行號，既有訂購單
      * 一律為一般進貨(非直送)
        250-CONVERT-PDS-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-PDS-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "PO.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 260-READ-OLD-PDS-RTN
               PERFORM 270-UNLOAD-PDS-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-PDS-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-PO-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 240-RELOAD-PO-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-PO-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        260-READ-OLD-PDS-RTN.
            READ OLD-PDS-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        270-UNLOAD-PDS-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-PDS-REC TO NEW-PO-REC.
            MOVE "N"    TO PO-DROP-SHIP OF NEW-PO-REC.
            MOVE SPACES TO PO-SO-NO OF NEW-PO-REC.
            MOVE ZERO   TO PO-SO-LINE OF NEW-PO-REC.
            MOVE PO-UNIT-COST OF NEW-PO-REC
                 TO PO-LIST-COST OF NEW-PO-REC.
            MOVE SPACES TO PO-BUYER OF NEW-PO-REC.
            MOVE NEW-PO-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 260-READ-OLD-PDS-RTN.
      * PO.DAT:補上料號進價與採購員;既有訂購行之料號進價以
      * 訂購單價補齊，採購員留空白
        280-CONVERT-PBY-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-PBY-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "PO.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 285-READ-OLD-PBY-RTN
               PERFORM 290-UNLOAD-PBY-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-PBY-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-PO-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 240-RELOAD-PO-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-PO-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        285-READ-OLD-PBY-RTN.
            READ OLD-PBY-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        290-UNLOAD-PBY-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-PBY-REC TO NEW-PO-REC.
            MOVE PO-UNIT-COST OF NEW-PO-REC
                 TO PO-LIST-COST OF NEW-PO-REC.
            MOVE SPACES TO PO-BUYER OF NEW-PO-REC.
            MOVE NEW-PO-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 285-READ-OLD-PBY-RTN.
      * SAMPLE6.CUS:加寬信用凍結欄位，預設空白(未凍結)
        300-CONVERT-CUST-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            MOVE ZERO   TO CM-PRIORITY OF NEW-CUST-REC.
            MOVE SPACE  TO CM-INV-FREQ OF NEW-CUST-REC.
            MOVE SPACE  TO CM-TAX-EXEMPT OF NEW-CUST-REC.
            MOVE SPACES TO CM-TAX-ID OF NEW-CUST-REC.
            MOVE SPACES TO CM-ROUTE OF NEW-CUST-REC.
            MOVE ZERO   TO CM-STOP-SEQ OF NEW-CUST-REC.
            MOVE SPACE  TO CM-SUBST-OK OF NEW-CUST-REC.
            MOVE NEW-CUST-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 310-READ-OLD-CUST-RTN.
                 TO PRO-UNITS-PER-PACK OF NEW-PROD-REC.
            MOVE SPACES TO PRO-TAX-CLASS OF NEW-PROD-REC.
            MOVE SPACES TO PRO-CATEGORY OF NEW-PROD-REC.
            MOVE "S"    TO PRO-TYPE OF NEW-PROD-REC.
            MOVE ZERO   TO PRO-WEIGHT OF NEW-PROD-REC.
            MOVE "A"    TO PRO-STATUS OF NEW-PROD-REC.
            MOVE ZERO   TO PRO-STATUS-DATE OF NEW-PROD-REC.
            MOVE NEW-PROD-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 410-READ-OLD-PROD-RTN.
            WRITE NEW-PROD-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * PRODUCT.MST:補上品項類型與單位重量，既有產品一律視為
      * 庫存品、重量補零(運費需重量者另行於產品維護輸入)
        450-CONVERT-PTYP-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-PTYP-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "PRODUCT.MST NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 460-READ-OLD-PTYP-RTN
               PERFORM 470-UNLOAD-PTYP-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-PTYP-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-PROD-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 440-RELOAD-PROD-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-PROD-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        460-READ-OLD-PTYP-RTN.
            READ OLD-PTYP-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        470-UNLOAD-PTYP-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-PTYP-REC TO NEW-PROD-REC.
            MOVE "S"    TO PRO-TYPE OF NEW-PROD-REC.
            MOVE ZERO   TO PRO-WEIGHT OF NEW-PROD-REC.
            MOVE "A"    TO PRO-STATUS OF NEW-PROD-REC.
            MOVE ZERO   TO PRO-STATUS-DATE OF NEW-PROD-REC.
            MOVE NEW-PROD-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 460-READ-OLD-PTYP-RTN.
      * PRODUCT.MST:補上產品狀態與生效日，既有產品一律視為
      * 正常品、生效日補零(停售或淘汰另行於產品維護設定)
        475-CONVERT-PSTS-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-PSTS-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "PRODUCT.MST NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 480-READ-OLD-PSTS-RTN
               PERFORM 490-UNLOAD-PSTS-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-PSTS-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-PROD-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 440-RELOAD-PROD-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-PROD-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        480-READ-OLD-PSTS-RTN.
            READ OLD-PSTS-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        490-UNLOAD-PSTS-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-PSTS-REC TO NEW-PROD-REC.
            MOVE "A"    TO PRO-STATUS OF NEW-PROD-REC.
            MOVE ZERO   TO PRO-STATUS-DATE OF NEW-PROD-REC.
            MOVE NEW-PROD-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 480-READ-OLD-PSTS-RTN.

      * PRICE.HST:歷史成本與售價由整數轉為二位小數
        500-CONVERT-HIST-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-HIST-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "PRICE.HST NOT FOUND - NOTHING TO CONVERT"
                       LINE 11 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 510-READ-OLD-HIST-RTN
               PERFORM 520-UNLOAD-HIST-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-HIST-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-HIST-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 540-RELOAD-HIST-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-HIST-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        510-READ-OLD-HIST-RTN.
            READ OLD-HIST-FILE AT END MOVE "Y" TO OLD-EOF.
        520-UNLOAD-HIST-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OPH-PRO-NO    TO PH-PRO-NO OF NEW-HIST-REC.
            MOVE OPH-EFF-DATE  TO PH-EFF-DATE OF NEW-HIST-REC.
            MOVE OPH-PRO-COST  TO PH-PRO-COST OF NEW-HIST-REC.
            MOVE OPH-PRO-PRICE TO PH-PRO-PRICE OF NEW-HIST-REC.
                                     OF NEW-SREG-REC.
            MOVE OSR-SALESMAN     TO SR-SALESMAN OF NEW-SREG-REC.
            MOVE SPACE            TO SR-REBILL OF NEW-SREG-REC.
            MOVE SPACES           TO SR-PROMO-CODE OF NEW-SREG-REC.
            MOVE NEW-SREG-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 560-READ-OLD-SREG-RTN.
        590-RELOAD-SREG-RTN.
            MOVE WORK-REC TO NEW-SREG-REC.
            MOVE SR-PRO-NO OF NEW-SREG-REC
                 TO SR-PK-PRO-NO OF NEW-SREG-REC.
            MOVE SR-DATE OF NEW-SREG-REC TO SR-PK-DATE OF NEW-SREG-REC.
            WRITE NEW-SREG-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * SALES.REG:補上客戶+日期、產品+日期替代鍵，重建時由
      * 590-RELOAD-SREG-RTN 帶入產品與日期之重複欄位
        575-CONVERT-KSREG-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-KSREG-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SALES.REG NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 580-READ-OLD-KSREG-RTN
               PERFORM 585-UNLOAD-KSREG-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-KSREG-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SREG-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 590-RELOAD-SREG-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SREG-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        580-READ-OLD-KSREG-RTN.
            READ OLD-KSREG-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        585-UNLOAD-KSREG-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-KSREG-REC TO NEW-SREG-REC.
            MOVE NEW-SREG-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 580-READ-OLD-KSREG-RTN.

      * INVOICE.REG:金額與稅額由整數轉為二位小數，並補上新設之
      * 訂單編號欄位(舊發票無訂單，留白)
            MOVE OINV-VAT      TO INV-VAT OF NEW-INV-REC.
            MOVE SPACES        TO INV-ORDER-NO OF NEW-INV-REC.
            MOVE SPACE         TO INV-STATUS OF NEW-INV-REC.
            MOVE SPACES        TO INV-EINV-NO OF NEW-INV-REC.
            MOVE NEW-INV-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 660-READ-OLD-INV-RTN.
            MOVE RUN-DATE TO US-LAST-CHANGED OF NEW-USER-REC.
            MOVE ZERO     TO US-FAIL-COUNT OF NEW-USER-REC.
            MOVE SPACE    TO US-LOCKED OF NEW-USER-REC.
            PERFORM 837-DEFAULT-LIMIT-RTN.
            PERFORM 849-DEFAULT-COST-RTN.
            MOVE NEW-USER-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 810-READ-OLD-USER-RTN.
      * USER.MST:補上採購核准額度;主管預設最高額度，其餘為零
      * (所開訂購單一律待核准)
        825-CONVERT-ULIM-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-ULM-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "USER.MST NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 830-READ-OLD-ULIM-RTN
               PERFORM 835-UNLOAD-ULIM-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-ULM-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-USER-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 840-RELOAD-USER-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-USER-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        830-READ-OLD-ULIM-RTN.
            READ OLD-ULM-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        835-UNLOAD-ULIM-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-ULM-REC TO NEW-USER-REC.
            PERFORM 837-DEFAULT-LIMIT-RTN.
            PERFORM 849-DEFAULT-COST-RTN.
            MOVE NEW-USER-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 830-READ-OLD-ULIM-RTN.
        837-DEFAULT-LIMIT-RTN.
            IF US-AUTH-LEVEL OF NEW-USER-REC = 9
               MOVE 9999999.99 TO US-PO-LIMIT OF NEW-USER-REC
            ELSE
               MOVE ZERO TO US-PO-LIMIT OF NEW-USER-REC
            END-IF.
        840-RELOAD-USER-RTN.
            MOVE WORK-REC TO NEW-USER-REC.
            WRITE NEW-USER-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * USER.MST:補上成本查看權限;主管預設可查看，其餘不可
        841-CONVERT-UCST-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-UCS-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "USER.MST NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 843-READ-OLD-UCST-RTN
               PERFORM 845-UNLOAD-UCST-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-UCS-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-USER-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 840-RELOAD-USER-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-USER-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        843-READ-OLD-UCST-RTN.
            READ OLD-UCS-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        845-UNLOAD-UCST-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-UCS-REC TO NEW-USER-REC.
            PERFORM 849-DEFAULT-COST-RTN.
            MOVE NEW-USER-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 843-READ-OLD-UCST-RTN.
        849-DEFAULT-COST-RTN.
            IF US-AUTH-LEVEL OF NEW-USER-REC = 9
               MOVE "Y" TO US-SEE-COST OF NEW-USER-REC
            ELSE
               MOVE "N" TO US-SEE-COST OF NEW-USER-REC
            END-IF.
      * STOCK.BAL:補上儲位欄位，預設空白(未指定儲位)
        850-CONVERT-STKB-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.

      * COUNT.DAT:補上盤點快照量、快照日期時間與期間異動，既有
      * 紀錄一律補零(無快照，過帳時仍以當時帳面量計算差異)
        866-CONVERT-CNTD-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-CNTD-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "COUNT.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 867-READ-OLD-CNTD-RTN
               PERFORM 868-UNLOAD-CNTD-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-CNTD-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-CNTD-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 869-RELOAD-CNTD-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-CNTD-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        867-READ-OLD-CNTD-RTN.
            READ OLD-CNTD-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        868-UNLOAD-CNTD-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OCN-PRO-NO    TO CN-PRO-NO OF NEW-CNTD-REC.
            MOVE OCN-WAREHOUSE TO CN-WAREHOUSE OF NEW-CNTD-REC.
            MOVE OCN-COUNT-QTY TO CN-COUNT-QTY OF NEW-CNTD-REC.
            MOVE OCN-STATUS    TO CN-STATUS OF NEW-CNTD-REC.
            MOVE OCN-REASON    TO CN-REASON OF NEW-CNTD-REC.
            MOVE ZERO          TO CN-SNAP-QTY OF NEW-CNTD-REC.
            MOVE ZERO          TO CN-SNAP-DATE OF NEW-CNTD-REC.
            MOVE ZERO          TO CN-SNAP-TIME OF NEW-CNTD-REC.
            MOVE ZERO          TO CN-MOVE-QTY OF NEW-CNTD-REC.
            MOVE NEW-CNTD-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 867-READ-OLD-CNTD-RTN.
        869-RELOAD-CNTD-RTN.
            MOVE WORK-REC TO NEW-CNTD-REC.
            WRITE NEW-CNTD-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.

      * SALES.HST:銷貨金額欄位加寬兩位
        870-CONVERT-SLSH-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            WRITE NEW-SLSH-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * VENDOR.MST:補上銀行代碼、帳號與戶名，預設空白(支票付款)
        890-CONVERT-VEND-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-VEND-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "VENDOR.MST NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 892-READ-OLD-VEND-RTN
               PERFORM 894-UNLOAD-VEND-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-VEND-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-VEND-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 896-RELOAD-VEND-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-VEND-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        892-READ-OLD-VEND-RTN.
            READ OLD-VEND-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        894-UNLOAD-VEND-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OVEND-NO      TO VEND-NO OF NEW-VEND-REC.
            MOVE OVEND-NAME    TO VEND-NAME OF NEW-VEND-REC.
            MOVE OVEND-ADDRESS TO VEND-ADDRESS OF NEW-VEND-REC.
            MOVE OVEND-PHO-NO  TO VEND-PHO-NO OF NEW-VEND-REC.
            MOVE OVEND-CURR    TO VEND-CURR OF NEW-VEND-REC.
            MOVE SPACES        TO VEND-BANK-CODE OF NEW-VEND-REC.
            MOVE SPACES        TO VEND-BANK-ACCT OF NEW-VEND-REC.
            MOVE SPACES        TO VEND-ACCT-NAME OF NEW-VEND-REC.
            MOVE NEW-VEND-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 892-READ-OLD-VEND-RTN.
        896-RELOAD-VEND-RTN.
            MOVE WORK-REC TO NEW-VEND-REC.
            WRITE NEW-VEND-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
        900-SHOW-COUNTS-RTN.
            DISPLAY "RECORDS UNLOADED : " UNLOAD-CNT
                    LINE 13 POSITION 10.
            DISPLAY "RECORDS RELOADED : " RELOAD-CNT
                    LINE 15 POSITION 10.
      * TERMS.TAB:補上提前付款折扣百分比與天數，預設零(無折扣)
        910-CONVERT-TERM-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-TERM-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "TERMS.TAB NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 912-READ-OLD-TERM-RTN
               PERFORM 914-UNLOAD-TERM-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-TERM-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-TERM-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 916-RELOAD-TERM-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-TERM-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        912-READ-OLD-TERM-RTN.
            READ OLD-TERM-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        914-UNLOAD-TERM-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OTM-CODE     TO TM-CODE OF NEW-TERM-REC.
            MOVE OTM-NET-DAYS TO TM-NET-DAYS OF NEW-TERM-REC.
            MOVE OTM-DESC     TO TM-DESC OF NEW-TERM-REC.
            MOVE ZERO         TO TM-DISC-PCT OF NEW-TERM-REC.
            MOVE ZERO         TO TM-DISC-DAYS OF NEW-TERM-REC.
            MOVE NEW-TERM-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 912-READ-OLD-TERM-RTN.
        916-RELOAD-TERM-RTN.
            MOVE WORK-REC TO NEW-TERM-REC.
            WRITE NEW-TERM-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * AP.AGE:補上廠商提前付款折扣百分比與折扣截止日，預設零
        930-CONVERT-AP-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-AP-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "AP.AGE NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 932-READ-OLD-AP-RTN
               PERFORM 934-UNLOAD-AP-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-AP-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-AP-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 936-RELOAD-AP-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-AP-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        932-READ-OLD-AP-RTN.
            READ OLD-AP-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        934-UNLOAD-AP-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OAP-VEND-NO  TO AP-VEND-NO OF NEW-AP-REC.
            MOVE OAP-INV-NO   TO AP-INV-NO OF NEW-AP-REC.
            MOVE OAP-INV-DATE TO AP-INV-DATE OF NEW-AP-REC.
            MOVE OAP-DUE-DATE TO AP-DUE-DATE OF NEW-AP-REC.
            MOVE OAP-PO-NO    TO AP-PO-NO OF NEW-AP-REC.
            MOVE OAP-BALANCE  TO AP-BALANCE OF NEW-AP-REC.
            MOVE OAP-STATUS   TO AP-STATUS OF NEW-AP-REC.
            MOVE ZERO         TO AP-DISC-PCT OF NEW-AP-REC.
            MOVE ZERO         TO AP-DISC-DATE OF NEW-AP-REC.
            MOVE NEW-AP-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 932-READ-OLD-AP-RTN.
        936-RELOAD-AP-RTN.
            MOVE WORK-REC TO NEW-AP-REC.
            WRITE NEW-AP-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * SAMPLE6.CUS:補上買方統一編號，預設空白(一般消費者)
        940-CONVERT-CTAX-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-CTAX-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SAMPLE6.CUS NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 942-READ-OLD-CTAX-RTN
               PERFORM 944-UNLOAD-CTAX-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-CTAX-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-CUST-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 340-RELOAD-CUST-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-CUST-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        942-READ-OLD-CTAX-RTN.
            READ OLD-CTAX-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        944-UNLOAD-CTAX-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-CTAX-REC TO NEW-CUST-REC.
            MOVE SPACES TO CM-TAX-ID OF NEW-CUST-REC.
            MOVE SPACES TO CM-ROUTE OF NEW-CUST-REC.
            MOVE ZERO   TO CM-STOP-SEQ OF NEW-CUST-REC.
            MOVE SPACE  TO CM-SUBST-OK OF NEW-CUST-REC.
            MOVE NEW-CUST-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 942-READ-OLD-CTAX-RTN.
      * SORDER.HDR:補上要求出貨日與送貨地址，既有訂單出貨日
      * 預設為訂單日、送貨地址空白(帳單地址)
        946-CONVERT-SOHD-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-SOHD-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SORDER.HDR NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 947-READ-OLD-SOHD-RTN
               PERFORM 948-UNLOAD-SOHD-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SOHD-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SOHD-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 949-RELOAD-SOHD-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SOHD-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        947-READ-OLD-SOHD-RTN.
            READ OLD-SOHD-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        948-UNLOAD-SOHD-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SOHD-REC TO NEW-SOHD-REC.
            MOVE SO-DATE OF NEW-SOHD-REC
                 TO SO-SHIP-DATE OF NEW-SOHD-REC.
            MOVE SPACES TO SO-SHIP-TO OF NEW-SOHD-REC.
            MOVE NEW-SOHD-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 947-READ-OLD-SOHD-RTN.
        949-RELOAD-SOHD-RTN.
            MOVE WORK-REC TO NEW-SOHD-REC.
            WRITE NEW-SOHD-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * INVOICE.REG:補上統一發票號碼，既有發票預設空白
        950-CONVERT-IREG-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-IREG-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "INVOICE.REG NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 952-READ-OLD-IREG-RTN
               PERFORM 954-UNLOAD-IREG-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-IREG-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-INV-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 690-RELOAD-INV-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-INV-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        952-READ-OLD-IREG-RTN.
            READ OLD-IREG-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        954-UNLOAD-IREG-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE SPACES        TO NEW-INV-REC.
            MOVE OIR-NO        TO INV-NO OF NEW-INV-REC.
            MOVE OIR-CUS-NO    TO INV-CUS-NO OF NEW-INV-REC.
            MOVE OIR-SALE-NO   TO INV-SALE-NO OF NEW-INV-REC.
            MOVE OIR-DATE      TO INV-DATE OF NEW-INV-REC.
            MOVE OIR-AMOUNT    TO INV-AMOUNT OF NEW-INV-REC.
            MOVE OIR-VAT       TO INV-VAT OF NEW-INV-REC.
            MOVE OIR-ORDER-NO  TO INV-ORDER-NO OF NEW-INV-REC.
            MOVE OIR-STATUS    TO INV-STATUS OF NEW-INV-REC.
            MOVE NEW-INV-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 952-READ-OLD-IREG-RTN.
      * SORDER.LIN:補上承諾出貨日，既有訂單行預設零(未承諾)
        956-CONVERT-SOLN-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-SOLN-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SORDER.LIN NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 957-READ-OLD-SOLN-RTN
               PERFORM 958-UNLOAD-SOLN-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SOLN-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SOLN-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 959-RELOAD-SOLN-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SOLN-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        957-READ-OLD-SOLN-RTN.
            READ OLD-SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        958-UNLOAD-SOLN-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SOLN-REC TO NEW-SOLN-REC.
            MOVE ZERO TO SOL-PROMISE-DATE OF NEW-SOLN-REC.
            MOVE "N" TO SOL-DROP-SHIP OF NEW-SOLN-REC.
            MOVE SPACES TO SOL-PO-NO OF NEW-SOLN-REC.
            MOVE NEW-SOLN-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 957-READ-OLD-SOLN-RTN.
        959-RELOAD-SOLN-RTN.
            MOVE WORK-REC TO NEW-SOLN-REC.
            WRITE NEW-SOLN-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * SALES.REG:補上促銷代號，既有銷售登記預設空白(非促銷)
        960-CONVERT-PSREG-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-PSREG-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SALES.REG NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 962-READ-OLD-PSREG-RTN
               PERFORM 964-UNLOAD-PSREG-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-PSREG-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SREG-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 590-RELOAD-SREG-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SREG-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        962-READ-OLD-PSREG-RTN.
            READ OLD-PSREG-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        964-UNLOAD-PSREG-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE SPACES           TO NEW-SREG-REC.
            MOVE OPR-SALE-NO      TO SR-SALE-NO OF NEW-SREG-REC.
            MOVE OPR-PRO-NO       TO SR-PRO-NO OF NEW-SREG-REC.
            MOVE OPR-CUS-NO       TO SR-CUS-NO OF NEW-SREG-REC.
            MOVE OPR-DATE         TO SR-DATE OF NEW-SREG-REC.
            MOVE OPR-PRICE        TO SR-PRICE OF NEW-SREG-REC.
            MOVE OPR-QTY          TO SR-QTY OF NEW-SREG-REC.
            MOVE OPR-QTY-RETURNED TO SR-QTY-RETURNED
                                     OF NEW-SREG-REC.
            MOVE OPR-SALESMAN     TO SR-SALESMAN OF NEW-SREG-REC.
            MOVE OPR-REBILL       TO SR-REBILL OF NEW-SREG-REC.
            MOVE NEW-SREG-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 962-READ-OLD-PSREG-RTN.
      * SORDER.LIN:補上直送註記與訂購單號碼，既有訂單行一律
      * 由倉庫出貨(非直送)
        961-CONVERT-SDS-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-SDS-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SORDER.LIN NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 963-READ-OLD-SDS-RTN
               PERFORM 965-UNLOAD-SDS-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SDS-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SOLN-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 959-RELOAD-SOLN-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SOLN-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        963-READ-OLD-SDS-RTN.
            READ OLD-SDS-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        965-UNLOAD-SDS-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE SPACES           TO NEW-SOLN-REC.
            MOVE OSD-KEY          TO SOL-KEY OF NEW-SOLN-REC.
            MOVE OSD-PRO-NO       TO SOL-PRO-NO OF NEW-SOLN-REC.
            MOVE OSD-QTY          TO SOL-QTY OF NEW-SOLN-REC.
            MOVE OSD-PRICE        TO SOL-PRICE OF NEW-SOLN-REC.
            MOVE OSD-SALESMAN     TO SOL-SALESMAN OF NEW-SOLN-REC.
            MOVE OSD-SALE-NO      TO SOL-SALE-NO OF NEW-SOLN-REC.
            MOVE OSD-PROMISE-DATE TO SOL-PROMISE-DATE
                                     OF NEW-SOLN-REC.
            MOVE "N" TO SOL-DROP-SHIP OF NEW-SOLN-REC.
            MOVE SPACES TO SOL-PO-NO OF NEW-SOLN-REC.
            MOVE NEW-SOLN-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 963-READ-OLD-SDS-RTN.
      * SAMPLE6.CUS:補上送貨路線與站序，既有客戶預設未排路線
        966-CONVERT-CROUT-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-CROUT-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SAMPLE6.CUS NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 967-READ-OLD-CROUT-RTN
               PERFORM 968-UNLOAD-CROUT-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-CROUT-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-CUST-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 340-RELOAD-CUST-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-CUST-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        967-READ-OLD-CROUT-RTN.
            READ OLD-CROUT-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        968-UNLOAD-CROUT-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-CROUT-REC TO NEW-CUST-REC.
            MOVE SPACES TO CM-ROUTE OF NEW-CUST-REC.
            MOVE ZERO   TO CM-STOP-SEQ OF NEW-CUST-REC.
            MOVE SPACE  TO CM-SUBST-OK OF NEW-CUST-REC.
            MOVE NEW-CUST-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 967-READ-OLD-CROUT-RTN.
      * SAMPLE6.CUS:補上同意替代註記，既有客戶預設不同意替代
        977-CONVERT-CSUB-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-CSUB-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SAMPLE6.CUS NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 978-READ-OLD-CSUB-RTN
               PERFORM 979-UNLOAD-CSUB-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-CSUB-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-CUST-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 340-RELOAD-CUST-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-CUST-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        978-READ-OLD-CSUB-RTN.
            READ OLD-CSUB-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        979-UNLOAD-CSUB-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-CSUB-REC TO NEW-CUST-REC.
            MOVE SPACE  TO CM-SUBST-OK OF NEW-CUST-REC.
            MOVE NEW-CUST-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 978-READ-OLD-CSUB-RTN.
      * SHIPMENT.DAT:補上送貨地址、路線、站序與銷售行，既有出貨
      * 紀錄預設空白(舊單不列入派車單，亦無法重排)
        970-CONVERT-SHIP-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            OPEN INPUT OLD-SHIP-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SHIPMENT.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 972-READ-OLD-SHIP-RTN
               PERFORM 974-UNLOAD-SHIP-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SHIP-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SHIP-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 130-READ-WORK-RTN
               PERFORM 976-RELOAD-SHIP-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SHIP-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
        972-READ-OLD-SHIP-RTN.
            READ OLD-SHIP-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        974-UNLOAD-SHIP-RTN.
            ADD 1 TO UNLOAD-CNT.
            MOVE SPACES TO WORK-REC.
            MOVE SPACES       TO NEW-SHIP-REC.
            MOVE OSH-SALE-NO  TO DL-SALE-NO OF NEW-SHIP-REC.
            MOVE OSH-NOTE-NO  TO DL-NOTE-NO OF NEW-SHIP-REC.
            MOVE OSH-CUS-NO   TO DL-CUS-NO OF NEW-SHIP-REC.
            MOVE OSH-DATE     TO DL-DATE OF NEW-SHIP-REC.
            MOVE OSH-POD-FLAG TO DL-POD-FLAG OF NEW-SHIP-REC.
            MOVE ZERO   TO DL-STOP-SEQ OF NEW-SHIP-REC.
            MOVE NEW-SHIP-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 972-READ-OLD-SHIP-RTN.
        976-RELOAD-SHIP-RTN.
            MOVE WORK-REC TO NEW-SHIP-REC.
            WRITE NEW-SHIP-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 130-READ-WORK-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NEW-PO-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-PDS-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-PBY-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NEW-CUST-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-PROD-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-PTYP-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-PSTS-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NEW-PROD-FILE-NAME.
            MOVE "PRICE.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE "USER.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO NEW-USER-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-ULM-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-UCS-FILE-NAME.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-KSREG-FILE-NAME.
            MOVE "STOCK.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-STKB-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-STKB-FILE-NAME.
            MOVE "COUNT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-CNTD-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-CNTD-FILE-NAME.
            MOVE "SALES.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SLSH-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SLSH-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-VEND-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-VEND-FILE-NAME.
            MOVE "TERMS.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-TERM-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-TERM-FILE-NAME.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-AP-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-AP-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-CTAX-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-IREG-FILE-NAME.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-PSREG-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-CROUT-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-CSUB-FILE-NAME.
            MOVE "SHIPMENT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SHIP-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SHIP-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SOLN-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SOLN-FILE-NAME.
            MOVE EN-PHYSICAL TO OLD-SDS-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SOHD-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SOHD-FILE-NAME.
            MOVE "CONVWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
