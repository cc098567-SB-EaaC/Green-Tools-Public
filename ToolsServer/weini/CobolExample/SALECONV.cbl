      ** 銷售單號轉換作業 (SALECONV.CBL):一次性將銷售單號(及載有
      **                                銷售單號之參考單號)加寬為八碼
      **                                之檔案卸載後以新格式重建:
      **                                SALES.REG、INVOICE.REG、
      **                                PICKCONF.DAT、SHIPMENT.DAT
      **                                (含出貨銷售行)、BACKORD.DAT、
      **                                RMA.DAT、SORDER.LIN、
      **                                SERIAL.DAT、SERIAL.HST、
      **                                SAMPLE91.IN/.EDT/.EXC 與過帳
      **                                轉存之批次檔、STOCK.LED、
      **                                LOSTSALE.DAT、NEGSTK.LOG 與
      **                                LOT.USE;舊號原值靠左保留、
      **                                右補空白，不重新編號;每檔重
      **                                建後複讀新檔與卸載檔逐筆比
      **                                對，於 SALECONV.OUT 列印讀
      **                                入/重建/複讀筆數、單號合計
      **                                與改號筆數之控制總表，不平衡
      **                                者標示 OUT-BAL 並回傳 8
      **                                對照 (FILECONV.CBL) 之卸載重建

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SaleNoConvert.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT OLD-SREG-FILE ASSIGN TO RANDOM OLD-SREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSR-SALE-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SREG-FILE ASSIGN TO RANDOM NEW-SREG-FILE-NAME
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
                  RECORD KEY IS OIV-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-INV-FILE ASSIGN TO RANDOM NEW-INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS INV-NO
                  FILE STATUS IS NEW-FS.
           SELECT OLD-PKCF-FILE ASSIGN TO RANDOM OLD-PKCF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPC-SALE-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-PKCF-FILE ASSIGN TO RANDOM NEW-PKCF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PC-SALE-NO
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SHIP-FILE ASSIGN TO RANDOM OLD-SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSH-SALE-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SHIP-FILE ASSIGN TO RANDOM NEW-SHIP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DL-SALE-NO
                  FILE STATUS IS NEW-FS.
           SELECT OLD-BORD-FILE ASSIGN TO RANDOM OLD-BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OBO-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-BORD-FILE ASSIGN TO RANDOM NEW-BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-RMA-FILE ASSIGN TO RANDOM OLD-RMA-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ORM-NO
                  FILE STATUS IS OLD-FS.
           SELECT NEW-RMA-FILE ASSIGN TO RANDOM NEW-RMA-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RM-NO
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SOLN-FILE ASSIGN TO RANDOM OLD-SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSO-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SOLN-FILE ASSIGN TO RANDOM NEW-SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SOL-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SERL-FILE ASSIGN TO RANDOM OLD-SERL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSE-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SERL-FILE ASSIGN TO RANDOM NEW-SERL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SE-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SERH-FILE ASSIGN TO RANDOM OLD-SERH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OSV-KEY
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SERH-FILE ASSIGN TO RANDOM NEW-SERH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SV-KEY
                  FILE STATUS IS NEW-FS.
           SELECT OLD-SALE-FILE ASSIGN TO RANDOM OLD-SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OLD-FS.
           SELECT NEW-SALE-FILE ASSIGN TO RANDOM NEW-SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NEW-FS.
           SELECT OLD-STKL-FILE ASSIGN TO RANDOM OLD-STKL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OLD-FS.
           SELECT NEW-STKL-FILE ASSIGN TO RANDOM NEW-STKL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NEW-FS.
           SELECT OLD-LOST-FILE ASSIGN TO RANDOM OLD-LOST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OLD-FS.
           SELECT NEW-LOST-FILE ASSIGN TO RANDOM NEW-LOST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NEW-FS.
           SELECT OLD-NGEX-FILE ASSIGN TO RANDOM OLD-NGEX-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OLD-FS.
           SELECT NEW-NGEX-FILE ASSIGN TO RANDOM NEW-NGEX-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NEW-FS.
           SELECT OLD-LOTU-FILE ASSIGN TO RANDOM OLD-LOTU-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OLD-FS.
           SELECT NEW-LOTU-FILE ASSIGN TO RANDOM NEW-LOTU-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NEW-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD OLD-SREG-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SREG-REC.
           05 OSR-SALE-NO       PIC X(3).
           05 OSR-REST          PIC X(50).
        FD NEW-SREG-FILE
           LABEL RECORD IS STANDARD.
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==NEW-SREG-REC==.
        01 NEW-SREG-VIEW.
           05 NSR-SALE-NO.
              10 NSR-SALE-HEAD  PIC X(3).
              10 NSR-SALE-TAIL  PIC X(5).
           05 NSR-REST          PIC X(50).
        FD OLD-INV-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-INV-REC.
           05 OIV-NO            PIC X(6).
           05 OIV-CUS-NO        PIC X(4).
           05 OIV-SALE-NO       PIC X(3).
           05 OIV-REST          PIC X(43).
        FD NEW-INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==NEW-INV-REC==.
        01 NEW-INV-VIEW.
           05 NIV-NO            PIC X(6).
           05 NIV-CUS-NO        PIC X(4).
           05 NIV-SALE-NO.
              10 NIV-SALE-HEAD  PIC X(3).
              10 NIV-SALE-TAIL  PIC X(5).
           05 NIV-REST          PIC X(43).
        FD OLD-PKCF-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-PKCF-REC.
           05 OPC-SALE-NO       PIC X(3).
           05 OPC-REST          PIC X(34).
        FD NEW-PKCF-FILE
           LABEL RECORD IS STANDARD.
           COPY PKCFCOPY REPLACING ==PKCF-GRP== BY ==NEW-PKCF-REC==.
        01 NEW-PKCF-VIEW.
           05 NPC-SALE-NO.
              10 NPC-SALE-HEAD  PIC X(3).
              10 NPC-SALE-TAIL  PIC X(5).
           05 NPC-REST          PIC X(34).
        FD OLD-SHIP-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SHIP-REC.
           05 OSH-SALE-NO       PIC X(3).
           05 OSH-MID           PIC X(29).
           05 OSH-LN-DATE       PIC X(8).
           05 OSH-LN-SALE-NO    PIC X(3).
           05 OSH-LN-MID        PIC X(28).
           05 OSH-LN-RET-NO     PIC X(3).
           05 OSH-LN-TAIL       PIC X(19).
        FD NEW-SHIP-FILE
           LABEL RECORD IS STANDARD.
           COPY SHIPCOPY REPLACING ==SHIP-GRP== BY ==NEW-SHIP-REC==.
        01 NEW-SHIP-VIEW.
           05 NSH-SALE-NO.
              10 NSH-SALE-HEAD  PIC X(3).
              10 NSH-SALE-TAIL  PIC X(5).
           05 NSH-MID           PIC X(29).
           05 NSH-LN-DATE       PIC X(8).
           05 NSH-LN-SALE-NO.
              10 NSH-LN-SALE-HEAD PIC X(3).
              10 NSH-LN-SALE-TAIL PIC X(5).
           05 NSH-LN-MID        PIC X(28).
           05 NSH-LN-RET-NO.
              10 NSH-LN-RET-HEAD PIC X(3).
              10 NSH-LN-RET-TAIL PIC X(5).
           05 NSH-LN-TAIL       PIC X(19).
        FD OLD-BORD-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-BORD-REC.
           05 OBO-KEY.
              10 OBO-FRONT      PIC X(21).
              10 OBO-SALE-NO    PIC X(3).
           05 OBO-REST          PIC X(24).
        FD NEW-BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==NEW-BORD-REC==.
        01 NEW-BORD-VIEW.
           05 NBO-KEY.
              10 NBO-FRONT      PIC X(21).
              10 NBO-SALE-NO.
                 15 NBO-SALE-HEAD PIC X(3).
                 15 NBO-SALE-TAIL PIC X(5).
           05 NBO-REST          PIC X(24).
        FD OLD-RMA-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-RMA-REC.
           05 ORM-NO            PIC X(6).
           05 ORM-SALE-NO       PIC X(3).
           05 ORM-REST          PIC X(37).
        FD NEW-RMA-FILE
           LABEL RECORD IS STANDARD.
           COPY RMACOPY REPLACING ==RMA-GRP== BY ==NEW-RMA-REC==.
        01 NEW-RMA-VIEW.
           05 NRM-NO            PIC X(6).
           05 NRM-SALE-NO.
              10 NRM-SALE-HEAD  PIC X(3).
              10 NRM-SALE-TAIL  PIC X(5).
           05 NRM-REST          PIC X(37).
        FD OLD-SOLN-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SOLN-REC.
           05 OSO-KEY           PIC X(9).
           05 OSO-FRONT         PIC X(27).
           05 OSO-SALE-NO       PIC X(3).
           05 OSO-REST          PIC X(15).
        FD NEW-SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==NEW-SOLN-REC==.
        01 NEW-SOLN-VIEW.
           05 NSO-KEY           PIC X(9).
           05 NSO-FRONT         PIC X(27).
           05 NSO-SALE-NO.
              10 NSO-SALE-HEAD  PIC X(3).
              10 NSO-SALE-TAIL  PIC X(5).
           05 NSO-REST          PIC X(15).
        FD OLD-SERL-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SERL-REC.
           05 OSE-KEY           PIC X(28).
           05 OSE-FRONT         PIC X(22).
           05 OSE-SALE-NO       PIC X(3).
           05 OSE-REST          PIC X(37).
        FD NEW-SERL-FILE
           LABEL RECORD IS STANDARD.
           COPY SERLCOPY REPLACING ==SERL-GRP== BY ==NEW-SERL-REC==.
        01 NEW-SERL-VIEW.
           05 NSE-KEY           PIC X(28).
           05 NSE-FRONT         PIC X(22).
           05 NSE-SALE-NO.
              10 NSE-SALE-HEAD  PIC X(3).
              10 NSE-SALE-TAIL  PIC X(5).
           05 NSE-REST          PIC X(37).
        FD OLD-SERH-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SERH-REC.
           05 OSV-KEY           PIC X(31).
           05 OSV-FRONT         PIC X(15).
           05 OSV-SALE-NO       PIC X(3).
           05 OSV-REST          PIC X(15).
        FD NEW-SERH-FILE
           LABEL RECORD IS STANDARD.
           COPY SERHCOPY REPLACING ==SERH-GRP== BY ==NEW-SERH-REC==.
        01 NEW-SERH-VIEW.
           05 NSV-KEY           PIC X(31).
           05 NSV-FRONT         PIC X(15).
           05 NSV-SALE-NO.
              10 NSV-SALE-HEAD  PIC X(3).
              10 NSV-SALE-TAIL  PIC X(5).
           05 NSV-REST          PIC X(15).
        FD OLD-SALE-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-SALE-REC.
           05 OSA-DATE          PIC X(8).
           05 OSA-SALE-NO       PIC X(3).
           05 OSA-MID           PIC X(28).
           05 OSA-RET-NO        PIC X(3).
           05 OSA-TAIL          PIC X(19).
        FD NEW-SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==NEW-SALE-REC==.
        01 NEW-SALE-VIEW.
           05 NSA-DATE          PIC X(8).
           05 NSA-SALE-NO.
              10 NSA-SALE-HEAD  PIC X(3).
              10 NSA-SALE-TAIL  PIC X(5).
           05 NSA-MID           PIC X(28).
           05 NSA-RET-NO.
              10 NSA-RET-HEAD   PIC X(3).
              10 NSA-RET-TAIL   PIC X(5).
           05 NSA-TAIL          PIC X(19).
        FD OLD-STKL-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-STKL-REC.
           05 OSK-FRONT         PIC X(33).
           05 OSK-REF-NO        PIC X(6).
           05 OSK-REST          PIC X(29).
        FD NEW-STKL-FILE
           LABEL RECORD IS STANDARD.
           COPY STKLCOPY REPLACING ==STKL-GRP== BY ==NEW-STKL-REC==.
        01 NEW-STKL-VIEW.
           05 NSK-FRONT         PIC X(33).
           05 NSK-REF-NO.
              10 NSK-REF-HEAD   PIC X(6).
              10 NSK-REF-TAIL   PIC X(2).
           05 NSK-REST          PIC X(29).
        FD OLD-LOST-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-LOST-REC.
           05 OLS-FRONT         PIC X(43).
           05 OLS-REF-NO        PIC X(6).
        FD NEW-LOST-FILE
           LABEL RECORD IS STANDARD.
           COPY LOSTCOPY REPLACING ==LOST-GRP== BY ==NEW-LOST-REC==.
        01 NEW-LOST-VIEW.
           05 NLS-FRONT         PIC X(43).
           05 NLS-REF-NO.
              10 NLS-REF-HEAD   PIC X(6).
              10 NLS-REF-TAIL   PIC X(2).
        FD OLD-NGEX-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-NGEX-REC.
           05 ONX-FRONT         PIC X(44).
           05 ONX-REF-NO        PIC X(6).
           05 ONX-REST          PIC X(23).
        FD NEW-NGEX-FILE
           LABEL RECORD IS STANDARD.
           COPY NGEXCOPY REPLACING ==NGEX-GRP== BY ==NEW-NGEX-REC==.
        01 NEW-NGEX-VIEW.
           05 NNX-FRONT         PIC X(44).
           05 NNX-REF-NO.
              10 NNX-REF-HEAD   PIC X(6).
              10 NNX-REF-TAIL   PIC X(2).
           05 NNX-REST          PIC X(23).
        FD OLD-LOTU-FILE
           LABEL RECORD IS STANDARD.
        01 OLD-LOTU-REC.
           05 OLU-FRONT         PIC X(23).
           05 OLU-SALE-NO       PIC X(3).
           05 OLU-REST          PIC X(17).
        FD NEW-LOTU-FILE
           LABEL RECORD IS STANDARD.
           COPY LOTUCOPY REPLACING ==LOTU-GRP== BY ==NEW-LOTU-REC==.
        01 NEW-LOTU-VIEW.
           05 NLU-FRONT         PIC X(23).
           05 NLU-SALE-NO.
              10 NLU-SALE-HEAD  PIC X(3).
              10 NLU-SALE-TAIL  PIC X(5).
           05 NLU-REST          PIC X(17).
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC             PIC X(140).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 OLD-SREG-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SREG-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-INV-FILE-NAME      PIC X(30) VALUE SPACES.
        77 NEW-INV-FILE-NAME      PIC X(30) VALUE SPACES.
        77 OLD-PKCF-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-PKCF-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SHIP-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SHIP-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-BORD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-BORD-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-RMA-FILE-NAME      PIC X(30) VALUE SPACES.
        77 NEW-RMA-FILE-NAME      PIC X(30) VALUE SPACES.
        77 OLD-SOLN-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SOLN-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SERL-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SERL-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SERH-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SERH-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-SALE-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-SALE-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-STKL-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-STKL-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-LOST-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-LOST-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-NGEX-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-NGEX-FILE-NAME     PIC X(30) VALUE SPACES.
        77 OLD-LOTU-FILE-NAME     PIC X(30) VALUE SPACES.
        77 NEW-LOTU-FILE-NAME     PIC X(30) VALUE SPACES.
        77 SALE-IN-FILE-NAME      PIC X(30) VALUE SPACES.
        77 SALE-EDT-FILE-NAME     PIC X(30) VALUE SPACES.
        77 SALE-EXC-FILE-NAME     PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        01 CHOICE       PIC X.
        01 SURE         PIC X.
        77 OLD-FS       PIC XX.
        77 NEW-FS       PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 OLD-EOF      PIC X  VALUE "N".
        77 NEW-EOF      PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 OLD-MISSING  PIC X  VALUE "N".
        77 CONV-FILE    PIC X(30) VALUE SPACES.
        77 UNLOAD-CNT   PIC 9(7) VALUE 0.
        77 RELOAD-CNT   PIC 9(7) VALUE 0.
        77 VERIFY-CNT   PIC 9(7) VALUE 0.
        77 REKEY-CNT    PIC 9(7) VALUE 0.
        77 OLD-HASH     PIC 9(11) VALUE 0.
        77 NEW-HASH     PIC 9(11) VALUE 0.
        77 HASH-NUM     PIC 9(6) VALUE 0.
        77 T-FILE-CNT   PIC 9(3) VALUE 0.
        77 T-UNBAL-CNT  PIC 9(3) VALUE 0.
        77 ARCH-DATE    PIC 9(8) VALUE 0.
        77 ARCH-BATCH   PIC 9(6) VALUE 0.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-MM             PIC 99.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-DD             PIC 99.
           05 FILLER            PIC X(8)  VALUE "  PAGE: ".
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(21) VALUE SPACES.
           05 FILLER            PIC X(37)
              VALUE "SALE NUMBER CONVERSION CONTROL TOTALS".
        01 HEADING2.
           05 FILLER            PIC X(21) VALUE SPACES.
           05 FILLER            PIC X(39)
              VALUE "OLD NUMBERS KEPT LEFT-JUSTIFIED IN X(8)".
        01 CTL-LINE1.
           05 CL-FILE           PIC X(28).
           05 FILLER            PIC X(6)  VALUE " READ ".
           05 CL-READ-CNT       PIC Z(6)9.
           05 FILLER            PIC X(9)  VALUE " WRITTEN ".
           05 CL-WRITE-CNT      PIC Z(6)9.
           05 FILLER            PIC X(9)  VALUE " RE-READ ".
           05 CL-VERIFY-CNT     PIC Z(6)9.
        01 CTL-LINE2.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "OLD HASH ".
           05 CL-OLD-HASH       PIC Z(10)9.
           05 FILLER            PIC X(11) VALUE "  NEW HASH ".
           05 CL-NEW-HASH       PIC Z(10)9.
           05 FILLER            PIC X(11) VALUE "  RE-KEYED ".
           05 CL-REKEY-CNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-RESULT         PIC X(7).
        01 TOTAL-LINE.
           05 FILLER      PIC X(18) VALUE "FILES CONVERTED : ".
           05 TL-FILE-CNT PIC ZZ9.
           05 FILLER      PIC X(19) VALUE "  OUT OF BALANCE : ".
           05 TL-UNBAL-CNT PIC ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        OLD-SREG-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SREG-FILE.
        OLD-SREG-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SREG-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SREG-FILE.
        NEW-SREG-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SALES.REG, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-INV-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-INV-FILE.
        OLD-INV-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-INV-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-INV-FILE.
        NEW-INV-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING INVOICE.REG, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-PKCF-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-PKCF-FILE.
        OLD-PKCF-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-PKCF-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-PKCF-FILE.
        NEW-PKCF-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING PICKCONF.DAT, STATUS = "
                      NEW-FS
              STOP RUN.
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
        OLD-BORD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-BORD-FILE.
        OLD-BORD-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-BORD-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-BORD-FILE.
        NEW-BORD-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING BACKORD.DAT, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-RMA-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-RMA-FILE.
        OLD-RMA-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-RMA-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-RMA-FILE.
        NEW-RMA-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING RMA.DAT, STATUS = "
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
        OLD-SERL-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SERL-FILE.
        OLD-SERL-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SERL-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SERL-FILE.
        NEW-SERL-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SERIAL.DAT, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-SERH-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SERH-FILE.
        OLD-SERH-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SERH-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SERH-FILE.
        NEW-SERH-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SERIAL.HST, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-SALE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-SALE-FILE.
        OLD-SALE-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-SALE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-SALE-FILE.
        NEW-SALE-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING SAMPLE91, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-STKL-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-STKL-FILE.
        OLD-STKL-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-STKL-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-STKL-FILE.
        NEW-STKL-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING STOCK.LED, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-LOST-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-LOST-FILE.
        OLD-LOST-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-LOST-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-LOST-FILE.
        NEW-LOST-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING LOSTSALE.DAT, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-NGEX-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-NGEX-FILE.
        OLD-NGEX-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-NGEX-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-NGEX-FILE.
        NEW-NGEX-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING NEGSTK.LOG, STATUS = "
                      NEW-FS
              STOP RUN.
        OLD-LOTU-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OLD-LOTU-FILE.
        OLD-LOTU-PROCESS.
           IF OLD-FS NOT = "00"
              MOVE "Y" TO OLD-MISSING.
        NEW-LOTU-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NEW-LOTU-FILE.
        NEW-LOTU-PROCESS.
           IF NEW-FS NOT = "00"
              DISPLAY "ERROR REBUILDING LOT.USE, STATUS = "
                      NEW-FS
              STOP RUN.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-FILE-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = "
                      WORK-FS
              STOP RUN.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-FILE-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "銷售單號加寬(一次性)" LINE 3 POSITION 10.
            DISPLAY "1.SALES.REG    2.INVOICE.REG  3.PICKCONF.DAT"
                    LINE 4 POSITION 10.
            DISPLAY "4.SHIPMENT.DAT 5.BACKORD.DAT  6.RMA.DAT"
                    LINE 5 POSITION 10.
            DISPLAY "7.SORDER.LIN   8.SERIAL.DAT   9.SERIAL.HST"
                    LINE 6 POSITION 10.
            DISPLAY "A.SAMPLE91.IN  B.SAMPLE91.EDT C.SAMPLE91.EXC"
                    LINE 7 POSITION 10.
            DISPLAY "D.STOCK.LED    E.LOSTSALE.DAT F.NEGSTK.LOG"
                    LINE 8 POSITION 10.
            DISPLAY "G.LOT.USE      H.過帳轉存批次 0.全部(A-G)"
                    LINE 9 POSITION 10.
            DISPLAY "FILE (0-9,A-H) :" LINE 10 POSITION 10.
            ACCEPT CHOICE LINE 10 POSITION 28.
            DISPLAY "本作業僅可對舊格式檔執行一次"
                    LINE 10 POSITION 32.
            DISPLAY "確定 ?(Y/N):" LINE 11 POSITION 10.
            ACCEPT SURE LINE 11 POSITION 25.
            IF SURE NOT = "Y"
               DISPLAY "CONVERSION CANCELLED" LINE 11 POSITION 10
            ELSE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT OUT-FILE
               PERFORM 200-WRITE-HEADING
               PERFORM 090-CHOICE-RTN
               PERFORM 240-WRITE-RUN-TOTAL-RTN
               CLOSE OUT-FILE
               DISPLAY "CONTROL TOTALS WRITTEN TO SALECONV.OUT"
                       LINE 17 POSITION 10
               IF T-UNBAL-CNT NOT = ZERO
                  DISPLAY "*** OUT OF BALANCE - SEE SALECONV.OUT ***"
                          LINE 18 POSITION 10
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.
        090-CHOICE-RTN.
            IF CHOICE = "0"
               PERFORM 060-CONVERT-ALL-RTN
            ELSE IF CHOICE = "1"
                    PERFORM 100-CONVERT-SREG-RTN
                 ELSE IF CHOICE = "2"
                         PERFORM 150-CONVERT-INV-RTN
                      ELSE IF CHOICE = "3"
                              PERFORM 250-CONVERT-PKCF-RTN
                           ELSE IF CHOICE = "4"
                                   PERFORM 300-CONVERT-SHIP-RTN
                                ELSE IF CHOICE = "5"
                                   PERFORM 350-CONVERT-BORD-RTN
                                ELSE IF CHOICE = "6"
                                   PERFORM 400-CONVERT-RMA-RTN
                                ELSE IF CHOICE = "7"
                                   PERFORM 450-CONVERT-SOLN-RTN
                                ELSE IF CHOICE = "8"
                                   PERFORM 500-CONVERT-SERL-RTN
                                ELSE IF CHOICE = "9"
                                   PERFORM 550-CONVERT-SERH-RTN
                                ELSE IF CHOICE = "A"
                                   PERFORM 070-SALE-IN-RTN
                                ELSE IF CHOICE = "B"
                                   PERFORM 072-SALE-EDT-RTN
                                ELSE IF CHOICE = "C"
                                   PERFORM 074-SALE-EXC-RTN
                                ELSE IF CHOICE = "D"
                                   PERFORM 650-CONVERT-STKL-RTN
                                ELSE IF CHOICE = "E"
                                   PERFORM 700-CONVERT-LOST-RTN
                                ELSE IF CHOICE = "F"
                                   PERFORM 750-CONVERT-NGEX-RTN
                                ELSE IF CHOICE = "G"
                                   PERFORM 800-CONVERT-LOTU-RTN
                                ELSE IF CHOICE = "H"
                                   PERFORM 076-SALE-ARCH-RTN
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
            END-IF.
      * 全部:依序轉換各檔(過帳轉存批次檔須另以 H 逐批指定)，
      * 無檔者於總表列 NO FILE 後續轉下一檔
        060-CONVERT-ALL-RTN.
            PERFORM 100-CONVERT-SREG-RTN.
            PERFORM 150-CONVERT-INV-RTN.
            PERFORM 250-CONVERT-PKCF-RTN.
            PERFORM 300-CONVERT-SHIP-RTN.
            PERFORM 350-CONVERT-BORD-RTN.
            PERFORM 400-CONVERT-RMA-RTN.
            PERFORM 450-CONVERT-SOLN-RTN.
            PERFORM 500-CONVERT-SERL-RTN.
            PERFORM 550-CONVERT-SERH-RTN.
            PERFORM 070-SALE-IN-RTN.
            PERFORM 072-SALE-EDT-RTN.
            PERFORM 074-SALE-EXC-RTN.
            PERFORM 650-CONVERT-STKL-RTN.
            PERFORM 700-CONVERT-LOST-RTN.
            PERFORM 750-CONVERT-NGEX-RTN.
            PERFORM 800-CONVERT-LOTU-RTN.
        070-SALE-IN-RTN.
            MOVE "SAMPLE91.IN" TO CONV-FILE.
            MOVE SALE-IN-FILE-NAME TO OLD-SALE-FILE-NAME
                                      NEW-SALE-FILE-NAME.
            PERFORM 600-CONVERT-SALE-RTN.
        072-SALE-EDT-RTN.
            MOVE "SAMPLE91.EDT" TO CONV-FILE.
            MOVE SALE-EDT-FILE-NAME TO OLD-SALE-FILE-NAME
                                       NEW-SALE-FILE-NAME.
            PERFORM 600-CONVERT-SALE-RTN.
        074-SALE-EXC-RTN.
            MOVE "SAMPLE91.EXC" TO CONV-FILE.
            MOVE SALE-EXC-FILE-NAME TO OLD-SALE-FILE-NAME
                                       NEW-SALE-FILE-NAME.
            PERFORM 600-CONVERT-SALE-RTN.
      * 過帳轉存批次檔:檔名同 SalePost 轉存之日期+批次號，供
      * 對帳作業重讀
        076-SALE-ARCH-RTN.
            DISPLAY "批次日期:" LINE 12 POSITION 10.
            ACCEPT ARCH-DATE LINE 12 POSITION 20.
            DISPLAY "批次號:" LINE 12 POSITION 32.
            ACCEPT ARCH-BATCH LINE 12 POSITION 40.
            MOVE SPACES TO CONV-FILE.
            STRING "SAMPLE91." ARCH-DATE "." ARCH-BATCH ".IN"
                   DELIMITED BY SIZE INTO CONV-FILE.
            MOVE CONV-FILE TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SALE-FILE-NAME NEW-SALE-FILE-NAME.
            PERFORM 600-CONVERT-SALE-RTN.
      * SALES.REG:銷售單號加寬為八碼，舊號原值靠左保留;重建時
      * 一併帶入替代鍵所需之產品與日期重複欄位
        100-CONVERT-SREG-RTN.
            MOVE "SALES.REG" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-SREG-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SALES.REG NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 102-READ-OLD-SREG-RTN
               PERFORM 104-UNLOAD-SREG-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SREG-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SREG-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 106-RELOAD-SREG-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SREG-FILE
               OPEN INPUT WORK-FILE NEW-SREG-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 107-READ-NEW-SREG-RTN
               PERFORM 108-VERIFY-SREG-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-SREG-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        102-READ-OLD-SREG-RTN.
            READ OLD-SREG-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        104-UNLOAD-SREG-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSR-SALE-NO IS NUMERIC
               MOVE OSR-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SREG-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 102-READ-OLD-SREG-RTN.
        106-RELOAD-SREG-RTN.
            MOVE WORK-REC TO OLD-SREG-REC.
            MOVE SPACES TO NEW-SREG-VIEW.
            MOVE OSR-SALE-NO TO NSR-SALE-NO.
            MOVE OSR-REST    TO NSR-REST.
            MOVE SR-PRO-NO OF NEW-SREG-REC
                 TO SR-PK-PRO-NO OF NEW-SREG-REC.
            MOVE SR-DATE OF NEW-SREG-REC TO SR-PK-DATE OF NEW-SREG-REC.
            WRITE NEW-SREG-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        107-READ-NEW-SREG-RTN.
            READ NEW-SREG-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
      * 卸載檔與新檔逐筆對照，任一側先讀完者其餘筆數反映於
      * 複讀筆數之差
        108-VERIFY-SREG-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 107-READ-NEW-SREG-RTN
               ELSE
                  PERFORM 109-COMPARE-SREG-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 107-READ-NEW-SREG-RTN
               END-IF
            END-IF.
        109-COMPARE-SREG-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-SREG-REC.
            IF NSR-SALE-HEAD IS NUMERIC
               MOVE NSR-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSR-SALE-HEAD NOT = OSR-SALE-NO
               OR NSR-SALE-TAIL NOT = SPACES
               OR NSR-REST NOT = OSR-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * INVOICE.REG:銷售單號加寬為八碼，舊號原值靠左保留
        150-CONVERT-INV-RTN.
            MOVE "INVOICE.REG" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-INV-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "INVOICE.REG NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 152-READ-OLD-INV-RTN
               PERFORM 154-UNLOAD-INV-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-INV-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-INV-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 156-RELOAD-INV-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-INV-FILE
               OPEN INPUT WORK-FILE NEW-INV-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 157-READ-NEW-INV-RTN
               PERFORM 158-VERIFY-INV-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-INV-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        152-READ-OLD-INV-RTN.
            READ OLD-INV-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        154-UNLOAD-INV-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OIV-SALE-NO IS NUMERIC
               MOVE OIV-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-INV-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 152-READ-OLD-INV-RTN.
        156-RELOAD-INV-RTN.
            MOVE WORK-REC TO OLD-INV-REC.
            MOVE SPACES TO NEW-INV-VIEW.
            MOVE OIV-NO      TO NIV-NO.
            MOVE OIV-CUS-NO  TO NIV-CUS-NO.
            MOVE OIV-SALE-NO TO NIV-SALE-NO.
            MOVE OIV-REST    TO NIV-REST.
            WRITE NEW-INV-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        157-READ-NEW-INV-RTN.
            READ NEW-INV-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        158-VERIFY-INV-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 157-READ-NEW-INV-RTN
               ELSE
                  PERFORM 159-COMPARE-INV-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 157-READ-NEW-INV-RTN
               END-IF
            END-IF.
        159-COMPARE-INV-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-INV-REC.
            IF NIV-SALE-HEAD IS NUMERIC
               MOVE NIV-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NIV-NO NOT = OIV-NO
               OR NIV-CUS-NO NOT = OIV-CUS-NO
               OR NIV-SALE-HEAD NOT = OIV-SALE-NO
               OR NIV-SALE-TAIL NOT = SPACES
               OR NIV-REST NOT = OIV-REST
               ADD 1 TO REKEY-CNT
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 1 LINE.
      * 讀入、重建、複讀三數相符、新舊單號合計相等且無改號者
      * 為平衡;舊檔不存在者列 NO FILE
        220-WRITE-FILE-TOTAL-RTN.
            MOVE CONV-FILE  TO CL-FILE.
            MOVE UNLOAD-CNT TO CL-READ-CNT.
            MOVE RELOAD-CNT TO CL-WRITE-CNT.
            MOVE VERIFY-CNT TO CL-VERIFY-CNT.
            MOVE OLD-HASH   TO CL-OLD-HASH.
            MOVE NEW-HASH   TO CL-NEW-HASH.
            MOVE REKEY-CNT  TO CL-REKEY-CNT.
            IF OLD-MISSING = "Y"
               MOVE "NO FILE" TO CL-RESULT
            ELSE
               ADD 1 TO T-FILE-CNT
               IF RELOAD-CNT = UNLOAD-CNT
                  AND VERIFY-CNT = UNLOAD-CNT
                  AND NEW-HASH = OLD-HASH
                  AND REKEY-CNT = ZERO
                  MOVE "OK" TO CL-RESULT
               ELSE
                  MOVE "OUT-BAL" TO CL-RESULT
                  ADD 1 TO T-UNBAL-CNT
               END-IF
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM CTL-LINE1 AFTER 2 LINES.
            WRITE OUT-REC FROM CTL-LINE2 AFTER 1 LINE.
            ADD 1 TO LINE-CTR.
        240-WRITE-RUN-TOTAL-RTN.
            MOVE T-FILE-CNT  TO TL-FILE-CNT.
            MOVE T-UNBAL-CNT TO TL-UNBAL-CNT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 3 LINES.
      * PICKCONF.DAT:銷售單號加寬為八碼，舊號原值靠左保留
        250-CONVERT-PKCF-RTN.
            MOVE "PICKCONF.DAT" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-PKCF-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "PICKCONF.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 252-READ-OLD-PKCF-RTN
               PERFORM 254-UNLOAD-PKCF-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-PKCF-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-PKCF-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 256-RELOAD-PKCF-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-PKCF-FILE
               OPEN INPUT WORK-FILE NEW-PKCF-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 257-READ-NEW-PKCF-RTN
               PERFORM 258-VERIFY-PKCF-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-PKCF-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        252-READ-OLD-PKCF-RTN.
            READ OLD-PKCF-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        254-UNLOAD-PKCF-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OPC-SALE-NO IS NUMERIC
               MOVE OPC-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-PKCF-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 252-READ-OLD-PKCF-RTN.
        256-RELOAD-PKCF-RTN.
            MOVE WORK-REC TO OLD-PKCF-REC.
            MOVE SPACES TO NEW-PKCF-VIEW.
            MOVE OPC-SALE-NO TO NPC-SALE-NO.
            MOVE OPC-REST    TO NPC-REST.
            WRITE NEW-PKCF-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        257-READ-NEW-PKCF-RTN.
            READ NEW-PKCF-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        258-VERIFY-PKCF-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 257-READ-NEW-PKCF-RTN
               ELSE
                  PERFORM 259-COMPARE-PKCF-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 257-READ-NEW-PKCF-RTN
               END-IF
            END-IF.
        259-COMPARE-PKCF-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-PKCF-REC.
            IF NPC-SALE-HEAD IS NUMERIC
               MOVE NPC-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NPC-SALE-HEAD NOT = OPC-SALE-NO
               OR NPC-SALE-TAIL NOT = SPACES
               OR NPC-REST NOT = OPC-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * SHIPMENT.DAT:銷售單號及出貨銷售行內之銷售/原銷售單號加寬為八碼，舊號原值靠左保留
        300-CONVERT-SHIP-RTN.
            MOVE "SHIPMENT.DAT" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-SHIP-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SHIPMENT.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 302-READ-OLD-SHIP-RTN
               PERFORM 304-UNLOAD-SHIP-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SHIP-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SHIP-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 306-RELOAD-SHIP-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SHIP-FILE
               OPEN INPUT WORK-FILE NEW-SHIP-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 307-READ-NEW-SHIP-RTN
               PERFORM 308-VERIFY-SHIP-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-SHIP-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        302-READ-OLD-SHIP-RTN.
            READ OLD-SHIP-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        304-UNLOAD-SHIP-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSH-SALE-NO IS NUMERIC
               MOVE OSH-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SHIP-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 302-READ-OLD-SHIP-RTN.
        306-RELOAD-SHIP-RTN.
            MOVE WORK-REC TO OLD-SHIP-REC.
            MOVE SPACES TO NEW-SHIP-VIEW.
            MOVE OSH-SALE-NO    TO NSH-SALE-NO.
            MOVE OSH-MID        TO NSH-MID.
            MOVE OSH-LN-DATE    TO NSH-LN-DATE.
            MOVE OSH-LN-SALE-NO TO NSH-LN-SALE-NO.
            MOVE OSH-LN-MID     TO NSH-LN-MID.
            MOVE OSH-LN-RET-NO  TO NSH-LN-RET-NO.
            MOVE OSH-LN-TAIL    TO NSH-LN-TAIL.
            WRITE NEW-SHIP-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        307-READ-NEW-SHIP-RTN.
            READ NEW-SHIP-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        308-VERIFY-SHIP-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 307-READ-NEW-SHIP-RTN
               ELSE
                  PERFORM 309-COMPARE-SHIP-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 307-READ-NEW-SHIP-RTN
               END-IF
            END-IF.
        309-COMPARE-SHIP-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-SHIP-REC.
            IF NSH-SALE-HEAD IS NUMERIC
               MOVE NSH-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSH-SALE-HEAD NOT = OSH-SALE-NO
               OR NSH-SALE-TAIL NOT = SPACES
               OR NSH-MID NOT = OSH-MID
               OR NSH-LN-DATE NOT = OSH-LN-DATE
               OR NSH-LN-SALE-HEAD NOT = OSH-LN-SALE-NO
               OR NSH-LN-SALE-TAIL NOT = SPACES
               OR NSH-LN-MID NOT = OSH-LN-MID
               OR NSH-LN-RET-HEAD NOT = OSH-LN-RET-NO
               OR NSH-LN-RET-TAIL NOT = SPACES
               OR NSH-LN-TAIL NOT = OSH-LN-TAIL
               ADD 1 TO REKEY-CNT
            END-IF.
      * BACKORD.DAT:鍵值內之銷售單號加寬為八碼，舊號原值靠左保留
        350-CONVERT-BORD-RTN.
            MOVE "BACKORD.DAT" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-BORD-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "BACKORD.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 352-READ-OLD-BORD-RTN
               PERFORM 354-UNLOAD-BORD-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-BORD-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-BORD-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 356-RELOAD-BORD-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-BORD-FILE
               OPEN INPUT WORK-FILE NEW-BORD-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 357-READ-NEW-BORD-RTN
               PERFORM 358-VERIFY-BORD-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-BORD-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        352-READ-OLD-BORD-RTN.
            READ OLD-BORD-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        354-UNLOAD-BORD-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OBO-SALE-NO IS NUMERIC
               MOVE OBO-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-BORD-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 352-READ-OLD-BORD-RTN.
        356-RELOAD-BORD-RTN.
            MOVE WORK-REC TO OLD-BORD-REC.
            MOVE SPACES TO NEW-BORD-VIEW.
            MOVE OBO-FRONT   TO NBO-FRONT.
            MOVE OBO-SALE-NO TO NBO-SALE-NO.
            MOVE OBO-REST    TO NBO-REST.
            WRITE NEW-BORD-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        357-READ-NEW-BORD-RTN.
            READ NEW-BORD-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        358-VERIFY-BORD-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 357-READ-NEW-BORD-RTN
               ELSE
                  PERFORM 359-COMPARE-BORD-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 357-READ-NEW-BORD-RTN
               END-IF
            END-IF.
        359-COMPARE-BORD-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-BORD-REC.
            IF NBO-SALE-HEAD IS NUMERIC
               MOVE NBO-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NBO-FRONT NOT = OBO-FRONT
               OR NBO-SALE-HEAD NOT = OBO-SALE-NO
               OR NBO-SALE-TAIL NOT = SPACES
               OR NBO-REST NOT = OBO-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * RMA.DAT:原銷售單號加寬為八碼，舊號原值靠左保留
        400-CONVERT-RMA-RTN.
            MOVE "RMA.DAT" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-RMA-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "RMA.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 402-READ-OLD-RMA-RTN
               PERFORM 404-UNLOAD-RMA-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-RMA-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-RMA-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 406-RELOAD-RMA-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-RMA-FILE
               OPEN INPUT WORK-FILE NEW-RMA-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 407-READ-NEW-RMA-RTN
               PERFORM 408-VERIFY-RMA-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-RMA-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        402-READ-OLD-RMA-RTN.
            READ OLD-RMA-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        404-UNLOAD-RMA-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF ORM-SALE-NO IS NUMERIC
               MOVE ORM-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-RMA-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 402-READ-OLD-RMA-RTN.
        406-RELOAD-RMA-RTN.
            MOVE WORK-REC TO OLD-RMA-REC.
            MOVE SPACES TO NEW-RMA-VIEW.
            MOVE ORM-NO      TO NRM-NO.
            MOVE ORM-SALE-NO TO NRM-SALE-NO.
            MOVE ORM-REST    TO NRM-REST.
            WRITE NEW-RMA-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        407-READ-NEW-RMA-RTN.
            READ NEW-RMA-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        408-VERIFY-RMA-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 407-READ-NEW-RMA-RTN
               ELSE
                  PERFORM 409-COMPARE-RMA-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 407-READ-NEW-RMA-RTN
               END-IF
            END-IF.
        409-COMPARE-RMA-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-RMA-REC.
            IF NRM-SALE-HEAD IS NUMERIC
               MOVE NRM-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NRM-NO NOT = ORM-NO
               OR NRM-SALE-HEAD NOT = ORM-SALE-NO
               OR NRM-SALE-TAIL NOT = SPACES
               OR NRM-REST NOT = ORM-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * SORDER.LIN:放行之銷售單號加寬為八碼，舊號原值靠左保留
        450-CONVERT-SOLN-RTN.
            MOVE "SORDER.LIN" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-SOLN-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SORDER.LIN NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 452-READ-OLD-SOLN-RTN
               PERFORM 454-UNLOAD-SOLN-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SOLN-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SOLN-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 456-RELOAD-SOLN-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SOLN-FILE
               OPEN INPUT WORK-FILE NEW-SOLN-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 457-READ-NEW-SOLN-RTN
               PERFORM 458-VERIFY-SOLN-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-SOLN-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        452-READ-OLD-SOLN-RTN.
            READ OLD-SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        454-UNLOAD-SOLN-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSO-SALE-NO IS NUMERIC
               MOVE OSO-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SOLN-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 452-READ-OLD-SOLN-RTN.
        456-RELOAD-SOLN-RTN.
            MOVE WORK-REC TO OLD-SOLN-REC.
            MOVE SPACES TO NEW-SOLN-VIEW.
            MOVE OSO-KEY     TO NSO-KEY.
            MOVE OSO-FRONT   TO NSO-FRONT.
            MOVE OSO-SALE-NO TO NSO-SALE-NO.
            MOVE OSO-REST    TO NSO-REST.
            WRITE NEW-SOLN-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        457-READ-NEW-SOLN-RTN.
            READ NEW-SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        458-VERIFY-SOLN-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 457-READ-NEW-SOLN-RTN
               ELSE
                  PERFORM 459-COMPARE-SOLN-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 457-READ-NEW-SOLN-RTN
               END-IF
            END-IF.
        459-COMPARE-SOLN-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-SOLN-REC.
            IF NSO-SALE-HEAD IS NUMERIC
               MOVE NSO-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSO-KEY NOT = OSO-KEY
               OR NSO-FRONT NOT = OSO-FRONT
               OR NSO-SALE-HEAD NOT = OSO-SALE-NO
               OR NSO-SALE-TAIL NOT = SPACES
               OR NSO-REST NOT = OSO-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * SERIAL.DAT:售出之銷售單號加寬為八碼，舊號原值靠左保留
        500-CONVERT-SERL-RTN.
            MOVE "SERIAL.DAT" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-SERL-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SERIAL.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 502-READ-OLD-SERL-RTN
               PERFORM 504-UNLOAD-SERL-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SERL-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SERL-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 506-RELOAD-SERL-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SERL-FILE
               OPEN INPUT WORK-FILE NEW-SERL-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 507-READ-NEW-SERL-RTN
               PERFORM 508-VERIFY-SERL-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-SERL-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        502-READ-OLD-SERL-RTN.
            READ OLD-SERL-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        504-UNLOAD-SERL-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSE-SALE-NO IS NUMERIC
               MOVE OSE-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SERL-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 502-READ-OLD-SERL-RTN.
        506-RELOAD-SERL-RTN.
            MOVE WORK-REC TO OLD-SERL-REC.
            MOVE SPACES TO NEW-SERL-VIEW.
            MOVE OSE-KEY     TO NSE-KEY.
            MOVE OSE-FRONT   TO NSE-FRONT.
            MOVE OSE-SALE-NO TO NSE-SALE-NO.
            MOVE OSE-REST    TO NSE-REST.
            WRITE NEW-SERL-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        507-READ-NEW-SERL-RTN.
            READ NEW-SERL-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        508-VERIFY-SERL-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 507-READ-NEW-SERL-RTN
               ELSE
                  PERFORM 509-COMPARE-SERL-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 507-READ-NEW-SERL-RTN
               END-IF
            END-IF.
        509-COMPARE-SERL-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-SERL-REC.
            IF NSE-SALE-HEAD IS NUMERIC
               MOVE NSE-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSE-KEY NOT = OSE-KEY
               OR NSE-FRONT NOT = OSE-FRONT
               OR NSE-SALE-HEAD NOT = OSE-SALE-NO
               OR NSE-SALE-TAIL NOT = SPACES
               OR NSE-REST NOT = OSE-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * SERIAL.HST:銷售單號加寬為八碼，舊號原值靠左保留
        550-CONVERT-SERH-RTN.
            MOVE "SERIAL.HST" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-SERH-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "SERIAL.HST NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 552-READ-OLD-SERH-RTN
               PERFORM 554-UNLOAD-SERH-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SERH-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SERH-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 556-RELOAD-SERH-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SERH-FILE
               OPEN INPUT WORK-FILE NEW-SERH-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 557-READ-NEW-SERH-RTN
               PERFORM 558-VERIFY-SERH-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-SERH-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        552-READ-OLD-SERH-RTN.
            READ OLD-SERH-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-EOF
            END-READ.
        554-UNLOAD-SERH-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSV-SALE-NO IS NUMERIC
               MOVE OSV-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SERH-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 552-READ-OLD-SERH-RTN.
        556-RELOAD-SERH-RTN.
            MOVE WORK-REC TO OLD-SERH-REC.
            MOVE SPACES TO NEW-SERH-VIEW.
            MOVE OSV-KEY     TO NSV-KEY.
            MOVE OSV-FRONT   TO NSV-FRONT.
            MOVE OSV-SALE-NO TO NSV-SALE-NO.
            MOVE OSV-REST    TO NSV-REST.
            WRITE NEW-SERH-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        557-READ-NEW-SERH-RTN.
            READ NEW-SERH-FILE NEXT RECORD
               AT END MOVE "Y" TO NEW-EOF
            END-READ.
        558-VERIFY-SERH-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 557-READ-NEW-SERH-RTN
               ELSE
                  PERFORM 559-COMPARE-SERH-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 557-READ-NEW-SERH-RTN
               END-IF
            END-IF.
        559-COMPARE-SERH-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-SERH-REC.
            IF NSV-SALE-HEAD IS NUMERIC
               MOVE NSV-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSV-KEY NOT = OSV-KEY
               OR NSV-FRONT NOT = OSV-FRONT
               OR NSV-SALE-HEAD NOT = OSV-SALE-NO
               OR NSV-SALE-TAIL NOT = SPACES
               OR NSV-REST NOT = OSV-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * 銷售交易檔:銷售單號與原銷售單號加寬為八碼，舊號原值靠左
      * 保留;SAMPLE91.IN/.EDT/.EXC 與轉存批次檔共用，檔名
      * 由呼叫段落設定
        600-CONVERT-SALE-RTN.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-SALE-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY CONV-FILE
                       LINE 12 POSITION 10
               DISPLAY "NOT FOUND - NOTHING TO CONVERT"
                       LINE 13 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 602-READ-OLD-SALE-RTN
               PERFORM 604-UNLOAD-SALE-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-SALE-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-SALE-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 606-RELOAD-SALE-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-SALE-FILE
               OPEN INPUT WORK-FILE NEW-SALE-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 607-READ-NEW-SALE-RTN
               PERFORM 608-VERIFY-SALE-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-SALE-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        602-READ-OLD-SALE-RTN.
            READ OLD-SALE-FILE AT END MOVE "Y" TO OLD-EOF.
        604-UNLOAD-SALE-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSA-SALE-NO IS NUMERIC
               MOVE OSA-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-SALE-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 602-READ-OLD-SALE-RTN.
        606-RELOAD-SALE-RTN.
            MOVE WORK-REC TO OLD-SALE-REC.
            MOVE SPACES TO NEW-SALE-VIEW.
            MOVE OSA-DATE    TO NSA-DATE.
            MOVE OSA-SALE-NO TO NSA-SALE-NO.
            MOVE OSA-MID     TO NSA-MID.
            MOVE OSA-RET-NO  TO NSA-RET-NO.
            MOVE OSA-TAIL    TO NSA-TAIL.
            WRITE NEW-SALE-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        607-READ-NEW-SALE-RTN.
            READ NEW-SALE-FILE AT END MOVE "Y" TO NEW-EOF.
        608-VERIFY-SALE-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 607-READ-NEW-SALE-RTN
               ELSE
                  PERFORM 609-COMPARE-SALE-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 607-READ-NEW-SALE-RTN
               END-IF
            END-IF.
        609-COMPARE-SALE-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-SALE-REC.
            IF NSA-SALE-HEAD IS NUMERIC
               MOVE NSA-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSA-DATE NOT = OSA-DATE
               OR NSA-SALE-HEAD NOT = OSA-SALE-NO
               OR NSA-SALE-TAIL NOT = SPACES
               OR NSA-MID NOT = OSA-MID
               OR NSA-RET-HEAD NOT = OSA-RET-NO
               OR NSA-RET-TAIL NOT = SPACES
               OR NSA-TAIL NOT = OSA-TAIL
               ADD 1 TO REKEY-CNT
            END-IF.
      * STOCK.LED:參考單號加寬為八碼，舊號原值靠左保留
        650-CONVERT-STKL-RTN.
            MOVE "STOCK.LED" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-STKL-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "STOCK.LED NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 652-READ-OLD-STKL-RTN
               PERFORM 654-UNLOAD-STKL-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-STKL-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-STKL-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 656-RELOAD-STKL-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-STKL-FILE
               OPEN INPUT WORK-FILE NEW-STKL-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 657-READ-NEW-STKL-RTN
               PERFORM 658-VERIFY-STKL-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-STKL-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        652-READ-OLD-STKL-RTN.
            READ OLD-STKL-FILE AT END MOVE "Y" TO OLD-EOF.
        654-UNLOAD-STKL-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OSK-REF-NO IS NUMERIC
               MOVE OSK-REF-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-STKL-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 652-READ-OLD-STKL-RTN.
        656-RELOAD-STKL-RTN.
            MOVE WORK-REC TO OLD-STKL-REC.
            MOVE SPACES TO NEW-STKL-VIEW.
            MOVE OSK-FRONT  TO NSK-FRONT.
            MOVE OSK-REF-NO TO NSK-REF-NO.
            MOVE OSK-REST   TO NSK-REST.
            WRITE NEW-STKL-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        657-READ-NEW-STKL-RTN.
            READ NEW-STKL-FILE AT END MOVE "Y" TO NEW-EOF.
        658-VERIFY-STKL-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 657-READ-NEW-STKL-RTN
               ELSE
                  PERFORM 659-COMPARE-STKL-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 657-READ-NEW-STKL-RTN
               END-IF
            END-IF.
        659-COMPARE-STKL-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-STKL-REC.
            IF NSK-REF-HEAD IS NUMERIC
               MOVE NSK-REF-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NSK-FRONT NOT = OSK-FRONT
               OR NSK-REF-HEAD NOT = OSK-REF-NO
               OR NSK-REF-TAIL NOT = SPACES
               OR NSK-REST NOT = OSK-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * LOSTSALE.DAT:參考單號加寬為八碼，舊號原值靠左保留
        700-CONVERT-LOST-RTN.
            MOVE "LOSTSALE.DAT" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-LOST-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "LOSTSALE.DAT NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 702-READ-OLD-LOST-RTN
               PERFORM 704-UNLOAD-LOST-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-LOST-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-LOST-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 706-RELOAD-LOST-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-LOST-FILE
               OPEN INPUT WORK-FILE NEW-LOST-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 707-READ-NEW-LOST-RTN
               PERFORM 708-VERIFY-LOST-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-LOST-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        702-READ-OLD-LOST-RTN.
            READ OLD-LOST-FILE AT END MOVE "Y" TO OLD-EOF.
        704-UNLOAD-LOST-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OLS-REF-NO IS NUMERIC
               MOVE OLS-REF-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-LOST-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 702-READ-OLD-LOST-RTN.
        706-RELOAD-LOST-RTN.
            MOVE WORK-REC TO OLD-LOST-REC.
            MOVE SPACES TO NEW-LOST-VIEW.
            MOVE OLS-FRONT  TO NLS-FRONT.
            MOVE OLS-REF-NO TO NLS-REF-NO.
            WRITE NEW-LOST-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        707-READ-NEW-LOST-RTN.
            READ NEW-LOST-FILE AT END MOVE "Y" TO NEW-EOF.
        708-VERIFY-LOST-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 707-READ-NEW-LOST-RTN
               ELSE
                  PERFORM 709-COMPARE-LOST-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 707-READ-NEW-LOST-RTN
               END-IF
            END-IF.
        709-COMPARE-LOST-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-LOST-REC.
            IF NLS-REF-HEAD IS NUMERIC
               MOVE NLS-REF-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NLS-FRONT NOT = OLS-FRONT
               OR NLS-REF-HEAD NOT = OLS-REF-NO
               OR NLS-REF-TAIL NOT = SPACES
               ADD 1 TO REKEY-CNT
            END-IF.
      * NEGSTK.LOG:參考單號加寬為八碼，舊號原值靠左保留
        750-CONVERT-NGEX-RTN.
            MOVE "NEGSTK.LOG" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-NGEX-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "NEGSTK.LOG NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 752-READ-OLD-NGEX-RTN
               PERFORM 754-UNLOAD-NGEX-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-NGEX-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-NGEX-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 756-RELOAD-NGEX-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-NGEX-FILE
               OPEN INPUT WORK-FILE NEW-NGEX-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 757-READ-NEW-NGEX-RTN
               PERFORM 758-VERIFY-NGEX-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-NGEX-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        752-READ-OLD-NGEX-RTN.
            READ OLD-NGEX-FILE AT END MOVE "Y" TO OLD-EOF.
        754-UNLOAD-NGEX-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF ONX-REF-NO IS NUMERIC
               MOVE ONX-REF-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-NGEX-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 752-READ-OLD-NGEX-RTN.
        756-RELOAD-NGEX-RTN.
            MOVE WORK-REC TO OLD-NGEX-REC.
            MOVE SPACES TO NEW-NGEX-VIEW.
            MOVE ONX-FRONT  TO NNX-FRONT.
            MOVE ONX-REF-NO TO NNX-REF-NO.
            MOVE ONX-REST   TO NNX-REST.
            WRITE NEW-NGEX-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        757-READ-NEW-NGEX-RTN.
            READ NEW-NGEX-FILE AT END MOVE "Y" TO NEW-EOF.
        758-VERIFY-NGEX-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 757-READ-NEW-NGEX-RTN
               ELSE
                  PERFORM 759-COMPARE-NGEX-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 757-READ-NEW-NGEX-RTN
               END-IF
            END-IF.
        759-COMPARE-NGEX-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-NGEX-REC.
            IF NNX-REF-HEAD IS NUMERIC
               MOVE NNX-REF-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NNX-FRONT NOT = ONX-FRONT
               OR NNX-REF-HEAD NOT = ONX-REF-NO
               OR NNX-REF-TAIL NOT = SPACES
               OR NNX-REST NOT = ONX-REST
               ADD 1 TO REKEY-CNT
            END-IF.
      * LOT.USE:銷售單號加寬為八碼，舊號原值靠左保留
        800-CONVERT-LOTU-RTN.
            MOVE "LOT.USE" TO CONV-FILE.
            PERFORM 910-CLEAR-COUNTS-RTN.
            OPEN INPUT OLD-LOTU-FILE.
            IF OLD-MISSING = "Y"
               DISPLAY "LOT.USE NOT FOUND - NOTHING TO CONVERT"
                       LINE 12 POSITION 10
            ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 802-READ-OLD-LOTU-RTN
               PERFORM 804-UNLOAD-LOTU-RTN UNTIL OLD-EOF = "Y"
               CLOSE OLD-LOTU-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NEW-LOTU-FILE
               MOVE "N" TO WORK-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 806-RELOAD-LOTU-RTN UNTIL WORK-EOF = "Y"
               CLOSE WORK-FILE NEW-LOTU-FILE
               OPEN INPUT WORK-FILE NEW-LOTU-FILE
               MOVE "N" TO WORK-EOF NEW-EOF
               PERFORM 905-READ-WORK-RTN
               PERFORM 807-READ-NEW-LOTU-RTN
               PERFORM 808-VERIFY-LOTU-RTN
                       UNTIL WORK-EOF = "Y" AND NEW-EOF = "Y"
               CLOSE WORK-FILE NEW-LOTU-FILE
               PERFORM 900-SHOW-COUNTS-RTN
            END-IF.
            PERFORM 220-WRITE-FILE-TOTAL-RTN.
        802-READ-OLD-LOTU-RTN.
            READ OLD-LOTU-FILE AT END MOVE "Y" TO OLD-EOF.
        804-UNLOAD-LOTU-RTN.
            ADD 1 TO UNLOAD-CNT.
            IF OLU-SALE-NO IS NUMERIC
               MOVE OLU-SALE-NO TO HASH-NUM
               ADD HASH-NUM TO OLD-HASH
            END-IF.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-LOTU-REC TO WORK-REC.
            WRITE WORK-REC.
            PERFORM 802-READ-OLD-LOTU-RTN.
        806-RELOAD-LOTU-RTN.
            MOVE WORK-REC TO OLD-LOTU-REC.
            MOVE SPACES TO NEW-LOTU-VIEW.
            MOVE OLU-FRONT   TO NLU-FRONT.
            MOVE OLU-SALE-NO TO NLU-SALE-NO.
            MOVE OLU-REST    TO NLU-REST.
            WRITE NEW-LOTU-REC.
            ADD 1 TO RELOAD-CNT.
            PERFORM 905-READ-WORK-RTN.
        807-READ-NEW-LOTU-RTN.
            READ NEW-LOTU-FILE AT END MOVE "Y" TO NEW-EOF.
        808-VERIFY-LOTU-RTN.
            IF NEW-EOF = "Y"
               PERFORM 905-READ-WORK-RTN
            ELSE
               IF WORK-EOF = "Y"
                  ADD 1 TO VERIFY-CNT
                  PERFORM 807-READ-NEW-LOTU-RTN
               ELSE
                  PERFORM 809-COMPARE-LOTU-RTN
                  PERFORM 905-READ-WORK-RTN
                  PERFORM 807-READ-NEW-LOTU-RTN
               END-IF
            END-IF.
        809-COMPARE-LOTU-RTN.
            ADD 1 TO VERIFY-CNT.
            MOVE WORK-REC TO OLD-LOTU-REC.
            IF NLU-SALE-HEAD IS NUMERIC
               MOVE NLU-SALE-HEAD TO HASH-NUM
               ADD HASH-NUM TO NEW-HASH
            END-IF.
            IF NLU-FRONT NOT = OLU-FRONT
               OR NLU-SALE-HEAD NOT = OLU-SALE-NO
               OR NLU-SALE-TAIL NOT = SPACES
               OR NLU-REST NOT = OLU-REST
               ADD 1 TO REKEY-CNT
            END-IF.
        900-SHOW-COUNTS-RTN.
            DISPLAY "RECORDS UNLOADED : " UNLOAD-CNT
                    LINE 13 POSITION 10.
            DISPLAY "RECORDS RELOADED : " RELOAD-CNT
                    LINE 15 POSITION 10.
        905-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        910-CLEAR-COUNTS-RTN.
            MOVE "N" TO OLD-MISSING OLD-EOF.
            MOVE ZERO TO UNLOAD-CNT RELOAD-CNT VERIFY-CNT REKEY-CNT
                         OLD-HASH NEW-HASH.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SREG-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SREG-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-INV-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-INV-FILE-NAME.
            MOVE "PICKCONF.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-PKCF-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-PKCF-FILE-NAME.
            MOVE "SHIPMENT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SHIP-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SHIP-FILE-NAME.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-BORD-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-BORD-FILE-NAME.
            MOVE "RMA.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-RMA-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-RMA-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SOLN-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SOLN-FILE-NAME.
            MOVE "SERIAL.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SERL-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SERL-FILE-NAME.
            MOVE "SERIAL.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-SERH-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-SERH-FILE-NAME.
            MOVE "STOCK.LED" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-STKL-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-STKL-FILE-NAME.
            MOVE "LOSTSALE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-LOST-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-LOST-FILE-NAME.
            MOVE "NEGSTK.LOG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-NGEX-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-NGEX-FILE-NAME.
            MOVE "LOT.USE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OLD-LOTU-FILE-NAME.
            MOVE EN-PHYSICAL TO NEW-LOTU-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-IN-FILE-NAME.
            MOVE "SAMPLE91.EDT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-EDT-FILE-NAME.
            MOVE "SAMPLE91.EXC" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-EXC-FILE-NAME.
            MOVE "SALECONV.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "SALECONV.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
