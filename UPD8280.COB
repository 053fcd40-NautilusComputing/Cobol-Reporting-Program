      *Program: UPD8280
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. UPD8280.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REFTRAN ASSIGN TO "REFTRAN.DAT"
               FILE STATUS IS REFTRAN-STATUS.
           SELECT BRCHMAST ASSIGN TO "BRCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-NUMBER
               FILE STATUS IS BRCHMAST-STATUS.
           SELECT SALESREP ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SALESREP-NUMBER
               FILE STATUS IS SALESREP-STATUS.
           SELECT BUDGMAST ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-CUSTOMER-NUMBER
               FILE STATUS IS BUDGMAST-STATUS.
           SELECT COMMRATE ASSIGN TO "COMMRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-SALESREP-NUMBER
               FILE STATUS IS COMMRATE-STATUS.
           SELECT CREDMAST ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUSTOMER-NUMBER
               FILE STATUS IS CREDMAST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               FILE STATUS IS CUSTMAST-STATUS.
           SELECT CREDHOLD ASSIGN TO "CREDHOLD.DAT"
               FILE STATUS IS CREDHOLD-STATUS.
           SELECT TRNREJCT ASSIGN TO "REFTRAN.REJ"
               FILE STATUS IS TRNREJCT-STATUS.
           SELECT SUSPENSE ASSIGN TO "SUSPENSE.DAT"
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT REFAUD ASSIGN TO "REFAUD.PRN"
               FILE STATUS IS REFAUD-STATUS.
           SELECT ERRORLOG ASSIGN TO "UPD8280.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REFTRAN.
      *
      *    ONE TRANSACTION FORMAT SERVES ALL FIVE REFERENCE FILES.
      *    THE FILE CODE IN POSITION 7 SELECTS THE FILE - B BRANCH,
      *    S SALES REP, G BUDGET, R COMMISSION RATE, C CREDIT. THE
      *    RECORD KEY IS ALWAYS FIVE DIGITS IN POSITIONS 2 THROUGH 6,
      *    SO BRANCH AND SALES REP NUMBERS ARE ZERO FILLED ON THE LEFT.
      *
       01  REFERENCE-TRANSACTION-RECORD.
           05  RF-ACTION-CODE          PIC X(1).
           05  RF-RECORD-KEY-X         PIC X(5).
           05  RF-RECORD-KEY           REDEFINES RF-RECORD-KEY-X
                                       PIC 9(5).
           05  RF-FILE-CODE            PIC X(1).
           05  RF-FILE-DATA            PIC X(37).
           05  RF-NAME-DATA            REDEFINES RF-FILE-DATA.
               10  RF-NAME                 PIC X(18).
               10  FILLER                  PIC X(19).
           05  RF-BUDGET-DATA          REDEFINES RF-FILE-DATA.
               10  RF-BUDGET-AMOUNT-X      PIC X(9).
               10  RF-BUDGET-AMOUNT        REDEFINES RF-BUDGET-AMOUNT-X
                                           PIC S9(7)V99.
               10  FILLER                  PIC X(28).
           05  RF-RATE-DATA            REDEFINES RF-FILE-DATA.
               10  RF-TIER1-LIMIT-X        PIC X(7).
               10  RF-TIER1-LIMIT          REDEFINES RF-TIER1-LIMIT-X
                                           PIC S9(5)V99.
               10  RF-TIER1-RATE-X         PIC X(3).
               10  RF-TIER1-RATE           REDEFINES RF-TIER1-RATE-X
                                           PIC SV999.
               10  RF-TIER2-RATE-X         PIC X(3).
               10  RF-TIER2-RATE           REDEFINES RF-TIER2-RATE-X
                                           PIC SV999.
               10  FILLER                  PIC X(24).
           05  RF-CREDIT-DATA          REDEFINES RF-FILE-DATA.
               10  RF-CREDIT-LIMIT-X       PIC X(9).
               10  RF-CREDIT-LIMIT         REDEFINES RF-CREDIT-LIMIT-X
                                           PIC S9(7)V99.
               10  RF-HOLD-FLAG            PIC X(1).
               10  FILLER                  PIC X(27).
      *
       FD  BRCHMAST.
      *
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-NUMBER    PIC 9(2).
           05  BM-BRANCH-NAME      PIC X(18).
      *
       FD  SALESREP.
      *
       01  SALESREP-MASTER-RECORD.
           05  SR-SALESREP-NUMBER  PIC 9(2).
           05  SR-SALESREP-NAME    PIC X(18).
      *
       FD  BUDGMAST.
      *
       01  BUDGET-MASTER-RECORD.
           05  BG-CUSTOMER-NUMBER  PIC 9(5).
           05  BG-BUDGET-AMOUNT    PIC S9(7)V99.
      *
       FD  COMMRATE.
      *
       01  COMMISSION-RATE-RECORD.
           05  RT-SALESREP-NUMBER  PIC 9(2).
           05  RT-TIER1-LIMIT      PIC S9(5)V99.
           05  RT-TIER1-RATE       PIC SV999.
           05  RT-TIER2-RATE       PIC SV999.
      *
       FD  CREDMAST.
      *
       01  CREDIT-MASTER-RECORD.
           05  CR-CUSTOMER-NUMBER      PIC 9(5).
           05  CR-CREDIT-LIMIT         PIC S9(7)V99.
           05  CR-HOLD-FLAG            PIC X(1).
      *
       FD  CUSTMAST.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  CREDHOLD.
      *
       01  CREDIT-HOLD-RECORD.
           05  CH-BRANCH-NUMBER        PIC 9(2).
           05  CH-CUSTOMER-NUMBER      PIC 9(5).
           05  CH-CUSTOMER-NAME        PIC X(20).
           05  CH-TRANSACTION-CODE     PIC X(1).
           05  CH-INVOICE-NUMBER       PIC 9(6).
           05  CH-TRANSACTION-AMOUNT   PIC S9(5)V99.
           05  CH-TRANSACTION-DATE     PIC 9(8).
           05  CH-SALES-THIS-YTD       PIC S9(7)V99.
           05  CH-CREDIT-LIMIT         PIC S9(7)V99.
           05  CH-HOLD-REASON          PIC X(20).
           05  CH-HELD-DATE            PIC 9(8).
      *
       FD  TRNREJCT.
      *
       01  REJECT-RECORD.
           05  RJ-TRANSACTION-IMAGE    PIC X(44).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  RJ-REJECT-REASON        PIC X(30).
      *
       FD  SUSPENSE.
      *
       01  SUSPENSE-RECORD.
           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  REFAUD.
      *
       01  PRINT-AREA      PIC X(132).
      *
       FD  ERRORLOG.
      *
       01  ERROR-LOG-RECORD.
           05  ELR-PARAGRAPH-NAME  PIC X(45).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "FILE STATUS = ".
           05  ELR-FILE-STATUS     PIC XX.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE "RECORD COUNT = ".
           05  ELR-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER              PIC X(10)   VALUE SPACE.
      *
       FD  RUNAUDIT.
      *
       01  RUN-AUDIT-RECORD.
           05  RA-PROGRAM-ID           PIC X(8).
           05  RA-START-DATE           PIC 9(8).
           05  RA-START-TIME           PIC 9(6).
           05  RA-END-DATE             PIC 9(8).
           05  RA-END-TIME             PIC 9(6).
           05  RA-RECORDS-READ         PIC 9(7).
           05  RA-RECORDS-SELECTED     PIC 9(7).
           05  RA-GRAND-TOTAL-THIS-YTD PIC S9(7)V99.
           05  RA-GRAND-TOTAL-LAST-YTD PIC S9(7)V99.
           05  RA-COMPLETION-CODE      PIC X(1).
           05  RA-RESTART-FLAG         PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  REFTRAN-STATUS      PIC XX      VALUE "00".
           05  BRCHMAST-STATUS     PIC XX      VALUE "00".
           05  SALESREP-STATUS     PIC XX      VALUE "00".
           05  BUDGMAST-STATUS     PIC XX      VALUE "00".
           05  COMMRATE-STATUS     PIC XX      VALUE "00".
           05  CREDMAST-STATUS     PIC XX      VALUE "00".
           05  CUSTMAST-STATUS     PIC XX      VALUE "00".
           05  CREDHOLD-STATUS     PIC XX      VALUE "00".
           05  TRNREJCT-STATUS     PIC XX      VALUE "00".
           05  SUSPENSE-STATUS     PIC XX      VALUE "00".
           05  REFAUD-STATUS       PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
           05  REFERENCE-STATUS    PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  CUSTOMER-RECORD-COUNT   PIC 9(7)    VALUE ZERO.
           05  HOLD-RECORD-COUNT       PIC 9(7)    VALUE ZERO.
           05  TRANSACTION-READ-COUNT  PIC 9(7)    VALUE ZERO.
           05  ADD-APPLIED-COUNT       PIC 9(7)    VALUE ZERO.
           05  CHANGE-APPLIED-COUNT    PIC 9(7)    VALUE ZERO.
           05  DELETE-APPLIED-COUNT    PIC 9(7)    VALUE ZERO.
           05  REJECTED-TRANS-COUNT    PIC 9(7)    VALUE ZERO.
           05  DELETE-REFUSED-COUNT    PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  REFTRAN-EOF-SWITCH      PIC X   VALUE "N".
               88  REFTRAN-EOF                 VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
               88  CUSTMAST-EOF                VALUE "Y".
           05  CREDHOLD-EOF-SWITCH     PIC X   VALUE "N".
               88  CREDHOLD-EOF                VALUE "Y".
           05  CUSTOMER-REFS-SWITCH    PIC X   VALUE "Y".
               88  CUSTOMER-REFS-LOADED        VALUE "Y".
           05  HELD-ITEMS-SWITCH       PIC X   VALUE "Y".
               88  HELD-ITEMS-LOADED           VALUE "Y".
           05  TRANSACTION-VALID-SWITCH PIC X  VALUE "Y".
               88  TRANSACTION-VALID           VALUE "Y".
           05  RECORD-LOCATED-SWITCH   PIC X   VALUE "N".
               88  RECORD-LOCATED              VALUE "Y".
           05  HELD-CUSTOMER-SWITCH    PIC X   VALUE "N".
               88  HELD-CUSTOMER-FOUND         VALUE "Y".
           05  REFERENCE-UPDATED-SWITCH PIC X  VALUE "N".
               88  REFERENCE-UPDATED           VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
      *    CUSTMAST REFERENCES ARE COUNTED BY BRANCH AND SALES REP
      *    NUMBER SO A DELETE CAN BE REFUSED WHILE ANY CUSTOMER STILL
      *    CARRIES THE NUMBER.
      *
       01  REFERENCE-COUNT-FIELDS.
           05  REFERENCE-TABLE-MAX PIC S9(4)   COMP VALUE +99.
           05  REFERENCE-INDEX     PIC S9(4)   COMP.
           05  BRANCH-REFERENCE-COUNT  PIC S9(5)   COMP
                                       OCCURS 99 TIMES.
           05  SALESREP-REFERENCE-COUNT PIC S9(5)  COMP
                                       OCCURS 99 TIMES.
      *
       01  HELD-CUSTOMER-TABLE.
           05  HELD-TABLE-MAX      PIC S9(4)   COMP VALUE +2000.
           05  HELD-COUNT          PIC S9(4)   COMP VALUE ZERO.
           05  HELD-INDEX          PIC S9(4)   COMP.
           05  HELD-CUSTOMER-NUMBER PIC 9(5)   OCCURS 2000 TIMES.
      *
       01  EDIT-FIELDS.
           05  REJECT-REASON           PIC X(30).
           05  SEARCH-CUSTOMER-NUMBER  PIC 9(5).
           05  MAXIMUM-COMMISSION-RATE PIC SV999   VALUE +.250.
           05  FILE-DD-NAME            PIC X(8).
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR         PIC 9999.
               10  CD-MONTH        PIC 99.
               10  CD-DAY          PIC 99.
           05  CD-TIME.
               10  CD-HOURS        PIC 99.
               10  CD-MINUTES      PIC 99.
               10  CD-SECONDS      PIC 99.
           05  FILLER          PIC X(7).
      *
       01  RUN-STAMP-FIELDS.
           05  RUN-START-DATE      PIC 9(8).
           05  RUN-START-TIME      PIC 9(6).
      *
       01  RUN-DATE-FIELDS.
           05  RUN-DATE-NUMERIC    PIC 9(8).
           05  RUN-DATE-SPLIT      REDEFINES RUN-DATE-NUMERIC.
               10  RUN-DATE-YEAR       PIC 9(4).
               10  RUN-DATE-MONTH      PIC 9(2).
               10  RUN-DATE-DAY        PIC 9(2).
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "REFERENCE FILE MAINT".
           05  FILLER          PIC X(20)   VALUE "ENANCE AUDIT        ".
           05  FILLER          PIC X(12)   VALUE "      PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "UPD8280".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(10)   VALUE " ACTION   ".
           05  FILLER      PIC X(9)    VALUE "IMAGE    ".
           05  FILLER      PIC X(10)   VALUE "FILE      ".
           05  FILLER      PIC X(8)    VALUE "KEY     ".
           05  FILLER      PIC X(20)   VALUE "NAME                ".
           05  FILLER      PIC X(13)   VALUE "       AMOUNT".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "RATE 1  ".
           05  FILLER      PIC X(8)    VALUE "RATE 2  ".
           05  FILLER      PIC X(4)    VALUE "HOLD".
           05  FILLER      PIC X(38)   VALUE SPACE.
      *
       01  AUDIT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-ACTION            PIC X(8).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-IMAGE-TAG         PIC X(8).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AL-FILE-NAME         PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-RECORD-KEY        PIC X(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  AL-NAME              PIC X(18).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-AMOUNT-X          PIC X(13).
           05  AL-AMOUNT            REDEFINES AL-AMOUNT-X
                                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  AL-RATE-1-X          PIC X(4).
           05  AL-RATE-1            REDEFINES AL-RATE-1-X
                                    PIC .999.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  AL-RATE-2-X          PIC X(4).
           05  AL-RATE-2            REDEFINES AL-RATE-2-X
                                    PIC .999.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  AL-HOLD-FLAG         PIC X(1).
           05  FILLER               PIC X(40)      VALUE SPACE.
      *
       01  REJECT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-ACTION            PIC X(8).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "REJECTED ".
           05  RL-FILE-NAME         PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-RECORD-KEY        PIC X(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RL-REJECT-REASON     PIC X(30).
           05  FILLER               PIC X(65)      VALUE SPACE.
      *
       01  MAINT-TOTAL-LINE-1.
           05  FILLER               PIC X(30)      VALUE
               " TRANSACTIONS READ:           ".
           05  MT1-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(25)      VALUE
               "   TRANSACTIONS REJECTED:".
           05  MT1-REJECT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(63)      VALUE SPACE.
      *
       01  MAINT-TOTAL-LINE-2.
           05  FILLER               PIC X(30)      VALUE
               " ADDS APPLIED:                ".
           05  MT2-ADD-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(18)      VALUE
               "   CHANGES APPLIED".
           05  FILLER               PIC X(1)       VALUE ":".
           05  MT2-CHANGE-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(18)      VALUE
               "   DELETES APPLIED".
           05  FILLER               PIC X(1)       VALUE ":".
           05  MT2-DELETE-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(43)      VALUE SPACE.
      *
       01  MAINT-TOTAL-LINE-3.
           05  FILLER               PIC X(30)      VALUE
               " DELETES REFUSED - IN USE:    ".
           05  MT3-REFUSED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(95)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-REFERENCE-FILES.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-MAINTAIN-REFERENCE-FILES OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN INPUT  REFTRAN
                OUTPUT TRNREJCT
                OUTPUT REFAUD.
           IF REFTRAN-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES OPEN REFTRAN"
                   TO ERR-PARAGRAPH-NAME
               MOVE REFTRAN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFTRAN-EOF TO TRUE
           END-IF.
           IF TRNREJCT-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES OPEN TRNREJCT"
                   TO ERR-PARAGRAPH-NAME
               MOVE TRNREJCT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF REFAUD-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES OPEN REFAUD"
                   TO ERR-PARAGRAPH-NAME
               MOVE REFAUD-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           OPEN EXTEND SUSPENSE.
           IF SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE
           END-IF.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES OPEN SUSPENSE"
                   TO ERR-PARAGRAPH-NAME
               MOVE SUSPENSE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-OPEN-REFERENCE-FILES.
           PERFORM 120-INITIALIZE-REFERENCE-COUNT
               VARYING REFERENCE-INDEX FROM 1 BY 1
               UNTIL REFERENCE-INDEX > REFERENCE-TABLE-MAX.
           PERFORM 200-LOAD-CUSTOMER-REFERENCES.
           PERFORM 220-LOAD-HELD-CUSTOMERS.
           PERFORM 300-APPLY-REFERENCE-TRANS
               UNTIL REFTRAN-EOF.
           PERFORM 800-PRINT-MAINTENANCE-TOTALS.
           CLOSE REFTRAN
                 BRCHMAST
                 SALESREP
                 BUDGMAST
                 COMMRATE
                 CREDMAST
                 TRNREJCT
                 SUSPENSE
                 REFAUD.
           IF REFTRAN-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE REFTRAN"
                   TO ERR-PARAGRAPH-NAME
               MOVE REFTRAN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF BRCHMAST-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE BRCHMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF SALESREP-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE SALESREP"
                   TO ERR-PARAGRAPH-NAME
               MOVE SALESREP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF BUDGMAST-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE BUDGMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF COMMRATE-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE COMMRATE"
                   TO ERR-PARAGRAPH-NAME
               MOVE COMMRATE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF CREDMAST-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE CREDMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF TRNREJCT-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE TRNREJCT"
                   TO ERR-PARAGRAPH-NAME
               MOVE TRNREJCT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE SUSPENSE"
                   TO ERR-PARAGRAPH-NAME
               MOVE SUSPENSE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF REFAUD-STATUS NOT = "00"
               MOVE "000-MAINTAIN-REFERENCE-FILES CLOSE REFAUD"
                   TO ERR-PARAGRAPH-NAME
               MOVE REFAUD-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-MAINTAIN-REFERENCE-FILES CLOSE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CD-YEAR    TO RUN-DATE-YEAR.
           MOVE CD-MONTH   TO RUN-DATE-MONTH.
           MOVE CD-DAY     TO RUN-DATE-DAY.
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
      *
       110-OPEN-REFERENCE-FILES.
      *
      *    A REFERENCE FILE THAT DOES NOT EXIST YET IS CREATED EMPTY
      *    AND REOPENED, AS UPD8190 DOES FOR THE ADDRESS FILE.
      *
           OPEN I-O BRCHMAST.
           IF BRCHMAST-STATUS = "35"
               OPEN OUTPUT BRCHMAST
               CLOSE BRCHMAST
               OPEN I-O BRCHMAST
           END-IF.
           IF BRCHMAST-STATUS NOT = "00"
               MOVE "110-OPEN-REFERENCE-FILES OPEN BRCHMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFTRAN-EOF TO TRUE
           END-IF.
           OPEN I-O SALESREP.
           IF SALESREP-STATUS = "35"
               OPEN OUTPUT SALESREP
               CLOSE SALESREP
               OPEN I-O SALESREP
           END-IF.
           IF SALESREP-STATUS NOT = "00"
               MOVE "110-OPEN-REFERENCE-FILES OPEN SALESREP"
                   TO ERR-PARAGRAPH-NAME
               MOVE SALESREP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFTRAN-EOF TO TRUE
           END-IF.
           OPEN I-O BUDGMAST.
           IF BUDGMAST-STATUS = "35"
               OPEN OUTPUT BUDGMAST
               CLOSE BUDGMAST
               OPEN I-O BUDGMAST
           END-IF.
           IF BUDGMAST-STATUS NOT = "00"
               MOVE "110-OPEN-REFERENCE-FILES OPEN BUDGMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFTRAN-EOF TO TRUE
           END-IF.
           OPEN I-O COMMRATE.
           IF COMMRATE-STATUS = "35"
               OPEN OUTPUT COMMRATE
               CLOSE COMMRATE
               OPEN I-O COMMRATE
           END-IF.
           IF COMMRATE-STATUS NOT = "00"
               MOVE "110-OPEN-REFERENCE-FILES OPEN COMMRATE"
                   TO ERR-PARAGRAPH-NAME
               MOVE COMMRATE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFTRAN-EOF TO TRUE
           END-IF.
           OPEN I-O CREDMAST.
           IF CREDMAST-STATUS = "35"
               OPEN OUTPUT CREDMAST
               CLOSE CREDMAST
               OPEN I-O CREDMAST
           END-IF.
           IF CREDMAST-STATUS NOT = "00"
               MOVE "110-OPEN-REFERENCE-FILES OPEN CREDMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFTRAN-EOF TO TRUE
           END-IF.
      *
       120-INITIALIZE-REFERENCE-COUNT.
      *
           MOVE ZERO TO BRANCH-REFERENCE-COUNT (REFERENCE-INDEX).
           MOVE ZERO TO SALESREP-REFERENCE-COUNT (REFERENCE-INDEX).
      *
       200-LOAD-CUSTOMER-REFERENCES.
      *
      *    IF CUSTMAST CANNOT BE READ NO BRANCH OR SALES REP DELETE
      *    IS ALLOWED THIS RUN.
      *
           OPEN INPUT CUSTMAST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "200-LOAD-CUSTOMER-REFERENCES OPEN CUSTMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               MOVE "N" TO CUSTOMER-REFS-SWITCH
           ELSE
               PERFORM 210-COUNT-CUSTOMER-REFERENCE
                   UNTIL CUSTMAST-EOF
               CLOSE CUSTMAST
               IF CUSTMAST-STATUS NOT = "00"
                   MOVE "200-LOAD-CUSTOMER-REFERENCES CLOSE CUSTMAST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       210-COUNT-CUSTOMER-REFERENCE.
      *
           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE.
           IF CUSTMAST-STATUS = "00"
               ADD 1 TO CUSTOMER-RECORD-COUNT
               IF CM-BRANCH-NUMBER > ZERO
                   ADD 1 TO BRANCH-REFERENCE-COUNT (CM-BRANCH-NUMBER)
               END-IF
               IF CM-SALESREP-NUMBER > ZERO
                   ADD 1
                       TO SALESREP-REFERENCE-COUNT (CM-SALESREP-NUMBER)
               END-IF
           ELSE
               IF CUSTMAST-STATUS NOT = "10"
                   MOVE "210-COUNT-CUSTOMER-REFERENCE"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   MOVE "N" TO CUSTOMER-REFS-SWITCH
                   SET CUSTMAST-EOF TO TRUE
               END-IF
           END-IF.
      *
       220-LOAD-HELD-CUSTOMERS.
      *
      *    CREDHOLD IS REWRITTEN BY EVERY UPD8020 RUN, SO ANY CUSTOMER
      *    ON IT STILL HAS ITEMS WAITING FOR CREDIT RELEASE. NO FILE
      *    MEANS NOTHING IS HELD.
      *
           OPEN INPUT CREDHOLD.
           IF CREDHOLD-STATUS = "35"
               SET CREDHOLD-EOF TO TRUE
           ELSE
               IF CREDHOLD-STATUS NOT = "00"
                   MOVE "220-LOAD-HELD-CUSTOMERS OPEN CREDHOLD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   MOVE "N" TO HELD-ITEMS-SWITCH
               ELSE
                   PERFORM 230-LOAD-HELD-CUSTOMER
                       UNTIL CREDHOLD-EOF
                   CLOSE CREDHOLD
                   IF CREDHOLD-STATUS NOT = "00"
                       MOVE "220-LOAD-HELD-CUSTOMERS CLOSE CREDHOLD"
                           TO ERR-PARAGRAPH-NAME
                       MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   END-IF
               END-IF
           END-IF.
      *
       230-LOAD-HELD-CUSTOMER.
      *
           READ CREDHOLD
               AT END
                   SET CREDHOLD-EOF TO TRUE.
           IF CREDHOLD-STATUS = "00"
               ADD 1 TO HOLD-RECORD-COUNT
               MOVE CH-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 240-SEARCH-HELD-CUSTOMERS
               IF NOT HELD-CUSTOMER-FOUND
                   IF HELD-COUNT < HELD-TABLE-MAX
                       ADD 1 TO HELD-COUNT
                       MOVE CH-CUSTOMER-NUMBER
                           TO HELD-CUSTOMER-NUMBER (HELD-COUNT)
                   ELSE
                       MOVE "230-LOAD-HELD-CUSTOMER TABLE FULL"
                           TO ERR-PARAGRAPH-NAME
                       MOVE "99" TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       MOVE "N" TO HELD-ITEMS-SWITCH
                       SET CREDHOLD-EOF TO TRUE
                   END-IF
               END-IF
           ELSE
               IF CREDHOLD-STATUS NOT = "10"
                   MOVE "230-LOAD-HELD-CUSTOMER"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   MOVE "N" TO HELD-ITEMS-SWITCH
                   SET CREDHOLD-EOF TO TRUE
               END-IF
           END-IF.
      *
       240-SEARCH-HELD-CUSTOMERS.
      *
           MOVE "N" TO HELD-CUSTOMER-SWITCH.
           PERFORM 245-COMPARE-HELD-CUSTOMER
               VARYING HELD-INDEX FROM 1 BY 1
               UNTIL HELD-INDEX > HELD-COUNT
                   OR HELD-CUSTOMER-FOUND.
      *
       245-COMPARE-HELD-CUSTOMER.
      *
           IF HELD-CUSTOMER-NUMBER (HELD-INDEX) =
                   SEARCH-CUSTOMER-NUMBER
               MOVE "Y" TO HELD-CUSTOMER-SWITCH
           END-IF.
      *
       300-APPLY-REFERENCE-TRANS.
      *
           PERFORM 310-READ-REFERENCE-TRANS.
           IF NOT REFTRAN-EOF
               PERFORM 370-SET-FILE-NAME
               PERFORM 320-VALIDATE-TRANSACTION
               IF TRANSACTION-VALID
                   EVALUATE RF-ACTION-CODE
                     WHEN "A"
                       PERFORM 330-APPLY-ADD
                     WHEN "C"
                       PERFORM 340-APPLY-CHANGE
                     WHEN "D"
                       PERFORM 350-APPLY-DELETE
                   END-EVALUATE
               ELSE
                   PERFORM 400-REJECT-TRANSACTION
               END-IF
           END-IF.
      *
       310-READ-REFERENCE-TRANS.
      *
           READ REFTRAN
               AT END
                   SET REFTRAN-EOF TO TRUE.
           IF REFTRAN-STATUS = "00"
               ADD 1 TO TRANSACTION-READ-COUNT
           ELSE
               IF REFTRAN-STATUS NOT = "10"
                   MOVE "310-READ-REFERENCE-TRANS"
                       TO ERR-PARAGRAPH-NAME
                   MOVE REFTRAN-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET REFTRAN-EOF TO TRUE
               END-IF
           END-IF.
      *
       320-VALIDATE-TRANSACTION.
      *
           MOVE "Y" TO TRANSACTION-VALID-SWITCH.
           MOVE SPACE TO REJECT-REASON.
           EVALUATE TRUE
             WHEN RF-ACTION-CODE NOT = "A" AND
                  RF-ACTION-CODE NOT = "C" AND
                  RF-ACTION-CODE NOT = "D"
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "INVALID ACTION CODE" TO REJECT-REASON
             WHEN FILE-DD-NAME = SPACE
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "INVALID FILE CODE" TO REJECT-REASON
             WHEN RF-RECORD-KEY-X NOT NUMERIC
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "RECORD KEY NOT NUMERIC" TO REJECT-REASON
             WHEN RF-RECORD-KEY = ZERO
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "RECORD KEY OUT OF RANGE" TO REJECT-REASON
             WHEN (RF-FILE-CODE = "B" OR "S" OR "R") AND
                  RF-RECORD-KEY > REFERENCE-TABLE-MAX
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "RECORD KEY OUT OF RANGE" TO REJECT-REASON
           END-EVALUATE.
           IF TRANSACTION-VALID
               PERFORM 360-LOCATE-REFERENCE-RECORD
               EVALUATE TRUE
                 WHEN RF-ACTION-CODE = "A" AND RECORD-LOCATED
                   MOVE "N" TO TRANSACTION-VALID-SWITCH
                   MOVE "DUPLICATE RECORD KEY" TO REJECT-REASON
                 WHEN (RF-ACTION-CODE = "C" OR "D") AND
                      NOT RECORD-LOCATED
                   MOVE "N" TO TRANSACTION-VALID-SWITCH
                   MOVE "RECORD NOT ON FILE" TO REJECT-REASON
               END-EVALUATE
           END-IF.
           IF TRANSACTION-VALID
               IF RF-ACTION-CODE = "D"
                   PERFORM 326-EDIT-DELETE-TRANS
               ELSE
                   EVALUATE RF-FILE-CODE
                     WHEN "B"
                     WHEN "S"
                       PERFORM 321-EDIT-NAME-TRANS
                     WHEN "G"
                       PERFORM 322-EDIT-BUDGET-TRANS
                     WHEN "R"
                       PERFORM 323-EDIT-RATE-TRANS
                     WHEN "C"
                       PERFORM 325-EDIT-CREDIT-TRANS
                   END-EVALUATE
               END-IF
           END-IF.
      *
       321-EDIT-NAME-TRANS.
      *
           IF RF-NAME = SPACE
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "NAME MISSING" TO REJECT-REASON
           END-IF.
      *
       322-EDIT-BUDGET-TRANS.
      *
           EVALUATE TRUE
             WHEN RF-BUDGET-AMOUNT-X NOT NUMERIC
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO REJECT-REASON
             WHEN RF-BUDGET-AMOUNT < ZERO
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "BUDGET AMOUNT NEGATIVE" TO REJECT-REASON
           END-EVALUATE.
      *
       323-EDIT-RATE-TRANS.
      *
      *    ON A CHANGE A BLANK FIELD IS LEFT AS IT IS ON FILE, BUT
      *    AT LEAST ONE FIELD MUST BE PRESENT.
      *
           EVALUATE TRUE
             WHEN RF-ACTION-CODE = "C" AND
                  RF-TIER1-LIMIT-X = SPACE AND
                  RF-TIER1-RATE-X = SPACE AND
                  RF-TIER2-RATE-X = SPACE
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "NO CHANGE DATA" TO REJECT-REASON
             WHEN RF-ACTION-CODE = "C" AND
                  RF-TIER1-LIMIT-X = SPACE
               CONTINUE
             WHEN RF-TIER1-LIMIT-X NOT NUMERIC
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "TIER 1 LIMIT NOT NUMERIC" TO REJECT-REASON
             WHEN RF-TIER1-LIMIT NOT > ZERO
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "TIER 1 LIMIT NOT POSITIVE" TO REJECT-REASON
           END-EVALUATE.
           IF TRANSACTION-VALID
               IF RF-ACTION-CODE = "A" OR
                       RF-TIER1-RATE-X NOT = SPACE
                   IF RF-TIER1-RATE-X NOT NUMERIC
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                       MOVE "TIER 1 RATE NOT NUMERIC" TO REJECT-REASON
                   ELSE
                       IF RF-TIER1-RATE NOT > ZERO OR
                               RF-TIER1-RATE > MAXIMUM-COMMISSION-RATE
                           MOVE "N" TO TRANSACTION-VALID-SWITCH
                           MOVE "TIER 1 RATE OUT OF RANGE"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               IF RF-ACTION-CODE = "A" OR
                       RF-TIER2-RATE-X NOT = SPACE
                   IF RF-TIER2-RATE-X NOT NUMERIC
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                       MOVE "TIER 2 RATE NOT NUMERIC" TO REJECT-REASON
                   ELSE
                       IF RF-TIER2-RATE NOT > ZERO OR
                               RF-TIER2-RATE > MAXIMUM-COMMISSION-RATE
                           MOVE "N" TO TRANSACTION-VALID-SWITCH
                           MOVE "TIER 2 RATE OUT OF RANGE"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       325-EDIT-CREDIT-TRANS.
      *
           EVALUATE TRUE
             WHEN RF-ACTION-CODE = "C" AND
                  RF-CREDIT-LIMIT-X = SPACE AND
                  RF-HOLD-FLAG = SPACE
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "NO CHANGE DATA" TO REJECT-REASON
             WHEN RF-HOLD-FLAG NOT = SPACE AND
                  RF-HOLD-FLAG NOT = "Y" AND
                  RF-HOLD-FLAG NOT = "N"
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "HOLD FLAG NOT Y OR N" TO REJECT-REASON
             WHEN RF-ACTION-CODE = "C" AND
                  RF-CREDIT-LIMIT-X = SPACE
               CONTINUE
             WHEN RF-CREDIT-LIMIT-X NOT NUMERIC
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "CREDIT LIMIT NOT NUMERIC" TO REJECT-REASON
             WHEN RF-CREDIT-LIMIT < ZERO
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "CREDIT LIMIT NEGATIVE" TO REJECT-REASON
           END-EVALUATE.
      *
       326-EDIT-DELETE-TRANS.
      *
      *    A BRANCH OR SALES REP STILL CARRIED ON CUSTMAST, OR A
      *    CREDIT RECORD FOR A CUSTOMER WITH ITEMS ON CREDHOLD, IS
      *    NOT DELETED. THE REJECT GOES TO SUSPENSE SO IT CAN BE
      *    RECYCLED ONCE THE REFERENCE HAS BEEN CLEARED.
      *
           IF (RF-FILE-CODE = "B" OR "S") AND
                   NOT CUSTOMER-REFS-LOADED
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "CUSTMAST NOT AVAILABLE" TO REJECT-REASON
           END-IF.
           IF RF-FILE-CODE = "C" AND NOT HELD-ITEMS-LOADED
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "CREDHOLD NOT AVAILABLE" TO REJECT-REASON
           END-IF.
           IF TRANSACTION-VALID
               EVALUATE RF-FILE-CODE
                 WHEN "B"
                   IF BRANCH-REFERENCE-COUNT (RF-RECORD-KEY) > ZERO
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                       MOVE "BRANCH STILL ON CUSTMAST"
                           TO REJECT-REASON
                   END-IF
                 WHEN "S"
                   IF SALESREP-REFERENCE-COUNT (RF-RECORD-KEY) > ZERO
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                       MOVE "SALES REP STILL ON CUSTMAST"
                           TO REJECT-REASON
                   END-IF
                 WHEN "C"
                   MOVE RF-RECORD-KEY TO SEARCH-CUSTOMER-NUMBER
                   PERFORM 240-SEARCH-HELD-CUSTOMERS
                   IF HELD-CUSTOMER-FOUND
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                       MOVE "CUSTOMER HAS HELD ITEMS"
                           TO REJECT-REASON
                   END-IF
               END-EVALUATE
               IF NOT TRANSACTION-VALID
                   ADD 1 TO DELETE-REFUSED-COUNT
               END-IF
           END-IF.
      *
       330-APPLY-ADD.
      *
           EVALUATE RF-FILE-CODE
             WHEN "B"
               MOVE RF-RECORD-KEY     TO BM-BRANCH-NUMBER
               MOVE RF-NAME           TO BM-BRANCH-NAME
             WHEN "S"
               MOVE RF-RECORD-KEY     TO SR-SALESREP-NUMBER
               MOVE RF-NAME           TO SR-SALESREP-NAME
             WHEN "G"
               MOVE RF-RECORD-KEY     TO BG-CUSTOMER-NUMBER
               MOVE RF-BUDGET-AMOUNT  TO BG-BUDGET-AMOUNT
             WHEN "R"
               MOVE RF-RECORD-KEY     TO RT-SALESREP-NUMBER
               MOVE RF-TIER1-LIMIT    TO RT-TIER1-LIMIT
               MOVE RF-TIER1-RATE     TO RT-TIER1-RATE
               MOVE RF-TIER2-RATE     TO RT-TIER2-RATE
             WHEN "C"
               MOVE RF-RECORD-KEY     TO CR-CUSTOMER-NUMBER
               MOVE RF-CREDIT-LIMIT   TO CR-CREDIT-LIMIT
               IF RF-HOLD-FLAG = "Y"
                   MOVE "Y" TO CR-HOLD-FLAG
               ELSE
                   MOVE "N" TO CR-HOLD-FLAG
               END-IF
           END-EVALUATE.
           PERFORM 335-WRITE-REFERENCE-RECORD.
           IF REFERENCE-UPDATED
               ADD 1 TO ADD-APPLIED-COUNT
               MOVE "ADD"   TO AL-ACTION
               MOVE "AFTER" TO AL-IMAGE-TAG
               PERFORM 610-PRINT-AUDIT-LINE
           ELSE
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "330-APPLY-ADD WRITE " DELIMITED BY SIZE
                      FILE-DD-NAME DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE REFERENCE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       335-WRITE-REFERENCE-RECORD.
      *
           MOVE "Y" TO REFERENCE-UPDATED-SWITCH.
           EVALUATE RF-FILE-CODE
             WHEN "B"
               WRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-WRITE
               MOVE BRCHMAST-STATUS TO REFERENCE-STATUS
             WHEN "S"
               WRITE SALESREP-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-WRITE
               MOVE SALESREP-STATUS TO REFERENCE-STATUS
             WHEN "G"
               WRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-WRITE
               MOVE BUDGMAST-STATUS TO REFERENCE-STATUS
             WHEN "R"
               WRITE COMMISSION-RATE-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-WRITE
               MOVE COMMRATE-STATUS TO REFERENCE-STATUS
             WHEN "C"
               WRITE CREDIT-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-WRITE
               MOVE CREDMAST-STATUS TO REFERENCE-STATUS
           END-EVALUATE.
           IF REFERENCE-STATUS NOT = "00"
               MOVE "N" TO REFERENCE-UPDATED-SWITCH
           END-IF.
      *
       340-APPLY-CHANGE.
      *
           MOVE "CHANGE" TO AL-ACTION.
           MOVE "BEFORE" TO AL-IMAGE-TAG.
           PERFORM 610-PRINT-AUDIT-LINE.
           EVALUATE RF-FILE-CODE
             WHEN "B"
               MOVE RF-NAME TO BM-BRANCH-NAME
             WHEN "S"
               MOVE RF-NAME TO SR-SALESREP-NAME
             WHEN "G"
               MOVE RF-BUDGET-AMOUNT TO BG-BUDGET-AMOUNT
             WHEN "R"
               IF RF-TIER1-LIMIT-X NOT = SPACE
                   MOVE RF-TIER1-LIMIT TO RT-TIER1-LIMIT
               END-IF
               IF RF-TIER1-RATE-X NOT = SPACE
                   MOVE RF-TIER1-RATE TO RT-TIER1-RATE
               END-IF
               IF RF-TIER2-RATE-X NOT = SPACE
                   MOVE RF-TIER2-RATE TO RT-TIER2-RATE
               END-IF
             WHEN "C"
               IF RF-CREDIT-LIMIT-X NOT = SPACE
                   MOVE RF-CREDIT-LIMIT TO CR-CREDIT-LIMIT
               END-IF
               IF RF-HOLD-FLAG NOT = SPACE
                   MOVE RF-HOLD-FLAG TO CR-HOLD-FLAG
               END-IF
           END-EVALUATE.
           PERFORM 345-REWRITE-REFERENCE-RECORD.
           IF REFERENCE-UPDATED
               ADD 1 TO CHANGE-APPLIED-COUNT
               MOVE "AFTER" TO AL-IMAGE-TAG
               PERFORM 610-PRINT-AUDIT-LINE
           ELSE
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "340-APPLY-CHANGE REWRITE " DELIMITED BY SIZE
                      FILE-DD-NAME DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE REFERENCE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       345-REWRITE-REFERENCE-RECORD.
      *
           MOVE "Y" TO REFERENCE-UPDATED-SWITCH.
           EVALUATE RF-FILE-CODE
             WHEN "B"
               REWRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-REWRITE
               MOVE BRCHMAST-STATUS TO REFERENCE-STATUS
             WHEN "S"
               REWRITE SALESREP-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-REWRITE
               MOVE SALESREP-STATUS TO REFERENCE-STATUS
             WHEN "G"
               REWRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-REWRITE
               MOVE BUDGMAST-STATUS TO REFERENCE-STATUS
             WHEN "R"
               REWRITE COMMISSION-RATE-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-REWRITE
               MOVE COMMRATE-STATUS TO REFERENCE-STATUS
             WHEN "C"
               REWRITE CREDIT-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-REWRITE
               MOVE CREDMAST-STATUS TO REFERENCE-STATUS
           END-EVALUATE.
           IF REFERENCE-STATUS NOT = "00"
               MOVE "N" TO REFERENCE-UPDATED-SWITCH
           END-IF.
      *
       350-APPLY-DELETE.
      *
           MOVE "DELETE" TO AL-ACTION.
           MOVE "BEFORE" TO AL-IMAGE-TAG.
           PERFORM 610-PRINT-AUDIT-LINE.
           MOVE "Y" TO REFERENCE-UPDATED-SWITCH.
           EVALUATE RF-FILE-CODE
             WHEN "B"
               DELETE BRCHMAST
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-DELETE
               MOVE BRCHMAST-STATUS TO REFERENCE-STATUS
             WHEN "S"
               DELETE SALESREP
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-DELETE
               MOVE SALESREP-STATUS TO REFERENCE-STATUS
             WHEN "G"
               DELETE BUDGMAST
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-DELETE
               MOVE BUDGMAST-STATUS TO REFERENCE-STATUS
             WHEN "R"
               DELETE COMMRATE
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-DELETE
               MOVE COMMRATE-STATUS TO REFERENCE-STATUS
             WHEN "C"
               DELETE CREDMAST
                   INVALID KEY
                       MOVE "N" TO REFERENCE-UPDATED-SWITCH
               END-DELETE
               MOVE CREDMAST-STATUS TO REFERENCE-STATUS
           END-EVALUATE.
           IF REFERENCE-STATUS NOT = "00"
               MOVE "N" TO REFERENCE-UPDATED-SWITCH
           END-IF.
           IF REFERENCE-UPDATED
               ADD 1 TO DELETE-APPLIED-COUNT
           ELSE
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "350-APPLY-DELETE DELETE " DELIMITED BY SIZE
                      FILE-DD-NAME DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE REFERENCE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       360-LOCATE-REFERENCE-RECORD.
      *
           MOVE "Y" TO RECORD-LOCATED-SWITCH.
           EVALUATE RF-FILE-CODE
             WHEN "B"
               MOVE RF-RECORD-KEY TO BM-BRANCH-NUMBER
               READ BRCHMAST
                   INVALID KEY
                       MOVE "N" TO RECORD-LOCATED-SWITCH
               END-READ
               MOVE BRCHMAST-STATUS TO REFERENCE-STATUS
             WHEN "S"
               MOVE RF-RECORD-KEY TO SR-SALESREP-NUMBER
               READ SALESREP
                   INVALID KEY
                       MOVE "N" TO RECORD-LOCATED-SWITCH
               END-READ
               MOVE SALESREP-STATUS TO REFERENCE-STATUS
             WHEN "G"
               MOVE RF-RECORD-KEY TO BG-CUSTOMER-NUMBER
               READ BUDGMAST
                   INVALID KEY
                       MOVE "N" TO RECORD-LOCATED-SWITCH
               END-READ
               MOVE BUDGMAST-STATUS TO REFERENCE-STATUS
             WHEN "R"
               MOVE RF-RECORD-KEY TO RT-SALESREP-NUMBER
               READ COMMRATE
                   INVALID KEY
                       MOVE "N" TO RECORD-LOCATED-SWITCH
               END-READ
               MOVE COMMRATE-STATUS TO REFERENCE-STATUS
             WHEN "C"
               MOVE RF-RECORD-KEY TO CR-CUSTOMER-NUMBER
               READ CREDMAST
                   INVALID KEY
                       MOVE "N" TO RECORD-LOCATED-SWITCH
               END-READ
               MOVE CREDMAST-STATUS TO REFERENCE-STATUS
           END-EVALUATE.
           IF REFERENCE-STATUS NOT = "00" AND
                   REFERENCE-STATUS NOT = "23"
               MOVE "N" TO RECORD-LOCATED-SWITCH
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "360-LOCATE-REFERENCE-RECORD " DELIMITED BY SIZE
                      FILE-DD-NAME DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE REFERENCE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       370-SET-FILE-NAME.
      *
           EVALUATE RF-FILE-CODE
             WHEN "B"
               MOVE "BRCHMAST" TO FILE-DD-NAME
             WHEN "S"
               MOVE "SALESREP" TO FILE-DD-NAME
             WHEN "G"
               MOVE "BUDGMAST" TO FILE-DD-NAME
             WHEN "R"
               MOVE "COMMRATE" TO FILE-DD-NAME
             WHEN "C"
               MOVE "CREDMAST" TO FILE-DD-NAME
             WHEN OTHER
               MOVE SPACE TO FILE-DD-NAME
           END-EVALUATE.
      *
       400-REJECT-TRANSACTION.
      *
           ADD 1 TO REJECTED-TRANS-COUNT.
           MOVE REFERENCE-TRANSACTION-RECORD TO RJ-TRANSACTION-IMAGE.
           MOVE REJECT-REASON TO RJ-REJECT-REASON.
           PERFORM 410-WRITE-REJECT-RECORD.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           EVALUATE RF-ACTION-CODE
             WHEN "A"
               MOVE "ADD"    TO RL-ACTION
             WHEN "C"
               MOVE "CHANGE" TO RL-ACTION
             WHEN "D"
               MOVE "DELETE" TO RL-ACTION
             WHEN OTHER
               MOVE RF-ACTION-CODE TO RL-ACTION
           END-EVALUATE.
           IF FILE-DD-NAME = SPACE
               MOVE RF-FILE-CODE TO RL-FILE-NAME
           ELSE
               MOVE FILE-DD-NAME TO RL-FILE-NAME
           END-IF.
           MOVE RF-RECORD-KEY-X TO RL-RECORD-KEY.
           MOVE REJECT-REASON TO RL-REJECT-REASON.
           MOVE REJECT-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       410-WRITE-REJECT-RECORD.
      *
           WRITE REJECT-RECORD.
           IF TRNREJCT-STATUS NOT = "00"
               MOVE "410-WRITE-REJECT-RECORD" TO ERR-PARAGRAPH-NAME
               MOVE TRNREJCT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 420-WRITE-SUSPENSE-RECORD.
      *
       420-WRITE-SUSPENSE-RECORD.
      *
           MOVE "UPD8280"          TO SP-ORIGIN-PROGRAM.
           MOVE RUN-DATE-NUMERIC   TO SP-REJECT-DATE.
           MOVE "O"                TO SP-STATUS.
           MOVE RJ-TRANSACTION-IMAGE TO SP-TRANSACTION-IMAGE.
           MOVE RJ-REJECT-REASON   TO SP-REJECT-REASON.
           WRITE SUSPENSE-RECORD.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "420-WRITE-SUSPENSE-RECORD" TO ERR-PARAGRAPH-NAME
               MOVE SUSPENSE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       610-PRINT-AUDIT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE FILE-DD-NAME    TO AL-FILE-NAME.
           MOVE RF-RECORD-KEY-X TO AL-RECORD-KEY.
           MOVE SPACE TO AL-NAME.
           MOVE SPACE TO AL-AMOUNT-X.
           MOVE SPACE TO AL-RATE-1-X.
           MOVE SPACE TO AL-RATE-2-X.
           MOVE SPACE TO AL-HOLD-FLAG.
           EVALUATE RF-FILE-CODE
             WHEN "B"
               MOVE BM-BRANCH-NAME    TO AL-NAME
             WHEN "S"
               MOVE SR-SALESREP-NAME  TO AL-NAME
             WHEN "G"
               MOVE BG-BUDGET-AMOUNT  TO AL-AMOUNT
             WHEN "R"
               MOVE RT-TIER1-LIMIT    TO AL-AMOUNT
               MOVE RT-TIER1-RATE     TO AL-RATE-1
               MOVE RT-TIER2-RATE     TO AL-RATE-2
             WHEN "C"
               MOVE CR-CREDIT-LIMIT   TO AL-AMOUNT
               MOVE CR-HOLD-FLAG      TO AL-HOLD-FLAG
           END-EVALUATE.
           MOVE AUDIT-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE SPACE TO AL-ACTION.
      *
       630-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 640-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       640-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF REFAUD-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE REFAUD-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF REFAUD-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE REFAUD-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       800-PRINT-MAINTENANCE-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE TRANSACTION-READ-COUNT TO MT1-READ-COUNT.
           MOVE REJECTED-TRANS-COUNT   TO MT1-REJECT-COUNT.
           MOVE MAINT-TOTAL-LINE-1 TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE ADD-APPLIED-COUNT      TO MT2-ADD-COUNT.
           MOVE CHANGE-APPLIED-COUNT   TO MT2-CHANGE-COUNT.
           MOVE DELETE-APPLIED-COUNT   TO MT2-DELETE-COUNT.
           MOVE MAINT-TOTAL-LINE-2 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE DELETE-REFUSED-COUNT   TO MT3-REFUSED-COUNT.
           MOVE MAINT-TOTAL-LINE-3 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME   TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS      TO ELR-FILE-STATUS.
           MOVE TRANSACTION-READ-COUNT TO ELR-RECORD-COUNT.
           WRITE ERROR-LOG-RECORD.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "9700-WRITE-ERROR-LOG-RECORD WRITE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
                   " FOR " ERR-PARAGRAPH-NAME
           END-IF.
      *
       9800-WRITE-RUN-AUDIT-RECORD.
      *
           OPEN EXTEND RUNAUDIT.
           IF RUNAUDIT-STATUS = "35"
               OPEN OUTPUT RUNAUDIT
           END-IF.
           IF RUNAUDIT-STATUS NOT = "00"
               MOVE "9800-WRITE-RUN-AUDIT-RECORD OPEN RUNAUDIT"
                   TO ERR-PARAGRAPH-NAME
               MOVE RUNAUDIT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               MOVE "UPD8280" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE TRANSACTION-READ-COUNT TO RA-RECORDS-READ
               COMPUTE RA-RECORDS-SELECTED =
                   ADD-APPLIED-COUNT + CHANGE-APPLIED-COUNT +
                   DELETE-APPLIED-COUNT
               MOVE ZERO TO RA-GRAND-TOTAL-THIS-YTD
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
               ELSE
                   MOVE "N" TO RA-COMPLETION-CODE
               END-IF
               MOVE "N" TO RA-RESTART-FLAG
               WRITE RUN-AUDIT-RECORD
               IF RUNAUDIT-STATUS NOT = "00"
                   MOVE "9800-WRITE-RUN-AUDIT-RECORD WRITE RUNAUDIT"
                       TO ERR-PARAGRAPH-NAME
                   MOVE RUNAUDIT-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
               CLOSE RUNAUDIT
               IF RUNAUDIT-STATUS NOT = "00"
                   MOVE "9800-WRITE-RUN-AUDIT-RECORD CLOSE RUNAUDIT"
                       TO ERR-PARAGRAPH-NAME
                   MOVE RUNAUDIT-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
