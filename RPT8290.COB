      *Program: RPT8290
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RPT8290.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CTLTOTAL ASSIGN TO "CTLTOTAL.DAT"
               FILE STATUS IS CTLTOTAL-STATUS.
           SELECT ARBALHST ASSIGN TO "ARBALHST.DAT"
               FILE STATUS IS ARBALHST-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               FILE STATUS IS OPENITEM-STATUS.
           SELECT CUSTDLTA ASSIGN TO "CUSTDLTA.DAT"
               FILE STATUS IS CUSTDLTA-STATUS.
           SELECT CREDHOLD ASSIGN TO "CREDHOLD.DAT"
               FILE STATUS IS CREDHOLD-STATUS.
           SELECT CNTLCARD ASSIGN TO "RPT8290.CTL"
               FILE STATUS IS CNTLCARD-STATUS.
           SELECT BALRPT ASSIGN TO "ARBALNC.PRN"
               FILE STATUS IS BALRPT-STATUS.
           SELECT ERRORLOG ASSIGN TO "RPT8290.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CTLTOTAL.
      *
      *    WRITTEN BY UPD8020 (POSTING VIEW OF THE AMOUNTS) AND BY
      *    UPD8140 AND UPD8310 (CASH VIEW).
      *
       01  RUN-CONTROL-TOTAL-RECORD.
           05  TC-PROGRAM-ID           PIC X(8).
           05  TC-RUN-STAMP.
               10  TC-RUN-DATE             PIC 9(8).
               10  TC-RUN-TIME             PIC 9(6).
           05  TC-RECORD-TYPE          PIC X(1).
               88  TC-BRANCH-TOTAL             VALUE "B".
               88  TC-RUN-TOTAL                VALUE "T".
           05  TC-BRANCH-NUMBER        PIC 9(2).
           05  TC-ITEM-COUNT           PIC 9(7).
           05  TC-POSTING-TOTALS.
               10  TC-NET-ACCEPTED         PIC S9(9)V99.
               10  TC-OPEN-ITEM-POSTED     PIC S9(9)V99.
               10  TC-CREDIT-HELD          PIC S9(9)V99.
           05  TC-CASH-TOTALS          REDEFINES TC-POSTING-TOTALS.
               10  TC-CASH-APPLIED         PIC S9(9)V99.
               10  TC-UNAPPLIED-APPLIED    PIC S9(9)V99.
               10  TC-TRANSFER-NET         PIC S9(9)V99.
      *
       FD  ARBALHST.
      *
       01  BALANCE-HISTORY-RECORD.
           05  AB-BALANCE-STAMP.
               10  AB-BALANCE-DATE         PIC 9(8).
               10  AB-BALANCE-TIME         PIC 9(6).
           05  AB-RECORD-TYPE          PIC X(1).
               88  AB-BRANCH-BALANCE           VALUE "B".
               88  AB-RUN-BALANCE              VALUE "T".
           05  AB-BRANCH-NUMBER        PIC 9(2).
           05  AB-ITEM-COUNT           PIC 9(7).
           05  AB-OPEN-BALANCE         PIC S9(9)V99.
           05  AB-BALANCE-STATUS       PIC X(1).
      *
       FD  OPENITEM.
      *
       01  OPEN-ITEM-RECORD.
           05  OI-CUSTOMER-NUMBER      PIC 9(5).
           05  OI-CUSTOMER-NAME        PIC X(20).
           05  OI-INVOICE-NUMBER       PIC 9(6).
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-TRANSACTION-CODE     PIC X(1).
           05  OI-INVOICE-DATE         PIC 9(8).
           05  OI-INVOICE-AMOUNT       PIC S9(7)V99.
           05  OI-AMOUNT-PAID          PIC S9(7)V99.
           05  OI-OPEN-STATUS          PIC X(1).
      *
       FD  CUSTDLTA.
      *
       01  DELTA-CUSTOMER-RECORD.
           05  DL-BRANCH-NUMBER        PIC 9(2).
           05  DL-SALESREP-NUMBER      PIC 9(2).
           05  DL-CUSTOMER-NUMBER      PIC 9(5).
           05  DL-CUSTOMER-NAME        PIC X(20).
           05  DL-POSTED-AMOUNT        PIC S9(7)V99.
           05  DL-SALES-THIS-YTD       PIC S9(7)V99.
           05  DL-POST-DATE            PIC 9(8).
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
       FD  CNTLCARD.
      *
       01  CONTROL-CARD-RECORD.
           05  CC-ACCEPT-FLAG          PIC X(1).
           05  FILLER                  PIC X(79).
      *
       FD  BALRPT.
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
           05  CTLTOTAL-STATUS     PIC XX      VALUE "00".
           05  ARBALHST-STATUS     PIC XX      VALUE "00".
           05  OPENITEM-STATUS     PIC XX      VALUE "00".
           05  CUSTDLTA-STATUS     PIC XX      VALUE "00".
           05  CREDHOLD-STATUS     PIC XX      VALUE "00".
           05  CNTLCARD-STATUS     PIC XX      VALUE "00".
           05  BALRPT-STATUS       PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  HISTORY-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  CONTROL-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  CONTROL-SELECTED-COUNT  PIC 9(7)    VALUE ZERO.
           05  OPEN-ITEM-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
           05  DELTA-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  HOLD-RECORD-COUNT       PIC 9(7)    VALUE ZERO.
           05  BRANCH-PRINTED-COUNT    PIC 9(7)    VALUE ZERO.
           05  BRANCH-OUT-COUNT        PIC 9(7)    VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT   PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  CTLTOTAL-EOF-SWITCH     PIC X   VALUE "N".
               88  CTLTOTAL-EOF                VALUE "Y".
           05  ARBALHST-EOF-SWITCH     PIC X   VALUE "N".
               88  ARBALHST-EOF                VALUE "Y".
           05  OPENITEM-EOF-SWITCH     PIC X   VALUE "N".
               88  OPENITEM-EOF                VALUE "Y".
           05  CUSTDLTA-EOF-SWITCH     PIC X   VALUE "N".
               88  CUSTDLTA-EOF                VALUE "Y".
           05  CREDHOLD-EOF-SWITCH     PIC X   VALUE "N".
               88  CREDHOLD-EOF                VALUE "Y".
           05  NO-CONTROL-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-CONTROL-FILE             VALUE "Y".
           05  NO-HISTORY-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-HISTORY-FILE             VALUE "Y".
           05  NO-OPEN-FILE-SWITCH     PIC X   VALUE "N".
               88  NO-OPEN-FILE                VALUE "Y".
           05  NO-DELTA-FILE-SWITCH    PIC X   VALUE "N".
               88  NO-DELTA-FILE               VALUE "Y".
           05  NO-HOLD-FILE-SWITCH     PIC X   VALUE "N".
               88  NO-HOLD-FILE                VALUE "Y".
           05  PRIOR-BALANCE-SWITCH    PIC X   VALUE "N".
               88  PRIOR-BALANCE-FOUND         VALUE "Y".
           05  POSTING-RUN-SWITCH      PIC X   VALUE "N".
               88  POSTING-RUN-FOUND           VALUE "Y".
           05  OUT-OF-BALANCE-SWITCH   PIC X   VALUE "N".
               88  OUT-OF-BALANCE              VALUE "Y".
           05  ACCEPT-OUT-OF-BAL-SWITCH PIC X  VALUE "N".
               88  ACCEPT-OUT-OF-BALANCE       VALUE "Y".
           05  BRANCH-OUT-SWITCH       PIC X   VALUE "N".
               88  BRANCH-OUT-OF-BALANCE       VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  STAMP-FIELDS.
           05  PRIOR-BALANCE-STAMP.
               10  PRIOR-BALANCE-DATE      PIC 9(8)    VALUE ZERO.
               10  PRIOR-BALANCE-TIME      PIC 9(6)    VALUE ZERO.
           05  LATEST-POSTING-STAMP.
               10  LATEST-POSTING-DATE     PIC 9(8)    VALUE ZERO.
               10  LATEST-POSTING-TIME     PIC 9(6)    VALUE ZERO.
      *
       01  BRANCH-BALANCE-FIELDS.
           05  BRANCH-SUB              PIC S9(4)   COMP.
           05  BRANCH-BALANCE-ENTRY    OCCURS 99 TIMES.
               10  BB-PRIOR-OPEN           PIC S9(9)V99.
               10  BB-POSTED               PIC S9(9)V99.
               10  BB-CASH-APPLIED         PIC S9(9)V99.
               10  BB-TRANSFER-NET         PIC S9(9)V99.
               10  BB-ACTUAL-OPEN          PIC S9(9)V99.
               10  BB-OPEN-ITEM-COUNT      PIC 9(7).
               10  BB-YTD-POSTED           PIC S9(9)V99.
               10  BB-RUN-OPEN-POSTED      PIC S9(9)V99.
               10  BB-RUN-NET-ACCEPTED     PIC S9(9)V99.
               10  BB-HELD-ON-FILE         PIC S9(9)V99.
               10  BB-ACTIVITY-SWITCH      PIC X(1).
                   88  BB-ACTIVITY                 VALUE "Y".
               10  BB-POSTING-SWITCH       PIC X(1).
                   88  BB-POSTING-ACTIVITY         VALUE "Y".
               10  BB-STATUS-CODE          PIC X(1).
      *
       01  CALCULATION-FIELDS.
           05  ITEM-OPEN-BALANCE       PIC S9(9)V99.
           05  HELD-AMOUNT             PIC S9(9)V99.
           05  EXPECTED-OPEN           PIC S9(9)V99.
           05  OPEN-DIFFERENCE         PIC S9(9)V99.
           05  YTD-DIFFERENCE          PIC S9(9)V99.
           05  HOLD-DIFFERENCE         PIC S9(9)V99.
      *
       01  GRAND-TOTAL-FIELDS.
           05  GRAND-PRIOR-OPEN        PIC S9(9)V99    VALUE ZERO.
           05  GRAND-POSTED            PIC S9(9)V99    VALUE ZERO.
           05  GRAND-CASH-APPLIED      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-TRANSFER-NET      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-EXPECTED-OPEN     PIC S9(9)V99    VALUE ZERO.
           05  GRAND-ACTUAL-OPEN       PIC S9(9)V99    VALUE ZERO.
           05  GRAND-OPEN-DIFFERENCE   PIC S9(9)V99    VALUE ZERO.
           05  GRAND-OPEN-ITEM-COUNT   PIC 9(7)        VALUE ZERO.
           05  GRAND-YTD-POSTED        PIC S9(9)V99    VALUE ZERO.
           05  GRAND-RUN-OPEN-POSTED   PIC S9(9)V99    VALUE ZERO.
           05  GRAND-HELD-ON-FILE      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-RUN-NET-ACCEPTED  PIC S9(9)V99    VALUE ZERO.
           05  GRAND-YTD-DIFFERENCE    PIC S9(9)V99    VALUE ZERO.
           05  GRAND-HOLD-DIFFERENCE   PIC S9(9)V99    VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
           05  REPORT-SECTION-SWITCH PIC X VALUE "R".
               88  ROLL-FORWARD-SECTION        VALUE "R".
               88  POSTING-SECTION             VALUE "P".
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
       01  EDIT-DATE-FIELDS.
           05  EDIT-DATE-IN        PIC 9(8).
           05  EDIT-DATE-SPLIT     REDEFINES EDIT-DATE-IN.
               10  EDIT-DATE-YEAR      PIC 9(4).
               10  EDIT-DATE-MONTH     PIC 9(2).
               10  EDIT-DATE-DAY       PIC 9(2).
           05  EDIT-TIME-IN        PIC 9(6).
           05  EDIT-TIME-SPLIT     REDEFINES EDIT-TIME-IN.
               10  EDIT-TIME-HOURS     PIC 9(2).
               10  EDIT-TIME-MINUTES   PIC 9(2).
               10  EDIT-TIME-SECONDS   PIC 9(2).
           05  EDIT-STAMP-OUT.
               10  ESO-MONTH           PIC 9(2).
               10  FILLER              PIC X(1)    VALUE "/".
               10  ESO-DAY             PIC 9(2).
               10  FILLER              PIC X(1)    VALUE "/".
               10  ESO-YEAR            PIC 9(4).
               10  FILLER              PIC X(1)    VALUE SPACE.
               10  ESO-HOURS           PIC 9(2).
               10  FILLER              PIC X(1)    VALUE ":".
               10  ESO-MINUTES         PIC 9(2).
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "ACCOUNTS RECEIVABLE ".
           05  FILLER          PIC X(20)   VALUE "ROLL-FORWARD BALANCE".
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
           05  FILLER          PIC X(10)   VALUE "RPT8290".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  STAMP-LINE.
           05  FILLER          PIC X(23)   VALUE
               " PRIOR BALANCE TAKEN:  ".
           05  SL-PRIOR-STAMP  PIC X(16).
           05  FILLER          PIC X(25)   VALUE
               "    LATEST POSTING RUN:  ".
           05  SL-POSTING-STAMP PIC X(16).
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  ROLL-FORWARD-TITLE-LINE.
           05  FILLER          PIC X(40)   VALUE
               " OPEN ITEM ROLL-FORWARD:  PRIOR OPEN + P".
           05  FILLER          PIC X(40)   VALUE
               "OSTED - CASH APPLIED + TRANSFERS = ACTUA".
           05  FILLER          PIC X(10)   VALUE "L OPEN".
           05  FILLER          PIC X(42)   VALUE SPACE.
      *
       01  ROLL-FORWARD-HEADING-LINE.
           05  FILLER          PIC X(6)    VALUE "  BR  ".
           05  FILLER          PIC X(16)   VALUE "     PRIOR OPEN ".
           05  FILLER          PIC X(16)   VALUE "         POSTED ".
           05  FILLER          PIC X(16)   VALUE "   CASH APPLIED ".
           05  FILLER          PIC X(16)   VALUE "      TRANSFERS ".
           05  FILLER          PIC X(16)   VALUE "  EXPECTED OPEN ".
           05  FILLER          PIC X(16)   VALUE "    ACTUAL OPEN ".
           05  FILLER          PIC X(16)   VALUE "     DIFFERENCE ".
           05  FILLER          PIC X(14)   VALUE "  STATUS".
      *
       01  ROLL-FORWARD-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RFL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RFL-PRIOR-OPEN       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFL-POSTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFL-CASH-APPLIED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFL-TRANSFER-NET     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFL-EXPECTED-OPEN    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFL-ACTUAL-OPEN      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RFL-STATUS           PIC X(12).
      *
       01  ROLL-FORWARD-TOTAL-LINE.
           05  FILLER               PIC X(7)       VALUE " TOTAL ".
           05  RFT-PRIOR-OPEN       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFT-POSTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFT-CASH-APPLIED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFT-TRANSFER-NET     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFT-EXPECTED-OPEN    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFT-ACTUAL-OPEN      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RFT-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RFT-STATUS           PIC X(12).
      *
       01  POSTING-TITLE-LINE.
           05  FILLER          PIC X(40)   VALUE
               " SALES POSTING AGREEMENT, LATEST UPD8020".
           05  FILLER          PIC X(40)   VALUE
               " RUN:  YTD POSTED = TO OPENITEM,  NET AC".
           05  FILLER          PIC X(40)   VALUE
               "CEPTED = TO OPENITEM + ON CREDHOLD".
           05  FILLER          PIC X(12)   VALUE SPACE.
      *
       01  POSTING-HEADING-LINE.
           05  FILLER          PIC X(6)    VALUE "  BR  ".
           05  FILLER          PIC X(16)   VALUE "     YTD POSTED ".
           05  FILLER          PIC X(16)   VALUE "    TO OPENITEM ".
           05  FILLER          PIC X(16)   VALUE "    ON CREDHOLD ".
           05  FILLER          PIC X(16)   VALUE "   NET ACCEPTED ".
           05  FILLER          PIC X(16)   VALUE " YTD DIFFERENCE ".
           05  FILLER          PIC X(16)   VALUE "HOLD DIFFERENCE ".
           05  FILLER          PIC X(30)   VALUE "  STATUS".
      *
       01  POSTING-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-BRANCH-NUMBER     PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PL-YTD-POSTED        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-OPEN-POSTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-HELD-ON-FILE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-NET-ACCEPTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-YTD-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PL-HOLD-DIFFERENCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PL-STATUS            PIC X(12).
           05  FILLER               PIC X(16)      VALUE SPACE.
      *
       01  POSTING-TOTAL-LINE.
           05  FILLER               PIC X(7)       VALUE " TOTAL ".
           05  PT-YTD-POSTED        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PT-OPEN-POSTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PT-HELD-ON-FILE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PT-NET-ACCEPTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PT-YTD-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PT-HOLD-DIFFERENCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PT-STATUS            PIC X(12).
           05  FILLER               PIC X(16)      VALUE SPACE.
      *
       01  NO-BRANCH-LINE.
           05  FILLER          PIC X(40)   VALUE
               " NO OPEN ITEMS OR CONTROL TOTALS ON FILE".
           05  FILLER          PIC X(92)   VALUE SPACE.
      *
       01  NO-POSTING-RUN-LINE.
           05  FILLER          PIC X(40)   VALUE
               " NO UPD8020 POSTING RUN SINCE THE PRIOR ".
           05  FILLER          PIC X(40)   VALUE
               "BALANCE - NOTHING TO AGREE".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  OPENING-NOTE-LINE.
           05  FILLER          PIC X(40)   VALUE
               " NO PRIOR BALANCE ON FILE - TODAY'S OPEN".
           05  FILLER          PIC X(40)   VALUE
               " BALANCE IS TAKEN AS THE OPENING BALANCE".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  RESULT-LINE.
           05  FILLER          PIC X(10)   VALUE " RESULT:  ".
           05  RL-RESULT-MESSAGE PIC X(60).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(22)   VALUE
               "BRANCHES OUT OF BAL:  ".
           05  RL-OUT-COUNT    PIC ZZ9.
           05  FILLER          PIC X(27)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-BALANCE-RECEIVABLES.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-BALANCE-RECEIVABLES OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN OUTPUT BALRPT.
           IF BALRPT-STATUS NOT = "00"
               MOVE "000-BALANCE-RECEIVABLES OPEN BALRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE BALRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-INITIALIZE-BRANCH-ENTRY
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99.
           PERFORM 120-READ-CONTROL-CARD.
           PERFORM 200-LOAD-PRIOR-BALANCE.
           PERFORM 300-LOAD-CONTROL-TOTALS.
           PERFORM 400-LOAD-OPEN-ITEMS.
           IF POSTING-RUN-FOUND
               PERFORM 450-LOAD-CUSTOMER-DELTAS
               PERFORM 470-LOAD-CREDIT-HOLDS
           END-IF.
           PERFORM 500-PRINT-ROLL-FORWARD.
           PERFORM 550-PRINT-POSTING-AGREEMENT.
           PERFORM 600-PRINT-BALANCE-RESULT.
           PERFORM 700-WRITE-BALANCE-HISTORY.
           CLOSE BALRPT.
           IF BALRPT-STATUS NOT = "00"
               MOVE "000-BALANCE-RECEIVABLES CLOSE BALRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE BALRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-BALANCE-RECEIVABLES CLOSE ERRORLOG "
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
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
      *
       110-INITIALIZE-BRANCH-ENTRY.
      *
           MOVE ZERO TO BB-PRIOR-OPEN (BRANCH-SUB).
           MOVE ZERO TO BB-POSTED (BRANCH-SUB).
           MOVE ZERO TO BB-CASH-APPLIED (BRANCH-SUB).
           MOVE ZERO TO BB-TRANSFER-NET (BRANCH-SUB).
           MOVE ZERO TO BB-ACTUAL-OPEN (BRANCH-SUB).
           MOVE ZERO TO BB-OPEN-ITEM-COUNT (BRANCH-SUB).
           MOVE ZERO TO BB-YTD-POSTED (BRANCH-SUB).
           MOVE ZERO TO BB-RUN-OPEN-POSTED (BRANCH-SUB).
           MOVE ZERO TO BB-RUN-NET-ACCEPTED (BRANCH-SUB).
           MOVE ZERO TO BB-HELD-ON-FILE (BRANCH-SUB).
           MOVE "N"  TO BB-ACTIVITY-SWITCH (BRANCH-SUB).
           MOVE "N"  TO BB-POSTING-SWITCH (BRANCH-SUB).
           MOVE "B"  TO BB-STATUS-CODE (BRANCH-SUB).
      *
       120-READ-CONTROL-CARD.
      *
      *    AN OUT-OF-BALANCE RUN ENDS WITH COMPLETION CODE "B" SO THAT
      *    CTL8180 HOLDS THE STEPS THAT NAME RPT8290 AS PREREQUISITE.
      *    ONCE THE DIFFERENCE HAS BEEN RESEARCHED, A "Y" IN COLUMN 1
      *    OF THE CONTROL CARD ACCEPTS IT - THE RERUN STILL FLAGS THE
      *    BRANCHES BUT ENDS NORMALLY AND RELEASES THE STREAM.  THE
      *    CARD SHOULD BE REMOVED AGAIN AFTER THE RERUN.
      *
           OPEN INPUT CNTLCARD.
           IF CNTLCARD-STATUS = "00"
               READ CNTLCARD
                   AT END
                       CONTINUE
               END-READ
               IF CNTLCARD-STATUS = "00" AND
                       CC-ACCEPT-FLAG = "Y"
                   SET ACCEPT-OUT-OF-BALANCE TO TRUE
               END-IF
               CLOSE CNTLCARD
               IF CNTLCARD-STATUS NOT = "00"
                   MOVE "120-READ-CONTROL-CARD CLOSE CNTLCARD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CNTLCARD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           ELSE
               IF CNTLCARD-STATUS NOT = "35"
                   MOVE "120-READ-CONTROL-CARD OPEN CNTLCARD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CNTLCARD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       200-LOAD-PRIOR-BALANCE.
      *
      *    THE PRIOR BALANCE IS THE LAST SET OF BRANCH BALANCES THIS
      *    PROGRAM WROTE ON AN EARLIER DAY.  A RERUN TODAY THEREFORE
      *    STILL ROLLS FORWARD FROM THE SAME STARTING POINT.
      *
           OPEN INPUT ARBALHST.
           IF ARBALHST-STATUS = "35"
               SET NO-HISTORY-FILE TO TRUE
               SET ARBALHST-EOF TO TRUE
           ELSE
               IF ARBALHST-STATUS NOT = "00"
                   MOVE "200-LOAD-PRIOR-BALANCE OPEN ARBALHST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE ARBALHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET ARBALHST-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 210-READ-BALANCE-HISTORY
               UNTIL ARBALHST-EOF.
           IF NOT NO-HISTORY-FILE
               CLOSE ARBALHST
               IF ARBALHST-STATUS NOT = "00"
                   MOVE "200-LOAD-PRIOR-BALANCE CLOSE ARBALHST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE ARBALHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF PRIOR-BALANCE-FOUND
               MOVE PRIOR-BALANCE-DATE TO EDIT-DATE-IN
               MOVE PRIOR-BALANCE-TIME TO EDIT-TIME-IN
               PERFORM 800-FORMAT-EDIT-STAMP
               MOVE EDIT-STAMP-OUT TO SL-PRIOR-STAMP
           ELSE
               MOVE "NONE ON FILE" TO SL-PRIOR-STAMP
           END-IF.
      *
       210-READ-BALANCE-HISTORY.
      *
           READ ARBALHST
               AT END
                   SET ARBALHST-EOF TO TRUE.
           IF ARBALHST-STATUS = "00"
               ADD 1 TO HISTORY-RECORD-COUNT
               IF AB-BALANCE-DATE < RUN-START-DATE
                   IF AB-BALANCE-STAMP > PRIOR-BALANCE-STAMP
                       MOVE AB-BALANCE-STAMP TO PRIOR-BALANCE-STAMP
                       SET PRIOR-BALANCE-FOUND TO TRUE
                       PERFORM 220-CLEAR-PRIOR-BALANCE
                           VARYING BRANCH-SUB FROM 1 BY 1
                           UNTIL BRANCH-SUB > 99
                   END-IF
                   IF AB-BALANCE-STAMP = PRIOR-BALANCE-STAMP
                           AND AB-BRANCH-BALANCE
                       MOVE AB-BRANCH-NUMBER TO BRANCH-SUB
                       PERFORM 810-SET-BRANCH-SUB
                       ADD AB-OPEN-BALANCE
                           TO BB-PRIOR-OPEN (BRANCH-SUB)
                   END-IF
               END-IF
           ELSE
               IF ARBALHST-STATUS NOT = "10"
                   MOVE "210-READ-BALANCE-HISTORY"
                       TO ERR-PARAGRAPH-NAME
                   MOVE ARBALHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET ARBALHST-EOF TO TRUE
               END-IF
           END-IF.
      *
       220-CLEAR-PRIOR-BALANCE.
      *
           MOVE ZERO TO BB-PRIOR-OPEN (BRANCH-SUB).
      *
       300-LOAD-CONTROL-TOTALS.
      *
      *    CONTROL TOTALS COUNT WHEN THEY WERE WRITTEN AFTER THE PRIOR
      *    BALANCE WAS TAKEN.  WITH NO PRIOR BALANCE ONLY TODAY'S RUNS
      *    ARE SHOWN.  THE LATEST UPD8020 RUN IS ALSO KEPT APART, AS
      *    CUSTDLTA AND CREDHOLD ONLY EVER HOLD THE LAST POSTING RUN.
      *
           OPEN INPUT CTLTOTAL.
           IF CTLTOTAL-STATUS = "35"
               SET NO-CONTROL-FILE TO TRUE
               SET CTLTOTAL-EOF TO TRUE
           ELSE
               IF CTLTOTAL-STATUS NOT = "00"
                   MOVE "300-LOAD-CONTROL-TOTALS OPEN CTLTOTAL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CTLTOTAL-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 310-READ-CONTROL-TOTAL
               UNTIL CTLTOTAL-EOF.
           IF NOT NO-CONTROL-FILE
               CLOSE CTLTOTAL
               IF CTLTOTAL-STATUS NOT = "00"
                   MOVE "300-LOAD-CONTROL-TOTALS CLOSE CTLTOTAL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF POSTING-RUN-FOUND
               MOVE LATEST-POSTING-DATE TO EDIT-DATE-IN
               MOVE LATEST-POSTING-TIME TO EDIT-TIME-IN
               PERFORM 800-FORMAT-EDIT-STAMP
               MOVE EDIT-STAMP-OUT TO SL-POSTING-STAMP
           ELSE
               MOVE "NONE" TO SL-POSTING-STAMP
           END-IF.
      *
       310-READ-CONTROL-TOTAL.
      *
           READ CTLTOTAL
               AT END
                   SET CTLTOTAL-EOF TO TRUE.
           IF CTLTOTAL-STATUS = "00"
               ADD 1 TO CONTROL-RECORD-COUNT
               IF PRIOR-BALANCE-FOUND
                   IF TC-RUN-STAMP > PRIOR-BALANCE-STAMP
                       PERFORM 320-APPLY-CONTROL-TOTAL
                   END-IF
               ELSE
                   IF TC-RUN-DATE = RUN-START-DATE
                       PERFORM 320-APPLY-CONTROL-TOTAL
                   END-IF
               END-IF
           ELSE
               IF CTLTOTAL-STATUS NOT = "10"
                   MOVE "310-READ-CONTROL-TOTAL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CTLTOTAL-EOF TO TRUE
               END-IF
           END-IF.
      *
       320-APPLY-CONTROL-TOTAL.
      *
           ADD 1 TO CONTROL-SELECTED-COUNT.
           IF TC-PROGRAM-ID = "UPD8020"
               IF TC-RUN-STAMP > LATEST-POSTING-STAMP
                   MOVE TC-RUN-STAMP TO LATEST-POSTING-STAMP
                   SET POSTING-RUN-FOUND TO TRUE
                   PERFORM 330-CLEAR-POSTING-RUN
                       VARYING BRANCH-SUB FROM 1 BY 1
                       UNTIL BRANCH-SUB > 99
               END-IF
           END-IF.
           IF TC-BRANCH-TOTAL
               MOVE TC-BRANCH-NUMBER TO BRANCH-SUB
               PERFORM 810-SET-BRANCH-SUB
               IF TC-PROGRAM-ID = "UPD8020"
                   ADD TC-OPEN-ITEM-POSTED TO BB-POSTED (BRANCH-SUB)
                   IF TC-RUN-STAMP = LATEST-POSTING-STAMP
                       MOVE "Y" TO BB-POSTING-SWITCH (BRANCH-SUB)
                       ADD TC-OPEN-ITEM-POSTED
                           TO BB-RUN-OPEN-POSTED (BRANCH-SUB)
                       ADD TC-NET-ACCEPTED
                           TO BB-RUN-NET-ACCEPTED (BRANCH-SUB)
                   END-IF
               ELSE
                   ADD TC-CASH-APPLIED
                       TO BB-CASH-APPLIED (BRANCH-SUB)
                   ADD TC-UNAPPLIED-APPLIED
                       TO BB-CASH-APPLIED (BRANCH-SUB)
                   ADD TC-TRANSFER-NET
                       TO BB-TRANSFER-NET (BRANCH-SUB)
               END-IF
           END-IF.
      *
       330-CLEAR-POSTING-RUN.
      *
           MOVE ZERO TO BB-RUN-OPEN-POSTED (BRANCH-SUB).
           MOVE ZERO TO BB-RUN-NET-ACCEPTED (BRANCH-SUB).
           MOVE "N"  TO BB-POSTING-SWITCH (BRANCH-SUB).
      *
       400-LOAD-OPEN-ITEMS.
      *
           OPEN INPUT OPENITEM.
           IF OPENITEM-STATUS = "35"
               SET NO-OPEN-FILE TO TRUE
               SET OPENITEM-EOF TO TRUE
           ELSE
               IF OPENITEM-STATUS NOT = "00"
                   MOVE "400-LOAD-OPEN-ITEMS OPEN OPENITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 410-READ-OPEN-ITEM
               UNTIL OPENITEM-EOF.
           IF NOT NO-OPEN-FILE
               CLOSE OPENITEM
               IF OPENITEM-STATUS NOT = "00"
                   MOVE "400-LOAD-OPEN-ITEMS CLOSE OPENITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       410-READ-OPEN-ITEM.
      *
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE.
           IF OPENITEM-STATUS = "00"
               ADD 1 TO OPEN-ITEM-RECORD-COUNT
               MOVE OI-BRANCH-NUMBER TO BRANCH-SUB
               PERFORM 810-SET-BRANCH-SUB
               COMPUTE ITEM-OPEN-BALANCE =
                   OI-INVOICE-AMOUNT - OI-AMOUNT-PAID
               ADD ITEM-OPEN-BALANCE TO BB-ACTUAL-OPEN (BRANCH-SUB)
               ADD 1 TO BB-OPEN-ITEM-COUNT (BRANCH-SUB)
           ELSE
               IF OPENITEM-STATUS NOT = "10"
                   MOVE "410-READ-OPEN-ITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
      *
       450-LOAD-CUSTOMER-DELTAS.
      *
      *    CUSTDLTA CARRIES THE NET AMOUNT THE LAST POSTING RUN ADDED
      *    TO CM-SALES-THIS-YTD FOR EACH CUSTOMER IT CHANGED.
      *
           OPEN INPUT CUSTDLTA.
           IF CUSTDLTA-STATUS = "35"
               SET NO-DELTA-FILE TO TRUE
               SET CUSTDLTA-EOF TO TRUE
           ELSE
               IF CUSTDLTA-STATUS NOT = "00"
                   MOVE "450-LOAD-CUSTOMER-DELTAS OPEN CUSTDLTA"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTDLTA-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CUSTDLTA-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 460-READ-CUSTOMER-DELTA
               UNTIL CUSTDLTA-EOF.
           IF NOT NO-DELTA-FILE
               CLOSE CUSTDLTA
               IF CUSTDLTA-STATUS NOT = "00"
                   MOVE "450-LOAD-CUSTOMER-DELTAS CLOSE CUSTDLTA"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTDLTA-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       460-READ-CUSTOMER-DELTA.
      *
           READ CUSTDLTA
               AT END
                   SET CUSTDLTA-EOF TO TRUE.
           IF CUSTDLTA-STATUS = "00"
               IF DL-POST-DATE = LATEST-POSTING-DATE
                   ADD 1 TO DELTA-RECORD-COUNT
                   MOVE DL-BRANCH-NUMBER TO BRANCH-SUB
                   PERFORM 810-SET-BRANCH-SUB
                   MOVE "Y" TO BB-POSTING-SWITCH (BRANCH-SUB)
                   ADD DL-POSTED-AMOUNT TO BB-YTD-POSTED (BRANCH-SUB)
               END-IF
           ELSE
               IF CUSTDLTA-STATUS NOT = "10"
                   MOVE "460-READ-CUSTOMER-DELTA"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTDLTA-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CUSTDLTA-EOF TO TRUE
               END-IF
           END-IF.
      *
       470-LOAD-CREDIT-HOLDS.
      *
           OPEN INPUT CREDHOLD.
           IF CREDHOLD-STATUS = "35"
               SET NO-HOLD-FILE TO TRUE
               SET CREDHOLD-EOF TO TRUE
           ELSE
               IF CREDHOLD-STATUS NOT = "00"
                   MOVE "470-LOAD-CREDIT-HOLDS OPEN CREDHOLD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CREDHOLD-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 480-READ-CREDIT-HOLD
               UNTIL CREDHOLD-EOF.
           IF NOT NO-HOLD-FILE
               CLOSE CREDHOLD
               IF CREDHOLD-STATUS NOT = "00"
                   MOVE "470-LOAD-CREDIT-HOLDS CLOSE CREDHOLD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       480-READ-CREDIT-HOLD.
      *
           READ CREDHOLD
               AT END
                   SET CREDHOLD-EOF TO TRUE.
           IF CREDHOLD-STATUS = "00"
               IF CH-HELD-DATE = LATEST-POSTING-DATE
                   ADD 1 TO HOLD-RECORD-COUNT
                   MOVE CH-BRANCH-NUMBER TO BRANCH-SUB
                   PERFORM 810-SET-BRANCH-SUB
                   MOVE "Y" TO BB-POSTING-SWITCH (BRANCH-SUB)
                   IF CH-TRANSACTION-CODE = "C"
                       COMPUTE HELD-AMOUNT =
                           CH-TRANSACTION-AMOUNT * -1
                   ELSE
                       MOVE CH-TRANSACTION-AMOUNT TO HELD-AMOUNT
                   END-IF
                   ADD HELD-AMOUNT TO BB-HELD-ON-FILE (BRANCH-SUB)
               END-IF
           ELSE
               IF CREDHOLD-STATUS NOT = "10"
                   MOVE "480-READ-CREDIT-HOLD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CREDHOLD-EOF TO TRUE
               END-IF
           END-IF.
      *
       500-PRINT-ROLL-FORWARD.
      *
           SET ROLL-FORWARD-SECTION TO TRUE.
           PERFORM 630-PRINT-HEADING-LINES.
           IF NOT PRIOR-BALANCE-FOUND
               MOVE OPENING-NOTE-LINE TO PRINT-AREA
               MOVE 1 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
               MOVE 2 TO SPACE-CONTROL
           END-IF.
           PERFORM 510-PRINT-BRANCH-ROLL-FORWARD
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99.
           IF BRANCH-PRINTED-COUNT = ZERO
               MOVE NO-BRANCH-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           COMPUTE GRAND-OPEN-DIFFERENCE =
               GRAND-ACTUAL-OPEN - GRAND-EXPECTED-OPEN.
           MOVE GRAND-PRIOR-OPEN      TO RFT-PRIOR-OPEN.
           MOVE GRAND-POSTED          TO RFT-POSTED.
           MOVE GRAND-CASH-APPLIED    TO RFT-CASH-APPLIED.
           MOVE GRAND-TRANSFER-NET    TO RFT-TRANSFER-NET.
           MOVE GRAND-EXPECTED-OPEN   TO RFT-EXPECTED-OPEN.
           MOVE GRAND-ACTUAL-OPEN     TO RFT-ACTUAL-OPEN.
           MOVE GRAND-OPEN-DIFFERENCE TO RFT-DIFFERENCE.
           EVALUATE TRUE
             WHEN NOT PRIOR-BALANCE-FOUND
               MOVE "OPENING"      TO RFT-STATUS
             WHEN GRAND-OPEN-DIFFERENCE = ZERO
               MOVE "IN BALANCE"   TO RFT-STATUS
             WHEN OTHER
               MOVE "*OUT OF BAL*" TO RFT-STATUS
               SET OUT-OF-BALANCE TO TRUE
           END-EVALUATE.
           MOVE ROLL-FORWARD-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       510-PRINT-BRANCH-ROLL-FORWARD.
      *
           IF BB-PRIOR-OPEN (BRANCH-SUB) NOT = ZERO
                   OR BB-POSTED (BRANCH-SUB) NOT = ZERO
                   OR BB-CASH-APPLIED (BRANCH-SUB) NOT = ZERO
                   OR BB-TRANSFER-NET (BRANCH-SUB) NOT = ZERO
                   OR BB-OPEN-ITEM-COUNT (BRANCH-SUB) > ZERO
               SET BB-ACTIVITY (BRANCH-SUB) TO TRUE
           END-IF.
           IF BB-ACTIVITY (BRANCH-SUB)
               IF LINE-COUNT > LINES-ON-PAGE
                   PERFORM 630-PRINT-HEADING-LINES
               END-IF
               ADD 1 TO BRANCH-PRINTED-COUNT
               COMPUTE EXPECTED-OPEN =
                   BB-PRIOR-OPEN (BRANCH-SUB) +
                   BB-POSTED (BRANCH-SUB) -
                   BB-CASH-APPLIED (BRANCH-SUB) +
                   BB-TRANSFER-NET (BRANCH-SUB)
               COMPUTE OPEN-DIFFERENCE =
                   BB-ACTUAL-OPEN (BRANCH-SUB) - EXPECTED-OPEN
               MOVE BRANCH-SUB                   TO RFL-BRANCH-NUMBER
               MOVE BB-PRIOR-OPEN (BRANCH-SUB)   TO RFL-PRIOR-OPEN
               MOVE BB-POSTED (BRANCH-SUB)       TO RFL-POSTED
               MOVE BB-CASH-APPLIED (BRANCH-SUB) TO RFL-CASH-APPLIED
               MOVE BB-TRANSFER-NET (BRANCH-SUB) TO RFL-TRANSFER-NET
               MOVE EXPECTED-OPEN                TO RFL-EXPECTED-OPEN
               MOVE BB-ACTUAL-OPEN (BRANCH-SUB)  TO RFL-ACTUAL-OPEN
               MOVE OPEN-DIFFERENCE              TO RFL-DIFFERENCE
               EVALUATE TRUE
                 WHEN NOT PRIOR-BALANCE-FOUND
                   MOVE "OPENING"      TO RFL-STATUS
                   MOVE "N" TO BB-STATUS-CODE (BRANCH-SUB)
                 WHEN OPEN-DIFFERENCE = ZERO
                   MOVE "IN BALANCE"   TO RFL-STATUS
                 WHEN OTHER
                   MOVE "*OUT OF BAL*" TO RFL-STATUS
                   MOVE "O" TO BB-STATUS-CODE (BRANCH-SUB)
                   SET OUT-OF-BALANCE TO TRUE
                   ADD 1 TO BRANCH-OUT-COUNT
               END-EVALUATE
               MOVE ROLL-FORWARD-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
               MOVE 1 TO SPACE-CONTROL
               ADD BB-PRIOR-OPEN (BRANCH-SUB)   TO GRAND-PRIOR-OPEN
               ADD BB-POSTED (BRANCH-SUB)       TO GRAND-POSTED
               ADD BB-CASH-APPLIED (BRANCH-SUB) TO GRAND-CASH-APPLIED
               ADD BB-TRANSFER-NET (BRANCH-SUB) TO GRAND-TRANSFER-NET
               ADD EXPECTED-OPEN                TO GRAND-EXPECTED-OPEN
               ADD BB-ACTUAL-OPEN (BRANCH-SUB)  TO GRAND-ACTUAL-OPEN
               ADD BB-OPEN-ITEM-COUNT (BRANCH-SUB)
                   TO GRAND-OPEN-ITEM-COUNT
           END-IF.
      *
       550-PRINT-POSTING-AGREEMENT.
      *
      *    HELD INVOICES NEVER REACH CM-SALES-THIS-YTD, SO THE YTD
      *    POSTED (FROM CUSTDLTA) MUST EQUAL WHAT WENT TO OPENITEM, AND
      *    EVERYTHING THE RUN ACCEPTED MUST BE EITHER IN OPENITEM OR ON
      *    THE CREDHOLD FILE.
      *
           SET POSTING-SECTION TO TRUE.
           IF LINE-COUNT > LINES-ON-PAGE - 8
               PERFORM 630-PRINT-HEADING-LINES
           ELSE
               PERFORM 660-PRINT-SECTION-HEADING
           END-IF.
           IF POSTING-RUN-FOUND
               PERFORM 560-PRINT-BRANCH-POSTING
                   VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 99
               IF LINE-COUNT > LINES-ON-PAGE
                   PERFORM 630-PRINT-HEADING-LINES
               END-IF
               COMPUTE GRAND-YTD-DIFFERENCE =
                   GRAND-YTD-POSTED - GRAND-RUN-OPEN-POSTED
               COMPUTE GRAND-HOLD-DIFFERENCE =
                   GRAND-RUN-NET-ACCEPTED - GRAND-RUN-OPEN-POSTED -
                   GRAND-HELD-ON-FILE
               MOVE GRAND-YTD-POSTED       TO PT-YTD-POSTED
               MOVE GRAND-RUN-OPEN-POSTED  TO PT-OPEN-POSTED
               MOVE GRAND-HELD-ON-FILE     TO PT-HELD-ON-FILE
               MOVE GRAND-RUN-NET-ACCEPTED TO PT-NET-ACCEPTED
               MOVE GRAND-YTD-DIFFERENCE   TO PT-YTD-DIFFERENCE
               MOVE GRAND-HOLD-DIFFERENCE  TO PT-HOLD-DIFFERENCE
               IF GRAND-YTD-DIFFERENCE = ZERO
                       AND GRAND-HOLD-DIFFERENCE = ZERO
                   MOVE "IN BALANCE"   TO PT-STATUS
               ELSE
                   MOVE "*OUT OF BAL*" TO PT-STATUS
                   SET OUT-OF-BALANCE TO TRUE
               END-IF
               MOVE POSTING-TOTAL-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           ELSE
               MOVE NO-POSTING-RUN-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
      *
       560-PRINT-BRANCH-POSTING.
      *
           IF BB-POSTING-ACTIVITY (BRANCH-SUB)
               IF LINE-COUNT > LINES-ON-PAGE
                   PERFORM 630-PRINT-HEADING-LINES
               END-IF
               COMPUTE YTD-DIFFERENCE =
                   BB-YTD-POSTED (BRANCH-SUB) -
                   BB-RUN-OPEN-POSTED (BRANCH-SUB)
               COMPUTE HOLD-DIFFERENCE =
                   BB-RUN-NET-ACCEPTED (BRANCH-SUB) -
                   BB-RUN-OPEN-POSTED (BRANCH-SUB) -
                   BB-HELD-ON-FILE (BRANCH-SUB)
               MOVE BRANCH-SUB TO PL-BRANCH-NUMBER
               MOVE BB-YTD-POSTED (BRANCH-SUB)   TO PL-YTD-POSTED
               MOVE BB-RUN-OPEN-POSTED (BRANCH-SUB)
                   TO PL-OPEN-POSTED
               MOVE BB-HELD-ON-FILE (BRANCH-SUB) TO PL-HELD-ON-FILE
               MOVE BB-RUN-NET-ACCEPTED (BRANCH-SUB)
                   TO PL-NET-ACCEPTED
               MOVE YTD-DIFFERENCE  TO PL-YTD-DIFFERENCE
               MOVE HOLD-DIFFERENCE TO PL-HOLD-DIFFERENCE
               IF YTD-DIFFERENCE = ZERO AND HOLD-DIFFERENCE = ZERO
                   MOVE "IN BALANCE"   TO PL-STATUS
               ELSE
                   MOVE "*OUT OF BAL*" TO PL-STATUS
                   SET OUT-OF-BALANCE TO TRUE
                   IF BB-STATUS-CODE (BRANCH-SUB) NOT = "O"
                       MOVE "O" TO BB-STATUS-CODE (BRANCH-SUB)
                       ADD 1 TO BRANCH-OUT-COUNT
                   END-IF
               END-IF
               MOVE POSTING-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
               MOVE 1 TO SPACE-CONTROL
               ADD BB-YTD-POSTED (BRANCH-SUB)   TO GRAND-YTD-POSTED
               ADD BB-RUN-OPEN-POSTED (BRANCH-SUB)
                   TO GRAND-RUN-OPEN-POSTED
               ADD BB-HELD-ON-FILE (BRANCH-SUB) TO GRAND-HELD-ON-FILE
               ADD BB-RUN-NET-ACCEPTED (BRANCH-SUB)
                   TO GRAND-RUN-NET-ACCEPTED
           END-IF.
      *
       600-PRINT-BALANCE-RESULT.
      *
           EVALUATE TRUE
             WHEN OUT-OF-BALANCE AND ACCEPT-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE - ACCEPTED ON CONTROL CARD ***"
                   TO RL-RESULT-MESSAGE
               DISPLAY "RPT8290 AR OUT OF BALANCE - ACCEPTED ON "
                   "CONTROL CARD"
             WHEN OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE - DOWNSTREAM STEPS HELD ***"
                   TO RL-RESULT-MESSAGE
               DISPLAY "RPT8290 AR ROLL-FORWARD OUT OF BALANCE - "
                   "DOWNSTREAM STEPS HELD"
             WHEN NOT PRIOR-BALANCE-FOUND
               MOVE "OPENING BALANCE ESTABLISHED"
                   TO RL-RESULT-MESSAGE
             WHEN OTHER
               MOVE "ACCOUNTS RECEIVABLE IN BALANCE"
                   TO RL-RESULT-MESSAGE
           END-EVALUATE.
           MOVE BRANCH-OUT-COUNT TO RL-OUT-COUNT.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE RESULT-LINE TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
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
           MOVE STAMP-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           PERFORM 660-PRINT-SECTION-HEADING.
      *
       640-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF BALRPT-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE BALRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF BALRPT-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE BALRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       660-PRINT-SECTION-HEADING.
      *
           IF ROLL-FORWARD-SECTION
               MOVE ROLL-FORWARD-TITLE-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
               MOVE ROLL-FORWARD-HEADING-LINE TO PRINT-AREA
           ELSE
               MOVE POSTING-TITLE-LINE TO PRINT-AREA
               MOVE 3 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
               MOVE POSTING-HEADING-LINE TO PRINT-AREA
           END-IF.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       700-WRITE-BALANCE-HISTORY.
      *
      *    TODAY'S ACTUAL OPEN BALANCE BY BRANCH BECOMES TOMORROW'S
      *    PRIOR BALANCE, WHETHER OR NOT TODAY BALANCED.  THE RUN
      *    RECORD IS WRITTEN EVEN WITH NO OPEN ITEMS.
      *
           OPEN EXTEND ARBALHST.
           IF ARBALHST-STATUS = "35"
               OPEN OUTPUT ARBALHST
           END-IF.
           IF ARBALHST-STATUS NOT = "00"
               MOVE "700-WRITE-BALANCE-HISTORY OPEN ARBALHST"
                   TO ERR-PARAGRAPH-NAME
               MOVE ARBALHST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM 710-WRITE-BRANCH-HISTORY
                   VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 99
               MOVE "T"                   TO AB-RECORD-TYPE
               MOVE ZERO                  TO AB-BRANCH-NUMBER
               MOVE GRAND-OPEN-ITEM-COUNT TO AB-ITEM-COUNT
               MOVE GRAND-ACTUAL-OPEN     TO AB-OPEN-BALANCE
               EVALUATE TRUE
                 WHEN OUT-OF-BALANCE AND ACCEPT-OUT-OF-BALANCE
                   MOVE "A" TO AB-BALANCE-STATUS
                 WHEN OUT-OF-BALANCE
                   MOVE "O" TO AB-BALANCE-STATUS
                 WHEN NOT PRIOR-BALANCE-FOUND
                   MOVE "N" TO AB-BALANCE-STATUS
                 WHEN OTHER
                   MOVE "B" TO AB-BALANCE-STATUS
               END-EVALUATE
               PERFORM 720-WRITE-HISTORY-RECORD
               CLOSE ARBALHST
               IF ARBALHST-STATUS NOT = "00"
                   MOVE "700-WRITE-BALANCE-HISTORY CLOSE ARBALHST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE ARBALHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       710-WRITE-BRANCH-HISTORY.
      *
           IF BB-OPEN-ITEM-COUNT (BRANCH-SUB) > ZERO
               MOVE "B"        TO AB-RECORD-TYPE
               MOVE BRANCH-SUB TO AB-BRANCH-NUMBER
               MOVE BB-OPEN-ITEM-COUNT (BRANCH-SUB) TO AB-ITEM-COUNT
               MOVE BB-ACTUAL-OPEN (BRANCH-SUB)     TO AB-OPEN-BALANCE
               MOVE BB-STATUS-CODE (BRANCH-SUB)   TO AB-BALANCE-STATUS
               PERFORM 720-WRITE-HISTORY-RECORD
           END-IF.
      *
       720-WRITE-HISTORY-RECORD.
      *
           MOVE RUN-START-DATE TO AB-BALANCE-DATE.
           MOVE RUN-START-TIME TO AB-BALANCE-TIME.
           WRITE BALANCE-HISTORY-RECORD.
           IF ARBALHST-STATUS NOT = "00"
               MOVE "720-WRITE-HISTORY-RECORD" TO ERR-PARAGRAPH-NAME
               MOVE ARBALHST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO HISTORY-WRITTEN-COUNT
           END-IF.
      *
       800-FORMAT-EDIT-STAMP.
      *
           MOVE EDIT-DATE-MONTH   TO ESO-MONTH.
           MOVE EDIT-DATE-DAY     TO ESO-DAY.
           MOVE EDIT-DATE-YEAR    TO ESO-YEAR.
           MOVE EDIT-TIME-HOURS   TO ESO-HOURS.
           MOVE EDIT-TIME-MINUTES TO ESO-MINUTES.
      *
       810-SET-BRANCH-SUB.
      *
      *    BRANCH 00 IS CARRIED AS 99, AS IN UPD8020 AND UPD8140.
      *
           IF BRANCH-SUB = ZERO
               MOVE 99 TO BRANCH-SUB
           END-IF.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME     TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS        TO ELR-FILE-STATUS.
           MOVE OPEN-ITEM-RECORD-COUNT TO ELR-RECORD-COUNT.
           WRITE ERROR-LOG-RECORD.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "9700-WRITE-ERROR-LOG-RECORD WRITE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
                   " FOR " ERR-PARAGRAPH-NAME
           END-IF.
      *
       9800-WRITE-RUN-AUDIT-RECORD.
      *
      *    COMPLETION CODE "B" MARKS AN UNACCEPTED OUT-OF-BALANCE RUN.
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
               MOVE "RPT8290" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE OPEN-ITEM-RECORD-COUNT TO RA-RECORDS-READ
               MOVE BRANCH-PRINTED-COUNT TO RA-RECORDS-SELECTED
               IF GRAND-ACTUAL-OPEN > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF GRAND-ACTUAL-OPEN < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE GRAND-ACTUAL-OPEN TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               IF GRAND-EXPECTED-OPEN > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
               ELSE
                   IF GRAND-EXPECTED-OPEN < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
                   ELSE
                       MOVE GRAND-EXPECTED-OPEN
                           TO RA-GRAND-TOTAL-LAST-YTD
                   END-IF
               END-IF
               EVALUATE TRUE
                 WHEN ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
                 WHEN OUT-OF-BALANCE AND NOT ACCEPT-OUT-OF-BALANCE
                   MOVE "B" TO RA-COMPLETION-CODE
                 WHEN OTHER
                   MOVE "N" TO RA-COMPLETION-CODE
               END-EVALUATE
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
