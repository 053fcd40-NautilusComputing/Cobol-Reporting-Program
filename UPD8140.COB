               FILE STATUS IS RCPREJCT-STATUS.
           SELECT CASHREG ASSIGN TO "CASHAPP.PRN"
               FILE STATUS IS CASHREG-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               FILE STATUS IS CUSTMAST-STATUS.
           SELECT UNAPCASH ASSIGN TO "UNAPCASH.DAT"
               FILE STATUS IS UNAPCASH-STATUS.
           SELECT NEWUNAP ASSIGN TO "UNAPCASH.NEW"
               FILE STATUS IS NEWUNAP-STATUS.
           SELECT UNAPREG ASSIGN TO "UNAPCASH.PRN"
               FILE STATUS IS UNAPREG-STATUS.
           SELECT PAIDHIST ASSIGN TO "PAIDHIST.DAT"
               FILE STATUS IS PAIDHIST-STATUS.
           SELECT CTLTOTAL ASSIGN TO "CTLTOTAL.DAT"
               FILE STATUS IS CTLTOTAL-STATUS.
           SELECT ERRORLOG ASSIGN TO "UPD8140.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-TRANSACTION-CODE     PIC X(1).
           05  OI-INVOICE-DATE         PIC 9(8).
           05  OI-INVOICE-AMOUNT       PIC S9(7)V99.
           05  OI-AMOUNT-PAID          PIC S9(7)V99.
           05  OI-OPEN-STATUS          PIC X(1).
      *
       FD  NEWOPEN.
           05  NO-BRANCH-NUMBER        PIC 9(2).
           05  NO-TRANSACTION-CODE     PIC X(1).
           05  NO-INVOICE-DATE         PIC 9(8).
           05  NO-INVOICE-AMOUNT       PIC S9(7)V99.
           05  NO-AMOUNT-PAID          PIC S9(7)V99.
           05  NO-OPEN-STATUS          PIC X(1).
      *
       FD  RCPREJCT.
       FD  CASHREG.
      *
       01  PRINT-AREA      PIC X(132).
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
       FD  UNAPCASH.
      *
       01  UNAPPLIED-CASH-RECORD.
           05  UC-CUSTOMER-NUMBER      PIC 9(5).
           05  UC-CUSTOMER-NAME        PIC X(20).
           05  UC-BRANCH-NUMBER        PIC 9(2).
           05  UC-SOURCE-CODE          PIC X(1).
           05  UC-REFERENCE-NUMBER     PIC 9(6).
           05  UC-RECEIPT-DATE         PIC 9(8).
           05  UC-PARKED-AMOUNT        PIC S9(7)V99.
           05  UC-UNAPPLIED-AMOUNT     PIC S9(7)V99.
      *
       FD  NEWUNAP.
      *
       01  NEW-UNAPPLIED-CASH-RECORD.
           05  NU-CUSTOMER-NUMBER      PIC 9(5).
           05  NU-CUSTOMER-NAME        PIC X(20).
           05  NU-BRANCH-NUMBER        PIC 9(2).
           05  NU-SOURCE-CODE          PIC X(1).
           05  NU-REFERENCE-NUMBER     PIC 9(6).
           05  NU-RECEIPT-DATE         PIC 9(8).
           05  NU-PARKED-AMOUNT        PIC S9(7)V99.
           05  NU-UNAPPLIED-AMOUNT     PIC S9(7)V99.
      *
       FD  UNAPREG.
      *
       01  REGISTER-PRINT-AREA PIC X(132).
      *
       FD  PAIDHIST.
      *
       01  PAID-ITEM-HISTORY-RECORD.
           05  PH-CUSTOMER-NUMBER      PIC 9(5).
           05  PH-CUSTOMER-NAME        PIC X(20).
           05  PH-BRANCH-NUMBER        PIC 9(2).
           05  PH-INVOICE-NUMBER       PIC 9(6).
           05  PH-TRANSACTION-CODE     PIC X(1).
           05  PH-INVOICE-DATE         PIC 9(8).
           05  PH-FINAL-RECEIPT-DATE   PIC 9(8).
           05  PH-INVOICE-AMOUNT       PIC S9(7)V99.
           05  PH-PAID-OFF-DATE        PIC 9(8).
      *
       FD  CTLTOTAL.
      *
      *    SHARED WITH UPD8020, UPD8310 AND RPT8290.  UPD8140 USES THE
      *    CASH VIEW OF THE AMOUNTS.
      *
       01  RUN-CONTROL-TOTAL-RECORD.
           05  TC-PROGRAM-ID           PIC X(8).
           05  TC-RUN-DATE             PIC 9(8).
           05  TC-RUN-TIME             PIC 9(6).
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
       FD  ERRORLOG.
      *
           05  NEWOPEN-STATUS      PIC XX      VALUE "00".
           05  RCPREJCT-STATUS     PIC XX      VALUE "00".
           05  CASHREG-STATUS      PIC XX      VALUE "00".
           05  CUSTMAST-STATUS     PIC XX      VALUE "00".
           05  UNAPCASH-STATUS     PIC XX      VALUE "00".
           05  NEWUNAP-STATUS      PIC XX      VALUE "00".
           05  UNAPREG-STATUS      PIC XX      VALUE "00".
           05  PAIDHIST-STATUS     PIC XX      VALUE "00".
           05  CTLTOTAL-STATUS     PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
           05  RECEIPT-REJECT-COUNT    PIC 9(7)    VALUE ZERO.
           05  ITEM-PAID-OFF-COUNT     PIC 9(7)    VALUE ZERO.
           05  ITEM-CARRIED-COUNT      PIC 9(7)    VALUE ZERO.
           05  CUSTOMER-RECORD-COUNT   PIC 9(7)    VALUE ZERO.
           05  UNAPPLIED-READ-COUNT    PIC 9(7)    VALUE ZERO.
           05  PARKED-ENTRY-COUNT      PIC 9(7)    VALUE ZERO.
           05  APPLICATION-COUNT       PIC 9(7)    VALUE ZERO.
           05  UNAPPLIED-CARRIED-COUNT PIC 9(7)    VALUE ZERO.
           05  PAID-HISTORY-COUNT      PIC 9(7)    VALUE ZERO.
           05  CONTROL-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
               88  ITEM-LOCATED                VALUE "Y".
           05  ITEM-OVERFLOW-SWITCH    PIC X   VALUE "N".
               88  ITEM-TABLE-OVERFLOW         VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
               88  CUSTMAST-EOF                VALUE "Y".
           05  CUSTOMER-LOCATED-SWITCH PIC X   VALUE "N".
               88  CUSTOMER-LOCATED            VALUE "Y".
           05  RECEIPT-OVERFLOW-SWITCH PIC X   VALUE "N".
               88  RECEIPT-OVERFLOW            VALUE "Y".
           05  CUSTOMER-OVERFLOW-SWITCH
                                       PIC X   VALUE "N".
               88  CUSTOMER-TABLE-OVERFLOW     VALUE "Y".
           05  UNAPCASH-EOF-SWITCH     PIC X   VALUE "N".
               88  UNAPCASH-EOF                VALUE "Y".
           05  NO-UNAPPLIED-FILE-SWITCH
                                       PIC X   VALUE "N".
               88  NO-UNAPPLIED-FILE           VALUE "Y".
           05  UNAPPLIED-OVERFLOW-SWITCH
                                       PIC X   VALUE "N".
               88  UNAPPLIED-TABLE-OVERFLOW    VALUE "Y".
           05  OPEN-INVOICE-FOUND-SWITCH
                                       PIC X   VALUE "Y".
               88  OPEN-INVOICE-FOUND          VALUE "Y".
           05  REGISTER-SECTION-SWITCH PIC X   VALUE "A".
               88  APPLICATION-SECTION         VALUE "A".
               88  SUMMARY-SECTION             VALUE "S".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
               10  IT-BRANCH-NUMBER        PIC 9(2).
               10  IT-TRANSACTION-CODE     PIC X(1).
               10  IT-INVOICE-DATE         PIC 9(8).
               10  IT-INVOICE-AMOUNT       PIC S9(7)V99.
               10  IT-AMOUNT-PAID          PIC S9(7)V99.
               10  IT-OPEN-STATUS          PIC X(1).
                   88  IT-PAID                     VALUE "P".
               10  IT-LAST-RECEIPT-DATE    PIC 9(8).
      *
       01  CUSTOMER-TABLE-FIELDS.
           05  CUSTOMER-TABLE-MAX  PIC S9(4)   COMP VALUE +5000.
           05  CUSTOMER-COUNT      PIC S9(4)   COMP VALUE ZERO.
           05  CUSTOMER-INDEX      PIC S9(4)   COMP.
           05  LOCATED-CUSTOMER    PIC S9(4)   COMP.
           05  CUSTOMER-ENTRY  OCCURS 5000 TIMES.
               10  CU-CUSTOMER-NUMBER      PIC 9(5).
               10  CU-CUSTOMER-NAME        PIC X(20).
               10  CU-BRANCH-NUMBER        PIC 9(2).
               10  CU-BEGIN-UNAPPLIED      PIC S9(7)V99.
               10  CU-AMOUNT-PARKED        PIC S9(7)V99.
               10  CU-CASH-APPLIED         PIC S9(7)V99.
      *
       01  UNAPPLIED-TABLE-FIELDS.
           05  UNAPPLIED-TABLE-MAX PIC S9(4)   COMP VALUE +2000.
           05  UNAPPLIED-COUNT     PIC S9(4)   COMP VALUE ZERO.
           05  UNAPPLIED-INDEX     PIC S9(4)   COMP.
           05  UNAPPLIED-ENTRY OCCURS 2000 TIMES.
               10  UT-CUSTOMER-NUMBER      PIC 9(5).
               10  UT-CUSTOMER-NAME        PIC X(20).
               10  UT-BRANCH-NUMBER        PIC 9(2).
               10  UT-SOURCE-CODE          PIC X(1).
               10  UT-REFERENCE-NUMBER     PIC 9(6).
               10  UT-RECEIPT-DATE         PIC 9(8).
               10  UT-PARKED-AMOUNT        PIC S9(7)V99.
               10  UT-UNAPPLIED-AMOUNT     PIC S9(7)V99.
      *
       01  EDIT-FIELDS.
           05  REJECT-REASON           PIC X(30).
           05  RECEIPT-DISPOSITION     PIC X(30).
           05  OPEN-BALANCE            PIC S9(7)V99.
      *
      *    THE SAME SIZE AS IT-AMOUNT-PAID AND CU-AMOUNT-PARKED.
      *
           05  CHECK-AMOUNT-PAID       PIC S9(9)V99.
           05  CHECK-AMOUNT-PARKED     PIC S9(9)V99.
      *
       01  APPLICATION-FIELDS.
           05  SEARCH-CUSTOMER-NUMBER  PIC 9(5).
           05  SEARCH-INDEX            PIC S9(4)   COMP.
           05  OLDEST-ENTRY            PIC S9(4)   COMP.
           05  APPLY-AMOUNT            PIC S9(7)V99.
           05  PARK-AMOUNT             PIC S9(7)V99.
           05  PARK-SOURCE-CODE        PIC X(1).
           05  CREDIT-AVAILABLE        PIC S9(7)V99.
           05  CREDIT-APPLIED          PIC S9(7)V99.
           05  CREDIT-SOURCE           PIC X(12).
           05  CREDIT-REFERENCE        PIC 9(6).
           05  CREDIT-DATE             PIC 9(8).
           05  CUSTOMER-END-UNAPPLIED  PIC S9(7)V99.
      *
       01  CONTROL-TOTAL-FIELDS.
           05  RECEIPT-HASH-AMOUNT     PIC S9(9)V99    VALUE ZERO.
           05  AMOUNT-APPLIED          PIC S9(9)V99    VALUE ZERO.
           05  AMOUNT-REJECTED         PIC S9(9)V99    VALUE ZERO.
           05  OPEN-AMOUNT-CARRIED     PIC S9(9)V99    VALUE ZERO.
           05  AMOUNT-PARKED           PIC S9(9)V99    VALUE ZERO.
           05  UNAPPLIED-BEGIN-TOTAL   PIC S9(9)V99    VALUE ZERO.
           05  UNAPPLIED-CASH-APPLIED  PIC S9(9)V99    VALUE ZERO.
           05  UNAPPLIED-END-TOTAL     PIC S9(9)V99    VALUE ZERO.
           05  CREDIT-MEMO-APPLIED     PIC S9(9)V99    VALUE ZERO.
      *
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-SUB              PIC S9(4)   COMP.
           05  RUN-RECEIPT-COUNT       PIC 9(7)        VALUE ZERO.
           05  RUN-CASH-APPLIED        PIC S9(9)V99    VALUE ZERO.
           05  RUN-UNAPPLIED-APPLIED   PIC S9(9)V99    VALUE ZERO.
           05  RUN-TRANSFER-NET        PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-TOTAL-ENTRY  OCCURS 99 TIMES.
               10  BR-RECEIPT-COUNT        PIC 9(7).
               10  BR-CASH-APPLIED         PIC S9(9)V99.
               10  BR-UNAPPLIED-APPLIED    PIC S9(9)V99.
               10  BR-TRANSFER-NET         PIC S9(9)V99.
               10  BR-ACTIVITY-SWITCH      PIC X(1).
                   88  BR-ACTIVITY                 VALUE "Y".
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  REGISTER-PRINT-FIELDS.
           05  REGISTER-PAGE-COUNT     PIC S9(3)   VALUE ZERO.
           05  REGISTER-LINE-COUNT     PIC S9(3)   VALUE +99.
           05  REGISTER-SPACE-CONTROL  PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
           05  FILLER               PIC X(25)      VALUE
               "   ITEMS CARRIED OPEN:   ".
           05  CT4-CARRIED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(25)      VALUE
               "   HISTORY WRITTEN:      ".
           05  CT4-HISTORY-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(31)      VALUE SPACE.
      *
       01  CASH-TOTAL-LINE-5.
           05  FILLER               PIC X(30)      VALUE
               " OPEN BALANCE CARRIED:        ".
           05  CT5-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(87)      VALUE SPACE.
      *
       01  CASH-TOTAL-LINE-6.
           05  FILLER               PIC X(30)      VALUE
               " UNAPPLIED ENTRIES PARKED:    ".
           05  CT6-PARKED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   AMOUNT PARKED:   ".
           05  CT6-AMOUNT-PARKED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(60)      VALUE SPACE.
      *
       01  ABORT-LINE.
           05  FILLER               PIC X(40)      VALUE
           05  FILLER               PIC X(30)      VALUE
               " - OPENITEM.NEW NOT WRITTEN **".
           05  FILLER               PIC X(62)      VALUE "*".
      *
       01  ABORT-LINE-2.
           05  FILLER               PIC X(40)      VALUE
               " *** CUSTOMER OR UNAPPLIED TABLE FULL - ".
           05  FILLER               PIC X(40)      VALUE
               "RUN ABORTED - NEW FILES NOT WRITTEN ***".
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       01  REGISTER-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  RHL1-MONTH      PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RHL1-DAY        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RHL1-YEAR       PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "UNAPPLIED CASH REGIS".
           05  FILLER          PIC X(20)   VALUE "TER                 ".
           05  FILLER          PIC X(12)   VALUE "      PAGE: ".
           05  RHL1-PAGE-NUMBER
                               PIC ZZZ9.
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  APPLICATION-HEADING-LINE.
           05  FILLER      PIC X(8)    VALUE " CUST   ".
           05  FILLER      PIC X(14)   VALUE "SOURCE        ".
           05  FILLER      PIC X(10)   VALUE "REFERENCE ".
           05  FILLER      PIC X(11)   VALUE "APPLIED TO ".
           05  FILLER      PIC X(12)   VALUE "INV DATE    ".
           05  FILLER      PIC X(14)   VALUE "      AMOUNT  ".
           05  FILLER      PIC X(63)   VALUE SPACE.
      *
       01  SUMMARY-HEADING-LINE.
           05  FILLER      PIC X(8)    VALUE " CUST   ".
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME         ".
           05  FILLER      PIC X(14)   VALUE "  BEGIN BAL   ".
           05  FILLER      PIC X(14)   VALUE "     PARKED   ".
           05  FILLER      PIC X(14)   VALUE "    APPLIED   ".
           05  FILLER      PIC X(14)   VALUE "  UNAPPLIED   ".
           05  FILLER      PIC X(46)   VALUE SPACE.
      *
       01  APPLICATION-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AP-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AP-CREDIT-SOURCE     PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AP-REFERENCE-NUMBER  PIC 9(6).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  AP-INVOICE-NUMBER    PIC 9(6).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  AP-INVOICE-MONTH     PIC X(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  AP-INVOICE-DAY       PIC X(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  AP-INVOICE-YEAR      PIC X(4).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AP-APPLIED-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(64)      VALUE SPACE.
      *
       01  NO-APPLICATION-LINE.
           05  FILLER               PIC X(40)      VALUE
               " NO UNAPPLIED CASH OR CREDIT MEMOS APPLI".
           05  FILLER               PIC X(40)      VALUE
               "ED THIS RUN".
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       01  CUSTOMER-SUMMARY-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SM-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SM-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SM-BEGIN-UNAPPLIED   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SM-AMOUNT-PARKED     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SM-CASH-APPLIED      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SM-END-UNAPPLIED     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(47)      VALUE SPACE.
      *
       01  REGISTER-TOTAL-LINE-1.
           05  FILLER               PIC X(30)      VALUE
               " UNAPPLIED BROUGHT FORWARD:   ".
           05  RT1-BEGIN-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20)      VALUE
               "   PARKED THIS RUN: ".
           05  RT1-PARKED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       01  REGISTER-TOTAL-LINE-2.
           05  FILLER               PIC X(30)      VALUE
               " CASH APPLIED THIS RUN:       ".
           05  RT2-APPLIED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20)      VALUE
               "   STILL UNAPPLIED: ".
           05  RT2-END-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       01  REGISTER-TOTAL-LINE-3.
           05  FILLER               PIC X(30)      VALUE
               " CREDIT MEMOS APPLIED:        ".
           05  RT3-CREDIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20)      VALUE
               "   ENTRIES CARRIED: ".
           05  RT3-CARRIED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(60)      VALUE SPACE.
      *
       01  REGISTER-BALANCE-LINE.
           05  FILLER               PIC X(40)      VALUE
               " UNAPPLIED CASH BALANCE:  ".
           05  RBL-BALANCE-MESSAGE  PIC X(40).
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           END-IF.
           OPEN INPUT  CASHRCPT
                OUTPUT RCPREJCT
                OUTPUT CASHREG
                OUTPUT UNAPREG.
           IF CASHRCPT-STATUS NOT = "00"
               MOVE "000-APPLY-CASH-RECEIPTS OPEN CASHRCPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE CASHREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF UNAPREG-STATUS NOT = "00"
               MOVE "000-APPLY-CASH-RECEIPTS OPEN UNAPREG"
                   TO ERR-PARAGRAPH-NAME
               MOVE UNAPREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-INITIALIZE-BRANCH-TOTAL
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99.
           PERFORM 200-LOAD-OPEN-ITEM-TABLE.
           PERFORM 220-LOAD-CUSTOMER-TABLE.
           PERFORM 240-LOAD-UNAPPLIED-TABLE.
           EVALUATE TRUE
             WHEN ITEM-TABLE-OVERFLOW
               DISPLAY "UPD8140 OPEN-ITEM TABLE FULL - RUN ABORTED - "
                   "OPENITEM.NEW NOT WRITTEN"
               PERFORM 630-PRINT-HEADING-LINES
               MOVE ABORT-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
             WHEN CUSTOMER-TABLE-OVERFLOW OR UNAPPLIED-TABLE-OVERFLOW
               DISPLAY "UPD8140 CUSTOMER OR UNAPPLIED TABLE FULL - "
                   "RUN ABORTED - NEW FILES NOT WRITTEN"
               PERFORM 630-PRINT-HEADING-LINES
               MOVE ABORT-LINE-2 TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
             WHEN OTHER
               PERFORM 300-APPLY-CASH-RECEIPT
                   UNTIL CASHRCPT-EOF
               PERFORM 500-APPLY-UNAPPLIED-CREDITS
               PERFORM 700-WRITE-NEW-OPEN-ITEM-FILE
               PERFORM 750-WRITE-NEW-UNAPPLIED-FILE
               PERFORM 800-PRINT-CASH-TOTALS
               PERFORM 850-PRINT-UNAPPLIED-SUMMARY
               PERFORM 870-WRITE-CONTROL-TOTALS
           END-EVALUATE.
           CLOSE CASHRCPT
                 RCPREJCT
                 CASHREG
                 UNAPREG.
           IF CASHRCPT-STATUS NOT = "00"
               MOVE "000-APPLY-CASH-RECEIPTS CLOSE CASHRCPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE CASHREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF UNAPREG-STATUS NOT = "00"
               MOVE "000-APPLY-CASH-RECEIPTS CLOSE UNAPREG"
                   TO ERR-PARAGRAPH-NAME
               MOVE UNAPREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CD-MONTH   TO RHL1-MONTH.
           MOVE CD-DAY     TO RHL1-DAY.
           MOVE CD-YEAR    TO RHL1-YEAR.
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
      *
       110-INITIALIZE-BRANCH-TOTAL.
      *
           MOVE ZERO TO BR-RECEIPT-COUNT (BRANCH-SUB).
           MOVE ZERO TO BR-CASH-APPLIED (BRANCH-SUB).
           MOVE ZERO TO BR-UNAPPLIED-APPLIED (BRANCH-SUB).
           MOVE ZERO TO BR-TRANSFER-NET (BRANCH-SUB).
           MOVE "N"  TO BR-ACTIVITY-SWITCH (BRANCH-SUB).
      *
       200-LOAD-OPEN-ITEM-TABLE.
      *
                       TO IT-AMOUNT-PAID (ITEM-COUNT)
                   MOVE OI-OPEN-STATUS
                       TO IT-OPEN-STATUS (ITEM-COUNT)
                   MOVE ZERO TO IT-LAST-RECEIPT-DATE (ITEM-COUNT)
               ELSE
                   SET ITEM-TABLE-OVERFLOW TO TRUE
                   MOVE "210-READ-OPEN-ITEM-RECORD TABLE FULL"
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
      *
       220-LOAD-CUSTOMER-TABLE.
      *
           OPEN INPUT CUSTMAST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "220-LOAD-CUSTOMER-TABLE OPEN CUSTMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET CUSTMAST-EOF TO TRUE
           END-IF.
           PERFORM 230-READ-CUSTOMER-RECORD
               UNTIL CUSTMAST-EOF.
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTMAST
               IF CUSTMAST-STATUS NOT = "00"
                   MOVE "220-LOAD-CUSTOMER-TABLE CLOSE CUSTMAST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       230-READ-CUSTOMER-RECORD.
      *
           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE.
           IF CUSTMAST-STATUS = "00"
               ADD 1 TO CUSTOMER-RECORD-COUNT
               IF CUSTOMER-COUNT < CUSTOMER-TABLE-MAX
                   ADD 1 TO CUSTOMER-COUNT
                   MOVE CM-CUSTOMER-NUMBER
                       TO CU-CUSTOMER-NUMBER (CUSTOMER-COUNT)
                   MOVE CM-CUSTOMER-NAME
                       TO CU-CUSTOMER-NAME (CUSTOMER-COUNT)
                   MOVE CM-BRANCH-NUMBER
                       TO CU-BRANCH-NUMBER (CUSTOMER-COUNT)
                   MOVE ZERO TO CU-BEGIN-UNAPPLIED (CUSTOMER-COUNT)
                   MOVE ZERO TO CU-AMOUNT-PARKED (CUSTOMER-COUNT)
                   MOVE ZERO TO CU-CASH-APPLIED (CUSTOMER-COUNT)
               ELSE
                   SET CUSTOMER-TABLE-OVERFLOW TO TRUE
                   MOVE "230-READ-CUSTOMER-RECORD TABLE FULL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CUSTMAST-EOF TO TRUE
               END-IF
           ELSE
               IF CUSTMAST-STATUS NOT = "10"
                   MOVE "230-READ-CUSTOMER-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CUSTMAST-EOF TO TRUE
               END-IF
           END-IF.
      *
       240-LOAD-UNAPPLIED-TABLE.
      *
           OPEN INPUT UNAPCASH.
           IF UNAPCASH-STATUS = "35"
               SET NO-UNAPPLIED-FILE TO TRUE
               SET UNAPCASH-EOF TO TRUE
           ELSE
               IF UNAPCASH-STATUS NOT = "00"
                   MOVE "240-LOAD-UNAPPLIED-TABLE OPEN UNAPCASH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 250-READ-UNAPPLIED-RECORD
               UNTIL UNAPCASH-EOF.
           IF NOT NO-UNAPPLIED-FILE
               CLOSE UNAPCASH
               IF UNAPCASH-STATUS NOT = "00"
                   MOVE "240-LOAD-UNAPPLIED-TABLE CLOSE UNAPCASH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       250-READ-UNAPPLIED-RECORD.
      *
           READ UNAPCASH
               AT END
                   SET UNAPCASH-EOF TO TRUE.
           IF UNAPCASH-STATUS = "00"
               ADD 1 TO UNAPPLIED-READ-COUNT
               IF UNAPPLIED-COUNT < UNAPPLIED-TABLE-MAX
                   ADD 1 TO UNAPPLIED-COUNT
                   MOVE UC-CUSTOMER-NUMBER
                       TO UT-CUSTOMER-NUMBER (UNAPPLIED-COUNT)
                   MOVE UC-CUSTOMER-NAME
                       TO UT-CUSTOMER-NAME (UNAPPLIED-COUNT)
                   MOVE UC-BRANCH-NUMBER
                       TO UT-BRANCH-NUMBER (UNAPPLIED-COUNT)
                   MOVE UC-SOURCE-CODE
                       TO UT-SOURCE-CODE (UNAPPLIED-COUNT)
                   MOVE UC-REFERENCE-NUMBER
                       TO UT-REFERENCE-NUMBER (UNAPPLIED-COUNT)
                   MOVE UC-RECEIPT-DATE
                       TO UT-RECEIPT-DATE (UNAPPLIED-COUNT)
                   MOVE UC-PARKED-AMOUNT
                       TO UT-PARKED-AMOUNT (UNAPPLIED-COUNT)
                   MOVE UC-UNAPPLIED-AMOUNT
                       TO UT-UNAPPLIED-AMOUNT (UNAPPLIED-COUNT)
                   ADD UC-UNAPPLIED-AMOUNT TO UNAPPLIED-BEGIN-TOTAL
                   MOVE UC-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
                   PERFORM 325-LOCATE-CUSTOMER-ENTRY
                   IF CUSTOMER-LOCATED
                       ADD UC-UNAPPLIED-AMOUNT
                           TO CU-BEGIN-UNAPPLIED (LOCATED-CUSTOMER)
                   END-IF
               ELSE
                   SET UNAPPLIED-TABLE-OVERFLOW TO TRUE
                   MOVE "250-READ-UNAPPLIED-RECORD TABLE FULL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           ELSE
               IF UNAPCASH-STATUS NOT = "10"
                   MOVE "250-READ-UNAPPLIED-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           END-IF.
      *
       300-APPLY-CASH-RECEIPT.
      *
           IF NOT CASHRCPT-EOF
               PERFORM 320-VALIDATE-RECEIPT
               IF RECEIPT-VALID
                   EVALUATE TRUE
                     WHEN RC-INVOICE-NUMBER = ZERO
                       PERFORM 360-PARK-ON-ACCOUNT-RECEIPT
                     WHEN ITEM-LOCATED
                       PERFORM 340-POST-RECEIPT-TO-ITEM
                     WHEN OTHER
                       PERFORM 350-PARK-UNMATCHED-RECEIPT
                   END-EVALUATE
               ELSE
                   PERFORM 400-REJECT-RECEIPT
               END-IF
      *
           MOVE "Y" TO RECEIPT-VALID-SWITCH.
           MOVE SPACE TO REJECT-REASON.
           MOVE SPACE TO RECEIPT-DISPOSITION.
           PERFORM 330-LOCATE-OPEN-ITEM.
           MOVE "N" TO CUSTOMER-LOCATED-SWITCH.
           IF RC-CUSTOMER-NUMBER-X NUMERIC
               MOVE RC-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 325-LOCATE-CUSTOMER-ENTRY
           END-IF.
           EVALUATE TRUE
             WHEN RC-CUSTOMER-NUMBER-X NOT NUMERIC
               MOVE "N" TO RECEIPT-VALID-SWITCH
             WHEN RC-RECEIPT-DATE-X NOT NUMERIC
               MOVE "N" TO RECEIPT-VALID-SWITCH
               MOVE "DATE NOT NUMERIC" TO REJECT-REASON
             WHEN RC-RECEIPT-AMOUNT NOT > ZERO
               MOVE "N" TO RECEIPT-VALID-SWITCH
               MOVE "AMOUNT NOT POSITIVE" TO REJECT-REASON
             WHEN NOT CUSTOMER-LOCATED
               MOVE "N" TO RECEIPT-VALID-SWITCH
               MOVE "CUSTOMER NOT ON FILE" TO REJECT-REASON
             WHEN UNAPPLIED-COUNT NOT < UNAPPLIED-TABLE-MAX
               MOVE "N" TO RECEIPT-VALID-SWITCH
               MOVE "UNAPPLIED CASH TABLE FULL" TO REJECT-REASON
           END-EVALUATE.
           IF RECEIPT-VALID
               PERFORM 337-CHECK-RECEIPT-OVERFLOW
           END-IF.
      *
       325-LOCATE-CUSTOMER-ENTRY.
      *
           MOVE "N" TO CUSTOMER-LOCATED-SWITCH.
           MOVE ZERO TO LOCATED-CUSTOMER.
           PERFORM 327-SCAN-CUSTOMER-ENTRY
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMER-COUNT
                   OR CUSTOMER-LOCATED.
      *
       327-SCAN-CUSTOMER-ENTRY.
      *
           IF CU-CUSTOMER-NUMBER (CUSTOMER-INDEX) =
                   SEARCH-CUSTOMER-NUMBER
               MOVE "Y" TO CUSTOMER-LOCATED-SWITCH
               MOVE CUSTOMER-INDEX TO LOCATED-CUSTOMER
           END-IF.
      *
       330-LOCATE-OPEN-ITEM.
      *
           IF IT-CUSTOMER-NUMBER (ITEM-INDEX) = RC-CUSTOMER-NUMBER
                   AND IT-INVOICE-NUMBER (ITEM-INDEX) =
                       RC-INVOICE-NUMBER
                   AND IT-TRANSACTION-CODE (ITEM-INDEX) NOT = "C"
                   AND NOT IT-PAID (ITEM-INDEX)
               MOVE "Y" TO ITEM-LOCATED-SWITCH
               MOVE ITEM-INDEX TO LOCATED-ENTRY
           END-IF.
      *
       337-CHECK-RECEIPT-OVERFLOW.
      *
      *    A RECEIPT THAT WOULD CARRY THE ITEM'S AMOUNT PAID OR THE
      *    CUSTOMER'S PARKED CASH PAST ITS SIZE IS REJECTED BEFORE ANY
      *    PART OF IT IS APPLIED, RATHER THAN TRUNCATED.
      *
           MOVE "N" TO RECEIPT-OVERFLOW-SWITCH.
           IF ITEM-LOCATED AND RC-INVOICE-NUMBER NOT = ZERO
               ADD RC-RECEIPT-AMOUNT IT-AMOUNT-PAID (LOCATED-ENTRY)
                   GIVING CHECK-AMOUNT-PAID
               IF CHECK-AMOUNT-PAID > 9999999.99 OR
                       CHECK-AMOUNT-PAID < -9999999.99
                   SET RECEIPT-OVERFLOW TO TRUE
               END-IF
           END-IF.
           ADD RC-RECEIPT-AMOUNT CU-AMOUNT-PARKED (LOCATED-CUSTOMER)
               GIVING CHECK-AMOUNT-PARKED.
           IF CHECK-AMOUNT-PARKED > 9999999.99 OR
                   CHECK-AMOUNT-PARKED < -9999999.99
               SET RECEIPT-OVERFLOW TO TRUE
           END-IF.
           IF RECEIPT-OVERFLOW
               MOVE "N" TO RECEIPT-VALID-SWITCH
               MOVE "RECEIPT WOULD OVERFLOW TOTAL" TO REJECT-REASON
           END-IF.
      *
       340-POST-RECEIPT-TO-ITEM.
      *
           COMPUTE OPEN-BALANCE =
               IT-INVOICE-AMOUNT (LOCATED-ENTRY) -
               IT-AMOUNT-PAID (LOCATED-ENTRY).
           IF OPEN-BALANCE < ZERO
               MOVE ZERO TO OPEN-BALANCE
           END-IF.
           IF RC-RECEIPT-AMOUNT > OPEN-BALANCE
               MOVE OPEN-BALANCE TO APPLY-AMOUNT
               COMPUTE PARK-AMOUNT = RC-RECEIPT-AMOUNT - OPEN-BALANCE
           ELSE
               MOVE RC-RECEIPT-AMOUNT TO APPLY-AMOUNT
               MOVE ZERO TO PARK-AMOUNT
           END-IF.
           ADD APPLY-AMOUNT TO IT-AMOUNT-PAID (LOCATED-ENTRY).
           MOVE RC-RECEIPT-DATE TO IT-LAST-RECEIPT-DATE (LOCATED-ENTRY).
           IF IT-AMOUNT-PAID (LOCATED-ENTRY) NOT <
                   IT-INVOICE-AMOUNT (LOCATED-ENTRY)
               MOVE "P" TO IT-OPEN-STATUS (LOCATED-ENTRY)
           END-IF.
           ADD 1 TO RECEIPT-APPLIED-COUNT.
           ADD APPLY-AMOUNT TO AMOUNT-APPLIED.
           MOVE IT-BRANCH-NUMBER (LOCATED-ENTRY) TO BRANCH-SUB.
           PERFORM 545-SET-BRANCH-SUB.
           ADD 1 TO BR-RECEIPT-COUNT (BRANCH-SUB).
           ADD APPLY-AMOUNT TO BR-CASH-APPLIED (BRANCH-SUB).
           IF PARK-AMOUNT > ZERO
               MOVE "O" TO PARK-SOURCE-CODE
               PERFORM 370-PARK-UNAPPLIED-CASH
               MOVE "APPLIED - OVERPAYMENT PARKED"
                   TO RECEIPT-DISPOSITION
           ELSE
               IF IT-PAID (LOCATED-ENTRY)
                   MOVE "APPLIED - PAID IN FULL" TO RECEIPT-DISPOSITION
               ELSE
                   MOVE "APPLIED" TO RECEIPT-DISPOSITION
               END-IF
           END-IF.
      *
       350-PARK-UNMATCHED-RECEIPT.
      *
           MOVE RC-RECEIPT-AMOUNT TO PARK-AMOUNT.
           MOVE "U" TO PARK-SOURCE-CODE.
           PERFORM 370-PARK-UNAPPLIED-CASH.
           MOVE "NO OPEN INVOICE - PARKED" TO RECEIPT-DISPOSITION.
      *
       360-PARK-ON-ACCOUNT-RECEIPT.
      *
           MOVE RC-RECEIPT-AMOUNT TO PARK-AMOUNT.
           MOVE "A" TO PARK-SOURCE-CODE.
           PERFORM 370-PARK-UNAPPLIED-CASH.
           MOVE "ON ACCOUNT - PARKED" TO RECEIPT-DISPOSITION.
      *
       370-PARK-UNAPPLIED-CASH.
      *
           ADD 1 TO UNAPPLIED-COUNT.
           MOVE RC-CUSTOMER-NUMBER
               TO UT-CUSTOMER-NUMBER (UNAPPLIED-COUNT).
           MOVE CU-CUSTOMER-NAME (LOCATED-CUSTOMER)
               TO UT-CUSTOMER-NAME (UNAPPLIED-COUNT).
           MOVE CU-BRANCH-NUMBER (LOCATED-CUSTOMER)
               TO UT-BRANCH-NUMBER (UNAPPLIED-COUNT).
           MOVE PARK-SOURCE-CODE
               TO UT-SOURCE-CODE (UNAPPLIED-COUNT).
           MOVE RC-INVOICE-NUMBER
               TO UT-REFERENCE-NUMBER (UNAPPLIED-COUNT).
           MOVE RC-RECEIPT-DATE
               TO UT-RECEIPT-DATE (UNAPPLIED-COUNT).
           MOVE PARK-AMOUNT
               TO UT-PARKED-AMOUNT (UNAPPLIED-COUNT).
           MOVE PARK-AMOUNT
               TO UT-UNAPPLIED-AMOUNT (UNAPPLIED-COUNT).
           ADD 1 TO PARKED-ENTRY-COUNT.
           ADD PARK-AMOUNT TO AMOUNT-PARKED.
           ADD PARK-AMOUNT TO CU-AMOUNT-PARKED (LOCATED-CUSTOMER).
      *
       400-REJECT-RECEIPT.
      *
               MOVE RCPREJCT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       500-APPLY-UNAPPLIED-CREDITS.
      *
           SET APPLICATION-SECTION TO TRUE.
           PERFORM 510-APPLY-CREDIT-MEMO
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT.
           PERFORM 520-APPLY-UNAPPLIED-ENTRY
               VARYING UNAPPLIED-INDEX FROM 1 BY 1
               UNTIL UNAPPLIED-INDEX > UNAPPLIED-COUNT.
           IF APPLICATION-COUNT = ZERO
               PERFORM 660-PRINT-REGISTER-HEADING
               MOVE NO-APPLICATION-LINE TO REGISTER-PRINT-AREA
               MOVE 1 TO REGISTER-SPACE-CONTROL
               PERFORM 680-WRITE-REGISTER-LINE
           END-IF.
      *
       510-APPLY-CREDIT-MEMO.
      *
           IF IT-TRANSACTION-CODE (ITEM-INDEX) = "C"
                   AND NOT IT-PAID (ITEM-INDEX)
                   AND IT-AMOUNT-PAID (ITEM-INDEX) >
                       IT-INVOICE-AMOUNT (ITEM-INDEX)
               COMPUTE CREDIT-AVAILABLE =
                   IT-AMOUNT-PAID (ITEM-INDEX) -
                   IT-INVOICE-AMOUNT (ITEM-INDEX)
               MOVE IT-CUSTOMER-NUMBER (ITEM-INDEX)
                   TO SEARCH-CUSTOMER-NUMBER
               MOVE "CREDIT MEMO" TO CREDIT-SOURCE
               MOVE IT-INVOICE-NUMBER (ITEM-INDEX) TO CREDIT-REFERENCE
               MOVE RUN-START-DATE TO CREDIT-DATE
               MOVE ZERO TO CREDIT-APPLIED
               MOVE "Y" TO OPEN-INVOICE-FOUND-SWITCH
               PERFORM 530-APPLY-TO-OLDEST-INVOICE
                   UNTIL CREDIT-AVAILABLE NOT > ZERO
                       OR NOT OPEN-INVOICE-FOUND
               IF CREDIT-APPLIED > ZERO
                   SUBTRACT CREDIT-APPLIED
                       FROM IT-AMOUNT-PAID (ITEM-INDEX)
                   MOVE CREDIT-DATE TO IT-LAST-RECEIPT-DATE (ITEM-INDEX)
                   IF IT-AMOUNT-PAID (ITEM-INDEX) NOT >
                           IT-INVOICE-AMOUNT (ITEM-INDEX)
                       MOVE "P" TO IT-OPEN-STATUS (ITEM-INDEX)
                   END-IF
                   ADD CREDIT-APPLIED TO CREDIT-MEMO-APPLIED
                   MOVE IT-BRANCH-NUMBER (ITEM-INDEX) TO BRANCH-SUB
                   PERFORM 545-SET-BRANCH-SUB
                   ADD CREDIT-APPLIED TO BR-TRANSFER-NET (BRANCH-SUB)
               END-IF
           END-IF.
      *
       520-APPLY-UNAPPLIED-ENTRY.
      *
           IF UT-UNAPPLIED-AMOUNT (UNAPPLIED-INDEX) > ZERO
               MOVE UT-UNAPPLIED-AMOUNT (UNAPPLIED-INDEX)
                   TO CREDIT-AVAILABLE
               MOVE UT-CUSTOMER-NUMBER (UNAPPLIED-INDEX)
                   TO SEARCH-CUSTOMER-NUMBER
               MOVE "UNAPPLIED" TO CREDIT-SOURCE
               MOVE UT-REFERENCE-NUMBER (UNAPPLIED-INDEX)
                   TO CREDIT-REFERENCE
               MOVE UT-RECEIPT-DATE (UNAPPLIED-INDEX) TO CREDIT-DATE
               MOVE ZERO TO CREDIT-APPLIED
               MOVE "Y" TO OPEN-INVOICE-FOUND-SWITCH
               PERFORM 530-APPLY-TO-OLDEST-INVOICE
                   UNTIL CREDIT-AVAILABLE NOT > ZERO
                       OR NOT OPEN-INVOICE-FOUND
               IF CREDIT-APPLIED > ZERO
                   SUBTRACT CREDIT-APPLIED
                       FROM UT-UNAPPLIED-AMOUNT (UNAPPLIED-INDEX)
                   ADD CREDIT-APPLIED TO UNAPPLIED-CASH-APPLIED
                   PERFORM 325-LOCATE-CUSTOMER-ENTRY
                   IF CUSTOMER-LOCATED
                       ADD CREDIT-APPLIED
                           TO CU-CASH-APPLIED (LOCATED-CUSTOMER)
                   END-IF
               END-IF
           END-IF.
      *
       530-APPLY-TO-OLDEST-INVOICE.
      *
           MOVE ZERO TO OLDEST-ENTRY.
           PERFORM 535-CHECK-OLDEST-INVOICE
               VARYING SEARCH-INDEX FROM 1 BY 1
               UNTIL SEARCH-INDEX > ITEM-COUNT.
           IF OLDEST-ENTRY = ZERO
               MOVE "N" TO OPEN-INVOICE-FOUND-SWITCH
           ELSE
               COMPUTE OPEN-BALANCE =
                   IT-INVOICE-AMOUNT (OLDEST-ENTRY) -
                   IT-AMOUNT-PAID (OLDEST-ENTRY)
               IF CREDIT-AVAILABLE < OPEN-BALANCE
                   MOVE CREDIT-AVAILABLE TO APPLY-AMOUNT
               ELSE
                   MOVE OPEN-BALANCE TO APPLY-AMOUNT
               END-IF
               ADD APPLY-AMOUNT TO IT-AMOUNT-PAID (OLDEST-ENTRY)
               MOVE CREDIT-DATE TO IT-LAST-RECEIPT-DATE (OLDEST-ENTRY)
               IF IT-AMOUNT-PAID (OLDEST-ENTRY) NOT <
                       IT-INVOICE-AMOUNT (OLDEST-ENTRY)
                   MOVE "P" TO IT-OPEN-STATUS (OLDEST-ENTRY)
               END-IF
               SUBTRACT APPLY-AMOUNT FROM CREDIT-AVAILABLE
               ADD APPLY-AMOUNT TO CREDIT-APPLIED
               MOVE IT-BRANCH-NUMBER (OLDEST-ENTRY) TO BRANCH-SUB
               PERFORM 545-SET-BRANCH-SUB
               IF CREDIT-SOURCE = "UNAPPLIED"
                   ADD APPLY-AMOUNT
                       TO BR-UNAPPLIED-APPLIED (BRANCH-SUB)
               ELSE
                   SUBTRACT APPLY-AMOUNT
                       FROM BR-TRANSFER-NET (BRANCH-SUB)
               END-IF
               ADD 1 TO APPLICATION-COUNT
               PERFORM 540-PRINT-APPLICATION-LINE
           END-IF.
      *
       535-CHECK-OLDEST-INVOICE.
      *
           IF IT-CUSTOMER-NUMBER (SEARCH-INDEX) =
                   SEARCH-CUSTOMER-NUMBER
                   AND IT-TRANSACTION-CODE (SEARCH-INDEX) NOT = "C"
                   AND NOT IT-PAID (SEARCH-INDEX)
                   AND IT-INVOICE-AMOUNT (SEARCH-INDEX) >
                       IT-AMOUNT-PAID (SEARCH-INDEX)
               IF OLDEST-ENTRY = ZERO
                   MOVE SEARCH-INDEX TO OLDEST-ENTRY
               ELSE
                   IF IT-INVOICE-DATE (SEARCH-INDEX) <
                           IT-INVOICE-DATE (OLDEST-ENTRY)
                       MOVE SEARCH-INDEX TO OLDEST-ENTRY
                   END-IF
               END-IF
           END-IF.
      *
       540-PRINT-APPLICATION-LINE.
      *
           IF REGISTER-LINE-COUNT > LINES-ON-PAGE
               PERFORM 660-PRINT-REGISTER-HEADING.
           MOVE SEARCH-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER.
           MOVE CREDIT-SOURCE          TO AP-CREDIT-SOURCE.
           MOVE CREDIT-REFERENCE       TO AP-REFERENCE-NUMBER.
           MOVE IT-INVOICE-NUMBER (OLDEST-ENTRY) TO AP-INVOICE-NUMBER.
           MOVE IT-INVOICE-DATE (OLDEST-ENTRY) (5:2)
               TO AP-INVOICE-MONTH.
           MOVE IT-INVOICE-DATE (OLDEST-ENTRY) (7:2)
               TO AP-INVOICE-DAY.
           MOVE IT-INVOICE-DATE (OLDEST-ENTRY) (1:4)
               TO AP-INVOICE-YEAR.
           MOVE APPLY-AMOUNT           TO AP-APPLIED-AMOUNT.
           MOVE APPLICATION-LINE TO REGISTER-PRINT-AREA.
           MOVE 1 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
      *
       545-SET-BRANCH-SUB.
      *
      *    BRANCH 00 IS CARRIED AS 99, THE SAME AS THE YEAR-END ROLL.
      *    A CREDIT MEMO USED AGAINST AN INVOICE MOVES OPEN BALANCE
      *    BETWEEN THE TWO ITEMS ONLY, SO ITS TRANSFER NETS TO ZERO
      *    UNLESS THE ITEMS WERE POSTED UNDER DIFFERENT BRANCHES.
      *
           IF BRANCH-SUB = ZERO
               MOVE 99 TO BRANCH-SUB
           END-IF.
           MOVE "Y" TO BR-ACTIVITY-SWITCH (BRANCH-SUB).
      *
       600-PRINT-RECEIPT-LINE.
      *
           MOVE RC-RECEIPT-DATE-X (7:2) TO RL-RECEIPT-DAY.
           MOVE RC-RECEIPT-DATE-X (1:4) TO RL-RECEIPT-YEAR.
           IF RECEIPT-VALID
               MOVE RECEIPT-DISPOSITION TO RL-DISPOSITION
           ELSE
               MOVE REJECT-REASON TO RL-DISPOSITION
           END-IF.
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       660-PRINT-REGISTER-HEADING.
      *
           ADD 1 TO REGISTER-PAGE-COUNT.
           MOVE REGISTER-PAGE-COUNT TO RHL1-PAGE-NUMBER.
           MOVE REGISTER-HEADING-LINE-1 TO REGISTER-PRINT-AREA.
           PERFORM 670-WRITE-REGISTER-TOP-LINE.
           MOVE HEADING-LINE-2 TO REGISTER-PRINT-AREA.
           MOVE 1 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
           IF APPLICATION-SECTION
               MOVE APPLICATION-HEADING-LINE TO REGISTER-PRINT-AREA
           ELSE
               MOVE SUMMARY-HEADING-LINE TO REGISTER-PRINT-AREA
           END-IF.
           MOVE 2 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
           MOVE 2 TO REGISTER-SPACE-CONTROL.
      *
       670-WRITE-REGISTER-TOP-LINE.
      *
           WRITE REGISTER-PRINT-AREA AFTER ADVANCING PAGE.
           IF UNAPREG-STATUS NOT = "00"
               MOVE "670-WRITE-REGISTER-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE UNAPREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO REGISTER-LINE-COUNT.
      *
       680-WRITE-REGISTER-LINE.
      *
           WRITE REGISTER-PRINT-AREA
               AFTER ADVANCING REGISTER-SPACE-CONTROL LINES.
           IF UNAPREG-STATUS NOT = "00"
               MOVE "680-WRITE-REGISTER-LINE" TO ERR-PARAGRAPH-NAME
               MOVE UNAPREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD REGISTER-SPACE-CONTROL TO REGISTER-LINE-COUNT.
      *
       700-WRITE-NEW-OPEN-ITEM-FILE.
      *
               MOVE NEWOPEN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           OPEN EXTEND PAIDHIST.
           IF PAIDHIST-STATUS = "35"
               OPEN OUTPUT PAIDHIST
           END-IF.
           IF PAIDHIST-STATUS NOT = "00"
               MOVE "700-WRITE-NEW-OPEN-ITEM-FILE OPEN PAIDHIST"
                   TO ERR-PARAGRAPH-NAME
               MOVE PAIDHIST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 710-WRITE-OPEN-ITEM-ENTRY
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT.
           CLOSE PAIDHIST.
           IF PAIDHIST-STATUS NOT = "00"
               MOVE "700-WRITE-NEW-OPEN-ITEM-FILE CLOSE PAIDHIST"
                   TO ERR-PARAGRAPH-NAME
               MOVE PAIDHIST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           CLOSE NEWOPEN.
           IF NEWOPEN-STATUS NOT = "00"
               MOVE "700-WRITE-NEW-OPEN-ITEM-FILE CLOSE NEWOPEN"
      *
           IF IT-PAID (ITEM-INDEX)
               ADD 1 TO ITEM-PAID-OFF-COUNT
               PERFORM 720-WRITE-PAID-HISTORY-RECORD
           ELSE
               MOVE IT-CUSTOMER-NUMBER (ITEM-INDEX)
                   TO NO-CUSTOMER-NUMBER
               MOVE NEWOPEN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       720-WRITE-PAID-HISTORY-RECORD.
      *
           MOVE IT-CUSTOMER-NUMBER (ITEM-INDEX)  TO PH-CUSTOMER-NUMBER.
           MOVE IT-CUSTOMER-NAME (ITEM-INDEX)    TO PH-CUSTOMER-NAME.
           MOVE IT-BRANCH-NUMBER (ITEM-INDEX)    TO PH-BRANCH-NUMBER.
           MOVE IT-INVOICE-NUMBER (ITEM-INDEX)   TO PH-INVOICE-NUMBER.
           MOVE IT-TRANSACTION-CODE (ITEM-INDEX) TO PH-TRANSACTION-CODE.
           MOVE IT-INVOICE-DATE (ITEM-INDEX)     TO PH-INVOICE-DATE.
           IF IT-LAST-RECEIPT-DATE (ITEM-INDEX) = ZERO
               MOVE RUN-START-DATE TO PH-FINAL-RECEIPT-DATE
           ELSE
               MOVE IT-LAST-RECEIPT-DATE (ITEM-INDEX)
                   TO PH-FINAL-RECEIPT-DATE
           END-IF.
           MOVE IT-INVOICE-AMOUNT (ITEM-INDEX)   TO PH-INVOICE-AMOUNT.
           MOVE RUN-START-DATE                   TO PH-PAID-OFF-DATE.
           WRITE PAID-ITEM-HISTORY-RECORD.
           IF PAIDHIST-STATUS NOT = "00"
               MOVE "720-WRITE-PAID-HISTORY-RECORD"
                   TO ERR-PARAGRAPH-NAME
               MOVE PAIDHIST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO PAID-HISTORY-COUNT
           END-IF.
      *
       750-WRITE-NEW-UNAPPLIED-FILE.
      *
           OPEN OUTPUT NEWUNAP.
           IF NEWUNAP-STATUS NOT = "00"
               MOVE "750-WRITE-NEW-UNAPPLIED-FILE OPEN NEWUNAP"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWUNAP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 760-WRITE-UNAPPLIED-ENTRY
               VARYING UNAPPLIED-INDEX FROM 1 BY 1
               UNTIL UNAPPLIED-INDEX > UNAPPLIED-COUNT.
           CLOSE NEWUNAP.
           IF NEWUNAP-STATUS NOT = "00"
               MOVE "750-WRITE-NEW-UNAPPLIED-FILE CLOSE NEWUNAP"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWUNAP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       760-WRITE-UNAPPLIED-ENTRY.
      *
           IF UT-UNAPPLIED-AMOUNT (UNAPPLIED-INDEX) > ZERO
               MOVE UT-CUSTOMER-NUMBER (UNAPPLIED-INDEX)
                   TO NU-CUSTOMER-NUMBER
               MOVE UT-CUSTOMER-NAME (UNAPPLIED-INDEX)
                   TO NU-CUSTOMER-NAME
               MOVE UT-BRANCH-NUMBER (UNAPPLIED-INDEX)
                   TO NU-BRANCH-NUMBER
               MOVE UT-SOURCE-CODE (UNAPPLIED-INDEX)
                   TO NU-SOURCE-CODE
               MOVE UT-REFERENCE-NUMBER (UNAPPLIED-INDEX)
                   TO NU-REFERENCE-NUMBER
               MOVE UT-RECEIPT-DATE (UNAPPLIED-INDEX)
                   TO NU-RECEIPT-DATE
               MOVE UT-PARKED-AMOUNT (UNAPPLIED-INDEX)
                   TO NU-PARKED-AMOUNT
               MOVE UT-UNAPPLIED-AMOUNT (UNAPPLIED-INDEX)
                   TO NU-UNAPPLIED-AMOUNT
               PERFORM 765-WRITE-NEW-UNAPPLIED-RECORD
               ADD 1 TO UNAPPLIED-CARRIED-COUNT
               ADD UT-UNAPPLIED-AMOUNT (UNAPPLIED-INDEX)
                   TO UNAPPLIED-END-TOTAL
           END-IF.
      *
       765-WRITE-NEW-UNAPPLIED-RECORD.
      *
           WRITE NEW-UNAPPLIED-CASH-RECORD.
           IF NEWUNAP-STATUS NOT = "00"
               MOVE "765-WRITE-NEW-UNAPPLIED-RECORD"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWUNAP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       800-PRINT-CASH-TOTALS.
      *
           MOVE CASH-TOTAL-LINE-3 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE PARKED-ENTRY-COUNT    TO CT6-PARKED-COUNT.
           MOVE AMOUNT-PARKED         TO CT6-AMOUNT-PARKED.
           MOVE CASH-TOTAL-LINE-6 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE ITEM-PAID-OFF-COUNT   TO CT4-PAID-COUNT.
           MOVE ITEM-CARRIED-COUNT    TO CT4-CARRIED-COUNT.
           MOVE PAID-HISTORY-COUNT    TO CT4-HISTORY-COUNT.
           MOVE CASH-TOTAL-LINE-4 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           IF RECEIPT-HASH-AMOUNT NOT =
                   AMOUNT-APPLIED + AMOUNT-PARKED + AMOUNT-REJECTED
               DISPLAY "UPD8140 CASH APPLICATION OUT OF BALANCE"
               MOVE "800-PRINT-CASH-TOTALS OUT OF BALANCE"
                   TO ERR-PARAGRAPH-NAME
               MOVE "**" TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       850-PRINT-UNAPPLIED-SUMMARY.
      *
           SET SUMMARY-SECTION TO TRUE.
           MOVE +99 TO REGISTER-LINE-COUNT.
           PERFORM 860-PRINT-CUSTOMER-SUMMARY
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMER-COUNT.
           IF REGISTER-LINE-COUNT > LINES-ON-PAGE
               PERFORM 660-PRINT-REGISTER-HEADING.
           MOVE UNAPPLIED-BEGIN-TOTAL  TO RT1-BEGIN-AMOUNT.
           MOVE AMOUNT-PARKED          TO RT1-PARKED-AMOUNT.
           MOVE REGISTER-TOTAL-LINE-1 TO REGISTER-PRINT-AREA.
           MOVE 3 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
           MOVE UNAPPLIED-CASH-APPLIED TO RT2-APPLIED-AMOUNT.
           MOVE UNAPPLIED-END-TOTAL    TO RT2-END-AMOUNT.
           MOVE REGISTER-TOTAL-LINE-2 TO REGISTER-PRINT-AREA.
           MOVE 1 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
           MOVE CREDIT-MEMO-APPLIED    TO RT3-CREDIT-AMOUNT.
           MOVE UNAPPLIED-CARRIED-COUNT TO RT3-CARRIED-COUNT.
           MOVE REGISTER-TOTAL-LINE-3 TO REGISTER-PRINT-AREA.
           MOVE 1 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
           IF UNAPPLIED-END-TOTAL = UNAPPLIED-BEGIN-TOTAL +
                   AMOUNT-PARKED - UNAPPLIED-CASH-APPLIED
               MOVE "IN BALANCE" TO RBL-BALANCE-MESSAGE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO RBL-BALANCE-MESSAGE
               DISPLAY "UPD8140 UNAPPLIED CASH OUT OF BALANCE"
               MOVE "850-PRINT-UNAPPLIED-SUMMARY OUT OF BALANCE"
                   TO ERR-PARAGRAPH-NAME
               MOVE "**" TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE REGISTER-BALANCE-LINE TO REGISTER-PRINT-AREA.
           MOVE 2 TO REGISTER-SPACE-CONTROL.
           PERFORM 680-WRITE-REGISTER-LINE.
      *
       860-PRINT-CUSTOMER-SUMMARY.
      *
           IF CU-BEGIN-UNAPPLIED (CUSTOMER-INDEX) NOT = ZERO
                   OR CU-AMOUNT-PARKED (CUSTOMER-INDEX) NOT = ZERO
                   OR CU-CASH-APPLIED (CUSTOMER-INDEX) NOT = ZERO
               IF REGISTER-LINE-COUNT > LINES-ON-PAGE
                   PERFORM 660-PRINT-REGISTER-HEADING
               END-IF
               COMPUTE CUSTOMER-END-UNAPPLIED =
                   CU-BEGIN-UNAPPLIED (CUSTOMER-INDEX) +
                   CU-AMOUNT-PARKED (CUSTOMER-INDEX) -
                   CU-CASH-APPLIED (CUSTOMER-INDEX)
               MOVE CU-CUSTOMER-NUMBER (CUSTOMER-INDEX)
                   TO SM-CUSTOMER-NUMBER
               MOVE CU-CUSTOMER-NAME (CUSTOMER-INDEX)
                   TO SM-CUSTOMER-NAME
               MOVE CU-BEGIN-UNAPPLIED (CUSTOMER-INDEX)
                   TO SM-BEGIN-UNAPPLIED
               MOVE CU-AMOUNT-PARKED (CUSTOMER-INDEX)
                   TO SM-AMOUNT-PARKED
               MOVE CU-CASH-APPLIED (CUSTOMER-INDEX)
                   TO SM-CASH-APPLIED
               MOVE CUSTOMER-END-UNAPPLIED TO SM-END-UNAPPLIED
               MOVE CUSTOMER-SUMMARY-LINE TO REGISTER-PRINT-AREA
               MOVE 1 TO REGISTER-SPACE-CONTROL
               PERFORM 680-WRITE-REGISTER-LINE
           END-IF.
      *
       870-WRITE-CONTROL-TOTALS.
      *
      *    ONE RECORD PER BRANCH WITH CASH APPLIED TO OPEN ITEMS, THEN
      *    A RUN-TOTAL RECORD, FOR THE RPT8290 ROLL-FORWARD BALANCING.
      *
           OPEN EXTEND CTLTOTAL.
           IF CTLTOTAL-STATUS = "35"
               OPEN OUTPUT CTLTOTAL
           END-IF.
           IF CTLTOTAL-STATUS NOT = "00"
               MOVE "870-WRITE-CONTROL-TOTALS OPEN CTLTOTAL"
                   TO ERR-PARAGRAPH-NAME
               MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM 875-WRITE-BRANCH-CONTROL-TOTAL
                   VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 99
               MOVE "T"                   TO TC-RECORD-TYPE
               MOVE ZERO                  TO TC-BRANCH-NUMBER
               MOVE RUN-RECEIPT-COUNT     TO TC-ITEM-COUNT
               MOVE RUN-CASH-APPLIED      TO TC-CASH-APPLIED
               MOVE RUN-UNAPPLIED-APPLIED TO TC-UNAPPLIED-APPLIED
               MOVE RUN-TRANSFER-NET      TO TC-TRANSFER-NET
               PERFORM 880-WRITE-CONTROL-TOTAL-RECORD
               CLOSE CTLTOTAL
               IF CTLTOTAL-STATUS NOT = "00"
                   MOVE "870-WRITE-CONTROL-TOTALS CLOSE CTLTOTAL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       875-WRITE-BRANCH-CONTROL-TOTAL.
      *
           IF BR-ACTIVITY (BRANCH-SUB)
               MOVE "B"        TO TC-RECORD-TYPE
               MOVE BRANCH-SUB TO TC-BRANCH-NUMBER
               MOVE BR-RECEIPT-COUNT (BRANCH-SUB)  TO TC-ITEM-COUNT
               MOVE BR-CASH-APPLIED (BRANCH-SUB)   TO TC-CASH-APPLIED
               MOVE BR-UNAPPLIED-APPLIED (BRANCH-SUB)
                   TO TC-UNAPPLIED-APPLIED
               MOVE BR-TRANSFER-NET (BRANCH-SUB)   TO TC-TRANSFER-NET
               PERFORM 880-WRITE-CONTROL-TOTAL-RECORD
               ADD BR-RECEIPT-COUNT (BRANCH-SUB)  TO RUN-RECEIPT-COUNT
               ADD BR-CASH-APPLIED (BRANCH-SUB)   TO RUN-CASH-APPLIED
               ADD BR-UNAPPLIED-APPLIED (BRANCH-SUB)
                   TO RUN-UNAPPLIED-APPLIED
               ADD BR-TRANSFER-NET (BRANCH-SUB)   TO RUN-TRANSFER-NET
           END-IF.
      *
       880-WRITE-CONTROL-TOTAL-RECORD.
      *
           MOVE "UPD8140"      TO TC-PROGRAM-ID.
           MOVE RUN-START-DATE TO TC-RUN-DATE.
           MOVE RUN-START-TIME TO TC-RUN-TIME.
           WRITE RUN-CONTROL-TOTAL-RECORD.
           IF CTLTOTAL-STATUS NOT = "00"
               MOVE "880-WRITE-CONTROL-TOTAL-RECORD"
                   TO ERR-PARAGRAPH-NAME
               MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO CONTROL-RECORD-COUNT
           END-IF.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
