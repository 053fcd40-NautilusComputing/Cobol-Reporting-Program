      *Program: UPD8310
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. UPD8310.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT MERGTRAN ASSIGN TO "MERGTRAN.DAT"
               FILE STATUS IS MERGTRAN-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               FILE STATUS IS CUSTMAST-STATUS.
           SELECT NEWCUST ASSIGN TO "CUSTMAST.NEW"
               FILE STATUS IS NEWCUST-STATUS.
           SELECT CUSTIDX ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CUSTOMER-NUMBER
               FILE STATUS IS CUSTIDX-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               FILE STATUS IS OPENITEM-STATUS.
           SELECT NEWOPEN ASSIGN TO "OPENITEM.NEW"
               FILE STATUS IS NEWOPEN-STATUS.
           SELECT UNAPCASH ASSIGN TO "UNAPCASH.DAT"
               FILE STATUS IS UNAPCASH-STATUS.
           SELECT NEWUNAP ASSIGN TO "UNAPCASH.NEW"
               FILE STATUS IS NEWUNAP-STATUS.
           SELECT SALESHST ASSIGN TO "SALESHST.DAT"
               FILE STATUS IS SALESHST-STATUS.
           SELECT NEWHIST ASSIGN TO "SALESHST.NEW"
               FILE STATUS IS NEWHIST-STATUS.
           SELECT CREDHOLD ASSIGN TO "CREDHOLD.DAT"
               FILE STATUS IS CREDHOLD-STATUS.
           SELECT CUSTADDR ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS CUSTADDR-STATUS.
           SELECT CREDMAST ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUSTOMER-NUMBER
               FILE STATUS IS CREDMAST-STATUS.
           SELECT BUDGMAST ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-CUSTOMER-NUMBER
               FILE STATUS IS BUDGMAST-STATUS.
           SELECT CTLTOTAL ASSIGN TO "CTLTOTAL.DAT"
               FILE STATUS IS CTLTOTAL-STATUS.
           SELECT MERGEREG ASSIGN TO "MERGEREG.PRN"
               FILE STATUS IS MERGEREG-STATUS.
           SELECT ERRORLOG ASSIGN TO "UPD8310.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  MERGTRAN.
      *
      *    ONE CARD PER MERGE.  THE FROM-CUSTOMER IS MERGED INTO THE
      *    TO-CUSTOMER, WHICH SURVIVES, AND IS THEN DELETED.
      *
       01  MERGE-TRANSACTION-RECORD.
           05  MT-FROM-CUSTOMER-X      PIC X(5).
           05  MT-FROM-CUSTOMER        REDEFINES MT-FROM-CUSTOMER-X
                                       PIC 9(5).
           05  MT-TO-CUSTOMER-X        PIC X(5).
           05  MT-TO-CUSTOMER          REDEFINES MT-TO-CUSTOMER-X
                                       PIC 9(5).
           05  FILLER                  PIC X(70).
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
       FD  NEWCUST.
      *
       01  NEW-CUSTOMER-MASTER-RECORD  PIC X(47).
      *
       FD  CUSTIDX.
      *
       01  CUSTOMER-INDEX-RECORD.
           05  CI-BRANCH-NUMBER        PIC 9(2).
           05  CI-SALESREP-NUMBER      PIC 9(2).
           05  CI-CUSTOMER-NUMBER      PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
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
       FD  NEWOPEN.
      *
       01  NEW-OPEN-ITEM-RECORD.
           05  NO-CUSTOMER-NUMBER      PIC 9(5).
           05  NO-CUSTOMER-NAME        PIC X(20).
           05  NO-INVOICE-NUMBER       PIC 9(6).
           05  NO-BRANCH-NUMBER        PIC 9(2).
           05  NO-TRANSACTION-CODE     PIC X(1).
           05  NO-INVOICE-DATE         PIC 9(8).
           05  NO-INVOICE-AMOUNT       PIC S9(7)V99.
           05  NO-AMOUNT-PAID          PIC S9(7)V99.
           05  NO-OPEN-STATUS          PIC X(1).
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
       01  NEW-UNAPPLIED-CASH-RECORD   PIC X(60).
      *
       FD  SALESHST.
      *
       01  SALES-HISTORY-RECORD.
           05  HS-CUSTOMER-NUMBER      PIC 9(5).
           05  HS-SNAPSHOT-YEAR        PIC 9(4).
           05  HS-SNAPSHOT-MONTH       PIC 9(2).
           05  HS-BRANCH-NUMBER        PIC 9(2).
           05  HS-SALESREP-NUMBER      PIC 9(2).
           05  HS-SALES-YTD            PIC S9(7)V9(2).
           05  HS-SALES-MTD            PIC S9(7)V9(2).
      *
       FD  NEWHIST.
      *
       01  NEW-SALES-HISTORY-RECORD.
           05  NH-CUSTOMER-NUMBER      PIC 9(5).
           05  NH-SNAPSHOT-YEAR        PIC 9(4).
           05  NH-SNAPSHOT-MONTH       PIC 9(2).
           05  NH-BRANCH-NUMBER        PIC 9(2).
           05  NH-SALESREP-NUMBER      PIC 9(2).
           05  NH-SALES-YTD            PIC S9(7)V9(2).
           05  NH-SALES-MTD            PIC S9(7)V9(2).
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
       FD  CUSTADDR.
      *
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER-NUMBER      PIC 9(5).
           05  CA-ADDRESS-LINE-1       PIC X(30).
           05  CA-ADDRESS-LINE-2       PIC X(30).
           05  CA-CITY                 PIC X(20).
           05  CA-STATE                PIC X(2).
           05  CA-ZIP-CODE             PIC X(10).
           05  CA-CONTACT-NAME         PIC X(20).
           05  CA-PHONE-NUMBER         PIC X(12).
      *
       FD  CREDMAST.
      *
       01  CREDIT-MASTER-RECORD.
           05  CR-CUSTOMER-NUMBER      PIC 9(5).
           05  CR-CREDIT-LIMIT         PIC S9(7)V99.
           05  CR-HOLD-FLAG            PIC X(1).
      *
       FD  BUDGMAST.
      *
       01  BUDGET-MASTER-RECORD.
           05  BG-CUSTOMER-NUMBER  PIC 9(5).
           05  BG-BUDGET-AMOUNT    PIC S9(7)V99.
      *
       FD  CTLTOTAL.
      *
      *    SHARED WITH UPD8020, UPD8140 AND RPT8290.  UPD8310 USES THE
      *    CASH VIEW AND CARRIES ONLY THE OPEN BALANCE MOVED BETWEEN
      *    BRANCHES WHEN A CUSTOMER IS MERGED INTO ANOTHER BRANCH.
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
       FD  MERGEREG.
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
           05  MERGTRAN-STATUS     PIC XX      VALUE "00".
           05  CUSTMAST-STATUS     PIC XX      VALUE "00".
           05  NEWCUST-STATUS      PIC XX      VALUE "00".
           05  CUSTIDX-STATUS      PIC XX      VALUE "00".
           05  OPENITEM-STATUS     PIC XX      VALUE "00".
           05  NEWOPEN-STATUS      PIC XX      VALUE "00".
           05  UNAPCASH-STATUS     PIC XX      VALUE "00".
           05  NEWUNAP-STATUS      PIC XX      VALUE "00".
           05  SALESHST-STATUS     PIC XX      VALUE "00".
           05  NEWHIST-STATUS      PIC XX      VALUE "00".
           05  CREDHOLD-STATUS     PIC XX      VALUE "00".
           05  CUSTADDR-STATUS     PIC XX      VALUE "00".
           05  CREDMAST-STATUS     PIC XX      VALUE "00".
           05  BUDGMAST-STATUS     PIC XX      VALUE "00".
           05  CTLTOTAL-STATUS     PIC XX      VALUE "00".
           05  MERGEREG-STATUS     PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  CARD-READ-COUNT         PIC 9(7)    VALUE ZERO.
           05  MERGED-PAIR-COUNT       PIC 9(7)    VALUE ZERO.
           05  REJECTED-CARD-COUNT     PIC 9(7)    VALUE ZERO.
           05  CUSTOMER-RECORD-COUNT   PIC 9(7)    VALUE ZERO.
           05  CUSTOMER-WRITTEN-COUNT  PIC 9(7)    VALUE ZERO.
           05  CUSTOMER-DELETED-COUNT  PIC 9(7)    VALUE ZERO.
           05  INDEX-WRITTEN-COUNT     PIC 9(7)    VALUE ZERO.
           05  OPEN-ITEM-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
           05  OPEN-ITEM-WRITTEN-COUNT PIC 9(7)    VALUE ZERO.
           05  OPEN-ITEM-MOVED-COUNT   PIC 9(7)    VALUE ZERO.
           05  UNAPPLIED-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
           05  UNAPPLIED-WRITTEN-COUNT PIC 9(7)    VALUE ZERO.
           05  UNAPPLIED-MOVED-COUNT   PIC 9(7)    VALUE ZERO.
           05  HISTORY-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT   PIC 9(7)    VALUE ZERO.
           05  HISTORY-MOVED-COUNT     PIC 9(7)    VALUE ZERO.
           05  HISTORY-COMBINED-COUNT  PIC 9(7)    VALUE ZERO.
           05  CONTROL-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  MERGTRAN-EOF-SWITCH     PIC X   VALUE "N".
               88  MERGTRAN-EOF                VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
               88  CUSTMAST-EOF                VALUE "Y".
           05  NEWCUST-EOF-SWITCH      PIC X   VALUE "N".
               88  NEWCUST-EOF                 VALUE "Y".
           05  CREDHOLD-EOF-SWITCH     PIC X   VALUE "N".
               88  CREDHOLD-EOF                VALUE "Y".
           05  OPENITEM-EOF-SWITCH     PIC X   VALUE "N".
               88  OPENITEM-EOF                VALUE "Y".
           05  UNAPCASH-EOF-SWITCH     PIC X   VALUE "N".
               88  UNAPCASH-EOF                VALUE "Y".
           05  NO-UNAPPLIED-FILE-SWITCH PIC X  VALUE "N".
               88  NO-UNAPPLIED-FILE           VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X   VALUE "N".
               88  SALESHST-EOF                VALUE "Y".
           05  NO-HISTORY-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-HISTORY-FILE             VALUE "Y".
           05  PAIR-FOUND-SWITCH       PIC X   VALUE "N".
               88  PAIR-FOUND                  VALUE "Y".
           05  FOUND-ROLE-SWITCH       PIC X   VALUE SPACE.
               88  FOUND-AS-FROM               VALUE "F".
               88  FOUND-AS-SURVIVOR           VALUE "T".
           05  SURVIVOR-LOCATED-SWITCH PIC X   VALUE "N".
               88  SURVIVOR-LOCATED            VALUE "Y".
           05  FROM-LOCATED-SWITCH     PIC X   VALUE "N".
               88  FROM-LOCATED                VALUE "Y".
           05  BUDGET-OVERFLOW-SWITCH  PIC X   VALUE "N".
               88  BUDGET-OVERFLOW             VALUE "Y".
           05  READ-ERROR-SWITCH       PIC X   VALUE "N".
               88  REFERENCE-READ-ERROR        VALUE "Y".
           05  REFERENCE-FILES-SWITCH  PIC X   VALUE "Y".
               88  REFERENCE-FILES-OPEN        VALUE "Y".
           05  RUN-BALANCE-SWITCH      PIC X   VALUE "Y".
               88  RUN-IN-BALANCE              VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
      *    ONE ENTRY PER MERGE CARD, IN CARD ORDER.  THE BEFORE AND
      *    AFTER FIGURES FOR BOTH CUSTOMERS ARE GATHERED HERE AS EACH
      *    FILE IS COPIED SO THE REGISTER CAN PROVE EVERY MERGE.
      *
       01  MERGE-PAIR-TABLE.
           05  PAIR-TABLE-MAX      PIC S9(4)   COMP VALUE +50.
           05  PAIR-COUNT          PIC S9(4)   COMP VALUE ZERO.
           05  PAIR-SUB            PIC S9(4)   COMP.
           05  CHECK-SUB           PIC S9(4)   COMP.
           05  FOUND-PAIR-SUB      PIC S9(4)   COMP VALUE ZERO.
           05  MERGE-PAIR-ENTRY    OCCURS 50 TIMES.
               10  PR-FROM-CUSTOMER-X      PIC X(5).
               10  PR-FROM-CUSTOMER        REDEFINES PR-FROM-CUSTOMER-X
                                           PIC 9(5).
               10  PR-TO-CUSTOMER-X        PIC X(5).
               10  PR-TO-CUSTOMER          REDEFINES PR-TO-CUSTOMER-X
                                           PIC 9(5).
               10  PR-STATUS               PIC X(1).
                   88  PR-PENDING                  VALUE "P".
                   88  PR-VALID                    VALUE "V".
                   88  PR-REJECTED                 VALUE "R".
               10  PR-REJECT-REASON        PIC X(30).
               10  PR-FROM-FOUND-SWITCH    PIC X(1).
                   88  PR-FROM-FOUND               VALUE "Y".
               10  PR-TO-FOUND-SWITCH      PIC X(1).
                   88  PR-TO-FOUND                 VALUE "Y".
               10  PR-FROM-HELD-SWITCH     PIC X(1).
                   88  PR-FROM-HELD                VALUE "Y".
               10  PR-BALANCE-SWITCH       PIC X(1).
                   88  PR-IN-BALANCE               VALUE "Y".
               10  PR-FROM-NAME            PIC X(20).
               10  PR-FROM-BRANCH          PIC 9(2).
               10  PR-TO-NAME              PIC X(20).
               10  PR-TO-BRANCH            PIC 9(2).
               10  PR-TO-SALESREP          PIC 9(2).
               10  PR-FROM-THIS-YTD        PIC S9(7)V99.
               10  PR-FROM-LAST-YTD        PIC S9(7)V99.
               10  PR-TO-THIS-YTD          PIC S9(7)V99.
               10  PR-TO-LAST-YTD          PIC S9(7)V99.
               10  PR-AFTER-THIS-YTD       PIC S9(7)V99.
               10  PR-AFTER-LAST-YTD       PIC S9(7)V99.
               10  PR-WRITTEN-THIS-YTD     PIC S9(7)V99.
               10  PR-WRITTEN-LAST-YTD     PIC S9(7)V99.
               10  PR-FROM-OPEN-AR         PIC S9(9)V99.
               10  PR-TO-OPEN-BEFORE       PIC S9(9)V99.
               10  PR-TO-OPEN-AFTER        PIC S9(9)V99.
               10  PR-FROM-ITEMS           PIC 9(5).
               10  PR-TO-ITEMS-BEFORE      PIC 9(5).
               10  PR-TO-ITEMS-AFTER       PIC 9(5).
               10  PR-UNAPPLIED-MOVED      PIC 9(5).
               10  PR-HISTORY-MOVED        PIC 9(5).
               10  PR-HISTORY-COMBINED     PIC 9(5).
               10  PR-ADDRESS-RESULT       PIC X(8).
               10  PR-CREDIT-RESULT        PIC X(8).
               10  PR-BUDGET-RESULT        PIC X(8).
      *
      *    SALES HISTORY MONTHS OF THE FROM-CUSTOMERS.  A MONTH THE
      *    SURVIVOR ALSO HAS IS ADDED INTO THE SURVIVOR'S RECORD; THE
      *    REST ARE WRITTEN UNDER THE SURVIVOR'S NUMBER AT THE END.
      *
       01  HISTORY-MONTH-TABLE.
           05  HM-TABLE-MAX        PIC S9(4)   COMP VALUE +1000.
           05  HM-COUNT            PIC S9(4)   COMP VALUE ZERO.
           05  HM-SUB              PIC S9(4)   COMP.
           05  HISTORY-MONTH-ENTRY OCCURS 1000 TIMES.
               10  HM-PAIR-SUB             PIC S9(4)   COMP.
               10  HM-SNAPSHOT-YEAR        PIC 9(4).
               10  HM-SNAPSHOT-MONTH       PIC 9(2).
               10  HM-SALES-YTD            PIC S9(7)V99.
               10  HM-SALES-MTD            PIC S9(7)V99.
               10  HM-MATCHED-SWITCH       PIC X(1).
                   88  HM-MATCHED                  VALUE "Y".
      *
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-SUB              PIC S9(4)   COMP.
           05  RUN-ITEM-COUNT          PIC 9(7)        VALUE ZERO.
           05  RUN-TRANSFER-NET        PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-TOTAL-ENTRY  OCCURS 99 TIMES.
               10  BR-ITEM-COUNT           PIC 9(7).
               10  BR-TRANSFER-NET         PIC S9(9)V99.
               10  BR-ACTIVITY-SWITCH      PIC X(1).
                   88  BR-ACTIVITY                 VALUE "Y".
      *
       01  CONTROL-TOTAL-FIELDS.
           05  RUN-THIS-YTD-BEFORE     PIC S9(9)V99    VALUE ZERO.
           05  RUN-THIS-YTD-AFTER      PIC S9(9)V99    VALUE ZERO.
           05  RUN-LAST-YTD-BEFORE     PIC S9(9)V99    VALUE ZERO.
           05  RUN-LAST-YTD-AFTER      PIC S9(9)V99    VALUE ZERO.
           05  RUN-OPEN-AR-BEFORE      PIC S9(9)V99    VALUE ZERO.
           05  RUN-OPEN-AR-AFTER       PIC S9(9)V99    VALUE ZERO.
      *
       01  MERGE-WORK-FIELDS.
           05  SEARCH-CUSTOMER-NUMBER  PIC 9(5).
           05  ITEM-OPEN-BALANCE       PIC S9(9)V99.
           05  CHECK-THIS-YTD          PIC S9(9)V99.
           05  CHECK-LAST-YTD          PIC S9(9)V99.
           05  CHECK-OPEN-AR           PIC S9(9)V99.
           05  CHECK-ITEM-COUNT        PIC 9(7).
           05  SURVIVOR-BUDGET-AMOUNT  PIC S9(7)V99.
           05  COMBINED-AMOUNT         PIC S9(9)V99.
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
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER MERGE REGIS".
           05  FILLER          PIC X(20)   VALUE "TER                 ".
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
           05  FILLER          PIC X(10)   VALUE "UPD8310".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "ROLE        ".
           05  FILLER      PIC X(8)    VALUE "CUST    ".
           05  FILLER      PIC X(22)   VALUE "NAME".
           05  FILLER      PIC X(4)    VALUE "BR  ".
           05  FILLER      PIC X(13)   VALUE "    THIS YTD ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(13)   VALUE "    LAST YTD ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(14)   VALUE "      OPEN AR ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE " ITEMS".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "NOTE".
           05  FILLER      PIC X(25)   VALUE SPACE.
      *
       01  PAIR-TITLE-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(15)      VALUE
               "MERGE CUSTOMER ".
           05  PT-FROM-CUSTOMER     PIC 9(5).
           05  FILLER               PIC X(15)      VALUE
               " INTO SURVIVOR ".
           05  PT-TO-CUSTOMER       PIC 9(5).
           05  FILLER               PIC X(91)      VALUE SPACE.
      *
       01  MERGE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-ROLE              PIC X(11).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  ML-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  ML-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-BRANCH-NUMBER     PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-THIS-YTD          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-LAST-YTD          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-OPEN-AR           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-ITEM-COUNT        PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  ML-NOTE              PIC X(27).
           05  FILLER               PIC X(2)       VALUE SPACE.
      *
       01  FILES-LINE.
           05  FILLER               PIC X(14)      VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "ADDRESS: ".
           05  FL-ADDRESS-RESULT    PIC X(8).
           05  FILLER               PIC X(11)      VALUE "   CREDIT: ".
           05  FL-CREDIT-RESULT     PIC X(8).
           05  FILLER               PIC X(11)      VALUE "   BUDGET: ".
           05  FL-BUDGET-RESULT     PIC X(8).
           05  FILLER               PIC X(18)      VALUE
               "   HISTORY MOVED: ".
           05  FL-HISTORY-MOVED     PIC ZZ9.
           05  FILLER               PIC X(13)      VALUE
               "   COMBINED: ".
           05  FL-HISTORY-COMBINED  PIC ZZ9.
           05  FILLER               PIC X(20)      VALUE
               "   UNAPPLIED MOVED: ".
           05  FL-UNAPPLIED-MOVED   PIC ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
      *
       01  REJECT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(15)      VALUE
               "MERGE CUSTOMER ".
           05  RL-FROM-CUSTOMER     PIC X(5).
           05  FILLER               PIC X(15)      VALUE
               " INTO SURVIVOR ".
           05  RL-TO-CUSTOMER       PIC X(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(15)      VALUE
               "*** REJECTED - ".
           05  RL-REJECT-REASON     PIC X(30).
           05  FILLER               PIC X(4)       VALUE " ***".
           05  FILLER               PIC X(39)      VALUE SPACE.
      *
       01  TOTAL-HEADING-LINE.
           05  FILLER      PIC X(21)   VALUE " RUN TOTALS".
           05  FILLER      PIC X(15)   VALUE "       THIS YTD".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE "       LAST YTD".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE "        OPEN AR".
           05  FILLER      PIC X(60)   VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  TL-LABEL             PIC X(20).
           05  TL-THIS-YTD          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TL-LAST-YTD          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TL-OPEN-AR           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(60)      VALUE SPACE.
      *
       01  COUNT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CL-LABEL-1           PIC X(20).
           05  CL-COUNT-1           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  CL-LABEL-2           PIC X(12).
           05  CL-COUNT-2           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  CL-LABEL-3           PIC X(12).
           05  CL-COUNT-3           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  CL-LABEL-4           PIC X(12).
           05  CL-COUNT-4-X         PIC X(7).
           05  CL-COUNT-4           REDEFINES CL-COUNT-4-X
                                    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(38)      VALUE SPACE.
      *
       01  RESULT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RSL-MESSAGE          PIC X(60).
           05  FILLER               PIC X(71)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-MERGE-CUSTOMERS.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-MERGE-CUSTOMERS OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN INPUT  MERGTRAN
                OUTPUT MERGEREG.
           IF MERGTRAN-STATUS NOT = "00"
               MOVE "000-MERGE-CUSTOMERS OPEN MERGTRAN"
                   TO ERR-PARAGRAPH-NAME
               MOVE MERGTRAN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET MERGTRAN-EOF TO TRUE
           END-IF.
           IF MERGEREG-STATUS NOT = "00"
               MOVE "000-MERGE-CUSTOMERS OPEN MERGEREG"
                   TO ERR-PARAGRAPH-NAME
               MOVE MERGEREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-INITIALIZE-BRANCH-TOTAL
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99.
           PERFORM 200-LOAD-MERGE-CARD
               UNTIL MERGTRAN-EOF.
           IF MERGTRAN-STATUS NOT = "35"
               CLOSE MERGTRAN
               IF MERGTRAN-STATUS NOT = "00"
                   MOVE "000-MERGE-CUSTOMERS CLOSE MERGTRAN"
                       TO ERR-PARAGRAPH-NAME
                   MOVE MERGTRAN-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           PERFORM 300-SCAN-CUSTOMER-MASTER.
           PERFORM 322-SCAN-CREDIT-HOLDS.
           PERFORM 330-VALIDATE-MERGE-PAIR
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           PERFORM 350-WRITE-CUSTOMER-MASTER.
           PERFORM 400-REKEY-OPEN-ITEMS.
           PERFORM 430-REKEY-UNAPPLIED-CASH.
           PERFORM 450-MERGE-SALES-HISTORY.
           PERFORM 550-CHECK-MERGE-BALANCE.
           IF NOT ERROR-FOUND AND RUN-IN-BALANCE
                   AND MERGED-PAIR-COUNT > ZERO
               PERFORM 500-MERGE-REFERENCE-FILES
               PERFORM 560-WRITE-CONTROL-TOTALS
               PERFORM 380-REBUILD-CUSTOMER-INDEX
           END-IF.
           PERFORM 600-PRINT-MERGE-REGISTER.
           CLOSE MERGEREG.
           IF MERGEREG-STATUS NOT = "00"
               MOVE "000-MERGE-CUSTOMERS CLOSE MERGEREG"
                   TO ERR-PARAGRAPH-NAME
               MOVE MERGEREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-MERGE-CUSTOMERS CLOSE ERRORLOG "
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
       110-INITIALIZE-BRANCH-TOTAL.
      *
           MOVE ZERO TO BR-ITEM-COUNT (BRANCH-SUB).
           MOVE ZERO TO BR-TRANSFER-NET (BRANCH-SUB).
           MOVE "N"  TO BR-ACTIVITY-SWITCH (BRANCH-SUB).
      *
       200-LOAD-MERGE-CARD.
      *
           READ MERGTRAN
               AT END
                   SET MERGTRAN-EOF TO TRUE.
           IF MERGTRAN-STATUS = "00"
               ADD 1 TO CARD-READ-COUNT
               IF PAIR-COUNT NOT < PAIR-TABLE-MAX
                   MOVE "200-LOAD-MERGE-CARD TABLE FULL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET MERGTRAN-EOF TO TRUE
               ELSE
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-COUNT TO PAIR-SUB
                   PERFORM 210-EDIT-MERGE-CARD
               END-IF
           ELSE
               IF MERGTRAN-STATUS NOT = "10"
                   MOVE "200-LOAD-MERGE-CARD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE MERGTRAN-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET MERGTRAN-EOF TO TRUE
               END-IF
           END-IF.
      *
       210-EDIT-MERGE-CARD.
      *
      *    A CUSTOMER MAY APPEAR ON ONLY ONE CARD A RUN, SO NO MERGE
      *    FEEDS ANOTHER.  A SECOND FROM-CUSTOMER FOR THE SAME
      *    SURVIVOR IS REJECTED AND GOES IN ON THE NEXT RUN.
      *
           PERFORM 215-CLEAR-PAIR-ENTRY.
           MOVE MT-FROM-CUSTOMER-X TO PR-FROM-CUSTOMER-X (PAIR-SUB).
           MOVE MT-TO-CUSTOMER-X   TO PR-TO-CUSTOMER-X (PAIR-SUB).
           EVALUATE TRUE
               WHEN MT-FROM-CUSTOMER-X NOT NUMERIC
                       OR MT-TO-CUSTOMER-X NOT NUMERIC
                   MOVE "CUSTOMER NUMBER NOT NUMERIC"
                       TO PR-REJECT-REASON (PAIR-SUB)
                   MOVE "R" TO PR-STATUS (PAIR-SUB)
               WHEN MT-FROM-CUSTOMER = MT-TO-CUSTOMER
                   MOVE "FROM AND TO ARE THE SAME"
                       TO PR-REJECT-REASON (PAIR-SUB)
                   MOVE "R" TO PR-STATUS (PAIR-SUB)
               WHEN OTHER
                   PERFORM 220-CHECK-EARLIER-CARD
                       VARYING CHECK-SUB FROM 1 BY 1
                       UNTIL CHECK-SUB NOT < PAIR-SUB
                           OR PR-REJECTED (PAIR-SUB)
           END-EVALUATE.
      *
       215-CLEAR-PAIR-ENTRY.
      *
           MOVE "P"       TO PR-STATUS (PAIR-SUB).
           MOVE SPACE     TO PR-REJECT-REASON (PAIR-SUB).
           MOVE "N"       TO PR-FROM-FOUND-SWITCH (PAIR-SUB).
           MOVE "N"       TO PR-TO-FOUND-SWITCH (PAIR-SUB).
           MOVE "N"       TO PR-FROM-HELD-SWITCH (PAIR-SUB).
           MOVE "Y"       TO PR-BALANCE-SWITCH (PAIR-SUB).
           MOVE SPACE     TO PR-FROM-NAME (PAIR-SUB).
           MOVE ZERO      TO PR-FROM-BRANCH (PAIR-SUB).
           MOVE SPACE     TO PR-TO-NAME (PAIR-SUB).
           MOVE ZERO      TO PR-TO-BRANCH (PAIR-SUB).
           MOVE ZERO      TO PR-TO-SALESREP (PAIR-SUB).
           MOVE ZERO      TO PR-FROM-THIS-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-FROM-LAST-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-TO-THIS-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-TO-LAST-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-AFTER-THIS-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-AFTER-LAST-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-WRITTEN-THIS-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-WRITTEN-LAST-YTD (PAIR-SUB).
           MOVE ZERO      TO PR-FROM-OPEN-AR (PAIR-SUB).
           MOVE ZERO      TO PR-TO-OPEN-BEFORE (PAIR-SUB).
           MOVE ZERO      TO PR-TO-OPEN-AFTER (PAIR-SUB).
           MOVE ZERO      TO PR-FROM-ITEMS (PAIR-SUB).
           MOVE ZERO      TO PR-TO-ITEMS-BEFORE (PAIR-SUB).
           MOVE ZERO      TO PR-TO-ITEMS-AFTER (PAIR-SUB).
           MOVE ZERO      TO PR-UNAPPLIED-MOVED (PAIR-SUB).
           MOVE ZERO      TO PR-HISTORY-MOVED (PAIR-SUB).
           MOVE ZERO      TO PR-HISTORY-COMBINED (PAIR-SUB).
           MOVE "NOT RUN" TO PR-ADDRESS-RESULT (PAIR-SUB).
           MOVE "NOT RUN" TO PR-CREDIT-RESULT (PAIR-SUB).
           MOVE "NOT RUN" TO PR-BUDGET-RESULT (PAIR-SUB).
      *
       220-CHECK-EARLIER-CARD.
      *
           IF NOT PR-REJECTED (CHECK-SUB)
               EVALUATE TRUE
                   WHEN PR-FROM-CUSTOMER (PAIR-SUB) =
                           PR-FROM-CUSTOMER (CHECK-SUB)
                       MOVE "FROM-CUSTOMER ALREADY MERGED"
                           TO PR-REJECT-REASON (PAIR-SUB)
                       MOVE "R" TO PR-STATUS (PAIR-SUB)
                   WHEN PR-TO-CUSTOMER (PAIR-SUB) =
                           PR-TO-CUSTOMER (CHECK-SUB)
                       MOVE "SURVIVOR IN USE - RERUN CARD"
                           TO PR-REJECT-REASON (PAIR-SUB)
                       MOVE "R" TO PR-STATUS (PAIR-SUB)
                   WHEN PR-FROM-CUSTOMER (PAIR-SUB) =
                           PR-TO-CUSTOMER (CHECK-SUB)
                     OR PR-TO-CUSTOMER (PAIR-SUB) =
                           PR-FROM-CUSTOMER (CHECK-SUB)
                       MOVE "CUSTOMER ON ANOTHER MERGE CARD"
                           TO PR-REJECT-REASON (PAIR-SUB)
                       MOVE "R" TO PR-STATUS (PAIR-SUB)
               END-EVALUATE
           END-IF.
      *
       300-SCAN-CUSTOMER-MASTER.
      *
      *    FIRST PASS: PICK UP BOTH CUSTOMERS OF EVERY CARD SO EACH
      *    MERGE CAN BE PROVED BEFORE ANY FILE IS WRITTEN.
      *
           OPEN INPUT CUSTMAST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "300-SCAN-CUSTOMER-MASTER OPEN CUSTMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM 310-SCAN-CUSTOMER-RECORD
                   UNTIL CUSTMAST-EOF
               CLOSE CUSTMAST
               IF CUSTMAST-STATUS NOT = "00"
                   MOVE "300-SCAN-CUSTOMER-MASTER CLOSE CUSTMAST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       310-SCAN-CUSTOMER-RECORD.
      *
           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE.
           IF CUSTMAST-STATUS = "00"
               PERFORM 320-MATCH-SCAN-CUSTOMER
                   VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > PAIR-COUNT
           ELSE
               IF CUSTMAST-STATUS NOT = "10"
                   MOVE "310-SCAN-CUSTOMER-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CUSTMAST-EOF TO TRUE
               END-IF
           END-IF.
      *
       320-MATCH-SCAN-CUSTOMER.
      *
           IF PR-PENDING (PAIR-SUB)
               IF CM-CUSTOMER-NUMBER = PR-FROM-CUSTOMER (PAIR-SUB)
                   MOVE "Y" TO PR-FROM-FOUND-SWITCH (PAIR-SUB)
                   MOVE CM-CUSTOMER-NAME
                       TO PR-FROM-NAME (PAIR-SUB)
                   MOVE CM-BRANCH-NUMBER
                       TO PR-FROM-BRANCH (PAIR-SUB)
                   MOVE CM-SALES-THIS-YTD
                       TO PR-FROM-THIS-YTD (PAIR-SUB)
                   MOVE CM-SALES-LAST-YTD
                       TO PR-FROM-LAST-YTD (PAIR-SUB)
               END-IF
               IF CM-CUSTOMER-NUMBER = PR-TO-CUSTOMER (PAIR-SUB)
                   MOVE "Y" TO PR-TO-FOUND-SWITCH (PAIR-SUB)
                   MOVE CM-CUSTOMER-NAME
                       TO PR-TO-NAME (PAIR-SUB)
                   MOVE CM-BRANCH-NUMBER
                       TO PR-TO-BRANCH (PAIR-SUB)
                   MOVE CM-SALESREP-NUMBER
                       TO PR-TO-SALESREP (PAIR-SUB)
                   MOVE CM-SALES-THIS-YTD
                       TO PR-TO-THIS-YTD (PAIR-SUB)
                   MOVE CM-SALES-LAST-YTD
                       TO PR-TO-LAST-YTD (PAIR-SUB)
               END-IF
           END-IF.
      *
       322-SCAN-CREDIT-HOLDS.
      *
      *    CREDHOLD IS REWRITTEN BY EVERY UPD8020 RUN, SO A CUSTOMER
      *    ON IT STILL HAS ITEMS WAITING FOR CREDIT RELEASE.  THOSE
      *    ITEMS CARRY THE FROM-CUSTOMER'S NUMBER, SO THE MERGE WAITS
      *    UNTIL UPD8160 HAS RELEASED THEM.  NO FILE MEANS NOTHING IS
      *    HELD.
      *
           OPEN INPUT CREDHOLD.
           IF CREDHOLD-STATUS = "35"
               SET CREDHOLD-EOF TO TRUE
           ELSE
               IF CREDHOLD-STATUS NOT = "00"
                   MOVE "322-SCAN-CREDIT-HOLDS OPEN CREDHOLD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               ELSE
                   PERFORM 324-SCAN-CREDIT-HOLD-RECORD
                       UNTIL CREDHOLD-EOF
                   CLOSE CREDHOLD
                   IF CREDHOLD-STATUS NOT = "00"
                       MOVE "322-SCAN-CREDIT-HOLDS CLOSE CREDHOLD"
                           TO ERR-PARAGRAPH-NAME
                       MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   END-IF
               END-IF
           END-IF.
      *
       324-SCAN-CREDIT-HOLD-RECORD.
      *
           READ CREDHOLD
               AT END
                   SET CREDHOLD-EOF TO TRUE.
           IF CREDHOLD-STATUS = "00"
               PERFORM 326-MATCH-HELD-CUSTOMER
                   VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > PAIR-COUNT
           ELSE
               IF CREDHOLD-STATUS NOT = "10"
                   MOVE "324-SCAN-CREDIT-HOLD-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CREDHOLD-EOF TO TRUE
               END-IF
           END-IF.
      *
       326-MATCH-HELD-CUSTOMER.
      *
           IF PR-PENDING (PAIR-SUB)
               IF CH-CUSTOMER-NUMBER = PR-FROM-CUSTOMER (PAIR-SUB)
                   MOVE "Y" TO PR-FROM-HELD-SWITCH (PAIR-SUB)
               END-IF
           END-IF.
      *
       330-VALIDATE-MERGE-PAIR.
      *
           IF PR-PENDING (PAIR-SUB)
               EVALUATE TRUE
                   WHEN NOT PR-FROM-FOUND (PAIR-SUB)
                       MOVE "FROM-CUSTOMER NOT ON CUSTMAST"
                           TO PR-REJECT-REASON (PAIR-SUB)
                       MOVE "R" TO PR-STATUS (PAIR-SUB)
                   WHEN NOT PR-TO-FOUND (PAIR-SUB)
                       MOVE "TO-CUSTOMER NOT ON CUSTMAST"
                           TO PR-REJECT-REASON (PAIR-SUB)
                       MOVE "R" TO PR-STATUS (PAIR-SUB)
                   WHEN PR-FROM-HELD (PAIR-SUB)
                       MOVE "FROM-CUSTOMER HAS HELD ITEMS"
                           TO PR-REJECT-REASON (PAIR-SUB)
                       MOVE "R" TO PR-STATUS (PAIR-SUB)
                   WHEN OTHER
                       MOVE "V" TO PR-STATUS (PAIR-SUB)
                       PERFORM 340-COMPUTE-MERGED-YTD
               END-EVALUATE
           END-IF.
           IF PR-REJECTED (PAIR-SUB)
               ADD 1 TO REJECTED-CARD-COUNT
           ELSE
               ADD 1 TO MERGED-PAIR-COUNT
           END-IF.
      *
       340-COMPUTE-MERGED-YTD.
      *
           ADD PR-FROM-THIS-YTD (PAIR-SUB) PR-TO-THIS-YTD (PAIR-SUB)
               GIVING COMBINED-AMOUNT.
           IF COMBINED-AMOUNT > 9999999.99 OR
                   COMBINED-AMOUNT < -9999999.99
               MOVE "R" TO PR-STATUS (PAIR-SUB)
           ELSE
               MOVE COMBINED-AMOUNT TO PR-AFTER-THIS-YTD (PAIR-SUB)
           END-IF.
           ADD PR-FROM-LAST-YTD (PAIR-SUB) PR-TO-LAST-YTD (PAIR-SUB)
               GIVING COMBINED-AMOUNT.
           IF COMBINED-AMOUNT > 9999999.99 OR
                   COMBINED-AMOUNT < -9999999.99
               MOVE "R" TO PR-STATUS (PAIR-SUB)
           ELSE
               MOVE COMBINED-AMOUNT TO PR-AFTER-LAST-YTD (PAIR-SUB)
           END-IF.
           IF PR-REJECTED (PAIR-SUB)
               MOVE "SURVIVOR YTD WOULD OVERFLOW"
                   TO PR-REJECT-REASON (PAIR-SUB)
           END-IF.
      *
       350-WRITE-CUSTOMER-MASTER.
      *
      *    SECOND PASS: THE FROM-CUSTOMERS ARE DROPPED AND THE
      *    SURVIVORS TAKE THE MERGED YEAR-TO-DATE SALES.
      *
           MOVE "N" TO CUSTMAST-EOF-SWITCH.
           OPEN INPUT  CUSTMAST
                OUTPUT NEWCUST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "350-WRITE-CUSTOMER-MASTER OPEN CUSTMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET CUSTMAST-EOF TO TRUE
           END-IF.
           IF NEWCUST-STATUS NOT = "00"
               MOVE "350-WRITE-CUSTOMER-MASTER OPEN NEWCUST"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWCUST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET CUSTMAST-EOF TO TRUE
           END-IF.
           PERFORM 360-COPY-CUSTOMER-RECORD
               UNTIL CUSTMAST-EOF.
           CLOSE CUSTMAST
                 NEWCUST.
           IF CUSTMAST-STATUS NOT = "00"
               MOVE "350-WRITE-CUSTOMER-MASTER CLOSE CUSTMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF NEWCUST-STATUS NOT = "00"
               MOVE "350-WRITE-CUSTOMER-MASTER CLOSE NEWCUST"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWCUST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       360-COPY-CUSTOMER-RECORD.
      *
           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE.
           IF CUSTMAST-STATUS = "00"
               ADD 1 TO CUSTOMER-RECORD-COUNT
               ADD CM-SALES-THIS-YTD TO RUN-THIS-YTD-BEFORE
               ADD CM-SALES-LAST-YTD TO RUN-LAST-YTD-BEFORE
               MOVE CM-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 800-FIND-MERGE-PAIR
               IF PAIR-FOUND AND FOUND-AS-FROM
                   ADD 1 TO CUSTOMER-DELETED-COUNT
               ELSE
                   IF PAIR-FOUND
                       MOVE PR-AFTER-THIS-YTD (FOUND-PAIR-SUB)
                           TO CM-SALES-THIS-YTD
                       MOVE PR-AFTER-LAST-YTD (FOUND-PAIR-SUB)
                           TO CM-SALES-LAST-YTD
                       MOVE CM-SALES-THIS-YTD
                           TO PR-WRITTEN-THIS-YTD (FOUND-PAIR-SUB)
                       MOVE CM-SALES-LAST-YTD
                           TO PR-WRITTEN-LAST-YTD (FOUND-PAIR-SUB)
                   END-IF
                   PERFORM 370-WRITE-CUSTOMER-RECORD
               END-IF
           ELSE
               IF CUSTMAST-STATUS NOT = "10"
                   MOVE "360-COPY-CUSTOMER-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET CUSTMAST-EOF TO TRUE
               END-IF
           END-IF.
      *
       370-WRITE-CUSTOMER-RECORD.
      *
           MOVE CUSTOMER-MASTER-RECORD TO NEW-CUSTOMER-MASTER-RECORD.
           WRITE NEW-CUSTOMER-MASTER-RECORD.
           IF NEWCUST-STATUS NOT = "00"
               MOVE "370-WRITE-CUSTOMER-RECORD WRITE NEWCUST"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWCUST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO CUSTOMER-WRITTEN-COUNT
               ADD CM-SALES-THIS-YTD TO RUN-THIS-YTD-AFTER
               ADD CM-SALES-LAST-YTD TO RUN-LAST-YTD-AFTER
           END-IF.
      *
       380-REBUILD-CUSTOMER-INDEX.
      *
      *    ONLY A CLEAN, BALANCED RUN GETS HERE.  THE INDEXED COPY OF
      *    THE MASTER IS REBUILT FROM CUSTMAST.NEW, AS CNV8100 BUILDS
      *    IT, SO INQ8120 AND UPD8020 SEE THE MERGED CUSTOMERS.  IF
      *    THE REBUILD FAILS, RERUN CNV8100 ONCE CUSTMAST.NEW HAS
      *    REPLACED CUSTMAST.DAT.
      *
           OPEN INPUT  NEWCUST
                OUTPUT CUSTIDX.
           IF NEWCUST-STATUS NOT = "00"
               MOVE "380-REBUILD-CUSTOMER-INDEX OPEN NEWCUST"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWCUST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET NEWCUST-EOF TO TRUE
           END-IF.
           IF CUSTIDX-STATUS NOT = "00"
               MOVE "380-REBUILD-CUSTOMER-INDEX OPEN CUSTIDX"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTIDX-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET NEWCUST-EOF TO TRUE
           END-IF.
           PERFORM 385-INDEX-CUSTOMER-RECORD
               UNTIL NEWCUST-EOF.
           CLOSE NEWCUST
                 CUSTIDX.
           IF NEWCUST-STATUS NOT = "00"
               MOVE "380-REBUILD-CUSTOMER-INDEX CLOSE NEWCUST"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWCUST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF CUSTIDX-STATUS NOT = "00"
               MOVE "380-REBUILD-CUSTOMER-INDEX CLOSE CUSTIDX"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTIDX-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       385-INDEX-CUSTOMER-RECORD.
      *
           READ NEWCUST
               AT END
                   SET NEWCUST-EOF TO TRUE.
           IF NEWCUST-STATUS = "00"
               MOVE NEW-CUSTOMER-MASTER-RECORD
                   TO CUSTOMER-INDEX-RECORD
               WRITE CUSTOMER-INDEX-RECORD
                   INVALID KEY
                       MOVE "385-INDEX-CUSTOMER-RECORD DUPLICATE KEY"
                           TO ERR-PARAGRAPH-NAME
                       MOVE CUSTIDX-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   NOT INVALID KEY
                       ADD 1 TO INDEX-WRITTEN-COUNT
               END-WRITE
           ELSE
               IF NEWCUST-STATUS NOT = "10"
                   MOVE "385-INDEX-CUSTOMER-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE NEWCUST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET NEWCUST-EOF TO TRUE
               END-IF
           END-IF.
      *
       400-REKEY-OPEN-ITEMS.
      *
      *    A FROM-CUSTOMER'S ITEMS TAKE THE SURVIVOR'S NUMBER, NAME AND
      *    BRANCH.  ITEMS THAT CHANGE BRANCH ARE CARRIED AS A TRANSFER
      *    ON CTLTOTAL SO THE BRANCH ROLL-FORWARD STILL BALANCES.
      *
           OPEN INPUT  OPENITEM
                OUTPUT NEWOPEN.
           IF OPENITEM-STATUS = "35"
               SET OPENITEM-EOF TO TRUE
           ELSE
               IF OPENITEM-STATUS NOT = "00"
                   MOVE "400-REKEY-OPEN-ITEMS OPEN OPENITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
           IF NEWOPEN-STATUS NOT = "00"
               MOVE "400-REKEY-OPEN-ITEMS OPEN NEWOPEN"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWOPEN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET OPENITEM-EOF TO TRUE
           END-IF.
           PERFORM 410-COPY-OPEN-ITEM
               UNTIL OPENITEM-EOF.
           IF OPENITEM-STATUS NOT = "35"
               CLOSE OPENITEM
               IF OPENITEM-STATUS NOT = "00"
                   MOVE "400-REKEY-OPEN-ITEMS CLOSE OPENITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           CLOSE NEWOPEN.
           IF NEWOPEN-STATUS NOT = "00"
               MOVE "400-REKEY-OPEN-ITEMS CLOSE NEWOPEN"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWOPEN-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       410-COPY-OPEN-ITEM.
      *
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE.
           IF OPENITEM-STATUS = "00"
               ADD 1 TO OPEN-ITEM-RECORD-COUNT
               COMPUTE ITEM-OPEN-BALANCE =
                   OI-INVOICE-AMOUNT - OI-AMOUNT-PAID
               ADD ITEM-OPEN-BALANCE TO RUN-OPEN-AR-BEFORE
               MOVE OI-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 800-FIND-MERGE-PAIR
               IF PAIR-FOUND
                   IF FOUND-AS-FROM
                       ADD ITEM-OPEN-BALANCE
                           TO PR-FROM-OPEN-AR (FOUND-PAIR-SUB)
                       ADD 1 TO PR-FROM-ITEMS (FOUND-PAIR-SUB)
                       PERFORM 420-MOVE-OPEN-ITEM
                   ELSE
                       ADD ITEM-OPEN-BALANCE
                           TO PR-TO-OPEN-BEFORE (FOUND-PAIR-SUB)
                       ADD 1 TO PR-TO-ITEMS-BEFORE (FOUND-PAIR-SUB)
                   END-IF
               END-IF
               MOVE OPEN-ITEM-RECORD TO NEW-OPEN-ITEM-RECORD
               WRITE NEW-OPEN-ITEM-RECORD
               IF NEWOPEN-STATUS NOT = "00"
                   MOVE "410-COPY-OPEN-ITEM WRITE NEWOPEN"
                       TO ERR-PARAGRAPH-NAME
                   MOVE NEWOPEN-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               ELSE
                   ADD 1 TO OPEN-ITEM-WRITTEN-COUNT
                   COMPUTE ITEM-OPEN-BALANCE =
                       NO-INVOICE-AMOUNT - NO-AMOUNT-PAID
                   ADD ITEM-OPEN-BALANCE TO RUN-OPEN-AR-AFTER
                   IF PAIR-FOUND
                       ADD ITEM-OPEN-BALANCE
                           TO PR-TO-OPEN-AFTER (FOUND-PAIR-SUB)
                       ADD 1 TO PR-TO-ITEMS-AFTER (FOUND-PAIR-SUB)
                   END-IF
               END-IF
           ELSE
               IF OPENITEM-STATUS NOT = "10"
                   MOVE "410-COPY-OPEN-ITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
      *
       420-MOVE-OPEN-ITEM.
      *
           ADD 1 TO OPEN-ITEM-MOVED-COUNT.
           IF OI-BRANCH-NUMBER NOT = PR-TO-BRANCH (FOUND-PAIR-SUB)
               MOVE OI-BRANCH-NUMBER TO BRANCH-SUB
               PERFORM 810-SET-BRANCH-SUB
               SUBTRACT ITEM-OPEN-BALANCE
                   FROM BR-TRANSFER-NET (BRANCH-SUB)
               ADD 1 TO BR-ITEM-COUNT (BRANCH-SUB)
               MOVE "Y" TO BR-ACTIVITY-SWITCH (BRANCH-SUB)
               MOVE PR-TO-BRANCH (FOUND-PAIR-SUB) TO BRANCH-SUB
               PERFORM 810-SET-BRANCH-SUB
               ADD ITEM-OPEN-BALANCE TO BR-TRANSFER-NET (BRANCH-SUB)
               ADD 1 TO BR-ITEM-COUNT (BRANCH-SUB)
               MOVE "Y" TO BR-ACTIVITY-SWITCH (BRANCH-SUB)
           END-IF.
           MOVE PR-TO-CUSTOMER (FOUND-PAIR-SUB) TO OI-CUSTOMER-NUMBER.
           MOVE PR-TO-NAME (FOUND-PAIR-SUB)     TO OI-CUSTOMER-NAME.
           MOVE PR-TO-BRANCH (FOUND-PAIR-SUB)   TO OI-BRANCH-NUMBER.
      *
       430-REKEY-UNAPPLIED-CASH.
      *
      *    UNAPPLIED CASH IS HELD AGAINST THE CUSTOMER, SO IT FOLLOWS
      *    THE OPEN ITEMS TO THE SURVIVOR.  NO FILE MEANS NONE IS HELD.
      *
           OPEN OUTPUT NEWUNAP.
           IF NEWUNAP-STATUS NOT = "00"
               MOVE "430-REKEY-UNAPPLIED-CASH OPEN NEWUNAP"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWUNAP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET UNAPCASH-EOF TO TRUE
           END-IF.
           OPEN INPUT UNAPCASH.
           IF UNAPCASH-STATUS = "35"
               SET NO-UNAPPLIED-FILE TO TRUE
               SET UNAPCASH-EOF TO TRUE
           ELSE
               IF UNAPCASH-STATUS NOT = "00"
                   MOVE "430-REKEY-UNAPPLIED-CASH OPEN UNAPCASH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 440-COPY-UNAPPLIED-ENTRY
               UNTIL UNAPCASH-EOF.
           IF NOT NO-UNAPPLIED-FILE
               CLOSE UNAPCASH
               IF UNAPCASH-STATUS NOT = "00"
                   MOVE "430-REKEY-UNAPPLIED-CASH CLOSE UNAPCASH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           CLOSE NEWUNAP.
           IF NEWUNAP-STATUS NOT = "00"
               MOVE "430-REKEY-UNAPPLIED-CASH CLOSE NEWUNAP"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWUNAP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       440-COPY-UNAPPLIED-ENTRY.
      *
           READ UNAPCASH
               AT END
                   SET UNAPCASH-EOF TO TRUE.
           IF UNAPCASH-STATUS = "00"
               ADD 1 TO UNAPPLIED-RECORD-COUNT
               MOVE UC-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 800-FIND-MERGE-PAIR
               IF PAIR-FOUND AND FOUND-AS-FROM
                   MOVE PR-TO-CUSTOMER (FOUND-PAIR-SUB)
                       TO UC-CUSTOMER-NUMBER
                   MOVE PR-TO-NAME (FOUND-PAIR-SUB)
                       TO UC-CUSTOMER-NAME
                   MOVE PR-TO-BRANCH (FOUND-PAIR-SUB)
                       TO UC-BRANCH-NUMBER
                   ADD 1 TO PR-UNAPPLIED-MOVED (FOUND-PAIR-SUB)
                   ADD 1 TO UNAPPLIED-MOVED-COUNT
               END-IF
               MOVE UNAPPLIED-CASH-RECORD TO NEW-UNAPPLIED-CASH-RECORD
               WRITE NEW-UNAPPLIED-CASH-RECORD
               IF NEWUNAP-STATUS NOT = "00"
                   MOVE "440-COPY-UNAPPLIED-ENTRY WRITE NEWUNAP"
                       TO ERR-PARAGRAPH-NAME
                   MOVE NEWUNAP-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               ELSE
                   ADD 1 TO UNAPPLIED-WRITTEN-COUNT
               END-IF
           ELSE
               IF UNAPCASH-STATUS NOT = "10"
                   MOVE "440-COPY-UNAPPLIED-ENTRY"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           END-IF.
      *
       450-MERGE-SALES-HISTORY.
      *
      *    THE HISTORY REPORTS HOLD ONE ENTRY PER CUSTOMER AND MONTH,
      *    SO A MONTH BOTH CUSTOMERS HAVE MUST BECOME ONE RECORD.  THE
      *    FROM-CUSTOMERS' MONTHS ARE TABLED ON A FIRST PASS.
      *
           OPEN INPUT SALESHST.
           IF SALESHST-STATUS = "35"
               SET NO-HISTORY-FILE TO TRUE
           ELSE
               IF SALESHST-STATUS NOT = "00"
                   MOVE "450-MERGE-SALES-HISTORY OPEN SALESHST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE SALESHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET NO-HISTORY-FILE TO TRUE
               ELSE
                   PERFORM 455-LOAD-FROM-HISTORY
                       UNTIL SALESHST-EOF
                   CLOSE SALESHST
                   IF SALESHST-STATUS NOT = "00"
                       MOVE "450-MERGE-SALES-HISTORY CLOSE SALESHST"
                           TO ERR-PARAGRAPH-NAME
                       MOVE SALESHST-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   END-IF
               END-IF
           END-IF.
           OPEN OUTPUT NEWHIST.
           IF NEWHIST-STATUS NOT = "00"
               MOVE "450-MERGE-SALES-HISTORY OPEN NEWHIST"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWHIST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               IF NOT NO-HISTORY-FILE
                   MOVE "N" TO SALESHST-EOF-SWITCH
                   OPEN INPUT SALESHST
                   IF SALESHST-STATUS NOT = "00"
                       MOVE "450-MERGE-SALES-HISTORY OPEN SALESHST"
                           TO ERR-PARAGRAPH-NAME
                       MOVE SALESHST-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   ELSE
                       PERFORM 460-COPY-HISTORY-RECORD
                           UNTIL SALESHST-EOF
                       CLOSE SALESHST
                       IF SALESHST-STATUS NOT = "00"
                           MOVE "450-MERGE-SALES-HISTORY CLOSE SALESHST"
                               TO ERR-PARAGRAPH-NAME
                           MOVE SALESHST-STATUS TO ERR-FILE-STATUS
                           PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       END-IF
                   END-IF
               END-IF
               PERFORM 470-WRITE-MOVED-HISTORY
                   VARYING HM-SUB FROM 1 BY 1
                   UNTIL HM-SUB > HM-COUNT
               CLOSE NEWHIST
               IF NEWHIST-STATUS NOT = "00"
                   MOVE "450-MERGE-SALES-HISTORY CLOSE NEWHIST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE NEWHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       455-LOAD-FROM-HISTORY.
      *
           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE.
           IF SALESHST-STATUS = "00"
               MOVE HS-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 800-FIND-MERGE-PAIR
               IF PAIR-FOUND AND FOUND-AS-FROM
                   IF HM-COUNT NOT < HM-TABLE-MAX
                       MOVE "455-LOAD-FROM-HISTORY TABLE FULL"
                           TO ERR-PARAGRAPH-NAME
                       MOVE "99" TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       SET SALESHST-EOF TO TRUE
                   ELSE
                       ADD 1 TO HM-COUNT
                       MOVE FOUND-PAIR-SUB TO HM-PAIR-SUB (HM-COUNT)
                       MOVE HS-SNAPSHOT-YEAR
                           TO HM-SNAPSHOT-YEAR (HM-COUNT)
                       MOVE HS-SNAPSHOT-MONTH
                           TO HM-SNAPSHOT-MONTH (HM-COUNT)
                       MOVE HS-SALES-YTD TO HM-SALES-YTD (HM-COUNT)
                       MOVE HS-SALES-MTD TO HM-SALES-MTD (HM-COUNT)
                       MOVE "N" TO HM-MATCHED-SWITCH (HM-COUNT)
                   END-IF
               END-IF
           ELSE
               IF SALESHST-STATUS NOT = "10"
                   MOVE "455-LOAD-FROM-HISTORY"
                       TO ERR-PARAGRAPH-NAME
                   MOVE SALESHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET SALESHST-EOF TO TRUE
               END-IF
           END-IF.
      *
       460-COPY-HISTORY-RECORD.
      *
           READ SALESHST
               AT END
                   SET SALESHST-EOF TO TRUE.
           IF SALESHST-STATUS = "00"
               ADD 1 TO HISTORY-RECORD-COUNT
               MOVE HS-CUSTOMER-NUMBER TO SEARCH-CUSTOMER-NUMBER
               PERFORM 800-FIND-MERGE-PAIR
               IF NOT FOUND-AS-FROM
                   IF PAIR-FOUND
                       PERFORM 465-COMBINE-HISTORY-MONTH
                           VARYING HM-SUB FROM 1 BY 1
                           UNTIL HM-SUB > HM-COUNT
                   END-IF
                   MOVE SALES-HISTORY-RECORD
                       TO NEW-SALES-HISTORY-RECORD
                   PERFORM 480-WRITE-HISTORY-RECORD
               END-IF
           ELSE
               IF SALESHST-STATUS NOT = "10"
                   MOVE "460-COPY-HISTORY-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE SALESHST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET SALESHST-EOF TO TRUE
               END-IF
           END-IF.
      *
       465-COMBINE-HISTORY-MONTH.
      *
           IF HM-PAIR-SUB (HM-SUB) = FOUND-PAIR-SUB
                   AND HM-SNAPSHOT-YEAR (HM-SUB) = HS-SNAPSHOT-YEAR
                   AND HM-SNAPSHOT-MONTH (HM-SUB) = HS-SNAPSHOT-MONTH
                   AND NOT HM-MATCHED (HM-SUB)
               MOVE "Y" TO HM-MATCHED-SWITCH (HM-SUB)
               ADD 1 TO PR-HISTORY-COMBINED (FOUND-PAIR-SUB)
               ADD 1 TO HISTORY-COMBINED-COUNT
               ADD HM-SALES-YTD (HM-SUB) HS-SALES-YTD
                   GIVING COMBINED-AMOUNT
               IF COMBINED-AMOUNT > 9999999.99 OR
                       COMBINED-AMOUNT < -9999999.99
                   MOVE "465-COMBINE-HISTORY-MONTH OVERFLOW"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               ELSE
                   MOVE COMBINED-AMOUNT TO HS-SALES-YTD
               END-IF
               ADD HM-SALES-MTD (HM-SUB) HS-SALES-MTD
                   GIVING COMBINED-AMOUNT
               IF COMBINED-AMOUNT > 9999999.99 OR
                       COMBINED-AMOUNT < -9999999.99
                   MOVE "465-COMBINE-HISTORY-MONTH OVERFLOW"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               ELSE
                   MOVE COMBINED-AMOUNT TO HS-SALES-MTD
               END-IF
           END-IF.
      *
       470-WRITE-MOVED-HISTORY.
      *
           IF NOT HM-MATCHED (HM-SUB)
               MOVE HM-PAIR-SUB (HM-SUB) TO PAIR-SUB
               MOVE PR-TO-CUSTOMER (PAIR-SUB) TO NH-CUSTOMER-NUMBER
               MOVE HM-SNAPSHOT-YEAR (HM-SUB) TO NH-SNAPSHOT-YEAR
               MOVE HM-SNAPSHOT-MONTH (HM-SUB) TO NH-SNAPSHOT-MONTH
               MOVE PR-TO-BRANCH (PAIR-SUB) TO NH-BRANCH-NUMBER
               MOVE PR-TO-SALESREP (PAIR-SUB) TO NH-SALESREP-NUMBER
               MOVE HM-SALES-YTD (HM-SUB) TO NH-SALES-YTD
               MOVE HM-SALES-MTD (HM-SUB) TO NH-SALES-MTD
               PERFORM 480-WRITE-HISTORY-RECORD
               ADD 1 TO PR-HISTORY-MOVED (PAIR-SUB)
               ADD 1 TO HISTORY-MOVED-COUNT
           END-IF.
      *
       480-WRITE-HISTORY-RECORD.
      *
           WRITE NEW-SALES-HISTORY-RECORD.
           IF NEWHIST-STATUS NOT = "00"
               MOVE "480-WRITE-HISTORY-RECORD"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWHIST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO HISTORY-WRITTEN-COUNT
           END-IF.
      *
       500-MERGE-REFERENCE-FILES.
      *
      *    THE INDEXED FILES ARE UPDATED IN PLACE, SO THIS IS DONE
      *    ONLY WHEN EVERY SEQUENTIAL FILE HAS COPIED CLEAN AND THE
      *    MERGE BALANCES.  A FILE THAT DOES NOT EXIST YET IS CREATED
      *    EMPTY, AS UPD8280 DOES.
      *
           OPEN I-O CUSTADDR.
           IF CUSTADDR-STATUS = "35"
               OPEN OUTPUT CUSTADDR
               CLOSE CUSTADDR
               OPEN I-O CUSTADDR
           END-IF.
           IF CUSTADDR-STATUS NOT = "00"
               MOVE "500-MERGE-REFERENCE-FILES OPEN CUSTADDR"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               MOVE "N" TO REFERENCE-FILES-SWITCH
           END-IF.
           OPEN I-O CREDMAST.
           IF CREDMAST-STATUS = "35"
               OPEN OUTPUT CREDMAST
               CLOSE CREDMAST
               OPEN I-O CREDMAST
           END-IF.
           IF CREDMAST-STATUS NOT = "00"
               MOVE "500-MERGE-REFERENCE-FILES OPEN CREDMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               MOVE "N" TO REFERENCE-FILES-SWITCH
           END-IF.
           OPEN I-O BUDGMAST.
           IF BUDGMAST-STATUS = "35"
               OPEN OUTPUT BUDGMAST
               CLOSE BUDGMAST
               OPEN I-O BUDGMAST
           END-IF.
           IF BUDGMAST-STATUS NOT = "00"
               MOVE "500-MERGE-REFERENCE-FILES OPEN BUDGMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               MOVE "N" TO REFERENCE-FILES-SWITCH
           END-IF.
           IF REFERENCE-FILES-OPEN
               PERFORM 510-MERGE-PAIR-REFERENCES
                   VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > PAIR-COUNT
           END-IF.
           CLOSE CUSTADDR
                 CREDMAST
                 BUDGMAST.
           IF CUSTADDR-STATUS NOT = "00"
               MOVE "500-MERGE-REFERENCE-FILES CLOSE CUSTADDR"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF CREDMAST-STATUS NOT = "00"
               MOVE "500-MERGE-REFERENCE-FILES CLOSE CREDMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF BUDGMAST-STATUS NOT = "00"
               MOVE "500-MERGE-REFERENCE-FILES CLOSE BUDGMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       510-MERGE-PAIR-REFERENCES.
      *
           IF PR-VALID (PAIR-SUB)
               PERFORM 520-MERGE-ADDRESS-RECORD
               PERFORM 530-MERGE-CREDIT-RECORD
               PERFORM 540-MERGE-BUDGET-RECORD
           END-IF.
      *
       520-MERGE-ADDRESS-RECORD.
      *
      *    THE SURVIVOR'S ADDRESS IS KEPT.  IF IT HAS NONE IT TAKES
      *    THE FROM-CUSTOMER'S.  THE FROM-CUSTOMER'S RECORD GOES.
      *
           MOVE "N" TO READ-ERROR-SWITCH.
           MOVE PR-TO-CUSTOMER (PAIR-SUB) TO CA-CUSTOMER-NUMBER.
           READ CUSTADDR
               INVALID KEY
                   MOVE "N" TO SURVIVOR-LOCATED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SURVIVOR-LOCATED-SWITCH
           END-READ.
           IF CUSTADDR-STATUS NOT = "00" AND
                   CUSTADDR-STATUS NOT = "23"
               MOVE "520-MERGE-ADDRESS-RECORD READ CUSTADDR"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFERENCE-READ-ERROR TO TRUE
           END-IF.
           MOVE PR-FROM-CUSTOMER (PAIR-SUB) TO CA-CUSTOMER-NUMBER.
           READ CUSTADDR
               INVALID KEY
                   MOVE "N" TO FROM-LOCATED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO FROM-LOCATED-SWITCH
           END-READ.
           IF CUSTADDR-STATUS NOT = "00" AND
                   CUSTADDR-STATUS NOT = "23"
               MOVE "520-MERGE-ADDRESS-RECORD READ CUSTADDR"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFERENCE-READ-ERROR TO TRUE
           END-IF.
           IF REFERENCE-READ-ERROR
               MOVE "ERROR" TO PR-ADDRESS-RESULT (PAIR-SUB)
           ELSE
               IF SURVIVOR-LOCATED
                   MOVE "KEPT" TO PR-ADDRESS-RESULT (PAIR-SUB)
               ELSE
                   MOVE "NONE" TO PR-ADDRESS-RESULT (PAIR-SUB)
               END-IF
           END-IF.
           IF FROM-LOCATED AND NOT REFERENCE-READ-ERROR
               IF NOT SURVIVOR-LOCATED
                   MOVE PR-TO-CUSTOMER (PAIR-SUB) TO CA-CUSTOMER-NUMBER
                   WRITE CUSTOMER-ADDRESS-RECORD
                       INVALID KEY
                           MOVE "520-MERGE-ADDRESS-RECORD WRITE"
                               TO ERR-PARAGRAPH-NAME
                           MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
                           PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       NOT INVALID KEY
                           MOVE "TAKEN" TO PR-ADDRESS-RESULT (PAIR-SUB)
                   END-WRITE
               END-IF
               MOVE PR-FROM-CUSTOMER (PAIR-SUB) TO CA-CUSTOMER-NUMBER
               DELETE CUSTADDR
                   INVALID KEY
                       MOVE "520-MERGE-ADDRESS-RECORD DELETE CUSTADDR"
                           TO ERR-PARAGRAPH-NAME
                       MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-DELETE
           END-IF.
      *
       530-MERGE-CREDIT-RECORD.
      *
      *    THE SURVIVOR'S CREDIT LIMIT AND HOLD FLAG ARE KEPT IN THE
      *    SAME WAY AS ITS ADDRESS.
      *
           MOVE "N" TO READ-ERROR-SWITCH.
           MOVE PR-TO-CUSTOMER (PAIR-SUB) TO CR-CUSTOMER-NUMBER.
           READ CREDMAST
               INVALID KEY
                   MOVE "N" TO SURVIVOR-LOCATED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SURVIVOR-LOCATED-SWITCH
           END-READ.
           IF CREDMAST-STATUS NOT = "00" AND
                   CREDMAST-STATUS NOT = "23"
               MOVE "530-MERGE-CREDIT-RECORD READ CREDMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFERENCE-READ-ERROR TO TRUE
           END-IF.
           MOVE PR-FROM-CUSTOMER (PAIR-SUB) TO CR-CUSTOMER-NUMBER.
           READ CREDMAST
               INVALID KEY
                   MOVE "N" TO FROM-LOCATED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO FROM-LOCATED-SWITCH
           END-READ.
           IF CREDMAST-STATUS NOT = "00" AND
                   CREDMAST-STATUS NOT = "23"
               MOVE "530-MERGE-CREDIT-RECORD READ CREDMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFERENCE-READ-ERROR TO TRUE
           END-IF.
           IF REFERENCE-READ-ERROR
               MOVE "ERROR" TO PR-CREDIT-RESULT (PAIR-SUB)
           ELSE
               IF SURVIVOR-LOCATED
                   MOVE "KEPT" TO PR-CREDIT-RESULT (PAIR-SUB)
               ELSE
                   MOVE "NONE" TO PR-CREDIT-RESULT (PAIR-SUB)
               END-IF
           END-IF.
           IF FROM-LOCATED AND NOT REFERENCE-READ-ERROR
               IF NOT SURVIVOR-LOCATED
                   MOVE PR-TO-CUSTOMER (PAIR-SUB) TO CR-CUSTOMER-NUMBER
                   WRITE CREDIT-MASTER-RECORD
                       INVALID KEY
                           MOVE "530-MERGE-CREDIT-RECORD WRITE CREDMAST"
                               TO ERR-PARAGRAPH-NAME
                           MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
                           PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       NOT INVALID KEY
                           MOVE "TAKEN" TO PR-CREDIT-RESULT (PAIR-SUB)
                   END-WRITE
               END-IF
               MOVE PR-FROM-CUSTOMER (PAIR-SUB) TO CR-CUSTOMER-NUMBER
               DELETE CREDMAST
                   INVALID KEY
                       MOVE "530-MERGE-CREDIT-RECORD DELETE CREDMAST"
                           TO ERR-PARAGRAPH-NAME
                       MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-DELETE
           END-IF.
      *
       540-MERGE-BUDGET-RECORD.
      *
      *    THE SURVIVOR IS NOW BUDGETED FOR BOTH CUSTOMERS' SALES, SO
      *    THE TWO BUDGETS ARE ADDED.  A TOTAL TOO LARGE FOR THE FIELD
      *    LEAVES BOTH RECORDS AS THEY ARE FOR REFERENCE MAINTENANCE.
      *
           MOVE "N" TO BUDGET-OVERFLOW-SWITCH.
           MOVE ZERO TO SURVIVOR-BUDGET-AMOUNT.
           MOVE "N" TO READ-ERROR-SWITCH.
           MOVE PR-TO-CUSTOMER (PAIR-SUB) TO BG-CUSTOMER-NUMBER.
           READ BUDGMAST
               INVALID KEY
                   MOVE "N" TO SURVIVOR-LOCATED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SURVIVOR-LOCATED-SWITCH
                   MOVE BG-BUDGET-AMOUNT TO SURVIVOR-BUDGET-AMOUNT
           END-READ.
           IF BUDGMAST-STATUS NOT = "00" AND
                   BUDGMAST-STATUS NOT = "23"
               MOVE "540-MERGE-BUDGET-RECORD READ BUDGMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFERENCE-READ-ERROR TO TRUE
           END-IF.
           MOVE PR-FROM-CUSTOMER (PAIR-SUB) TO BG-CUSTOMER-NUMBER.
           READ BUDGMAST
               INVALID KEY
                   MOVE "N" TO FROM-LOCATED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO FROM-LOCATED-SWITCH
           END-READ.
           IF BUDGMAST-STATUS NOT = "00" AND
                   BUDGMAST-STATUS NOT = "23"
               MOVE "540-MERGE-BUDGET-RECORD READ BUDGMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REFERENCE-READ-ERROR TO TRUE
           END-IF.
           IF REFERENCE-READ-ERROR
               MOVE "ERROR" TO PR-BUDGET-RESULT (PAIR-SUB)
           ELSE
               IF SURVIVOR-LOCATED
                   MOVE "KEPT" TO PR-BUDGET-RESULT (PAIR-SUB)
               ELSE
                   MOVE "NONE" TO PR-BUDGET-RESULT (PAIR-SUB)
               END-IF
           END-IF.
           IF FROM-LOCATED AND NOT REFERENCE-READ-ERROR
               IF SURVIVOR-LOCATED
                   ADD BG-BUDGET-AMOUNT SURVIVOR-BUDGET-AMOUNT
                       GIVING COMBINED-AMOUNT
                   IF COMBINED-AMOUNT > 9999999.99 OR
                           COMBINED-AMOUNT < -9999999.99
                       SET BUDGET-OVERFLOW TO TRUE
                   ELSE
                       MOVE COMBINED-AMOUNT TO SURVIVOR-BUDGET-AMOUNT
                   END-IF
                   IF BUDGET-OVERFLOW
                       MOVE "OVERFLOW" TO PR-BUDGET-RESULT (PAIR-SUB)
                   ELSE
                       MOVE PR-TO-CUSTOMER (PAIR-SUB)
                           TO BG-CUSTOMER-NUMBER
                       MOVE SURVIVOR-BUDGET-AMOUNT TO BG-BUDGET-AMOUNT
                       REWRITE BUDGET-MASTER-RECORD
                           INVALID KEY
                               MOVE "540-MERGE-BUDGET-RECORD REWRITE"
                                   TO ERR-PARAGRAPH-NAME
                               MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
                               PERFORM 9700-WRITE-ERROR-LOG-RECORD
                           NOT INVALID KEY
                               MOVE "ADDED"
                                   TO PR-BUDGET-RESULT (PAIR-SUB)
                       END-REWRITE
                   END-IF
               ELSE
                   MOVE PR-TO-CUSTOMER (PAIR-SUB) TO BG-CUSTOMER-NUMBER
                   WRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           MOVE "540-MERGE-BUDGET-RECORD WRITE BUDGMAST"
                               TO ERR-PARAGRAPH-NAME
                           MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
                           PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       NOT INVALID KEY
                           MOVE "TAKEN" TO PR-BUDGET-RESULT (PAIR-SUB)
                   END-WRITE
               END-IF
               IF NOT BUDGET-OVERFLOW
                   MOVE PR-FROM-CUSTOMER (PAIR-SUB)
                       TO BG-CUSTOMER-NUMBER
                   DELETE BUDGMAST
                       INVALID KEY
                           MOVE "540-MERGE-BUDGET-RECORD DELETE"
                               TO ERR-PARAGRAPH-NAME
                           MOVE BUDGMAST-STATUS TO ERR-FILE-STATUS
                           PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   END-DELETE
               END-IF
           END-IF.
      *
       550-CHECK-MERGE-BALANCE.
      *
      *    EVERY MERGE MUST CARRY BOTH CUSTOMERS' YEAR-TO-DATE SALES
      *    AND OPEN ITEMS INTO THE SURVIVOR, AND THE RUN MUST WRITE
      *    THE SAME TOTALS IT READ.
      *
           PERFORM 555-CHECK-PAIR-BALANCE
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           IF RUN-THIS-YTD-BEFORE NOT = RUN-THIS-YTD-AFTER
                   OR RUN-LAST-YTD-BEFORE NOT = RUN-LAST-YTD-AFTER
                   OR RUN-OPEN-AR-BEFORE NOT = RUN-OPEN-AR-AFTER
               MOVE "N" TO RUN-BALANCE-SWITCH
           END-IF.
           COMPUTE CHECK-ITEM-COUNT =
               CUSTOMER-WRITTEN-COUNT + CUSTOMER-DELETED-COUNT.
           IF CHECK-ITEM-COUNT NOT = CUSTOMER-RECORD-COUNT
                   OR OPEN-ITEM-WRITTEN-COUNT
                       NOT = OPEN-ITEM-RECORD-COUNT
                   OR UNAPPLIED-WRITTEN-COUNT
                       NOT = UNAPPLIED-RECORD-COUNT
               MOVE "N" TO RUN-BALANCE-SWITCH
           END-IF.
           COMPUTE CHECK-ITEM-COUNT =
               HISTORY-WRITTEN-COUNT + HISTORY-COMBINED-COUNT.
           IF CHECK-ITEM-COUNT NOT = HISTORY-RECORD-COUNT
               MOVE "N" TO RUN-BALANCE-SWITCH
           END-IF.
      *
       555-CHECK-PAIR-BALANCE.
      *
           IF PR-VALID (PAIR-SUB)
               COMPUTE CHECK-THIS-YTD =
                   PR-FROM-THIS-YTD (PAIR-SUB) +
                   PR-TO-THIS-YTD (PAIR-SUB)
               COMPUTE CHECK-LAST-YTD =
                   PR-FROM-LAST-YTD (PAIR-SUB) +
                   PR-TO-LAST-YTD (PAIR-SUB)
               COMPUTE CHECK-OPEN-AR =
                   PR-FROM-OPEN-AR (PAIR-SUB) +
                   PR-TO-OPEN-BEFORE (PAIR-SUB)
               COMPUTE CHECK-ITEM-COUNT =
                   PR-FROM-ITEMS (PAIR-SUB) +
                   PR-TO-ITEMS-BEFORE (PAIR-SUB)
               IF CHECK-THIS-YTD NOT = PR-WRITTEN-THIS-YTD (PAIR-SUB)
                 OR CHECK-LAST-YTD NOT = PR-WRITTEN-LAST-YTD (PAIR-SUB)
                 OR CHECK-OPEN-AR NOT = PR-TO-OPEN-AFTER (PAIR-SUB)
                 OR CHECK-ITEM-COUNT NOT =
                       PR-TO-ITEMS-AFTER (PAIR-SUB)
                   MOVE "N" TO PR-BALANCE-SWITCH (PAIR-SUB)
                   MOVE "N" TO RUN-BALANCE-SWITCH
               END-IF
           END-IF.
      *
       560-WRITE-CONTROL-TOTALS.
      *
      *    ONE RECORD PER BRANCH THAT GAINED OR LOST OPEN BALANCE,
      *    THEN A RUN-TOTAL RECORD, FOR THE RPT8290 ROLL-FORWARD.
      *    THE TRANSFERS NET TO ZERO ACROSS THE BRANCHES.
      *
           OPEN EXTEND CTLTOTAL.
           IF CTLTOTAL-STATUS = "35"
               OPEN OUTPUT CTLTOTAL
           END-IF.
           IF CTLTOTAL-STATUS NOT = "00"
               MOVE "560-WRITE-CONTROL-TOTALS OPEN CTLTOTAL"
                   TO ERR-PARAGRAPH-NAME
               MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM 565-WRITE-BRANCH-CONTROL-TOTAL
                   VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 99
               MOVE "T"              TO TC-RECORD-TYPE
               MOVE ZERO             TO TC-BRANCH-NUMBER
               MOVE RUN-ITEM-COUNT   TO TC-ITEM-COUNT
               MOVE ZERO             TO TC-CASH-APPLIED
               MOVE ZERO             TO TC-UNAPPLIED-APPLIED
               MOVE RUN-TRANSFER-NET TO TC-TRANSFER-NET
               PERFORM 570-WRITE-CONTROL-TOTAL-RECORD
               CLOSE CTLTOTAL
               IF CTLTOTAL-STATUS NOT = "00"
                   MOVE "560-WRITE-CONTROL-TOTALS CLOSE CTLTOTAL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       565-WRITE-BRANCH-CONTROL-TOTAL.
      *
           IF BR-ACTIVITY (BRANCH-SUB)
               MOVE "B"        TO TC-RECORD-TYPE
               MOVE BRANCH-SUB TO TC-BRANCH-NUMBER
               MOVE BR-ITEM-COUNT (BRANCH-SUB)   TO TC-ITEM-COUNT
               MOVE ZERO                         TO TC-CASH-APPLIED
               MOVE ZERO                         TO TC-UNAPPLIED-APPLIED
               MOVE BR-TRANSFER-NET (BRANCH-SUB) TO TC-TRANSFER-NET
               PERFORM 570-WRITE-CONTROL-TOTAL-RECORD
               ADD BR-ITEM-COUNT (BRANCH-SUB)   TO RUN-ITEM-COUNT
               ADD BR-TRANSFER-NET (BRANCH-SUB) TO RUN-TRANSFER-NET
           END-IF.
      *
       570-WRITE-CONTROL-TOTAL-RECORD.
      *
           MOVE "UPD8310"      TO TC-PROGRAM-ID.
           MOVE RUN-START-DATE TO TC-RUN-DATE.
           MOVE RUN-START-TIME TO TC-RUN-TIME.
           WRITE RUN-CONTROL-TOTAL-RECORD.
           IF CTLTOTAL-STATUS NOT = "00"
               MOVE "570-WRITE-CONTROL-TOTAL-RECORD"
                   TO ERR-PARAGRAPH-NAME
               MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO CONTROL-RECORD-COUNT
           END-IF.
      *
       600-PRINT-MERGE-REGISTER.
      *
           PERFORM 610-PRINT-MERGE-CARD
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           PERFORM 620-PRINT-RUN-TOTALS.
      *
       610-PRINT-MERGE-CARD.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           IF PR-REJECTED (PAIR-SUB)
               MOVE PR-FROM-CUSTOMER-X (PAIR-SUB) TO RL-FROM-CUSTOMER
               MOVE PR-TO-CUSTOMER-X (PAIR-SUB)   TO RL-TO-CUSTOMER
               MOVE PR-REJECT-REASON (PAIR-SUB)   TO RL-REJECT-REASON
               MOVE REJECT-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
               MOVE 2 TO SPACE-CONTROL
           ELSE
               PERFORM 615-PRINT-MERGE-PAIR
           END-IF.
      *
       615-PRINT-MERGE-PAIR.
      *
           MOVE PR-FROM-CUSTOMER (PAIR-SUB) TO PT-FROM-CUSTOMER.
           MOVE PR-TO-CUSTOMER (PAIR-SUB)   TO PT-TO-CUSTOMER.
           MOVE PAIR-TITLE-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           MOVE "FROM BEFORE"                TO ML-ROLE.
           MOVE PR-FROM-CUSTOMER (PAIR-SUB)  TO ML-CUSTOMER-NUMBER.
           MOVE PR-FROM-NAME (PAIR-SUB)      TO ML-CUSTOMER-NAME.
           MOVE PR-FROM-BRANCH (PAIR-SUB)    TO ML-BRANCH-NUMBER.
           MOVE PR-FROM-THIS-YTD (PAIR-SUB)  TO ML-THIS-YTD.
           MOVE PR-FROM-LAST-YTD (PAIR-SUB)  TO ML-LAST-YTD.
           MOVE PR-FROM-OPEN-AR (PAIR-SUB)   TO ML-OPEN-AR.
           MOVE PR-FROM-ITEMS (PAIR-SUB)     TO ML-ITEM-COUNT.
           MOVE SPACE                        TO ML-NOTE.
           PERFORM 617-WRITE-MERGE-LINE.
           MOVE "FROM AFTER"                 TO ML-ROLE.
           MOVE ZERO                         TO ML-THIS-YTD.
           MOVE ZERO                         TO ML-LAST-YTD.
           MOVE ZERO                         TO ML-OPEN-AR.
           MOVE ZERO                         TO ML-ITEM-COUNT.
           MOVE "DELETED"                    TO ML-NOTE.
           PERFORM 617-WRITE-MERGE-LINE.
           MOVE "TO BEFORE"                  TO ML-ROLE.
           MOVE PR-TO-CUSTOMER (PAIR-SUB)    TO ML-CUSTOMER-NUMBER.
           MOVE PR-TO-NAME (PAIR-SUB)        TO ML-CUSTOMER-NAME.
           MOVE PR-TO-BRANCH (PAIR-SUB)      TO ML-BRANCH-NUMBER.
           MOVE PR-TO-THIS-YTD (PAIR-SUB)    TO ML-THIS-YTD.
           MOVE PR-TO-LAST-YTD (PAIR-SUB)    TO ML-LAST-YTD.
           MOVE PR-TO-OPEN-BEFORE (PAIR-SUB) TO ML-OPEN-AR.
           MOVE PR-TO-ITEMS-BEFORE (PAIR-SUB) TO ML-ITEM-COUNT.
           MOVE SPACE                        TO ML-NOTE.
           PERFORM 617-WRITE-MERGE-LINE.
           MOVE "TO AFTER"                   TO ML-ROLE.
           MOVE PR-WRITTEN-THIS-YTD (PAIR-SUB) TO ML-THIS-YTD.
           MOVE PR-WRITTEN-LAST-YTD (PAIR-SUB) TO ML-LAST-YTD.
           MOVE PR-TO-OPEN-AFTER (PAIR-SUB)  TO ML-OPEN-AR.
           MOVE PR-TO-ITEMS-AFTER (PAIR-SUB) TO ML-ITEM-COUNT.
           IF PR-IN-BALANCE (PAIR-SUB)
               MOVE "IN BALANCE" TO ML-NOTE
           ELSE
               MOVE "*** NOT IN BALANCE ***" TO ML-NOTE
           END-IF.
           PERFORM 617-WRITE-MERGE-LINE.
           MOVE PR-ADDRESS-RESULT (PAIR-SUB)   TO FL-ADDRESS-RESULT.
           MOVE PR-CREDIT-RESULT (PAIR-SUB)    TO FL-CREDIT-RESULT.
           MOVE PR-BUDGET-RESULT (PAIR-SUB)    TO FL-BUDGET-RESULT.
           MOVE PR-HISTORY-MOVED (PAIR-SUB)    TO FL-HISTORY-MOVED.
           MOVE PR-HISTORY-COMBINED (PAIR-SUB) TO FL-HISTORY-COMBINED.
           MOVE PR-UNAPPLIED-MOVED (PAIR-SUB)  TO FL-UNAPPLIED-MOVED.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE FILES-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       617-WRITE-MERGE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE MERGE-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       620-PRINT-RUN-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE TOTAL-HEADING-LINE TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "BEFORE MERGE"      TO TL-LABEL.
           MOVE RUN-THIS-YTD-BEFORE TO TL-THIS-YTD.
           MOVE RUN-LAST-YTD-BEFORE TO TL-LAST-YTD.
           MOVE RUN-OPEN-AR-BEFORE  TO TL-OPEN-AR.
           MOVE TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "AFTER MERGE"       TO TL-LABEL.
           MOVE RUN-THIS-YTD-AFTER  TO TL-THIS-YTD.
           MOVE RUN-LAST-YTD-AFTER  TO TL-LAST-YTD.
           MOVE RUN-OPEN-AR-AFTER   TO TL-OPEN-AR.
           MOVE TOTAL-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "DIFFERENCE"        TO TL-LABEL.
           COMPUTE TL-THIS-YTD =
               RUN-THIS-YTD-AFTER - RUN-THIS-YTD-BEFORE.
           COMPUTE TL-LAST-YTD =
               RUN-LAST-YTD-AFTER - RUN-LAST-YTD-BEFORE.
           COMPUTE TL-OPEN-AR =
               RUN-OPEN-AR-AFTER - RUN-OPEN-AR-BEFORE.
           MOVE TOTAL-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "CARDS READ:"          TO CL-LABEL-1.
           MOVE CARD-READ-COUNT        TO CL-COUNT-1.
           MOVE "MERGED:"              TO CL-LABEL-2.
           MOVE MERGED-PAIR-COUNT      TO CL-COUNT-2.
           MOVE "REJECTED:"            TO CL-LABEL-3.
           MOVE REJECTED-CARD-COUNT    TO CL-COUNT-3.
           MOVE SPACE                  TO CL-LABEL-4.
           MOVE SPACE                  TO CL-COUNT-4-X.
           MOVE COUNT-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "CUSTOMERS READ:"      TO CL-LABEL-1.
           MOVE CUSTOMER-RECORD-COUNT  TO CL-COUNT-1.
           MOVE "WRITTEN:"             TO CL-LABEL-2.
           MOVE CUSTOMER-WRITTEN-COUNT TO CL-COUNT-2.
           MOVE "DELETED:"             TO CL-LABEL-3.
           MOVE CUSTOMER-DELETED-COUNT TO CL-COUNT-3.
           MOVE "INDEXED:"             TO CL-LABEL-4.
           MOVE INDEX-WRITTEN-COUNT    TO CL-COUNT-4.
           MOVE COUNT-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "OPEN ITEMS READ:"      TO CL-LABEL-1.
           MOVE OPEN-ITEM-RECORD-COUNT  TO CL-COUNT-1.
           MOVE "WRITTEN:"              TO CL-LABEL-2.
           MOVE OPEN-ITEM-WRITTEN-COUNT TO CL-COUNT-2.
           MOVE "RE-KEYED:"             TO CL-LABEL-3.
           MOVE OPEN-ITEM-MOVED-COUNT   TO CL-COUNT-3.
           MOVE SPACE                   TO CL-LABEL-4.
           MOVE SPACE                   TO CL-COUNT-4-X.
           MOVE COUNT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "UNAPPLIED READ:"       TO CL-LABEL-1.
           MOVE UNAPPLIED-RECORD-COUNT  TO CL-COUNT-1.
           MOVE "WRITTEN:"              TO CL-LABEL-2.
           MOVE UNAPPLIED-WRITTEN-COUNT TO CL-COUNT-2.
           MOVE "RE-KEYED:"             TO CL-LABEL-3.
           MOVE UNAPPLIED-MOVED-COUNT   TO CL-COUNT-3.
           MOVE COUNT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "HISTORY READ:"         TO CL-LABEL-1.
           MOVE HISTORY-RECORD-COUNT    TO CL-COUNT-1.
           MOVE "WRITTEN:"              TO CL-LABEL-2.
           MOVE HISTORY-WRITTEN-COUNT   TO CL-COUNT-2.
           MOVE "MOVED:"                TO CL-LABEL-3.
           MOVE HISTORY-MOVED-COUNT     TO CL-COUNT-3.
           MOVE "COMBINED:"             TO CL-LABEL-4.
           MOVE HISTORY-COMBINED-COUNT  TO CL-COUNT-4.
           MOVE COUNT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN ERROR-FOUND
                   MOVE "*** ERRORS - SEE UPD8310.LOG - DO NOT REPLACE"
                       TO RSL-MESSAGE
               WHEN NOT RUN-IN-BALANCE
                   MOVE "*** NOT IN BALANCE - DO NOT REPLACE MASTERS"
                       TO RSL-MESSAGE
               WHEN MERGED-PAIR-COUNT = ZERO
                   MOVE "NO CUSTOMERS MERGED" TO RSL-MESSAGE
               WHEN OTHER
                   MOVE "MERGE IN BALANCE - NEW FILES READY"
                       TO RSL-MESSAGE
           END-EVALUATE.
           MOVE RESULT-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
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
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       640-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF MERGEREG-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE MERGEREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF MERGEREG-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE MERGEREG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       800-FIND-MERGE-PAIR.
      *
      *    LOOKS UP SEARCH-CUSTOMER-NUMBER AMONG THE ACCEPTED MERGES AS
      *    EITHER THE FROM-CUSTOMER OR THE SURVIVOR.
      *
           MOVE "N" TO PAIR-FOUND-SWITCH.
           MOVE SPACE TO FOUND-ROLE-SWITCH.
           PERFORM 805-MATCH-MERGE-PAIR
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT
                   OR PAIR-FOUND.
      *
       805-MATCH-MERGE-PAIR.
      *
           IF PR-VALID (PAIR-SUB)
               IF SEARCH-CUSTOMER-NUMBER = PR-FROM-CUSTOMER (PAIR-SUB)
                   SET PAIR-FOUND TO TRUE
                   SET FOUND-AS-FROM TO TRUE
                   MOVE PAIR-SUB TO FOUND-PAIR-SUB
               ELSE
                   IF SEARCH-CUSTOMER-NUMBER =
                           PR-TO-CUSTOMER (PAIR-SUB)
                       SET PAIR-FOUND TO TRUE
                       SET FOUND-AS-SURVIVOR TO TRUE
                       MOVE PAIR-SUB TO FOUND-PAIR-SUB
                   END-IF
               END-IF
           END-IF.
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
           MOVE ERR-PARAGRAPH-NAME   TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS      TO ELR-FILE-STATUS.
           MOVE CARD-READ-COUNT      TO ELR-RECORD-COUNT.
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
               MOVE "UPD8310" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE CUSTOMER-RECORD-COUNT TO RA-RECORDS-READ
               MOVE MERGED-PAIR-COUNT TO RA-RECORDS-SELECTED
               IF RUN-THIS-YTD-AFTER > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF RUN-THIS-YTD-AFTER < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE RUN-THIS-YTD-AFTER
                           TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               IF RUN-LAST-YTD-AFTER > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
               ELSE
                   IF RUN-LAST-YTD-AFTER < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
                   ELSE
                       MOVE RUN-LAST-YTD-AFTER
                           TO RA-GRAND-TOTAL-LAST-YTD
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN ERROR-FOUND
                       MOVE "A" TO RA-COMPLETION-CODE
                   WHEN NOT RUN-IN-BALANCE
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
