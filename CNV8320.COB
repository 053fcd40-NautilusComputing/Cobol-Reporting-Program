      *Program: CNV8320
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CNV8320.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OLDCUST ASSIGN TO "CUSTMAST.DAT"
               FILE STATUS IS OLDCUST-STATUS.
           SELECT NEWCUST ASSIGN TO "CUSTMAST.NEW"
               FILE STATUS IS NEWCUST-STATUS.
           SELECT OLDOPEN ASSIGN TO "OPENITEM.DAT"
               FILE STATUS IS OLDOPEN-STATUS.
           SELECT NEWOPEN ASSIGN TO "OPENITEM.NEW"
               FILE STATUS IS NEWOPEN-STATUS.
           SELECT OLDUNAP ASSIGN TO "UNAPCASH.DAT"
               FILE STATUS IS OLDUNAP-STATUS.
           SELECT NEWUNAP ASSIGN TO "UNAPCASH.NEW"
               FILE STATUS IS NEWUNAP-STATUS.
           SELECT OLDHIST ASSIGN TO "SALESHST.DAT"
               FILE STATUS IS OLDHIST-STATUS.
           SELECT NEWHIST ASSIGN TO "SALESHST.NEW"
               FILE STATUS IS NEWHIST-STATUS.
           SELECT OLDPAID ASSIGN TO "PAIDHIST.DAT"
               FILE STATUS IS OLDPAID-STATUS.
           SELECT NEWPAID ASSIGN TO "PAIDHIST.NEW"
               FILE STATUS IS NEWPAID-STATUS.
           SELECT OLDDLTA ASSIGN TO "CUSTDLTA.DAT"
               FILE STATUS IS OLDDLTA-STATUS.
           SELECT NEWDLTA ASSIGN TO "CUSTDLTA.NEW"
               FILE STATUS IS NEWDLTA-STATUS.
           SELECT OLDHOLD ASSIGN TO "CREDHOLD.DAT"
               FILE STATUS IS OLDHOLD-STATUS.
           SELECT NEWHOLD ASSIGN TO "CREDHOLD.NEW"
               FILE STATUS IS NEWHOLD-STATUS.
           SELECT OLDARCH ASSIGN TO "CUSTARCH.DAT"
               FILE STATUS IS OLDARCH-STATUS.
           SELECT NEWARCH ASSIGN TO "CUSTARCH.NEW"
               FILE STATUS IS NEWARCH-STATUS.
           SELECT OLDCRED ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCR-CUSTOMER-NUMBER
               FILE STATUS IS OLDCRED-STATUS.
           SELECT NEWCRED ASSIGN TO "CREDMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUSTOMER-NUMBER
               FILE STATUS IS NEWCRED-STATUS.
           SELECT OLDBUDG ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBG-CUSTOMER-NUMBER
               FILE STATUS IS OLDBUDG-STATUS.
           SELECT NEWBUDG ASSIGN TO "BUDGMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-CUSTOMER-NUMBER
               FILE STATUS IS NEWBUDG-STATUS.
           SELECT OLDTRAN ASSIGN TO "CUSTTRAN.DAT"
               FILE STATUS IS OLDTRAN-STATUS.
           SELECT NEWTRAN ASSIGN TO "CUSTTRAN.NEW"
               FILE STATUS IS NEWTRAN-STATUS.
           SELECT OLDSUSP ASSIGN TO "SUSPENSE.DAT"
               FILE STATUS IS OLDSUSP-STATUS.
           SELECT NEWSUSP ASSIGN TO "SUSPENSE.NEW"
               FILE STATUS IS NEWSUSP-STATUS.
           SELECT CNVRPT ASSIGN TO "CNV8320.PRN"
               FILE STATUS IS CNVRPT-STATUS.
           SELECT ERRORLOG ASSIGN TO "CNV8320.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    EACH FILE IS READ IN ITS OLD LAYOUT, WITH THE CUSTOMER
      *    DOLLAR FIELDS AT S9(5)V99, AND WRITTEN TO A .NEW FILE IN
      *    THE CURRENT LAYOUT, WITH THOSE FIELDS AT S9(7)V99.
      *
       FD  OLDCUST.
      *
       01  OLD-CUSTOMER-MASTER-RECORD.
           05  OCM-BRANCH-NUMBER       PIC 9(2).
           05  OCM-SALESREP-NUMBER     PIC 9(2).
           05  OCM-CUSTOMER-NUMBER     PIC 9(5).
           05  OCM-CUSTOMER-NAME       PIC X(20).
           05  OCM-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  OCM-SALES-LAST-YTD      PIC S9(5)V9(2).
      *
       FD  NEWCUST.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  OLDOPEN.
      *
       01  OLD-OPEN-ITEM-RECORD.
           05  OOI-CUSTOMER-NUMBER     PIC 9(5).
           05  OOI-CUSTOMER-NAME       PIC X(20).
           05  OOI-INVOICE-NUMBER      PIC 9(6).
           05  OOI-BRANCH-NUMBER       PIC 9(2).
           05  OOI-TRANSACTION-CODE    PIC X(1).
           05  OOI-INVOICE-DATE        PIC 9(8).
           05  OOI-INVOICE-AMOUNT      PIC S9(5)V99.
           05  OOI-AMOUNT-PAID         PIC S9(5)V99.
           05  OOI-OPEN-STATUS         PIC X(1).
      *
       FD  NEWOPEN.
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
       FD  OLDUNAP.
      *
       01  OLD-UNAPPLIED-CASH-RECORD.
           05  OUC-CUSTOMER-NUMBER     PIC 9(5).
           05  OUC-CUSTOMER-NAME       PIC X(20).
           05  OUC-BRANCH-NUMBER       PIC 9(2).
           05  OUC-SOURCE-CODE         PIC X(1).
           05  OUC-REFERENCE-NUMBER    PIC 9(6).
           05  OUC-RECEIPT-DATE        PIC 9(8).
           05  OUC-PARKED-AMOUNT       PIC S9(5)V99.
           05  OUC-UNAPPLIED-AMOUNT    PIC S9(5)V99.
      *
       FD  NEWUNAP.
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
       FD  OLDHIST.
      *
       01  OLD-SALES-HISTORY-RECORD.
           05  OHS-CUSTOMER-NUMBER     PIC 9(5).
           05  OHS-SNAPSHOT-YEAR       PIC 9(4).
           05  OHS-SNAPSHOT-MONTH      PIC 9(2).
           05  OHS-BRANCH-NUMBER       PIC 9(2).
           05  OHS-SALESREP-NUMBER     PIC 9(2).
           05  OHS-SALES-YTD           PIC S9(5)V9(2).
           05  OHS-SALES-MTD           PIC S9(5)V9(2).
      *
       FD  NEWHIST.
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
       FD  OLDPAID.
      *
       01  OLD-PAID-ITEM-HISTORY-RECORD.
           05  OPH-CUSTOMER-NUMBER     PIC 9(5).
           05  OPH-CUSTOMER-NAME       PIC X(20).
           05  OPH-BRANCH-NUMBER       PIC 9(2).
           05  OPH-INVOICE-NUMBER      PIC 9(6).
           05  OPH-TRANSACTION-CODE    PIC X(1).
           05  OPH-INVOICE-DATE        PIC 9(8).
           05  OPH-FINAL-RECEIPT-DATE  PIC 9(8).
           05  OPH-INVOICE-AMOUNT      PIC S9(5)V99.
           05  OPH-PAID-OFF-DATE       PIC 9(8).
      *
       FD  NEWPAID.
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
       FD  OLDDLTA.
      *
       01  OLD-DELTA-CUSTOMER-RECORD.
           05  ODL-BRANCH-NUMBER       PIC 9(2).
           05  ODL-SALESREP-NUMBER     PIC 9(2).
           05  ODL-CUSTOMER-NUMBER     PIC 9(5).
           05  ODL-CUSTOMER-NAME       PIC X(20).
           05  ODL-POSTED-AMOUNT       PIC S9(7)V99.
           05  ODL-SALES-THIS-YTD      PIC S9(5)V99.
           05  ODL-POST-DATE           PIC 9(8).
      *
       FD  NEWDLTA.
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
       FD  OLDHOLD.
      *
       01  OLD-CREDIT-HOLD-RECORD.
           05  OCH-BRANCH-NUMBER       PIC 9(2).
           05  OCH-CUSTOMER-NUMBER     PIC 9(5).
           05  OCH-CUSTOMER-NAME       PIC X(20).
           05  OCH-TRANSACTION-CODE    PIC X(1).
           05  OCH-INVOICE-NUMBER      PIC 9(6).
           05  OCH-TRANSACTION-AMOUNT  PIC S9(5)V99.
           05  OCH-TRANSACTION-DATE    PIC 9(8).
           05  OCH-SALES-THIS-YTD      PIC S9(5)V99.
           05  OCH-CREDIT-LIMIT        PIC S9(5)V99.
           05  OCH-HOLD-REASON         PIC X(20).
           05  OCH-HELD-DATE           PIC 9(8).
      *
       FD  NEWHOLD.
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
       FD  OLDARCH.
      *
       01  OLD-ARCHIVE-MASTER-RECORD.
           05  OAR-ARCHIVE-DATE        PIC 9(8).
           05  OAR-MASTER-IMAGE.
               10  OAR-BRANCH-NUMBER       PIC 9(2).
               10  OAR-SALESREP-NUMBER     PIC 9(2).
               10  OAR-CUSTOMER-NUMBER     PIC 9(5).
               10  OAR-CUSTOMER-NAME       PIC X(20).
               10  OAR-SALES-THIS-YTD      PIC S9(5)V9(2).
               10  OAR-SALES-LAST-YTD      PIC S9(5)V9(2).
      *
       FD  NEWARCH.
      *
       01  ARCHIVE-MASTER-RECORD.
           05  AR-ARCHIVE-DATE         PIC 9(8).
           05  AR-MASTER-IMAGE.
               10  AR-BRANCH-NUMBER        PIC 9(2).
               10  AR-SALESREP-NUMBER      PIC 9(2).
               10  AR-CUSTOMER-NUMBER      PIC 9(5).
               10  AR-CUSTOMER-NAME        PIC X(20).
               10  AR-SALES-THIS-YTD       PIC S9(7)V9(2).
               10  AR-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  OLDCRED.
      *
       01  OLD-CREDIT-MASTER-RECORD.
           05  OCR-CUSTOMER-NUMBER     PIC 9(5).
           05  OCR-CREDIT-LIMIT        PIC S9(5)V99.
           05  OCR-HOLD-FLAG           PIC X(1).
      *
       FD  NEWCRED.
      *
       01  CREDIT-MASTER-RECORD.
           05  CR-CUSTOMER-NUMBER      PIC 9(5).
           05  CR-CREDIT-LIMIT         PIC S9(7)V99.
           05  CR-HOLD-FLAG            PIC X(1).
      *
       FD  OLDBUDG.
      *
       01  OLD-BUDGET-MASTER-RECORD.
           05  OBG-CUSTOMER-NUMBER PIC 9(5).
           05  OBG-BUDGET-AMOUNT   PIC S9(5)V99.
      *
       FD  NEWBUDG.
      *
       01  BUDGET-MASTER-RECORD.
           05  BG-CUSTOMER-NUMBER  PIC 9(5).
           05  BG-BUDGET-AMOUNT    PIC S9(7)V99.
      *
      *    A BLANK YEAR-TO-DATE FIELD ON A CHANGE TRANSACTION MEANS NO
      *    CHANGE, SO IT IS CARRIED OVER BLANK.
      *
       FD  OLDTRAN.
      *
       01  OLD-MAINT-TRANSACTION-RECORD.
           05  OMT-ACTION-CODE         PIC X(1).
           05  OMT-CUSTOMER-NUMBER     PIC X(5).
           05  OMT-BRANCH-NUMBER       PIC X(2).
           05  OMT-SALESREP-NUMBER     PIC X(2).
           05  OMT-CUSTOMER-NAME       PIC X(20).
           05  OMT-SALES-THIS-YTD-X    PIC X(7).
           05  OMT-SALES-THIS-YTD      REDEFINES OMT-SALES-THIS-YTD-X
                                       PIC S9(5)V99.
           05  OMT-SALES-LAST-YTD-X    PIC X(7).
           05  OMT-SALES-LAST-YTD      REDEFINES OMT-SALES-LAST-YTD-X
                                       PIC S9(5)V99.
      *
       FD  NEWTRAN.
      *
       01  MAINT-TRANSACTION-RECORD.
           05  MT-ACTION-CODE          PIC X(1).
           05  MT-CUSTOMER-NUMBER      PIC X(5).
           05  MT-BRANCH-NUMBER        PIC X(2).
           05  MT-SALESREP-NUMBER      PIC X(2).
           05  MT-CUSTOMER-NAME        PIC X(20).
           05  MT-SALES-THIS-YTD-X     PIC X(9).
           05  MT-SALES-THIS-YTD       REDEFINES MT-SALES-THIS-YTD-X
                                       PIC S9(7)V99.
           05  MT-SALES-LAST-YTD-X     PIC X(9).
           05  MT-SALES-LAST-YTD       REDEFINES MT-SALES-LAST-YTD-X
                                       PIC S9(7)V99.
      *
      *    ONLY THE UPD8030 IMAGES IN SUSPENSE CARRY CUSTOMER DOLLAR
      *    FIELDS.  THE OTHER IMAGES ARE SHORTER THAN THE OLD IMAGE
      *    AND ARE CARRIED OVER AS THEY STAND.
      *
       FD  OLDSUSP.
      *
       01  OLD-SUSPENSE-RECORD.
           05  OSP-ORIGIN-PROGRAM      PIC X(8).
           05  OSP-REJECT-DATE         PIC 9(8).
           05  OSP-STATUS              PIC X(1).
           05  OSP-TRANSACTION-IMAGE   PIC X(44).
           05  OSP-MAINT-IMAGE         REDEFINES OSP-TRANSACTION-IMAGE.
               10  OSP-MAINT-KEY-DATA      PIC X(30).
               10  OSP-SALES-THIS-YTD-X    PIC X(7).
               10  OSP-SALES-THIS-YTD      REDEFINES
                                           OSP-SALES-THIS-YTD-X
                                           PIC S9(5)V99.
               10  OSP-SALES-LAST-YTD-X    PIC X(7).
               10  OSP-SALES-LAST-YTD      REDEFINES
                                           OSP-SALES-LAST-YTD-X
                                           PIC S9(5)V99.
           05  OSP-REJECT-REASON       PIC X(30).
      *
       FD  NEWSUSP.
      *
       01  SUSPENSE-RECORD.
           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-MAINT-IMAGE          REDEFINES SP-TRANSACTION-IMAGE.
               10  SP-MAINT-KEY-DATA       PIC X(30).
               10  SP-SALES-THIS-YTD-X     PIC X(9).
               10  SP-SALES-THIS-YTD       REDEFINES
                                           SP-SALES-THIS-YTD-X
                                           PIC S9(7)V99.
               10  SP-SALES-LAST-YTD-X     PIC X(9).
               10  SP-SALES-LAST-YTD       REDEFINES
                                           SP-SALES-LAST-YTD-X
                                           PIC S9(7)V99.
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  CNVRPT.
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
           05  OLDCUST-STATUS      PIC XX      VALUE "00".
           05  NEWCUST-STATUS      PIC XX      VALUE "00".
           05  OLDOPEN-STATUS      PIC XX      VALUE "00".
           05  NEWOPEN-STATUS      PIC XX      VALUE "00".
           05  OLDUNAP-STATUS      PIC XX      VALUE "00".
           05  NEWUNAP-STATUS      PIC XX      VALUE "00".
           05  OLDHIST-STATUS      PIC XX      VALUE "00".
           05  NEWHIST-STATUS      PIC XX      VALUE "00".
           05  OLDPAID-STATUS      PIC XX      VALUE "00".
           05  NEWPAID-STATUS      PIC XX      VALUE "00".
           05  OLDDLTA-STATUS      PIC XX      VALUE "00".
           05  NEWDLTA-STATUS      PIC XX      VALUE "00".
           05  OLDHOLD-STATUS      PIC XX      VALUE "00".
           05  NEWHOLD-STATUS      PIC XX      VALUE "00".
           05  OLDARCH-STATUS      PIC XX      VALUE "00".
           05  NEWARCH-STATUS      PIC XX      VALUE "00".
           05  OLDCRED-STATUS      PIC XX      VALUE "00".
           05  NEWCRED-STATUS      PIC XX      VALUE "00".
           05  OLDBUDG-STATUS      PIC XX      VALUE "00".
           05  NEWBUDG-STATUS      PIC XX      VALUE "00".
           05  OLDTRAN-STATUS      PIC XX      VALUE "00".
           05  NEWTRAN-STATUS      PIC XX      VALUE "00".
           05  OLDSUSP-STATUS      PIC XX      VALUE "00".
           05  NEWSUSP-STATUS      PIC XX      VALUE "00".
           05  CNVRPT-STATUS       PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
           05  OLD-FILE-STATUS     PIC XX      VALUE "00".
           05  NEW-FILE-STATUS     PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  FILE-RECORDS-IN         PIC 9(7)    VALUE ZERO.
           05  FILE-RECORDS-OUT        PIC 9(7)    VALUE ZERO.
           05  FILE-REJECT-COUNT       PIC 9(7)    VALUE ZERO.
           05  TOTAL-RECORDS-IN        PIC 9(7)    VALUE ZERO.
           05  TOTAL-RECORDS-OUT       PIC 9(7)    VALUE ZERO.
           05  FILES-CONVERTED-COUNT   PIC 9(7)    VALUE ZERO.
           05  FILES-SKIPPED-COUNT     PIC 9(7)    VALUE ZERO.
           05  FILES-UNBALANCED-COUNT  PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  OLD-EOF-SWITCH          PIC X   VALUE "N".
               88  OLD-EOF                     VALUE "Y".
           05  OLD-MISSING-SWITCH      PIC X   VALUE "N".
               88  OLD-MISSING                 VALUE "Y".
           05  NEW-OPEN-SWITCH         PIC X   VALUE "N".
               88  NEW-OPEN                    VALUE "Y".
           05  RECORD-VALID-SWITCH     PIC X   VALUE "Y".
               88  RECORD-VALID                VALUE "Y".
           05  FILE-ERROR-SWITCH       PIC X   VALUE "N".
               88  FILE-ERROR                  VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  CONVERT-FILE-VALUES.
           05  FILLER          PIC X(8)    VALUE "CUSTMAST".
           05  FILLER          PIC X(8)    VALUE "OPENITEM".
           05  FILLER          PIC X(8)    VALUE "UNAPCASH".
           05  FILLER          PIC X(8)    VALUE "SALESHST".
           05  FILLER          PIC X(8)    VALUE "PAIDHIST".
           05  FILLER          PIC X(8)    VALUE "CUSTDLTA".
           05  FILLER          PIC X(8)    VALUE "CREDHOLD".
           05  FILLER          PIC X(8)    VALUE "CUSTARCH".
           05  FILLER          PIC X(8)    VALUE "CREDMAST".
           05  FILLER          PIC X(8)    VALUE "BUDGMAST".
           05  FILLER          PIC X(8)    VALUE "CUSTTRAN".
           05  FILLER          PIC X(8)    VALUE "SUSPENSE".
       01  CONVERT-FILE-TABLE  REDEFINES CONVERT-FILE-VALUES.
           05  CF-FILE-ID      OCCURS 12 TIMES PIC X(8).
      *
       01  CONVERT-FIELDS.
           05  FILE-SUB                PIC S9(4)   COMP.
           05  FILE-DOLLARS-IN         PIC S9(11)V99.
           05  FILE-DOLLARS-OUT        PIC S9(11)V99.
           05  REJECT-IMAGE            PIC X(95).
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
           05  FILLER          PIC X(20)   VALUE "CUSTOMER DOLLAR FIEL".
           05  FILLER          PIC X(20)   VALUE "D CONVERSION        ".
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
           05  FILLER          PIC X(10)   VALUE "CNV8320".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "FILE".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "WRITTEN TO".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(11)   VALUE " RECORDS IN".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(11)   VALUE "RECORDS OUT".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(7)    VALUE "REJECTS".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(18)   VALUE "        DOLLARS IN".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(18)   VALUE "       DOLLARS OUT".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(24)   VALUE "DISPOSITION".
      *
       01  FILE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FL-FILE-ID           PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-NEW-FILE-NAME     PIC X(12).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-RECORDS-IN        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-RECORDS-OUT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-REJECT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-DOLLARS-IN        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-DOLLARS-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-DISPOSITION       PIC X(24).
      *
       01  REJECT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RJL-FILE-ID          PIC X(8).
           05  FILLER               PIC X(8)       VALUE " RECORD ".
           05  RJL-RECORD-NUMBER    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14)      VALUE
               " NOT NUMERIC: ".
           05  RJL-RECORD-IMAGE     PIC X(91).
           05  FILLER               PIC X(2)       VALUE SPACE.
      *
       01  SUMMARY-LINE.
           05  FILLER          PIC X(18)   VALUE " FILES CONVERTED: ".
           05  SML-CONVERTED   PIC Z9.
           05  FILLER          PIC X(13)   VALUE "    SKIPPED: ".
           05  SML-SKIPPED     PIC Z9.
           05  FILLER          PIC X(18)   VALUE
               "    OUT OF BALANCE".
           05  FILLER          PIC X(2)    VALUE ": ".
           05  SML-UNBALANCED  PIC Z9.
           05  FILLER          PIC X(16)   VALUE "    RECORDS IN: ".
           05  SML-RECORDS-IN  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(17)   VALUE "    RECORDS OUT: ".
           05  SML-RECORDS-OUT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(20)   VALUE SPACE.
      *
       01  RESULT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RSL-MESSAGE          PIC X(70).
           05  FILLER               PIC X(61)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-CONVERT-CUSTOMER-FILES.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-CONVERT-CUSTOMER-FILES OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN OUTPUT CNVRPT.
           IF CNVRPT-STATUS NOT = "00"
               MOVE "000-CONVERT-CUSTOMER-FILES OPEN CNVRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE CNVRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 630-PRINT-HEADING-LINES.
           PERFORM 200-CONVERT-FILE
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 12.
           PERFORM 600-PRINT-RUN-SUMMARY.
           CLOSE CNVRPT.
           IF CNVRPT-STATUS NOT = "00"
               MOVE "000-CONVERT-CUSTOMER-FILES CLOSE CNVRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE CNVRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-CONVERT-CUSTOMER-FILES CLOSE ERRORLOG "
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
       200-CONVERT-FILE.
      *
      *    A FILE THAT IS NOT ON HAND IS SKIPPED AND NO .NEW FILE IS
      *    WRITTEN FOR IT. A FILE IS IN BALANCE WHEN EVERY RECORD READ
      *    WAS WRITTEN AND THE DOLLAR FIELDS ADD TO THE SAME TOTAL IN
      *    BOTH LAYOUTS.
      *
           MOVE ZERO TO FILE-RECORDS-IN.
           MOVE ZERO TO FILE-RECORDS-OUT.
           MOVE ZERO TO FILE-REJECT-COUNT.
           MOVE ZERO TO FILE-DOLLARS-IN.
           MOVE ZERO TO FILE-DOLLARS-OUT.
           MOVE "N" TO OLD-EOF-SWITCH.
           MOVE "N" TO OLD-MISSING-SWITCH.
           MOVE "N" TO NEW-OPEN-SWITCH.
           MOVE "N" TO FILE-ERROR-SWITCH.
           PERFORM 300-OPEN-OLD-FILE.
           IF OLD-MISSING
               MOVE SPACE TO FL-NEW-FILE-NAME
               IF FILE-ERROR
                   ADD 1 TO FILES-UNBALANCED-COUNT
                   MOVE "*** FILE ERROR ***" TO FL-DISPOSITION
               ELSE
                   ADD 1 TO FILES-SKIPPED-COUNT
                   MOVE "NOT ON FILE - SKIPPED" TO FL-DISPOSITION
               END-IF
           ELSE
               PERFORM 320-OPEN-NEW-FILE
               PERFORM 210-CONVERT-RECORD
                   UNTIL OLD-EOF
               PERFORM 340-CLOSE-FILES
               ADD 1 TO FILES-CONVERTED-COUNT
               ADD FILE-RECORDS-IN  TO TOTAL-RECORDS-IN
               ADD FILE-RECORDS-OUT TO TOTAL-RECORDS-OUT
               PERFORM 220-CHECK-FILE-BALANCE
           END-IF.
           PERFORM 500-PRINT-FILE-LINE.
      *
       210-CONVERT-RECORD.
      *
           PERFORM 310-READ-OLD-RECORD.
           IF NOT OLD-EOF
               ADD 1 TO FILE-RECORDS-IN
               MOVE "Y" TO RECORD-VALID-SWITCH
               PERFORM 330-BUILD-NEW-RECORD
               IF RECORD-VALID
                   PERFORM 335-WRITE-NEW-RECORD
               ELSE
                   ADD 1 TO FILE-REJECT-COUNT
                   PERFORM 510-PRINT-REJECT-LINE
               END-IF
           END-IF.
      *
       220-CHECK-FILE-BALANCE.
      *
           MOVE SPACE TO FL-NEW-FILE-NAME.
           STRING CF-FILE-ID (FILE-SUB) ".NEW"
                   DELIMITED BY SIZE
               INTO FL-NEW-FILE-NAME.
           EVALUATE TRUE
               WHEN FILE-ERROR
                   ADD 1 TO FILES-UNBALANCED-COUNT
                   MOVE "*** FILE ERROR ***" TO FL-DISPOSITION
               WHEN FILE-RECORDS-OUT NOT = FILE-RECORDS-IN
                 OR FILE-DOLLARS-OUT NOT = FILE-DOLLARS-IN
                   ADD 1 TO FILES-UNBALANCED-COUNT
                   MOVE "*** OUT OF BALANCE ***" TO FL-DISPOSITION
               WHEN FILE-RECORDS-IN = ZERO
                   MOVE "EMPTY - IN BALANCE" TO FL-DISPOSITION
               WHEN OTHER
                   MOVE "CONVERTED - IN BALANCE" TO FL-DISPOSITION
           END-EVALUATE.
      *
       300-OPEN-OLD-FILE.
      *
           EVALUATE FILE-SUB
             WHEN 1
               OPEN INPUT OLDCUST
               MOVE OLDCUST-STATUS TO OLD-FILE-STATUS
             WHEN 2
               OPEN INPUT OLDOPEN
               MOVE OLDOPEN-STATUS TO OLD-FILE-STATUS
             WHEN 3
               OPEN INPUT OLDUNAP
               MOVE OLDUNAP-STATUS TO OLD-FILE-STATUS
             WHEN 4
               OPEN INPUT OLDHIST
               MOVE OLDHIST-STATUS TO OLD-FILE-STATUS
             WHEN 5
               OPEN INPUT OLDPAID
               MOVE OLDPAID-STATUS TO OLD-FILE-STATUS
             WHEN 6
               OPEN INPUT OLDDLTA
               MOVE OLDDLTA-STATUS TO OLD-FILE-STATUS
             WHEN 7
               OPEN INPUT OLDHOLD
               MOVE OLDHOLD-STATUS TO OLD-FILE-STATUS
             WHEN 8
               OPEN INPUT OLDARCH
               MOVE OLDARCH-STATUS TO OLD-FILE-STATUS
             WHEN 9
               OPEN INPUT OLDCRED
               MOVE OLDCRED-STATUS TO OLD-FILE-STATUS
             WHEN 10
               OPEN INPUT OLDBUDG
               MOVE OLDBUDG-STATUS TO OLD-FILE-STATUS
             WHEN 11
               OPEN INPUT OLDTRAN
               MOVE OLDTRAN-STATUS TO OLD-FILE-STATUS
             WHEN 12
               OPEN INPUT OLDSUSP
               MOVE OLDSUSP-STATUS TO OLD-FILE-STATUS
           END-EVALUATE.
           IF OLD-FILE-STATUS = "35"
               SET OLD-MISSING TO TRUE
               SET OLD-EOF TO TRUE
           ELSE
               IF OLD-FILE-STATUS NOT = "00"
                   MOVE SPACE TO ERR-PARAGRAPH-NAME
                   STRING "300-OPEN-OLD-FILE OPEN "
                           CF-FILE-ID (FILE-SUB)
                           DELIMITED BY SIZE
                       INTO ERR-PARAGRAPH-NAME
                   MOVE OLD-FILE-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET FILE-ERROR TO TRUE
                   SET OLD-MISSING TO TRUE
                   SET OLD-EOF TO TRUE
               END-IF
           END-IF.
      *
       310-READ-OLD-RECORD.
      *
           EVALUATE FILE-SUB
             WHEN 1
               READ OLDCUST
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDCUST-STATUS TO OLD-FILE-STATUS
             WHEN 2
               READ OLDOPEN
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDOPEN-STATUS TO OLD-FILE-STATUS
             WHEN 3
               READ OLDUNAP
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDUNAP-STATUS TO OLD-FILE-STATUS
             WHEN 4
               READ OLDHIST
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDHIST-STATUS TO OLD-FILE-STATUS
             WHEN 5
               READ OLDPAID
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDPAID-STATUS TO OLD-FILE-STATUS
             WHEN 6
               READ OLDDLTA
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDDLTA-STATUS TO OLD-FILE-STATUS
             WHEN 7
               READ OLDHOLD
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDHOLD-STATUS TO OLD-FILE-STATUS
             WHEN 8
               READ OLDARCH
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDARCH-STATUS TO OLD-FILE-STATUS
             WHEN 9
               READ OLDCRED
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDCRED-STATUS TO OLD-FILE-STATUS
             WHEN 10
               READ OLDBUDG
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDBUDG-STATUS TO OLD-FILE-STATUS
             WHEN 11
               READ OLDTRAN
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDTRAN-STATUS TO OLD-FILE-STATUS
             WHEN 12
               READ OLDSUSP
                   AT END
                       SET OLD-EOF TO TRUE
               END-READ
               MOVE OLDSUSP-STATUS TO OLD-FILE-STATUS
           END-EVALUATE.
           IF OLD-FILE-STATUS NOT = "00"
                   AND OLD-FILE-STATUS NOT = "10"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "310-READ-OLD-RECORD READ "
                       CF-FILE-ID (FILE-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE OLD-FILE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET FILE-ERROR TO TRUE
               SET OLD-EOF TO TRUE
           END-IF.
      *
       320-OPEN-NEW-FILE.
      *
           EVALUATE FILE-SUB
             WHEN 1
               OPEN OUTPUT NEWCUST
               MOVE NEWCUST-STATUS TO NEW-FILE-STATUS
             WHEN 2
               OPEN OUTPUT NEWOPEN
               MOVE NEWOPEN-STATUS TO NEW-FILE-STATUS
             WHEN 3
               OPEN OUTPUT NEWUNAP
               MOVE NEWUNAP-STATUS TO NEW-FILE-STATUS
             WHEN 4
               OPEN OUTPUT NEWHIST
               MOVE NEWHIST-STATUS TO NEW-FILE-STATUS
             WHEN 5
               OPEN OUTPUT NEWPAID
               MOVE NEWPAID-STATUS TO NEW-FILE-STATUS
             WHEN 6
               OPEN OUTPUT NEWDLTA
               MOVE NEWDLTA-STATUS TO NEW-FILE-STATUS
             WHEN 7
               OPEN OUTPUT NEWHOLD
               MOVE NEWHOLD-STATUS TO NEW-FILE-STATUS
             WHEN 8
               OPEN OUTPUT NEWARCH
               MOVE NEWARCH-STATUS TO NEW-FILE-STATUS
             WHEN 9
               OPEN OUTPUT NEWCRED
               MOVE NEWCRED-STATUS TO NEW-FILE-STATUS
             WHEN 10
               OPEN OUTPUT NEWBUDG
               MOVE NEWBUDG-STATUS TO NEW-FILE-STATUS
             WHEN 11
               OPEN OUTPUT NEWTRAN
               MOVE NEWTRAN-STATUS TO NEW-FILE-STATUS
             WHEN 12
               OPEN OUTPUT NEWSUSP
               MOVE NEWSUSP-STATUS TO NEW-FILE-STATUS
           END-EVALUATE.
           IF NEW-FILE-STATUS = "00"
               SET NEW-OPEN TO TRUE
           ELSE
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "320-OPEN-NEW-FILE OPEN "
                       CF-FILE-ID (FILE-SUB) ".NEW"
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE NEW-FILE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET FILE-ERROR TO TRUE
               SET OLD-EOF TO TRUE
           END-IF.
      *
       330-BUILD-NEW-RECORD.
      *
           EVALUATE FILE-SUB
             WHEN 1
               PERFORM 400-BUILD-CUSTOMER-MASTER
             WHEN 2
               PERFORM 405-BUILD-OPEN-ITEM
             WHEN 3
               PERFORM 410-BUILD-UNAPPLIED-CASH
             WHEN 4
               PERFORM 415-BUILD-SALES-HISTORY
             WHEN 5
               PERFORM 420-BUILD-PAID-HISTORY
             WHEN 6
               PERFORM 425-BUILD-CUSTOMER-DELTA
             WHEN 7
               PERFORM 430-BUILD-CREDIT-HOLD
             WHEN 8
               PERFORM 435-BUILD-ARCHIVE-MASTER
             WHEN 9
               PERFORM 440-BUILD-CREDIT-MASTER
             WHEN 10
               PERFORM 445-BUILD-BUDGET-MASTER
             WHEN 11
               PERFORM 450-BUILD-MAINT-TRANSACTION
             WHEN 12
               PERFORM 455-BUILD-SUSPENSE-ITEM
           END-EVALUATE.
      *
       335-WRITE-NEW-RECORD.
      *
      *    THE OUTPUT TOTAL IS TAKEN FROM THE NEW RECORD AFTER IT IS
      *    WRITTEN, SO IT PROVES WHAT WENT TO THE .NEW FILE.
      *
           EVALUATE FILE-SUB
             WHEN 1
               WRITE CUSTOMER-MASTER-RECORD
               MOVE NEWCUST-STATUS TO NEW-FILE-STATUS
             WHEN 2
               WRITE OPEN-ITEM-RECORD
               MOVE NEWOPEN-STATUS TO NEW-FILE-STATUS
             WHEN 3
               WRITE UNAPPLIED-CASH-RECORD
               MOVE NEWUNAP-STATUS TO NEW-FILE-STATUS
             WHEN 4
               WRITE SALES-HISTORY-RECORD
               MOVE NEWHIST-STATUS TO NEW-FILE-STATUS
             WHEN 5
               WRITE PAID-ITEM-HISTORY-RECORD
               MOVE NEWPAID-STATUS TO NEW-FILE-STATUS
             WHEN 6
               WRITE DELTA-CUSTOMER-RECORD
               MOVE NEWDLTA-STATUS TO NEW-FILE-STATUS
             WHEN 7
               WRITE CREDIT-HOLD-RECORD
               MOVE NEWHOLD-STATUS TO NEW-FILE-STATUS
             WHEN 8
               WRITE ARCHIVE-MASTER-RECORD
               MOVE NEWARCH-STATUS TO NEW-FILE-STATUS
             WHEN 9
               WRITE CREDIT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE NEWCRED-STATUS TO NEW-FILE-STATUS
             WHEN 10
               WRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE NEWBUDG-STATUS TO NEW-FILE-STATUS
             WHEN 11
               WRITE MAINT-TRANSACTION-RECORD
               MOVE NEWTRAN-STATUS TO NEW-FILE-STATUS
             WHEN 12
               WRITE SUSPENSE-RECORD
               MOVE NEWSUSP-STATUS TO NEW-FILE-STATUS
           END-EVALUATE.
           IF NEW-FILE-STATUS = "00"
               ADD 1 TO FILE-RECORDS-OUT
               PERFORM 350-ACCUMULATE-DOLLARS-OUT
           ELSE
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "335-WRITE-NEW-RECORD WRITE "
                       CF-FILE-ID (FILE-SUB) ".NEW"
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE NEW-FILE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET FILE-ERROR TO TRUE
           END-IF.
      *
       340-CLOSE-FILES.
      *
           EVALUATE FILE-SUB
             WHEN 1
               CLOSE OLDCUST
               MOVE OLDCUST-STATUS TO OLD-FILE-STATUS
             WHEN 2
               CLOSE OLDOPEN
               MOVE OLDOPEN-STATUS TO OLD-FILE-STATUS
             WHEN 3
               CLOSE OLDUNAP
               MOVE OLDUNAP-STATUS TO OLD-FILE-STATUS
             WHEN 4
               CLOSE OLDHIST
               MOVE OLDHIST-STATUS TO OLD-FILE-STATUS
             WHEN 5
               CLOSE OLDPAID
               MOVE OLDPAID-STATUS TO OLD-FILE-STATUS
             WHEN 6
               CLOSE OLDDLTA
               MOVE OLDDLTA-STATUS TO OLD-FILE-STATUS
             WHEN 7
               CLOSE OLDHOLD
               MOVE OLDHOLD-STATUS TO OLD-FILE-STATUS
             WHEN 8
               CLOSE OLDARCH
               MOVE OLDARCH-STATUS TO OLD-FILE-STATUS
             WHEN 9
               CLOSE OLDCRED
               MOVE OLDCRED-STATUS TO OLD-FILE-STATUS
             WHEN 10
               CLOSE OLDBUDG
               MOVE OLDBUDG-STATUS TO OLD-FILE-STATUS
             WHEN 11
               CLOSE OLDTRAN
               MOVE OLDTRAN-STATUS TO OLD-FILE-STATUS
             WHEN 12
               CLOSE OLDSUSP
               MOVE OLDSUSP-STATUS TO OLD-FILE-STATUS
           END-EVALUATE.
           IF OLD-FILE-STATUS NOT = "00"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "340-CLOSE-FILES CLOSE "
                       CF-FILE-ID (FILE-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE OLD-FILE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET FILE-ERROR TO TRUE
           END-IF.
           IF NEW-OPEN
               PERFORM 345-CLOSE-NEW-FILE
           END-IF.
      *
       345-CLOSE-NEW-FILE.
      *
           EVALUATE FILE-SUB
             WHEN 1
               CLOSE NEWCUST
               MOVE NEWCUST-STATUS TO NEW-FILE-STATUS
             WHEN 2
               CLOSE NEWOPEN
               MOVE NEWOPEN-STATUS TO NEW-FILE-STATUS
             WHEN 3
               CLOSE NEWUNAP
               MOVE NEWUNAP-STATUS TO NEW-FILE-STATUS
             WHEN 4
               CLOSE NEWHIST
               MOVE NEWHIST-STATUS TO NEW-FILE-STATUS
             WHEN 5
               CLOSE NEWPAID
               MOVE NEWPAID-STATUS TO NEW-FILE-STATUS
             WHEN 6
               CLOSE NEWDLTA
               MOVE NEWDLTA-STATUS TO NEW-FILE-STATUS
             WHEN 7
               CLOSE NEWHOLD
               MOVE NEWHOLD-STATUS TO NEW-FILE-STATUS
             WHEN 8
               CLOSE NEWARCH
               MOVE NEWARCH-STATUS TO NEW-FILE-STATUS
             WHEN 9
               CLOSE NEWCRED
               MOVE NEWCRED-STATUS TO NEW-FILE-STATUS
             WHEN 10
               CLOSE NEWBUDG
               MOVE NEWBUDG-STATUS TO NEW-FILE-STATUS
             WHEN 11
               CLOSE NEWTRAN
               MOVE NEWTRAN-STATUS TO NEW-FILE-STATUS
             WHEN 12
               CLOSE NEWSUSP
               MOVE NEWSUSP-STATUS TO NEW-FILE-STATUS
           END-EVALUATE.
           IF NEW-FILE-STATUS NOT = "00"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "345-CLOSE-NEW-FILE CLOSE "
                       CF-FILE-ID (FILE-SUB) ".NEW"
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE NEW-FILE-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET FILE-ERROR TO TRUE
           END-IF.
      *
       350-ACCUMULATE-DOLLARS-OUT.
      *
           EVALUATE FILE-SUB
             WHEN 1
               ADD CM-SALES-THIS-YTD CM-SALES-LAST-YTD
                   TO FILE-DOLLARS-OUT
             WHEN 2
               ADD OI-INVOICE-AMOUNT OI-AMOUNT-PAID
                   TO FILE-DOLLARS-OUT
             WHEN 3
               ADD UC-PARKED-AMOUNT UC-UNAPPLIED-AMOUNT
                   TO FILE-DOLLARS-OUT
             WHEN 4
               ADD HS-SALES-YTD HS-SALES-MTD
                   TO FILE-DOLLARS-OUT
             WHEN 5
               ADD PH-INVOICE-AMOUNT TO FILE-DOLLARS-OUT
             WHEN 6
               ADD DL-POSTED-AMOUNT DL-SALES-THIS-YTD
                   TO FILE-DOLLARS-OUT
             WHEN 7
               ADD CH-TRANSACTION-AMOUNT CH-SALES-THIS-YTD
                   CH-CREDIT-LIMIT TO FILE-DOLLARS-OUT
             WHEN 8
               ADD AR-SALES-THIS-YTD AR-SALES-LAST-YTD
                   TO FILE-DOLLARS-OUT
             WHEN 9
               ADD CR-CREDIT-LIMIT TO FILE-DOLLARS-OUT
             WHEN 10
               ADD BG-BUDGET-AMOUNT TO FILE-DOLLARS-OUT
             WHEN 11
               IF MT-SALES-THIS-YTD-X NOT = SPACE
                   ADD MT-SALES-THIS-YTD TO FILE-DOLLARS-OUT
               END-IF
               IF MT-SALES-LAST-YTD-X NOT = SPACE
                   ADD MT-SALES-LAST-YTD TO FILE-DOLLARS-OUT
               END-IF
             WHEN 12
               IF SP-ORIGIN-PROGRAM = "UPD8030"
                   IF SP-SALES-THIS-YTD NUMERIC
                       ADD SP-SALES-THIS-YTD TO FILE-DOLLARS-OUT
                   END-IF
                   IF SP-SALES-LAST-YTD NUMERIC
                       ADD SP-SALES-LAST-YTD TO FILE-DOLLARS-OUT
                   END-IF
               END-IF
           END-EVALUATE.
      *
      *    A RECORD WHOSE KEY OR DOLLAR FIELDS ARE NOT NUMERIC IS NOT
      *    IN THE OLD LAYOUT (OR THE FILE HAS ALREADY BEEN CONVERTED).
      *    IT IS LISTED AND NOT WRITTEN, WHICH PUTS THE FILE OUT OF
      *    BALANCE.
      *
       400-BUILD-CUSTOMER-MASTER.
      *
           IF OCM-CUSTOMER-NUMBER NUMERIC
                   AND OCM-SALES-THIS-YTD NUMERIC
                   AND OCM-SALES-LAST-YTD NUMERIC
               MOVE OCM-BRANCH-NUMBER   TO CM-BRANCH-NUMBER
               MOVE OCM-SALESREP-NUMBER TO CM-SALESREP-NUMBER
               MOVE OCM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               MOVE OCM-CUSTOMER-NAME   TO CM-CUSTOMER-NAME
               MOVE OCM-SALES-THIS-YTD  TO CM-SALES-THIS-YTD
               MOVE OCM-SALES-LAST-YTD  TO CM-SALES-LAST-YTD
               ADD OCM-SALES-THIS-YTD OCM-SALES-LAST-YTD
                   TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-CUSTOMER-MASTER-RECORD TO REJECT-IMAGE
           END-IF.
      *
       405-BUILD-OPEN-ITEM.
      *
           IF OOI-CUSTOMER-NUMBER NUMERIC
                   AND OOI-INVOICE-AMOUNT NUMERIC
                   AND OOI-AMOUNT-PAID NUMERIC
               MOVE OOI-CUSTOMER-NUMBER  TO OI-CUSTOMER-NUMBER
               MOVE OOI-CUSTOMER-NAME    TO OI-CUSTOMER-NAME
               MOVE OOI-INVOICE-NUMBER   TO OI-INVOICE-NUMBER
               MOVE OOI-BRANCH-NUMBER    TO OI-BRANCH-NUMBER
               MOVE OOI-TRANSACTION-CODE TO OI-TRANSACTION-CODE
               MOVE OOI-INVOICE-DATE     TO OI-INVOICE-DATE
               MOVE OOI-INVOICE-AMOUNT   TO OI-INVOICE-AMOUNT
               MOVE OOI-AMOUNT-PAID      TO OI-AMOUNT-PAID
               MOVE OOI-OPEN-STATUS      TO OI-OPEN-STATUS
               ADD OOI-INVOICE-AMOUNT OOI-AMOUNT-PAID
                   TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-OPEN-ITEM-RECORD TO REJECT-IMAGE
           END-IF.
      *
       410-BUILD-UNAPPLIED-CASH.
      *
           IF OUC-CUSTOMER-NUMBER NUMERIC
                   AND OUC-PARKED-AMOUNT NUMERIC
                   AND OUC-UNAPPLIED-AMOUNT NUMERIC
               MOVE OUC-CUSTOMER-NUMBER  TO UC-CUSTOMER-NUMBER
               MOVE OUC-CUSTOMER-NAME    TO UC-CUSTOMER-NAME
               MOVE OUC-BRANCH-NUMBER    TO UC-BRANCH-NUMBER
               MOVE OUC-SOURCE-CODE      TO UC-SOURCE-CODE
               MOVE OUC-REFERENCE-NUMBER TO UC-REFERENCE-NUMBER
               MOVE OUC-RECEIPT-DATE     TO UC-RECEIPT-DATE
               MOVE OUC-PARKED-AMOUNT    TO UC-PARKED-AMOUNT
               MOVE OUC-UNAPPLIED-AMOUNT TO UC-UNAPPLIED-AMOUNT
               ADD OUC-PARKED-AMOUNT OUC-UNAPPLIED-AMOUNT
                   TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-UNAPPLIED-CASH-RECORD TO REJECT-IMAGE
           END-IF.
      *
       415-BUILD-SALES-HISTORY.
      *
           IF OHS-CUSTOMER-NUMBER NUMERIC
                   AND OHS-SALES-YTD NUMERIC
                   AND OHS-SALES-MTD NUMERIC
               MOVE OHS-CUSTOMER-NUMBER TO HS-CUSTOMER-NUMBER
               MOVE OHS-SNAPSHOT-YEAR   TO HS-SNAPSHOT-YEAR
               MOVE OHS-SNAPSHOT-MONTH  TO HS-SNAPSHOT-MONTH
               MOVE OHS-BRANCH-NUMBER   TO HS-BRANCH-NUMBER
               MOVE OHS-SALESREP-NUMBER TO HS-SALESREP-NUMBER
               MOVE OHS-SALES-YTD       TO HS-SALES-YTD
               MOVE OHS-SALES-MTD       TO HS-SALES-MTD
               ADD OHS-SALES-YTD OHS-SALES-MTD
                   TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-SALES-HISTORY-RECORD TO REJECT-IMAGE
           END-IF.
      *
       420-BUILD-PAID-HISTORY.
      *
           IF OPH-CUSTOMER-NUMBER NUMERIC
                   AND OPH-INVOICE-AMOUNT NUMERIC
               MOVE OPH-CUSTOMER-NUMBER    TO PH-CUSTOMER-NUMBER
               MOVE OPH-CUSTOMER-NAME      TO PH-CUSTOMER-NAME
               MOVE OPH-BRANCH-NUMBER      TO PH-BRANCH-NUMBER
               MOVE OPH-INVOICE-NUMBER     TO PH-INVOICE-NUMBER
               MOVE OPH-TRANSACTION-CODE   TO PH-TRANSACTION-CODE
               MOVE OPH-INVOICE-DATE       TO PH-INVOICE-DATE
               MOVE OPH-FINAL-RECEIPT-DATE TO PH-FINAL-RECEIPT-DATE
               MOVE OPH-INVOICE-AMOUNT     TO PH-INVOICE-AMOUNT
               MOVE OPH-PAID-OFF-DATE      TO PH-PAID-OFF-DATE
               ADD OPH-INVOICE-AMOUNT TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-PAID-ITEM-HISTORY-RECORD TO REJECT-IMAGE
           END-IF.
      *
       425-BUILD-CUSTOMER-DELTA.
      *
           IF ODL-CUSTOMER-NUMBER NUMERIC
                   AND ODL-POSTED-AMOUNT NUMERIC
                   AND ODL-SALES-THIS-YTD NUMERIC
               MOVE ODL-BRANCH-NUMBER   TO DL-BRANCH-NUMBER
               MOVE ODL-SALESREP-NUMBER TO DL-SALESREP-NUMBER
               MOVE ODL-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER
               MOVE ODL-CUSTOMER-NAME   TO DL-CUSTOMER-NAME
               MOVE ODL-POSTED-AMOUNT   TO DL-POSTED-AMOUNT
               MOVE ODL-SALES-THIS-YTD  TO DL-SALES-THIS-YTD
               MOVE ODL-POST-DATE       TO DL-POST-DATE
               ADD ODL-POSTED-AMOUNT ODL-SALES-THIS-YTD
                   TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-DELTA-CUSTOMER-RECORD TO REJECT-IMAGE
           END-IF.
      *
       430-BUILD-CREDIT-HOLD.
      *
           IF OCH-CUSTOMER-NUMBER NUMERIC
                   AND OCH-TRANSACTION-AMOUNT NUMERIC
                   AND OCH-SALES-THIS-YTD NUMERIC
                   AND OCH-CREDIT-LIMIT NUMERIC
               MOVE OCH-BRANCH-NUMBER      TO CH-BRANCH-NUMBER
               MOVE OCH-CUSTOMER-NUMBER    TO CH-CUSTOMER-NUMBER
               MOVE OCH-CUSTOMER-NAME      TO CH-CUSTOMER-NAME
               MOVE OCH-TRANSACTION-CODE   TO CH-TRANSACTION-CODE
               MOVE OCH-INVOICE-NUMBER     TO CH-INVOICE-NUMBER
               MOVE OCH-TRANSACTION-AMOUNT TO CH-TRANSACTION-AMOUNT
               MOVE OCH-TRANSACTION-DATE   TO CH-TRANSACTION-DATE
               MOVE OCH-SALES-THIS-YTD     TO CH-SALES-THIS-YTD
               MOVE OCH-CREDIT-LIMIT       TO CH-CREDIT-LIMIT
               MOVE OCH-HOLD-REASON        TO CH-HOLD-REASON
               MOVE OCH-HELD-DATE          TO CH-HELD-DATE
               ADD OCH-TRANSACTION-AMOUNT OCH-SALES-THIS-YTD
                   OCH-CREDIT-LIMIT TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-CREDIT-HOLD-RECORD TO REJECT-IMAGE
           END-IF.
      *
       435-BUILD-ARCHIVE-MASTER.
      *
           IF OAR-ARCHIVE-DATE NUMERIC
                   AND OAR-CUSTOMER-NUMBER NUMERIC
                   AND OAR-SALES-THIS-YTD NUMERIC
                   AND OAR-SALES-LAST-YTD NUMERIC
               MOVE OAR-ARCHIVE-DATE    TO AR-ARCHIVE-DATE
               MOVE OAR-BRANCH-NUMBER   TO AR-BRANCH-NUMBER
               MOVE OAR-SALESREP-NUMBER TO AR-SALESREP-NUMBER
               MOVE OAR-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER
               MOVE OAR-CUSTOMER-NAME   TO AR-CUSTOMER-NAME
               MOVE OAR-SALES-THIS-YTD  TO AR-SALES-THIS-YTD
               MOVE OAR-SALES-LAST-YTD  TO AR-SALES-LAST-YTD
               ADD OAR-SALES-THIS-YTD OAR-SALES-LAST-YTD
                   TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-ARCHIVE-MASTER-RECORD TO REJECT-IMAGE
           END-IF.
      *
       440-BUILD-CREDIT-MASTER.
      *
           IF OCR-CUSTOMER-NUMBER NUMERIC
                   AND OCR-CREDIT-LIMIT NUMERIC
               MOVE OCR-CUSTOMER-NUMBER TO CR-CUSTOMER-NUMBER
               MOVE OCR-CREDIT-LIMIT    TO CR-CREDIT-LIMIT
               MOVE OCR-HOLD-FLAG       TO CR-HOLD-FLAG
               ADD OCR-CREDIT-LIMIT TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-CREDIT-MASTER-RECORD TO REJECT-IMAGE
           END-IF.
      *
       445-BUILD-BUDGET-MASTER.
      *
           IF OBG-CUSTOMER-NUMBER NUMERIC
                   AND OBG-BUDGET-AMOUNT NUMERIC
               MOVE OBG-CUSTOMER-NUMBER TO BG-CUSTOMER-NUMBER
               MOVE OBG-BUDGET-AMOUNT   TO BG-BUDGET-AMOUNT
               ADD OBG-BUDGET-AMOUNT TO FILE-DOLLARS-IN
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-BUDGET-MASTER-RECORD TO REJECT-IMAGE
           END-IF.
      *
       450-BUILD-MAINT-TRANSACTION.
      *
           IF (OMT-SALES-THIS-YTD NUMERIC
                       OR OMT-SALES-THIS-YTD-X = SPACE)
                   AND (OMT-SALES-LAST-YTD NUMERIC
                       OR OMT-SALES-LAST-YTD-X = SPACE)
               MOVE OMT-ACTION-CODE     TO MT-ACTION-CODE
               MOVE OMT-CUSTOMER-NUMBER TO MT-CUSTOMER-NUMBER
               MOVE OMT-BRANCH-NUMBER   TO MT-BRANCH-NUMBER
               MOVE OMT-SALESREP-NUMBER TO MT-SALESREP-NUMBER
               MOVE OMT-CUSTOMER-NAME   TO MT-CUSTOMER-NAME
               IF OMT-SALES-THIS-YTD-X = SPACE
                   MOVE SPACE TO MT-SALES-THIS-YTD-X
               ELSE
                   MOVE OMT-SALES-THIS-YTD TO MT-SALES-THIS-YTD
                   ADD OMT-SALES-THIS-YTD TO FILE-DOLLARS-IN
               END-IF
               IF OMT-SALES-LAST-YTD-X = SPACE
                   MOVE SPACE TO MT-SALES-LAST-YTD-X
               ELSE
                   MOVE OMT-SALES-LAST-YTD TO MT-SALES-LAST-YTD
                   ADD OMT-SALES-LAST-YTD TO FILE-DOLLARS-IN
               END-IF
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-MAINT-TRANSACTION-RECORD TO REJECT-IMAGE
           END-IF.
      *
       455-BUILD-SUSPENSE-ITEM.
      *
      *    A SUSPENDED UPD8030 IMAGE MAY HOLD A YEAR-TO-DATE FIELD
      *    THAT WAS NEVER NUMERIC.  IT IS CARRIED OVER AS IT STANDS
      *    FOR REPAIR, AND ONLY THE NUMERIC FIELDS ARE BALANCED.
      *
           IF OSP-REJECT-DATE NUMERIC
               MOVE OSP-ORIGIN-PROGRAM    TO SP-ORIGIN-PROGRAM
               MOVE OSP-REJECT-DATE       TO SP-REJECT-DATE
               MOVE OSP-STATUS            TO SP-STATUS
               MOVE OSP-TRANSACTION-IMAGE TO SP-TRANSACTION-IMAGE
               MOVE OSP-REJECT-REASON     TO SP-REJECT-REASON
               IF OSP-ORIGIN-PROGRAM = "UPD8030"
                   MOVE OSP-MAINT-KEY-DATA TO SP-MAINT-KEY-DATA
                   IF OSP-SALES-THIS-YTD NUMERIC
                       MOVE OSP-SALES-THIS-YTD TO SP-SALES-THIS-YTD
                       ADD OSP-SALES-THIS-YTD TO FILE-DOLLARS-IN
                   ELSE
                       MOVE OSP-SALES-THIS-YTD-X
                           TO SP-SALES-THIS-YTD-X
                   END-IF
                   IF OSP-SALES-LAST-YTD NUMERIC
                       MOVE OSP-SALES-LAST-YTD TO SP-SALES-LAST-YTD
                       ADD OSP-SALES-LAST-YTD TO FILE-DOLLARS-IN
                   ELSE
                       MOVE OSP-SALES-LAST-YTD-X
                           TO SP-SALES-LAST-YTD-X
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE OLD-SUSPENSE-RECORD TO REJECT-IMAGE
           END-IF.
      *
       500-PRINT-FILE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE CF-FILE-ID (FILE-SUB) TO FL-FILE-ID.
           MOVE FILE-RECORDS-IN       TO FL-RECORDS-IN.
           MOVE FILE-RECORDS-OUT      TO FL-RECORDS-OUT.
           MOVE FILE-REJECT-COUNT     TO FL-REJECT-COUNT.
           MOVE FILE-DOLLARS-IN       TO FL-DOLLARS-IN.
           MOVE FILE-DOLLARS-OUT      TO FL-DOLLARS-OUT.
           MOVE FILE-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       510-PRINT-REJECT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE CF-FILE-ID (FILE-SUB) TO RJL-FILE-ID.
           MOVE FILE-RECORDS-IN       TO RJL-RECORD-NUMBER.
           MOVE REJECT-IMAGE          TO RJL-RECORD-IMAGE.
           MOVE REJECT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       600-PRINT-RUN-SUMMARY.
      *
           MOVE FILES-CONVERTED-COUNT  TO SML-CONVERTED.
           MOVE FILES-SKIPPED-COUNT    TO SML-SKIPPED.
           MOVE FILES-UNBALANCED-COUNT TO SML-UNBALANCED.
           MOVE TOTAL-RECORDS-IN       TO SML-RECORDS-IN.
           MOVE TOTAL-RECORDS-OUT      TO SML-RECORDS-OUT.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN ERROR-FOUND
                   MOVE "*** ERRORS - SEE CNV8320.LOG - DO NOT REPLACE"
                       TO RSL-MESSAGE
               WHEN FILES-UNBALANCED-COUNT > ZERO
                   MOVE "*** NOT IN BALANCE - DO NOT REPLACE ANY FILE"
                       TO RSL-MESSAGE
               WHEN FILES-CONVERTED-COUNT = ZERO
                   MOVE "NO FILES ON HAND - NOTHING CONVERTED"
                       TO RSL-MESSAGE
               WHEN OTHER
                   MOVE "CONVERSION IN BALANCE - NEW FILES READY"
                       TO RSL-MESSAGE
           END-EVALUATE.
           MOVE RESULT-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           IF NOT ERROR-FOUND
                   AND FILES-UNBALANCED-COUNT = ZERO
                   AND FILES-CONVERTED-COUNT > ZERO
               MOVE "REPLACE EACH .DAT ABOVE WITH ITS .NEW FILE, RERUN"
                   TO RSL-MESSAGE
               MOVE RESULT-LINE TO PRINT-AREA
               MOVE 1 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
               MOVE "CNV8100 FOR CUSTMAST.IDX AND RUN A CTL8300 BACKUP"
                   TO RSL-MESSAGE
               MOVE RESULT-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
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
           IF CNVRPT-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE CNVRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF CNVRPT-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE CNVRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS    TO ELR-FILE-STATUS.
           MOVE FILE-RECORDS-IN    TO ELR-RECORD-COUNT.
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
               MOVE "CNV8320" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE TOTAL-RECORDS-IN TO RA-RECORDS-READ
               MOVE TOTAL-RECORDS-OUT TO RA-RECORDS-SELECTED
               MOVE ZERO TO RA-GRAND-TOTAL-THIS-YTD
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               EVALUATE TRUE
                   WHEN ERROR-FOUND
                       MOVE "A" TO RA-COMPLETION-CODE
                   WHEN FILES-UNBALANCED-COUNT > ZERO
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
