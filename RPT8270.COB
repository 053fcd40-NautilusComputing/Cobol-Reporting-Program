      *Program: RPT8270
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RPT8270.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               FILE STATUS IS OPENITEM-STATUS.
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
           SELECT DUNHIST ASSIGN TO "DUNHIST.DAT"
               FILE STATUS IS DUNHIST-STATUS.
           SELECT NEWDUNH ASSIGN TO "DUNHIST.NEW"
               FILE STATUS IS NEWDUNH-STATUS.
           SELECT CNTLCARD ASSIGN TO "RPT8270.CTL"
               FILE STATUS IS CNTLCARD-STATUS.
           SELECT LETTERS ASSIGN TO "DUNLETR.PRN"
               FILE STATUS IS LETTERS-STATUS.
           SELECT DUNEXCP ASSIGN TO "DUNEXCP.PRN"
               FILE STATUS IS DUNEXCP-STATUS.
           SELECT ERRORLOG ASSIGN TO "RPT8270.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "RPT8270.SRT".
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  DUNHIST.
      *
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUSTOMER-NUMBER      PIC 9(5).
           05  DH-LAST-TIER            PIC 9(1).
           05  DH-LAST-LETTER-DATE     PIC 9(8).
           05  DH-LETTER-COUNT         PIC 9(3).
           05  DH-PAST-DUE-AMOUNT      PIC S9(7)V99.
      *
       FD  NEWDUNH.
      *
       01  NEW-DUNNING-HISTORY-RECORD.
           05  ND-CUSTOMER-NUMBER      PIC 9(5).
           05  ND-LAST-TIER            PIC 9(1).
           05  ND-LAST-LETTER-DATE     PIC 9(8).
           05  ND-LETTER-COUNT         PIC 9(3).
           05  ND-PAST-DUE-AMOUNT      PIC S9(7)V99.
      *
       FD  CNTLCARD.
      *
       01  CONTROL-CARD-RECORD.
           05  CC-REPEAT-DAYS-X        PIC X(3).
           05  CC-REPEAT-DAYS          REDEFINES CC-REPEAT-DAYS-X
                                       PIC 9(3).
           05  FILLER                  PIC X(77).
      *
       FD  LETTERS.
      *
       01  LETTER-PRINT-AREA   PIC X(132).
      *
       FD  DUNEXCP.
      *
       01  PRINT-AREA          PIC X(132).
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
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
           05  SW-INVOICE-DATE         PIC 9(8).
           05  SW-INVOICE-NUMBER       PIC 9(6).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-BRANCH-NUMBER        PIC 9(2).
           05  SW-OPEN-BALANCE         PIC S9(7)V99.
           05  SW-AGE-DAYS             PIC S9(5).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  OPENITEM-STATUS     PIC XX      VALUE "00".
           05  CUSTADDR-STATUS     PIC XX      VALUE "00".
           05  CREDMAST-STATUS     PIC XX      VALUE "00".
           05  DUNHIST-STATUS      PIC XX      VALUE "00".
           05  NEWDUNH-STATUS      PIC XX      VALUE "00".
           05  CNTLCARD-STATUS     PIC XX      VALUE "00".
           05  LETTERS-STATUS      PIC XX      VALUE "00".
           05  DUNEXCP-STATUS      PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  OPEN-ITEM-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
           05  PAST-DUE-ITEM-COUNT     PIC 9(7)    VALUE ZERO.
           05  HISTORY-READ-COUNT      PIC 9(7)    VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT   PIC 9(7)    VALUE ZERO.
           05  PAST-DUE-CUSTOMER-COUNT PIC 9(7)    VALUE ZERO.
           05  LETTER-PRINT-COUNT      PIC 9(7)    VALUE ZERO.
           05  HELD-CUSTOMER-COUNT     PIC 9(7)    VALUE ZERO.
           05  EXCEPTION-COUNT         PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  OPENITEM-EOF-SWITCH     PIC X   VALUE "N".
               88  OPENITEM-EOF                VALUE "Y".
           05  NO-OPEN-FILE-SWITCH     PIC X   VALUE "N".
               88  NO-OPEN-FILE                VALUE "Y".
           05  DUNHIST-EOF-SWITCH      PIC X   VALUE "N".
               88  DUNHIST-EOF                 VALUE "Y".
           05  NO-DUNNING-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-DUNNING-FILE             VALUE "Y".
           05  NO-ADDRESS-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-ADDRESS-FILE             VALUE "Y".
           05  NO-CREDIT-FILE-SWITCH   PIC X   VALUE "N".
               88  NO-CREDIT-FILE              VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X   VALUE "N".
               88  SORT-EOF                    VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
               88  FIRST-RECORD                VALUE "Y".
           05  ADDRESS-FOUND-SWITCH    PIC X   VALUE "N".
               88  ADDRESS-FOUND               VALUE "Y".
           05  CUSTOMER-HOLD-FLAG      PIC X   VALUE "N".
               88  CUSTOMER-ON-HOLD            VALUE "Y".
           05  DUNNING-LOCATED-SWITCH  PIC X   VALUE "N".
               88  DUNNING-LOCATED             VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  DUNNING-CONTROL-FIELDS.
           05  REPEAT-DAYS             PIC 9(3)    VALUE 30.
           05  TODAY-DATE-NUMERIC      PIC 9(8).
           05  TODAY-DATE-INTEGER      PIC S9(7)   COMP.
           05  INVOICE-DATE-INTEGER    PIC S9(7)   COMP.
           05  LETTER-DATE-INTEGER     PIC S9(7)   COMP.
           05  AGE-DAYS                PIC S9(5)   COMP.
           05  DAYS-SINCE-LETTER       PIC S9(5)   COMP.
           05  AGING-TIER              PIC 9(1).
           05  LETTER-TIER             PIC 9(1).
           05  EXCEPTION-REASON        PIC X(30).
      *
       01  CUSTOMER-FIELDS.
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).
           05  OLD-CUSTOMER-NAME       PIC X(20).
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  CUSTOMER-PAST-DUE       PIC S9(7)V99    VALUE ZERO.
           05  CUSTOMER-OLDEST-AGE     PIC S9(5)       VALUE ZERO.
      *
       01  LETTER-ITEM-FIELDS.
           05  LETTER-ITEM-MAX     PIC S9(4)   COMP VALUE +30.
           05  LETTER-ITEM-COUNT   PIC S9(4)   COMP VALUE ZERO.
           05  LETTER-ITEM-INDEX   PIC S9(4)   COMP.
           05  EXTRA-ITEM-COUNT    PIC S9(4)   COMP VALUE ZERO.
           05  EXTRA-ITEM-AMOUNT   PIC S9(7)V99    VALUE ZERO.
           05  LETTER-ITEM-ENTRY OCCURS 30 TIMES.
               10  LI-INVOICE-NUMBER       PIC 9(6).
               10  LI-INVOICE-DATE         PIC 9(8).
               10  LI-AGE-DAYS             PIC S9(5).
               10  LI-OPEN-BALANCE         PIC S9(7)V99.
      *
       01  DUNNING-TABLE-FIELDS.
           05  DUNNING-TABLE-MAX   PIC S9(4)   COMP VALUE +5000.
           05  DUNNING-COUNT       PIC S9(4)   COMP VALUE ZERO.
           05  DUNNING-INDEX       PIC S9(4)   COMP.
           05  LOCATED-ENTRY       PIC S9(4)   COMP.
           05  DUNNING-ENTRY OCCURS 5000 TIMES.
               10  DT-CUSTOMER-NUMBER      PIC 9(5).
               10  DT-LAST-TIER            PIC 9(1).
               10  DT-LAST-LETTER-DATE     PIC 9(8).
               10  DT-LETTER-COUNT         PIC 9(3).
               10  DT-PAST-DUE-AMOUNT      PIC S9(7)V99.
               10  DT-CARRY-SWITCH         PIC X(1).
                   88  DT-CARRY-FORWARD            VALUE "Y".
      *
       01  TIER-TOTAL-FIELDS.
           05  TIER-LETTER-COUNT   PIC 9(7)    OCCURS 3 TIMES.
           05  TIER-LETTER-AMOUNT  PIC S9(9)V99 OCCURS 3 TIMES.
           05  TIER-SUB            PIC S9(4)   COMP.
      *
       01  TIER-TITLE-VALUES.
           05  FILLER  PIC X(16)   VALUE "FIRST REMINDER".
           05  FILLER  PIC X(16)   VALUE "SECOND NOTICE".
           05  FILLER  PIC X(16)   VALUE "FINAL DEMAND".
       01  TIER-TITLE-TABLE    REDEFINES TIER-TITLE-VALUES.
           05  TIER-TITLE      OCCURS 3 TIMES PIC X(16).
      *
       01  LETTER-WORDING-VALUES.
           05  FILLER  PIC X(55)   VALUE
               "OUR RECORDS SHOW THAT THE INVOICES LISTED BELOW ARE".
           05  FILLER  PIC X(55)   VALUE
               "NOW PAST DUE.  IF YOU HAVE ALREADY SENT YOUR PAYMENT,".
           05  FILLER  PIC X(55)   VALUE
               "PLEASE ACCEPT OUR THANKS AND DISREGARD THIS REMINDER.".
           05  FILLER  PIC X(55)   VALUE
               "OTHERWISE WE WOULD APPRECIATE PROMPT PAYMENT OF THE".
           05  FILLER  PIC X(55)   VALUE
               "TOTAL SHOWN.".
           05  FILLER  PIC X(55)   VALUE
               "WE WROTE TO YOU RECENTLY ABOUT THE PAST-DUE INVOICES".
           05  FILLER  PIC X(55)   VALUE
               "LISTED BELOW AND HAVE NOT YET RECEIVED YOUR PAYMENT.".
           05  FILLER  PIC X(55)   VALUE
               "PLEASE SEND YOUR REMITTANCE WITHIN 10 DAYS, OR CALL".
           05  FILLER  PIC X(55)   VALUE
               "OUR CREDIT DEPARTMENT IF THERE IS A QUESTION ABOUT".
           05  FILLER  PIC X(55)   VALUE
               "ANY OF THESE CHARGES.".
           05  FILLER  PIC X(55)   VALUE
               "DESPITE OUR EARLIER NOTICES, THE INVOICES LISTED BELOW".
           05  FILLER  PIC X(55)   VALUE
               "REMAIN UNPAID.  THIS IS OUR FINAL DEMAND FOR PAYMENT.".
           05  FILLER  PIC X(55)   VALUE
               "UNLESS THE TOTAL SHOWN IS RECEIVED WITHIN 10 DAYS,".
           05  FILLER  PIC X(55)   VALUE
               "YOUR ACCOUNT WILL BE PLACED ON CREDIT HOLD AND".
           05  FILLER  PIC X(55)   VALUE
               "REFERRED FOR COLLECTION.".
       01  LETTER-WORDING-TABLE    REDEFINES LETTER-WORDING-VALUES.
           05  TIER-WORDING        OCCURS 3 TIMES.
               10  WORDING-LINE    OCCURS 5 TIMES PIC X(55).
       01  WORDING-SUB             PIC S9(4)   COMP.
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
       01  LETTER-DATE-LINE.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FILLER               PIC X(40)      VALUE
               "ACCOUNTS RECEIVABLE - CREDIT DEPARTMENT".
           05  FILLER               PIC X(20)      VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "DATE:  ".
           05  LDL-MONTH            PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  LDL-DAY              PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  LDL-YEAR             PIC 9(4).
           05  FILLER               PIC X(50)      VALUE SPACE.
      *
       01  LETTER-REFERENCE-LINE.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "ACCOUNT: ".
           05  LRL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FILLER               PIC X(4)       VALUE "RE: ".
           05  LRL-TIER-TITLE       PIC X(14).
           05  FILLER               PIC X(90)      VALUE SPACE.
      *
       01  LETTER-TEXT-LINE.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  LTL-TEXT             PIC X(64).
           05  FILLER               PIC X(63)      VALUE SPACE.
      *
       01  LETTER-ITEM-HEADING-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "INVOICE".
           05  FILLER               PIC X(14)      VALUE "INVOICE DATE".
           05  FILLER               PIC X(10)      VALUE "DAYS OLD".
           05  FILLER               PIC X(14)      VALUE
               "   BALANCE DUE".
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  LETTER-ITEM-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  LIL-INVOICE-NUMBER   PIC 9(6).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  LIL-INVOICE-MONTH    PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  LIL-INVOICE-DAY      PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  LIL-INVOICE-YEAR     PIC 9(4).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  LIL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  LIL-OPEN-BALANCE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  LETTER-EXTRA-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  FILLER               PIC X(5)       VALUE "PLUS ".
           05  LEL-ITEM-COUNT       PIC ZZ9.
           05  FILLER               PIC X(28)      VALUE
               " MORE PAST-DUE ITEMS".
           05  LEL-ITEM-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  LETTER-TOTAL-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  FILLER               PIC X(36)      VALUE
               "TOTAL PAST DUE".
           05  LTL-PAST-DUE-TOTAL   PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DUNNING LETTER RUN E".
           05  FILLER          PIC X(20)   VALUE "XCEPTIONS AND TOTALS".
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
           05  FILLER          PIC X(10)   VALUE "RPT8270".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(30)   VALUE " CUST   CUSTOMER NAME".
           05  FILLER      PIC X(5)    VALUE "BR".
           05  FILLER      PIC X(13)   VALUE "     PAST DUE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE "OLDEST".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "TIER".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE "REASON".
           05  FILLER      PIC X(61)   VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  EL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EL-BRANCH-NUMBER     PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  EL-PAST-DUE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  EL-OLDEST-AGE        PIC ZZZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  EL-AGING-TIER        PIC 9(1).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  EL-REASON            PIC X(30).
           05  FILLER               PIC X(37)      VALUE SPACE.
      *
       01  NO-EXCEPTION-LINE.
           05  FILLER               PIC X(44)      VALUE
               " NO DUNNING EXCEPTIONS THIS RUN".
           05  FILLER               PIC X(88)      VALUE SPACE.
      *
       01  TOTAL-HEADING-LINE.
           05  FILLER               PIC X(44)      VALUE
               " DUNNING RUN TOTALS".
           05  FILLER               PIC X(88)      VALUE SPACE.
      *
       01  TOTAL-COUNT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  TCL-LABEL            PIC X(34).
           05  TCL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  TCL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-
                                    BLANK WHEN ZERO.
           05  FILLER               PIC X(71)      VALUE SPACE.
      *
       01  REPEAT-DAYS-LINE.
           05  FILLER               PIC X(35)      VALUE
               " REPEAT PERIOD (DAYS):".
           05  RDL-REPEAT-DAYS      PIC ZZ9.
           05  FILLER               PIC X(94)      VALUE SPACE.
      *
       01  BALANCE-CHECK-LINE.
           05  FILLER               PIC X(35)      VALUE
               " LETTERS + HELD + EXCEPTIONS:".
           05  BCL-CHECK-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BCL-BALANCE-MESSAGE  PIC X(30).
           05  FILLER               PIC X(56)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-DUNNING-LETTERS.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-PRODUCE-DUNNING-LETTERS OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN INPUT  CUSTADDR
                OUTPUT LETTERS
                OUTPUT DUNEXCP.
           IF CUSTADDR-STATUS NOT = "00"
               MOVE "000-PRODUCE-DUNNING-LETTERS OPEN CUSTADDR"
                   TO ERR-PARAGRAPH-NAME
               MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET NO-ADDRESS-FILE TO TRUE
           END-IF.
           IF LETTERS-STATUS NOT = "00"
               MOVE "000-PRODUCE-DUNNING-LETTERS OPEN LETTERS"
                   TO ERR-PARAGRAPH-NAME
               MOVE LETTERS-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF DUNEXCP-STATUS NOT = "00"
               MOVE "000-PRODUCE-DUNNING-LETTERS OPEN DUNEXCP"
                   TO ERR-PARAGRAPH-NAME
               MOVE DUNEXCP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           OPEN INPUT CREDMAST.
           IF CREDMAST-STATUS = "35"
               SET NO-CREDIT-FILE TO TRUE
           ELSE
               IF CREDMAST-STATUS NOT = "00"
                   MOVE "000-PRODUCE-DUNNING-LETTERS OPEN CREDMAST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET NO-CREDIT-FILE TO TRUE
               END-IF
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-INITIALIZE-TIER-TOTALS
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           PERFORM 120-READ-CONTROL-CARD.
           PERFORM 150-LOAD-DUNNING-HISTORY.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-NUMBER
                                SW-INVOICE-DATE
                                SW-INVOICE-NUMBER
               INPUT PROCEDURE IS 200-RELEASE-PAST-DUE-ITEMS
               OUTPUT PROCEDURE IS 300-DUN-SORTED-CUSTOMERS.
           PERFORM 700-WRITE-NEW-DUNNING-HISTORY.
           PERFORM 800-PRINT-RUN-TOTALS.
           IF NOT NO-ADDRESS-FILE
               CLOSE CUSTADDR
               IF CUSTADDR-STATUS NOT = "00"
                   MOVE "000-PRODUCE-DUNNING-LETTERS CLOSE CUSTADDR"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF NOT NO-CREDIT-FILE
               CLOSE CREDMAST
               IF CREDMAST-STATUS NOT = "00"
                   MOVE "000-PRODUCE-DUNNING-LETTERS CLOSE CREDMAST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           CLOSE LETTERS
                 DUNEXCP.
           IF LETTERS-STATUS NOT = "00"
               MOVE "000-PRODUCE-DUNNING-LETTERS CLOSE LETTERS"
                   TO ERR-PARAGRAPH-NAME
               MOVE LETTERS-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF DUNEXCP-STATUS NOT = "00"
               MOVE "000-PRODUCE-DUNNING-LETTERS CLOSE DUNEXCP"
                   TO ERR-PARAGRAPH-NAME
               MOVE DUNEXCP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "RPT8270 DUNNING EXCEPTIONS: "
                   EXCEPTION-COUNT
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-PRODUCE-DUNNING-LETTERS CLOSE ERRORLOG "
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
           MOVE CD-MONTH   TO LDL-MONTH.
           MOVE CD-DAY     TO LDL-DAY.
           MOVE CD-YEAR    TO LDL-YEAR.
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
           MOVE CD-DATE    TO TODAY-DATE-NUMERIC.
           COMPUTE TODAY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE-NUMERIC).
      *
       110-INITIALIZE-TIER-TOTALS.
      *
           MOVE ZERO TO TIER-LETTER-COUNT (TIER-SUB).
           MOVE ZERO TO TIER-LETTER-AMOUNT (TIER-SUB).
      *
       120-READ-CONTROL-CARD.
      *
      *    THE CONTROL CARD CARRIES THE REPEAT PERIOD IN COLUMNS 1-3 -
      *    THE NUMBER OF DAYS THAT MUST PASS AFTER A LETTER BEFORE THE
      *    CUSTOMER IS SENT ANOTHER.  WITHOUT A CARD IT IS 30 DAYS.
      *
           OPEN INPUT CNTLCARD.
           IF CNTLCARD-STATUS = "00"
               READ CNTLCARD
                   AT END
                       CONTINUE
               END-READ
               IF CNTLCARD-STATUS = "00"
                   IF CC-REPEAT-DAYS-X NUMERIC
                       MOVE CC-REPEAT-DAYS TO REPEAT-DAYS
                   END-IF
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
           MOVE REPEAT-DAYS TO RDL-REPEAT-DAYS.
      *
       150-LOAD-DUNNING-HISTORY.
      *
           OPEN INPUT DUNHIST.
           IF DUNHIST-STATUS = "35"
               SET NO-DUNNING-FILE TO TRUE
               SET DUNHIST-EOF TO TRUE
           ELSE
               IF DUNHIST-STATUS NOT = "00"
                   MOVE "150-LOAD-DUNNING-HISTORY OPEN DUNHIST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE DUNHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET DUNHIST-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 160-READ-DUNNING-HISTORY
               UNTIL DUNHIST-EOF.
           IF NOT NO-DUNNING-FILE
               CLOSE DUNHIST
               IF DUNHIST-STATUS NOT = "00"
                   MOVE "150-LOAD-DUNNING-HISTORY CLOSE DUNHIST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE DUNHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       160-READ-DUNNING-HISTORY.
      *
           READ DUNHIST
               AT END
                   SET DUNHIST-EOF TO TRUE.
           IF DUNHIST-STATUS = "00"
               ADD 1 TO HISTORY-READ-COUNT
               IF DUNNING-COUNT < DUNNING-TABLE-MAX
                   ADD 1 TO DUNNING-COUNT
                   MOVE DH-CUSTOMER-NUMBER
                       TO DT-CUSTOMER-NUMBER (DUNNING-COUNT)
                   MOVE DH-LAST-TIER
                       TO DT-LAST-TIER (DUNNING-COUNT)
                   MOVE DH-LAST-LETTER-DATE
                       TO DT-LAST-LETTER-DATE (DUNNING-COUNT)
                   MOVE DH-LETTER-COUNT
                       TO DT-LETTER-COUNT (DUNNING-COUNT)
                   MOVE DH-PAST-DUE-AMOUNT
                       TO DT-PAST-DUE-AMOUNT (DUNNING-COUNT)
                   MOVE "N" TO DT-CARRY-SWITCH (DUNNING-COUNT)
               ELSE
                   MOVE "160-READ-DUNNING-HISTORY TABLE FULL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           ELSE
               IF DUNHIST-STATUS NOT = "10"
                   MOVE "160-READ-DUNNING-HISTORY"
                       TO ERR-PARAGRAPH-NAME
                   MOVE DUNHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET DUNHIST-EOF TO TRUE
               END-IF
           END-IF.
      *
       200-RELEASE-PAST-DUE-ITEMS.
      *
           OPEN INPUT OPENITEM.
           IF OPENITEM-STATUS = "35"
               SET NO-OPEN-FILE TO TRUE
               SET OPENITEM-EOF TO TRUE
           ELSE
               IF OPENITEM-STATUS NOT = "00"
                   MOVE "200-RELEASE-PAST-DUE-ITEMS OPEN OPENITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 210-READ-AND-RELEASE-ITEM
               UNTIL OPENITEM-EOF.
           IF NOT NO-OPEN-FILE
               CLOSE OPENITEM
               IF OPENITEM-STATUS NOT = "00"
                   MOVE "200-RELEASE-PAST-DUE-ITEMS CLOSE OPENITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       210-READ-AND-RELEASE-ITEM.
      *
      *    ITEMS ARE AGED FROM THE INVOICE DATE THE SAME WAY AS THE
      *    AGED RECEIVABLES REPORT.  ANYTHING OVER 30 DAYS WITH A
      *    BALANCE STILL OWING IS PAST DUE.  CREDIT MEMOS ARE LEFT OUT.
      *
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE.
           IF OPENITEM-STATUS = "00"
               ADD 1 TO OPEN-ITEM-RECORD-COUNT
               IF OI-OPEN-STATUS NOT = "P"
                       AND OI-TRANSACTION-CODE NOT = "C"
                       AND OI-INVOICE-AMOUNT > OI-AMOUNT-PAID
                   COMPUTE INVOICE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (OI-INVOICE-DATE)
                   COMPUTE AGE-DAYS =
                       TODAY-DATE-INTEGER - INVOICE-DATE-INTEGER
                   IF AGE-DAYS > 30
                       MOVE OI-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
                       MOVE OI-INVOICE-DATE    TO SW-INVOICE-DATE
                       MOVE OI-INVOICE-NUMBER  TO SW-INVOICE-NUMBER
                       MOVE OI-CUSTOMER-NAME   TO SW-CUSTOMER-NAME
                       MOVE OI-BRANCH-NUMBER   TO SW-BRANCH-NUMBER
                       COMPUTE SW-OPEN-BALANCE =
                           OI-INVOICE-AMOUNT - OI-AMOUNT-PAID
                       MOVE AGE-DAYS           TO SW-AGE-DAYS
                       RELEASE SORT-RECORD
                       ADD 1 TO PAST-DUE-ITEM-COUNT
                   END-IF
               END-IF
           ELSE
               IF OPENITEM-STATUS NOT = "10"
                   MOVE "210-READ-AND-RELEASE-ITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE OPENITEM-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
      *
       300-DUN-SORTED-CUSTOMERS.
      *
           PERFORM 310-RETURN-SORT-RECORD.
           PERFORM 320-PROCESS-SORTED-ITEM
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 400-DUN-CUSTOMER
           END-IF.
      *
       310-RETURN-SORT-RECORD.
      *
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE.
      *
       320-PROCESS-SORTED-ITEM.
      *
           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE SW-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
               MOVE SW-CUSTOMER-NAME   TO OLD-CUSTOMER-NAME
               MOVE SW-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
           ELSE
               IF SW-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                   PERFORM 400-DUN-CUSTOMER
                   MOVE SW-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   MOVE SW-CUSTOMER-NAME   TO OLD-CUSTOMER-NAME
                   MOVE SW-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
               END-IF
           END-IF.
           PERFORM 330-STORE-PAST-DUE-ITEM.
           PERFORM 310-RETURN-SORT-RECORD.
      *
       330-STORE-PAST-DUE-ITEM.
      *
           ADD SW-OPEN-BALANCE TO CUSTOMER-PAST-DUE.
           IF SW-AGE-DAYS > CUSTOMER-OLDEST-AGE
               MOVE SW-AGE-DAYS TO CUSTOMER-OLDEST-AGE
           END-IF.
           IF LETTER-ITEM-COUNT < LETTER-ITEM-MAX
               ADD 1 TO LETTER-ITEM-COUNT
               MOVE SW-INVOICE-NUMBER
                   TO LI-INVOICE-NUMBER (LETTER-ITEM-COUNT)
               MOVE SW-INVOICE-DATE
                   TO LI-INVOICE-DATE (LETTER-ITEM-COUNT)
               MOVE SW-AGE-DAYS
                   TO LI-AGE-DAYS (LETTER-ITEM-COUNT)
               MOVE SW-OPEN-BALANCE
                   TO LI-OPEN-BALANCE (LETTER-ITEM-COUNT)
           ELSE
               ADD 1 TO EXTRA-ITEM-COUNT
               ADD SW-OPEN-BALANCE TO EXTRA-ITEM-AMOUNT
           END-IF.
      *
       400-DUN-CUSTOMER.
      *
      *    THE AGING TIER COMES FROM THE OLDEST PAST-DUE ITEM - 31 TO
      *    60 DAYS IS A REMINDER, 61 TO 90 A SECOND NOTICE AND OVER 90
      *    A FINAL DEMAND.  A CUSTOMER ALREADY WRITTEN TO GOES UP ONE
      *    TIER FROM THE LAST LETTER, BUT NOT UNTIL THE REPEAT PERIOD
      *    HAS PASSED.
      *
           ADD 1 TO PAST-DUE-CUSTOMER-COUNT.
           EVALUATE TRUE
             WHEN CUSTOMER-OLDEST-AGE NOT > 60
               MOVE 1 TO AGING-TIER
             WHEN CUSTOMER-OLDEST-AGE NOT > 90
               MOVE 2 TO AGING-TIER
             WHEN OTHER
               MOVE 3 TO AGING-TIER
           END-EVALUATE.
           PERFORM 410-LOOKUP-ADDRESS-RECORD.
           PERFORM 415-LOOKUP-CREDIT-RECORD.
           PERFORM 420-LOCATE-DUNNING-ENTRY.
           MOVE ZERO TO DAYS-SINCE-LETTER.
           IF DUNNING-LOCATED
               MOVE "Y" TO DT-CARRY-SWITCH (LOCATED-ENTRY)
               COMPUTE LETTER-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (DT-LAST-LETTER-DATE (LOCATED-ENTRY))
               COMPUTE DAYS-SINCE-LETTER =
                   TODAY-DATE-INTEGER - LETTER-DATE-INTEGER
           END-IF.
           EVALUATE TRUE
             WHEN NOT ADDRESS-FOUND AND CUSTOMER-ON-HOLD
               MOVE "NO ADDRESS ON FILE - CREDIT HOLD"
                   TO EXCEPTION-REASON
               PERFORM 450-PRINT-EXCEPTION-LINE
             WHEN NOT ADDRESS-FOUND
               MOVE "NO ADDRESS ON FILE" TO EXCEPTION-REASON
               PERFORM 450-PRINT-EXCEPTION-LINE
             WHEN CUSTOMER-ON-HOLD
               MOVE "CUSTOMER ON CREDIT HOLD" TO EXCEPTION-REASON
               PERFORM 450-PRINT-EXCEPTION-LINE
             WHEN DUNNING-LOCATED AND
                     DAYS-SINCE-LETTER < REPEAT-DAYS AND
                     AGING-TIER NOT > DT-LAST-TIER (LOCATED-ENTRY)
               ADD 1 TO HELD-CUSTOMER-COUNT
             WHEN OTHER
               PERFORM 430-SELECT-LETTER-TIER
               PERFORM 500-PRINT-DUNNING-LETTER
               PERFORM 440-UPDATE-DUNNING-ENTRY
           END-EVALUATE.
           MOVE ZERO TO CUSTOMER-PAST-DUE.
           MOVE ZERO TO CUSTOMER-OLDEST-AGE.
           MOVE ZERO TO LETTER-ITEM-COUNT.
           MOVE ZERO TO EXTRA-ITEM-COUNT.
           MOVE ZERO TO EXTRA-ITEM-AMOUNT.
      *
       410-LOOKUP-ADDRESS-RECORD.
      *
           MOVE "N" TO ADDRESS-FOUND-SWITCH.
           IF NOT NO-ADDRESS-FILE
               MOVE OLD-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               READ CUSTADDR
                   INVALID KEY
                       MOVE "N" TO ADDRESS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO ADDRESS-FOUND-SWITCH
               END-READ
               IF CUSTADDR-STATUS NOT = "00" AND
                       CUSTADDR-STATUS NOT = "23"
                   MOVE "410-LOOKUP-ADDRESS-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CUSTADDR-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       415-LOOKUP-CREDIT-RECORD.
      *
           MOVE "N" TO CUSTOMER-HOLD-FLAG.
           IF NOT NO-CREDIT-FILE
               MOVE OLD-CUSTOMER-NUMBER TO CR-CUSTOMER-NUMBER
               READ CREDMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-HOLD-FLAG
                   NOT INVALID KEY
                       MOVE CR-HOLD-FLAG TO CUSTOMER-HOLD-FLAG
               END-READ
               IF CREDMAST-STATUS NOT = "00" AND
                       CREDMAST-STATUS NOT = "23"
                   MOVE "415-LOOKUP-CREDIT-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CREDMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       420-LOCATE-DUNNING-ENTRY.
      *
           MOVE "N" TO DUNNING-LOCATED-SWITCH.
           PERFORM 425-CHECK-DUNNING-ENTRY
               VARYING DUNNING-INDEX FROM 1 BY 1
               UNTIL DUNNING-INDEX > DUNNING-COUNT
                  OR DUNNING-LOCATED.
      *
       425-CHECK-DUNNING-ENTRY.
      *
           IF DT-CUSTOMER-NUMBER (DUNNING-INDEX) = OLD-CUSTOMER-NUMBER
               SET DUNNING-LOCATED TO TRUE
               MOVE DUNNING-INDEX TO LOCATED-ENTRY
           END-IF.
      *
       430-SELECT-LETTER-TIER.
      *
           MOVE AGING-TIER TO LETTER-TIER.
           IF DUNNING-LOCATED
               IF DT-LAST-TIER (LOCATED-ENTRY) NOT < LETTER-TIER
                   IF DT-LAST-TIER (LOCATED-ENTRY) < 3
                       COMPUTE LETTER-TIER =
                           DT-LAST-TIER (LOCATED-ENTRY) + 1
                   ELSE
                       MOVE 3 TO LETTER-TIER
                   END-IF
               END-IF
           END-IF.
      *
       440-UPDATE-DUNNING-ENTRY.
      *
           IF NOT DUNNING-LOCATED
               IF DUNNING-COUNT < DUNNING-TABLE-MAX
                   ADD 1 TO DUNNING-COUNT
                   MOVE DUNNING-COUNT TO LOCATED-ENTRY
                   MOVE OLD-CUSTOMER-NUMBER
                       TO DT-CUSTOMER-NUMBER (LOCATED-ENTRY)
                   MOVE ZERO TO DT-LETTER-COUNT (LOCATED-ENTRY)
                   MOVE "Y" TO DT-CARRY-SWITCH (LOCATED-ENTRY)
                   SET DUNNING-LOCATED TO TRUE
               ELSE
                   MOVE "440-UPDATE-DUNNING-ENTRY TABLE FULL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE "99" TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF DUNNING-LOCATED
               MOVE LETTER-TIER TO DT-LAST-TIER (LOCATED-ENTRY)
               MOVE RUN-START-DATE
                   TO DT-LAST-LETTER-DATE (LOCATED-ENTRY)
               MOVE CUSTOMER-PAST-DUE
                   TO DT-PAST-DUE-AMOUNT (LOCATED-ENTRY)
               IF DT-LETTER-COUNT (LOCATED-ENTRY) < 999
                   ADD 1 TO DT-LETTER-COUNT (LOCATED-ENTRY)
               END-IF
           END-IF.
      *
       450-PRINT-EXCEPTION-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE OLD-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE OLD-CUSTOMER-NAME   TO EL-CUSTOMER-NAME.
           MOVE OLD-BRANCH-NUMBER   TO EL-BRANCH-NUMBER.
           MOVE CUSTOMER-PAST-DUE   TO EL-PAST-DUE-AMOUNT.
           MOVE CUSTOMER-OLDEST-AGE TO EL-OLDEST-AGE.
           MOVE AGING-TIER          TO EL-AGING-TIER.
           MOVE EXCEPTION-REASON    TO EL-REASON.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO EXCEPTION-COUNT.
      *
       500-PRINT-DUNNING-LETTER.
      *
           MOVE LETTER-DATE-LINE TO LETTER-PRINT-AREA.
           PERFORM 660-WRITE-LETTER-TOP-LINE.
           MOVE OLD-CUSTOMER-NAME TO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA.
           MOVE 4 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           PERFORM 510-PRINT-ADDRESS-BLOCK.
           MOVE OLD-CUSTOMER-NUMBER TO LRL-CUSTOMER-NUMBER.
           MOVE TIER-TITLE (LETTER-TIER) TO LRL-TIER-TITLE.
           MOVE LETTER-REFERENCE-LINE TO LETTER-PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           MOVE SPACE TO LTL-TEXT.
           IF CA-CONTACT-NAME = SPACE
               MOVE "DEAR CUSTOMER:" TO LTL-TEXT
           ELSE
               STRING "DEAR "          DELIMITED BY SIZE
                      CA-CONTACT-NAME  DELIMITED BY "  "
                      ":"              DELIMITED BY SIZE
                   INTO LTL-TEXT
           END-IF.
           MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 520-PRINT-WORDING-LINE
               VARYING WORDING-SUB FROM 1 BY 1
               UNTIL WORDING-SUB > 5.
           MOVE LETTER-ITEM-HEADING-LINE TO LETTER-PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 530-PRINT-LETTER-ITEM-LINE
               VARYING LETTER-ITEM-INDEX FROM 1 BY 1
               UNTIL LETTER-ITEM-INDEX > LETTER-ITEM-COUNT.
           IF EXTRA-ITEM-COUNT > ZERO
               MOVE EXTRA-ITEM-COUNT  TO LEL-ITEM-COUNT
               MOVE EXTRA-ITEM-AMOUNT TO LEL-ITEM-AMOUNT
               MOVE LETTER-EXTRA-LINE TO LETTER-PRINT-AREA
               PERFORM 670-WRITE-LETTER-LINE
           END-IF.
           MOVE CUSTOMER-PAST-DUE TO LTL-PAST-DUE-TOTAL.
           MOVE LETTER-TOTAL-LINE TO LETTER-PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           MOVE "SINCERELY," TO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           MOVE "CREDIT DEPARTMENT" TO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           ADD 1 TO LETTER-PRINT-COUNT.
           ADD 1 TO TIER-LETTER-COUNT (LETTER-TIER).
           ADD CUSTOMER-PAST-DUE TO TIER-LETTER-AMOUNT (LETTER-TIER).
      *
       510-PRINT-ADDRESS-BLOCK.
      *
           IF CA-CONTACT-NAME NOT = SPACE
               MOVE SPACE TO LTL-TEXT
               STRING "ATTN: "         DELIMITED BY SIZE
                      CA-CONTACT-NAME  DELIMITED BY SIZE
                   INTO LTL-TEXT
               MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA
               MOVE 1 TO SPACE-CONTROL
               PERFORM 670-WRITE-LETTER-LINE
           END-IF.
           MOVE CA-ADDRESS-LINE-1 TO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
           IF CA-ADDRESS-LINE-2 NOT = SPACE
               MOVE CA-ADDRESS-LINE-2 TO LTL-TEXT
               MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA
               MOVE 1 TO SPACE-CONTROL
               PERFORM 670-WRITE-LETTER-LINE
           END-IF.
           MOVE SPACE TO LTL-TEXT.
           STRING CA-CITY          DELIMITED BY "  "
                  ", "             DELIMITED BY SIZE
                  CA-STATE         DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  CA-ZIP-CODE      DELIMITED BY SIZE
               INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 670-WRITE-LETTER-LINE.
      *
       520-PRINT-WORDING-LINE.
      *
           MOVE WORDING-LINE (LETTER-TIER WORDING-SUB) TO LTL-TEXT.
           IF LTL-TEXT NOT = SPACE
               MOVE LETTER-TEXT-LINE TO LETTER-PRINT-AREA
               PERFORM 670-WRITE-LETTER-LINE
               MOVE 1 TO SPACE-CONTROL
           END-IF.
      *
       530-PRINT-LETTER-ITEM-LINE.
      *
           MOVE LI-INVOICE-NUMBER (LETTER-ITEM-INDEX)
               TO LIL-INVOICE-NUMBER.
           MOVE LI-INVOICE-DATE (LETTER-ITEM-INDEX) (5:2)
               TO LIL-INVOICE-MONTH.
           MOVE LI-INVOICE-DATE (LETTER-ITEM-INDEX) (7:2)
               TO LIL-INVOICE-DAY.
           MOVE LI-INVOICE-DATE (LETTER-ITEM-INDEX) (1:4)
               TO LIL-INVOICE-YEAR.
           MOVE LI-AGE-DAYS (LETTER-ITEM-INDEX)
               TO LIL-AGE-DAYS.
           MOVE LI-OPEN-BALANCE (LETTER-ITEM-INDEX)
               TO LIL-OPEN-BALANCE.
           MOVE LETTER-ITEM-LINE TO LETTER-PRINT-AREA.
           PERFORM 670-WRITE-LETTER-LINE.
           MOVE 1 TO SPACE-CONTROL.
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
           IF DUNEXCP-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE DUNEXCP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF DUNEXCP-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE DUNEXCP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       660-WRITE-LETTER-TOP-LINE.
      *
           WRITE LETTER-PRINT-AREA AFTER ADVANCING PAGE.
           IF LETTERS-STATUS NOT = "00"
               MOVE "660-WRITE-LETTER-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE LETTERS-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       670-WRITE-LETTER-LINE.
      *
           WRITE LETTER-PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF LETTERS-STATUS NOT = "00"
               MOVE "670-WRITE-LETTER-LINE" TO ERR-PARAGRAPH-NAME
               MOVE LETTERS-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       700-WRITE-NEW-DUNNING-HISTORY.
      *
      *    ONLY CUSTOMERS STILL PAST DUE ARE CARRIED FORWARD.  ONCE A
      *    CUSTOMER IS BROUGHT CURRENT THE NEXT LETTER STARTS OVER AT
      *    THE AGING TIER.
      *
           OPEN OUTPUT NEWDUNH.
           IF NEWDUNH-STATUS NOT = "00"
               MOVE "700-WRITE-NEW-DUNNING-HISTORY OPEN NEWDUNH"
                   TO ERR-PARAGRAPH-NAME
               MOVE NEWDUNH-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM 710-WRITE-DUNNING-RECORD
                   VARYING DUNNING-INDEX FROM 1 BY 1
                   UNTIL DUNNING-INDEX > DUNNING-COUNT
               CLOSE NEWDUNH
               IF NEWDUNH-STATUS NOT = "00"
                   MOVE "700-WRITE-NEW-DUNNING-HISTORY CLOSE NEWDUNH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE NEWDUNH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       710-WRITE-DUNNING-RECORD.
      *
           IF DT-CARRY-FORWARD (DUNNING-INDEX)
               MOVE DT-CUSTOMER-NUMBER (DUNNING-INDEX)
                   TO ND-CUSTOMER-NUMBER
               MOVE DT-LAST-TIER (DUNNING-INDEX)
                   TO ND-LAST-TIER
               MOVE DT-LAST-LETTER-DATE (DUNNING-INDEX)
                   TO ND-LAST-LETTER-DATE
               MOVE DT-LETTER-COUNT (DUNNING-INDEX)
                   TO ND-LETTER-COUNT
               MOVE DT-PAST-DUE-AMOUNT (DUNNING-INDEX)
                   TO ND-PAST-DUE-AMOUNT
               WRITE NEW-DUNNING-HISTORY-RECORD
               IF NEWDUNH-STATUS NOT = "00"
                   MOVE "710-WRITE-DUNNING-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE NEWDUNH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               ELSE
                   ADD 1 TO HISTORY-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       800-PRINT-RUN-TOTALS.
      *
           IF EXCEPTION-COUNT = ZERO
               PERFORM 630-PRINT-HEADING-LINES
               MOVE NO-EXCEPTION-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE - 14
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE TOTAL-HEADING-LINE TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE REPEAT-DAYS-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE ZERO TO TCL-AMOUNT.
           MOVE "CUSTOMERS PAST DUE:" TO TCL-LABEL.
           MOVE PAST-DUE-CUSTOMER-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 810-PRINT-TIER-TOTAL-LINE
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           MOVE ZERO TO TCL-AMOUNT.
           MOVE "HELD - WITHIN REPEAT PERIOD:" TO TCL-LABEL.
           MOVE HELD-CUSTOMER-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "EXCEPTIONS LISTED:" TO TCL-LABEL.
           MOVE EXCEPTION-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           COMPUTE BCL-CHECK-COUNT = LETTER-PRINT-COUNT
               + HELD-CUSTOMER-COUNT + EXCEPTION-COUNT.
           IF LETTER-PRINT-COUNT + HELD-CUSTOMER-COUNT
                   + EXCEPTION-COUNT = PAST-DUE-CUSTOMER-COUNT
               MOVE "IN BALANCE" TO BCL-BALANCE-MESSAGE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO BCL-BALANCE-MESSAGE
           END-IF.
           MOVE BALANCE-CHECK-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "HISTORY RECORDS READ:" TO TCL-LABEL.
           MOVE HISTORY-READ-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "HISTORY RECORDS WRITTEN:" TO TCL-LABEL.
           MOVE HISTORY-WRITTEN-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       810-PRINT-TIER-TOTAL-LINE.
      *
           MOVE SPACE TO TCL-LABEL.
           STRING TIER-TITLE (TIER-SUB)  DELIMITED BY "  "
                  " LETTERS PRINTED:"    DELIMITED BY SIZE
               INTO TCL-LABEL.
           MOVE TIER-LETTER-COUNT (TIER-SUB)  TO TCL-COUNT.
           MOVE TIER-LETTER-AMOUNT (TIER-SUB) TO TCL-AMOUNT.
           MOVE TOTAL-COUNT-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
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
               MOVE "RPT8270" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE OPEN-ITEM-RECORD-COUNT TO RA-RECORDS-READ
               MOVE LETTER-PRINT-COUNT TO RA-RECORDS-SELECTED
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
