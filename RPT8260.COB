      *Program: RPT8260
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RPT8260.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PAIDHIST ASSIGN TO "PAIDHIST.DAT"
               FILE STATUS IS PAIDHIST-STATUS.
           SELECT BRCHMAST ASSIGN TO "BRCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-NUMBER
               FILE STATUS IS BRCHMAST-STATUS.
           SELECT CNTLCARD ASSIGN TO "RPT8260.CTL"
               FILE STATUS IS CNTLCARD-STATUS.
           SELECT PAYRPT ASSIGN TO "DAYSPAY.PRN"
               FILE STATUS IS PAYRPT-STATUS.
           SELECT ERRORLOG ASSIGN TO "RPT8260.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "RPT8260.SRT".
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
           05  PH-RECEIPT-PERIOD       REDEFINES PH-FINAL-RECEIPT-DATE.
               10  PH-RECEIPT-YEAR     PIC 9(4).
               10  PH-RECEIPT-MONTH    PIC 9(2).
               10  PH-RECEIPT-DAY      PIC 9(2).
           05  PH-INVOICE-AMOUNT       PIC S9(7)V99.
           05  PH-PAID-OFF-DATE        PIC 9(8).
      *
       FD  BRCHMAST.
      *
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-NUMBER    PIC 9(2).
           05  BM-BRANCH-NAME      PIC X(18).
      *
       FD  CNTLCARD.
      *
       01  CONTROL-CARD-RECORD.
           05  CC-REPORT-YEAR-X        PIC X(4).
           05  CC-REPORT-YEAR          REDEFINES CC-REPORT-YEAR-X
                                       PIC 9(4).
           05  CC-REPORT-MONTH-X       PIC X(2).
           05  CC-REPORT-MONTH         REDEFINES CC-REPORT-MONTH-X
                                       PIC 9(2).
           05  CC-THRESHOLD-DAYS-X     PIC X(3).
           05  CC-THRESHOLD-DAYS       REDEFINES CC-THRESHOLD-DAYS-X
                                       PIC 9(3).
           05  FILLER                  PIC X(71).
      *
       FD  PAYRPT.
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
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  SW-BRANCH-NUMBER        PIC 9(2).
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-PERIOD-CODE          PIC X(1).
               88  SW-CURRENT-PERIOD           VALUE "C".
               88  SW-PRIOR-PERIOD             VALUE "P".
           05  SW-DAYS-TO-PAY          PIC S9(5).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  PAIDHIST-STATUS     PIC XX      VALUE "00".
           05  BRCHMAST-STATUS     PIC XX      VALUE "00".
           05  CNTLCARD-STATUS     PIC XX      VALUE "00".
           05  PAYRPT-STATUS       PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  HISTORY-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  CURRENT-ITEM-COUNT      PIC 9(7)    VALUE ZERO.
           05  PRIOR-ITEM-COUNT        PIC 9(7)    VALUE ZERO.
           05  CUSTOMER-PRINTED-COUNT  PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  PAIDHIST-EOF-SWITCH     PIC X   VALUE "N".
               88  PAIDHIST-EOF                VALUE "Y".
           05  NO-HISTORY-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-HISTORY-FILE             VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X   VALUE "N".
               88  SORT-EOF                    VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
               88  FIRST-RECORD                VALUE "Y".
           05  BRANCH-FOUND-SWITCH     PIC X   VALUE "N".
               88  BRANCH-FOUND                VALUE "Y".
           05  REPORT-SECTION-SWITCH   PIC X   VALUE "D".
               88  DETAIL-SECTION              VALUE "D".
               88  EXCEPTION-SECTION           VALUE "E".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  PERIOD-FIELDS.
           05  REPORT-YEAR             PIC 9(4).
           05  REPORT-MONTH            PIC 9(2).
           05  PRIOR-YEAR              PIC 9(4).
           05  PRIOR-MONTH             PIC 9(2).
           05  THRESHOLD-DAYS          PIC 9(3)    VALUE 5.
      *
       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).
           05  OLD-CUSTOMER-NAME       PIC X(20).
      *
       01  DAYS-FIELDS.
           05  INVOICE-DATE-INTEGER    PIC S9(7)   COMP.
           05  RECEIPT-DATE-INTEGER    PIC S9(7)   COMP.
           05  DAYS-TO-PAY             PIC S9(5)   COMP.
      *
       01  CUSTOMER-TOTAL-FIELDS.
           05  CUSTOMER-CURRENT-COUNT  PIC S9(5)       VALUE ZERO.
           05  CUSTOMER-CURRENT-DAYS   PIC S9(9)       VALUE ZERO.
           05  CUSTOMER-WORST-DAYS     PIC S9(5)       VALUE ZERO.
           05  CUSTOMER-PRIOR-COUNT    PIC S9(5)       VALUE ZERO.
           05  CUSTOMER-PRIOR-DAYS     PIC S9(9)       VALUE ZERO.
      *
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-CURRENT-COUNT    PIC S9(7)       VALUE ZERO.
           05  BRANCH-CURRENT-DAYS     PIC S9(9)       VALUE ZERO.
           05  BRANCH-WORST-DAYS       PIC S9(5)       VALUE ZERO.
           05  BRANCH-PRIOR-COUNT      PIC S9(7)       VALUE ZERO.
           05  BRANCH-PRIOR-DAYS       PIC S9(9)       VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS.
           05  GRAND-CURRENT-COUNT     PIC S9(7)       VALUE ZERO.
           05  GRAND-CURRENT-DAYS      PIC S9(9)       VALUE ZERO.
           05  GRAND-WORST-DAYS        PIC S9(5)       VALUE ZERO.
           05  GRAND-PRIOR-COUNT       PIC S9(7)       VALUE ZERO.
           05  GRAND-PRIOR-DAYS        PIC S9(9)       VALUE ZERO.
      *
       01  AVERAGE-FIELDS.
           05  CURRENT-AVERAGE         PIC S9(5)V9.
           05  PRIOR-AVERAGE           PIC S9(5)V9.
           05  AVERAGE-CHANGE          PIC S9(5)V9.
      *
       01  EXCEPTION-TABLE-FIELDS.
           05  EXCEPTION-TABLE-MAX PIC S9(4)   COMP VALUE +500.
           05  EXCEPTION-COUNT     PIC S9(4)   COMP VALUE ZERO.
           05  EXCEPTION-INDEX     PIC S9(4)   COMP.
           05  EXCEPTION-OVERFLOW-COUNT
                                   PIC 9(5)    VALUE ZERO.
           05  EXCEPTION-ENTRY OCCURS 500 TIMES.
               10  EX-BRANCH-NUMBER        PIC 9(2).
               10  EX-CUSTOMER-NUMBER      PIC 9(5).
               10  EX-CUSTOMER-NAME        PIC X(20).
               10  EX-PRIOR-AVERAGE        PIC S9(5)V9.
               10  EX-CURRENT-AVERAGE      PIC S9(5)V9.
               10  EX-AVERAGE-CHANGE       PIC S9(5)V9.
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
           05  FILLER          PIC X(20)   VALUE "CUSTOMER DAYS-TO-PAY".
           05  FILLER          PIC X(20)   VALUE " ANALYSIS BY BRANCH ".
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
           05  FILLER          PIC X(10)   VALUE "RPT8260".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  PERIOD-LINE.
           05  FILLER          PIC X(10)   VALUE " PERIOD:  ".
           05  PL-REPORT-MONTH PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PL-REPORT-YEAR  PIC 9(4).
           05  FILLER          PIC X(18)   VALUE "   PRIOR PERIOD:  ".
           05  PL-PRIOR-MONTH  PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PL-PRIOR-YEAR   PIC 9(4).
           05  FILLER          PIC X(25)   VALUE
               "   EXCEPTION THRESHOLD:  ".
           05  PL-THRESHOLD    PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE " DAYS".
           05  FILLER          PIC X(57)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(30)   VALUE SPACE.
           05  FILLER      PIC X(30)   VALUE
               "   ------ CURRENT PERIOD -----".
           05  FILLER      PIC X(20)   VALUE "  -- PRIOR PERIOD --".
           05  FILLER      PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(30)   VALUE " CUST   CUSTOMER NAME".
           05  FILLER      PIC X(10)   VALUE "  PAID    ".
           05  FILLER      PIC X(10)   VALUE "   AVG    ".
           05  FILLER      PIC X(10)   VALUE "WORST     ".
           05  FILLER      PIC X(10)   VALUE "  PAID    ".
           05  FILLER      PIC X(10)   VALUE "   AVG    ".
           05  FILLER      PIC X(10)   VALUE "CHANGE    ".
           05  FILLER      PIC X(42)   VALUE SPACE.
      *
       01  BRANCH-HEADING-LINE.
           05  FILLER               PIC X(8)       VALUE " BRANCH ".
           05  BHL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BHL-BRANCH-NAME      PIC X(18).
           05  FILLER               PIC X(102)     VALUE SPACE.
      *
       01  CUSTOMER-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-PAID-COUNT        PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CL-AVERAGE-DAYS      PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CL-WORST-DAYS        PIC ZZZZ9.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  CL-PRIOR-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CL-PRIOR-AVERAGE     PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CL-AVERAGE-CHANGE    PIC ZZZ9.9-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  CL-NOTE              PIC X(10).
           05  FILLER               PIC X(32)      VALUE SPACE.
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE "BRANCH TOTAL".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-PAID-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BTL-AVERAGE-DAYS     PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BTL-WORST-DAYS       PIC ZZZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BTL-PRIOR-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BTL-PRIOR-AVERAGE    PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BTL-AVERAGE-CHANGE   PIC ZZZ9.9-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "*".
           05  FILLER               PIC X(32)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE "GRAND TOTAL".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-PAID-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  GTL-AVERAGE-DAYS     PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  GTL-WORST-DAYS       PIC ZZZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  GTL-PRIOR-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  GTL-PRIOR-AVERAGE    PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  GTL-AVERAGE-CHANGE   PIC ZZZ9.9-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "**".
           05  FILLER               PIC X(32)      VALUE SPACE.
      *
       01  EXCEPTION-TITLE-LINE.
           05  FILLER               PIC X(37)      VALUE
               " CUSTOMERS WHOSE AVERAGE DAYS-TO-PAY ".
           05  FILLER               PIC X(22)      VALUE
               "WORSENED BY MORE THAN ".
           05  ETL-THRESHOLD        PIC ZZ9.
           05  FILLER               PIC X(5)       VALUE " DAYS".
           05  FILLER               PIC X(65)      VALUE SPACE.
      *
       01  EXCEPTION-HEADING-LINE.
           05  FILLER      PIC X(33)
                           VALUE " BR  CUST   CUSTOMER NAME".
           05  FILLER      PIC X(9)    VALUE "PRIOR AVG".
           05  FILLER      PIC X(6)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "CURR AVG".
           05  FILLER      PIC X(5)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE "CHANGE".
           05  FILLER      PIC X(65)   VALUE SPACE.
      *
       01  EXCEPTION-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  EL-BRANCH-NUMBER     PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  EL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  EL-PRIOR-AVERAGE     PIC ZZZ9.9.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  EL-CURRENT-AVERAGE   PIC ZZZ9.9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  EL-AVERAGE-CHANGE    PIC ZZZ9.9-.
           05  FILLER               PIC X(65)      VALUE SPACE.
      *
       01  NO-EXCEPTION-LINE.
           05  FILLER               PIC X(44)      VALUE
               " NO CUSTOMERS EXCEEDED THE THRESHOLD".
           05  FILLER               PIC X(88)      VALUE SPACE.
      *
       01  EXCEPTION-OVERFLOW-LINE.
           05  FILLER               PIC X(12)      VALUE " *** PLUS ".
           05  EOL-OVERFLOW-COUNT   PIC ZZ,ZZ9.
           05  FILLER               PIC X(40)      VALUE
               " MORE EXCEPTIONS NOT LISTED - TABLE FULL".
           05  FILLER               PIC X(74)      VALUE SPACE.
      *
       01  NO-ITEMS-LINE.
           05  FILLER               PIC X(44)      VALUE
               " NO PAID ITEMS FOR THE PERIOD - NOTHING TO".
           05  FILLER               PIC X(88)      VALUE " REPORT".
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-DAYS-TO-PAY-REPORT.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-PREPARE-DAYS-TO-PAY-REPORT OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN INPUT  BRCHMAST
                OUTPUT PAYRPT.
           IF BRCHMAST-STATUS NOT = "00"
               MOVE "000-PREPARE-DAYS-TO-PAY-REPORT OPEN BRCHMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF PAYRPT-STATUS NOT = "00"
               MOVE "000-PREPARE-DAYS-TO-PAY-REPORT OPEN PAYRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE PAYRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-CONTROL-CARD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH-NUMBER
                                SW-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 200-RELEASE-PAID-ITEMS
               OUTPUT PROCEDURE IS 300-SUMMARIZE-PAID-ITEMS.
           IF FIRST-RECORD
               PERFORM 630-PRINT-HEADING-LINES
               MOVE NO-ITEMS-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           ELSE
               PERFORM 600-PRINT-EXCEPTION-SECTION
           END-IF.
           CLOSE BRCHMAST
                 PAYRPT.
           IF BRCHMAST-STATUS NOT = "00"
               MOVE "000-PREPARE-DAYS-TO-PAY-REPORT CLOSE BRCHMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF PAYRPT-STATUS NOT = "00"
               MOVE "000-PREPARE-DAYS-TO-PAY-REPORT CLOSE PAYRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE PAYRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-PREPARE-DAYS-TO-PAY-REPORT CLOSE ERRORLOG "
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
       120-READ-CONTROL-CARD.
      *
      *    THE CONTROL CARD CARRIES THE REPORT YEAR AND MONTH IN
      *    COLUMNS 1-6 AND THE EXCEPTION THRESHOLD IN DAYS IN COLUMNS
      *    7-9.  WITHOUT A CARD THE REPORT COVERS LAST MONTH AND THE
      *    THRESHOLD IS 5 DAYS.
      *
           IF CD-MONTH = 1
               COMPUTE REPORT-YEAR = CD-YEAR - 1
               MOVE 12 TO REPORT-MONTH
           ELSE
               MOVE CD-YEAR TO REPORT-YEAR
               COMPUTE REPORT-MONTH = CD-MONTH - 1
           END-IF.
           OPEN INPUT CNTLCARD.
           IF CNTLCARD-STATUS = "00"
               READ CNTLCARD
                   AT END
                       CONTINUE
               END-READ
               IF CNTLCARD-STATUS = "00"
                   IF CC-REPORT-YEAR-X NUMERIC
                           AND CC-REPORT-MONTH-X NUMERIC
                       IF CC-REPORT-MONTH > ZERO
                               AND CC-REPORT-MONTH < 13
                           MOVE CC-REPORT-YEAR  TO REPORT-YEAR
                           MOVE CC-REPORT-MONTH TO REPORT-MONTH
                       END-IF
                   END-IF
                   IF CC-THRESHOLD-DAYS-X NUMERIC
                       MOVE CC-THRESHOLD-DAYS TO THRESHOLD-DAYS
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
           IF REPORT-MONTH = 1
               COMPUTE PRIOR-YEAR = REPORT-YEAR - 1
               MOVE 12 TO PRIOR-MONTH
           ELSE
               MOVE REPORT-YEAR TO PRIOR-YEAR
               COMPUTE PRIOR-MONTH = REPORT-MONTH - 1
           END-IF.
           MOVE REPORT-MONTH   TO PL-REPORT-MONTH.
           MOVE REPORT-YEAR    TO PL-REPORT-YEAR.
           MOVE PRIOR-MONTH    TO PL-PRIOR-MONTH.
           MOVE PRIOR-YEAR     TO PL-PRIOR-YEAR.
           MOVE THRESHOLD-DAYS TO PL-THRESHOLD.
           MOVE THRESHOLD-DAYS TO ETL-THRESHOLD.
      *
       200-RELEASE-PAID-ITEMS.
      *
           OPEN INPUT PAIDHIST.
           IF PAIDHIST-STATUS = "35"
               SET NO-HISTORY-FILE TO TRUE
               SET PAIDHIST-EOF TO TRUE
           ELSE
               IF PAIDHIST-STATUS NOT = "00"
                   MOVE "200-RELEASE-PAID-ITEMS OPEN PAIDHIST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE PAIDHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET PAIDHIST-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 210-READ-AND-RELEASE-ITEM
               UNTIL PAIDHIST-EOF.
           IF NOT NO-HISTORY-FILE
               CLOSE PAIDHIST
               IF PAIDHIST-STATUS NOT = "00"
                   MOVE "200-RELEASE-PAID-ITEMS CLOSE PAIDHIST"
                       TO ERR-PARAGRAPH-NAME
                   MOVE PAIDHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       210-READ-AND-RELEASE-ITEM.
      *
           READ PAIDHIST
               AT END
                   SET PAIDHIST-EOF TO TRUE.
           IF PAIDHIST-STATUS = "00"
               ADD 1 TO HISTORY-RECORD-COUNT
               IF PH-TRANSACTION-CODE NOT = "C"
                   MOVE SPACE TO SW-PERIOD-CODE
                   IF PH-RECEIPT-YEAR = REPORT-YEAR
                           AND PH-RECEIPT-MONTH = REPORT-MONTH
                       MOVE "C" TO SW-PERIOD-CODE
                       ADD 1 TO CURRENT-ITEM-COUNT
                   END-IF
                   IF PH-RECEIPT-YEAR = PRIOR-YEAR
                           AND PH-RECEIPT-MONTH = PRIOR-MONTH
                       MOVE "P" TO SW-PERIOD-CODE
                       ADD 1 TO PRIOR-ITEM-COUNT
                   END-IF
                   IF SW-PERIOD-CODE NOT = SPACE
                       PERFORM 220-RELEASE-PAID-ITEM
                   END-IF
               END-IF
           ELSE
               IF PAIDHIST-STATUS NOT = "10"
                   MOVE "210-READ-AND-RELEASE-ITEM"
                       TO ERR-PARAGRAPH-NAME
                   MOVE PAIDHIST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET PAIDHIST-EOF TO TRUE
               END-IF
           END-IF.
      *
       220-RELEASE-PAID-ITEM.
      *
           COMPUTE INVOICE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PH-INVOICE-DATE).
           COMPUTE RECEIPT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PH-FINAL-RECEIPT-DATE).
           COMPUTE DAYS-TO-PAY =
               RECEIPT-DATE-INTEGER - INVOICE-DATE-INTEGER.
           IF DAYS-TO-PAY < ZERO
               MOVE ZERO TO DAYS-TO-PAY
           END-IF.
           MOVE PH-BRANCH-NUMBER   TO SW-BRANCH-NUMBER.
           MOVE PH-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER.
           MOVE PH-CUSTOMER-NAME   TO SW-CUSTOMER-NAME.
           MOVE DAYS-TO-PAY        TO SW-DAYS-TO-PAY.
           RELEASE SORT-RECORD.
      *
       300-SUMMARIZE-PAID-ITEMS.
      *
           PERFORM 310-RETURN-SORT-RECORD.
           PERFORM 320-PROCESS-SORTED-ITEM
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 400-PRINT-CUSTOMER-LINE
               PERFORM 420-PRINT-BRANCH-TOTAL-LINE
               PERFORM 500-PRINT-GRAND-TOTAL-LINE
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
               MOVE SW-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
               MOVE SW-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
               MOVE SW-CUSTOMER-NAME   TO OLD-CUSTOMER-NAME
               PERFORM 340-PRINT-BRANCH-HEADING
           ELSE
               IF SW-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                   PERFORM 400-PRINT-CUSTOMER-LINE
                   PERFORM 420-PRINT-BRANCH-TOTAL-LINE
                   MOVE SW-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                   MOVE SW-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   MOVE SW-CUSTOMER-NAME   TO OLD-CUSTOMER-NAME
                   PERFORM 340-PRINT-BRANCH-HEADING
               ELSE
                   IF SW-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                       PERFORM 400-PRINT-CUSTOMER-LINE
                       MOVE SW-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                       MOVE SW-CUSTOMER-NAME   TO OLD-CUSTOMER-NAME
                   END-IF
               END-IF
           END-IF.
           PERFORM 330-ACCUMULATE-PAID-ITEM.
           PERFORM 310-RETURN-SORT-RECORD.
      *
       330-ACCUMULATE-PAID-ITEM.
      *
           IF SW-CURRENT-PERIOD
               ADD 1 TO CUSTOMER-CURRENT-COUNT
               ADD SW-DAYS-TO-PAY TO CUSTOMER-CURRENT-DAYS
               IF SW-DAYS-TO-PAY > CUSTOMER-WORST-DAYS
                   MOVE SW-DAYS-TO-PAY TO CUSTOMER-WORST-DAYS
               END-IF
           ELSE
               ADD 1 TO CUSTOMER-PRIOR-COUNT
               ADD SW-DAYS-TO-PAY TO CUSTOMER-PRIOR-DAYS
           END-IF.
      *
       340-PRINT-BRANCH-HEADING.
      *
           MOVE OLD-BRANCH-NUMBER TO BM-BRANCH-NUMBER.
           READ BRCHMAST
               INVALID KEY
                   MOVE "N" TO BRANCH-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO BRANCH-FOUND-SWITCH
           END-READ.
           IF BRCHMAST-STATUS NOT = "00" AND BRCHMAST-STATUS NOT = "23"
               MOVE "340-PRINT-BRANCH-HEADING" TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE OLD-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.
           IF BRANCH-FOUND
               MOVE BM-BRANCH-NAME TO BHL-BRANCH-NAME
           ELSE
               MOVE "NO BRANCH RECORD" TO BHL-BRANCH-NAME
           END-IF.
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       400-PRINT-CUSTOMER-LINE.
      *
           MOVE ZERO TO CURRENT-AVERAGE.
           MOVE ZERO TO PRIOR-AVERAGE.
           MOVE ZERO TO AVERAGE-CHANGE.
           MOVE SPACE TO CL-NOTE.
           IF CUSTOMER-CURRENT-COUNT > ZERO
               COMPUTE CURRENT-AVERAGE ROUNDED =
                   CUSTOMER-CURRENT-DAYS / CUSTOMER-CURRENT-COUNT
           END-IF.
           IF CUSTOMER-PRIOR-COUNT > ZERO
               COMPUTE PRIOR-AVERAGE ROUNDED =
                   CUSTOMER-PRIOR-DAYS / CUSTOMER-PRIOR-COUNT
           END-IF.
           IF CUSTOMER-CURRENT-COUNT > ZERO
                   AND CUSTOMER-PRIOR-COUNT > ZERO
               COMPUTE AVERAGE-CHANGE =
                   CURRENT-AVERAGE - PRIOR-AVERAGE
               IF AVERAGE-CHANGE > THRESHOLD-DAYS
                   MOVE "*SLOWER" TO CL-NOTE
                   PERFORM 410-STORE-EXCEPTION-ENTRY
               END-IF
           ELSE
               IF CUSTOMER-CURRENT-COUNT = ZERO
                   MOVE "NONE PAID" TO CL-NOTE
               ELSE
                   MOVE "NEW" TO CL-NOTE
               END-IF
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE OLD-CUSTOMER-NUMBER    TO CL-CUSTOMER-NUMBER.
           MOVE OLD-CUSTOMER-NAME      TO CL-CUSTOMER-NAME.
           MOVE CUSTOMER-CURRENT-COUNT TO CL-PAID-COUNT.
           MOVE CURRENT-AVERAGE        TO CL-AVERAGE-DAYS.
           MOVE CUSTOMER-WORST-DAYS    TO CL-WORST-DAYS.
           MOVE CUSTOMER-PRIOR-COUNT   TO CL-PRIOR-COUNT.
           MOVE PRIOR-AVERAGE          TO CL-PRIOR-AVERAGE.
           MOVE AVERAGE-CHANGE         TO CL-AVERAGE-CHANGE.
           MOVE CUSTOMER-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO CUSTOMER-PRINTED-COUNT.
           ADD CUSTOMER-CURRENT-COUNT TO BRANCH-CURRENT-COUNT.
           ADD CUSTOMER-CURRENT-DAYS  TO BRANCH-CURRENT-DAYS.
           ADD CUSTOMER-PRIOR-COUNT   TO BRANCH-PRIOR-COUNT.
           ADD CUSTOMER-PRIOR-DAYS    TO BRANCH-PRIOR-DAYS.
           IF CUSTOMER-WORST-DAYS > BRANCH-WORST-DAYS
               MOVE CUSTOMER-WORST-DAYS TO BRANCH-WORST-DAYS
           END-IF.
           MOVE ZERO TO CUSTOMER-CURRENT-COUNT.
           MOVE ZERO TO CUSTOMER-CURRENT-DAYS.
           MOVE ZERO TO CUSTOMER-WORST-DAYS.
           MOVE ZERO TO CUSTOMER-PRIOR-COUNT.
           MOVE ZERO TO CUSTOMER-PRIOR-DAYS.
      *
       410-STORE-EXCEPTION-ENTRY.
      *
           IF EXCEPTION-COUNT < EXCEPTION-TABLE-MAX
               ADD 1 TO EXCEPTION-COUNT
               MOVE OLD-BRANCH-NUMBER
                   TO EX-BRANCH-NUMBER (EXCEPTION-COUNT)
               MOVE OLD-CUSTOMER-NUMBER
                   TO EX-CUSTOMER-NUMBER (EXCEPTION-COUNT)
               MOVE OLD-CUSTOMER-NAME
                   TO EX-CUSTOMER-NAME (EXCEPTION-COUNT)
               MOVE PRIOR-AVERAGE
                   TO EX-PRIOR-AVERAGE (EXCEPTION-COUNT)
               MOVE CURRENT-AVERAGE
                   TO EX-CURRENT-AVERAGE (EXCEPTION-COUNT)
               MOVE AVERAGE-CHANGE
                   TO EX-AVERAGE-CHANGE (EXCEPTION-COUNT)
           ELSE
               ADD 1 TO EXCEPTION-OVERFLOW-COUNT
           END-IF.
      *
       420-PRINT-BRANCH-TOTAL-LINE.
      *
           MOVE ZERO TO CURRENT-AVERAGE.
           MOVE ZERO TO PRIOR-AVERAGE.
           MOVE ZERO TO AVERAGE-CHANGE.
           IF BRANCH-CURRENT-COUNT > ZERO
               COMPUTE CURRENT-AVERAGE ROUNDED =
                   BRANCH-CURRENT-DAYS / BRANCH-CURRENT-COUNT
           END-IF.
           IF BRANCH-PRIOR-COUNT > ZERO
               COMPUTE PRIOR-AVERAGE ROUNDED =
                   BRANCH-PRIOR-DAYS / BRANCH-PRIOR-COUNT
           END-IF.
           IF BRANCH-CURRENT-COUNT > ZERO
                   AND BRANCH-PRIOR-COUNT > ZERO
               COMPUTE AVERAGE-CHANGE =
                   CURRENT-AVERAGE - PRIOR-AVERAGE
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE BRANCH-CURRENT-COUNT TO BTL-PAID-COUNT.
           MOVE CURRENT-AVERAGE      TO BTL-AVERAGE-DAYS.
           MOVE BRANCH-WORST-DAYS    TO BTL-WORST-DAYS.
           MOVE BRANCH-PRIOR-COUNT   TO BTL-PRIOR-COUNT.
           MOVE PRIOR-AVERAGE        TO BTL-PRIOR-AVERAGE.
           MOVE AVERAGE-CHANGE       TO BTL-AVERAGE-CHANGE.
           MOVE BRANCH-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           ADD BRANCH-CURRENT-COUNT TO GRAND-CURRENT-COUNT.
           ADD BRANCH-CURRENT-DAYS  TO GRAND-CURRENT-DAYS.
           ADD BRANCH-PRIOR-COUNT   TO GRAND-PRIOR-COUNT.
           ADD BRANCH-PRIOR-DAYS    TO GRAND-PRIOR-DAYS.
           IF BRANCH-WORST-DAYS > GRAND-WORST-DAYS
               MOVE BRANCH-WORST-DAYS TO GRAND-WORST-DAYS
           END-IF.
           MOVE ZERO TO BRANCH-CURRENT-COUNT.
           MOVE ZERO TO BRANCH-CURRENT-DAYS.
           MOVE ZERO TO BRANCH-WORST-DAYS.
           MOVE ZERO TO BRANCH-PRIOR-COUNT.
           MOVE ZERO TO BRANCH-PRIOR-DAYS.
      *
       500-PRINT-GRAND-TOTAL-LINE.
      *
           MOVE ZERO TO CURRENT-AVERAGE.
           MOVE ZERO TO PRIOR-AVERAGE.
           MOVE ZERO TO AVERAGE-CHANGE.
           IF GRAND-CURRENT-COUNT > ZERO
               COMPUTE CURRENT-AVERAGE ROUNDED =
                   GRAND-CURRENT-DAYS / GRAND-CURRENT-COUNT
           END-IF.
           IF GRAND-PRIOR-COUNT > ZERO
               COMPUTE PRIOR-AVERAGE ROUNDED =
                   GRAND-PRIOR-DAYS / GRAND-PRIOR-COUNT
           END-IF.
           IF GRAND-CURRENT-COUNT > ZERO
                   AND GRAND-PRIOR-COUNT > ZERO
               COMPUTE AVERAGE-CHANGE =
                   CURRENT-AVERAGE - PRIOR-AVERAGE
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE GRAND-CURRENT-COUNT TO GTL-PAID-COUNT.
           MOVE CURRENT-AVERAGE     TO GTL-AVERAGE-DAYS.
           MOVE GRAND-WORST-DAYS    TO GTL-WORST-DAYS.
           MOVE GRAND-PRIOR-COUNT   TO GTL-PRIOR-COUNT.
           MOVE PRIOR-AVERAGE       TO GTL-PRIOR-AVERAGE.
           MOVE AVERAGE-CHANGE      TO GTL-AVERAGE-CHANGE.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       600-PRINT-EXCEPTION-SECTION.
      *
           SET EXCEPTION-SECTION TO TRUE.
           PERFORM 630-PRINT-HEADING-LINES.
           IF EXCEPTION-COUNT = ZERO
               MOVE NO-EXCEPTION-LINE TO PRINT-AREA
               PERFORM 650-WRITE-REPORT-LINE
           ELSE
               PERFORM 610-PRINT-EXCEPTION-LINE
                   VARYING EXCEPTION-INDEX FROM 1 BY 1
                   UNTIL EXCEPTION-INDEX > EXCEPTION-COUNT
           END-IF.
           IF EXCEPTION-OVERFLOW-COUNT > ZERO
               MOVE EXCEPTION-OVERFLOW-COUNT TO EOL-OVERFLOW-COUNT
               MOVE EXCEPTION-OVERFLOW-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
      *
       610-PRINT-EXCEPTION-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE EX-BRANCH-NUMBER (EXCEPTION-INDEX)
               TO EL-BRANCH-NUMBER.
           MOVE EX-CUSTOMER-NUMBER (EXCEPTION-INDEX)
               TO EL-CUSTOMER-NUMBER.
           MOVE EX-CUSTOMER-NAME (EXCEPTION-INDEX)
               TO EL-CUSTOMER-NAME.
           MOVE EX-PRIOR-AVERAGE (EXCEPTION-INDEX)
               TO EL-PRIOR-AVERAGE.
           MOVE EX-CURRENT-AVERAGE (EXCEPTION-INDEX)
               TO EL-CURRENT-AVERAGE.
           MOVE EX-AVERAGE-CHANGE (EXCEPTION-INDEX)
               TO EL-AVERAGE-CHANGE.
           MOVE EXCEPTION-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
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
           MOVE PERIOD-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           IF DETAIL-SECTION
               MOVE HEADING-LINE-3 TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
               MOVE HEADING-LINE-4 TO PRINT-AREA
               MOVE 1 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           ELSE
               MOVE EXCEPTION-TITLE-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
               MOVE EXCEPTION-HEADING-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
           MOVE 2 TO SPACE-CONTROL.
      *
       640-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF PAYRPT-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE PAYRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF PAYRPT-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE PAYRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME   TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS      TO ELR-FILE-STATUS.
           MOVE HISTORY-RECORD-COUNT TO ELR-RECORD-COUNT.
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
               MOVE "RPT8260" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE HISTORY-RECORD-COUNT TO RA-RECORDS-READ
               MOVE CURRENT-ITEM-COUNT TO RA-RECORDS-SELECTED
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
