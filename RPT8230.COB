           05  AR-ARCHIVE-DATE-R       REDEFINES AR-ARCHIVE-DATE.
               10  AR-ARCHIVE-YEAR         PIC 9(4).
               10  FILLER                  PIC 9(4).
           05  AR-MASTER-IMAGE         PIC X(47).
      *
       FD  CUSTMAST.
      *
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  CNTLCARD.
      *
               10  AC-SALESREP-NUMBER      PIC 9(2).
               10  AC-CUSTOMER-NUMBER      PIC 9(5).
               10  AC-CUSTOMER-NAME        PIC X(20).
               10  AC-SALES-THIS-YTD       PIC S9(7)V9(2).
               10  AC-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       01  YEAR-TABLE-FIELDS.
           05  YEAR-TABLE-MAX      PIC S9(4)   COMP VALUE +10.
               10  CU-YEAR-ENTRY       OCCURS 3 TIMES.
                   15  CU-YEAR-PRESENT         PIC X(1).
                       88  CU-YEAR-ON-FILE             VALUE "Y".
                   15  CU-SALES-YTD            PIC S9(7)V99.
      *
       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 99.
      *
       01  TOTAL-FIELDS.
           05  BRANCH-TOTAL-THIS-YTD   PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-TOTAL-LAST-YTD   PIC S9(9)V99    VALUE ZERO.
           05  GRAND-TOTAL-THIS-YTD    PIC S9(9)V99    VALUE ZERO.
           05  GRAND-TOTAL-LAST-YTD    PIC S9(9)V99    VALUE ZERO.
           05  GRAND-CURRENT-YTD       PIC S9(9)V99    VALUE ZERO.
           05  RDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RDL-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RDL-SALES-LAST-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(62)      VALUE SPACE.
      *
       01  RECREATED-BRANCH-LINE.
           05  FILLER               PIC X(25)      VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE "BRANCH TOTAL".
           05  RBL-SALES-THIS-YTD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RBL-SALES-LAST-YTD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(62)      VALUE " *".
      *
       01  RECREATED-GRAND-LINE.
           05  FILLER               PIC X(25)      VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE "GRAND TOTAL".
           05  RGL-SALES-THIS-YTD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RGL-SALES-LAST-YTD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(62)      VALUE " **".
      *
       01  COMPARISON-HEADING-LINE.
           05  FILLER      PIC X(8)    VALUE " CUST   ".
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME         ".
           05  FILLER      PIC X(16)   VALUE "    CURRENT YTD ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  CHL-YEAR-1  PIC X(9).
           05  FILLER      PIC X(5)    VALUE " YTD ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  CHL-YEAR-2  PIC X(9).
           05  FILLER      PIC X(5)    VALUE " YTD ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  CHL-YEAR-3  PIC X(9).
           05  FILLER      PIC X(5)    VALUE " YTD ".
           05  FILLER      PIC X(38)   VALUE SPACE.
      *
       01  COMPARISON-DETAIL-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CDL-CURRENT-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CDL-YEAR-1-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CDL-YEAR-2-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CDL-YEAR-3-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(39)      VALUE SPACE.
      *
       01  COMPARISON-GRAND-LINE.
           05  FILLER               PIC X(18)      VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE "GRAND TOTAL".
           05  CGL-CURRENT-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CGL-YEAR-1-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CGL-YEAR-2-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CGL-YEAR-3-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(39)      VALUE " **".
      *
       01  NO-ARCHIVE-LINE.
           05  FILLER               PIC X(48)      VALUE
