           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  BRCHMAST.
      *
           05  OLD-SALESREP-NUMBER     PIC 99.
      *
       01  CALCULATED-FIELDS.
           05  REP-SALES-THIS-YTD      PIC S9(9)V99    VALUE ZERO.
           05  REP-COMMISSION          PIC S9(9)V99.
           05  TIER2-SALES             PIC S9(9)V99.
           05  TIER1-RATE-PCT          PIC S99V9.
           05  TIER2-RATE-PCT          PIC S99V9.
           05  RATE-TIER-USED          PIC 9.
      *
       01  TOTAL-FIELDS.
           05  BRANCH-SALES-TOTAL      PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-COMMISSION-TOTAL PIC S9(9)V99    VALUE ZERO.
           05  GRAND-SALES-TOTAL       PIC S9(9)V99    VALUE ZERO.
           05  GRAND-COMMISSION-TOTAL  PIC S9(9)V99    VALUE ZERO.
      *
       01  REP-SUMMARY-TABLE.
           05  REP-SUMMARY-ENTRY   OCCURS 99 TIMES.
               10  RS-SALES-TOTAL      PIC S9(9)V99.
               10  RS-COMMISSION-TOTAL PIC S9(9)V99.
               10  RS-USED-FLAG        PIC X(1).
      *
       01  WORK-FIELDS.
           05  FILLER      PIC X(5)    VALUE " BRCH".
           05  FILLER      PIC X(4)    VALUE " REP".
           05  FILLER      PIC X(20)   VALUE "  SALESREP NAME     ".
           05  FILLER      PIC X(18)   VALUE "       SALES YTD  ".
           05  FILLER      PIC X(14)   VALUE "  TIER1 LIMIT ".
           05  FILLER      PIC X(8)    VALUE "  RATE1 ".
           05  FILLER      PIC X(8)    VALUE "  RATE2 ".
           05  FILLER      PIC X(6)    VALUE " TIER ".
           05  FILLER      PIC X(16)   VALUE "    COMMISSION  ".
           05  FILLER      PIC X(33)   VALUE SPACE.
      *
       01  BRANCH-HEADING-LINE.
           05  FILLER               PIC X(8)       VALUE " BRANCH ".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CML-SALESREP-NAME    PIC X(18).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CML-SALES-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CML-TIER1-LIMIT      PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CML-TIER1-RATE       PIC Z9.9.
           05  FILLER               PIC X(1)       VALUE "%".
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CML-RATE-TIER        PIC X(1).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CML-COMMISSION       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CML-RATE-NOTE        PIC X(16).
           05  FILLER               PIC X(20)      VALUE SPACE.
      *
       01  BRANCH-COMMISSION-LINE.
           05  FILLER               PIC X(28)      VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE
               "BRANCH TOTAL".
           05  BCL-SALES-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(38)      VALUE SPACE.
           05  BCL-COMMISSION-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20)      VALUE " *".
      *
       01  GRAND-COMMISSION-LINE.
           05  FILLER               PIC X(28)      VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE
               "GRAND TOTAL".
           05  GCL-SALES-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(38)      VALUE SPACE.
           05  GCL-COMMISSION-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20)      VALUE " **".
      *
       01  SUMMARY-HEADING-LINE.
       01  SUMMARY-COLUMN-LINE.
           05  FILLER      PIC X(5)    VALUE " REP ".
           05  FILLER      PIC X(20)   VALUE "SALESREP NAME       ".
           05  FILLER      PIC X(18)   VALUE "       SALES YTD  ".
           05  FILLER      PIC X(18)   VALUE "      COMMISSION  ".
           05  FILLER      PIC X(71)   VALUE SPACE.
      *
       01  SUMMARY-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SML-SALESREP-NAME    PIC X(18).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SML-SALES-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SML-COMMISSION-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(73)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
