           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  SALESHST.
      *
           05  HS-SNAPSHOT-MONTH       PIC 9(2).
           05  HS-BRANCH-NUMBER        PIC 9(2).
           05  HS-SALESREP-NUMBER      PIC 9(2).
           05  HS-SALES-YTD            PIC S9(7)V9(2).
           05  HS-SALES-MTD            PIC S9(7)V9(2).
      *
       FD  BRCHMAST.
      *
           05  TREND-ENTRY     OCCURS 5000 TIMES.
               10  TR-CUSTOMER-NUMBER      PIC 9(5).
               10  TR-MONTH-AMOUNT         OCCURS 12 TIMES
                                           PIC S9(7)V99.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
      *
       01  HEADING-LINE-4.
           05  FILLER          PIC X(6)    VALUE " CUST ".
           05  FILLER          PIC X(18)   VALUE "CUSTOMER NAME".
           05  HL4-COLUMN      OCCURS 12 TIMES.
               10  FILLER          PIC X(4)    VALUE SPACE.
               10  HL4-MONTH       PIC 99.
               10  FILLER          PIC X(1)    VALUE "/".
               10  HL4-YEAR        PIC 99.
      *
       01  BRANCH-HEADING-LINE.
           05  FILLER               PIC X(8)       VALUE " BRANCH ".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  TL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  TL-CUSTOMER-NAME     PIC X(17).
           05  TL-COLUMN            OCCURS 12 TIMES.
               10  FILLER               PIC X(1).
               10  TL-MONTH-AMOUNT      PIC ZZZZZZ9-.
      *
       01  NO-HISTORY-LINE.
           05  FILLER               PIC X(50)      VALUE
