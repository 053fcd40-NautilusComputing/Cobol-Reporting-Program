           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  CUSTADDR.
      *
           05  CI-SALESREP-NUMBER      PIC 9(2).
           05  CI-CUSTOMER-NUMBER      PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  SALESHST.
      *
           05  HS-SNAPSHOT-MONTH       PIC 9(2).
           05  HS-BRANCH-NUMBER        PIC 9(2).
           05  HS-SALESREP-NUMBER      PIC 9(2).
           05  HS-SALES-YTD            PIC S9(7)V9(2).
           05  HS-SALES-MTD            PIC S9(7)V9(2).
      *
       FD  STMTRPT.
      *
               10  HT-MONTH-ENTRY      OCCURS 12 TIMES.
                   15  HT-MONTH-PRESENT        PIC X(1).
                       88  HT-MONTH-ON-FILE            VALUE "Y".
                   15  HT-SALES-MTD            PIC S9(7)V99.
      *
       01  STATEMENT-FIELDS.
           05  STATEMENT-YEAR          PIC 9(4).
           05  HISTORY-SEARCH-CUSTOMER PIC 9(5).
           05  STATEMENT-ACTIVITY-TOTAL PIC S9(7)V99.
           05  SALES-THIS-YTD-USED     PIC S9(7)V99.
           05  SALES-LAST-YTD-USED     PIC S9(7)V99.
      *
       01  MONTH-NAME-TABLE-VALUES.
           05  FILLER  PIC X(54)   VALUE
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE
               "SALES THIS YTD: ".
           05  YTL-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE
               "SALES LAST YTD: ".
           05  YTL-SALES-LAST-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(64)      VALUE SPACE.
      *
       01  ACTIVITY-HEADING-LINE.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  ADL-MONTH-NAME       PIC X(9).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  ADL-SALES-MTD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(100)     VALUE SPACE.
      *
       01  ACTIVITY-TOTAL-LINE.
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "TOTAL".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  ATL-ACTIVITY-TOTAL   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(102)     VALUE SPACE.
      *
       01  NO-ACTIVITY-LINE.
           05  FILLER               PIC X(7)       VALUE SPACE.
