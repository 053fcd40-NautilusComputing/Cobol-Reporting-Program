           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  NEWMAST.
      *
           05  NM-SALESREP-NUMBER      PIC 9(2).
           05  NM-CUSTOMER-NUMBER      PIC 9(5).
           05  NM-CUSTOMER-NAME        PIC X(20).
           05  NM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  NM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  CUSTIDX.
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
       FD  REALNREG.
      *
           05  SW-SALESREP-NUMBER      PIC 9(2).
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SW-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       WORKING-STORAGE SECTION.
      *
               10  MS-SALESREP-NUMBER      PIC 9(2).
               10  MS-CUSTOMER-NUMBER      PIC 9(5).
               10  MS-CUSTOMER-NAME        PIC X(20).
               10  MS-SALES-THIS-YTD       PIC S9(7)V99.
               10  MS-SALES-LAST-YTD       PIC S9(7)V99.
               10  MS-CHANGED-SWITCH       PIC X(1).
                   88  MS-CHANGED                  VALUE "Y".
      *
           05  FILLER      PIC X(8)    VALUE "CUST    ".
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME         ".
           05  FILLER      PIC X(14)   VALUE "    THIS YTD  ".
           05  FILLER      PIC X(17)   VALUE "       LAST YTD  ".
           05  FILLER      PIC X(51)   VALUE SPACE.
      *
       01  MOVE-CARD-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RLL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RLL-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  RLL-SALES-LAST-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       01  ABORT-LINE.
           05  FILLER               PIC X(40)      VALUE
