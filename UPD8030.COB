           05  MT-SALESREP-NUMBER      REDEFINES MT-SALESREP-NUMBER-X
                                       PIC 9(2).
           05  MT-CUSTOMER-NAME        PIC X(20).
           05  MT-SALES-THIS-YTD-X     PIC X(9).
           05  MT-SALES-THIS-YTD       REDEFINES MT-SALES-THIS-YTD-X
                                       PIC S9(7)V99.
           05  MT-SALES-LAST-YTD-X     PIC X(9).
           05  MT-SALES-LAST-YTD       REDEFINES MT-SALES-LAST-YTD-X
                                       PIC S9(7)V99.
      *
       FD  CUSTMAST.
      *
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
       FD  TRNREJCT.
      *
       01  REJECT-RECORD.
           05  RJ-TRANSACTION-IMAGE    PIC X(48).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  RJ-REJECT-REASON        PIC X(30).
      *
           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  MAINTAUD.
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
               10  MS-DELETED-SWITCH       PIC X(1).
                   88  MS-DELETED                  VALUE "Y".
      *
           05  FILLER      PIC X(8)    VALUE "CUST    ".
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME         ".
           05  FILLER      PIC X(14)   VALUE "    THIS YTD  ".
           05  FILLER      PIC X(17)   VALUE "       LAST YTD  ".
           05  FILLER      PIC X(42)   VALUE SPACE.
      *
       01  AUDIT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  AL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-SALES-THIS-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  AL-SALES-LAST-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(43)      VALUE SPACE.
      *
       01  REJECT-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
