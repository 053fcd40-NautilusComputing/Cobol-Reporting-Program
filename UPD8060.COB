           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  CUSTARCH.
      *
           05  AR-ARCHIVE-DATE-R       REDEFINES AR-ARCHIVE-DATE.
               10  AR-ARCHIVE-YEAR         PIC 9(4).
               10  FILLER                  PIC 9(4).
           05  AR-MASTER-IMAGE         PIC X(47).
      *
       FD  ROLLRPT.
      *
      *
       01  BRANCH-TOTAL-TABLE.
           05  BRANCH-TOTAL-ENTRY  OCCURS 99 TIMES.
               10  BT-OLD-THIS-YTD     PIC S9(9)V99.
               10  BT-NEW-LAST-YTD     PIC S9(9)V99.
               10  BT-CUSTOMER-COUNT   PIC 9(5).
      *
       01  TABLE-CONTROL-FIELDS.
           05  BRANCH-SUB          PIC S9(4)   COMP.
      *
       01  TOTAL-FIELDS.
           05  GRAND-OLD-THIS-YTD      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-NEW-LAST-YTD      PIC S9(9)V99    VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  FILLER      PIC X(12)   VALUE "  CUSTOMERS ".
           05  FILLER      PIC X(18)   VALUE "    OLD THIS YTD  ".
           05  FILLER      PIC X(18)   VALUE "    NEW LAST YTD  ".
           05  FILLER      PIC X(18)   VALUE "      DIFFERENCE  ".
           05  FILLER      PIC X(12)   VALUE "STATUS".
           05  FILLER      PIC X(48)   VALUE SPACE.
      *
       01  BRANCH-BALANCE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BBL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  BBL-CUSTOMER-COUNT   PIC ZZ,ZZ9.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  BBL-OLD-THIS-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BBL-NEW-LAST-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BBL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BBL-STATUS           PIC X(18).
           05  FILLER               PIC X(42)      VALUE SPACE.
      *
       01  GRAND-BALANCE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "TOTAL ".
           05  GBL-CUSTOMER-COUNT   PIC ZZ,ZZ9.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  GBL-OLD-THIS-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GBL-NEW-LAST-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GBL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GBL-STATUS           PIC X(18).
           05  FILLER               PIC X(42)      VALUE SPACE.
      *
       01  ARCHIVE-NOTE-LINE.
           05  FILLER               PIC X(22)      VALUE
               MOVE CD-TIME TO RA-END-TIME
               MOVE CUSTOMER-RECORD-COUNT TO RA-RECORDS-READ
               MOVE ARCHIVE-RECORD-COUNT TO RA-RECORDS-SELECTED
               IF GRAND-OLD-THIS-YTD > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF GRAND-OLD-THIS-YTD < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE GRAND-OLD-THIS-YTD
                           TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               IF GRAND-NEW-LAST-YTD > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
               ELSE
                   IF GRAND-NEW-LAST-YTD < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
                   ELSE
                       MOVE GRAND-NEW-LAST-YTD
                           TO RA-GRAND-TOTAL-LAST-YTD
                   END-IF
               END-IF
               IF ERROR-FOUND OR NOT ROLL-BALANCED
                   MOVE "A" TO RA-COMPLETION-CODE
               ELSE
