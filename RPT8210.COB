           05  DL-CUSTOMER-NUMBER      PIC 9(5).
           05  DL-CUSTOMER-NAME        PIC X(20).
           05  DL-POSTED-AMOUNT        PIC S9(7)V99.
           05  DL-SALES-THIS-YTD       PIC S9(7)V99.
           05  DL-POST-DATE            PIC 9(8).
      *
       FD  SALESHST.
           05  HS-SNAPSHOT-MONTH       PIC 9(2).
           05  HS-BRANCH-NUMBER        PIC 9(2).
           05  HS-SALESREP-NUMBER      PIC 9(2).
           05  HS-SALES-YTD            PIC S9(7)V9(2).
           05  HS-SALES-MTD            PIC S9(7)V9(2).
      *
       FD  FLASHRPT.
      *
           05  PRIOR-INDEX         PIC S9(4)   COMP.
           05  PRIOR-ENTRY     OCCURS 5000 TIMES.
               10  PR-CUSTOMER-NUMBER      PIC 9(5).
               10  PR-SALES-YTD            PIC S9(7)V99.
      *
       01  CALCULATED-FIELDS.
           05  PRIOR-SALES-YTD         PIC S9(7)V99.
           05  CUSTOMER-SALES-MTD      PIC S9(7)V99.
      *
       01  TOTAL-FIELDS.
           05  REP-POSTED-TOTAL        PIC S9(9)V99    VALUE ZERO.
           05  REP-MTD-TOTAL           PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-POSTED-TOTAL     PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-MTD-TOTAL        PIC S9(9)V99    VALUE ZERO.
           05  GRAND-POSTED-TOTAL      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-MTD-TOTAL         PIC S9(9)V99    VALUE ZERO.
      *
           05  FDL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FDL-POSTED-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FDL-SALES-MTD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(60)      VALUE SPACE.
      *
       01  REP-TOTAL-LINE.
           05  FILLER               PIC X(21)      VALUE SPACE.
           05  FILLER               PIC X(13)      VALUE "REP TOTAL".
           05  RTL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RTL-POSTED-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RTL-MTD-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(61)      VALUE " +".
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(18)      VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE "BRANCH TOTAL".
           05  BTL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-POSTED-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BTL-MTD-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(61)      VALUE " *".
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(21)      VALUE SPACE.
           05  FILLER               PIC X(17)      VALUE "GRAND TOTAL".
           05  GTL-POSTED-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GTL-MTD-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(61)      VALUE " **".
      *
       01  NO-DELTA-LINE.
           05  FILLER               PIC X(48)      VALUE
               MOVE CD-TIME TO RA-END-TIME
               MOVE DELTA-RECORD-COUNT TO RA-RECORDS-READ
               MOVE REPORTED-RECORD-COUNT TO RA-RECORDS-SELECTED
               IF GRAND-POSTED-TOTAL > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF GRAND-POSTED-TOTAL < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE GRAND-POSTED-TOTAL
                           TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
