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
       FD  SNAPRPT.
      *
           05  PRIOR-INDEX         PIC S9(4)   COMP.
           05  PRIOR-ENTRY     OCCURS 5000 TIMES.
               10  PR-CUSTOMER-NUMBER      PIC 9(5).
               10  PR-SALES-YTD            PIC S9(7)V99.
      *
       01  CALCULATED-FIELDS.
           05  PRIOR-SALES-YTD         PIC S9(7)V99.
           05  TOTAL-SALES-YTD         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-SALES-MTD         PIC S9(9)V99    VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
               MOVE CD-TIME TO RA-END-TIME
               MOVE CUSTOMER-RECORD-COUNT TO RA-RECORDS-READ
               MOVE SNAPSHOT-RECORD-COUNT TO RA-RECORDS-SELECTED
               IF TOTAL-SALES-YTD > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF TOTAL-SALES-YTD < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE TOTAL-SALES-YTD TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
