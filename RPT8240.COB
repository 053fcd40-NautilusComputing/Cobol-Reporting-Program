           05  CH-INVOICE-NUMBER       PIC 9(6).
           05  CH-TRANSACTION-AMOUNT   PIC S9(5)V99.
           05  CH-TRANSACTION-DATE     PIC 9(8).
           05  CH-SALES-THIS-YTD       PIC S9(7)V99.
           05  CH-CREDIT-LIMIT         PIC S9(7)V99.
           05  CH-HOLD-REASON          PIC X(20).
           05  CH-HELD-DATE            PIC 9(8).
      *
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT8240".
           05  HL2-BRANCH-LABEL    PIC X(7)    VALUE SPACE.
           05  HL2-BRANCH-NUMBER   PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(35)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(6)    VALUE " CUST ".
           05  FILLER      PIC X(9)    VALUE " INVOICE ".
           05  FILLER      PIC X(14)   VALUE "      AMOUNT  ".
           05  FILLER      PIC X(12)   VALUE "    DATE    ".
           05  FILLER      PIC X(15)   VALUE "     SALES YTD ".
           05  FILLER      PIC X(16)   VALUE "  CREDIT LIMIT  ".
           05  FILLER      PIC X(20)   VALUE "HOLD REASON".
           05  FILLER      PIC X(18)   VALUE SPACE.
      *
       01  BRANCH-HEADING-LINE.
           05  FILLER               PIC X(8)       VALUE " BRANCH ".
           05  FILLER               PIC X(1)       VALUE "/".
           05  HDL-TRANS-YEAR       PIC 9(4).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  HDL-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-CREDIT-LIMIT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HDL-HOLD-REASON      PIC X(20).
           05  FILLER               PIC X(18)      VALUE SPACE.
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(14)      VALUE SPACE.
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE "BRANCH "         TO HL2-BRANCH-LABEL.
           MOVE OLD-BRANCH-NUMBER TO HL2-BRANCH-NUMBER.
           PERFORM 630-PRINT-HEADING-LINES.
           MOVE OLD-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.
           IF BRANCH-FOUND
               MOVE BM-BRANCH-NAME TO BHL-BRANCH-NAME
      *
       500-PRINT-GRAND-TOTAL-LINE.
      *
           MOVE SPACE TO HL2-BRANCH-LABEL.
           MOVE SPACE TO HL2-BRANCH-NUMBER.
           PERFORM 630-PRINT-HEADING-LINES.
           MOVE GRAND-HELD-TOTAL TO GTL-HELD-TOTAL.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
               MOVE CD-TIME TO RA-END-TIME
               MOVE HOLD-RECORD-COUNT TO RA-RECORDS-READ
               MOVE REPORTED-HOLD-COUNT TO RA-RECORDS-SELECTED
               IF GRAND-HELD-TOTAL > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF GRAND-HELD-TOTAL < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE GRAND-HELD-TOTAL TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
