           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).

      *
       FD  BRCHMAST.
      *
       01  BUDGET-MASTER-RECORD.
           05  BG-CUSTOMER-NUMBER  PIC 9(5).
           05  BG-BUDGET-AMOUNT    PIC S9(7)V99.
      *
       FD  SALESRPT.
      *
           05  CK-OLD-BRANCH-NAME          PIC X(18).
           05  CK-OLD-SALESREP-NUMBER      PIC 99.
           05  CK-FIRST-RECORD-SWITCH      PIC X.
           05  CK-REP-TOTAL-THIS-YTD       PIC S9(8)V99.
           05  CK-REP-TOTAL-LAST-YTD       PIC S9(8)V99.
           05  CK-BRANCH-TOTAL-THIS-YTD    PIC S9(8)V99.
           05  CK-BRANCH-TOTAL-LAST-YTD    PIC S9(8)V99.
           05  CK-GRAND-TOTAL-THIS-YTD     PIC S9(8)V99.
           05  CK-GRAND-TOTAL-LAST-YTD     PIC S9(8)V99.
           05  CK-BRANCH-BUDGET-TOTAL      PIC S9(8)V99.
           05  CK-PAGE-COUNT               PIC S9(3).
           05  CK-LINE-COUNT               PIC S9(3).
           05  CK-GL-RECORD-COUNT          PIC 9(5).
           05  SALESREP-FILTER         PIC 9(2)    VALUE ZERO.
      *
       01  CALCULATED-FIELDS.
           05  CHANGE-AMOUNT           PIC S9(8)V99.
           05  CHANGE-PERCENT          PIC S999V9.
           05  BUDGET-AMOUNT-USED      PIC S9(7)V99.
           05  BUDGET-VARIANCE         PIC S9(8)V99.
           05  BUDGET-PERCENT          PIC S999V9.
      *
       01  GL-INTERFACE-FIELDS.
           05  FILLER                  PIC X(23)   VALUE SPACE.
      *
       01  EXTRACT-FIELDS.
           05  EX-SALES-THIS-YTD       PIC -9(8).99.
           05  EX-SALES-LAST-YTD       PIC -9(8).99.
           05  EX-CHANGE-AMOUNT        PIC -9(8).99.
           05  EX-CHANGE-PERCENT       PIC -999.9.
           05  EX-BUDGET-VARIANCE      PIC -9(8).99.
           05  EX-BUDGET-PERCENT       PIC -999.9.
      *
       01  PRINT-FIELDS.
           05  SPACE-CONTROL   PIC S9.
      *
       01  TOTAL-FIELDS.
           05  REP-TOTAL-THIS-YTD      PIC S9(8)V99    VALUE ZERO.
           05  REP-TOTAL-LAST-YTD      PIC S9(8)V99    VALUE ZERO.
           05  BRANCH-TOTAL-THIS-YTD   PIC S9(8)V99    VALUE ZERO.
           05  BRANCH-TOTAL-LAST-YTD   PIC S9(8)V99    VALUE ZERO.
           05  GRAND-TOTAL-THIS-YTD    PIC S9(8)V99    VALUE ZERO.
           05  GRAND-TOTAL-LAST-YTD    PIC S9(8)V99    VALUE ZERO.
           05  BRANCH-BUDGET-TOTAL     PIC S9(8)V99    VALUE ZERO.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT3000".
           05  HL2-BRANCH-LABEL    PIC X(7)    VALUE SPACE.
           05  HL2-BRANCH-NUMBER   PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(35)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(25)  VALUE "BRCH                     ".
           05  FILLER      PIC X(20)   VALUE "CUST                ".
           05  FILLER      PIC X(20)   VALUE "               SALES".
           05  FILLER      PIC X(20)   VALUE "          SALES     ".
           05  FILLER      PIC X(20)   VALUE "     CHANGE  CHANGE ".
           05  FILLER      PIC X(22)   VALUE "        BUDGET  BUDGET".
           05  FILLER      PIC X(5)    VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(5)    VALUE "NUM  ".
           05  FILLER      PIC X(20)   VALUE "BRANCH NAME         ".
           05  FILLER      PIC X(20)   VALUE "NUM    CUSTOMER NAME".
           05  FILLER      PIC X(21)   VALUE "             THIS YTD".
           05  FILLER      PIC X(15)   VALUE "       LAST YTD".
           05  FILLER      PIC X(23)   VALUE "         AMOUNT PERCENT".
           05  FILLER      PIC X(23)   VALUE "       VARIANCE PERCENT".
           05  FILLER      PIC X(5)    VALUE SPACE.
      *
       01  CUSTOMER-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-SALES-THIS-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-SALES-LAST-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-CHANGE-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-CHANGE-PERCENT    PIC ZZ9.9-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-BUDGET-VARIANCE   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CL-BUDGET-PERCENT    PIC ZZ9.9-.
           05  FILLER               PIC X(4)       VALUE SPACE.
      *
       01  SALESREP-TOTAL-LINE.
           05  FILLER               PIC X(20)      VALUE SPACE.
           05  SRL-SALESREP-NUMBER  PIC X(2).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SRL-SALESREP-NAME    PIC X(18).
           05  FILLER               PIC X(12)      VALUE "REP TOTAL".
           05  SRL-SALES-THIS-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SRL-SALES-LAST-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SRL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SRL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER               PIC X(27)      VALUE " +".
      *
       01  SEQUENCE-ERROR-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(40)      VALUE SPACE.
           05  FILLER               PIC X(13)      VALUE "BRANCH TOTAL".
           05  BTL-SALES-THIS-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-SALES-LAST-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  BTL-BUDGET-VARIANCE  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BTL-BUDGET-PERCENT   PIC ZZ9.9-.
           05  FILLER               PIC X(4)       VALUE " *".
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(40)      VALUE SPACE.
           05  FILLER               PIC X(13)      VALUE "GRAND TOTAL".
           05  GTL-SALES-THIS-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-SALES-LAST-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GTL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GTL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER               PIC X(27)      VALUE " **".
      *
       PROCEDURE DIVISION.
      *
           MOVE CK-BRANCH-BUDGET-TOTAL      TO BRANCH-BUDGET-TOTAL.
           MOVE CK-PAGE-COUNT               TO PAGE-COUNT.
           MOVE CK-LINE-COUNT               TO LINE-COUNT.
           IF NOT FIRST-RECORD AND NOT SUMMARY-ONLY-RUN
               MOVE "BRANCH "         TO HL2-BRANCH-LABEL
               MOVE OLD-BRANCH-NUMBER TO HL2-BRANCH-NUMBER
           END-IF.
           MOVE CK-GL-RECORD-COUNT          TO GL-RECORD-COUNT.
           MOVE CK-GL-HASH-TOTAL            TO GL-HASH-TOTAL.
           PERFORM 155-SKIP-CUSTOMER-RECORD
                       MOVE 999.9 TO BUDGET-PERCENT
           END-IF.
           IF FIRST-RECORD
               PERFORM 322-START-BRANCH-PAGE
               MOVE CM-BRANCH-NUMBER TO CL-BRANCH-NUMBER
               PERFORM 200-LOOKUP-BRANCH-RECORD
               IF BRANCH-FOUND

           IF NOT FIRST-RECORD
               IF CM-BRANCH-NUMBER > OLD-BRANCH-NUMBER
                   PERFORM 322-START-BRANCH-PAGE
                   MOVE CM-BRANCH-NUMBER TO CL-BRANCH-NUMBER
                   PERFORM 200-LOOKUP-BRANCH-RECORD
                   IF BRANCH-FOUND
           ADD CM-SALES-THIS-YTD TO BRANCH-TOTAL-THIS-YTD.
           ADD CM-SALES-LAST-YTD TO BRANCH-TOTAL-LAST-YTD.
           ADD BUDGET-AMOUNT-USED TO BRANCH-BUDGET-TOTAL.
      *
       322-START-BRANCH-PAGE.
      *
           IF NOT SUMMARY-ONLY-RUN
               MOVE "BRANCH "        TO HL2-BRANCH-LABEL
               MOVE CM-BRANCH-NUMBER TO HL2-BRANCH-NUMBER
               MOVE 99 TO LINE-COUNT
           END-IF.
      *
       325-WRITE-EXTRACT-CUSTOMER-LINE.
      *
      *
       368-WRITE-GL-DETAIL-RECORD.
      *
      *    A BRANCH TOTAL TOO LARGE FOR THE GL AMOUNT IS LOGGED AND
      *    LEFT OFF THE INTERFACE RATHER THAN TRUNCATED.
      *
           IF BRANCH-TOTAL-THIS-YTD > 9999999.99 OR
                   BRANCH-TOTAL-THIS-YTD < -9999999.99
               MOVE "368-WRITE-GL-DETAIL-RECORD AMOUNT TOO LARGE"
                   TO ERR-PARAGRAPH-NAME
               MOVE "99" TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               MOVE OLD-BRANCH-NUMBER     TO GLD-BRANCH-NUMBER
               MOVE BRANCH-TOTAL-THIS-YTD TO GLD-SALES-AMOUNT
               MOVE GL-DETAIL-RECORD TO GL-INTERFACE-RECORD
               WRITE GL-INTERFACE-RECORD
               IF GLINTF-STATUS NOT = "00"
                   MOVE "368-WRITE-GL-DETAIL-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE GLINTF-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
               ADD 1 TO GL-RECORD-COUNT
               ADD BRANCH-TOTAL-THIS-YTD TO GL-HASH-TOTAL
           END-IF.
      *
       500-PRINT-GRAND-TOTALS.
      *
           MOVE SPACE TO HL2-BRANCH-LABEL.
           MOVE SPACE TO HL2-BRANCH-NUMBER.
           IF NOT SUMMARY-ONLY-RUN
               PERFORM 330-PRINT-HEADING-LINES
           END-IF.
           MOVE GRAND-TOTAL-THIS-YTD TO GTL-SALES-THIS-YTD.
           MOVE GRAND-TOTAL-LAST-YTD TO GTL-SALES-LAST-YTD.
           COMPUTE CHANGE-AMOUNT =
               MOVE CD-TIME TO RA-END-TIME
               MOVE CUSTOMER-RECORD-COUNT TO RA-RECORDS-READ
               MOVE SELECTED-RECORD-COUNT TO RA-RECORDS-SELECTED
               IF GRAND-TOTAL-THIS-YTD > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF GRAND-TOTAL-THIS-YTD < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE GRAND-TOTAL-THIS-YTD
                           TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               IF GRAND-TOTAL-LAST-YTD > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
               ELSE
                   IF GRAND-TOTAL-LAST-YTD < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-LAST-YTD
                   ELSE
                       MOVE GRAND-TOTAL-LAST-YTD
                           TO RA-GRAND-TOTAL-LAST-YTD
                   END-IF
               END-IF
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
               ELSE
