           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  BRCHMAST.
      *
           05  SW-SALESREP-NAME        PIC X(18).
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SW-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  SW-CHANGE-AMOUNT        PIC S9(8)V99.
      *
       WORKING-STORAGE SECTION.
      *
               88  SALESREP-FOUND                  VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X(1)    VALUE "N".
               88  ERROR-FOUND                     VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X(1)    VALUE "Y".
               88  FIRST-RECORD                    VALUE "Y".
      *
       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER   PIC 9(2).
      *
       01  CALCULATED-FIELDS.
           05  CHANGE-AMOUNT       PIC S9(8)V99.
           05  CHANGE-PERCENT      PIC S999V9.
      *
       01  DECLINE-CRITERIA.
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT8010".
           05  HL2-BRANCH-LABEL    PIC X(7)    VALUE SPACE.
           05  HL2-BRANCH-NUMBER   PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(35)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(24)   VALUE "BRANCH".
           05  FILLER      PIC X(24)   VALUE "SALESREP".
           05  FILLER      PIC X(28)   VALUE "CUSTOMER".
           05  FILLER      PIC X(15)   VALUE "SALES".
           05  FILLER      PIC X(15)   VALUE "SALES".
           05  FILLER      PIC X(15)   VALUE "CHANGE".
           05  FILLER      PIC X(8)    VALUE "CHANGE".
           05  FILLER      PIC X(3)    VALUE SPACE.
      *
       01  HEADING-LINE-4.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(13)   VALUE "THIS YTD".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(13)   VALUE "LAST YTD".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(13)   VALUE "AMOUNT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE "PCT".
           05  FILLER      PIC X(3)    VALUE SPACE.
      *
       01  DECLINE-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-SALES-THIS-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-SALES-LAST-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-CHANGE-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-CHANGE-PERCENT    PIC ZZ9.9-.
           05  FILLER               PIC X(3)       VALUE SPACE.
      *
       01  DECLINE-TOTAL-LINE.
           05  FILLER               PIC X(40)      VALUE SPACE.
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH-NUMBER
                                SW-CHANGE-PERCENT
               INPUT PROCEDURE IS 200-SELECT-DECLINE-RECORDS
               OUTPUT PROCEDURE IS 300-PRINT-DECLINE-RECORDS.
           PERFORM 360-PRINT-DECLINE-TOTAL-LINE.
      *
       320-PRINT-DECLINE-LINE.
      *
           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 325-START-BRANCH-PAGE
           ELSE
               IF SW-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                   PERFORM 325-START-BRANCH-PAGE
               END-IF
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 330-PRINT-HEADING-LINES.
           MOVE SW-BRANCH-NUMBER    TO DL-BRANCH-NUMBER.
           PERFORM 350-WRITE-REPORT-LINE.
           ADD 1 TO EXCEPTION-RECORD-COUNT.
           PERFORM 310-RETURN-SORT-RECORD.
      *
       325-START-BRANCH-PAGE.
      *
           MOVE SW-BRANCH-NUMBER TO OLD-BRANCH-NUMBER.
           MOVE "BRANCH "        TO HL2-BRANCH-LABEL.
           MOVE SW-BRANCH-NUMBER TO HL2-BRANCH-NUMBER.
           MOVE 99 TO LINE-COUNT.
      *
       330-PRINT-HEADING-LINES.
      *
      *
       360-PRINT-DECLINE-TOTAL-LINE.
      *
           MOVE SPACE TO HL2-BRANCH-LABEL.
           MOVE SPACE TO HL2-BRANCH-NUMBER.
           PERFORM 330-PRINT-HEADING-LINES.
           MOVE EXCEPTION-RECORD-COUNT TO DTL-EXCEPTION-COUNT.
           MOVE DECLINE-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
