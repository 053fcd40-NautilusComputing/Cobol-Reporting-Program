      *
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               FILE STATUS IS OPENITEM-STATUS.
           SELECT UNAPCASH ASSIGN TO "UNAPCASH.DAT"
               FILE STATUS IS UNAPCASH-STATUS.
           SELECT BRCHMAST ASSIGN TO "BRCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-TRANSACTION-CODE     PIC X(1).
           05  OI-INVOICE-DATE         PIC 9(8).
           05  OI-INVOICE-AMOUNT       PIC S9(7)V99.
           05  OI-AMOUNT-PAID          PIC S9(7)V99.
           05  OI-OPEN-STATUS          PIC X(1).
      *
       FD  UNAPCASH.
      *
       01  UNAPPLIED-CASH-RECORD.
           05  UC-CUSTOMER-NUMBER      PIC 9(5).
           05  UC-CUSTOMER-NAME        PIC X(20).
           05  UC-BRANCH-NUMBER        PIC 9(2).
           05  UC-SOURCE-CODE          PIC X(1).
           05  UC-REFERENCE-NUMBER     PIC 9(6).
           05  UC-RECEIPT-DATE         PIC 9(8).
           05  UC-PARKED-AMOUNT        PIC S9(7)V99.
           05  UC-UNAPPLIED-AMOUNT     PIC S9(7)V99.
      *
       FD  BRCHMAST.
      *
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-INVOICE-DATE         PIC 9(8).
           05  SW-OPEN-BALANCE         PIC S9(7)V99.
           05  SW-RECORD-TYPE          PIC X(1).
               88  SW-UNAPPLIED-CASH           VALUE "U".
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  OPENITEM-STATUS     PIC XX      VALUE "00".
           05  UNAPCASH-STATUS     PIC XX      VALUE "00".
           05  BRCHMAST-STATUS     PIC XX      VALUE "00".
           05  AGEDRPT-STATUS      PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
       01  RECORD-COUNTS.
           05  OPEN-ITEM-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
           05  REPORTED-ITEM-COUNT     PIC 9(7)    VALUE ZERO.
           05  UNAPPLIED-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
               88  BRANCH-FOUND                VALUE "Y".
           05  NO-OPEN-FILE-SWITCH     PIC X   VALUE "N".
               88  NO-OPEN-FILE                VALUE "Y".
           05  UNAPCASH-EOF-SWITCH     PIC X   VALUE "N".
               88  UNAPCASH-EOF                VALUE "Y".
           05  NO-UNAPPLIED-FILE-SWITCH
                                       PIC X   VALUE "N".
               88  NO-UNAPPLIED-FILE           VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
           05  ITEM-30-DAY-AMOUNT      PIC S9(7)V99.
           05  ITEM-60-DAY-AMOUNT      PIC S9(7)V99.
           05  ITEM-90-DAY-AMOUNT      PIC S9(7)V99.
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V99.
           05  ITEM-UNAPPLIED-AMOUNT   PIC S9(7)V99.
      *
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-CURRENT-TOTAL    PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-60-DAY-TOTAL     PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-90-DAY-TOTAL     PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-OPEN-TOTAL       PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-UNAPPLIED-TOTAL  PIC S9(9)V99    VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS.
           05  GRAND-CURRENT-TOTAL     PIC S9(9)V99    VALUE ZERO.
           05  GRAND-60-DAY-TOTAL      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-90-DAY-TOTAL      PIC S9(9)V99    VALUE ZERO.
           05  GRAND-OPEN-TOTAL        PIC S9(9)V99    VALUE ZERO.
           05  GRAND-UNAPPLIED-TOTAL   PIC S9(9)V99    VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT8150".
           05  HL2-BRANCH-LABEL    PIC X(7)    VALUE SPACE.
           05  HL2-BRANCH-NUMBER   PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(35)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(6)    VALUE " CUST ".
           05  FILLER      PIC X(20)   VALUE " CUSTOMER NAME      ".
           05  FILLER      PIC X(9)    VALUE " INVOICE ".
           05  FILLER      PIC X(10)   VALUE "   DATE   ".
           05  FILLER      PIC X(14)   VALUE "     CURRENT  ".
           05  FILLER      PIC X(14)   VALUE "   31-60 DAY  ".
           05  FILLER      PIC X(14)   VALUE "   61-90 DAY  ".
           05  FILLER      PIC X(14)   VALUE " OVER 90 DAY  ".
           05  FILLER      PIC X(14)   VALUE "  OPEN TOTAL  ".
           05  FILLER      PIC X(14)   VALUE "   UNAPPLIED  ".
           05  FILLER      PIC X(3)    VALUE SPACE.
      *
       01  BRANCH-HEADING-LINE.
           05  FILLER               PIC X(8)       VALUE " BRANCH ".
       01  OPEN-ITEM-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-INVOICE-NUMBER   PIC 9(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-INVOICE-MONTH    PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  OIL-INVOICE-DAY      PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  OIL-INVOICE-YEAR     PIC 9(4).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-CURRENT-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-30-DAY-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-60-DAY-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-90-DAY-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-OPEN-BALANCE     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  OIL-UNAPPLIED-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
      *
       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(31)      VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE "BRANCH TOTAL".
           05  BTL-CURRENT-TOTAL    PIC ZZ,ZZZ,ZZ9.99-.
           05  BTL-30-DAY-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  BTL-60-DAY-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  BTL-90-DAY-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  BTL-OPEN-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
           05  BTL-UNAPPLIED-TOTAL  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE " *".
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(31)      VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE "GRAND TOTAL".
           05  GTL-CURRENT-TOTAL    PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-30-DAY-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-60-DAY-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-90-DAY-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-OPEN-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
           05  GTL-UNAPPLIED-TOTAL  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE " **".
      *
       01  NO-ITEMS-LINE.
           05  FILLER               PIC X(40)      VALUE
                                SW-INVOICE-NUMBER
               INPUT PROCEDURE IS 200-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 300-AGE-SORTED-ITEMS.
           IF REPORTED-ITEM-COUNT = ZERO
               PERFORM 630-PRINT-HEADING-LINES
               MOVE NO-ITEMS-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           PERFORM 220-RELEASE-UNAPPLIED-CASH.
      *
       210-READ-AND-RELEASE-ITEM.
      *
                   MOVE OI-INVOICE-DATE    TO SW-INVOICE-DATE
                   COMPUTE SW-OPEN-BALANCE =
                       OI-INVOICE-AMOUNT - OI-AMOUNT-PAID
                   MOVE "I"                TO SW-RECORD-TYPE
                   RELEASE SORT-RECORD
               END-IF
           ELSE
                   SET OPENITEM-EOF TO TRUE
               END-IF
           END-IF.
      *
       220-RELEASE-UNAPPLIED-CASH.
      *
           OPEN INPUT UNAPCASH.
           IF UNAPCASH-STATUS = "35"
               SET NO-UNAPPLIED-FILE TO TRUE
               SET UNAPCASH-EOF TO TRUE
           ELSE
               IF UNAPCASH-STATUS NOT = "00"
                   MOVE "220-RELEASE-UNAPPLIED-CASH OPEN UNAPCASH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 230-READ-AND-RELEASE-UNAPPLIED
               UNTIL UNAPCASH-EOF.
           IF NOT NO-UNAPPLIED-FILE
               CLOSE UNAPCASH
               IF UNAPCASH-STATUS NOT = "00"
                   MOVE "220-RELEASE-UNAPPLIED-CASH CLOSE UNAPCASH"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       230-READ-AND-RELEASE-UNAPPLIED.
      *
           READ UNAPCASH
               AT END
                   SET UNAPCASH-EOF TO TRUE.
           IF UNAPCASH-STATUS = "00"
               ADD 1 TO UNAPPLIED-RECORD-COUNT
               IF UC-UNAPPLIED-AMOUNT NOT = ZERO
                   MOVE UC-BRANCH-NUMBER    TO SW-BRANCH-NUMBER
                   MOVE UC-CUSTOMER-NUMBER  TO SW-CUSTOMER-NUMBER
                   MOVE UC-REFERENCE-NUMBER TO SW-INVOICE-NUMBER
                   MOVE UC-CUSTOMER-NAME    TO SW-CUSTOMER-NAME
                   MOVE UC-RECEIPT-DATE     TO SW-INVOICE-DATE
                   MOVE UC-UNAPPLIED-AMOUNT TO SW-OPEN-BALANCE
                   MOVE "U"                 TO SW-RECORD-TYPE
                   RELEASE SORT-RECORD
               END-IF
           ELSE
               IF UNAPCASH-STATUS NOT = "10"
                   MOVE "230-READ-AND-RELEASE-UNAPPLIED"
                       TO ERR-PARAGRAPH-NAME
                   MOVE UNAPCASH-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET UNAPCASH-EOF TO TRUE
               END-IF
           END-IF.
      *
       300-AGE-SORTED-ITEMS.
      *
           MOVE ZERO TO ITEM-30-DAY-AMOUNT.
           MOVE ZERO TO ITEM-60-DAY-AMOUNT.
           MOVE ZERO TO ITEM-90-DAY-AMOUNT.
           MOVE ZERO TO ITEM-OPEN-AMOUNT.
           MOVE ZERO TO ITEM-UNAPPLIED-AMOUNT.
           EVALUATE TRUE
             WHEN SW-UNAPPLIED-CASH
               MOVE SW-OPEN-BALANCE TO ITEM-UNAPPLIED-AMOUNT
             WHEN AGE-DAYS NOT > 30
               MOVE SW-OPEN-BALANCE TO ITEM-CURRENT-AMOUNT
             WHEN AGE-DAYS NOT > 60
           ADD ITEM-30-DAY-AMOUNT  TO BRANCH-30-DAY-TOTAL.
           ADD ITEM-60-DAY-AMOUNT  TO BRANCH-60-DAY-TOTAL.
           ADD ITEM-90-DAY-AMOUNT  TO BRANCH-90-DAY-TOTAL.
           IF NOT SW-UNAPPLIED-CASH
               MOVE SW-OPEN-BALANCE TO ITEM-OPEN-AMOUNT
           END-IF.
           ADD ITEM-OPEN-AMOUNT    TO BRANCH-OPEN-TOTAL.
           ADD ITEM-UNAPPLIED-AMOUNT TO BRANCH-UNAPPLIED-TOTAL.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE SW-CUSTOMER-NUMBER     TO OIL-CUSTOMER-NUMBER.
           MOVE ITEM-30-DAY-AMOUNT     TO OIL-30-DAY-AMOUNT.
           MOVE ITEM-60-DAY-AMOUNT     TO OIL-60-DAY-AMOUNT.
           MOVE ITEM-90-DAY-AMOUNT     TO OIL-90-DAY-AMOUNT.
           MOVE ITEM-OPEN-AMOUNT       TO OIL-OPEN-BALANCE.
           MOVE ITEM-UNAPPLIED-AMOUNT  TO OIL-UNAPPLIED-AMOUNT.
           MOVE OPEN-ITEM-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE "BRANCH "         TO HL2-BRANCH-LABEL.
           MOVE OLD-BRANCH-NUMBER TO HL2-BRANCH-NUMBER.
           PERFORM 630-PRINT-HEADING-LINES.
           MOVE OLD-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.
           IF BRANCH-FOUND
               MOVE BM-BRANCH-NAME TO BHL-BRANCH-NAME
           MOVE BRANCH-60-DAY-TOTAL  TO BTL-60-DAY-TOTAL.
           MOVE BRANCH-90-DAY-TOTAL  TO BTL-90-DAY-TOTAL.
           MOVE BRANCH-OPEN-TOTAL    TO BTL-OPEN-TOTAL.
           MOVE BRANCH-UNAPPLIED-TOTAL TO BTL-UNAPPLIED-TOTAL.
           MOVE BRANCH-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           ADD BRANCH-60-DAY-TOTAL  TO GRAND-60-DAY-TOTAL.
           ADD BRANCH-90-DAY-TOTAL  TO GRAND-90-DAY-TOTAL.
           ADD BRANCH-OPEN-TOTAL    TO GRAND-OPEN-TOTAL.
           ADD BRANCH-UNAPPLIED-TOTAL TO GRAND-UNAPPLIED-TOTAL.
           MOVE ZERO TO BRANCH-CURRENT-TOTAL.
           MOVE ZERO TO BRANCH-30-DAY-TOTAL.
           MOVE ZERO TO BRANCH-60-DAY-TOTAL.
           MOVE ZERO TO BRANCH-90-DAY-TOTAL.
           MOVE ZERO TO BRANCH-OPEN-TOTAL.
           MOVE ZERO TO BRANCH-UNAPPLIED-TOTAL.
      *
       500-PRINT-GRAND-TOTAL-LINE.
      *
           MOVE SPACE TO HL2-BRANCH-LABEL.
           MOVE SPACE TO HL2-BRANCH-NUMBER.
           PERFORM 630-PRINT-HEADING-LINES.
           MOVE GRAND-CURRENT-TOTAL TO GTL-CURRENT-TOTAL.
           MOVE GRAND-30-DAY-TOTAL  TO GTL-30-DAY-TOTAL.
           MOVE GRAND-60-DAY-TOTAL  TO GTL-60-DAY-TOTAL.
           MOVE GRAND-90-DAY-TOTAL  TO GTL-90-DAY-TOTAL.
           MOVE GRAND-OPEN-TOTAL    TO GTL-OPEN-TOTAL.
           MOVE GRAND-UNAPPLIED-TOTAL TO GTL-UNAPPLIED-TOTAL.
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
