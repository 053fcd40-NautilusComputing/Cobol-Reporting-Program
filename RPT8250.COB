      *Program: RPT8250
      *Author: Seth Tealbey
      *Date: 10/14/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RPT8250.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT POSTJRNL ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-JOURNAL-KEY
               FILE STATUS IS POSTJRNL-STATUS.
           SELECT CNTLCARD ASSIGN TO "RPT8250.CTL"
               FILE STATUS IS CNTLCARD-STATUS.
           SELECT JRNLRPT ASSIGN TO "JRNLLIST.PRN"
               FILE STATUS IS JRNLRPT-STATUS.
           SELECT ERRORLOG ASSIGN TO "RPT8250.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  POSTJRNL.
      *
       01  POSTED-JOURNAL-RECORD.
           05  PJ-JOURNAL-KEY.
               10  PJ-CUSTOMER-NUMBER      PIC 9(5).
               10  PJ-INVOICE-NUMBER       PIC 9(6).
           05  PJ-TRANSACTION-CODE     PIC X(1).
           05  PJ-TRANSACTION-AMOUNT   PIC S9(5)V99.
           05  PJ-TRANSACTION-DATE     PIC 9(8).
           05  PJ-POSTING-DATE         PIC 9(8).
           05  PJ-BATCH-NUMBER         PIC 9(5).
      *
       FD  CNTLCARD.
      *
       01  CONTROL-CARD-RECORD.
           05  CC-FROM-DATE-X          PIC X(8).
           05  CC-FROM-DATE            REDEFINES CC-FROM-DATE-X
                                       PIC 9(8).
           05  CC-TO-DATE-X            PIC X(8).
           05  CC-TO-DATE              REDEFINES CC-TO-DATE-X
                                       PIC 9(8).
           05  CC-CUSTOMER-NUMBER-X    PIC X(5).
           05  CC-CUSTOMER-NUMBER      REDEFINES CC-CUSTOMER-NUMBER-X
                                       PIC 9(5).
           05  FILLER                  PIC X(59).
      *
       FD  JRNLRPT.
      *
       01  PRINT-AREA      PIC X(132).
      *
       FD  ERRORLOG.
      *
       01  ERROR-LOG-RECORD.
           05  ELR-PARAGRAPH-NAME  PIC X(45).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "FILE STATUS = ".
           05  ELR-FILE-STATUS     PIC XX.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE "RECORD COUNT = ".
           05  ELR-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER              PIC X(10)   VALUE SPACE.
      *
       FD  RUNAUDIT.
      *
       01  RUN-AUDIT-RECORD.
           05  RA-PROGRAM-ID           PIC X(8).
           05  RA-START-DATE           PIC 9(8).
           05  RA-START-TIME           PIC 9(6).
           05  RA-END-DATE             PIC 9(8).
           05  RA-END-TIME             PIC 9(6).
           05  RA-RECORDS-READ         PIC 9(7).
           05  RA-RECORDS-SELECTED     PIC 9(7).
           05  RA-GRAND-TOTAL-THIS-YTD PIC S9(7)V99.
           05  RA-GRAND-TOTAL-LAST-YTD PIC S9(7)V99.
           05  RA-COMPLETION-CODE      PIC X(1).
           05  RA-RESTART-FLAG         PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  POSTJRNL-STATUS     PIC XX      VALUE "00".
           05  CNTLCARD-STATUS     PIC XX      VALUE "00".
           05  JRNLRPT-STATUS      PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  JOURNAL-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  SELECTED-RECORD-COUNT   PIC 9(7)    VALUE ZERO.
           05  CUSTOMER-ENTRY-COUNT    PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  POSTJRNL-EOF-SWITCH     PIC X   VALUE "N".
               88  POSTJRNL-EOF                VALUE "Y".
           05  NO-JOURNAL-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-JOURNAL-FILE             VALUE "Y".
           05  FIRST-SELECTED-SWITCH   PIC X   VALUE "Y".
               88  FIRST-SELECTED              VALUE "Y".
           05  DATE-SELECT-SWITCH      PIC X   VALUE "N".
               88  DATE-SELECT                 VALUE "Y".
           05  CUSTOMER-SELECT-SWITCH  PIC X   VALUE "N".
               88  CUSTOMER-SELECT             VALUE "Y".
           05  ENTRY-SELECTED-SWITCH   PIC X   VALUE "N".
               88  ENTRY-SELECTED              VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  SELECTION-FIELDS.
           05  SELECT-FROM-DATE        PIC 9(8)    VALUE ZERO.
           05  SELECT-TO-DATE          PIC 9(8)    VALUE 99999999.
           05  SELECT-CUSTOMER-NUMBER  PIC 9(5)    VALUE ZERO.
      *
       01  CONTROL-FIELDS.
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).
      *
       01  TOTAL-FIELDS.
           05  CUSTOMER-NET-AMOUNT     PIC S9(9)V99    VALUE ZERO.
           05  GRAND-INVOICE-AMOUNT    PIC S9(9)V99    VALUE ZERO.
           05  GRAND-CREDIT-AMOUNT     PIC S9(9)V99    VALUE ZERO.
           05  GRAND-NET-AMOUNT        PIC S9(9)V99    VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR         PIC 9999.
               10  CD-MONTH        PIC 99.
               10  CD-DAY          PIC 99.
           05  CD-TIME.
               10  CD-HOURS        PIC 99.
               10  CD-MINUTES      PIC 99.
               10  CD-SECONDS      PIC 99.
           05  FILLER          PIC X(7).
      *
       01  RUN-STAMP-FIELDS.
           05  RUN-START-DATE      PIC 9(8).
           05  RUN-START-TIME      PIC 9(6).
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "POSTED INVOICE JOURN".
           05  FILLER          PIC X(20)   VALUE "AL LISTING          ".
           05  FILLER          PIC X(12)   VALUE "      PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT8250".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  SELECTION-LINE.
           05  FILLER          PIC X(20)   VALUE " SELECTED:  POSTED  ".
           05  SL-FROM-MONTH   PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SL-FROM-DAY     PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SL-FROM-YEAR    PIC 9(4).
           05  FILLER          PIC X(6)    VALUE " THRU ".
           05  SL-TO-MONTH     PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SL-TO-DAY       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SL-TO-YEAR      PIC 9(4).
           05  FILLER          PIC X(12)   VALUE "   CUSTOMER ".
           05  SL-CUSTOMER     PIC X(5).
           05  FILLER          PIC X(69)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(8)    VALUE " CUST   ".
           05  FILLER      PIC X(9)    VALUE "INVOICE  ".
           05  FILLER      PIC X(6)    VALUE "CODE  ".
           05  FILLER      PIC X(13)   VALUE "     AMOUNT  ".
           05  FILLER      PIC X(13)   VALUE "TRANS DATE   ".
           05  FILLER      PIC X(13)   VALUE "POSTED DATE  ".
           05  FILLER      PIC X(5)    VALUE "BATCH".
           05  FILLER      PIC X(65)   VALUE SPACE.
      *
       01  JOURNAL-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  JL-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  JL-INVOICE-NUMBER    PIC 9(6).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  JL-TRANSACTION-CODE  PIC X(1).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  JL-AMOUNT            PIC ZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  JL-TRANS-MONTH       PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  JL-TRANS-DAY         PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  JL-TRANS-YEAR        PIC 9(4).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  JL-POSTED-MONTH      PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  JL-POSTED-DAY        PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  JL-POSTED-YEAR       PIC 9(4).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  JL-BATCH-NUMBER      PIC 9(5).
           05  FILLER               PIC X(66)      VALUE SPACE.
      *
       01  CUSTOMER-TOTAL-LINE.
           05  FILLER               PIC X(9)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE
               "CUSTOMER NET POSTED ".
           05  CTL-NET-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CTL-ENTRY-COUNT      PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)       VALUE " ENTRIES".
           05  FILLER               PIC X(72)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE-1.
           05  FILLER               PIC X(30)      VALUE
               " JOURNAL RECORDS READ:        ".
           05  GT1-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(25)      VALUE
               "   ENTRIES SELECTED:     ".
           05  GT1-SELECTED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(63)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE-2.
           05  FILLER               PIC X(30)      VALUE
               " INVOICES POSTED:             ".
           05  GT2-INVOICE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20)      VALUE
               "   CREDITS POSTED:  ".
           05  GT2-CREDIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(52)      VALUE SPACE.
      *
       01  GRAND-TOTAL-LINE-3.
           05  FILLER               PIC X(30)      VALUE
               " NET AMOUNT POSTED:           ".
           05  GT3-NET-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(87)      VALUE SPACE.
      *
       01  NO-JOURNAL-LINE.
           05  FILLER               PIC X(44)      VALUE
               " NO POSTED JOURNAL ON HAND - NOTHING TO LIST".
           05  FILLER               PIC X(88)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-LIST-POSTED-JOURNAL.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-LIST-POSTED-JOURNAL OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN OUTPUT JRNLRPT.
           IF JRNLRPT-STATUS NOT = "00"
               MOVE "000-LIST-POSTED-JOURNAL OPEN JRNLRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE JRNLRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-CONTROL-CARD.
           OPEN INPUT POSTJRNL.
           IF POSTJRNL-STATUS = "35"
               SET NO-JOURNAL-FILE TO TRUE
               SET POSTJRNL-EOF TO TRUE
               PERFORM 630-PRINT-HEADING-LINES
               MOVE NO-JOURNAL-LINE TO PRINT-AREA
               MOVE 2 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           ELSE
               IF POSTJRNL-STATUS NOT = "00"
                   MOVE "000-LIST-POSTED-JOURNAL OPEN POSTJRNL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET POSTJRNL-EOF TO TRUE
               END-IF
           END-IF.
           PERFORM 200-LIST-JOURNAL-RECORD
               UNTIL POSTJRNL-EOF.
           IF NOT NO-JOURNAL-FILE
               IF NOT FIRST-SELECTED
                   PERFORM 400-PRINT-CUSTOMER-TOTAL
               END-IF
               CLOSE POSTJRNL
               IF POSTJRNL-STATUS NOT = "00"
                   MOVE "000-LIST-POSTED-JOURNAL CLOSE POSTJRNL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
               PERFORM 500-PRINT-GRAND-TOTALS
           END-IF.
           CLOSE JRNLRPT.
           IF JRNLRPT-STATUS NOT = "00"
               MOVE "000-LIST-POSTED-JOURNAL CLOSE JRNLRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE JRNLRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-LIST-POSTED-JOURNAL CLOSE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
      *
       120-READ-CONTROL-CARD.
      *
      *    THE CONTROL CARD CARRIES AN OPTIONAL POSTING-DATE RANGE IN
      *    COLUMNS 1-16 AND AN OPTIONAL CUSTOMER NUMBER IN COLUMNS
      *    17-21.  A BLANK FIELD SELECTS EVERYTHING, AND WITH NO CARD
      *    THE WHOLE JOURNAL IS LISTED.
      *
           OPEN INPUT CNTLCARD.
           IF CNTLCARD-STATUS = "00"
               READ CNTLCARD
                   AT END
                       CONTINUE
               END-READ
               IF CNTLCARD-STATUS = "00"
                   IF CC-FROM-DATE-X NUMERIC
                       MOVE CC-FROM-DATE TO SELECT-FROM-DATE
                       SET DATE-SELECT TO TRUE
                   END-IF
                   IF CC-TO-DATE-X NUMERIC
                       MOVE CC-TO-DATE TO SELECT-TO-DATE
                       SET DATE-SELECT TO TRUE
                   END-IF
                   IF CC-CUSTOMER-NUMBER-X NUMERIC
                       MOVE CC-CUSTOMER-NUMBER
                           TO SELECT-CUSTOMER-NUMBER
                       SET CUSTOMER-SELECT TO TRUE
                   END-IF
               END-IF
               CLOSE CNTLCARD
               IF CNTLCARD-STATUS NOT = "00"
                   MOVE "120-READ-CONTROL-CARD CLOSE CNTLCARD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CNTLCARD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           ELSE
               IF CNTLCARD-STATUS NOT = "35"
                   MOVE "120-READ-CONTROL-CARD OPEN CNTLCARD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CNTLCARD-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           MOVE SELECT-FROM-DATE (5:2) TO SL-FROM-MONTH.
           MOVE SELECT-FROM-DATE (7:2) TO SL-FROM-DAY.
           MOVE SELECT-FROM-DATE (1:4) TO SL-FROM-YEAR.
           MOVE SELECT-TO-DATE (5:2)   TO SL-TO-MONTH.
           MOVE SELECT-TO-DATE (7:2)   TO SL-TO-DAY.
           MOVE SELECT-TO-DATE (1:4)   TO SL-TO-YEAR.
           IF CUSTOMER-SELECT
               MOVE SELECT-CUSTOMER-NUMBER TO SL-CUSTOMER
           ELSE
               MOVE "ALL" TO SL-CUSTOMER
           END-IF.
      *
       200-LIST-JOURNAL-RECORD.
      *
           PERFORM 210-READ-JOURNAL-RECORD.
           IF NOT POSTJRNL-EOF
               PERFORM 220-SELECT-JOURNAL-RECORD
               IF ENTRY-SELECTED
                   IF FIRST-SELECTED
                       MOVE PJ-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                       MOVE "N" TO FIRST-SELECTED-SWITCH
                   ELSE
                       IF PJ-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                           PERFORM 400-PRINT-CUSTOMER-TOTAL
                           MOVE PJ-CUSTOMER-NUMBER
                               TO OLD-CUSTOMER-NUMBER
                       END-IF
                   END-IF
                   PERFORM 300-PRINT-JOURNAL-LINE
               END-IF
           END-IF.
      *
       210-READ-JOURNAL-RECORD.
      *
           READ POSTJRNL
               AT END
                   SET POSTJRNL-EOF TO TRUE.
           IF POSTJRNL-STATUS = "00"
               ADD 1 TO JOURNAL-RECORD-COUNT
           ELSE
               IF POSTJRNL-STATUS NOT = "10"
                   MOVE "210-READ-JOURNAL-RECORD"
                       TO ERR-PARAGRAPH-NAME
                   MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET POSTJRNL-EOF TO TRUE
               END-IF
           END-IF.
      *
       220-SELECT-JOURNAL-RECORD.
      *
           MOVE "Y" TO ENTRY-SELECTED-SWITCH.
           IF DATE-SELECT
               IF PJ-POSTING-DATE < SELECT-FROM-DATE OR
                       PJ-POSTING-DATE > SELECT-TO-DATE
                   MOVE "N" TO ENTRY-SELECTED-SWITCH
               END-IF
           END-IF.
           IF CUSTOMER-SELECT
               IF PJ-CUSTOMER-NUMBER NOT = SELECT-CUSTOMER-NUMBER
                   MOVE "N" TO ENTRY-SELECTED-SWITCH
               END-IF
           END-IF.
      *
       300-PRINT-JOURNAL-LINE.
      *
           ADD 1 TO SELECTED-RECORD-COUNT.
           ADD 1 TO CUSTOMER-ENTRY-COUNT.
           IF PJ-TRANSACTION-CODE = "C"
               SUBTRACT PJ-TRANSACTION-AMOUNT FROM CUSTOMER-NET-AMOUNT
               ADD PJ-TRANSACTION-AMOUNT TO GRAND-CREDIT-AMOUNT
           ELSE
               ADD PJ-TRANSACTION-AMOUNT TO CUSTOMER-NET-AMOUNT
               ADD PJ-TRANSACTION-AMOUNT TO GRAND-INVOICE-AMOUNT
           END-IF.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE PJ-CUSTOMER-NUMBER     TO JL-CUSTOMER-NUMBER.
           MOVE PJ-INVOICE-NUMBER      TO JL-INVOICE-NUMBER.
           MOVE PJ-TRANSACTION-CODE    TO JL-TRANSACTION-CODE.
           MOVE PJ-TRANSACTION-AMOUNT  TO JL-AMOUNT.
           MOVE PJ-TRANSACTION-DATE (5:2) TO JL-TRANS-MONTH.
           MOVE PJ-TRANSACTION-DATE (7:2) TO JL-TRANS-DAY.
           MOVE PJ-TRANSACTION-DATE (1:4) TO JL-TRANS-YEAR.
           MOVE PJ-POSTING-DATE (5:2)  TO JL-POSTED-MONTH.
           MOVE PJ-POSTING-DATE (7:2)  TO JL-POSTED-DAY.
           MOVE PJ-POSTING-DATE (1:4)  TO JL-POSTED-YEAR.
           MOVE PJ-BATCH-NUMBER        TO JL-BATCH-NUMBER.
           MOVE JOURNAL-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       400-PRINT-CUSTOMER-TOTAL.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE CUSTOMER-NET-AMOUNT  TO CTL-NET-AMOUNT.
           MOVE CUSTOMER-ENTRY-COUNT TO CTL-ENTRY-COUNT.
           MOVE CUSTOMER-TOTAL-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           ADD CUSTOMER-NET-AMOUNT TO GRAND-NET-AMOUNT.
           MOVE ZERO TO CUSTOMER-NET-AMOUNT.
           MOVE ZERO TO CUSTOMER-ENTRY-COUNT.
      *
       500-PRINT-GRAND-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE JOURNAL-RECORD-COUNT  TO GT1-READ-COUNT.
           MOVE SELECTED-RECORD-COUNT TO GT1-SELECTED-COUNT.
           MOVE GRAND-TOTAL-LINE-1 TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE GRAND-INVOICE-AMOUNT  TO GT2-INVOICE-AMOUNT.
           MOVE GRAND-CREDIT-AMOUNT   TO GT2-CREDIT-AMOUNT.
           MOVE GRAND-TOTAL-LINE-2 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE GRAND-NET-AMOUNT      TO GT3-NET-AMOUNT.
           MOVE GRAND-TOTAL-LINE-3 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       630-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 640-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE SELECTION-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       640-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF JRNLRPT-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE JRNLRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF JRNLRPT-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE JRNLRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME   TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS      TO ELR-FILE-STATUS.
           MOVE JOURNAL-RECORD-COUNT TO ELR-RECORD-COUNT.
           WRITE ERROR-LOG-RECORD.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "9700-WRITE-ERROR-LOG-RECORD WRITE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
                   " FOR " ERR-PARAGRAPH-NAME
           END-IF.
      *
       9800-WRITE-RUN-AUDIT-RECORD.
      *
           OPEN EXTEND RUNAUDIT.
           IF RUNAUDIT-STATUS = "35"
               OPEN OUTPUT RUNAUDIT
           END-IF.
           IF RUNAUDIT-STATUS NOT = "00"
               MOVE "9800-WRITE-RUN-AUDIT-RECORD OPEN RUNAUDIT"
                   TO ERR-PARAGRAPH-NAME
               MOVE RUNAUDIT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               MOVE "RPT8250" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE JOURNAL-RECORD-COUNT TO RA-RECORDS-READ
               MOVE SELECTED-RECORD-COUNT TO RA-RECORDS-SELECTED
               IF GRAND-NET-AMOUNT > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF GRAND-NET-AMOUNT < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE GRAND-NET-AMOUNT TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
               ELSE
                   MOVE "N" TO RA-COMPLETION-CODE
               END-IF
               MOVE "N" TO RA-RESTART-FLAG
               WRITE RUN-AUDIT-RECORD
               IF RUNAUDIT-STATUS NOT = "00"
                   MOVE "9800-WRITE-RUN-AUDIT-RECORD WRITE RUNAUDIT"
                       TO ERR-PARAGRAPH-NAME
                   MOVE RUNAUDIT-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
               CLOSE RUNAUDIT
               IF RUNAUDIT-STATUS NOT = "00"
                   MOVE "9800-WRITE-RUN-AUDIT-RECORD CLOSE RUNAUDIT"
                       TO ERR-PARAGRAPH-NAME
                   MOVE RUNAUDIT-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
