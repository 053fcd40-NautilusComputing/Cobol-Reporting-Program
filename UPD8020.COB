               FILE STATUS IS CREDMAST-STATUS.
           SELECT CREDHOLD ASSIGN TO "CREDHOLD.DAT"
               FILE STATUS IS CREDHOLD-STATUS.
           SELECT POSTJRNL ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PJ-JOURNAL-KEY
               FILE STATUS IS POSTJRNL-STATUS.
           SELECT CTLTOTAL ASSIGN TO "CTLTOTAL.DAT"
               FILE STATUS IS CTLTOTAL-STATUS.
           SELECT ERRORLOG ASSIGN TO "UPD8020.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  TRNREJCT.
      *
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-TRANSACTION-CODE     PIC X(1).
           05  OI-INVOICE-DATE         PIC 9(8).
           05  OI-INVOICE-AMOUNT       PIC S9(7)V99.
           05  OI-AMOUNT-PAID          PIC S9(7)V99.
           05  OI-OPEN-STATUS          PIC X(1).
      *
       FD  SUSPENSE.
           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  POSTREG.
           05  DL-CUSTOMER-NUMBER      PIC 9(5).
           05  DL-CUSTOMER-NAME        PIC X(20).
           05  DL-POSTED-AMOUNT        PIC S9(7)V99.
           05  DL-SALES-THIS-YTD       PIC S9(7)V99.
           05  DL-POST-DATE            PIC 9(8).
      *
       FD  CREDMAST.
      *
       01  CREDIT-MASTER-RECORD.
           05  CR-CUSTOMER-NUMBER      PIC 9(5).
           05  CR-CREDIT-LIMIT         PIC S9(7)V99.
           05  CR-HOLD-FLAG            PIC X(1).
      *
       FD  CREDHOLD.
           05  CH-INVOICE-NUMBER       PIC 9(6).
           05  CH-TRANSACTION-AMOUNT   PIC S9(5)V99.
           05  CH-TRANSACTION-DATE     PIC 9(8).
           05  CH-SALES-THIS-YTD       PIC S9(7)V99.
           05  CH-CREDIT-LIMIT         PIC S9(7)V99.
           05  CH-HOLD-REASON          PIC X(20).
           05  CH-HELD-DATE            PIC 9(8).
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
       FD  CTLTOTAL.
      *
      *    SHARED WITH UPD8140, UPD8310 AND RPT8290.  UPD8020 USES THE
      *    POSTING VIEW OF THE AMOUNTS, THE OTHER WRITERS THE CASH VIEW.
      *
       01  RUN-CONTROL-TOTAL-RECORD.
           05  TC-PROGRAM-ID           PIC X(8).
           05  TC-RUN-DATE             PIC 9(8).
           05  TC-RUN-TIME             PIC 9(6).
           05  TC-RECORD-TYPE          PIC X(1).
               88  TC-BRANCH-TOTAL             VALUE "B".
               88  TC-RUN-TOTAL                VALUE "T".
           05  TC-BRANCH-NUMBER        PIC 9(2).
           05  TC-ITEM-COUNT           PIC 9(7).
           05  TC-POSTING-TOTALS.
               10  TC-NET-ACCEPTED         PIC S9(9)V99.
               10  TC-OPEN-ITEM-POSTED     PIC S9(9)V99.
               10  TC-CREDIT-HELD          PIC S9(9)V99.
           05  TC-CASH-TOTALS          REDEFINES TC-POSTING-TOTALS.
               10  TC-CASH-APPLIED         PIC S9(9)V99.
               10  TC-UNAPPLIED-APPLIED    PIC S9(9)V99.
               10  TC-TRANSFER-NET         PIC S9(9)V99.
      *
       FD  ERRORLOG.
      *
           05  CUSTDLTA-STATUS     PIC XX      VALUE "00".
           05  CREDMAST-STATUS     PIC XX      VALUE "00".
           05  CREDHOLD-STATUS     PIC XX      VALUE "00".
           05  POSTJRNL-STATUS     PIC XX      VALUE "00".
           05  CTLTOTAL-STATUS     PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
      *
           05  BATCH-REJECT-COUNT      PIC 9(5)    VALUE ZERO.
           05  DELTA-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  HELD-TRANS-COUNT        PIC 9(7)    VALUE ZERO.
           05  JOURNAL-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  CONTROL-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
               88  CREDIT-FOUND                VALUE "Y".
           05  HOLD-TRANSACTION-SWITCH PIC X   VALUE "N".
               88  HOLD-TRANSACTION            VALUE "Y".
           05  NO-JOURNAL-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-JOURNAL-FILE             VALUE "Y".
           05  DUPLICATE-INVOICE-SWITCH PIC X  VALUE "N".
               88  DUPLICATE-INVOICE           VALUE "Y".
      *
       01  CREDIT-CHECK-FIELDS.
           05  CUSTOMER-CREDIT-LIMIT   PIC S9(7)V99    VALUE ZERO.
           05  CUSTOMER-HOLD-FLAG      PIC X(1)        VALUE "N".
               88  CUSTOMER-ON-HOLD                    VALUE "Y".
           05  HOLD-REASON             PIC X(20).
               10  TT-TRANSACTION-AMOUNT   PIC S9(5)V99.
               10  TT-TRANSACTION-DATE     PIC 9(8).
               10  TT-INVOICE-NUMBER       PIC 9(6).
               10  TT-BATCH-NUMBER         PIC 9(5).
               10  TT-POSTED-SWITCH        PIC X(1).
                   88  TT-POSTED                   VALUE "Y".
      *
           05  REJECT-REASON           PIC X(30).
           05  POSTING-AMOUNT          PIC S9(5)V99.
           05  CUSTOMER-POSTED-AMOUNT  PIC S9(7)V99.
           05  NEW-SALES-THIS-YTD      PIC S9(9)V99.
      *
       01  CONTROL-TOTAL-FIELDS.
           05  HASH-AMOUNT-IN          PIC S9(9)V99    VALUE ZERO.
           05  AMOUNT-POSTED           PIC S9(9)V99    VALUE ZERO.
           05  AMOUNT-REJECTED         PIC S9(9)V99    VALUE ZERO.
           05  AMOUNT-HELD             PIC S9(9)V99    VALUE ZERO.
      *
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-SUB              PIC S9(4)   COMP.
           05  RUN-ITEM-COUNT          PIC 9(7)        VALUE ZERO.
           05  RUN-NET-ACCEPTED        PIC S9(9)V99    VALUE ZERO.
           05  RUN-OPEN-ITEM-POSTED    PIC S9(9)V99    VALUE ZERO.
           05  RUN-CREDIT-HELD         PIC S9(9)V99    VALUE ZERO.
           05  BRANCH-TOTAL-ENTRY  OCCURS 99 TIMES.
               10  BR-ITEM-COUNT           PIC 9(7).
               10  BR-NET-ACCEPTED         PIC S9(9)V99.
               10  BR-OPEN-ITEM-POSTED     PIC S9(9)V99.
               10  BR-CREDIT-HELD          PIC S9(9)V99.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  FILLER               PIC X(30)      VALUE
               " OPEN ITEMS WRITTEN:          ".
           05  CT4-OPEN-ITEM-COUNT  PIC ZZZ,ZZ9.
           05  FILLER               PIC X(25)      VALUE
               "   JOURNAL ENTRIES:      ".
           05  CT4-JOURNAL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(63)      VALUE SPACE.
      *
       01  BALANCE-LINE.
           05  FILLER               PIC X(40)      VALUE
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           PERFORM 120-OPEN-POSTED-JOURNAL.
           IF SALESTRN-STATUS NOT = "00"
               MOVE "000-POST-SALES-TRANSACTIONS OPEN SALESTRN"
                   TO ERR-PARAGRAPH-NAME
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-INITIALIZE-BRANCH-TOTAL
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99.
           PERFORM 150-LOAD-PERIOD-CONTROL.
           PERFORM 200-EDIT-TRANSACTION-RECORDS
               UNTIL SALESTRN-EOF.
               VARYING TRANSACTION-INDEX FROM 1 BY 1
               UNTIL TRANSACTION-INDEX > TRANSACTION-COUNT.
           PERFORM 700-PRINT-CONTROL-TOTALS.
           IF NOT PROOF-RUN
               PERFORM 750-WRITE-CONTROL-TOTALS
           END-IF.
           CLOSE SALESTRN
                 CUSTMAST
                 OPENITEM
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF NOT NO-JOURNAL-FILE
               CLOSE POSTJRNL
               IF POSTJRNL-STATUS NOT = "00"
                   MOVE "000-POST-SALES-TRANSACTIONS CLOSE POSTJRNL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF NOT NO-CREDIT-FILE
               CLOSE CREDMAST
               IF CREDMAST-STATUS NOT = "00"
           MOVE CD-DAY     TO RUN-DATE-DAY.
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
      *
       110-INITIALIZE-BRANCH-TOTAL.
      *
           MOVE ZERO TO BR-ITEM-COUNT (BRANCH-SUB).
           MOVE ZERO TO BR-NET-ACCEPTED (BRANCH-SUB).
           MOVE ZERO TO BR-OPEN-ITEM-POSTED (BRANCH-SUB).
           MOVE ZERO TO BR-CREDIT-HELD (BRANCH-SUB).
      *
       120-OPEN-POSTED-JOURNAL.
      *
      *    THE JOURNAL IS KEPT PERMANENTLY - ON THE FIRST POSTING RUN
      *    IT DOES NOT EXIST YET, SO IT IS CREATED EMPTY AND REOPENED.
      *    A PROOF RUN ONLY READS IT FOR THE DUPLICATE-INVOICE EDIT.
      *
           IF PROOF-RUN
               OPEN INPUT POSTJRNL
               IF POSTJRNL-STATUS = "35"
                   SET NO-JOURNAL-FILE TO TRUE
               END-IF
           ELSE
               OPEN I-O POSTJRNL
               IF POSTJRNL-STATUS = "35"
                   OPEN OUTPUT POSTJRNL
                   CLOSE POSTJRNL
                   OPEN I-O POSTJRNL
               END-IF
           END-IF.
           IF NOT NO-JOURNAL-FILE AND
                   POSTJRNL-STATUS NOT = "00"
               MOVE "120-OPEN-POSTED-JOURNAL OPEN POSTJRNL"
                   TO ERR-PARAGRAPH-NAME
               MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET NO-JOURNAL-FILE TO TRUE
           END-IF.
      *
       140-READ-CONTROL-CARD.
      *
                   MOVE "POSTING PERIOD CLOSED" TO REJECT-REASON
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 222-CHECK-DUPLICATE-INVOICE
               IF DUPLICATE-INVOICE
                   MOVE "N" TO TRANSACTION-VALID-SWITCH
                   MOVE "DUPLICATE INVOICE" TO REJECT-REASON
               END-IF
           END-IF.
           IF ST-TRANSACTION-AMOUNT-X NUMERIC
               ADD ST-TRANSACTION-AMOUNT TO HASH-AMOUNT-IN
           END-IF.
      *
       222-CHECK-DUPLICATE-INVOICE.
      *
      *    AN INVOICE NUMBER POSTS ONCE PER CUSTOMER.  IT IS A DUPLICATE
      *    IF THE POSTED JOURNAL ALREADY CARRIES IT FROM AN EARLIER RUN
      *    OR IF IT IS ALREADY IN THIS RUN'S POSTING TABLE.
      *
           MOVE "N" TO DUPLICATE-INVOICE-SWITCH.
           IF NOT NO-JOURNAL-FILE
               MOVE ST-CUSTOMER-NUMBER TO PJ-CUSTOMER-NUMBER
               MOVE ST-INVOICE-NUMBER  TO PJ-INVOICE-NUMBER
               READ POSTJRNL
                   INVALID KEY
                       MOVE "N" TO DUPLICATE-INVOICE-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO DUPLICATE-INVOICE-SWITCH
               END-READ
               IF POSTJRNL-STATUS NOT = "00" AND
                       POSTJRNL-STATUS NOT = "23"
                   MOVE "222-CHECK-DUPLICATE-INVOICE"
                       TO ERR-PARAGRAPH-NAME
                   MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
           IF NOT DUPLICATE-INVOICE
               PERFORM 223-SCAN-TRANSACTION-ENTRY
                   VARYING TRANSACTION-INDEX FROM 1 BY 1
                   UNTIL TRANSACTION-INDEX > TRANSACTION-COUNT
                       OR DUPLICATE-INVOICE
           END-IF.
      *
       223-SCAN-TRANSACTION-ENTRY.
      *
           IF TT-CUSTOMER-NUMBER (TRANSACTION-INDEX) =
                   ST-CUSTOMER-NUMBER
                   AND TT-INVOICE-NUMBER (TRANSACTION-INDEX) =
                       ST-INVOICE-NUMBER
               MOVE "Y" TO DUPLICATE-INVOICE-SWITCH
           END-IF.
      *
       225-CHECK-POSTING-PERIOD.
      *
               TO TT-TRANSACTION-DATE (TRANSACTION-COUNT).
           MOVE ST-INVOICE-NUMBER
               TO TT-INVOICE-NUMBER (TRANSACTION-COUNT).
           MOVE BATCH-NUMBER
               TO TT-BATCH-NUMBER (TRANSACTION-COUNT).
           MOVE "N" TO TT-POSTED-SWITCH (TRANSACTION-COUNT).
      *
       240-REJECT-TRANSACTION.
               END-IF
               PERFORM 425-CHECK-CREDIT-STANDING
               IF HOLD-TRANSACTION
                   PERFORM 480-ACCUMULATE-BRANCH-TOTAL
                   PERFORM 460-HOLD-TRANSACTION-ENTRY
               ELSE
                   ADD POSTING-AMOUNT CM-SALES-THIS-YTD
                       GIVING NEW-SALES-THIS-YTD
                   IF NEW-SALES-THIS-YTD > 9999999.99 OR
                           NEW-SALES-THIS-YTD < -9999999.99
                       PERFORM 465-REJECT-OVERFLOW-ENTRY
                   ELSE
                       MOVE NEW-SALES-THIS-YTD TO CM-SALES-THIS-YTD
                       PERFORM 480-ACCUMULATE-BRANCH-TOTAL
                       PERFORM 428-POST-ACCEPTED-ENTRY
                   END-IF
               END-IF
           END-IF.
                   MOVE "OVER CREDIT LIMIT" TO HOLD-REASON
               END-EVALUATE
           END-IF.
      *
       428-POST-ACCEPTED-ENTRY.
      *
           ADD POSTING-AMOUNT TO CUSTOMER-POSTED-AMOUNT.
           ADD TT-TRANSACTION-AMOUNT (TRANSACTION-INDEX)
               TO AMOUNT-POSTED.
           ADD 1 TO POSTED-TRANS-COUNT.
           MOVE "Y" TO TT-POSTED-SWITCH (TRANSACTION-INDEX).
           MOVE "Y" TO MASTER-CHANGED-SWITCH.
           IF NOT PROOF-RUN
               PERFORM 430-WRITE-OPEN-ITEM-RECORD
               PERFORM 435-WRITE-JOURNAL-RECORD
           END-IF.
      *
       430-WRITE-OPEN-ITEM-RECORD.
      *
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD 1 TO OPEN-ITEM-COUNT.
      *
       435-WRITE-JOURNAL-RECORD.
      *
           IF NOT NO-JOURNAL-FILE
               MOVE CM-CUSTOMER-NUMBER TO PJ-CUSTOMER-NUMBER
               MOVE TT-INVOICE-NUMBER (TRANSACTION-INDEX)
                   TO PJ-INVOICE-NUMBER
               MOVE TT-TRANSACTION-CODE (TRANSACTION-INDEX)
                   TO PJ-TRANSACTION-CODE
               MOVE TT-TRANSACTION-AMOUNT (TRANSACTION-INDEX)
                   TO PJ-TRANSACTION-AMOUNT
               MOVE TT-TRANSACTION-DATE (TRANSACTION-INDEX)
                   TO PJ-TRANSACTION-DATE
               MOVE RUN-DATE-NUMERIC   TO PJ-POSTING-DATE
               MOVE TT-BATCH-NUMBER (TRANSACTION-INDEX)
                   TO PJ-BATCH-NUMBER
               WRITE POSTED-JOURNAL-RECORD
                   INVALID KEY
                       MOVE "435-WRITE-JOURNAL-RECORD WRITE POSTJRNL"
                           TO ERR-PARAGRAPH-NAME
                       MOVE POSTJRNL-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   NOT INVALID KEY
                       ADD 1 TO JOURNAL-RECORD-COUNT
               END-WRITE
           END-IF.
      *
       440-REWRITE-CUSTOMER-RECORD.
      *
           MOVE "HELD FOR CREDIT REVIEW" TO REJECT-REASON.
           MOVE "N" TO TRANSACTION-VALID-SWITCH.
           PERFORM 300-PRINT-REGISTER-LINE.
      *
       465-REJECT-OVERFLOW-ENTRY.
      *
      *    A POSTING THAT WOULD CARRY CM-SALES-THIS-YTD PAST ITS SIZE IS
      *    REJECTED TO SUSPENSE RATHER THAN LEFT TO WRAP AROUND.  THE
      *    MASTER IS LEFT AS IT WAS AND NOTHING GOES TO OPENITEM.
      *
           ADD 1 TO REJECTED-TRANS-COUNT.
           ADD TT-TRANSACTION-AMOUNT (TRANSACTION-INDEX)
               TO AMOUNT-REJECTED.
           MOVE "Y" TO TT-POSTED-SWITCH (TRANSACTION-INDEX).
           MOVE TT-TRANSACTION-CODE (TRANSACTION-INDEX)
               TO ST-TRANSACTION-CODE.
           MOVE TT-CUSTOMER-NUMBER (TRANSACTION-INDEX)
               TO ST-CUSTOMER-NUMBER.
           MOVE TT-TRANSACTION-AMOUNT (TRANSACTION-INDEX)
               TO ST-TRANSACTION-AMOUNT.
           MOVE TT-TRANSACTION-DATE (TRANSACTION-INDEX)
               TO ST-TRANSACTION-DATE.
           MOVE TT-INVOICE-NUMBER (TRANSACTION-INDEX)
               TO ST-INVOICE-NUMBER.
           MOVE "WOULD OVERFLOW YTD SALES" TO REJECT-REASON.
           MOVE "N" TO TRANSACTION-VALID-SWITCH.
           MOVE SALES-TRANSACTION-RECORD TO RJ-TRANSACTION-IMAGE.
           MOVE REJECT-REASON TO RJ-REJECT-REASON.
           PERFORM 250-WRITE-REJECT-RECORD.
           PERFORM 300-PRINT-REGISTER-LINE.
      *
       470-WRITE-CREDIT-HOLD-RECORD.
      *
               MOVE CREDHOLD-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       480-ACCUMULATE-BRANCH-TOTAL.
      *
      *    BRANCH 00 IS CARRIED AS 99, THE SAME AS THE YEAR-END ROLL.
      *
           IF CM-BRANCH-NUMBER > ZERO
               MOVE CM-BRANCH-NUMBER TO BRANCH-SUB
           ELSE
               MOVE 99 TO BRANCH-SUB
           END-IF.
           ADD 1 TO BR-ITEM-COUNT (BRANCH-SUB).
           ADD POSTING-AMOUNT TO BR-NET-ACCEPTED (BRANCH-SUB).
           IF HOLD-TRANSACTION
               ADD POSTING-AMOUNT TO BR-CREDIT-HELD (BRANCH-SUB)
           ELSE
               ADD POSTING-AMOUNT TO BR-OPEN-ITEM-POSTED (BRANCH-SUB)
           END-IF.
      *
       600-REJECT-UNMATCHED-TRANS.
      *
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE OPEN-ITEM-COUNT        TO CT4-OPEN-ITEM-COUNT.
           MOVE JOURNAL-RECORD-COUNT   TO CT4-JOURNAL-COUNT.
           MOVE CONTROL-TOTAL-LINE-4 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE BALANCE-LINE TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 350-WRITE-REPORT-LINE.
      *
       750-WRITE-CONTROL-TOTALS.
      *
      *    ONE RECORD PER BRANCH POSTED TO, THEN A RUN-TOTAL RECORD
      *    THAT IS WRITTEN EVEN WHEN NOTHING POSTED, SO THE BALANCING
      *    RUN CAN TELL WHICH POSTING RUN CUSTDLTA AND CREDHOLD CAME
      *    FROM.
      *
           OPEN EXTEND CTLTOTAL.
           IF CTLTOTAL-STATUS = "35"
               OPEN OUTPUT CTLTOTAL
           END-IF.
           IF CTLTOTAL-STATUS NOT = "00"
               MOVE "750-WRITE-CONTROL-TOTALS OPEN CTLTOTAL"
                   TO ERR-PARAGRAPH-NAME
               MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM 760-WRITE-BRANCH-CONTROL-TOTAL
                   VARYING BRANCH-SUB FROM 1 BY 1
                   UNTIL BRANCH-SUB > 99
               MOVE "T"                  TO TC-RECORD-TYPE
               MOVE ZERO                 TO TC-BRANCH-NUMBER
               MOVE RUN-ITEM-COUNT       TO TC-ITEM-COUNT
               MOVE RUN-NET-ACCEPTED     TO TC-NET-ACCEPTED
               MOVE RUN-OPEN-ITEM-POSTED TO TC-OPEN-ITEM-POSTED
               MOVE RUN-CREDIT-HELD      TO TC-CREDIT-HELD
               PERFORM 770-WRITE-CONTROL-TOTAL-RECORD
               CLOSE CTLTOTAL
               IF CTLTOTAL-STATUS NOT = "00"
                   MOVE "750-WRITE-CONTROL-TOTALS CLOSE CTLTOTAL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           END-IF.
      *
       760-WRITE-BRANCH-CONTROL-TOTAL.
      *
           IF BR-ITEM-COUNT (BRANCH-SUB) > ZERO
               MOVE "B"        TO TC-RECORD-TYPE
               MOVE BRANCH-SUB TO TC-BRANCH-NUMBER
               MOVE BR-ITEM-COUNT (BRANCH-SUB)   TO TC-ITEM-COUNT
               MOVE BR-NET-ACCEPTED (BRANCH-SUB) TO TC-NET-ACCEPTED
               MOVE BR-OPEN-ITEM-POSTED (BRANCH-SUB)
                   TO TC-OPEN-ITEM-POSTED
               MOVE BR-CREDIT-HELD (BRANCH-SUB)  TO TC-CREDIT-HELD
               PERFORM 770-WRITE-CONTROL-TOTAL-RECORD
               ADD BR-ITEM-COUNT (BRANCH-SUB)   TO RUN-ITEM-COUNT
               ADD BR-NET-ACCEPTED (BRANCH-SUB) TO RUN-NET-ACCEPTED
               ADD BR-OPEN-ITEM-POSTED (BRANCH-SUB)
                   TO RUN-OPEN-ITEM-POSTED
               ADD BR-CREDIT-HELD (BRANCH-SUB)  TO RUN-CREDIT-HELD
           END-IF.
      *
       770-WRITE-CONTROL-TOTAL-RECORD.
      *
           MOVE "UPD8020"      TO TC-PROGRAM-ID.
           MOVE RUN-START-DATE TO TC-RUN-DATE.
           MOVE RUN-START-TIME TO TC-RUN-TIME.
           WRITE RUN-CONTROL-TOTAL-RECORD.
           IF CTLTOTAL-STATUS NOT = "00"
               MOVE "770-WRITE-CONTROL-TOTAL-RECORD"
                   TO ERR-PARAGRAPH-NAME
               MOVE CTLTOTAL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO CONTROL-RECORD-COUNT
           END-IF.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
               MOVE CD-TIME TO RA-END-TIME
               MOVE TRANSACTION-READ-COUNT TO RA-RECORDS-READ
               MOVE POSTED-TRANS-COUNT TO RA-RECORDS-SELECTED
               IF AMOUNT-POSTED > 9999999.99
                   MOVE 9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
               ELSE
                   IF AMOUNT-POSTED < -9999999.99
                       MOVE -9999999.99 TO RA-GRAND-TOTAL-THIS-YTD
                   ELSE
                       MOVE AMOUNT-POSTED TO RA-GRAND-TOTAL-THIS-YTD
                   END-IF
               END-IF
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
