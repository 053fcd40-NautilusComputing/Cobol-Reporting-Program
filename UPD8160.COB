               FILE STATUS IS SALESNXT-STATUS.
           SELECT CUSTNXT ASSIGN TO "CUSTTRAN.NXT"
               FILE STATUS IS CUSTNXT-STATUS.
           SELECT REFNXT ASSIGN TO "REFTRAN.NXT"
               FILE STATUS IS REFNXT-STATUS.
           SELECT FIXREJCT ASSIGN TO "SUSPFIX.REJ"
               FILE STATUS IS FIXREJCT-STATUS.
           SELECT RECYCREG ASSIGN TO "RECYCLE.PRN"
           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  SUSPFIX.
      *
       01  REPAIR-RECORD.
           05  FX-ORIGIN-PROGRAM       PIC X(8).
           05  FX-TRANSACTION-IMAGE    PIC X(48).
      *
       FD  NEWSUSP.
      *
           05  NS-ORIGIN-PROGRAM       PIC X(8).
           05  NS-REJECT-DATE          PIC 9(8).
           05  NS-STATUS               PIC X(1).
           05  NS-TRANSACTION-IMAGE    PIC X(48).
           05  NS-REJECT-REASON        PIC X(30).
      *
       FD  SALESNXT.
      *
       FD  CUSTNXT.
      *
       01  MAINT-RESUBMIT-RECORD       PIC X(48).
      *
       FD  REFNXT.
      *
       01  REF-RESUBMIT-RECORD         PIC X(44).
      *
       FD  FIXREJCT.
      *
       01  REJECT-RECORD.
           05  RJ-REPAIR-IMAGE         PIC X(56).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  RJ-REJECT-REASON        PIC X(30).
      *
           05  NEWSUSP-STATUS      PIC XX      VALUE "00".
           05  SALESNXT-STATUS     PIC XX      VALUE "00".
           05  CUSTNXT-STATUS      PIC XX      VALUE "00".
           05  REFNXT-STATUS       PIC XX      VALUE "00".
           05  FIXREJCT-STATUS     PIC XX      VALUE "00".
           05  RECYCREG-STATUS     PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  REPAIR-READ-COUNT       PIC 9(7)    VALUE ZERO.
           05  RESUBMIT-SALES-COUNT    PIC 9(7)    VALUE ZERO.
           05  RESUBMIT-MAINT-COUNT    PIC 9(7)    VALUE ZERO.
           05  RESUBMIT-REF-COUNT      PIC 9(7)    VALUE ZERO.
           05  REPAIR-REJECT-COUNT     PIC 9(7)    VALUE ZERO.
           05  SUSPENSE-CARRIED-COUNT  PIC 9(7)    VALUE ZERO.
      *
               10  SU-STATUS               PIC X(1).
                   88  SU-OPEN                     VALUE "O".
                   88  SU-RESUBMITTED              VALUE "R".
               10  SU-TRANSACTION-IMAGE    PIC X(48).
               10  SU-REJECT-REASON        PIC X(30).
      *
       01  EDIT-FIELDS.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(10)   VALUE " ORIGIN   ".
           05  FILLER      PIC X(50)   VALUE
               "TRANSACTION IMAGE".
           05  FILLER      PIC X(30)   VALUE "DISPOSITION".
           05  FILLER      PIC X(42)   VALUE SPACE.
      *
       01  REPAIR-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RPL-ORIGIN-PROGRAM   PIC X(8).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RPL-TRANSACTION-IMAGE PIC X(48).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RPL-DISPOSITION      PIC X(30).
           05  FILLER               PIC X(42)      VALUE SPACE.
      *
       01  RECYCLE-TOTAL-LINE-1.
           05  FILLER               PIC X(30)      VALUE
               "   RESUBMITTED TO UPD8030".
           05  FILLER               PIC X(1)       VALUE ":".
           05  RT2-MAINT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(25)      VALUE
               "   RESUBMITTED TO UPD8280".
           05  FILLER               PIC X(1)       VALUE ":".
           05  RT2-REF-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(29)      VALUE SPACE.
      *
       01  RECYCLE-TOTAL-LINE-3.
           05  FILLER               PIC X(30)      VALUE
           OPEN INPUT  SUSPFIX
                OUTPUT SALESNXT
                OUTPUT CUSTNXT
                OUTPUT REFNXT
                OUTPUT FIXREJCT
                OUTPUT RECYCREG.
           IF SUSPFIX-STATUS NOT = "00"
               MOVE CUSTNXT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF REFNXT-STATUS NOT = "00"
               MOVE "000-REPAIR-AND-RESUBMIT OPEN REFNXT"
                   TO ERR-PARAGRAPH-NAME
               MOVE REFNXT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF FIXREJCT-STATUS NOT = "00"
               MOVE "000-REPAIR-AND-RESUBMIT OPEN FIXREJCT"
                   TO ERR-PARAGRAPH-NAME
           CLOSE SUSPFIX
                 SALESNXT
                 CUSTNXT
                 REFNXT
                 FIXREJCT
                 RECYCREG.
           IF SUSPFIX-STATUS NOT = "00"
               MOVE CUSTNXT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF REFNXT-STATUS NOT = "00"
               MOVE "000-REPAIR-AND-RESUBMIT CLOSE REFNXT"
                   TO ERR-PARAGRAPH-NAME
               MOVE REFNXT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF FIXREJCT-STATUS NOT = "00"
               MOVE "000-REPAIR-AND-RESUBMIT CLOSE FIXREJCT"
                   TO ERR-PARAGRAPH-NAME
           PERFORM 330-LOCATE-SUSPENSE-ENTRY.
           EVALUATE TRUE
             WHEN FX-ORIGIN-PROGRAM NOT = "UPD8020" AND
                  FX-ORIGIN-PROGRAM NOT = "UPD8030" AND
                  FX-ORIGIN-PROGRAM NOT = "UPD8280"
               MOVE "N" TO REPAIR-VALID-SWITCH
               MOVE "INVALID ORIGIN PROGRAM" TO REJECT-REASON
             WHEN NOT ENTRY-LOCATED
      *
      *    A REPAIR CARD IS MATCHED TO THE OLDEST OPEN SUSPENSE ITEM
      *    FROM THE SAME ORIGIN PROGRAM FOR THE SAME CUSTOMER NUMBER.
      *    ALL TRANSACTION FORMATS CARRY THE CUSTOMER NUMBER OR THE
      *    RECORD KEY IN POSITIONS 2 THROUGH 6 OF THE IMAGE. UPD8280
      *    IMAGES ALSO CARRY THE REFERENCE FILE CODE IN POSITION 7,
      *    SO THOSE ARE MATCHED ON POSITIONS 2 THROUGH 7.
      *
           MOVE "N" TO ENTRY-LOCATED-SWITCH.
           MOVE ZERO TO LOCATED-ENTRY.
                       FX-ORIGIN-PROGRAM
                   AND SU-TRANSACTION-IMAGE (SUSP-INDEX) (2:5) =
                       FX-TRANSACTION-IMAGE (2:5)
               IF FX-ORIGIN-PROGRAM NOT = "UPD8280"
                       OR SU-TRANSACTION-IMAGE (SUSP-INDEX) (7:1) =
                           FX-TRANSACTION-IMAGE (7:1)
                   MOVE "Y" TO ENTRY-LOCATED-SWITCH
                   MOVE SUSP-INDEX TO LOCATED-ENTRY
               END-IF
           END-IF.
      *
       340-RESUBMIT-REPAIRED-ITEM.
      *
           MOVE "R" TO SU-STATUS (LOCATED-ENTRY).
           EVALUATE FX-ORIGIN-PROGRAM
             WHEN "UPD8020"
               MOVE FX-TRANSACTION-IMAGE (1:27)
                   TO SALES-RESUBMIT-RECORD
               PERFORM 350-WRITE-SALES-RESUBMIT
               ADD 1 TO RESUBMIT-SALES-COUNT
             WHEN "UPD8280"
               MOVE FX-TRANSACTION-IMAGE (1:44)
                   TO REF-RESUBMIT-RECORD
               PERFORM 370-WRITE-REF-RESUBMIT
               ADD 1 TO RESUBMIT-REF-COUNT
             WHEN OTHER
               MOVE FX-TRANSACTION-IMAGE TO MAINT-RESUBMIT-RECORD
               PERFORM 360-WRITE-MAINT-RESUBMIT
               ADD 1 TO RESUBMIT-MAINT-COUNT
           END-EVALUATE.
      *
       350-WRITE-SALES-RESUBMIT.
      *
               MOVE CUSTNXT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       370-WRITE-REF-RESUBMIT.
      *
           WRITE REF-RESUBMIT-RECORD.
           IF REFNXT-STATUS NOT = "00"
               MOVE "370-WRITE-REF-RESUBMIT" TO ERR-PARAGRAPH-NAME
               MOVE REFNXT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       400-REJECT-REPAIR-CARD.
      *
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE RESUBMIT-SALES-COUNT  TO RT2-SALES-COUNT.
           MOVE RESUBMIT-MAINT-COUNT  TO RT2-MAINT-COUNT.
           MOVE RESUBMIT-REF-COUNT    TO RT2-REF-COUNT.
           MOVE RECYCLE-TOTAL-LINE-2 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
               MOVE CD-TIME TO RA-END-TIME
               MOVE REPAIR-READ-COUNT TO RA-RECORDS-READ
               COMPUTE RA-RECORDS-SELECTED =
                   RESUBMIT-SALES-COUNT + RESUBMIT-MAINT-COUNT +
                   RESUBMIT-REF-COUNT
               MOVE ZERO TO RA-GRAND-TOTAL-THIS-YTD
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND
