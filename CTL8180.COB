           05  AUDIT-TABLE-MAX     PIC S9(4)   COMP VALUE +500.
           05  AUDIT-COUNT         PIC S9(4)   COMP VALUE ZERO.
           05  AUDIT-INDEX         PIC S9(4)   COMP.
           05  PREREQ-COMPLETION-CODE  PIC X(1).
               88  PREREQ-OUT-OF-BALANCE       VALUE "B".
           05  AUDIT-ENTRY     OCCURS 500 TIMES.
               10  AU-PROGRAM-ID           PIC X(8).
               10  AU-END-DATE             PIC 9(8).
      *
           MOVE "N" TO PREREQ-FOUND-SWITCH.
           MOVE "N" TO PREREQ-FAILED-SWITCH.
           MOVE SPACE TO PREREQ-COMPLETION-CODE.
           IF SC-PREREQ-PROGRAM = SPACE
               SET PREREQ-FOUND TO TRUE
           ELSE
                   UNTIL AUDIT-INDEX > AUDIT-COUNT
           END-IF.
           EVALUATE TRUE
             WHEN PREREQ-FAILED AND PREREQ-OUT-OF-BALANCE
               ADD 1 TO STEP-HELD-COUNT
               SET STREAM-HALTED TO TRUE
               MOVE "*** HELD - PREREQUISITE OUT OF BALANCE ***"
                   TO STL-DISPOSITION
               DISPLAY "CTL8180 STREAM HALTED - STEP "
                   SC-STEP-SEQUENCE-X " " SC-PROGRAM-ID
                   " PREREQUISITE " SC-PREREQ-PROGRAM
                   " OUT OF BALANCE FOR " CURRENT-DATE-NUMERIC
             WHEN PREREQ-FAILED
               ADD 1 TO STEP-HELD-COUNT
               SET STREAM-HALTED TO TRUE
      *    CLEAN RERUN AFTER AN ABEND RELEASES THE STEP.
      *
           IF AU-PROGRAM-ID (AUDIT-INDEX) = SC-PREREQ-PROGRAM
               MOVE AU-COMPLETION-CODE (AUDIT-INDEX)
                   TO PREREQ-COMPLETION-CODE
               IF AU-COMPLETION-CODE (AUDIT-INDEX) = "N"
                   MOVE "Y" TO PREREQ-FOUND-SWITCH
                   MOVE "N" TO PREREQ-FAILED-SWITCH
