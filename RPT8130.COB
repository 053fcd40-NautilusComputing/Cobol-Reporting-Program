           05  RPT8000-RUN-COUNT       PIC 9(5)    VALUE ZERO.
           05  RPT8010-RUN-COUNT       PIC 9(5)    VALUE ZERO.
           05  ABNORMAL-RUN-COUNT      PIC 9(5)    VALUE ZERO.
           05  RESTORE-RUN-COUNT       PIC 9(5)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           IF RA-COMPLETION-CODE NOT = "N"
               ADD 1 TO ABNORMAL-RUN-COUNT
           END-IF.
           IF RA-RESTART-FLAG = "R"
               ADD 1 TO RESTORE-RUN-COUNT
           END-IF.
           IF RA-PROGRAM-ID = "RPT8000"
               ADD 1 TO RPT8000-RUN-COUNT
               IF RPT8000-RUN-COUNT = 1
               MOVE 1 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
           IF RESTORE-RUN-COUNT > ZERO
               MOVE "*** MASTER FILE RESTORE RAN - SEE CTL8300 ***"
                   TO SCL-MESSAGE
               MOVE SUITE-CHECK-LINE TO PRINT-AREA
               MOVE 1 TO SPACE-CONTROL
               PERFORM 650-WRITE-REPORT-LINE
           END-IF.
      *
       630-PRINT-HEADING-LINES.
      *
