           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  BRCHMAST.
      *
       SD  SORT-WORK-FILE.
      *
       01  SORT-RECORD.
           05  SW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SW-BRANCH-NUMBER        PIC 9(2).
           05  SW-SALESREP-NUMBER      PIC 9(2).
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
      *
       01  BRANCH-STAT-TABLE.
           05  BRANCH-STAT-ENTRY   OCCURS 99 TIMES.
               10  BS-SALES-TOTAL      PIC S9(8)V99.
               10  BS-CUSTOMER-COUNT   PIC 9(5).
               10  BS-RANK-COUNT       PIC S9(4)   COMP.
      *
                   15  RK-CUSTOMER-NUMBER  PIC 9(5).
                   15  RK-CUSTOMER-NAME    PIC X(20).
                   15  RK-SALESREP-NUMBER  PIC 9(2).
                   15  RK-SALES-THIS-YTD   PIC S9(7)V99.
      *
       01  WORK-FIELDS.
           05  BRANCH-SUB          PIC S9(4)   COMP.
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(66)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT8090".
           05  HL2-BRANCH-LABEL    PIC X(7)    VALUE SPACE.
           05  HL2-BRANCH-NUMBER   PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(35)   VALUE SPACE.
      *
       01  SECTION-HEADING-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RL-SALESREP-NUMBER   PIC 9(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-SALES-THIS-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-SHARE-PERCENT     PIC ZZ9.9-.
           05  FILLER               PIC X(63)      VALUE SPACE.
      *
           05  BSH-BRANCH-NAME      PIC X(18).
           05  FILLER               PIC X(16)      VALUE
               "   BRANCH TOTAL ".
           05  BSH-BRANCH-TOTAL     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(63)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
      *
       510-PRINT-BRANCH-SECTION-HEAD.
      *
           MOVE BRANCH-SUB TO BM-BRANCH-NUMBER.
           MOVE "BRANCH "        TO HL2-BRANCH-LABEL.
           MOVE BM-BRANCH-NUMBER TO HL2-BRANCH-NUMBER.
           PERFORM 630-PRINT-HEADING-LINES.
           READ BRCHMAST
               INVALID KEY
                   MOVE "N" TO BRANCH-FOUND-SWITCH
