      *Program: RPT8330
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RPT8330.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DISTCTL ASSIGN TO "DISTCTL.DAT"
               FILE STATUS IS DISTCTL-STATUS.
           SELECT BRCHMAST ASSIGN TO "BRCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-NUMBER
               FILE STATUS IS BRCHMAST-STATUS.
      *
      *    THE REPORTS ARE READ BACK AS PRINTED, ONE LINE PER RECORD.
      *    A FORM FEED MARKS THE FIRST LINE OF EACH PAGE.
      *
           SELECT SALESRPT ASSIGN TO "SALESRPT.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALESRPT-STATUS.
           SELECT AGEDRPT ASSIGN TO "AGEDRCV.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGEDRPT-STATUS.
           SELECT CREDRPT ASSIGN TO "CREDEXCP.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDRPT-STATUS.
           SELECT DECLRPT ASSIGN TO "DECLINE.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLRPT-STATUS.
           SELECT RANKRPT ASSIGN TO "RANKRPT.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANKRPT-STATUS.
      *
      *    ONE PRINT FILE PER RECIPIENT - DISTNN.PRN FOR BRANCH NN
      *    AND DISTHO.PRN FOR HEAD OFFICE.
      *
           SELECT DISTPRT ASSIGN TO DYNAMIC DIST-FILE-NAME
               FILE STATUS IS DISTPRT-STATUS.
           SELECT DISTLOG ASSIGN TO "DISTLOG.PRN"
               FILE STATUS IS DISTLOG-STATUS.
           SELECT ERRORLOG ASSIGN TO "RPT8330.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DISTCTL.
      *
       01  DISTRIBUTION-CONTROL-RECORD.
           05  DC-RECIPIENT            PIC X(2).
           05  DC-RECIPIENT-NUMBER     REDEFINES DC-RECIPIENT
                                       PIC 9(2).
           05  DC-REPORT-ID            PIC X(8).
           05  DC-COPIES-X             PIC X(2).
           05  DC-COPIES               REDEFINES DC-COPIES-X
                                       PIC 9(2).
           05  FILLER                  PIC X(68).
      *
       FD  BRCHMAST.
      *
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-NUMBER    PIC 9(2).
           05  BM-BRANCH-NAME      PIC X(18).
      *
       FD  SALESRPT.
      *
       01  SALESRPT-RECORD     PIC X(265).
      *
       FD  AGEDRPT.
      *
       01  AGEDRPT-RECORD      PIC X(265).
      *
       FD  CREDRPT.
      *
       01  CREDRPT-RECORD      PIC X(265).
      *
       FD  DECLRPT.
      *
       01  DECLRPT-RECORD      PIC X(265).
      *
       FD  RANKRPT.
      *
       01  RANKRPT-RECORD      PIC X(265).
      *
       FD  DISTPRT.
      *
       01  DIST-AREA       PIC X(132).
      *
       FD  DISTLOG.
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
           05  DISTCTL-STATUS      PIC XX      VALUE "00".
           05  BRCHMAST-STATUS     PIC XX      VALUE "00".
           05  SALESRPT-STATUS     PIC XX      VALUE "00".
           05  AGEDRPT-STATUS      PIC XX      VALUE "00".
           05  CREDRPT-STATUS      PIC XX      VALUE "00".
           05  DECLRPT-STATUS      PIC XX      VALUE "00".
           05  RANKRPT-STATUS      PIC XX      VALUE "00".
           05  DISTPRT-STATUS      PIC XX      VALUE "00".
           05  DISTLOG-STATUS      PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
           05  REPORT-STATUS       PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  CARD-RECORD-COUNT       PIC 9(7)    VALUE ZERO.
           05  CARD-REJECT-COUNT       PIC 9(7)    VALUE ZERO.
           05  RECIPIENT-COUNT         PIC 9(7)    VALUE ZERO.
           05  FILES-WRITTEN-COUNT     PIC 9(7)    VALUE ZERO.
           05  PAGES-READ-COUNT        PIC 9(7)    VALUE ZERO.
           05  PAGES-PRINTED-COUNT     PIC 9(7)    VALUE ZERO.
           05  EXCEPTION-COUNT         PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  DISTCTL-EOF-SWITCH      PIC X   VALUE "N".
               88  DISTCTL-EOF                 VALUE "Y".
           05  NO-CONTROL-FILE-SWITCH  PIC X   VALUE "N".
               88  NO-CONTROL-FILE             VALUE "Y".
           05  CARD-VALID-SWITCH       PIC X   VALUE "Y".
               88  CARD-VALID                  VALUE "Y".
           05  BRANCH-FOUND-SWITCH     PIC X   VALUE "N".
               88  BRANCH-FOUND                VALUE "Y".
           05  SCAN-MODE-SWITCH        PIC X   VALUE "C".
               88  CENSUS-SCAN                 VALUE "C".
               88  DISTRIBUTION-SCAN           VALUE "D".
           05  REPORT-EOF-SWITCH       PIC X   VALUE "N".
               88  REPORT-EOF                  VALUE "Y".
           05  PENDING-LINE-SWITCH     PIC X   VALUE "N".
               88  LINE-PENDING                VALUE "Y".
           05  PAGE-TOP-SWITCH         PIC X   VALUE "N".
               88  PAGE-TOP                    VALUE "Y".
           05  PAGE-SELECTED-SWITCH    PIC X   VALUE "N".
               88  PAGE-SELECTED               VALUE "Y".
           05  DISTPRT-OPEN-SWITCH     PIC X   VALUE "N".
               88  DISTPRT-OPEN                VALUE "Y".
           05  DISTRIBUTABLE-SWITCH    PIC X   VALUE "N".
               88  REPORT-DISTRIBUTABLE        VALUE "Y".
           05  EXCEPTION-SWITCH        PIC X   VALUE "N".
               88  REPORT-EXCEPTION            VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  REPORT-FILE-VALUES.
           05  FILLER          PIC X(8)    VALUE "SALESRPT".
           05  FILLER          PIC X(12)   VALUE "SALESRPT.PRN".
           05  FILLER          PIC X(20)   VALUE "YEAR-TO-DATE SALES R".
           05  FILLER          PIC X(20)   VALUE "EPORT               ".
           05  FILLER          PIC X(8)    VALUE "AGEDRCV".
           05  FILLER          PIC X(12)   VALUE "AGEDRCV.PRN".
           05  FILLER          PIC X(20)   VALUE "AGED RECEIVABLES REP".
           05  FILLER          PIC X(20)   VALUE "ORT BY BRANCH       ".
           05  FILLER          PIC X(8)    VALUE "CREDEXCP".
           05  FILLER          PIC X(12)   VALUE "CREDEXCP.PRN".
           05  FILLER          PIC X(20)   VALUE "CREDIT HOLD EXCEPTIO".
           05  FILLER          PIC X(20)   VALUE "N REPORT BY BRANCH  ".
           05  FILLER          PIC X(8)    VALUE "DECLINE".
           05  FILLER          PIC X(12)   VALUE "DECLINE.PRN".
           05  FILLER          PIC X(20)   VALUE "SALES DECLINE EXCEPT".
           05  FILLER          PIC X(20)   VALUE "ION REPORT          ".
           05  FILLER          PIC X(8)    VALUE "RANKRPT".
           05  FILLER          PIC X(12)   VALUE "RANKRPT.PRN".
           05  FILLER          PIC X(20)   VALUE "TOP CUSTOMER RANKING".
           05  FILLER          PIC X(20)   VALUE " REPORT             ".
       01  REPORT-FILE-TABLE   REDEFINES REPORT-FILE-VALUES.
           05  REPORT-FILE-NAMES       OCCURS 5 TIMES.
               10  RF-REPORT-ID        PIC X(8).
               10  RF-FILE-NAME        PIC X(12).
               10  RF-REPORT-TITLE     PIC X(40).
      *
       01  REPORT-FILE-FIELDS.
           05  REPORT-SUB              PIC S9(4)   COMP.
           05  CARD-REPORT-SUB         PIC S9(4)   COMP.
           05  REPORT-FILE-ENTRY       OCCURS 5 TIMES.
               10  RF-FILE-STATE           PIC X(1).
                   88  RF-PRESENT                  VALUE "P".
                   88  RF-MISSING                  VALUE "M".
                   88  RF-FILE-ERROR               VALUE "E".
               10  RF-TOTAL-PAGES          PIC 9(5).
               10  RF-BRANCH-PAGE-COUNTS.
                   15  RF-BRANCH-PAGES     OCCURS 99 TIMES
                                           PIC 9(5).
      *
      *    ENTRIES 1 - 99 ARE THE BRANCHES BY BRANCH NUMBER, ENTRY 100
      *    IS HEAD OFFICE.
      *
       01  RECIPIENT-FIELDS.
           05  RECIPIENT-SUB           PIC S9(4)   COMP.
           05  CARD-RECIPIENT-SUB      PIC S9(4)   COMP.
           05  HEAD-OFFICE-SUB         PIC S9(4)   COMP VALUE 100.
           05  RECIPIENT-ENTRY         OCCURS 100 TIMES.
               10  RC-SCHEDULED-SWITCH     PIC X(1).
                   88  RC-SCHEDULED                VALUE "Y".
               10  RC-RECIPIENT-NAME       PIC X(18).
               10  RC-COPY-COUNTS.
                   15  RC-COPIES           OCCURS 5 TIMES
                                           PIC 9(2).
      *
       01  DISTRIBUTION-FIELDS.
           05  DIST-FILE-NAME          PIC X(12).
           05  RECIPIENT-NUMBER        PIC 9(2).
           05  RECIPIENT-LABEL         PIC X(11).
           05  CARD-COPIES             PIC 9(2).
           05  CARD-REJECT-REASON      PIC X(30).
           05  PAGE-BRANCH-NUMBER      PIC 9(2).
           05  RECIPIENT-PAGES         PIC 9(5).
           05  RECIPIENT-PAGES-PRINTED PIC 9(7).
           05  EXPECTED-PAGES-PRINTED  PIC 9(7).
           05  PACKAGE-PAGE-TOTAL      PIC 9(7).
           05  DISPOSITION-TEXT        PIC X(34).
      *
       01  REPORT-LINE-FIELDS.
           05  FORM-FEED               PIC X(1)    VALUE X"0C".
           05  FORM-FEED-OFFSET        PIC S9(4)   COMP.
           05  PENDING-LENGTH          PIC S9(4)   COMP.
           05  REPORT-RECORD           PIC X(265).
           05  REPORT-LINE             PIC X(132).
           05  REPORT-HEADING-2        REDEFINES REPORT-LINE.
               10  FILLER              PIC X(88).
               10  RL-BRANCH-LABEL     PIC X(7).
               10  RL-BRANCH-NUMBER-X  PIC X(2).
               10  RL-BRANCH-NUMBER    REDEFINES RL-BRANCH-NUMBER-X
                                       PIC 9(2).
               10  FILLER              PIC X(35).
           05  PENDING-LINE            PIC X(132).
           05  PAGE-TOP-LINE-1         PIC X(132).
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
           05  DIST-SPACE-CONTROL  PIC S9.
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
           05  FILLER          PIC X(20)   VALUE "REPORT DISTRIBUTION ".
           05  FILLER          PIC X(20)   VALUE "LOG                 ".
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
           05  FILLER          PIC X(10)   VALUE "RPT8330".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(33)   VALUE
               " RECIPIENT    BRANCH NAME        ".
           05  FILLER          PIC X(33)   VALUE
               " PRINT FILE    REPORT    COPIES  ".
           05  FILLER          PIC X(33)   VALUE
               "PAGES/COPY  PRINTED   DISPOSITION".
           05  FILLER          PIC X(33)   VALUE SPACE.
      *
       01  DISTRIBUTION-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  DL-RECIPIENT         PIC X(11).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-RECIPIENT-NAME    PIC X(18).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-FILE-NAME         PIC X(12).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-REPORT-ID         PIC X(8).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  DL-COPIES            PIC Z9.
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  DL-PAGES-PER-COPY    PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-PAGES-PRINTED     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  DL-DISPOSITION       PIC X(34).
           05  FILLER               PIC X(10)      VALUE SPACE.
      *
       01  CARD-REJECT-LINE.
           05  FILLER          PIC X(25)   VALUE
               " CONTROL CARD REJECTED:  ".
           05  CRL-CARD-IMAGE  PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  CRL-REASON      PIC X(30).
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  REPORT-FILE-LINE.
           05  FILLER          PIC X(14)   VALUE " REPORT FILE: ".
           05  RFL-REPORT-ID   PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  RFL-FILE-NAME   PIC X(12).
           05  FILLER          PIC X(9)    VALUE "  PAGES: ".
           05  RFL-PAGES       PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  RFL-STATE       PIC X(34).
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  SUMMARY-LINE-1.
           05  FILLER          PIC X(13)   VALUE " RECIPIENTS: ".
           05  SML-RECIPIENT-COUNT PIC ZZ9.
           05  FILLER          PIC X(17)   VALUE "    PRINT FILES: ".
           05  SML-FILE-COUNT  PIC ZZ9.
           05  FILLER          PIC X(16)   VALUE "    PAGES READ: ".
           05  SML-PAGES-READ  PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(19)   VALUE "    PAGES PRINTED: ".
           05  SML-PAGES-PRINTED PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(43)   VALUE SPACE.
      *
       01  SUMMARY-LINE-2.
           05  FILLER          PIC X(13)   VALUE " CARDS READ: ".
           05  SML-CARD-COUNT  PIC ZZZ9.
           05  FILLER          PIC X(20)   VALUE "    CARDS REJECTED: ".
           05  SML-REJECT-COUNT PIC ZZZ9.
           05  FILLER          PIC X(16)   VALUE "    EXCEPTIONS: ".
           05  SML-EXCEPTION-COUNT PIC ZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  SML-MESSAGE     PIC X(55).
           05  FILLER          PIC X(12)   VALUE SPACE.
      *
       01  BANNER-STAR-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(70)   VALUE ALL "*".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  BANNER-RECIPIENT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "***  DELIVER TO".
           05  FILLER          PIC X(2)    VALUE ": ".
           05  BRL-RECIPIENT   PIC X(11).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  BRL-RECIPIENT-NAME PIC X(18).
           05  FILLER          PIC X(7)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "  ***".
           05  FILLER          PIC X(62)   VALUE SPACE.
      *
       01  BANNER-RUN-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "***  RUN DATE: ".
           05  BNL-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  BNL-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  BNL-YEAR        PIC 9(4).
           05  FILLER          PIC X(8)    VALUE "  TIME: ".
           05  BNL-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  BNL-MINUTES     PIC 9(2).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "FILE:   ".
           05  BNL-FILE-NAME   PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "  ***".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  BANNER-HEADING-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "REPORT    ".
           05  FILLER          PIC X(42)   VALUE "TITLE".
           05  FILLER          PIC X(11)   VALUE "COPIES     ".
           05  FILLER          PIC X(11)   VALUE "PAGES/COPY ".
           05  FILLER          PIC X(48)   VALUE SPACE.
      *
       01  BANNER-REPORT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  BRP-REPORT-ID   PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  BRP-REPORT-TITLE PIC X(40).
           05  FILLER          PIC X(6)    VALUE SPACE.
           05  BRP-COPIES      PIC Z9.
           05  FILLER          PIC X(7)    VALUE SPACE.
           05  BRP-PAGES       PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  BRP-NOTE        PIC X(34).
           05  FILLER          PIC X(14)   VALUE SPACE.
      *
       01  BANNER-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "TOTAL REPORT PAGES I".
           05  FILLER          PIC X(20)   VALUE "N THIS DISTRIBUTION ".
           05  FILLER          PIC X(23)   VALUE SPACE.
           05  BTL-PAGES       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(50)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-DISTRIBUTE-REPORTS.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-DISTRIBUTE-REPORTS OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN INPUT  BRCHMAST
                OUTPUT DISTLOG.
           IF BRCHMAST-STATUS NOT = "00"
               MOVE "000-DISTRIBUTE-REPORTS OPEN BRCHMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF DISTLOG-STATUS NOT = "00"
               MOVE "000-DISTRIBUTE-REPORTS OPEN DISTLOG"
                   TO ERR-PARAGRAPH-NAME
               MOVE DISTLOG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-CLEAR-RECIPIENT-ENTRY
               VARYING RECIPIENT-SUB FROM 1 BY 1
               UNTIL RECIPIENT-SUB > HEAD-OFFICE-SUB.
           PERFORM 120-LOAD-DISTRIBUTION-CONTROL.
           SET CENSUS-SCAN TO TRUE.
           PERFORM 200-COUNT-REPORT-PAGES
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > 5.
           SET DISTRIBUTION-SCAN TO TRUE.
           PERFORM 500-DISTRIBUTE-RECIPIENT
               VARYING RECIPIENT-SUB FROM 1 BY 1
               UNTIL RECIPIENT-SUB > HEAD-OFFICE-SUB.
           PERFORM 600-PRINT-RUN-SUMMARY.
           CLOSE BRCHMAST
                 DISTLOG.
           IF BRCHMAST-STATUS NOT = "00"
               MOVE "000-DISTRIBUTE-REPORTS CLOSE BRCHMAST"
                   TO ERR-PARAGRAPH-NAME
               MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           IF DISTLOG-STATUS NOT = "00"
               MOVE "000-DISTRIBUTE-REPORTS CLOSE DISTLOG"
                   TO ERR-PARAGRAPH-NAME
               MOVE DISTLOG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-DISTRIBUTE-REPORTS CLOSE ERRORLOG "
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
           MOVE CD-MONTH   TO BNL-MONTH.
           MOVE CD-DAY     TO BNL-DAY.
           MOVE CD-YEAR    TO BNL-YEAR.
           MOVE CD-HOURS   TO BNL-HOURS.
           MOVE CD-MINUTES TO BNL-MINUTES.
           MOVE CD-DATE    TO RUN-START-DATE.
           MOVE CD-TIME    TO RUN-START-TIME.
      *
       110-CLEAR-RECIPIENT-ENTRY.
      *
           MOVE "N"   TO RC-SCHEDULED-SWITCH (RECIPIENT-SUB).
           MOVE SPACE TO RC-RECIPIENT-NAME (RECIPIENT-SUB).
           MOVE ZERO  TO RC-COPY-COUNTS (RECIPIENT-SUB).
      *
       120-LOAD-DISTRIBUTION-CONTROL.
      *
      *    ONE CARD PER RECIPIENT PER REPORT:
      *      COLS 1-2    BRANCH NUMBER (MUST BE ON BRCHMAST) OR "HO"
      *                  FOR HEAD OFFICE
      *      COLS 3-10   REPORT - SALESRPT, AGEDRCV, CREDEXCP,
      *                  DECLINE OR RANKRPT
      *      COLS 11-12  NUMBER OF COPIES, BLANK FOR ONE
      *    A BRANCH RECEIVES ONLY THE PAGES FOR ITS OWN BRANCH; HEAD
      *    OFFICE RECEIVES THE WHOLE REPORT.  BLANK CARDS ARE IGNORED.
      *
           OPEN INPUT DISTCTL.
           IF DISTCTL-STATUS = "00"
               PERFORM 130-READ-CONTROL-CARD
               PERFORM 140-EDIT-CONTROL-CARD
                   UNTIL DISTCTL-EOF
               CLOSE DISTCTL
               IF DISTCTL-STATUS NOT = "00"
                   MOVE "120-LOAD-DISTRIBUTION-CONTROL CLOSE DISTCTL"
                       TO ERR-PARAGRAPH-NAME
                   MOVE DISTCTL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
           ELSE
               MOVE "120-LOAD-DISTRIBUTION-CONTROL OPEN DISTCTL"
                   TO ERR-PARAGRAPH-NAME
               MOVE DISTCTL-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET NO-CONTROL-FILE TO TRUE
           END-IF.
      *
       130-READ-CONTROL-CARD.
      *
           READ DISTCTL
               AT END
                   SET DISTCTL-EOF TO TRUE.
           IF DISTCTL-STATUS = "00"
               ADD 1 TO CARD-RECORD-COUNT
           ELSE
               IF DISTCTL-STATUS NOT = "10"
                   MOVE "130-READ-CONTROL-CARD" TO ERR-PARAGRAPH-NAME
                   MOVE DISTCTL-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET DISTCTL-EOF TO TRUE
               END-IF
           END-IF.
      *
       140-EDIT-CONTROL-CARD.
      *
           IF DISTRIBUTION-CONTROL-RECORD NOT = SPACE
               MOVE "Y" TO CARD-VALID-SWITCH
               PERFORM 150-EDIT-CARD-RECIPIENT
               IF CARD-VALID
                   MOVE ZERO TO CARD-REPORT-SUB
                   PERFORM 145-MATCH-CARD-REPORT-ID
                       VARYING REPORT-SUB FROM 1 BY 1
                       UNTIL REPORT-SUB > 5
                   IF CARD-REPORT-SUB = ZERO
                       MOVE "N" TO CARD-VALID-SWITCH
                       MOVE "UNKNOWN REPORT" TO CARD-REJECT-REASON
                   END-IF
               END-IF
               IF CARD-VALID
                   EVALUATE TRUE
                     WHEN DC-COPIES-X = SPACE
                       MOVE 1 TO CARD-COPIES
                     WHEN DC-COPIES-X NUMERIC AND DC-COPIES > ZERO
                       MOVE DC-COPIES TO CARD-COPIES
                     WHEN OTHER
                       MOVE "N" TO CARD-VALID-SWITCH
                       MOVE "INVALID NUMBER OF COPIES"
                           TO CARD-REJECT-REASON
                   END-EVALUATE
               END-IF
               IF CARD-VALID
                   IF RC-COPIES (CARD-RECIPIENT-SUB, CARD-REPORT-SUB)
                           > ZERO
                       MOVE "N" TO CARD-VALID-SWITCH
                       MOVE "DUPLICATE CARD" TO CARD-REJECT-REASON
                   END-IF
               END-IF
               IF CARD-VALID
                   PERFORM 160-SCHEDULE-CARD-REPORT
               ELSE
                   PERFORM 170-REJECT-CONTROL-CARD
               END-IF
           END-IF.
           PERFORM 130-READ-CONTROL-CARD.
      *
       145-MATCH-CARD-REPORT-ID.
      *
           IF RF-REPORT-ID (REPORT-SUB) = DC-REPORT-ID
               MOVE REPORT-SUB TO CARD-REPORT-SUB
           END-IF.
      *
       150-EDIT-CARD-RECIPIENT.
      *
           EVALUATE TRUE
             WHEN DC-RECIPIENT = "HO"
               MOVE HEAD-OFFICE-SUB TO CARD-RECIPIENT-SUB
               MOVE "ALL BRANCHES" TO BM-BRANCH-NAME
             WHEN DC-RECIPIENT NUMERIC AND DC-RECIPIENT-NUMBER > ZERO
               MOVE DC-RECIPIENT-NUMBER TO BM-BRANCH-NUMBER
               READ BRCHMAST
                   INVALID KEY
                       MOVE "N" TO BRANCH-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO BRANCH-FOUND-SWITCH
               END-READ
               IF BRCHMAST-STATUS NOT = "00"
                       AND BRCHMAST-STATUS NOT = "23"
                   MOVE "150-EDIT-CARD-RECIPIENT" TO ERR-PARAGRAPH-NAME
                   MOVE BRCHMAST-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
               IF BRANCH-FOUND
                   MOVE DC-RECIPIENT-NUMBER TO CARD-RECIPIENT-SUB
               ELSE
                   MOVE "N" TO CARD-VALID-SWITCH
                   MOVE "BRANCH NOT ON BRCHMAST"
                       TO CARD-REJECT-REASON
               END-IF
             WHEN OTHER
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "INVALID RECIPIENT" TO CARD-REJECT-REASON
           END-EVALUATE.
      *
       160-SCHEDULE-CARD-REPORT.
      *
           MOVE CARD-COPIES
               TO RC-COPIES (CARD-RECIPIENT-SUB, CARD-REPORT-SUB).
           IF NOT RC-SCHEDULED (CARD-RECIPIENT-SUB)
               MOVE "Y" TO RC-SCHEDULED-SWITCH (CARD-RECIPIENT-SUB)
               MOVE BM-BRANCH-NAME
                   TO RC-RECIPIENT-NAME (CARD-RECIPIENT-SUB)
               ADD 1 TO RECIPIENT-COUNT
           END-IF.
      *
       170-REJECT-CONTROL-CARD.
      *
           ADD 1 TO CARD-REJECT-COUNT.
           MOVE DISTRIBUTION-CONTROL-RECORD TO CRL-CARD-IMAGE.
           MOVE CARD-REJECT-REASON TO CRL-REASON.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE CARD-REJECT-LINE TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE "170-REJECT-CONTROL-CARD INVALID CARD"
               TO ERR-PARAGRAPH-NAME.
           MOVE "99" TO ERR-FILE-STATUS.
           PERFORM 9700-WRITE-ERROR-LOG-RECORD.
      *
       200-COUNT-REPORT-PAGES.
      *
      *    THE FIRST PASS COUNTS THE PAGES OF EACH REPORT IN TOTAL AND
      *    BY BRANCH, SO THE BANNER PAGES CAN SHOW THEM.
      *
           MOVE ZERO TO RF-TOTAL-PAGES (REPORT-SUB).
           MOVE ZERO TO RF-BRANCH-PAGE-COUNTS (REPORT-SUB).
           PERFORM 300-SCAN-REPORT-FILE.
      *
       300-SCAN-REPORT-FILE.
      *
           MOVE "N" TO REPORT-EOF-SWITCH.
           MOVE "N" TO PENDING-LINE-SWITCH.
           MOVE "N" TO PAGE-SELECTED-SWITCH.
           PERFORM 310-OPEN-REPORT-FILE.
           IF NOT REPORT-EOF
               PERFORM 400-READ-REPORT-LINE
               PERFORM 320-PROCESS-REPORT-LINE
                   UNTIL REPORT-EOF
               PERFORM 330-CLOSE-REPORT-FILE
           END-IF.
      *
       310-OPEN-REPORT-FILE.
      *
           EVALUATE REPORT-SUB
             WHEN 1
               OPEN INPUT SALESRPT
               MOVE SALESRPT-STATUS TO REPORT-STATUS
             WHEN 2
               OPEN INPUT AGEDRPT
               MOVE AGEDRPT-STATUS TO REPORT-STATUS
             WHEN 3
               OPEN INPUT CREDRPT
               MOVE CREDRPT-STATUS TO REPORT-STATUS
             WHEN 4
               OPEN INPUT DECLRPT
               MOVE DECLRPT-STATUS TO REPORT-STATUS
             WHEN 5
               OPEN INPUT RANKRPT
               MOVE RANKRPT-STATUS TO REPORT-STATUS
           END-EVALUATE.
           IF REPORT-STATUS = "00"
               IF CENSUS-SCAN
                   SET RF-PRESENT (REPORT-SUB) TO TRUE
               END-IF
           ELSE
               SET REPORT-EOF TO TRUE
               IF REPORT-STATUS = "35" AND CENSUS-SCAN
                   SET RF-MISSING (REPORT-SUB) TO TRUE
               ELSE
                   MOVE SPACE TO ERR-PARAGRAPH-NAME
                   STRING "310-OPEN-REPORT-FILE OPEN "
                           RF-FILE-NAME (REPORT-SUB)
                           DELIMITED BY SIZE
                       INTO ERR-PARAGRAPH-NAME
                   MOVE REPORT-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET RF-FILE-ERROR (REPORT-SUB) TO TRUE
               END-IF
           END-IF.
      *
       320-PROCESS-REPORT-LINE.
      *
           IF PAGE-TOP
               PERFORM 340-START-REPORT-PAGE
           ELSE
               IF DISTRIBUTION-SCAN AND PAGE-SELECTED
                   MOVE REPORT-LINE TO DIST-AREA
                   MOVE 1 TO DIST-SPACE-CONTROL
                   PERFORM 750-WRITE-DIST-LINE
               END-IF
           END-IF.
           PERFORM 400-READ-REPORT-LINE.
      *
       330-CLOSE-REPORT-FILE.
      *
           EVALUATE REPORT-SUB
             WHEN 1
               CLOSE SALESRPT
               MOVE SALESRPT-STATUS TO REPORT-STATUS
             WHEN 2
               CLOSE AGEDRPT
               MOVE AGEDRPT-STATUS TO REPORT-STATUS
             WHEN 3
               CLOSE CREDRPT
               MOVE CREDRPT-STATUS TO REPORT-STATUS
             WHEN 4
               CLOSE DECLRPT
               MOVE DECLRPT-STATUS TO REPORT-STATUS
             WHEN 5
               CLOSE RANKRPT
               MOVE RANKRPT-STATUS TO REPORT-STATUS
           END-EVALUATE.
           IF REPORT-STATUS NOT = "00"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "330-CLOSE-REPORT-FILE CLOSE "
                       RF-FILE-NAME (REPORT-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE REPORT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       340-START-REPORT-PAGE.
      *
      *    THE SECOND HEADING LINE OF EACH PAGE CARRIES "BRANCH NN"
      *    AFTER THE PROGRAM NAME.  PAGES WITHOUT IT (COMPANY TOTALS
      *    AND COMPANY-WIDE SECTIONS) GO TO HEAD OFFICE ONLY.
      *
           MOVE REPORT-LINE TO PAGE-TOP-LINE-1.
           PERFORM 400-READ-REPORT-LINE.
           MOVE ZERO TO PAGE-BRANCH-NUMBER.
           IF NOT REPORT-EOF
               IF RL-BRANCH-LABEL = "BRANCH "
                       AND RL-BRANCH-NUMBER-X NUMERIC
                   MOVE RL-BRANCH-NUMBER TO PAGE-BRANCH-NUMBER
               END-IF
           END-IF.
           IF CENSUS-SCAN
               ADD 1 TO RF-TOTAL-PAGES (REPORT-SUB)
               ADD 1 TO PAGES-READ-COUNT
               IF PAGE-BRANCH-NUMBER > ZERO
                   ADD 1 TO
                       RF-BRANCH-PAGES (REPORT-SUB, PAGE-BRANCH-NUMBER)
               END-IF
           ELSE
               IF RECIPIENT-SUB = HEAD-OFFICE-SUB
                       OR RECIPIENT-SUB = PAGE-BRANCH-NUMBER
                   MOVE "Y" TO PAGE-SELECTED-SWITCH
                   MOVE PAGE-TOP-LINE-1 TO DIST-AREA
                   PERFORM 740-WRITE-DIST-PAGE-TOP
                   IF NOT REPORT-EOF
                       MOVE REPORT-LINE TO DIST-AREA
                       MOVE 1 TO DIST-SPACE-CONTROL
                       PERFORM 750-WRITE-DIST-LINE
                   END-IF
                   ADD 1 TO RECIPIENT-PAGES-PRINTED
                   ADD 1 TO PAGES-PRINTED-COUNT
               ELSE
                   MOVE "N" TO PAGE-SELECTED-SWITCH
               END-IF
           END-IF.
      *
       400-READ-REPORT-LINE.
      *
      *    A FORM FEED AT THE START OF A RECORD BEGINS A PAGE.  ONE
      *    PART WAY THROUGH A RECORD ENDS THAT LINE, AND THE REST OF
      *    THE RECORD IS THE FIRST LINE OF THE NEXT PAGE.
      *
           IF LINE-PENDING
               MOVE PENDING-LINE TO REPORT-LINE
               MOVE "N" TO PENDING-LINE-SWITCH
               MOVE "Y" TO PAGE-TOP-SWITCH
           ELSE
               PERFORM 410-READ-REPORT-RECORD
               IF NOT REPORT-EOF
                   MOVE ZERO TO FORM-FEED-OFFSET
                   INSPECT REPORT-RECORD TALLYING FORM-FEED-OFFSET
                       FOR CHARACTERS BEFORE INITIAL FORM-FEED
                   EVALUATE TRUE
                     WHEN FORM-FEED-OFFSET = ZERO
                       MOVE REPORT-RECORD (2:132) TO REPORT-LINE
                       MOVE "Y" TO PAGE-TOP-SWITCH
                     WHEN FORM-FEED-OFFSET < 264
                       MOVE REPORT-RECORD (1:FORM-FEED-OFFSET)
                           TO REPORT-LINE
                       MOVE "N" TO PAGE-TOP-SWITCH
                       COMPUTE PENDING-LENGTH = 264 - FORM-FEED-OFFSET
                       IF PENDING-LENGTH > 132
                           MOVE 132 TO PENDING-LENGTH
                       END-IF
                       MOVE REPORT-RECORD
                               (FORM-FEED-OFFSET + 2:PENDING-LENGTH)
                           TO PENDING-LINE
                       MOVE "Y" TO PENDING-LINE-SWITCH
                     WHEN OTHER
                       MOVE REPORT-RECORD (1:132) TO REPORT-LINE
                       MOVE "N" TO PAGE-TOP-SWITCH
                   END-EVALUATE
               END-IF
           END-IF.
      *
       410-READ-REPORT-RECORD.
      *
           MOVE SPACE TO REPORT-RECORD.
           EVALUATE REPORT-SUB
             WHEN 1
               READ SALESRPT INTO REPORT-RECORD
                   AT END
                       SET REPORT-EOF TO TRUE
               END-READ
               MOVE SALESRPT-STATUS TO REPORT-STATUS
             WHEN 2
               READ AGEDRPT INTO REPORT-RECORD
                   AT END
                       SET REPORT-EOF TO TRUE
               END-READ
               MOVE AGEDRPT-STATUS TO REPORT-STATUS
             WHEN 3
               READ CREDRPT INTO REPORT-RECORD
                   AT END
                       SET REPORT-EOF TO TRUE
               END-READ
               MOVE CREDRPT-STATUS TO REPORT-STATUS
             WHEN 4
               READ DECLRPT INTO REPORT-RECORD
                   AT END
                       SET REPORT-EOF TO TRUE
               END-READ
               MOVE DECLRPT-STATUS TO REPORT-STATUS
             WHEN 5
               READ RANKRPT INTO REPORT-RECORD
                   AT END
                       SET REPORT-EOF TO TRUE
               END-READ
               MOVE RANKRPT-STATUS TO REPORT-STATUS
           END-EVALUATE.
           IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "10"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "410-READ-REPORT-RECORD READ "
                       RF-FILE-NAME (REPORT-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE REPORT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET REPORT-EOF TO TRUE
           END-IF.
      *
       500-DISTRIBUTE-RECIPIENT.
      *
           IF RC-SCHEDULED (RECIPIENT-SUB)
               MOVE SPACE TO DIST-FILE-NAME
               IF RECIPIENT-SUB = HEAD-OFFICE-SUB
                   MOVE "DISTHO.PRN"  TO DIST-FILE-NAME
                   MOVE "HEAD OFFICE" TO RECIPIENT-LABEL
               ELSE
                   MOVE RECIPIENT-SUB TO RECIPIENT-NUMBER
                   STRING "DIST" RECIPIENT-NUMBER ".PRN"
                           DELIMITED BY SIZE
                       INTO DIST-FILE-NAME
                   MOVE SPACE TO RECIPIENT-LABEL
                   STRING "BRANCH " RECIPIENT-NUMBER
                           DELIMITED BY SIZE
                       INTO RECIPIENT-LABEL
               END-IF
               OPEN OUTPUT DISTPRT
               IF DISTPRT-STATUS = "00"
                   MOVE "Y" TO DISTPRT-OPEN-SWITCH
                   ADD 1 TO FILES-WRITTEN-COUNT
                   PERFORM 510-PRINT-BANNER-PAGE
               ELSE
                   MOVE "N" TO DISTPRT-OPEN-SWITCH
                   MOVE SPACE TO ERR-PARAGRAPH-NAME
                   STRING "500-DISTRIBUTE-RECIPIENT OPEN "
                           DIST-FILE-NAME
                           DELIMITED BY SIZE
                       INTO ERR-PARAGRAPH-NAME
                   MOVE DISTPRT-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
               END-IF
               PERFORM 530-DISTRIBUTE-REPORT
                   VARYING REPORT-SUB FROM 1 BY 1
                   UNTIL REPORT-SUB > 5
               IF DISTPRT-OPEN
                   CLOSE DISTPRT
                   IF DISTPRT-STATUS NOT = "00"
                       MOVE SPACE TO ERR-PARAGRAPH-NAME
                       STRING "500-DISTRIBUTE-RECIPIENT CLOSE "
                               DIST-FILE-NAME
                               DELIMITED BY SIZE
                           INTO ERR-PARAGRAPH-NAME
                       MOVE DISTPRT-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   END-IF
               END-IF
           END-IF.
      *
       510-PRINT-BANNER-PAGE.
      *
           MOVE ZERO TO PACKAGE-PAGE-TOTAL.
           MOVE RECIPIENT-LABEL TO BRL-RECIPIENT.
           MOVE RC-RECIPIENT-NAME (RECIPIENT-SUB)
               TO BRL-RECIPIENT-NAME.
           MOVE DIST-FILE-NAME TO BNL-FILE-NAME.
           MOVE BANNER-STAR-LINE TO DIST-AREA.
           PERFORM 740-WRITE-DIST-PAGE-TOP.
           MOVE BANNER-RECIPIENT-LINE TO DIST-AREA.
           MOVE 2 TO DIST-SPACE-CONTROL.
           PERFORM 750-WRITE-DIST-LINE.
           MOVE BANNER-RUN-LINE TO DIST-AREA.
           MOVE 1 TO DIST-SPACE-CONTROL.
           PERFORM 750-WRITE-DIST-LINE.
           MOVE BANNER-STAR-LINE TO DIST-AREA.
           MOVE 2 TO DIST-SPACE-CONTROL.
           PERFORM 750-WRITE-DIST-LINE.
           MOVE BANNER-HEADING-LINE TO DIST-AREA.
           MOVE 3 TO DIST-SPACE-CONTROL.
           PERFORM 750-WRITE-DIST-LINE.
           MOVE 2 TO DIST-SPACE-CONTROL.
           PERFORM 520-PRINT-BANNER-REPORT-LINE
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > 5.
           MOVE PACKAGE-PAGE-TOTAL TO BTL-PAGES.
           MOVE BANNER-TOTAL-LINE TO DIST-AREA.
           MOVE 3 TO DIST-SPACE-CONTROL.
           PERFORM 750-WRITE-DIST-LINE.
           MOVE BANNER-STAR-LINE TO DIST-AREA.
           MOVE 2 TO DIST-SPACE-CONTROL.
           PERFORM 750-WRITE-DIST-LINE.
      *
       520-PRINT-BANNER-REPORT-LINE.
      *
           IF RC-COPIES (RECIPIENT-SUB, REPORT-SUB) > ZERO
               PERFORM 540-DETERMINE-DISPOSITION
               MOVE RF-REPORT-ID (REPORT-SUB)    TO BRP-REPORT-ID
               MOVE RF-REPORT-TITLE (REPORT-SUB) TO BRP-REPORT-TITLE
               MOVE RC-COPIES (RECIPIENT-SUB, REPORT-SUB)
                   TO BRP-COPIES
               MOVE RECIPIENT-PAGES TO BRP-PAGES
               IF REPORT-DISTRIBUTABLE
                   MOVE SPACE TO BRP-NOTE
                   COMPUTE PACKAGE-PAGE-TOTAL = PACKAGE-PAGE-TOTAL
                       + RECIPIENT-PAGES
                       * RC-COPIES (RECIPIENT-SUB, REPORT-SUB)
               ELSE
                   MOVE DISPOSITION-TEXT TO BRP-NOTE
               END-IF
               MOVE BANNER-REPORT-LINE TO DIST-AREA
               PERFORM 750-WRITE-DIST-LINE
               MOVE 1 TO DIST-SPACE-CONTROL
           END-IF.
      *
       530-DISTRIBUTE-REPORT.
      *
           IF RC-COPIES (RECIPIENT-SUB, REPORT-SUB) > ZERO
               PERFORM 540-DETERMINE-DISPOSITION
               MOVE ZERO TO RECIPIENT-PAGES-PRINTED
               IF REPORT-DISTRIBUTABLE
                   IF DISTPRT-OPEN
                       PERFORM 300-SCAN-REPORT-FILE
                           RC-COPIES (RECIPIENT-SUB, REPORT-SUB) TIMES
                       COMPUTE EXPECTED-PAGES-PRINTED =
                           RECIPIENT-PAGES
                           * RC-COPIES (RECIPIENT-SUB, REPORT-SUB)
                       IF RECIPIENT-PAGES-PRINTED
                               NOT = EXPECTED-PAGES-PRINTED
                           MOVE "*** PAGE COUNT DOES NOT AGREE ***"
                               TO DISPOSITION-TEXT
                           SET REPORT-EXCEPTION TO TRUE
                       END-IF
                   ELSE
                       MOVE "*** PRINT FILE NOT OPENED ***"
                           TO DISPOSITION-TEXT
                   END-IF
               END-IF
               IF REPORT-EXCEPTION
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
               PERFORM 550-PRINT-DISTRIBUTION-LINE
           END-IF.
      *
       540-DETERMINE-DISPOSITION.
      *
           MOVE ZERO TO RECIPIENT-PAGES.
           MOVE "N" TO DISTRIBUTABLE-SWITCH.
           MOVE "N" TO EXCEPTION-SWITCH.
           EVALUATE TRUE
             WHEN RF-MISSING (REPORT-SUB)
               MOVE "*** SCHEDULED REPORT MISSING ***"
                   TO DISPOSITION-TEXT
               SET REPORT-EXCEPTION TO TRUE
             WHEN RF-FILE-ERROR (REPORT-SUB)
               MOVE "*** REPORT FILE ERROR ***" TO DISPOSITION-TEXT
             WHEN RF-TOTAL-PAGES (REPORT-SUB) = ZERO
               MOVE "*** SCHEDULED REPORT EMPTY ***"
                   TO DISPOSITION-TEXT
               SET REPORT-EXCEPTION TO TRUE
             WHEN RECIPIENT-SUB = HEAD-OFFICE-SUB
               MOVE RF-TOTAL-PAGES (REPORT-SUB) TO RECIPIENT-PAGES
               SET REPORT-DISTRIBUTABLE TO TRUE
               MOVE "DISTRIBUTED" TO DISPOSITION-TEXT
             WHEN RF-BRANCH-PAGES (REPORT-SUB, RECIPIENT-SUB) = ZERO
               MOVE "NO PAGES FOR THIS BRANCH" TO DISPOSITION-TEXT
             WHEN OTHER
               MOVE RF-BRANCH-PAGES (REPORT-SUB, RECIPIENT-SUB)
                   TO RECIPIENT-PAGES
               SET REPORT-DISTRIBUTABLE TO TRUE
               MOVE "DISTRIBUTED" TO DISPOSITION-TEXT
           END-EVALUATE.
      *
       550-PRINT-DISTRIBUTION-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE RECIPIENT-LABEL TO DL-RECIPIENT.
           MOVE RC-RECIPIENT-NAME (RECIPIENT-SUB) TO DL-RECIPIENT-NAME.
           MOVE DIST-FILE-NAME TO DL-FILE-NAME.
           MOVE RF-REPORT-ID (REPORT-SUB) TO DL-REPORT-ID.
           MOVE RC-COPIES (RECIPIENT-SUB, REPORT-SUB) TO DL-COPIES.
           MOVE RECIPIENT-PAGES TO DL-PAGES-PER-COPY.
           MOVE RECIPIENT-PAGES-PRINTED TO DL-PAGES-PRINTED.
           MOVE DISPOSITION-TEXT TO DL-DISPOSITION.
           MOVE DISTRIBUTION-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       600-PRINT-RUN-SUMMARY.
      *
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 610-PRINT-REPORT-FILE-LINE
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > 5.
           MOVE RECIPIENT-COUNT     TO SML-RECIPIENT-COUNT.
           MOVE FILES-WRITTEN-COUNT TO SML-FILE-COUNT.
           MOVE PAGES-READ-COUNT    TO SML-PAGES-READ.
           MOVE PAGES-PRINTED-COUNT TO SML-PAGES-PRINTED.
           MOVE CARD-RECORD-COUNT   TO SML-CARD-COUNT.
           MOVE CARD-REJECT-COUNT   TO SML-REJECT-COUNT.
           MOVE EXCEPTION-COUNT     TO SML-EXCEPTION-COUNT.
           EVALUATE TRUE
             WHEN NO-CONTROL-FILE
               MOVE "*** NO DISTCTL.DAT - NOTHING DISTRIBUTED ***"
                   TO SML-MESSAGE
             WHEN ERROR-FOUND
               MOVE "*** RUN ENDED IN ERROR - SEE RPT8330.LOG ***"
                   TO SML-MESSAGE
             WHEN EXCEPTION-COUNT > ZERO
               MOVE "*** SCHEDULED REPORTS MISSING OR EMPTY ***"
                   TO SML-MESSAGE
             WHEN RECIPIENT-COUNT = ZERO
               MOVE "NO RECIPIENTS SCHEDULED" TO SML-MESSAGE
             WHEN OTHER
               MOVE "DISTRIBUTION COMPLETE" TO SML-MESSAGE
           END-EVALUATE.
           IF LINE-COUNT > LINES-ON-PAGE - 2
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE SUMMARY-LINE-1 TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE SUMMARY-LINE-2 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
      *
       610-PRINT-REPORT-FILE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE RF-REPORT-ID (REPORT-SUB)   TO RFL-REPORT-ID.
           MOVE RF-FILE-NAME (REPORT-SUB)   TO RFL-FILE-NAME.
           MOVE RF-TOTAL-PAGES (REPORT-SUB) TO RFL-PAGES.
           EVALUATE TRUE
             WHEN RF-MISSING (REPORT-SUB)
               MOVE "NOT FOUND" TO RFL-STATE
             WHEN RF-FILE-ERROR (REPORT-SUB)
               MOVE "*** REPORT FILE ERROR ***" TO RFL-STATE
             WHEN RF-TOTAL-PAGES (REPORT-SUB) = ZERO
               MOVE "EMPTY" TO RFL-STATE
             WHEN OTHER
               MOVE SPACE TO RFL-STATE
           END-EVALUATE.
           MOVE REPORT-FILE-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
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
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       640-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           IF DISTLOG-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE DISTLOG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF DISTLOG-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE DISTLOG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       740-WRITE-DIST-PAGE-TOP.
      *
           WRITE DIST-AREA AFTER ADVANCING PAGE.
           IF DISTPRT-STATUS NOT = "00"
               MOVE "740-WRITE-DIST-PAGE-TOP" TO ERR-PARAGRAPH-NAME
               MOVE DISTPRT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       750-WRITE-DIST-LINE.
      *
           WRITE DIST-AREA AFTER ADVANCING DIST-SPACE-CONTROL LINES.
           IF DISTPRT-STATUS NOT = "00"
               MOVE "750-WRITE-DIST-LINE" TO ERR-PARAGRAPH-NAME
               MOVE DISTPRT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS    TO ELR-FILE-STATUS.
           MOVE CARD-RECORD-COUNT  TO ELR-RECORD-COUNT.
           WRITE ERROR-LOG-RECORD.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "9700-WRITE-ERROR-LOG-RECORD WRITE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
                   " FOR " ERR-PARAGRAPH-NAME
           END-IF.
      *
       9800-WRITE-RUN-AUDIT-RECORD.
      *
      *    A RUN THAT FOUND A SCHEDULED REPORT MISSING OR EMPTY IS
      *    FLAGGED "M" SO THAT RPT8130 REPORTS IT.
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
               MOVE "RPT8330" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE PAGES-READ-COUNT TO RA-RECORDS-READ
               MOVE PAGES-PRINTED-COUNT TO RA-RECORDS-SELECTED
               MOVE ZERO TO RA-GRAND-TOTAL-THIS-YTD
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               EVALUATE TRUE
                 WHEN ERROR-FOUND
                   MOVE "A" TO RA-COMPLETION-CODE
                 WHEN EXCEPTION-COUNT > ZERO
                   MOVE "M" TO RA-COMPLETION-CODE
                 WHEN OTHER
                   MOVE "N" TO RA-COMPLETION-CODE
               END-EVALUATE
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
