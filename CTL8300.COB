      *Program: CTL8300
      *Author: Seth Tealbey
      *Date: 10/15/2026
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CTL8300.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CNTLCARD ASSIGN TO "CTL8300.CTL"
               FILE STATUS IS CNTLCARD-STATUS.
           SELECT GENBKUP ASSIGN TO "GENBKUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-RECORD-KEY
               FILE STATUS IS GENBKUP-STATUS.
           SELECT GENCATLG ASSIGN TO "GENCATLG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CATALOG-KEY
               FILE STATUS IS GENCATLG-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               FILE STATUS IS CUSTMAST-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               FILE STATUS IS OPENITEM-STATUS.
           SELECT SUSPENSE ASSIGN TO "SUSPENSE.DAT"
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT CREDMAST ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUSTOMER-NUMBER
               FILE STATUS IS CREDMAST-STATUS.
           SELECT CUSTADDR ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CUSTOMER-NUMBER
               FILE STATUS IS CUSTADDR-STATUS.
           SELECT SALESHST ASSIGN TO "SALESHST.DAT"
               FILE STATUS IS SALESHST-STATUS.
           SELECT BKUPRPT ASSIGN TO "GENBKUP.PRN"
               FILE STATUS IS BKUPRPT-STATUS.
           SELECT ERRORLOG ASSIGN TO "CTL8300.LOG"
               FILE STATUS IS ERRORLOG-STATUS.
           SELECT RUNAUDIT ASSIGN TO "RUNAUDIT.DAT"
               FILE STATUS IS RUNAUDIT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CNTLCARD.
      *
       01  CONTROL-CARD-RECORD.
           05  CC-FUNCTION-CODE        PIC X(1).
           05  CC-FILE-ID              PIC X(8).
           05  CC-GENERATION-DATE-X    PIC X(8).
           05  CC-GENERATION-DATE      REDEFINES CC-GENERATION-DATE-X
                                       PIC 9(8).
           05  CC-GENERATION-TIME-X    PIC X(6).
           05  CC-GENERATION-TIME      REDEFINES CC-GENERATION-TIME-X
                                       PIC 9(6).
           05  CC-RETAIN-GENERATIONS-X PIC X(2).
           05  CC-RETAIN-GENERATIONS   REDEFINES CC-RETAIN-GENERATIONS-X
                                       PIC 9(2).
           05  FILLER                  PIC X(55).
      *
       FD  GENBKUP.
      *
      *    ONE RECORD PER MASTER RECORD COPIED.  THE IMAGE IS SIZED TO
      *    THE LONGEST MASTER (CUSTADDR); THE VIEWS BELOW GIVE THE
      *    FIELDS THAT MAKE UP EACH FILE'S HASH TOTAL.
      *
       01  BACKUP-RECORD.
           05  BK-RECORD-KEY.
               10  BK-FILE-ID              PIC X(8).
               10  BK-GENERATION-STAMP.
                   15  BK-GENERATION-DATE      PIC 9(8).
                   15  BK-GENERATION-TIME      PIC 9(6).
               10  BK-RECORD-SEQUENCE      PIC 9(7).
           05  BK-RECORD-IMAGE         PIC X(129).
           05  BK-CUSTMAST-IMAGE       REDEFINES BK-RECORD-IMAGE.
               10  FILLER                  PIC X(4).
               10  BK-CM-CUSTOMER-NUMBER   PIC 9(5).
               10  FILLER                  PIC X(20).
               10  BK-CM-SALES-THIS-YTD    PIC S9(7)V9(2).
               10  BK-CM-SALES-LAST-YTD    PIC S9(7)V9(2).
           05  BK-OPENITEM-IMAGE       REDEFINES BK-RECORD-IMAGE.
               10  BK-OI-CUSTOMER-NUMBER   PIC 9(5).
               10  FILLER                  PIC X(20).
               10  BK-OI-INVOICE-NUMBER    PIC 9(6).
               10  FILLER                  PIC X(11).
               10  BK-OI-INVOICE-AMOUNT    PIC S9(7)V99.
               10  BK-OI-AMOUNT-PAID       PIC S9(7)V99.
           05  BK-SUSPENSE-IMAGE       REDEFINES BK-RECORD-IMAGE.
               10  FILLER                  PIC X(8).
               10  BK-SP-REJECT-DATE       PIC 9(8).
           05  BK-CREDMAST-IMAGE       REDEFINES BK-RECORD-IMAGE.
               10  BK-CR-CUSTOMER-NUMBER   PIC 9(5).
               10  BK-CR-CREDIT-LIMIT      PIC S9(7)V99.
           05  BK-CUSTADDR-IMAGE       REDEFINES BK-RECORD-IMAGE.
               10  BK-CA-CUSTOMER-NUMBER   PIC 9(5).
           05  BK-SALESHST-IMAGE       REDEFINES BK-RECORD-IMAGE.
               10  BK-HS-CUSTOMER-NUMBER   PIC 9(5).
               10  FILLER                  PIC X(10).
               10  BK-HS-SALES-YTD         PIC S9(7)V9(2).
               10  BK-HS-SALES-MTD         PIC S9(7)V9(2).
      *
       FD  GENCATLG.
      *
       01  GENERATION-CATALOG-RECORD.
           05  CG-CATALOG-KEY.
               10  CG-FILE-ID              PIC X(8).
               10  CG-GENERATION-STAMP.
                   15  CG-GENERATION-DATE      PIC 9(8).
                   15  CG-GENERATION-TIME      PIC 9(6).
           05  CG-RECORD-COUNT         PIC 9(7).
           05  CG-HASH-TOTAL           PIC S9(11)V99.
           05  CG-SOURCE-STATUS        PIC X(1).
               88  CG-SOURCE-FOUND             VALUE "F".
               88  CG-SOURCE-MISSING           VALUE "M".
      *
       FD  CUSTMAST.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  OPENITEM.
      *
       01  OPEN-ITEM-RECORD.
           05  OI-CUSTOMER-NUMBER      PIC 9(5).
           05  OI-CUSTOMER-NAME        PIC X(20).
           05  OI-INVOICE-NUMBER       PIC 9(6).
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-TRANSACTION-CODE     PIC X(1).
           05  OI-INVOICE-DATE         PIC 9(8).
           05  OI-INVOICE-AMOUNT       PIC S9(7)V99.
           05  OI-AMOUNT-PAID          PIC S9(7)V99.
           05  OI-OPEN-STATUS          PIC X(1).
      *
       FD  SUSPENSE.
      *
       01  SUSPENSE-RECORD.
           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  CREDMAST.
      *
       01  CREDIT-MASTER-RECORD.
           05  CR-CUSTOMER-NUMBER      PIC 9(5).
           05  CR-CREDIT-LIMIT         PIC S9(7)V99.
           05  CR-HOLD-FLAG            PIC X(1).
      *
       FD  CUSTADDR.
      *
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER-NUMBER      PIC 9(5).
           05  CA-ADDRESS-LINE-1       PIC X(30).
           05  CA-ADDRESS-LINE-2       PIC X(30).
           05  CA-CITY                 PIC X(20).
           05  CA-STATE                PIC X(2).
           05  CA-ZIP-CODE             PIC X(10).
           05  CA-CONTACT-NAME         PIC X(20).
           05  CA-PHONE-NUMBER         PIC X(12).
      *
       FD  SALESHST.
      *
       01  SALES-HISTORY-RECORD.
           05  HS-CUSTOMER-NUMBER      PIC 9(5).
           05  HS-SNAPSHOT-YEAR        PIC 9(4).
           05  HS-SNAPSHOT-MONTH       PIC 9(2).
           05  HS-BRANCH-NUMBER        PIC 9(2).
           05  HS-SALESREP-NUMBER      PIC 9(2).
           05  HS-SALES-YTD            PIC S9(7)V9(2).
           05  HS-SALES-MTD            PIC S9(7)V9(2).
      *
       FD  BKUPRPT.
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
           05  CNTLCARD-STATUS     PIC XX      VALUE "00".
           05  GENBKUP-STATUS      PIC XX      VALUE "00".
           05  GENCATLG-STATUS     PIC XX      VALUE "00".
           05  CUSTMAST-STATUS     PIC XX      VALUE "00".
           05  OPENITEM-STATUS     PIC XX      VALUE "00".
           05  SUSPENSE-STATUS     PIC XX      VALUE "00".
           05  CREDMAST-STATUS     PIC XX      VALUE "00".
           05  CUSTADDR-STATUS     PIC XX      VALUE "00".
           05  SALESHST-STATUS     PIC XX      VALUE "00".
           05  BKUPRPT-STATUS      PIC XX      VALUE "00".
           05  ERRORLOG-STATUS     PIC XX      VALUE "00".
           05  RUNAUDIT-STATUS     PIC XX      VALUE "00".
           05  MASTER-STATUS       PIC XX      VALUE "00".
      *
       01  RECORD-COUNTS.
           05  FILE-RECORD-COUNT       PIC 9(7)    VALUE ZERO.
           05  TOTAL-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  FILES-PROCESSED-COUNT   PIC 9(7)    VALUE ZERO.
           05  GENERATIONS-DROPPED     PIC 9(7)    VALUE ZERO.
      *
       01  ERROR-LOG-FIELDS.
           05  ERR-PARAGRAPH-NAME  PIC X(45).
           05  ERR-FILE-STATUS     PIC XX.
      *
       01  SWITCHES.
           05  MASTER-EOF-SWITCH       PIC X   VALUE "N".
               88  MASTER-EOF                  VALUE "Y".
           05  MASTER-MISSING-SWITCH   PIC X   VALUE "N".
               88  MASTER-MISSING              VALUE "Y".
           05  GENBKUP-EOF-SWITCH      PIC X   VALUE "N".
               88  GENBKUP-EOF                 VALUE "Y".
           05  GENCATLG-EOF-SWITCH     PIC X   VALUE "N".
               88  GENCATLG-EOF                VALUE "Y".
           05  FUNCTION-SWITCH         PIC X   VALUE "B".
               88  BACKUP-FUNCTION             VALUE "B".
               88  RESTORE-FUNCTION            VALUE "R".
           05  ALL-FILES-SWITCH        PIC X   VALUE "Y".
               88  ALL-FILES                   VALUE "Y".
           05  CARD-VALID-SWITCH       PIC X   VALUE "Y".
               88  CARD-VALID                  VALUE "Y".
           05  RESTORE-FAILED-SWITCH   PIC X   VALUE "N".
               88  RESTORE-FAILED              VALUE "Y".
           05  ERROR-FOUND-SWITCH      PIC X   VALUE "N".
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  MASTER-FILE-VALUES.
           05  FILLER          PIC X(8)    VALUE "CUSTMAST".
           05  FILLER          PIC X(8)    VALUE "OPENITEM".
           05  FILLER          PIC X(8)    VALUE "SUSPENSE".
           05  FILLER          PIC X(8)    VALUE "CREDMAST".
           05  FILLER          PIC X(8)    VALUE "CUSTADDR".
           05  FILLER          PIC X(8)    VALUE "SALESHST".
       01  MASTER-FILE-TABLE   REDEFINES MASTER-FILE-VALUES.
           05  MF-FILE-ID      OCCURS 6 TIMES  PIC X(8).
      *
       01  MASTER-FILE-FIELDS.
           05  FILE-SUB                PIC S9(4)   COMP.
           05  CARD-FILE-SUB           PIC S9(4)   COMP VALUE ZERO.
           05  MASTER-FILE-ENTRY       OCCURS 6 TIMES.
               10  MF-SELECTED-SWITCH      PIC X(1).
                   88  MF-SELECTED                 VALUE "Y".
               10  MF-GENERATION-SWITCH    PIC X(1).
                   88  MF-GENERATION-FOUND         VALUE "Y".
               10  MF-GENERATION-STAMP.
                   15  MF-GENERATION-DATE      PIC 9(8).
                   15  MF-GENERATION-TIME      PIC 9(6).
               10  MF-CATALOG-COUNT        PIC 9(7).
               10  MF-CATALOG-HASH         PIC S9(11)V99.
      *
       01  GENERATION-FIELDS.
           05  RETAIN-GENERATIONS      PIC 9(2)    VALUE 7.
           05  SELECT-GENERATION-DATE  PIC 9(8)    VALUE ZERO.
           05  SELECT-GENERATION-TIME  PIC 9(6)    VALUE ZERO.
           05  HASH-TOTAL              PIC S9(11)V99.
           05  GENERATION-COUNT        PIC S9(4)   COMP.
           05  GENERATION-DROP-COUNT   PIC S9(4)   COMP.
           05  GENERATION-SUB          PIC S9(4)   COMP.
           05  GENERATION-STAMP-ENTRY  OCCURS 100 TIMES PIC X(14).
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
       01  EDIT-DATE-FIELDS.
           05  EDIT-DATE-IN        PIC 9(8).
           05  EDIT-DATE-SPLIT     REDEFINES EDIT-DATE-IN.
               10  EDIT-DATE-YEAR      PIC 9(4).
               10  EDIT-DATE-MONTH     PIC 9(2).
               10  EDIT-DATE-DAY       PIC 9(2).
           05  EDIT-TIME-IN        PIC 9(6).
           05  EDIT-TIME-SPLIT     REDEFINES EDIT-TIME-IN.
               10  EDIT-TIME-HOURS     PIC 9(2).
               10  EDIT-TIME-MINUTES   PIC 9(2).
               10  EDIT-TIME-SECONDS   PIC 9(2).
           05  EDIT-STAMP-OUT.
               10  ESO-MONTH           PIC 9(2).
               10  FILLER              PIC X(1)    VALUE "/".
               10  ESO-DAY             PIC 9(2).
               10  FILLER              PIC X(1)    VALUE "/".
               10  ESO-YEAR            PIC 9(4).
               10  FILLER              PIC X(1)    VALUE SPACE.
               10  ESO-HOURS           PIC 9(2).
               10  FILLER              PIC X(1)    VALUE ":".
               10  ESO-MINUTES         PIC 9(2).
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(15)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MASTER FILE GENERATI".
           05  FILLER          PIC X(20)   VALUE "ON BACKUP / RESTORE ".
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
           05  FILLER          PIC X(10)   VALUE "CTL8300".
           05  FILLER          PIC X(44)   VALUE SPACE.
      *
       01  FUNCTION-LINE.
           05  FILLER          PIC X(12)   VALUE " FUNCTION:  ".
           05  FNL-FUNCTION    PIC X(7).
           05  FILLER          PIC X(12)   VALUE "    FILES:  ".
           05  FNL-FILE-ID     PIC X(8).
           05  FILLER          PIC X(17)   VALUE
               "    GENERATION:  ".
           05  FNL-GENERATION  PIC X(17).
           05  FILLER          PIC X(23)   VALUE
               "    GENERATIONS KEPT:  ".
           05  FNL-RETAIN      PIC Z9.
           05  FILLER          PIC X(34)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER          PIC X(33)   VALUE
               "  FILE       GENERATION          ".
           05  FILLER          PIC X(33)   VALUE
               "   RECORDS          HASH TOTAL   ".
           05  FILLER          PIC X(33)   VALUE
               "CATALOG RECS        CATALOG HASH ".
           05  FILLER          PIC X(33)   VALUE
               "   DISPOSITION                   ".
      *
       01  GENERATION-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GL-FILE-ID           PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GL-GENERATION        PIC X(16).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GL-RECORD-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GL-HASH-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GL-CATALOG-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GL-CATALOG-HASH      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  GL-DISPOSITION       PIC X(30).
      *
       01  SUMMARY-LINE.
           05  FILLER          PIC X(18)   VALUE " FILES PROCESSED: ".
           05  SML-FILE-COUNT  PIC ZZ9.
           05  FILLER          PIC X(13)   VALUE "    RECORDS: ".
           05  SML-RECORD-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(25)   VALUE
               "    GENERATIONS DROPPED: ".
           05  SML-DROP-COUNT  PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  SML-MESSAGE     PIC X(55).
      *
       PROCEDURE DIVISION.
      *
       000-BACKUP-RESTORE-MASTERS.
      *
           OPEN OUTPUT ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-BACKUP-RESTORE-MASTERS OPEN ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
           END-IF.
           OPEN OUTPUT BKUPRPT.
           IF BKUPRPT-STATUS NOT = "00"
               MOVE "000-BACKUP-RESTORE-MASTERS OPEN BKUPRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE BKUPRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 120-READ-CONTROL-CARD.
           PERFORM 130-SELECT-MASTER-FILE
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 6.
           PERFORM 140-FORMAT-FUNCTION-LINE.
           PERFORM 630-PRINT-HEADING-LINES.
           IF CARD-VALID
               PERFORM 150-OPEN-GENERATION-FILES
               IF NOT ERROR-FOUND
                   IF RESTORE-FUNCTION
                       PERFORM 400-RESTORE-MASTER-FILES
                   ELSE
                       PERFORM 200-BACKUP-MASTER-FILES
                   END-IF
               END-IF
               PERFORM 160-CLOSE-GENERATION-FILES
           END-IF.
           PERFORM 600-PRINT-RUN-SUMMARY.
           CLOSE BKUPRPT.
           IF BKUPRPT-STATUS NOT = "00"
               MOVE "000-BACKUP-RESTORE-MASTERS CLOSE BKUPRPT"
                   TO ERR-PARAGRAPH-NAME
               MOVE BKUPRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 9800-WRITE-RUN-AUDIT-RECORD.
           CLOSE ERRORLOG.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "000-BACKUP-RESTORE-MASTERS CLOSE ERRORLOG "
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
      *    NO CARD (OR A BLANK ONE) IS THE NIGHTLY BACKUP OF ALL SIX
      *    FILES, KEEPING 7 GENERATIONS OF EACH.
      *      COL 1       B = BACKUP, R = RESTORE
      *      COLS 2-9    FILE (CUSTMAST, OPENITEM, ...), BLANK OR ALL
      *      COLS 10-17  GENERATION DATE YYYYMMDD - RESTORE ONLY,
      *                  ZERO OR BLANK FOR THE LATEST GENERATION
      *      COLS 18-23  GENERATION TIME HHMMSS - RESTORE ONLY, ZERO
      *                  OR BLANK FOR THE LATEST ON THAT DATE
      *      COLS 24-25  GENERATIONS TO KEEP - BACKUP ONLY
      *    A RESTORE CARD MUST BE REMOVED ONCE THE RESTORE HAS RUN.
      *
           OPEN INPUT CNTLCARD.
           IF CNTLCARD-STATUS = "00"
               READ CNTLCARD
                   AT END
                       CONTINUE
               END-READ
               IF CNTLCARD-STATUS = "00"
                   PERFORM 125-EDIT-CONTROL-CARD
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
                   MOVE "N" TO CARD-VALID-SWITCH
               END-IF
           END-IF.
      *
       125-EDIT-CONTROL-CARD.
      *
           EVALUATE CC-FUNCTION-CODE
             WHEN SPACE
             WHEN "B"
               SET BACKUP-FUNCTION TO TRUE
             WHEN "R"
               SET RESTORE-FUNCTION TO TRUE
             WHEN OTHER
               MOVE "N" TO CARD-VALID-SWITCH
           END-EVALUATE.
           IF CC-FILE-ID NOT = SPACE AND CC-FILE-ID NOT = "ALL"
               MOVE "N" TO ALL-FILES-SWITCH
               PERFORM 127-MATCH-CARD-FILE-ID
                   VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > 6
               IF CARD-FILE-SUB = ZERO
                   MOVE "N" TO CARD-VALID-SWITCH
               END-IF
           END-IF.
           IF CC-GENERATION-DATE-X NOT = SPACE
               IF CC-GENERATION-DATE-X NUMERIC
                   MOVE CC-GENERATION-DATE TO SELECT-GENERATION-DATE
               ELSE
                   MOVE "N" TO CARD-VALID-SWITCH
               END-IF
           END-IF.
           IF CC-GENERATION-TIME-X NOT = SPACE
               IF CC-GENERATION-TIME-X NUMERIC
                   MOVE CC-GENERATION-TIME TO SELECT-GENERATION-TIME
               ELSE
                   MOVE "N" TO CARD-VALID-SWITCH
               END-IF
           END-IF.
           IF CC-RETAIN-GENERATIONS-X NOT = SPACE
               IF CC-RETAIN-GENERATIONS-X NUMERIC
                   IF CC-RETAIN-GENERATIONS > ZERO
                       MOVE CC-RETAIN-GENERATIONS
                           TO RETAIN-GENERATIONS
                   END-IF
               ELSE
                   MOVE "N" TO CARD-VALID-SWITCH
               END-IF
           END-IF.
           IF NOT CARD-VALID
               MOVE "125-EDIT-CONTROL-CARD INVALID CARD"
                   TO ERR-PARAGRAPH-NAME
               MOVE "99" TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       127-MATCH-CARD-FILE-ID.
      *
           IF MF-FILE-ID (FILE-SUB) = CC-FILE-ID
               MOVE FILE-SUB TO CARD-FILE-SUB
           END-IF.
      *
       130-SELECT-MASTER-FILE.
      *
           IF ALL-FILES OR FILE-SUB = CARD-FILE-SUB
               MOVE "Y" TO MF-SELECTED-SWITCH (FILE-SUB)
           ELSE
               MOVE "N" TO MF-SELECTED-SWITCH (FILE-SUB)
           END-IF.
           MOVE "N"  TO MF-GENERATION-SWITCH (FILE-SUB).
           MOVE ZERO TO MF-GENERATION-STAMP (FILE-SUB).
           MOVE ZERO TO MF-CATALOG-COUNT (FILE-SUB).
           MOVE ZERO TO MF-CATALOG-HASH (FILE-SUB).
      *
       140-FORMAT-FUNCTION-LINE.
      *
           IF RESTORE-FUNCTION
               MOVE "RESTORE" TO FNL-FUNCTION
               IF SELECT-GENERATION-DATE = ZERO
                   MOVE "LATEST" TO FNL-GENERATION
               ELSE
                   MOVE SELECT-GENERATION-DATE TO EDIT-DATE-IN
                   MOVE SELECT-GENERATION-TIME TO EDIT-TIME-IN
                   PERFORM 800-FORMAT-EDIT-STAMP
                   MOVE EDIT-STAMP-OUT TO FNL-GENERATION
                   IF SELECT-GENERATION-TIME = ZERO
                       MOVE "LATEST" TO FNL-GENERATION (12:6)
                   END-IF
               END-IF
           ELSE
               MOVE "BACKUP" TO FNL-FUNCTION
               MOVE "NEW" TO FNL-GENERATION
           END-IF.
           IF ALL-FILES
               MOVE "ALL" TO FNL-FILE-ID
           ELSE
               MOVE CC-FILE-ID TO FNL-FILE-ID
           END-IF.
           MOVE RETAIN-GENERATIONS TO FNL-RETAIN.
      *
       150-OPEN-GENERATION-FILES.
      *
      *    THE BACKUP AND CATALOG FILES ARE CREATED EMPTY THE FIRST
      *    TIME THE UTILITY RUNS.
      *
           OPEN I-O GENBKUP.
           IF GENBKUP-STATUS = "35"
               OPEN OUTPUT GENBKUP
               CLOSE GENBKUP
               OPEN I-O GENBKUP
           END-IF.
           IF GENBKUP-STATUS NOT = "00"
               MOVE "150-OPEN-GENERATION-FILES OPEN GENBKUP"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           OPEN I-O GENCATLG.
           IF GENCATLG-STATUS = "35"
               OPEN OUTPUT GENCATLG
               CLOSE GENCATLG
               OPEN I-O GENCATLG
           END-IF.
           IF GENCATLG-STATUS NOT = "00"
               MOVE "150-OPEN-GENERATION-FILES OPEN GENCATLG"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       160-CLOSE-GENERATION-FILES.
      *
           CLOSE GENBKUP.
           IF GENBKUP-STATUS NOT = "00"
               MOVE "160-CLOSE-GENERATION-FILES CLOSE GENBKUP"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           CLOSE GENCATLG.
           IF GENCATLG-STATUS NOT = "00"
               MOVE "160-CLOSE-GENERATION-FILES CLOSE GENCATLG"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       200-BACKUP-MASTER-FILES.
      *
           PERFORM 210-BACKUP-MASTER-FILE
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 6.
      *
       210-BACKUP-MASTER-FILE.
      *
      *    A MASTER THAT DOES NOT EXIST YET IS CATALOGED AS AN EMPTY
      *    GENERATION, SO A RESTORE TO THAT POINT REMAINS POSSIBLE.
      *
           IF MF-SELECTED (FILE-SUB) AND NOT ERROR-FOUND
               MOVE ZERO TO FILE-RECORD-COUNT
               MOVE ZERO TO HASH-TOTAL
               MOVE "N" TO MASTER-MISSING-SWITCH
               MOVE "N" TO MASTER-EOF-SWITCH
               PERFORM 300-OPEN-MASTER-INPUT
               PERFORM 220-COPY-MASTER-RECORD
                   UNTIL MASTER-EOF
               IF NOT MASTER-MISSING
                   PERFORM 340-CLOSE-MASTER-FILE
               END-IF
               IF NOT ERROR-FOUND
                   PERFORM 230-WRITE-CATALOG-ENTRY
               END-IF
               IF NOT ERROR-FOUND
                   ADD 1 TO FILES-PROCESSED-COUNT
                   MOVE RUN-START-DATE TO EDIT-DATE-IN
                   MOVE RUN-START-TIME TO EDIT-TIME-IN
                   PERFORM 800-FORMAT-EDIT-STAMP
                   MOVE EDIT-STAMP-OUT    TO GL-GENERATION
                   MOVE FILE-RECORD-COUNT TO GL-RECORD-COUNT
                   MOVE HASH-TOTAL        TO GL-HASH-TOTAL
                   MOVE CG-RECORD-COUNT   TO GL-CATALOG-COUNT
                   MOVE CG-HASH-TOTAL     TO GL-CATALOG-HASH
                   IF MASTER-MISSING
                       MOVE "NOT ON FILE - EMPTY GENERATION"
                           TO GL-DISPOSITION
                   ELSE
                       MOVE "BACKED UP" TO GL-DISPOSITION
                   END-IF
                   PERFORM 500-PRINT-GENERATION-LINE
                   PERFORM 250-DROP-EXPIRED-GENERATIONS
               END-IF
           END-IF.
      *
       220-COPY-MASTER-RECORD.
      *
           PERFORM 310-READ-MASTER-RECORD.
           IF NOT MASTER-EOF
               ADD 1 TO FILE-RECORD-COUNT
               ADD 1 TO TOTAL-RECORD-COUNT
               MOVE MF-FILE-ID (FILE-SUB) TO BK-FILE-ID
               MOVE RUN-START-DATE        TO BK-GENERATION-DATE
               MOVE RUN-START-TIME        TO BK-GENERATION-TIME
               MOVE FILE-RECORD-COUNT     TO BK-RECORD-SEQUENCE
               PERFORM 350-ACCUMULATE-HASH-TOTAL
               WRITE BACKUP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF GENBKUP-STATUS NOT = "00"
                   MOVE "220-COPY-MASTER-RECORD WRITE GENBKUP"
                       TO ERR-PARAGRAPH-NAME
                   MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET MASTER-EOF TO TRUE
               END-IF
           END-IF.
      *
       230-WRITE-CATALOG-ENTRY.
      *
           MOVE MF-FILE-ID (FILE-SUB) TO CG-FILE-ID.
           MOVE RUN-START-DATE        TO CG-GENERATION-DATE.
           MOVE RUN-START-TIME        TO CG-GENERATION-TIME.
           MOVE FILE-RECORD-COUNT     TO CG-RECORD-COUNT.
           MOVE HASH-TOTAL            TO CG-HASH-TOTAL.
           IF MASTER-MISSING
               SET CG-SOURCE-MISSING TO TRUE
           ELSE
               SET CG-SOURCE-FOUND TO TRUE
           END-IF.
           WRITE GENERATION-CATALOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF GENCATLG-STATUS NOT = "00"
               MOVE "230-WRITE-CATALOG-ENTRY WRITE GENCATLG"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       250-DROP-EXPIRED-GENERATIONS.
      *
      *    THE CATALOG IS IN GENERATION ORDER WITHIN FILE, SO THE
      *    OLDEST ENTRIES BEYOND THE NUMBER TO KEEP ARE DROPPED.
      *
           MOVE ZERO TO GENERATION-COUNT.
           MOVE "N" TO GENCATLG-EOF-SWITCH.
           MOVE MF-FILE-ID (FILE-SUB) TO CG-FILE-ID.
           MOVE ZERO TO CG-GENERATION-DATE.
           MOVE ZERO TO CG-GENERATION-TIME.
           START GENCATLG KEY NOT < CG-CATALOG-KEY
               INVALID KEY
                   SET GENCATLG-EOF TO TRUE
           END-START.
           IF GENCATLG-STATUS NOT = "00" AND GENCATLG-STATUS NOT = "23"
               MOVE "250-DROP-EXPIRED-GENERATIONS START GENCATLG"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 260-LOAD-GENERATION-STAMP
               UNTIL GENCATLG-EOF.
           IF GENERATION-COUNT > RETAIN-GENERATIONS
               COMPUTE GENERATION-DROP-COUNT =
                   GENERATION-COUNT - RETAIN-GENERATIONS
               PERFORM 270-DROP-GENERATION
                   VARYING GENERATION-SUB FROM 1 BY 1
                   UNTIL GENERATION-SUB > GENERATION-DROP-COUNT
           END-IF.
      *
       260-LOAD-GENERATION-STAMP.
      *
           READ GENCATLG NEXT RECORD
               AT END
                   SET GENCATLG-EOF TO TRUE.
           IF GENCATLG-STATUS = "00"
               IF CG-FILE-ID NOT = MF-FILE-ID (FILE-SUB)
                   SET GENCATLG-EOF TO TRUE
               ELSE
                   IF GENERATION-COUNT < 100
                       ADD 1 TO GENERATION-COUNT
                       MOVE CG-GENERATION-STAMP
                           TO GENERATION-STAMP-ENTRY (GENERATION-COUNT)
                   ELSE
                       MOVE "260-LOAD-GENERATION-STAMP TABLE FULL"
                           TO ERR-PARAGRAPH-NAME
                       MOVE "99" TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       SET GENCATLG-EOF TO TRUE
                   END-IF
               END-IF
           ELSE
               IF GENCATLG-STATUS NOT = "10"
                   MOVE "260-LOAD-GENERATION-STAMP READ GENCATLG"
                       TO ERR-PARAGRAPH-NAME
                   MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET GENCATLG-EOF TO TRUE
               END-IF
           END-IF.
      *
       270-DROP-GENERATION.
      *
           MOVE "N" TO GENBKUP-EOF-SWITCH.
           MOVE MF-FILE-ID (FILE-SUB) TO BK-FILE-ID.
           MOVE GENERATION-STAMP-ENTRY (GENERATION-SUB)
               TO BK-GENERATION-STAMP.
           MOVE ZERO TO BK-RECORD-SEQUENCE.
           START GENBKUP KEY NOT < BK-RECORD-KEY
               INVALID KEY
                   SET GENBKUP-EOF TO TRUE
           END-START.
           IF GENBKUP-STATUS NOT = "00" AND GENBKUP-STATUS NOT = "23"
               MOVE "270-DROP-GENERATION START GENBKUP"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 280-DELETE-BACKUP-RECORD
               UNTIL GENBKUP-EOF.
           MOVE MF-FILE-ID (FILE-SUB) TO CG-FILE-ID.
           MOVE GENERATION-STAMP-ENTRY (GENERATION-SUB)
               TO CG-GENERATION-STAMP.
           READ GENCATLG
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GENCATLG-STATUS = "00"
               MOVE CG-GENERATION-DATE TO EDIT-DATE-IN
               MOVE CG-GENERATION-TIME TO EDIT-TIME-IN
               PERFORM 800-FORMAT-EDIT-STAMP
               MOVE EDIT-STAMP-OUT    TO GL-GENERATION
               MOVE ZERO              TO GL-RECORD-COUNT
               MOVE ZERO              TO GL-HASH-TOTAL
               MOVE CG-RECORD-COUNT   TO GL-CATALOG-COUNT
               MOVE CG-HASH-TOTAL     TO GL-CATALOG-HASH
               MOVE "GENERATION DROPPED" TO GL-DISPOSITION
               DELETE GENCATLG
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF GENCATLG-STATUS NOT = "00"
               MOVE "270-DROP-GENERATION DELETE GENCATLG"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           ELSE
               ADD 1 TO GENERATIONS-DROPPED
               PERFORM 500-PRINT-GENERATION-LINE
           END-IF.
      *
       280-DELETE-BACKUP-RECORD.
      *
           READ GENBKUP NEXT RECORD
               AT END
                   SET GENBKUP-EOF TO TRUE.
           IF GENBKUP-STATUS = "00"
               IF BK-FILE-ID = MF-FILE-ID (FILE-SUB) AND
                       BK-GENERATION-STAMP =
                       GENERATION-STAMP-ENTRY (GENERATION-SUB)
                   DELETE GENBKUP
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF GENBKUP-STATUS NOT = "00"
                       MOVE "280-DELETE-BACKUP-RECORD DELETE GENBKUP"
                           TO ERR-PARAGRAPH-NAME
                       MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
                       PERFORM 9700-WRITE-ERROR-LOG-RECORD
                       SET GENBKUP-EOF TO TRUE
                   END-IF
               ELSE
                   SET GENBKUP-EOF TO TRUE
               END-IF
           ELSE
               IF GENBKUP-STATUS NOT = "10"
                   MOVE "280-DELETE-BACKUP-RECORD READ GENBKUP"
                       TO ERR-PARAGRAPH-NAME
                   MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET GENBKUP-EOF TO TRUE
               END-IF
           END-IF.
      *
       300-OPEN-MASTER-INPUT.
      *
           EVALUATE FILE-SUB
             WHEN 1
               OPEN INPUT CUSTMAST
               MOVE CUSTMAST-STATUS TO MASTER-STATUS
             WHEN 2
               OPEN INPUT OPENITEM
               MOVE OPENITEM-STATUS TO MASTER-STATUS
             WHEN 3
               OPEN INPUT SUSPENSE
               MOVE SUSPENSE-STATUS TO MASTER-STATUS
             WHEN 4
               OPEN INPUT CREDMAST
               MOVE CREDMAST-STATUS TO MASTER-STATUS
             WHEN 5
               OPEN INPUT CUSTADDR
               MOVE CUSTADDR-STATUS TO MASTER-STATUS
             WHEN 6
               OPEN INPUT SALESHST
               MOVE SALESHST-STATUS TO MASTER-STATUS
           END-EVALUATE.
           IF MASTER-STATUS = "35"
               SET MASTER-MISSING TO TRUE
               SET MASTER-EOF TO TRUE
           ELSE
               IF MASTER-STATUS NOT = "00"
                   MOVE SPACE TO ERR-PARAGRAPH-NAME
                   STRING "300-OPEN-MASTER-INPUT OPEN "
                           MF-FILE-ID (FILE-SUB)
                           DELIMITED BY SIZE
                       INTO ERR-PARAGRAPH-NAME
                   MOVE MASTER-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET MASTER-MISSING TO TRUE
                   SET MASTER-EOF TO TRUE
               END-IF
           END-IF.
      *
       310-READ-MASTER-RECORD.
      *
           MOVE SPACE TO BK-RECORD-IMAGE.
           EVALUATE FILE-SUB
             WHEN 1
               READ CUSTMAST
                   AT END
                       SET MASTER-EOF TO TRUE
               END-READ
               MOVE CUSTMAST-STATUS TO MASTER-STATUS
               MOVE CUSTOMER-MASTER-RECORD TO BK-RECORD-IMAGE
             WHEN 2
               READ OPENITEM
                   AT END
                       SET MASTER-EOF TO TRUE
               END-READ
               MOVE OPENITEM-STATUS TO MASTER-STATUS
               MOVE OPEN-ITEM-RECORD TO BK-RECORD-IMAGE
             WHEN 3
               READ SUSPENSE
                   AT END
                       SET MASTER-EOF TO TRUE
               END-READ
               MOVE SUSPENSE-STATUS TO MASTER-STATUS
               MOVE SUSPENSE-RECORD TO BK-RECORD-IMAGE
             WHEN 4
               READ CREDMAST
                   AT END
                       SET MASTER-EOF TO TRUE
               END-READ
               MOVE CREDMAST-STATUS TO MASTER-STATUS
               MOVE CREDIT-MASTER-RECORD TO BK-RECORD-IMAGE
             WHEN 5
               READ CUSTADDR
                   AT END
                       SET MASTER-EOF TO TRUE
               END-READ
               MOVE CUSTADDR-STATUS TO MASTER-STATUS
               MOVE CUSTOMER-ADDRESS-RECORD TO BK-RECORD-IMAGE
             WHEN 6
               READ SALESHST
                   AT END
                       SET MASTER-EOF TO TRUE
               END-READ
               MOVE SALESHST-STATUS TO MASTER-STATUS
               MOVE SALES-HISTORY-RECORD TO BK-RECORD-IMAGE
           END-EVALUATE.
           IF MASTER-STATUS NOT = "00" AND MASTER-STATUS NOT = "10"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "310-READ-MASTER-RECORD READ "
                       MF-FILE-ID (FILE-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE MASTER-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
               SET MASTER-EOF TO TRUE
           END-IF.
      *
       320-OPEN-MASTER-OUTPUT.
      *
           EVALUATE FILE-SUB
             WHEN 1
               OPEN OUTPUT CUSTMAST
               MOVE CUSTMAST-STATUS TO MASTER-STATUS
             WHEN 2
               OPEN OUTPUT OPENITEM
               MOVE OPENITEM-STATUS TO MASTER-STATUS
             WHEN 3
               OPEN OUTPUT SUSPENSE
               MOVE SUSPENSE-STATUS TO MASTER-STATUS
             WHEN 4
               OPEN OUTPUT CREDMAST
               MOVE CREDMAST-STATUS TO MASTER-STATUS
             WHEN 5
               OPEN OUTPUT CUSTADDR
               MOVE CUSTADDR-STATUS TO MASTER-STATUS
             WHEN 6
               OPEN OUTPUT SALESHST
               MOVE SALESHST-STATUS TO MASTER-STATUS
           END-EVALUATE.
           IF MASTER-STATUS NOT = "00"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "320-OPEN-MASTER-OUTPUT OPEN "
                       MF-FILE-ID (FILE-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE MASTER-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       330-WRITE-MASTER-RECORD.
      *
      *    THE BACKUP IS READ IN SEQUENCE NUMBER ORDER, WHICH IS THE
      *    ORDER THE RECORDS WERE COPIED IN, SO THE INDEXED MASTERS
      *    ARE RELOADED IN ASCENDING KEY ORDER.
      *
           EVALUATE FILE-SUB
             WHEN 1
               MOVE BK-RECORD-IMAGE TO CUSTOMER-MASTER-RECORD
               WRITE CUSTOMER-MASTER-RECORD
               MOVE CUSTMAST-STATUS TO MASTER-STATUS
             WHEN 2
               MOVE BK-RECORD-IMAGE TO OPEN-ITEM-RECORD
               WRITE OPEN-ITEM-RECORD
               MOVE OPENITEM-STATUS TO MASTER-STATUS
             WHEN 3
               MOVE BK-RECORD-IMAGE TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
               MOVE SUSPENSE-STATUS TO MASTER-STATUS
             WHEN 4
               MOVE BK-RECORD-IMAGE TO CREDIT-MASTER-RECORD
               WRITE CREDIT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE CREDMAST-STATUS TO MASTER-STATUS
             WHEN 5
               MOVE BK-RECORD-IMAGE TO CUSTOMER-ADDRESS-RECORD
               WRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE CUSTADDR-STATUS TO MASTER-STATUS
             WHEN 6
               MOVE BK-RECORD-IMAGE TO SALES-HISTORY-RECORD
               WRITE SALES-HISTORY-RECORD
               MOVE SALESHST-STATUS TO MASTER-STATUS
           END-EVALUATE.
           IF MASTER-STATUS NOT = "00"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "330-WRITE-MASTER-RECORD WRITE "
                       MF-FILE-ID (FILE-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE MASTER-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       340-CLOSE-MASTER-FILE.
      *
           EVALUATE FILE-SUB
             WHEN 1
               CLOSE CUSTMAST
               MOVE CUSTMAST-STATUS TO MASTER-STATUS
             WHEN 2
               CLOSE OPENITEM
               MOVE OPENITEM-STATUS TO MASTER-STATUS
             WHEN 3
               CLOSE SUSPENSE
               MOVE SUSPENSE-STATUS TO MASTER-STATUS
             WHEN 4
               CLOSE CREDMAST
               MOVE CREDMAST-STATUS TO MASTER-STATUS
             WHEN 5
               CLOSE CUSTADDR
               MOVE CUSTADDR-STATUS TO MASTER-STATUS
             WHEN 6
               CLOSE SALESHST
               MOVE SALESHST-STATUS TO MASTER-STATUS
           END-EVALUATE.
           IF MASTER-STATUS NOT = "00"
               MOVE SPACE TO ERR-PARAGRAPH-NAME
               STRING "340-CLOSE-MASTER-FILE CLOSE "
                       MF-FILE-ID (FILE-SUB)
                       DELIMITED BY SIZE
                   INTO ERR-PARAGRAPH-NAME
               MOVE MASTER-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       350-ACCUMULATE-HASH-TOTAL.
      *
      *    THE HASH TOTAL IS THE SUM OF EACH FILE'S NUMERIC KEY AND
      *    DOLLAR FIELDS, TAKEN FROM THE BACKUP IMAGE SO THAT COPY,
      *    VERIFY AND RESTORE ALL ADD UP THE SAME FIELDS.
      *
           EVALUATE FILE-SUB
             WHEN 1
               ADD BK-CM-CUSTOMER-NUMBER BK-CM-SALES-THIS-YTD
                   BK-CM-SALES-LAST-YTD TO HASH-TOTAL
             WHEN 2
               ADD BK-OI-CUSTOMER-NUMBER BK-OI-INVOICE-NUMBER
                   BK-OI-INVOICE-AMOUNT BK-OI-AMOUNT-PAID
                   TO HASH-TOTAL
             WHEN 3
               ADD BK-SP-REJECT-DATE TO HASH-TOTAL
             WHEN 4
               ADD BK-CR-CUSTOMER-NUMBER BK-CR-CREDIT-LIMIT
                   TO HASH-TOTAL
             WHEN 5
               ADD BK-CA-CUSTOMER-NUMBER TO HASH-TOTAL
             WHEN 6
               ADD BK-HS-CUSTOMER-NUMBER BK-HS-SALES-YTD
                   BK-HS-SALES-MTD TO HASH-TOTAL
           END-EVALUATE.
      *
       400-RESTORE-MASTER-FILES.
      *
      *    EVERY SELECTED FILE IS VERIFIED AGAINST THE CATALOG BEFORE
      *    ANY MASTER IS TOUCHED.  IF ONE FAILS, NOTHING IS RESTORED.
      *    CUSTMAST.IDX IS NOT BACKED UP - RERUN CNV8100 AFTER A
      *    CUSTMAST RESTORE.
      *
           PERFORM 410-VERIFY-GENERATION
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 6.
           IF NOT RESTORE-FAILED AND NOT ERROR-FOUND
               PERFORM 450-RELOAD-MASTER-FILE
                   VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > 6
           END-IF.
      *
       410-VERIFY-GENERATION.
      *
           IF MF-SELECTED (FILE-SUB)
               PERFORM 420-FIND-GENERATION
               IF MF-GENERATION-FOUND (FILE-SUB)
                   MOVE ZERO TO FILE-RECORD-COUNT
                   MOVE ZERO TO HASH-TOTAL
                   PERFORM 430-START-GENERATION
                   PERFORM 440-READ-GENERATION-RECORD
                       UNTIL GENBKUP-EOF
                   MOVE MF-GENERATION-DATE (FILE-SUB) TO EDIT-DATE-IN
                   MOVE MF-GENERATION-TIME (FILE-SUB) TO EDIT-TIME-IN
                   PERFORM 800-FORMAT-EDIT-STAMP
                   MOVE EDIT-STAMP-OUT TO GL-GENERATION
                   MOVE FILE-RECORD-COUNT TO GL-RECORD-COUNT
                   MOVE HASH-TOTAL        TO GL-HASH-TOTAL
                   MOVE MF-CATALOG-COUNT (FILE-SUB)
                       TO GL-CATALOG-COUNT
                   MOVE MF-CATALOG-HASH (FILE-SUB)
                       TO GL-CATALOG-HASH
                   IF FILE-RECORD-COUNT = MF-CATALOG-COUNT (FILE-SUB)
                           AND HASH-TOTAL = MF-CATALOG-HASH (FILE-SUB)
                       MOVE "VERIFIED" TO GL-DISPOSITION
                   ELSE
                       MOVE "*** COUNT OR HASH MISMATCH ***"
                           TO GL-DISPOSITION
                       SET RESTORE-FAILED TO TRUE
                   END-IF
               ELSE
                   MOVE "NOT IN CATALOG" TO GL-GENERATION
                   MOVE ZERO TO GL-RECORD-COUNT
                   MOVE ZERO TO GL-HASH-TOTAL
                   MOVE ZERO TO GL-CATALOG-COUNT
                   MOVE ZERO TO GL-CATALOG-HASH
                   MOVE "*** NO SUCH GENERATION ***"
                       TO GL-DISPOSITION
                   SET RESTORE-FAILED TO TRUE
               END-IF
               PERFORM 500-PRINT-GENERATION-LINE
           END-IF.
      *
       420-FIND-GENERATION.
      *
           MOVE "N" TO GENCATLG-EOF-SWITCH.
           MOVE MF-FILE-ID (FILE-SUB) TO CG-FILE-ID.
           MOVE ZERO TO CG-GENERATION-DATE.
           MOVE ZERO TO CG-GENERATION-TIME.
           START GENCATLG KEY NOT < CG-CATALOG-KEY
               INVALID KEY
                   SET GENCATLG-EOF TO TRUE
           END-START.
           IF GENCATLG-STATUS NOT = "00" AND GENCATLG-STATUS NOT = "23"
               MOVE "420-FIND-GENERATION START GENCATLG"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           PERFORM 425-MATCH-CATALOG-ENTRY
               UNTIL GENCATLG-EOF.
      *
       425-MATCH-CATALOG-ENTRY.
      *
      *    ENTRIES COME BACK OLDEST FIRST, SO THE LAST ONE THAT MATCHES
      *    THE CARD IS THE LATEST GENERATION WANTED.
      *
           READ GENCATLG NEXT RECORD
               AT END
                   SET GENCATLG-EOF TO TRUE.
           IF GENCATLG-STATUS = "00"
               IF CG-FILE-ID NOT = MF-FILE-ID (FILE-SUB)
                   SET GENCATLG-EOF TO TRUE
               ELSE
                   IF SELECT-GENERATION-DATE = ZERO
                           OR (CG-GENERATION-DATE =
                               SELECT-GENERATION-DATE AND
                           (SELECT-GENERATION-TIME = ZERO OR
                            CG-GENERATION-TIME =
                               SELECT-GENERATION-TIME))
                       MOVE "Y" TO MF-GENERATION-SWITCH (FILE-SUB)
                       MOVE CG-GENERATION-STAMP
                           TO MF-GENERATION-STAMP (FILE-SUB)
                       MOVE CG-RECORD-COUNT
                           TO MF-CATALOG-COUNT (FILE-SUB)
                       MOVE CG-HASH-TOTAL
                           TO MF-CATALOG-HASH (FILE-SUB)
                   END-IF
               END-IF
           ELSE
               IF GENCATLG-STATUS NOT = "10"
                   MOVE "425-MATCH-CATALOG-ENTRY READ GENCATLG"
                       TO ERR-PARAGRAPH-NAME
                   MOVE GENCATLG-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET GENCATLG-EOF TO TRUE
               END-IF
           END-IF.
      *
       430-START-GENERATION.
      *
           MOVE "N" TO GENBKUP-EOF-SWITCH.
           MOVE MF-FILE-ID (FILE-SUB) TO BK-FILE-ID.
           MOVE MF-GENERATION-STAMP (FILE-SUB) TO BK-GENERATION-STAMP.
           MOVE ZERO TO BK-RECORD-SEQUENCE.
           START GENBKUP KEY NOT < BK-RECORD-KEY
               INVALID KEY
                   SET GENBKUP-EOF TO TRUE
           END-START.
           IF GENBKUP-STATUS NOT = "00" AND GENBKUP-STATUS NOT = "23"
               MOVE "430-START-GENERATION START GENBKUP"
                   TO ERR-PARAGRAPH-NAME
               MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
      *
       440-READ-GENERATION-RECORD.
      *
           READ GENBKUP NEXT RECORD
               AT END
                   SET GENBKUP-EOF TO TRUE.
           IF GENBKUP-STATUS = "00"
               IF BK-FILE-ID = MF-FILE-ID (FILE-SUB) AND
                       BK-GENERATION-STAMP =
                       MF-GENERATION-STAMP (FILE-SUB)
                   ADD 1 TO FILE-RECORD-COUNT
                   PERFORM 350-ACCUMULATE-HASH-TOTAL
               ELSE
                   SET GENBKUP-EOF TO TRUE
               END-IF
           ELSE
               IF GENBKUP-STATUS NOT = "10"
                   MOVE "440-READ-GENERATION-RECORD READ GENBKUP"
                       TO ERR-PARAGRAPH-NAME
                   MOVE GENBKUP-STATUS TO ERR-FILE-STATUS
                   PERFORM 9700-WRITE-ERROR-LOG-RECORD
                   SET GENBKUP-EOF TO TRUE
               END-IF
           END-IF.
      *
       450-RELOAD-MASTER-FILE.
      *
           IF MF-SELECTED (FILE-SUB) AND NOT ERROR-FOUND
               MOVE ZERO TO FILE-RECORD-COUNT
               MOVE ZERO TO HASH-TOTAL
               PERFORM 320-OPEN-MASTER-OUTPUT
               IF MASTER-STATUS = "00"
                   PERFORM 430-START-GENERATION
                   PERFORM 460-RESTORE-MASTER-RECORD
                       UNTIL GENBKUP-EOF
                   PERFORM 340-CLOSE-MASTER-FILE
               END-IF
               ADD 1 TO FILES-PROCESSED-COUNT
               MOVE MF-GENERATION-DATE (FILE-SUB) TO EDIT-DATE-IN
               MOVE MF-GENERATION-TIME (FILE-SUB) TO EDIT-TIME-IN
               PERFORM 800-FORMAT-EDIT-STAMP
               MOVE EDIT-STAMP-OUT TO GL-GENERATION
               MOVE FILE-RECORD-COUNT TO GL-RECORD-COUNT
               MOVE HASH-TOTAL        TO GL-HASH-TOTAL
               MOVE MF-CATALOG-COUNT (FILE-SUB) TO GL-CATALOG-COUNT
               MOVE MF-CATALOG-HASH (FILE-SUB)  TO GL-CATALOG-HASH
               IF FILE-RECORD-COUNT = MF-CATALOG-COUNT (FILE-SUB)
                       AND HASH-TOTAL = MF-CATALOG-HASH (FILE-SUB)
                       AND NOT ERROR-FOUND
                   MOVE "RESTORED" TO GL-DISPOSITION
               ELSE
                   MOVE "*** RESTORE INCOMPLETE ***"
                       TO GL-DISPOSITION
                   SET RESTORE-FAILED TO TRUE
               END-IF
               PERFORM 500-PRINT-GENERATION-LINE
           END-IF.
      *
       460-RESTORE-MASTER-RECORD.
      *
           PERFORM 440-READ-GENERATION-RECORD.
           IF NOT GENBKUP-EOF
               ADD 1 TO TOTAL-RECORD-COUNT
               PERFORM 330-WRITE-MASTER-RECORD
               IF MASTER-STATUS NOT = "00"
                   SET GENBKUP-EOF TO TRUE
               END-IF
           END-IF.
      *
       500-PRINT-GENERATION-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE MF-FILE-ID (FILE-SUB) TO GL-FILE-ID.
           MOVE GENERATION-LINE TO PRINT-AREA.
           PERFORM 650-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       600-PRINT-RUN-SUMMARY.
      *
           MOVE FILES-PROCESSED-COUNT TO SML-FILE-COUNT.
           MOVE TOTAL-RECORD-COUNT    TO SML-RECORD-COUNT.
           MOVE GENERATIONS-DROPPED   TO SML-DROP-COUNT.
           EVALUATE TRUE
             WHEN NOT CARD-VALID
               MOVE "*** CONTROL CARD REJECTED - NOTHING PROCESSED ***"
                   TO SML-MESSAGE
             WHEN RESTORE-FUNCTION AND RESTORE-FAILED
                     AND FILES-PROCESSED-COUNT = ZERO
               MOVE "*** RESTORE NOT PERFORMED - NO FILE CHANGED ***"
                   TO SML-MESSAGE
             WHEN RESTORE-FUNCTION AND RESTORE-FAILED
               MOVE "*** RESTORE FAILED - SEE LINES ABOVE ***"
                   TO SML-MESSAGE
             WHEN ERROR-FOUND
               MOVE "*** RUN ENDED IN ERROR - SEE CTL8300.LOG ***"
                   TO SML-MESSAGE
             WHEN RESTORE-FUNCTION
               MOVE "RESTORE COMPLETE" TO SML-MESSAGE
             WHEN OTHER
               MOVE "BACKUP COMPLETE" TO SML-MESSAGE
           END-EVALUATE.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 630-PRINT-HEADING-LINES.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           MOVE 3 TO SPACE-CONTROL.
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
           MOVE FUNCTION-LINE TO PRINT-AREA.
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
           IF BKUPRPT-STATUS NOT = "00"
               MOVE "640-WRITE-PAGE-TOP-LINE" TO ERR-PARAGRAPH-NAME
               MOVE BKUPRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           MOVE 1 TO LINE-COUNT.
      *
       650-WRITE-REPORT-LINE.
      *
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           IF BKUPRPT-STATUS NOT = "00"
               MOVE "650-WRITE-REPORT-LINE" TO ERR-PARAGRAPH-NAME
               MOVE BKUPRPT-STATUS TO ERR-FILE-STATUS
               PERFORM 9700-WRITE-ERROR-LOG-RECORD
           END-IF.
           ADD SPACE-CONTROL TO LINE-COUNT.
      *
       800-FORMAT-EDIT-STAMP.
      *
           MOVE EDIT-DATE-MONTH   TO ESO-MONTH.
           MOVE EDIT-DATE-DAY     TO ESO-DAY.
           MOVE EDIT-DATE-YEAR    TO ESO-YEAR.
           MOVE EDIT-TIME-HOURS   TO ESO-HOURS.
           MOVE EDIT-TIME-MINUTES TO ESO-MINUTES.
      *
       9700-WRITE-ERROR-LOG-RECORD.
      *
           SET ERROR-FOUND TO TRUE.
           MOVE ERR-PARAGRAPH-NAME TO ELR-PARAGRAPH-NAME.
           MOVE ERR-FILE-STATUS    TO ELR-FILE-STATUS.
           MOVE FILE-RECORD-COUNT  TO ELR-RECORD-COUNT.
           WRITE ERROR-LOG-RECORD.
           IF ERRORLOG-STATUS NOT = "00"
               DISPLAY "9700-WRITE-ERROR-LOG-RECORD WRITE ERRORLOG "
                   "FILE STATUS = " ERRORLOG-STATUS
                   " FOR " ERR-PARAGRAPH-NAME
           END-IF.
      *
       9800-WRITE-RUN-AUDIT-RECORD.
      *
      *    A RESTORE RUN IS FLAGGED "R" IN THE RESTART COLUMN SO THAT
      *    RPT8130 REPORTS IT.
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
               MOVE "CTL8300" TO RA-PROGRAM-ID
               MOVE RUN-START-DATE TO RA-START-DATE
               MOVE RUN-START-TIME TO RA-START-TIME
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-DATE TO RA-END-DATE
               MOVE CD-TIME TO RA-END-TIME
               MOVE TOTAL-RECORD-COUNT TO RA-RECORDS-READ
               MOVE FILES-PROCESSED-COUNT TO RA-RECORDS-SELECTED
               MOVE ZERO TO RA-GRAND-TOTAL-THIS-YTD
               MOVE ZERO TO RA-GRAND-TOTAL-LAST-YTD
               IF ERROR-FOUND OR RESTORE-FAILED
                   MOVE "A" TO RA-COMPLETION-CODE
               ELSE
                   MOVE "N" TO RA-COMPLETION-CODE
               END-IF
               IF RESTORE-FUNCTION
                   MOVE "R" TO RA-RESTART-FLAG
               ELSE
                   MOVE "N" TO RA-RESTART-FLAG
               END-IF
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
