           05  CI-SALESREP-NUMBER      PIC 9(2).
           05  CI-CUSTOMER-NUMBER      PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  BRCHMAST.
      *
      *
       01  BUDGET-MASTER-RECORD.
           05  BG-CUSTOMER-NUMBER  PIC 9(5).
           05  BG-BUDGET-AMOUNT    PIC S9(7)V99.
      *
       WORKING-STORAGE SECTION.
      *
                                       PIC 9(5).
      *
       01  DISPLAY-FIELDS.
           05  DSP-SALES-THIS-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  DSP-SALES-LAST-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  DSP-BUDGET-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
