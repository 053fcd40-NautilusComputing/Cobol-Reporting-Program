           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  BRCHMAST.
      *
      *
       01  BUDGET-MASTER-RECORD.
           05  BG-CUSTOMER-NUMBER  PIC 9(5).
           05  BG-BUDGET-AMOUNT    PIC S9(7)V99.
      *
       FD  AUDITRPT.
      *
