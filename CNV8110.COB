           05  CI-SALESREP-NUMBER      PIC 9(2).
           05  CI-CUSTOMER-NUMBER      PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  CUSTMAST.
      *
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       FD  ERRORLOG.
      *
           05  SW-SALESREP-NUMBER      PIC 9(2).
           05  SW-CUSTOMER-NUMBER      PIC 9(5).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SW-SALES-LAST-YTD       PIC S9(7)V9(2).
      *
       WORKING-STORAGE SECTION.
      *
