           05  SP-ORIGIN-PROGRAM       PIC X(8).
           05  SP-REJECT-DATE          PIC 9(8).
           05  SP-STATUS               PIC X(1).
           05  SP-TRANSACTION-IMAGE    PIC X(48).
           05  SP-REJECT-REASON        PIC X(30).
      *
       FD  SUSPRPT.
               88  ERROR-FOUND                 VALUE "Y".
      *
       01  IMAGE-WORK-FIELDS.
           05  IW-TRANSACTION-IMAGE    PIC X(48).
           05  IW-SALES-IMAGE          REDEFINES IW-TRANSACTION-IMAGE.
               10  IW-TRANSACTION-CODE     PIC X(1).
               10  IW-CUSTOMER-NUMBER-X    PIC X(5).
