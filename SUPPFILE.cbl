           02 TERMS-DAYS-SUPPLIER      PIC 9(3).
           02 DISC-PCT-EARLY-SUPPLIER  PIC 9(2)V99.
           02 DISC-DAYS-EARLY-SUPPLIER PIC 9(3).
      *>  BANK ACCOUNT THE PAYMENT RUN'S CREDIT TRANSFERS GO TO. A
      *>  SUPPLIER WITH NO IBAN IS LEFT OUT OF THE TRANSFER FILE AND
      *>  HAS TO BE PAID BY HAND.
           02 BANK-ACCT-NAME-SUPPLIER  PIC X(20).
           02 BANK-IBAN-SUPPLIER       PIC X(34).
           02 BANK-BIC-SUPPLIER        PIC X(11).
      *>  Y = THE SUPPLIER TAKES ORDERS AS A FLAT ELECTRONIC FILE -
      *>  ITS APPROVED ORDERS GO OUT ON THE OUTBOUND ORDER RUN
      *>  INSTEAD OF ON PAPER.
           02 EDI-ORDERS-SUPPLIER      PIC X.
               88 SUPPLIER-TAKES-EDI       VALUE "Y".
