      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD BANK-RECON-FILE.
       01 REC-BANK-RECON.
      *>  BANK RECONCILIATION STATUS. ONE ROW PER BANK STATEMENT LINE
      *>  EVER IMPORTED (TYPE B, ID = STATEMENT DATE + BANK'S OWN
      *>  TRANSACTION ID) AND ONE ROW PER BOOK ENTRY THE BANK HAS
      *>  CLEARED (TYPE R = CUSTOMER RECEIPT, ID = KEY-PAYMENT;
      *>  TYPE S = SUPPLIER PAYMENT, ID = KEY-SUPP-PAYMENT). A BOOK
      *>  ENTRY WITH NO ROW HERE HAS NOT YET BEEN SEEN AT THE BANK.
           02 KEY-BANK-RECON.
               03 TYPE-BREC            PIC X.
                   88 BREC-BANK-LINE       VALUE "B".
                   88 BREC-RECEIPT         VALUE "R".
                   88 BREC-SUPP-PAY        VALUE "S".
               03 ID-BREC              PIC X(20).
      *>  STATEMENT DATE ON A BANK ROW; THE DATE THE BANK CLEARED IT
      *>  ON A BOOK ROW.
           02 DATE-BREC                PIC 9(8).
      *>  SIGNED AS THE BANK SEES IT - POSITIVE IS MONEY IN.
           02 AMOUNT-BREC              PIC S9(9)V99.
           02 REF-BREC                 PIC X(30).
           02 STATUS-BREC              PIC X(9).
               88 BREC-MATCHED             VALUE "MATCHED".
               88 BREC-UNMATCHED           VALUE "UNMATCHED".
      *>  THE OTHER SIDE OF THE MATCH (TYPE + ID). A BANK LINE THAT
      *>  CLEARED A WHOLE REMITTANCE RUN POINTS AT ITS FIRST PAYMENT.
           02 MATCH-KEY-BREC           PIC X(21).
           02 NOTE-BREC                PIC X(20).
           02 RECON-DATE-BREC          PIC 9(8).
