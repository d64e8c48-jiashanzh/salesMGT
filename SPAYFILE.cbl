      *>  FOR A PAYMENT ON GENERAL ACCOUNT.
           02 NO-INVOICE-SPAY          PIC X(10).
           02 OPERATOR-SPAY            PIC X(10).
      *>  THE APPROVED PAYMENT RUN (TRANSFER BATCH) THAT RAISED THIS
      *>  PAYMENT - ZERO FOR ONE KEYED BY HAND.
           02 BATCH-SPAY               PIC 9(6).
