      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD TRANSFER-BATCH-FILE.
       01 REC-TRANSFER-BATCH.
      *>  ONE APPROVED SUPPLIER PAYMENT RUN. THE RUN'S PAYMENTS CARRY
      *>  ITS NUMBER IN BATCH-SPAY. THE BANK TRANSFER FILE IS WRITTEN
      *>  FROM THEM ONCE ONLY - STATUS G STOPS A SECOND COPY GOING TO
      *>  THE BANK AND PAYING EVERY SUPPLIER TWICE.
           02 ID-BATCH-TRF             PIC 9(6).
           02 DATE-RUN-TRF             PIC 9(8).
           02 CUTOFF-TRF               PIC 9(8).
           02 OPERATOR-TRF             PIC X(10).
           02 STATUS-TRF               PIC X.
               88 TRF-PENDING              VALUE "P".
               88 TRF-GENERATED            VALUE "G".
           02 DATE-GEN-TRF             PIC 9(8).
           02 OPERATOR-GEN-TRF         PIC X(10).
           02 PAYMENTS-CT-TRF          PIC 9(5).
           02 TOTAL-TRF                PIC S9(9)V99.
