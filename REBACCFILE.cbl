      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD REBATE-ACCRUAL-FILE.
       01 REC-REBATE-ACCRUAL.
      *>  REBATE INCOME RECOGNISED IN ONE ACCOUNTING PERIOD (YYYYMM)
      *>  FOR ONE AGREEMENT - THE MOVEMENT IN EARNED-RBT SINCE THE
      *>  PERIODS BEFORE IT. A RE-RUN IN THE SAME PERIOD REPLACES
      *>  THE ROW, SO THE GL EXTRACT NEVER PICKS THE INCOME UP TWICE.
      *>  A NEGATIVE AMOUNT REVERSES INCOME LOST TO RETURNS.
           02 KEY-REBATE-ACCRUAL.
               03 PERIOD-RBA           PIC 9(6).
               03 CODE-SUPPLIER-RBA    PIC X(06).
               03 NO-RBA               PIC 9(3).
           02 AMOUNT-RBA               PIC S9(9)V99.
           02 CURRENCY-RBA             PIC X(03).
           02 EARNED-TO-DATE-RBA       PIC S9(9)V99.
           02 DATE-RUN-RBA             PIC 9(8).
