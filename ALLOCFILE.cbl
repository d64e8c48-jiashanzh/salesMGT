      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD ALLOC-FILE.
       01 REC-ALLOC.
      *>  ONE SLICE OF A PAYMENT RECEIPT APPLIED TO ONE ON-ACCOUNT
      *>  BILL. A RECEIPT MAY BE SPREAD OVER SEVERAL BILLS AND A
      *>  BILL PAID BY SEVERAL RECEIPTS - WHATEVER PART OF THE
      *>  RECEIPT NO ROW CARRIES IS UNAPPLIED CASH ON ACCOUNT.
           02 KEY-ALLOC.
               03 ID-CUSTOMER-ALC      PIC 9(6).
               03 ID-RECEIPT-ALC       PIC 9(6).
               03 ID-SALE-ALC          PIC 9(6).
           02 AMOUNT-ALC               PIC S9(7)V99.
           02 DATE-ALC                 PIC 9(8).
           02 OPERATOR-ALC             PIC X(10).
      *>  EARLY-SETTLEMENT DISCOUNT ALLOWED ON THE BILL WHEN THIS
      *>  RECEIPT SETTLED IT INSIDE THE CUSTOMER'S DISCOUNT WINDOW.
      *>  IT CLEARS PART OF THE BILL BUT IS NOT CASH - THE RECEIPT'S
      *>  UNAPPLIED CASH IS THE RECEIPT LESS AMOUNT-ALC ONLY.
           02 DISCOUNT-ALC             PIC S9(7)V99.
