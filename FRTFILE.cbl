      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD FREIGHT-FILE.
       01 REC-FREIGHT.
      *>  THE DELIVERY CHARGE OF ONE BILL, KEYED BY THE SALE NUMBER.
      *>  IT IS PART OF WHAT THE CUSTOMER OWES ON THE BILL JUST LIKE
      *>  A GOODS LINE, BUT CARRIES NO GOODS, STOCK OR COST. A WAIVED
      *>  CHARGE KEEPS WHAT IT WOULD HAVE BEEN IN CALC-FRT WITH
      *>  AMOUNT-FRT AND VAT-AMT-FRT AT ZERO, AND THE SUPERVISOR WHO
      *>  WAIVED IT.
           02 ID-SALE-FRT              PIC 9(6).
           02 ID-CUSTOMER-FRT          PIC 9(6).
           02 DATE-FRT                 PIC 9(8).
           02 TENDER-TYPE-FRT          PIC X.
           02 ID-SESSION-FRT           PIC 9(6).
           02 CODE-SHIPTO-FRT          PIC X(4).
           02 AREA-FRT                 PIC X(10).
           02 WEIGHT-FRT               PIC 9(5)V99.
           02 CALC-FRT                 PIC S9(5)V99.
           02 AMOUNT-FRT               PIC S9(5)V99.
           02 VAT-RATE-FRT             PIC V999.
           02 VAT-AMT-FRT              PIC S9(5)V99.
           02 WAIVED-SW-FRT            PIC X.
               88 FRT-WAIVED               VALUE "Y".
           02 WAIVED-BY-FRT            PIC X(10).
           02 VOID-SW-FRT              PIC X.
               88 FRT-VOIDED               VALUE "Y".
           02 OPERATOR-FRT             PIC X(10).
      *>  THE BRANCH OF THE BILL (BRANCH-SALE) - BLANK ON OLD ROWS.
           02 BRANCH-FRT               PIC X(4).
