      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD PURCH-BUDGET-FILE.
       01 REC-PURCH-BUDGET.
      *>  THE OPEN-TO-BUY BUDGET FOR ONE GOODS CATEGORY IN ONE
      *>  CALENDAR MONTH: THE MOST THE BUYERS MAY COMMIT ON ORDERS
      *>  DATED IN THE MONTH, AT ORDER COST. APPROVED AND RECEIVED
      *>  ORDER LINES COUNT AGAINST IT. A CATEGORY WITH NO ROW FOR
      *>  THE MONTH IS NOT BUDGETED AND BUYS FREELY.
           02 KEY-PURCH-BUDGET.
               03 CATEGORY-BUDG        PIC X(10).
               03 YYYYMM-BUDG          PIC 9(6).
           02 AMOUNT-BUDG              PIC S9(9)V99.
           02 SET-BY-BUDG              PIC X(10).
           02 DATE-SET-BUDG            PIC 9(8).
