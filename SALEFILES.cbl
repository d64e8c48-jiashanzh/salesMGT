      *>  WEIGHT OF ONE STOCKING UNIT (KG) - ONLY THE LANDED-COST
      *>  WEIGHT APPORTIONMENT USES IT. ZERO IS FINE OTHERWISE.
           02 WEIGHT-GOODS             PIC 9(3)V99.
      *>  Y = NO LONGER CARRIED - WHAT IS LEFT SELLS OUT AND THE
      *>  WEB SHOP HIDES IT. BLANK ON OLD RECORDS READS AS ACTIVE.
           02 DISCONTINUED-SW-GOODS    PIC X.
               88 GOODS-DISCONTINUED       VALUE "Y".
      *>  HOW MUCH TO ORDER WHEN STOCK FALLS TO THE REORDER LEVEL.
      *>  ZERO (OR BLANK ON OLD RECORDS) KEEPS THE OLD RULE OF
      *>  TOPPING STOCK UP TO TWICE THE REORDER LEVEL.
           02 REORDER-QTY-GOODS        PIC 9(5).
      *>  A/B/C RANK BY SALES VALUE OVER THE LAST YEAR, SET BY THE
      *>  CLASSIFICATION RUN IN CYCLECNT. BLANK ON OLD RECORDS IS
      *>  TREATED AS C UNTIL THE FIRST RUN.
           02 ABC-CLASS-GOODS          PIC X.
               88 GOODS-CLASS-A            VALUE "A".
               88 GOODS-CLASS-B            VALUE "B".
               88 GOODS-CLASS-C            VALUE "C" " ".
      *>  LAST DAY THE GOODS WAS COUNTED ON A CYCLE COUNT. ZERO (OR
      *>  BLANK ON OLD RECORDS) MEANS NEVER - DUE ON THE NEXT SHEET.
           02 LAST-COUNT-DATE-GOODS    PIC 9(8).
      *>  THE NEWER MODEL THAT REPLACES THIS ONE FROM
      *>  SUPERSEDE-DATE-GOODS ON. ZERO (OR BLANK ON OLD RECORDS)
      *>  MEANS NOT SUPERSEDED. SALE AND QUOTE ENTRY OFFER IT, AND
      *>  OPEN BACKORDERS AND QUOTES CAN BE MOVED ONTO IT.
           02 SUCCESSOR-GOODS          PIC 9(6).
           02 SUPERSEDE-DATE-GOODS     PIC 9(8).
      *>  THE PARENT STYLE A COLOUR/SIZE VARIANT WAS GENERATED FROM
      *>  (SEE STYLE-FILE). BLANK = A STAND-ALONE GOODS.
           02 STYLE-GOODS              PIC X(08).

       FD SALE-FILE.
       01 REC-SALE.
           02 KEY-PURCHASE-DS-SALE.
               03 ID-PURCHASE-DS-SALE  PIC 9(6).
               03 LINE-PURCH-DS-SALE   PIC 9(3).
      *>  WHEN AN ON-ACCOUNT BILL FALLS DUE - THE SALE DATE PLUS THE
      *>  CUSTOMER'S TERMS, STAMPED AT POSTING. ZERO ON CASH, CARD
      *>  AND STORE-CREDIT BILLS; BLANK ON OLD LINES, WHICH READERS
      *>  TREAT AS NET 30.
           02 DUE-DATE-SALE            PIC 9(8).
      *>  THE BRANCH THE BILL WAS RUNG AT - THE SIGNED-ON OPERATOR'S
      *>  BRANCH. BLANK ON OLD LINES = HEAD OFFICE / NOT ASSIGNED.
           02 BRANCH-SALE              PIC X(4).
      *>  THE REPAIR JOB THE LINE BILLS. ITS PART LEFT STOCK WHEN IT
      *>  WAS FITTED (LABOUR NEVER HELD ANY), SO POSTING AND VOIDING
      *>  MOVE NO STOCK. ZERO, OR BLANK ON OLD LINES, FOR ANY OTHER.
           02 ID-JOB-SALE              PIC 9(6).

       FD PURCHASE-FILE.
       01 REC-PURCHASE.
           02 KEY-SALE-DS-PURCHASE.
               03 ID-SALE-DS-PURCH     PIC 9(6).
               03 LINE-SALE-DS-PURCH   PIC 9(3).
      *>  THE SUPPLIER THE LINE WAS ORDERED FROM - THE GOODS' MAIN
      *>  SUPPLIER WHEN IT WAS RAISED. CARRIED ON THE LINE SO THE
      *>  FILE CAN BE READ BY SUPPLIER WITHOUT THE GOODS FILE.
           02 CODE-SUPPLIER-PURCHASE   PIC X(06).
