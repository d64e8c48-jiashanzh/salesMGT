      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD REBATE-FILE.
       01 REC-REBATE.
      *>  ONE RETROSPECTIVE VOLUME REBATE AGREEMENT WITH A SUPPLIER.
      *>  IT COVERS ALL OF THE SUPPLIER'S GOODS, ONE GOODS ITEM OR ONE
      *>  CATEGORY, RECEIVED BETWEEN THE FROM AND TO DATES. ONCE THE
      *>  PERIOD'S VOLUME (UNITS) OR SPEND PASSES A TIER THRESHOLD THE
      *>  TIER'S PERCENTAGE APPLIES TO THE WHOLE PERIOD'S SPEND, NOT
      *>  JUST THE PART ABOVE THE THRESHOLD. TIERS ARE HELD IN RISING
      *>  THRESHOLD ORDER; AN UNUSED TIER HAS A ZERO THRESHOLD.
           02 KEY-REBATE.
               03 CODE-SUPPLIER-RBT    PIC X(06).
               03 NO-RBT               PIC 9(3).
           02 SCOPE-RBT                PIC X.
               88 RBT-ALL-GOODS            VALUE "A".
               88 RBT-ONE-GOODS            VALUE "G".
               88 RBT-CATEGORY             VALUE "C".
           02 ID-GOODS-RBT             PIC 9(6).
           02 CATEGORY-RBT             PIC X(10).
           02 BASIS-RBT                PIC X.
               88 RBT-ON-VOLUME            VALUE "V".
               88 RBT-ON-SPEND             VALUE "S".
      *>  THE CURRENCY THE SUPPLIER BILLS AND PAYS THE REBATE IN.
           02 CURRENCY-RBT             PIC X(03).
           02 DATE-FROM-RBT            PIC 9(8).
           02 DATE-TO-RBT              PIC 9(8).
           02 TIER-RBT OCCURS 5 TIMES.
               03 THRESHOLD-RBT        PIC 9(9)V99.
               03 PCT-RBT              PIC 9(2)V99.
      *>  POSITION AT THE LAST ACCRUAL RUN: RECEIPTS LESS STOCK
      *>  RETURNED TO THE SUPPLIER, THE TIER REACHED (ZERO = NONE
      *>  YET) AND THE REBATE EARNED SO FAR. CLAIMED IS WHAT THE
      *>  CLAIM STATEMENTS HAVE ASKED THE SUPPLIER FOR TO DATE.
           02 VOLUME-RBT               PIC S9(9).
           02 SPEND-RBT                PIC S9(9)V99.
           02 TIER-REACHED-RBT         PIC 9.
           02 EARNED-RBT               PIC S9(9)V99.
           02 LAST-RUN-RBT             PIC 9(8).
           02 CLAIMED-RBT              PIC S9(9)V99.
           02 DATE-CLAIMED-RBT         PIC 9(8).
           02 OPERATOR-RBT             PIC X(10).
