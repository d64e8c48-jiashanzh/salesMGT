      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD MANIFEST-FILE.
       01 REC-MANIFEST.
      *>  ONE SHIPPED BILL FOR THE CARRIER, WRITTEN WHEN THE BILL IS
      *>  MOVED TO SHIPPED. A ZERO MANIFEST DATE MEANS THE BILL HAS NOT
      *>  YET GONE OUT ON A DAILY MANIFEST; THE CARRIER'S TRACKING
      *>  NUMBER IS LOADED BACK ONTO THE SAME ROW FROM THEIR RETURN
      *>  FILE.
           02 ID-SALE-MAN              PIC 9(6).
           02 ID-CUSTOMER-MAN          PIC 9(6).
           02 CODE-SHIPTO-MAN          PIC X(4).
           02 DATE-SHIPPED-MAN         PIC 9(8).
           02 PARCELS-MAN              PIC 9(3).
           02 WEIGHT-MAN               PIC 9(5)V99.
           02 OPERATOR-MAN             PIC X(10).
           02 DATE-MANIFEST-MAN        PIC 9(8).
           02 TRACKING-MAN             PIC X(20).
           02 DATE-TRACKING-MAN        PIC 9(8).
