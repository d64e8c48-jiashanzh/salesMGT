      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD STYLE-FILE.
       01 REC-STYLE.
      *>  A PARENT STYLE (ONE SHOE, ONE SHIRT) SOLD IN SEVERAL
      *>  COLOURS AND SIZES. EACH COLOUR/SIZE IS A GOODS OF ITS OWN,
      *>  GENERATED FROM THE FIELDS HERE AND LISTED ON VARIANT-FILE.
      *>  PRICE, CATEGORY AND SUPPLIER CHANGED HERE FLOW TO EVERY
      *>  CHILD. THE COLOUR AND SIZE LISTS KEEP THE ORDER THEY WERE
      *>  KEYED IN - THE STOCK GRID READS THEM IN THAT ORDER.
           02 CODE-STYLE               PIC X(08).
           02 NAME-STYLE               PIC X(20).
           02 PRICE-STYLE              PIC S9(4)V99.
           02 CATEGORY-STYLE           PIC X(10).
           02 CODE-SUPPLIER-STYLE      PIC X(06).
           02 FIRM-STYLE               PIC X(20).
           02 CURRENCY-STYLE           PIC X(03).
           02 CODE-VAT-STYLE           PIC X(03).
           02 UNIT-STOCK-STYLE         PIC X(4).
           02 UNITS-PER-CASE-STYLE     PIC 9(4).
           02 REORDER-LEVEL-STYLE      PIC 9(5).
           02 COLOUR-CT-STYLE          PIC 9(2).
           02 COLOUR-STYLE             PIC X(06) OCCURS 10 TIMES.
           02 SIZE-CT-STYLE            PIC 9(2).
           02 SIZE-STYLE               PIC X(04) OCCURS 10 TIMES.
           02 DATE-ADDED-STYLE         PIC 9(8).
           02 OPERATOR-STYLE           PIC X(10).
