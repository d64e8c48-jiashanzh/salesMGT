      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD INV-SNAPSHOT-FILE.
       01 REC-INV-SNAPSHOT.
      *>  STOCK ON HAND FOR ONE GOODS AT ONE WAREHOUSE AS IT STOOD
      *>  WHEN MONTH END CLOSED YYYYMM-SNAP, VALUED AT FIFO COST OFF
      *>  THE COST LAYERS. A BLANK LOCATION CARRIES WHATEVER OF
      *>  LEFT-GOODS NO WAREHOUSE ROW ACCOUNTS FOR. FIFO VALUE IS IN
      *>  THE GOODS' OWN CURRENCY; HOME VALUE IS IT AT THE RATE
      *>  RULING ON THE LAST DAY OF THE MONTH.
           02 KEY-INV-SNAPSHOT.
               03 YYYYMM-SNAP          PIC 9(6).
               03 ID-GOODS-SNAP        PIC 9(6).
               03 CODE-LOCATION-SNAP   PIC X(06).
           02 CATEGORY-SNAP            PIC X(10).
           02 CURRENCY-SNAP            PIC X(03).
           02 QTY-SNAP                 PIC 9(5).
           02 FIFO-VALUE-SNAP          PIC S9(9)V99.
           02 FX-RATE-SNAP             PIC 9(5)V9(4).
           02 HOME-VALUE-SNAP          PIC S9(9)V99.
           02 DATE-TAKEN-SNAP          PIC 9(8).
