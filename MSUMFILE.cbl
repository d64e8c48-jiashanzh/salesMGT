      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD MONTH-SUMMARY-FILE.
       01 REC-MONTH-SUMMARY.
      *>  RUNNING SALES TOTALS FOR ONE GOODS (TYPE G) OR ONE
      *>  CUSTOMER (TYPE C) IN ONE CALENDAR MONTH, MAINTAINED BY THE
      *>  POSTING PROGRAMS AS THEY GO AND REBUILT BY THE MONTH-END
      *>  ARCHIVE FROM THE LIVE SALES, SALES.ARC AND THE RETURN LOG -
      *>  SO THE HISTORY REPORTS READ A FEW ROWS PER ITEM INSTEAD OF
      *>  RESCANNING EVERY SALE EVER MADE. RETURNS ARE HELD APART
      *>  FROM THE SALES THEY REVERSE AND FALL IN THE MONTH THEY
      *>  CAME BACK.
           02 KEY-MONTH-SUMMARY.
               03 TYPE-MSUM            PIC X.
                   88 MSUM-GOODS           VALUE "G".
                   88 MSUM-CUSTOMER        VALUE "C".
               03 ID-MSUM              PIC 9(6).
               03 YYYYMM-MSUM          PIC 9(6).
           02 QTY-MSUM                 PIC S9(9).
           02 REVENUE-MSUM             PIC S9(11)V99.
           02 COST-MSUM                PIC S9(11)V99.
           02 RETURN-QTY-MSUM          PIC S9(7).
           02 RETURN-VALUE-MSUM        PIC S9(9)V99.
           02 LAST-SALE-MSUM           PIC 9(8).
