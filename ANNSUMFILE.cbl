      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD ANNUAL-SUMMARY-FILE.
       01 REC-ANNUAL-SUMMARY.
      *>  THE PERMANENT YEAR-END SUMMARY OF ONE GOODS (TYPE G) OR
      *>  ONE CUSTOMER (TYPE C, CUSTOMER 0 BEING CASH SALES) FOR A
      *>  FINANCIAL YEAR, NAMED BY THE YEAR IT ENDS IN. WRITTEN BY
      *>  YEAR END FROM THE LIVE AND ARCHIVED SALES, SO IT OUTLIVES
      *>  ANY LATER PURGE OF THE ARCHIVE.
           02 KEY-ANNUAL-SUMMARY.
               03 YEAR-ANS             PIC 9(4).
               03 TYPE-ANS             PIC X.
                   88 ANS-GOODS            VALUE "G".
                   88 ANS-CUSTOMER         VALUE "C".
               03 ID-ANS               PIC 9(6).
           02 QTY-ANS                  PIC 9(9).
           02 REVENUE-ANS              PIC S9(11)V99.
           02 COST-ANS                 PIC S9(11)V99.
           02 MARGIN-ANS               PIC S9(11)V99.
           02 DATE-RUN-ANS             PIC 9(8).
