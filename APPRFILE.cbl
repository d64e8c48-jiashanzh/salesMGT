      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD APPROVAL-FILE.
       01 REC-APPROVAL.
      *>  ONE LINE OF GOODS SENT OUT ON APPROVAL (SALE OR RETURN) TO A
      *>  CUSTOMER SITE. THE UNITS SIT IN THE ONAPPR HOLDING LOCATION
      *>  - STILL OUR STOCK, NO REVENUE - UNTIL THE APPROVAL IS
      *>  SETTLED: KEPT UNITS ARE POSTED AS A SALE (ID-SALE-APR) AND
      *>  THE REST GO BACK TO THE WAREHOUSE THEY CAME FROM.
           02 KEY-APPROVAL.
               03 ID-APPROVAL          PIC 9(6).
               03 LINE-APPROVAL        PIC 9(3).
           02 ID-CUSTOMER-APR          PIC 9(6).
           02 ID-GOODS-APR             PIC 9(6).
           02 FROM-LOC-APR             PIC X(06).
           02 QTY-OUT-APR              PIC 9(5).
           02 QTY-KEPT-APR             PIC 9(5).
           02 QTY-BACK-APR             PIC 9(5).
           02 DATE-OUT-APR             PIC 9(8).
           02 DATE-DUE-APR             PIC 9(8).
           02 STATUS-APR               PIC X.
               88 APPROVAL-OPEN            VALUE "O".
               88 APPROVAL-SETTLED         VALUE "S".
           02 ID-SALE-APR              PIC 9(6).
           02 DATE-SETTLED-APR         PIC 9(8).
           02 OPERATOR-APR             PIC X(10).
