      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD VARIANT-FILE.
       01 REC-VARIANT.
      *>  ONE COLOUR/SIZE OF A STYLE AND THE GOODS THAT CARRIES ITS
      *>  STOCK. KEY ORDER WITHIN A STYLE IS BY COLOUR, THEN SIZE.
           02 KEY-VARIANT.
               03 CODE-STYLE-VAR       PIC X(08).
               03 COLOUR-VAR           PIC X(06).
               03 SIZE-VAR             PIC X(04).
           02 ID-GOODS-VAR             PIC 9(6).
