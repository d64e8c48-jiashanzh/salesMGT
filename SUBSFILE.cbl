      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD SUBSTITUTE-FILE.
       01 REC-SUBSTITUTE.
      *>  ONE ACCEPTABLE SUBSTITUTE FOR A GOODS. WHEN THE GOODS IS
      *>  OUT OF STOCK OR SUPERSEDED, SALE AND QUOTE ENTRY LIST ITS
      *>  SUBSTITUTES WITH THEIR STOCK. ONE-WAY - THE REVERSE PAIR
      *>  IS A ROW OF ITS OWN.
           02 KEY-SUBSTITUTE.
               03 ID-GOODS-SUBS        PIC 9(6).
               03 ID-SUBST-SUBS        PIC 9(6).
           02 DATE-ADDED-SUBS          PIC 9(8).
           02 OPERATOR-SUBS            PIC X(10).
