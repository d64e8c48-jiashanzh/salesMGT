      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD LABEL-QUEUE-FILE.
       01 REC-LABEL-QUEUE.
      *>  ONE SHELF-EDGE LABEL WAITING TO BE PRINTED BECAUSE THE
      *>  GOODS PRICE CHANGED. ONE ROW PER GOODS - A SECOND CHANGE
      *>  BEFORE THE LABEL RUN ONLY MOVES THE NEW PRICE ON, SO THE
      *>  OLD PRICE STAYS THE ONE STILL ON THE SHELF. THE LABEL RUN
      *>  TAKES THE ROW OFF ONCE THE LABEL IS PRINTED.
           02 ID-GOODS-LBLQ            PIC 9(6).
           02 OLD-PRICE-LBLQ           PIC S9(4)V99.
           02 NEW-PRICE-LBLQ           PIC S9(4)V99.
           02 DATE-LBLQ                PIC 9(8).
      *>  WHAT CHANGED THE PRICE - UPDATE, STYLE OR PRICEAPPL.
           02 SOURCE-LBLQ              PIC X(10).
           02 OPERATOR-LBLQ            PIC X(10).
