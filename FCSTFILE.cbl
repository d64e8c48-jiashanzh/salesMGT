      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD FORECAST-FILE.
       01 REC-FORECAST.
      *>  ONE PROPOSED REORDER LEVEL AND QUANTITY PER GOODS FROM THE
      *>  LAST FORECAST RUN, WITH THE FIGURES IT WAS WORKED FROM.
      *>  NOTHING REACHES THE GOODS RECORD UNTIL A SUPERVISOR
      *>  ACCEPTS THE ROW. THE OLD FIGURES ARE KEPT SO A LEVEL
      *>  CHANGED BY HAND SINCE THE RUN IS NOT OVERWRITTEN.
           02 ID-GOODS-FCST            PIC 9(6).
           02 DATE-RUN-FCST            PIC 9(8).
           02 WEEKS-FCST               PIC 9(2).
           02 AVG-WEEK-FCST            PIC 9(7)V99.
           02 SD-WEEK-FCST             PIC 9(7)V99.
           02 LEAD-DAYS-FCST           PIC 9(3).
      *>  WHERE THE LEAD TIME CAME FROM: G = THIS GOODS' RECEIPTS,
      *>  S = ITS SUPPLIER'S RECEIPTS, D = THE FCLEAD DEFAULT.
           02 LEAD-SOURCE-FCST         PIC X.
           02 OLD-LEVEL-FCST           PIC 9(5).
           02 NEW-LEVEL-FCST           PIC 9(5).
           02 OLD-QTY-FCST             PIC 9(5).
           02 NEW-QTY-FCST             PIC 9(5).
           02 STATUS-FCST              PIC X.
               88 FCST-PROPOSED            VALUE "P".
               88 FCST-ACCEPTED            VALUE "A".
               88 FCST-REJECTED            VALUE "R".
           02 DATE-DECIDED-FCST        PIC 9(8).
           02 OPERATOR-FCST            PIC X(10).
