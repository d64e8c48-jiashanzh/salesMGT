               03 ID-GOODS-LOC          PIC 9(6).
               03 CODE-LOCATION         PIC X(06).
           02 QTY-LOCATION              PIC 9(5).
      *>  REPLENISHMENT LEVELS FOR THIS GOODS AT THIS WAREHOUSE. WHEN
      *>  QTY-LOCATION FALLS BELOW THE MINIMUM THE REPLENISHMENT RUN
      *>  SUGGESTS BRINGING IT BACK UP TO THE MAXIMUM. A ZERO MAXIMUM
      *>  (OR BLANK ON OLD RECORDS) MEANS NO LEVELS ARE KEPT HERE.
           02 MIN-LOCATION              PIC 9(5).
           02 MAX-LOCATION              PIC 9(5).
