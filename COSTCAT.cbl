               03 ID-GOODS-CAT         PIC 9(6).
               03 DATE-EFF-CAT         PIC 9(8).
           02 COST-CAT                 PIC S9(4)V99.
      *>  LAST DAY THE AGREED COST HOLDS - ZERO MEANS IT RUNS UNTIL
      *>  A LATER ROW REPLACES IT. PAST IT THERE IS NO AGREED COST.
           02 DATE-END-CAT             PIC 9(8).
