           02 REASON-AUDIT             PIC X(10).
      *>  THE SIGNED-ON OPERATOR WHO CAUSED THE MOVEMENT.
           02 OPERATOR-AUDIT           PIC X(10).
      *>  THE SUPERVISOR WHO APPROVED A MOVEMENT HELD FOR A SECOND
      *>  SIGNATURE - BLANK WHEN NONE WAS NEEDED.
           02 APPROVER-AUDIT           PIC X(10).
      *>  WHERE A LOSS OR GAIN WAS TAKEN AND WHAT EACH UNIT STOOD AT,
      *>  SO SHRINKAGE CAN BE VALUED AND PLACED. SET BY THE WRITE-OFF
      *>  AND ADJUSTMENT POSTINGS ONLY; A ZERO COST IS VALUED FROM
      *>  THE COST LAYERS WHEN ANALYSED.
           02 LOCATION-AUDIT           PIC X(06).
           02 UNIT-COST-AUDIT          PIC S9(4)V99.
      *>  UNITS BINNED WITHOUT A STOCK MOVEMENT (SCRAPPED RETURNS).
           02 SCRAP-QTY-AUDIT          PIC 9(5).
