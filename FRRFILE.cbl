      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD FREIGHT-RATE-FILE.
       01 REC-FREIGHT-RATE.
      *>  WHAT A DELIVERY COSTS THE CUSTOMER, BY DELIVERY AREA (AS ON
      *>  THE SHIP-TO SITE) AND WEIGHT BAND. A BAND COVERS BILLS UP TO
      *>  AND INCLUDING ITS WEIGHT; THE FIRST BAND AT OR ABOVE THE
      *>  BILL WEIGHT APPLIES. A BLANK AREA HOLDS THE DEFAULT BANDS,
      *>  USED FOR THE MAIN ADDRESS AND FOR AREAS WITH NONE OF THEIR
      *>  OWN. A BILL HEAVIER THAN THE TOP BAND IS CHARGED THE TOP
      *>  BAND.
           02 KEY-FREIGHT-RATE.
               03 AREA-FRR             PIC X(10).
               03 WEIGHT-TO-FRR        PIC 9(5)V99.
           02 CHARGE-FRR               PIC S9(5)V99.
           02 DATE-SET-FRR             PIC 9(8).
           02 OPERATOR-FRR             PIC X(10).
