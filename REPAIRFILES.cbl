      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD REPAIR-JOB-FILE.
       01 REC-REPAIR-JOB.
      *>  ONE UNIT IN THE WORKSHOP, FROM BOOKING IN TO COLLECTION.
      *>  OPENED OFF A WARRANTY CLAIM WITH A REPAIR OUTCOME, OR AS A
      *>  PAID REPAIR OF ANY UNIT ON THE SERIAL FILE.
           02 ID-JOB-RJ                PIC 9(6).
           02 ID-GOODS-RJ              PIC 9(6).
           02 NO-SERIAL-RJ             PIC X(15).
           02 ID-CUSTOMER-RJ           PIC 9(6).
      *>  W = WARRANTY REPAIR OFF CLAIM ID-CLAIM-RJ; P = PAID REPAIR
      *>  (ID-CLAIM-RJ ZERO).
           02 SOURCE-RJ                PIC X.
               88 RJ-WARRANTY              VALUE "W".
               88 RJ-PAID                  VALUE "P".
           02 ID-CLAIM-RJ              PIC 9(6).
      *>  Y = THE CUSTOMER PAYS FOR THE PARTS AND LABOUR: A PAID
      *>  REPAIR, OR A CLAIM TAKEN AFTER THE WARRANTY HAD RUN OUT.
           02 CHARGEABLE-RJ            PIC X.
               88 RJ-CHARGEABLE            VALUE "Y".
           02 FAULT-RJ                 PIC X(40).
           02 STATUS-RJ                PIC X.
               88 RJ-RECEIVED              VALUE "R".
               88 RJ-AWAITING-PARTS        VALUE "A".
               88 RJ-WITH-SUPPLIER         VALUE "S".
               88 RJ-READY                 VALUE "Y".
               88 RJ-COLLECTED             VALUE "C".
               88 RJ-OPEN                  VALUE "R" "A" "S" "Y".
           02 DATE-RECEIVED-RJ         PIC 9(8).
           02 DATE-READY-RJ            PIC 9(8).
           02 DATE-COLLECTED-RJ        PIC 9(8).
      *>  SENT BACK TO THE SUPPLIER: WHO TO, THEIR RETURN REFERENCE,
      *>  AND WHEN IT WENT AND CAME BACK (ZERO = NOT YET).
           02 CODE-SUPPLIER-RJ         PIC X(06).
           02 SUPP-REF-RJ              PIC X(15).
           02 DATE-TO-SUPP-RJ          PIC 9(8).
           02 DATE-FROM-SUPP-RJ        PIC 9(8).
      *>  RUNNING TOTALS OF THE JOB'S LINES: THE PARTS AT COST AND AT
      *>  SELLING PRICE, AND THE LABOUR AT THE RATE BOOKED.
           02 PARTS-COST-RJ            PIC S9(7)V99.
           02 PARTS-VALUE-RJ           PIC S9(7)V99.
           02 LABOUR-VALUE-RJ          PIC S9(7)V99.
           02 LINE-CT-RJ               PIC 9(3).
      *>  THE SALE BILL THE CUSTOMER WAS CHARGED ON - ZERO UNTIL
      *>  BILLED, AND AGAIN IF THAT BILL IS VOIDED.
           02 ID-SALE-RJ               PIC 9(6).
           02 OPERATOR-RJ              PIC X(10).

       FD REPAIR-LINE-FILE.
       01 REC-REPAIR-LINE.
      *>  ONE PART FITTED OR ONE SPELL OF LABOUR ON A REPAIR JOB. A
      *>  PART LEAVES STOCK AND ITS COST LAYERS WHEN IT IS FITTED,
      *>  WITH AN RPR-PART AUDIT ROW - BILLING MOVES NO STOCK AGAIN.
           02 KEY-REPAIR-LINE.
               03 ID-JOB-RL            PIC 9(6).
               03 LINE-RL              PIC 9(3).
           02 TYPE-RL                  PIC X.
               88 RL-PART                  VALUE "P".
               88 RL-LABOUR                VALUE "L".
           02 ID-GOODS-RL              PIC 9(6).
           02 LOCATION-RL              PIC X(06).
           02 QTY-RL                   PIC 9(5).
           02 HOURS-RL                 PIC 9(3)V99.
      *>  THE SELLING PRICE OF ONE PART, OR THE HOURLY LABOUR RATE.
           02 UNIT-PRICE-RL            PIC S9(4)V99.
           02 AMOUNT-RL                PIC S9(7)V99.
           02 COST-RL                  PIC S9(7)V99.
           02 DATE-RL                  PIC 9(8).
           02 OPERATOR-RL              PIC X(10).
