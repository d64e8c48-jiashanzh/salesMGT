      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD STANDING-ORDER-FILE.
       01 REC-STANDING-ORDER.
      *>  ONE GOODS LINE OF A CUSTOMER'S STANDING ORDER. A CUSTOMER
      *>  MAY HOLD SEVERAL ORDERS (ID-ORDER-SO), EACH WITH ITS OWN
      *>  LINES. THE ORDER HEADER - SITE, FREQUENCY, DATES, MODE AND
      *>  STATUS - IS CARRIED ON EVERY LINE AND KEPT IN STEP BY THE
      *>  MAINTENANCE AND BY THE SCHEDULED RUN.
           02 KEY-STDORD.
               03 ID-CUSTOMER-SO       PIC 9(6).
               03 ID-ORDER-SO          PIC 9(3).
               03 LINE-SO              PIC 9(3).
      *>  DELIVERY SITE ON THE SHIP-TO FILE, BLANK = MAIN ADDRESS.
           02 CODE-SHIPTO-SO           PIC X(4).
      *>  HOW OFTEN THE ORDER FALLS DUE. "D" REPEATS EVERY
      *>  FREQ-DAYS-SO DAYS; A MONTHLY ORDER KEEPS DAY-OF-MONTH-SO,
      *>  FALLING BACK TO THE LAST DAY OF A SHORT MONTH.
           02 FREQ-SO                  PIC X.
               88 SO-WEEKLY                VALUE "W".
               88 SO-FORTNIGHTLY           VALUE "F".
               88 SO-MONTHLY               VALUE "M".
               88 SO-EVERY-N-DAYS          VALUE "D".
               88 SO-FREQ-OK               VALUE "W" "F" "M" "D".
           02 FREQ-DAYS-SO             PIC 9(3).
           02 DAY-OF-MONTH-SO          PIC 9(2).
      *>  THE NEXT DATE TO GENERATE, AND THE LAST DATE THE ORDER
      *>  RUNS TO (0 = OPEN-ENDED).
           02 NEXT-DUE-SO              PIC 9(8).
           02 END-DATE-SO              PIC 9(8).
      *>  "Q" ALWAYS RAISES AN OPEN QUOTE; "S" POSTS A STRAIGHT SALE
      *>  WHEN EVERY LINE IS IN STOCK AND FALLS BACK TO A QUOTE WHEN
      *>  IT IS NOT.
           02 MODE-SO                  PIC X.
               88 SO-AS-QUOTE              VALUE "Q".
               88 SO-AS-SALE               VALUE "S".
           02 STATUS-SO                PIC X.
               88 SO-ACTIVE                VALUE "A".
               88 SO-SUSPENDED             VALUE "S".
               88 SO-ENDED                 VALUE "E".
      *>  THE WAREHOUSE THE ORDER PICKS FROM.
           02 LOCATION-SO              PIC X(06).
           02 ID-GOODS-SO              PIC 9(6).
           02 NUM-SO                   PIC 9(5).
      *>  WHAT THE LAST RUN DID WITH THE ORDER: THE RUN DATE, "S"
      *>  SALE, "Q" QUOTE OR "X" NOT GENERATED, AND THE SALE OR
      *>  QUOTE NUMBER RAISED.
           02 LAST-RUN-SO              PIC 9(8).
           02 LAST-DOC-SO              PIC X.
           02 LAST-ID-SO               PIC 9(6).
