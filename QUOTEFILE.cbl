               88 QUOTE-OPEN               VALUE "OPEN".
               88 QUOTE-CONVERTED          VALUE "CONVERTED".
               88 QUOTE-CANCELLED          VALUE "CANCELLED".
               88 QUOTE-LAPSED             VALUE "LAPSED".
      *>  A QUOTE CONFIRMED AS AN ORDER HARD-RESERVES EACH LINE'S
      *>  STOCK AT ONE WAREHOUSE. THE HOLD LASTS WHILE THE LINE IS
      *>  OPEN AND RESERVE-EXPIRY-QUOTE HAS NOT PASSED - CONVERSION
      *>  AND CANCELLATION CLEAR IT. BLANK ON OLD LINES = NOT HELD.
           02 RESERVE-SW-QUOTE         PIC X.
               88 QUOTE-RESERVED           VALUE "Y".
           02 RESERVE-LOC-QUOTE        PIC X(06).
           02 RESERVE-DATE-QUOTE       PIC 9(8).
           02 RESERVE-EXPIRY-QUOTE     PIC 9(8).
           02 RESERVE-OPERATOR-QUOTE   PIC X(10).
      *>  THE UNIT PRICE QUOTED, WHO GAVE THE QUOTE, AND THE DATE
      *>  AN OPEN LINE LAPSES AT END-OF-DAY. ZERO OR BLANK ON OLD
      *>  LINES - READERS FALL BACK TO TODAY'S CATALOG PRICE AND TO
      *>  DATE-QUOTE PLUS THE QUOTEDAYS CONTROL VALUE.
           02 PRICE-QUOTE              PIC S9(4)V99.
           02 SALESPERSON-QUOTE        PIC X(6).
           02 VALID-UNTIL-QUOTE        PIC 9(8).
      *>  THE DAY THE LINE STOPPED BEING OPEN (CONVERTED, CANCELLED
      *>  OR LAPSED) AND, WHEN THE BUSINESS WAS LOST, WHY.
           02 CLOSE-DATE-QUOTE         PIC 9(8).
           02 LOST-REASON-QUOTE        PIC X(10).
               88 LOST-ON-PRICE            VALUE "PRICE".
               88 LOST-ON-STOCK            VALUE "STOCK".
               88 LOST-ON-LEADTIME         VALUE "LEADTIME".
               88 LOST-TO-COMPETITOR       VALUE "COMPETITOR".
               88 LOST-NO-REPLY            VALUE "NOREPLY".
               88 LOST-LAPSED              VALUE "LAPSED".
               88 LOST-OTHER               VALUE "OTHER".
      *>  THE DELIVERY SITE THE QUOTE WAS RAISED FOR, CARRIED TO THE
      *>  SALE ON CONVERSION. BLANK = ASK AT CONVERSION.
           02 CODE-SHIPTO-QUOTE        PIC X(4).
