      *>  Y = NO VAT IS CHARGED TO THIS CUSTOMER.
           02 VAT-EXEMPT-CUSTOMER      PIC X.
               88 CUSTOMER-VAT-EXEMPT      VALUE "Y".
      *>  PAYMENT TERMS - ON-ACCOUNT BILLS FALL DUE TERMS-DAYS AFTER
      *>  THE SALE, AND A PAYMENT RECEIVED WITHIN DISC-DAYS-EARLY OF
      *>  THE SALE EARNS DISC-PCT-EARLY OFF THE BILL IT SETTLES.
      *>  BLANK ON OLD RECORDS - READERS FALL BACK TO NET 30.
           02 TERMS-DAYS-CUSTOMER      PIC 9(3).
           02 DISC-PCT-EARLY-CUSTOMER  PIC 9(2)V99.
           02 DISC-DAYS-EARLY-CUSTOMER PIC 9(3).
      *>  POSTAL BILLING ADDRESS AND CONTACT POINTS - PRINTED ON THE
      *>  TAX INVOICE, THE STATEMENT AND THE REMINDER LETTERS.
           02 BILL-ADDR-CUSTOMER.
               03 ADDR-LINE1-CUSTOMER  PIC X(30).
               03 ADDR-LINE2-CUSTOMER  PIC X(30).
               03 CITY-CUSTOMER        PIC X(20).
               03 POSTCODE-CUSTOMER    PIC X(10).
           02 PHONE-CUSTOMER           PIC X(15).
           02 EMAIL-CUSTOMER           PIC X(40).
           02 TAX-REG-CUSTOMER         PIC X(15).
      *>  A = ACTIVE, S = ON STOP (NO FURTHER CREDIT - CASH, CARD OR
      *>  STORE CREDIT ONLY), C = CLOSED (NO NEW SALES AT ALL).
      *>  BLANK ON OLD RECORDS READS AS ACTIVE.
           02 STATUS-CUSTOMER          PIC X.
               88 CUSTOMER-ACTIVE          VALUE "A" " ".
               88 CUSTOMER-ON-STOP         VALUE "S".
               88 CUSTOMER-CLOSED          VALUE "C".
      *>  HOW INVOICES, STATEMENTS AND REMINDER LETTERS REACH THE
      *>  CUSTOMER: E = A FILE PER DOCUMENT FOR THE MAIL JOB, SENT TO
      *>  EMAIL-CUSTOMER; P = THE PRINTER. BLANK ON OLD RECORDS
      *>  READS AS PRINT.
           02 DELIVERY-PREF-CUSTOMER   PIC X.
               88 DELIVER-BY-PRINT         VALUE "P" " ".
               88 DELIVER-BY-EMAIL         VALUE "E".
