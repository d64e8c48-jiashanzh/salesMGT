               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SALE OF REC-SALE
               ALTERNATE RECORD KEY IS DATE-SALE OF REC-SALE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ID-CUSTOMER OF REC-SALE
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-SALE.
      *>  ========================================
               SELECT PURCHASE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PURCHASE OF REC-PURCHASE
               ALTERNATE RECORD KEY IS DATE-PURCHASE OF REC-PURCHASE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   CODE-SUPPLIER-PURCHASE OF REC-PURCHASE
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-PURCHASE.
      *>  ========================================
               SELECT OPTIONAL SUPP-INVOICE-FILE
               03 RVC-CLOSE-HOME        PIC S9(9)V99.
       LINKAGE SECTION.
       01 LS-RETURN-FXREVAL PIC 9.
      *>  A NON-ZERO CLOSING DATE MEANS AN UNATTENDED CALLER
      *>  (MONTH-END) HAS ALREADY CHOSEN IT - NO PROMPTS ARE ISSUED.
      *>  THE CURRENCIES REVALUED COME BACK IN LS-FX-COUNT, AND A 1
      *>  IN LS-RETURN-FXREVAL WHEN THE INVOICES COULD NOT BE READ.
       01 LS-FX-PARAM.
           02 LS-FX-CLOSE-DATE          PIC 9(8).
           02 LS-FX-COUNT               PIC 9(7).

       PROCEDURE DIVISION USING LS-RETURN-FXREVAL LS-FX-PARAM.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============FX REVALUATION OF OPEN PAYABLES".
           MOVE 0 TO LS-RETURN-FXREVAL.
           MOVE 0 TO LS-FX-COUNT.
           IF LS-FX-CLOSE-DATE > 0
               MOVE LS-FX-CLOSE-DATE TO REVAL-CLOSE-DATE-WS
               GO TO REVAL-DATE-CHOSEN
           END-IF.
           CHECK-REVAL-DATE.
           DISPLAY "ENTER CLOSING RATE DATE (YYYYMMDD):"
           ACCEPT REVAL-CLOSE-DATE-WS
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-REVAL-DATE
           END-IF.
           REVAL-DATE-CHOSEN.
           MOVE SPACE TO REVAL-PERIOD-WS.
           STRING REVAL-CLOSE-DATE-WS(1:4) "-"
               REVAL-CLOSE-DATE-WS(5:2)
           IF NOT (FILE-STA-SUPPINV = 00 OR FILE-STA-SUPPINV = 05)
               DISPLAY "SUPPLIER INVOICE FILE WILL NOT OPEN - "
                       "STATUS " FILE-STA-SUPPINV
               MOVE 1 TO LS-RETURN-FXREVAL
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           OPEN INPUT PURCHASE-FILE.
           END-IF.
           PERFORM REPORT-REVALUATION.
           PERFORM WRITE-REVAL-JOURNAL.
           MOVE RVC-COUNT-WS TO LS-FX-COUNT.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.
