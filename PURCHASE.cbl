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
               SELECT GOODS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SALE OF REC-SALE
               ALTERNATE RECORD KEY IS DATE-SALE OF REC-SALE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ID-CUSTOMER OF REC-SALE
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-SALE.
      *>  ========================================
               SELECT SUPPLIER-FILE
               ASSIGN TO "D:\db\asnin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-ASNIN.
      *>  ========================================
               SELECT SUPP-INV-INPUT-FILE
               ASSIGN TO "D:\db\suppinvin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-SINVIN.
      *>  ========================================
               SELECT SUPP-INV-REJECT-FILE
               ASSIGN TO "D:\db\suppinvrej"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL DAY-TOTAL-FILE
               ASSIGN TO "D:\db\daytotal"
               SELECT FULFILL-FILE
               ASSIGN TO "D:\db\fulfill.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL PO-TRANSMIT-FILE
               ASSIGN TO "D:\db\potrans"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-PURCHASE-POT OF REC-PO-TRANSMIT
               FILE STATUS IS FILE-STA-POTX.
      *>  ========================================
               SELECT OPTIONAL EDI-ORDER-FILE
               ASSIGN TO DYNAMIC EDI-PATH-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-EDIOUT.
      *>  ========================================
               SELECT OPTIONAL REPLENISH-FILE
               ASSIGN TO "D:\db\replsugg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REPLENISH OF REC-REPLENISH
               FILE STATUS IS FILE-STA-RPL.
      *>  ========================================
               SELECT OPTIONAL PURCH-BUDGET-FILE
               ASSIGN TO "D:\db\purchbudget"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PURCH-BUDGET OF REC-PURCH-BUDGET
               FILE STATUS IS FILE-STA-BUDGET.
      *>  ========================================
               SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "D:\db\operator"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATOR OF REC-OPERATOR
               FILE STATUS IS FILE-STA-OPERATOR.
      *>  ========================================
               SELECT OVERRIDE-LOG-FILE
               ASSIGN TO "D:\db\override.log"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         COPY SCLAIMFILE.
         COPY QUARFILE.
         COPY DAYTOTFILE.
         COPY POTXFILE.
         COPY RPLFILE.
         COPY BUDGFILE.
         COPY OPERFILE.
       FD OVERRIDE-LOG-FILE.
       01 REC-OVERRIDE-LOG             PIC X(120).
       FD DEBIT-NOTE-FILE.
       01 REC-DEBIT-NOTE               PIC X(120).
       FD LANDED-COST-LOG-FILE.
           02 LINE-PURCHASE-ASN-IN     PIC 9(3).
           02 QTY-ASN-IN               PIC 9(5).
           02 DATE-SHIP-ASN-IN         PIC 9(8).
      *>  ONE LINE OF A SUPPLIER'S ELECTRONIC INVOICE. THE PART MAY
      *>  BE THE SUPPLIER'S OWN PART NUMBER OR OUR GOODS ID.
       FD SUPP-INV-INPUT-FILE.
       01 REC-SUPP-INV-INPUT.
           02 CODE-SUPPLIER-SIN-IN     PIC X(06).
           02 NO-INVOICE-SIN-IN        PIC X(10).
           02 LINE-INVOICE-SIN-IN      PIC 9(3).
           02 DATE-INVOICE-SIN-IN      PIC 9(8).
           02 ID-PURCHASE-SIN-IN       PIC 9(6).
           02 PART-SIN-IN              PIC X(15).
           02 QTY-SIN-IN               PIC 9(5).
           02 COST-SIN-IN              PIC 9(4)V99.
       FD SUPP-INV-REJECT-FILE.
       01 REC-SUPP-INV-REJECT          PIC X(120).
       FD FULFILL-FILE.
       01 REC-FULFILL                  PIC X(100).
      *>  OUTBOUND ORDERS FOR THE SUPPLIERS' ORDER-ENTRY SYSTEMS, ONE
      *>  FILE PER SUPPLIER PER DAY (EDIPO-SUPPLIER-YYYYMMDD.OUT): AN
      *>  S (START) ENVELOPE, THEN PER ORDER A HEADER, ITS LINES AND
      *>  A TRAILER, THEN AN E (END) ENVELOPE CARRYING THE ORDER
      *>  COUNT. A SECOND RUN THE SAME DAY ADDS ANOTHER ENVELOPE.
       FD EDI-ORDER-FILE.
       01 REC-EDI-ENVELOPE.
           02 TYPE-EDIE                PIC X.
           02 SUPPLIER-EDIE            PIC X(06).
           02 NAME-EDIE                PIC X(20).
           02 DATE-EDIE                PIC 9(8).
           02 PO-CT-EDIE               PIC 9(5).
           02 FILLER                   PIC X(80).
       01 REC-EDI-HEADER.
           02 TYPE-EDIH                PIC X.
           02 PO-EDIH                  PIC 9(6).
           02 DATE-PO-EDIH             PIC 9(8).
           02 SUPPLIER-EDIH            PIC X(06).
           02 CURRENCY-EDIH            PIC X(03).
      *>  O = ORIGINAL, R = RESEND OF AN ORDER ALREADY SENT.
           02 PURPOSE-EDIH             PIC X.
           02 SENT-EDIH                PIC 9(8).
           02 FILLER                   PIC X(87).
       01 REC-EDI-LINE.
           02 TYPE-EDIL                PIC X.
           02 PO-EDIL                  PIC 9(6).
           02 LINE-EDIL                PIC 9(3).
           02 GOODS-EDIL               PIC 9(6).
           02 PART-EDIL                PIC X(15).
           02 DESC-EDIL                PIC X(20).
           02 QTY-EDIL                 PIC 9(5).
           02 UOM-EDIL                 PIC X(4).
           02 PACK-EDIL                PIC 9(4).
           02 COST-EDIL                PIC 9(7)V99.
           02 VALUE-EDIL               PIC 9(9)V99.
           02 DELIVER-EDIL             PIC X(06).
           02 FILLER                   PIC X(30).
       01 REC-EDI-TRAILER.
           02 TYPE-EDIT                PIC X.
           02 PO-EDIT                  PIC 9(6).
           02 LINES-EDIT               PIC 9(3).
           02 TOTAL-EDIT               PIC 9(9)V99.
           02 FILLER                   PIC X(99).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 LINE-PURCHASE-WS             PIC 9(3) VALUE 0.
       01 SERIAL-ENTRY-CT-WS           PIC 9(5).
       01 SERIAL-NO-WS                 PIC X(15).
       01 CASE-QTY-WS                  PIC 9(4).
       01 SAVE-AUDIT-REC-WS            PIC X(80).
       01 NEXT-AUDIT-SEQ-WS            PIC 9(6).
       01 NAME-SEARCH-WS.
           02 SEARCH-NAME-WS           PIC X(20).
               03 PP-COST-WS           PIC S9(4)V99.
               03 PP-LOC-WS            PIC X(6).
               03 PP-BLKT-WS           PIC 9(6).
               03 PP-SUPP-WS           PIC X(6).
               03 PP-CAT-WS            PIC X(10).
       01 INVOICE-ENTRY-WS.
           02 INV-SUPPLIER-WS          PIC X(06).
           02 INV-NO-WS                PIC X(10).
           02 INV-REMAIN-QTY-WS        PIC S9(7).
           02 MORE-INV-LINES-SW        PIC X.
               88 MORE-INV-LINES            VALUE "Y".
       01 SUPP-INV-IMPORT-WS.
           02 SIN-POSTED-CT-WS         PIC 9(5).
           02 SIN-REJECT-CT-WS         PIC 9(5).
           02 SIN-REJECT-LINE-WS       PIC X(40).
           02 SIN-TOL-PCT-WS           PIC S9(7)V99.
           02 SIN-REF-COST-WS          PIC S9(4)V99.
           02 SIN-DIFF-PCT-WS          PIC S9(5)V99.
           02 SIN-RCVD-QTY-WS          PIC 9(5).
           02 SIN-GOODS-WS             PIC 9(6).
           02 SIN-GOODS-SEEN-SW        PIC X.
               88 SIN-GOODS-SEEN           VALUE "Y".
           02 SIN-RCVD-SEEN-SW         PIC X.
               88 SIN-RCVD-SEEN            VALUE "Y".
           02 SIN-LINE-FOUND-SW        PIC X.
               88 SIN-LINE-FOUND           VALUE "Y".
       01 DUE-DATE-WORK-WS.
           02 INV-TERMS-DAYS-WS        PIC 9(3).
           02 DUE-YYYY-WS              PIC 9(4).
           02 CAT-TOL-PCT-WS           PIC S9(7)V99.
           02 CAT-DIFF-PCT-WS          PIC S9(5)V99.
           02 CAT-EFF-DATE-WS          PIC 9(8).
           02 CAT-END-DATE-WS          PIC 9(8).
           02 CAT-NEW-COST-WS          PIC S9(4)V99.
       01 OPEN-TO-BUY-WS.
           02 OTB-CATEGORY-WS          PIC X(10).
           02 OTB-YYYYMM-WS            PIC 9(6).
           02 OTB-DATE-FROM-WS         PIC 9(8).
           02 OTB-DATE-TO-WS           PIC 9(8).
           02 OTB-BUDGET-WS            PIC S9(9)V99.
           02 OTB-COMMITTED-WS         PIC S9(9)V99.
           02 OTB-HELD-WS              PIC S9(9)V99.
           02 OTB-REMAIN-WS            PIC S9(9)V99.
           02 OTB-LINE-VALUE-WS        PIC S9(9)V99.
           02 OTB-OVER-BY-WS           PIC S9(9)V99.
           02 OTB-NEW-AMOUNT-WS        PIC S9(9)V99.
           02 OTB-BLOCK-WS             PIC S9(7)V99.
           02 OTB-IDX                  PIC 9(3).
           02 OTB-TODAY-WS             PIC 9(8).
           02 OTB-SUPER-WS             PIC X(10).
           02 OTB-BUDGETED-SW          PIC X.
               88 OTB-BUDGETED             VALUE "Y".
           02 OTB-OK-SW                PIC X.
               88 OTB-LINE-OK              VALUE "Y".
           02 OTB-SUPER-OK-SW          PIC X.
               88 OTB-SUPER-OK             VALUE "Y".
           02 OTB-LOG-LINE-WS          PIC X(120).
           02 OTB-SAVE-PURCHASE-WS     PIC X(70).
       01 ASN-IMPORT-WS.
           02 ASN-LOAD-CT-WS           PIC 9(5).
           02 ASN-REJECT-CT-WS         PIC 9(5).
           02 ASN-OUTSTANDING-WS       PIC S9(7).
       01 REORDER-PO-WS.
           02 RP-DEFAULT-LOC-WS        PIC X(06).
           02 RP-GOODS-WS              PIC 9(6).
           02 RP-FEED-SW               PIC X.
               88 RP-FEED-OPEN             VALUE "Y".
           02 RP-RPL-CT-WS             PIC 9(4).
           02 RP-TODAY-WS              PIC 9(8).
           02 RP-COUNT-WS              PIC 9(4) VALUE 0.
           02 RP-IDX                   PIC 9(4).
               03 RP-GOODS             PIC 9(6).
               03 RP-QTY               PIC 9(5).
               03 RP-COST              PIC S9(4)V99.
               03 RP-LOC               PIC X(06).
               03 RP-DONE-SW           PIC X.
                   88 RP-ROW-DONE          VALUE "Y".
       01 AP-BALANCE-WS.
           02 AP-PAID-WS               PIC S9(9)V99.
           02 AP-OPEN-WS               PIC S9(9)V99.
           02 AP-LINE-VALUE-WS         PIC S9(9)V99.
       01 APPROVE-PO-WS.
           02 APR-PO-WS                PIC 9(6).
           02 APR-LINE-CT-WS           PIC 9(3).
           02 APR-TOTAL-WS             PIC S9(9)V99.
       01 EDI-ORDER-WS.
           02 EDI-ACTION-WS            PIC X.
           02 EDI-CONFIRM-WS           PIC X.
           02 EDI-TODAY-WS             PIC 9(8).
           02 EDI-TARGET-PO-WS         PIC 9(6).
           02 EDI-LAST-PO-WS           PIC 9(6).
           02 EDI-CUR-SUPP-WS          PIC X(06).
           02 EDI-PATH-WS              PIC X(60).
           02 EDI-RESEND-SW            PIC X.
               88 EDI-RESEND               VALUE "Y".
           02 EDI-PO-SENT-SW           PIC X.
               88 EDI-PO-SENT              VALUE "Y".
           02 EDI-LINE-OK-SW           PIC X.
               88 EDI-LINE-OK              VALUE "Y".
           02 EDI-HEADER-SW            PIC X.
               88 EDI-HEADER-DONE          VALUE "Y".
           02 EDI-RUN-LOGGED-SW        PIC X.
               88 EDI-RUN-LOGGED           VALUE "Y".
           02 EDI-FULL-WARNED-SW       PIC X.
               88 EDI-FULL-WARNED          VALUE "Y".
           02 EDI-SUPP-CT-WS           PIC 9(4).
           02 EDI-ORDER-CT-WS          PIC 9(4).
           02 EDI-PO-CT-WS             PIC 9(5).
           02 EDI-LINE-CT-WS           PIC 9(3).
           02 EDI-PO-TOTAL-WS          PIC 9(9)V99.
           02 EDI-UNIT-COST-WS         PIC S9(4)V99.
           02 EDI-CASES-WS             PIC 9(5).
           02 EDI-CASE-REM-WS          PIC 9(5).
           02 EDI-IDX                  PIC 9(4).
           02 EDI-JDX                  PIC 9(4).
           02 EDI-KDX                  PIC 9(4).
           02 EDI-COUNT-WS             PIC 9(4) VALUE 0.
           02 EDI-ROW OCCURS 1 TO 500 TIMES
                 DEPENDING ON EDI-COUNT-WS.
               03 EDI-PO               PIC 9(6).
               03 EDI-SUPPLIER         PIC X(06).
               03 EDI-DONE-SW          PIC X.
                   88 EDI-ROW-DONE         VALUE "Y".
       01 EDI-PART-TABLE-WS.
           02 EDI-XR-IDX               PIC 9(4).
           02 EDI-XR-COUNT-WS          PIC 9(4) VALUE 0.
           02 EDI-XR-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON EDI-XR-COUNT-WS.
               03 EDI-XR-GOODS         PIC 9(6).
               03 EDI-XR-CODE          PIC X(15).
       LINKAGE SECTION.
       01 LS-RETURN-PURCHASE PIC 9.
       01 LS-OPERATOR-ID PIC X(10).
                   "G>DRAFT POS FROM REORDER FEED "
                   "A>IMPORT SHIPMENT NOTICES C>COST CATALOG "
                   "B>BLANKET ORDERS D>SUPPLIER RETURNS/CLAIMS "
                   "Q>QC RELEASE L>LANDED COSTS "
                   "K>APPROVE ORDER E>ELECTRONIC ORDERS "
                   "M>IMPORT SUPPLIER INVOICES "
                   "T>OPEN-TO-BUY BUDGETS."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT PURCHASE-ACTION-CHOICE
           EVALUATE PURCHASE-ACTION-CHOICE
                   PERFORM QC-RELEASE
               WHEN "L"
                   PERFORM LANDED-COST-ENTRY
               WHEN "K"
                   PERFORM APPROVE-PURCHASE-ORDER
               WHEN "E"
                   PERFORM SEND-ELECTRONIC-ORDERS
               WHEN "M"
                   PERFORM IMPORT-SUPPLIER-INVOICES
               WHEN "T"
                   PERFORM OTB-BUDGET-MAINT
               WHEN OTHER
                   PERFORM NEW-PURCHASE
           END-EVALUATE.
           MOVE PP-QTY-WS(PP-IDX) TO NUM-PURCHASE OF REC-PURCHASE.
           MOVE PP-COST-WS(PP-IDX) TO COST-GOODS OF REC-PURCHASE.
           MOVE PP-LOC-WS(PP-IDX) TO LOCATION-GOODS OF REC-PURCHASE.
           MOVE PP-SUPP-WS(PP-IDX) TO CODE-SUPPLIER-PURCHASE.
           MOVE "N" TO VOID-PURCHASE-SW OF REC-PURCHASE.
           SET PURCHASE-PENDING TO TRUE.
           MOVE 0 TO QTY-RECEIVED-PURCHASE.
                   MOVE LOCATION-GOODS OF REC-PURCHASE
                       TO CODE-LOCATION
                   MOVE RECEIVE-QTY-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD RECEIVE-QTY-WS TO QTY-LOCATION
                   MOVE QC-GOODS-WS TO ID-GOODS-LOC
                   MOVE QC-LOCATION-WS TO CODE-LOCATION
                   MOVE QC-ACCEPT-QTY-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD QC-ACCEPT-QTY-WS TO QTY-LOCATION
       ASN-ONE-NOTICE-EXT.
           EXIT.

      *>  MOVES A NEW ORDER FROM PENDING TO APPROVED. ONLY APPROVED
      *>  ORDERS GO OUT ON THE ELECTRONIC ORDER RUN.
       APPROVE-PURCHASE-ORDER SECTION.
           DISPLAY "ENTER ID OF PURCHASE ORDER TO APPROVE:"
           ACCEPT APR-PO-WS.
           OPEN I-O PURCHASE-FILE.
           IF NOT (FILE-STA-PURCHASE = 00)
               DISPLAY "PURCHASE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PURCHASE
               GO TO APPROVE-PURCHASE-ORDER-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           MOVE 0 TO APR-LINE-CT-WS.
           MOVE 0 TO APR-TOTAL-WS.
           MOVE APR-PO-WS TO ID-PURCHASE OF REC-PURCHASE.
           MOVE 0 TO LINE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO APR-SHOW-DONE
           END-START.
           APR-SHOW-READ.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO APR-SHOW-DONE
           END-READ.
           IF NOT (ID-PURCHASE OF REC-PURCHASE = APR-PO-WS)
               GO TO APR-SHOW-DONE
           END-IF.
           IF NOT PURCHASE-PENDING OR PURCHASE-VOIDED
               GO TO APR-SHOW-READ
           END-IF.
           MOVE ID-GOODS OF REC-PURCHASE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "(UNKNOWN)" TO NAME-GOODS OF REC-GOODS
           END-READ.
           DISPLAY LINE-PURCHASE OF REC-PURCHASE " "
                   ID-GOODS OF REC-PURCHASE " "
                   NAME-GOODS OF REC-GOODS " "
                   NUM-PURCHASE OF REC-PURCHASE " @ "
                   COST-GOODS OF REC-PURCHASE.
           ADD 1 TO APR-LINE-CT-WS.
           COMPUTE APR-TOTAL-WS = APR-TOTAL-WS +
               NUM-PURCHASE OF REC-PURCHASE
               * COST-GOODS OF REC-PURCHASE.
           GO TO APR-SHOW-READ.

           APR-SHOW-DONE.
           CLOSE GOODS-FILE.
           IF APR-LINE-CT-WS = 0
               DISPLAY "NO PENDING LINES ON ORDER " APR-PO-WS "."
               CLOSE PURCHASE-FILE
               GO TO APPROVE-PURCHASE-ORDER-EXT
           END-IF.
           DISPLAY APR-LINE-CT-WS " LINES, ORDER VALUE "
                   APR-TOTAL-WS ".".
           DISPLAY "APPROVE THIS ORDER? (Y/N):"
           ACCEPT CONFIRM-PURCH-CHOICE-WS.
           IF CONFIRM-PURCH-CHOICE-WS NOT = "Y"
               DISPLAY "ORDER LEFT PENDING."
               CLOSE PURCHASE-FILE
               GO TO APPROVE-PURCHASE-ORDER-EXT
           END-IF.
           MOVE APR-PO-WS TO ID-PURCHASE OF REC-PURCHASE.
           MOVE 0 TO LINE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO APR-SET-DONE
           END-START.
           APR-SET-READ.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO APR-SET-DONE
           END-READ.
           IF NOT (ID-PURCHASE OF REC-PURCHASE = APR-PO-WS)
               GO TO APR-SET-DONE
           END-IF.
           IF NOT PURCHASE-PENDING OR PURCHASE-VOIDED
               GO TO APR-SET-READ
           END-IF.
           SET PURCHASE-APPROVED TO TRUE.
           REWRITE REC-PURCHASE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-PURCHASE-REC.
           GO TO APR-SET-READ.

           APR-SET-DONE.
           CLOSE PURCHASE-FILE.
           DISPLAY "ORDER " APR-PO-WS " APPROVED.".
           .
       APPROVE-PURCHASE-ORDER-EXT.
           EXIT.

      *>  OUTBOUND ELECTRONIC ORDERS: EVERY APPROVED ORDER NOT YET
      *>  SENT, FOR SUPPLIERS THAT TAKE THEM, GOES ON THAT SUPPLIER'S
      *>  OWN OUTBOUND ORDER FILE FOR THE DAY - ONE ENVELOPE HOLDING
      *>  ITS ORDERS, ITEMS BY THE SUPPLIER'S OWN PART NUMBER,
      *>  QUANTITIES IN CASES AND COSTS FROM THE COST CATALOG. EACH
      *>  ORDER SENT IS LOGGED SO IT NEVER GOES TWICE; A RESEND HAS
      *>  TO BE ASKED FOR BY ORDER NUMBER. THE SUPPLIER'S SHIPMENT
      *>  NOTICES COME BACK IN ON OPTION A AGAINST THE SAME ORDER AND
      *>  LINE.
       SEND-ELECTRONIC-ORDERS SECTION.
           ACCEPT EDI-TODAY-WS FROM DATE YYYYMMDD.
           MOVE "N" TO EDI-RESEND-SW.
           MOVE 0 TO EDI-TARGET-PO-WS.
           DISPLAY "S>SEND NEW APPROVED ORDERS   R>RESEND ONE ORDER:"
           ACCEPT EDI-ACTION-WS.
           IF EDI-ACTION-WS = "R"
               PERFORM EDI-CONFIRM-RESEND
               IF NOT EDI-RESEND
                   GO TO SEND-ELECTRONIC-ORDERS-EXT
               END-IF
           END-IF.
           PERFORM EDI-COLLECT-ORDERS.
           IF EDI-COUNT-WS = 0
               IF EDI-RESEND
                   DISPLAY "ORDER " EDI-TARGET-PO-WS " HAS NO OPEN "
                           "LINES FOR AN ELECTRONIC SUPPLIER."
               ELSE
                   DISPLAY "NO APPROVED ORDERS WAITING FOR "
                           "ELECTRONIC SUPPLIERS."
               END-IF
               GO TO SEND-ELECTRONIC-ORDERS-EXT
           END-IF.
           PERFORM EDI-LOAD-PART-NUMBERS.
           OPEN I-O PO-TRANSMIT-FILE.
           IF NOT (FILE-STA-POTX = 00 OR FILE-STA-POTX = 05)
               DISPLAY "ORDER TRANSMISSION LOG WILL NOT OPEN - "
                       "STATUS " FILE-STA-POTX " - NOTHING SENT."
               GO TO SEND-ELECTRONIC-ORDERS-EXT
           END-IF.
           OPEN INPUT PURCHASE-FILE.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT SUPPLIER-FILE.
           MOVE 0 TO EDI-SUPP-CT-WS.
           MOVE 0 TO EDI-ORDER-CT-WS.
           MOVE 1 TO EDI-IDX.
           PERFORM EDI-SEND-SUPPLIER UNTIL EDI-IDX > EDI-COUNT-WS.
           CLOSE SUPPLIER-FILE.
           CLOSE GOODS-FILE.
           CLOSE PURCHASE-FILE.
           CLOSE PO-TRANSMIT-FILE.
           DISPLAY EDI-ORDER-CT-WS " ORDERS WRITTEN FOR "
                   EDI-SUPP-CT-WS " SUPPLIERS, ONE OUTBOUND ORDER "
                   "FILE EACH.".
           .
       SEND-ELECTRONIC-ORDERS-EXT.
           EXIT.

      *>  A RESEND IS ONLY FOR AN ORDER THAT HAS ALREADY GONE OUT -
      *>  A NEW ONE GOES ON THE NORMAL RUN.
       EDI-CONFIRM-RESEND SECTION.
           DISPLAY "ENTER ID OF PURCHASE ORDER TO RESEND:"
           ACCEPT EDI-TARGET-PO-WS.
           OPEN INPUT PO-TRANSMIT-FILE.
           IF NOT (FILE-STA-POTX = 00 OR FILE-STA-POTX = 05)
               DISPLAY "ORDER " EDI-TARGET-PO-WS " HAS NEVER BEEN "
                       "SENT - USE S TO SEND IT."
               GO TO EDI-CONFIRM-RESEND-EXT
           END-IF.
           MOVE EDI-TARGET-PO-WS TO ID-PURCHASE-POT.
           READ PO-TRANSMIT-FILE
               KEY IS ID-PURCHASE-POT OF REC-PO-TRANSMIT
               INVALID KEY
                   DISPLAY "ORDER " EDI-TARGET-PO-WS " HAS NEVER BEEN "
                           "SENT - USE S TO SEND IT."
                   CLOSE PO-TRANSMIT-FILE
                   GO TO EDI-CONFIRM-RESEND-EXT
           END-READ.
           CLOSE PO-TRANSMIT-FILE.
           DISPLAY "ORDER " EDI-TARGET-PO-WS " WAS SENT " SEND-CT-POT
                   " TIME(S), LAST ON " DATE-LAST-POT ".".
           DISPLAY "SEND IT TO THE SUPPLIER AGAIN? (Y/N):"
           ACCEPT EDI-CONFIRM-WS.
           IF EDI-CONFIRM-WS = "Y"
               SET EDI-RESEND TO TRUE
           END-IF.
           .
       EDI-CONFIRM-RESEND-EXT.
           EXIT.

      *>  ONE ROW PER ORDER AND SUPPLIER TO GO OUT. AN ORDER MAY MIX
      *>  SUPPLIERS - EACH GETS ONLY ITS OWN LINES.
       EDI-COLLECT-ORDERS SECTION.
           MOVE 0 TO EDI-COUNT-WS.
           MOVE "N" TO EDI-FULL-WARNED-SW.
           OPEN INPUT PURCHASE-FILE.
           IF NOT (FILE-STA-PURCHASE = 00)
               DISPLAY "PURCHASE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PURCHASE
               GO TO EDI-COLLECT-ORDERS-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT PO-TRANSMIT-FILE.
           MOVE 0 TO EDI-LAST-PO-WS.
           MOVE EDI-TARGET-PO-WS TO ID-PURCHASE OF REC-PURCHASE.
           MOVE 0 TO LINE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO EDI-COLLECT-DONE
           END-START.
           EDI-COLLECT-READ.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO EDI-COLLECT-DONE
           END-READ.
           IF EDI-RESEND
                  AND NOT (ID-PURCHASE OF REC-PURCHASE =
                           EDI-TARGET-PO-WS)
               GO TO EDI-COLLECT-DONE
           END-IF.
           PERFORM EDI-CHECK-LINE.
           IF NOT EDI-LINE-OK
               GO TO EDI-COLLECT-READ
           END-IF.
           MOVE 1 TO EDI-JDX.
           EDI-COLLECT-FIND.
           IF EDI-JDX > EDI-COUNT-WS
               GO TO EDI-COLLECT-ADD
           END-IF.
           IF EDI-PO(EDI-JDX) = ID-PURCHASE OF REC-PURCHASE
                  AND EDI-SUPPLIER(EDI-JDX) =
                      CODE-SUPPLIER OF REC-GOODS
               GO TO EDI-COLLECT-READ
           END-IF.
           ADD 1 TO EDI-JDX.
           GO TO EDI-COLLECT-FIND.
           EDI-COLLECT-ADD.
           IF EDI-COUNT-WS NOT < 500
               IF NOT EDI-FULL-WARNED
                   DISPLAY "MORE THAN 500 ORDERS WAITING - RUN AGAIN "
                           "FOR THE REST."
                   SET EDI-FULL-WARNED TO TRUE
               END-IF
               GO TO EDI-COLLECT-READ
           END-IF.
           ADD 1 TO EDI-COUNT-WS.
           MOVE ID-PURCHASE OF REC-PURCHASE TO EDI-PO(EDI-COUNT-WS).
           MOVE CODE-SUPPLIER OF REC-GOODS
               TO EDI-SUPPLIER(EDI-COUNT-WS).
           MOVE "N" TO EDI-DONE-SW(EDI-COUNT-WS).
           GO TO EDI-COLLECT-READ.

           EDI-COLLECT-DONE.
           CLOSE PO-TRANSMIT-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE GOODS-FILE.
           CLOSE PURCHASE-FILE.
           .
       EDI-COLLECT-ORDERS-EXT.
           EXIT.

      *>  WHETHER THE PURCHASE LINE IN REC-PURCHASE GOES OUT ON THIS
      *>  RUN, LEAVING ITS GOODS AND SUPPLIER RECORDS READ. A NEW RUN
      *>  TAKES APPROVED LINES OF ORDERS NOT YET LOGGED AS SENT; A
      *>  RESEND TAKES EVERY LINE STILL LIVE ON THE ORDER.
       EDI-CHECK-LINE SECTION.
           MOVE "N" TO EDI-LINE-OK-SW.
           IF PURCHASE-VOIDED
               GO TO EDI-CHECK-LINE-EXT
           END-IF.
           IF EDI-RESEND
               IF PURCHASE-PENDING
                   GO TO EDI-CHECK-LINE-EXT
               END-IF
           ELSE
               IF NOT PURCHASE-APPROVED
                   GO TO EDI-CHECK-LINE-EXT
               END-IF
               IF NOT (ID-PURCHASE OF REC-PURCHASE = EDI-LAST-PO-WS)
                   MOVE ID-PURCHASE OF REC-PURCHASE TO EDI-LAST-PO-WS
                   MOVE "N" TO EDI-PO-SENT-SW
                   IF FILE-STA-POTX = 00
                       MOVE EDI-LAST-PO-WS TO ID-PURCHASE-POT
                       READ PO-TRANSMIT-FILE
                           KEY IS ID-PURCHASE-POT OF REC-PO-TRANSMIT
                           NOT INVALID KEY
                               SET EDI-PO-SENT TO TRUE
                       END-READ
                   END-IF
               END-IF
               IF EDI-PO-SENT
                   GO TO EDI-CHECK-LINE-EXT
               END-IF
           END-IF.
           MOVE ID-GOODS OF REC-PURCHASE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO EDI-CHECK-LINE-EXT
           END-READ.
           MOVE CODE-SUPPLIER OF REC-GOODS
               TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   GO TO EDI-CHECK-LINE-EXT
           END-READ.
           IF SUPPLIER-TAKES-EDI
               SET EDI-LINE-OK TO TRUE
           END-IF.
           .
       EDI-CHECK-LINE-EXT.
           EXIT.

      *>  THE SUPPLIER PART NUMBERS (CROSS-REFERENCE KIND S), HELD
      *>  BY GOODS ID FOR THE RUN.
       EDI-LOAD-PART-NUMBERS SECTION.
           MOVE 0 TO EDI-XR-COUNT-WS.
           OPEN INPUT XREF-FILE.
           IF NOT (FILE-STA-XREF = 00 OR FILE-STA-XREF = 05)
               GO TO EDI-LOAD-PART-NUMBERS-EXT
           END-IF.
           EDI-XREF-READ.
           READ XREF-FILE NEXT RECORD
               AT END
                   GO TO EDI-XREF-DONE
           END-READ.
           IF NOT (KIND-XREF = "S")
               GO TO EDI-XREF-READ
           END-IF.
           IF EDI-XR-COUNT-WS NOT < 2000
               DISPLAY "MORE THAN 2000 SUPPLIER PART NUMBERS - THE "
                       "REST GO OUT UNDER OUR OWN GOODS ID."
               GO TO EDI-XREF-DONE
           END-IF.
           ADD 1 TO EDI-XR-COUNT-WS.
           MOVE ID-GOODS-XREF TO EDI-XR-GOODS(EDI-XR-COUNT-WS).
           MOVE CODE-ALT-XREF TO EDI-XR-CODE(EDI-XR-COUNT-WS).
           GO TO EDI-XREF-READ.
           EDI-XREF-DONE.
           CLOSE XREF-FILE.
           .
       EDI-LOAD-PART-NUMBERS-EXT.
           EXIT.

      *>  ONE ENVELOPE FOR THE SUPPLIER OF ROW EDI-IDX, HOLDING ALL
      *>  ITS ORDERS ON THIS RUN, IN THE SUPPLIER'S OWN FILE. WHEN
      *>  THAT FILE WILL NOT OPEN THE ROW IS LEFT UNSENT AND THE NEXT
      *>  ROW FOR THE SAME SUPPLIER TRIES AGAIN.
       EDI-SEND-SUPPLIER SECTION.
           IF EDI-ROW-DONE(EDI-IDX)
               GO TO EDI-SEND-SUPPLIER-NEXT
           END-IF.
           MOVE EDI-SUPPLIER(EDI-IDX) TO EDI-CUR-SUPP-WS.
           MOVE SPACE TO EDI-PATH-WS.
           STRING "D:\db\edipo-" DELIMITED BY SIZE
                  EDI-CUR-SUPP-WS DELIMITED BY SPACE
                  "-" EDI-TODAY-WS ".out" DELIMITED BY SIZE
               INTO EDI-PATH-WS.
           OPEN EXTEND EDI-ORDER-FILE.
           IF NOT (FILE-STA-EDIOUT = 00 OR FILE-STA-EDIOUT = 05)
               DISPLAY "OUTBOUND ORDER FILE " EDI-PATH-WS
                       " WILL NOT OPEN - STATUS " FILE-STA-EDIOUT
                       " - ORDER " EDI-PO(EDI-IDX) " NOT SENT."
               MOVE "Y" TO EDI-DONE-SW(EDI-IDX)
               GO TO EDI-SEND-SUPPLIER-NEXT
           END-IF.
           MOVE EDI-CUR-SUPP-WS TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   MOVE SPACE TO NAME-SUPPLIER OF REC-SUPPLIER
           END-READ.
           MOVE SPACE TO REC-EDI-ENVELOPE.
           MOVE "S" TO TYPE-EDIE.
           MOVE EDI-CUR-SUPP-WS TO SUPPLIER-EDIE.
           MOVE NAME-SUPPLIER OF REC-SUPPLIER TO NAME-EDIE.
           MOVE EDI-TODAY-WS TO DATE-EDIE.
           MOVE 0 TO PO-CT-EDIE.
           WRITE REC-EDI-ENVELOPE.
           ADD 1 TO EDI-SUPP-CT-WS.
           MOVE 0 TO EDI-PO-CT-WS.
           MOVE EDI-IDX TO EDI-JDX.
           PERFORM EDI-SEND-ONE-ORDER UNTIL EDI-JDX > EDI-COUNT-WS.
           MOVE SPACE TO REC-EDI-ENVELOPE.
           MOVE "E" TO TYPE-EDIE.
           MOVE EDI-CUR-SUPP-WS TO SUPPLIER-EDIE.
           MOVE EDI-TODAY-WS TO DATE-EDIE.
           MOVE EDI-PO-CT-WS TO PO-CT-EDIE.
           WRITE REC-EDI-ENVELOPE.
           CLOSE EDI-ORDER-FILE.
           DISPLAY "SUPPLIER " EDI-CUR-SUPP-WS ": " EDI-PO-CT-WS
                   " ORDERS TO " EDI-PATH-WS.
           EDI-SEND-SUPPLIER-NEXT.
           ADD 1 TO EDI-IDX.
           .
       EDI-SEND-SUPPLIER-EXT.
           EXIT.

      *>  HEADER, LINES AND TRAILER OF ORDER ROW EDI-JDX WHEN IT
      *>  BELONGS TO THE SUPPLIER IN HAND, THEN LOGS IT AS SENT.
       EDI-SEND-ONE-ORDER SECTION.
           IF EDI-ROW-DONE(EDI-JDX)
                  OR NOT (EDI-SUPPLIER(EDI-JDX) = EDI-CUR-SUPP-WS)
               GO TO EDI-SEND-ONE-NEXT
           END-IF.
           MOVE "Y" TO EDI-DONE-SW(EDI-JDX).
           MOVE 0 TO EDI-LINE-CT-WS.
           MOVE 0 TO EDI-PO-TOTAL-WS.
           MOVE "N" TO EDI-HEADER-SW.
           MOVE EDI-PO(EDI-JDX) TO ID-PURCHASE OF REC-PURCHASE.
           MOVE 0 TO LINE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO EDI-SEND-ONE-NEXT
           END-START.
           EDI-ORDER-READ.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO EDI-ORDER-END
           END-READ.
           IF NOT (ID-PURCHASE OF REC-PURCHASE = EDI-PO(EDI-JDX))
               GO TO EDI-ORDER-END
           END-IF.
      *>  THE ORDER WAS CHOSEN BY THE COLLECT PASS - THE LINE CHECK
      *>  MUST NOT LOOK IT UP IN THE LOG AGAIN, WHERE AN EARLIER
      *>  SUPPLIER'S SHARE MAY ALREADY HAVE PUT IT.
           MOVE ID-PURCHASE OF REC-PURCHASE TO EDI-LAST-PO-WS.
           MOVE "N" TO EDI-PO-SENT-SW.
           PERFORM EDI-CHECK-LINE.
           IF NOT EDI-LINE-OK
                  OR NOT (CODE-SUPPLIER OF REC-GOODS = EDI-CUR-SUPP-WS)
               GO TO EDI-ORDER-READ
           END-IF.
           IF NOT EDI-HEADER-DONE
               MOVE SPACE TO REC-EDI-HEADER
               MOVE "H" TO TYPE-EDIH
               MOVE EDI-PO(EDI-JDX) TO PO-EDIH
               MOVE DATE-PURCHASE OF REC-PURCHASE TO DATE-PO-EDIH
               MOVE EDI-CUR-SUPP-WS TO SUPPLIER-EDIH
               MOVE CURRENCY-GOODS OF REC-GOODS TO CURRENCY-EDIH
               IF EDI-RESEND
                   MOVE "R" TO PURPOSE-EDIH
               ELSE
                   MOVE "O" TO PURPOSE-EDIH
               END-IF
               MOVE EDI-TODAY-WS TO SENT-EDIH
               WRITE REC-EDI-HEADER
               SET EDI-HEADER-DONE TO TRUE
           END-IF.
           PERFORM EDI-WRITE-ORDER-LINE.
           GO TO EDI-ORDER-READ.

           EDI-ORDER-END.
           IF NOT EDI-HEADER-DONE
               GO TO EDI-SEND-ONE-NEXT
           END-IF.
           MOVE SPACE TO REC-EDI-TRAILER.
           MOVE "T" TO TYPE-EDIT.
           MOVE EDI-PO(EDI-JDX) TO PO-EDIT.
           MOVE EDI-LINE-CT-WS TO LINES-EDIT.
           MOVE EDI-PO-TOTAL-WS TO TOTAL-EDIT.
           WRITE REC-EDI-TRAILER.
           ADD 1 TO EDI-PO-CT-WS.
           ADD 1 TO EDI-ORDER-CT-WS.
           PERFORM EDI-LOG-ORDER-SENT.
           EDI-SEND-ONE-NEXT.
           ADD 1 TO EDI-JDX.
           .
       EDI-SEND-ONE-ORDER-EXT.
           EXIT.

      *>  THE SUPPLIER'S PART NUMBER, AND THE QUANTITY AND COST IN
      *>  CASES WHERE THE ORDERED QUANTITY IS WHOLE CASES - ELSE IN
      *>  STOCKING UNITS. THE COST IS THE CATALOG COST ON THE ORDER
      *>  DATE, OR THE LINE'S OWN COST WHERE THE CATALOG HAS NONE.
       EDI-WRITE-ORDER-LINE SECTION.
           MOVE SPACE TO REC-EDI-LINE.
           MOVE "L" TO TYPE-EDIL.
           MOVE ID-PURCHASE OF REC-PURCHASE TO PO-EDIL.
           MOVE LINE-PURCHASE OF REC-PURCHASE TO LINE-EDIL.
           MOVE ID-GOODS OF REC-PURCHASE TO GOODS-EDIL.
           MOVE NAME-GOODS OF REC-GOODS TO DESC-EDIL.
           MOVE LOCATION-GOODS OF REC-PURCHASE TO DELIVER-EDIL.
           MOVE ID-GOODS OF REC-PURCHASE TO PART-EDIL.
           MOVE 1 TO EDI-XR-IDX.
           EDI-FIND-PART.
           IF EDI-XR-IDX > EDI-XR-COUNT-WS
               GO TO EDI-PART-DONE
           END-IF.
           IF EDI-XR-GOODS(EDI-XR-IDX) = ID-GOODS OF REC-PURCHASE
               MOVE EDI-XR-CODE(EDI-XR-IDX) TO PART-EDIL
               GO TO EDI-PART-DONE
           END-IF.
           ADD 1 TO EDI-XR-IDX.
           GO TO EDI-FIND-PART.
           EDI-PART-DONE.

           MOVE EDI-CUR-SUPP-WS TO CAT-SUPPLIER-WS.
           MOVE ID-GOODS OF REC-PURCHASE TO CAT-GOODS-WS.
           MOVE DATE-PURCHASE OF REC-PURCHASE TO CAT-ASOF-DATE-WS.
           PERFORM LOOKUP-CATALOG-COST.
           IF CAT-FOUND
               MOVE CAT-COST-WS TO EDI-UNIT-COST-WS
           ELSE
               MOVE COST-GOODS OF REC-PURCHASE TO EDI-UNIT-COST-WS
           END-IF.

           MOVE NUM-PURCHASE OF REC-PURCHASE TO QTY-EDIL.
           MOVE UNIT-STOCK-GOODS OF REC-GOODS TO UOM-EDIL.
           MOVE 1 TO PACK-EDIL.
           MOVE EDI-UNIT-COST-WS TO COST-EDIL.
           IF UNITS-PER-CASE-GOODS OF REC-GOODS IS NUMERIC
                  AND UNITS-PER-CASE-GOODS OF REC-GOODS > 1
               DIVIDE NUM-PURCHASE OF REC-PURCHASE
                   BY UNITS-PER-CASE-GOODS OF REC-GOODS
                   GIVING EDI-CASES-WS REMAINDER EDI-CASE-REM-WS
               IF EDI-CASE-REM-WS = 0
                   MOVE EDI-CASES-WS TO QTY-EDIL
                   MOVE "CS" TO UOM-EDIL
                   MOVE UNITS-PER-CASE-GOODS OF REC-GOODS TO PACK-EDIL
                   COMPUTE COST-EDIL = EDI-UNIT-COST-WS
                       * UNITS-PER-CASE-GOODS OF REC-GOODS
               END-IF
           END-IF.
           COMPUTE VALUE-EDIL =
               NUM-PURCHASE OF REC-PURCHASE * EDI-UNIT-COST-WS.
           WRITE REC-EDI-LINE.
           ADD 1 TO EDI-LINE-CT-WS.
           ADD VALUE-EDIL TO EDI-PO-TOTAL-WS.
           .
       EDI-WRITE-ORDER-LINE-EXT.
           EXIT.

      *>  A SECOND SUPPLIER'S SHARE OF AN ORDER ALREADY LOGGED ON
      *>  THIS RUN ADDS ITS LINES; IT IS NOT ANOTHER SENDING.
       EDI-LOG-ORDER-SENT SECTION.
           MOVE "N" TO EDI-RUN-LOGGED-SW.
           MOVE 1 TO EDI-KDX.
           EDI-LOG-SCAN.
           IF EDI-KDX > EDI-COUNT-WS
               GO TO EDI-LOG-SCAN-DONE
           END-IF.
           IF NOT (EDI-KDX = EDI-JDX)
                  AND EDI-PO(EDI-KDX) = EDI-PO(EDI-JDX)
                  AND EDI-ROW-DONE(EDI-KDX)
               SET EDI-RUN-LOGGED TO TRUE
               GO TO EDI-LOG-SCAN-DONE
           END-IF.
           ADD 1 TO EDI-KDX.
           GO TO EDI-LOG-SCAN.
           EDI-LOG-SCAN-DONE.
           MOVE EDI-PO(EDI-JDX) TO ID-PURCHASE-POT.
           READ PO-TRANSMIT-FILE
               KEY IS ID-PURCHASE-POT OF REC-PO-TRANSMIT
               INVALID KEY
                   INITIALIZE REC-PO-TRANSMIT
                   MOVE EDI-PO(EDI-JDX) TO ID-PURCHASE-POT
                   MOVE EDI-TODAY-WS TO DATE-FIRST-POT
                   MOVE EDI-TODAY-WS TO DATE-LAST-POT
                   MOVE 1 TO SEND-CT-POT
                   MOVE EDI-LINE-CT-WS TO LINES-POT
                   MOVE LS-OPERATOR-ID TO OPERATOR-POT
                   WRITE REC-PO-TRANSMIT
                       INVALID KEY
                           DISPLAY "ORDER " EDI-PO(EDI-JDX)
                                   " COULD NOT BE LOGGED AS SENT."
                   END-WRITE
                   GO TO EDI-LOG-ORDER-SENT-EXT
           END-READ.
           IF EDI-RUN-LOGGED
               ADD EDI-LINE-CT-WS TO LINES-POT
           ELSE
               ADD 1 TO SEND-CT-POT
               MOVE EDI-LINE-CT-WS TO LINES-POT
           END-IF.
           MOVE EDI-TODAY-WS TO DATE-LAST-POT.
           MOVE LS-OPERATOR-ID TO OPERATOR-POT.
           REWRITE REC-PO-TRANSMIT
               INVALID KEY
                   DISPLAY "ORDER " EDI-PO(EDI-JDX)
                           " COULD NOT BE LOGGED AS SENT."
           END-REWRITE.
           .
       EDI-LOG-ORDER-SENT-EXT.
           EXIT.

      *>  SERIALIZED GOODS: ONE SERIAL RECORD IS WRITTEN PER UNIT
      *>  RECEIVED, STATUS AVAILABLE.
       CAPTURE-RECEIPT-SERIALS SECTION.
       SHOW-UNINVOICED-ONE-EXT.
           EXIT.

      *>  READS A SUPPLIER'S ELECTRONIC INVOICE FILE AND RUNS EACH
      *>  LINE THROUGH THE CHECKS CLERKS MAKE AT THE KEYBOARD:
      *>  RECEIVED QUANTITY NOT ALREADY INVOICED, AND COST WITHIN
      *>  THE COSTTOL TOLERANCE OF THE AGREED CATALOG COST (OF THE
      *>  ORDERED COST WHERE THE CATALOG HAS NONE). CLEAN LINES POST
      *>  STRAIGHT TO THE SUPPLIER INVOICE FILE WITH THE DUE DATE
      *>  FROM TERMS; THE REST GO TO THE REJECT FILE WITH A REASON,
      *>  FOR THE CLERK TO SETTLE AND RESUBMIT. LINES ALREADY POSTED
      *>  BOUNCE AS DUPLICATES ON A RESUBMISSION.
       IMPORT-SUPPLIER-INVOICES SECTION.
           OPEN INPUT SUPP-INV-INPUT-FILE.
           IF NOT (FILE-STA-SINVIN = 00)
               DISPLAY "SUPPLIER INVOICE INPUT FILE WILL NOT OPEN - "
                       "STATUS " FILE-STA-SINVIN
               GO TO IMPORT-SUPPLIER-INVOICES-EXT
           END-IF.
           OPEN I-O SUPP-INVOICE-FILE.
           IF NOT (FILE-STA-SUPPINV = 00 OR FILE-STA-SUPPINV = 05)
               DISPLAY "SUPPLIER INVOICE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SUPPINV
               CLOSE SUPP-INV-INPUT-FILE
               GO TO IMPORT-SUPPLIER-INVOICES-EXT
           END-IF.
           OPEN OUTPUT SUPP-INV-REJECT-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT PURCHASE-FILE.
           OPEN INPUT GOODS-FILE.
           MOVE 10 TO SIN-TOL-PCT-WS.
           OPEN INPUT CONTROL-FILE.
           IF FILE-STA-CONTROL = 00 OR FILE-STA-CONTROL = 05
               MOVE "COSTTOL" TO NAME-CONTROL
               READ CONTROL-FILE
                   KEY IS NAME-CONTROL OF REC-CONTROL
                   NOT INVALID KEY
                       MOVE VALUE-CONTROL TO SIN-TOL-PCT-WS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE 0 TO SIN-POSTED-CT-WS.
           MOVE 0 TO SIN-REJECT-CT-WS.

           SUPP-INV-IMPORT-READ.
           READ SUPP-INV-INPUT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM SUPP-INV-ONE-LINE
                   GO TO SUPP-INV-IMPORT-READ
           END-READ.

           CLOSE GOODS-FILE.
           CLOSE PURCHASE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE SUPP-INV-REJECT-FILE.
           CLOSE SUPP-INVOICE-FILE.
           CLOSE SUPP-INV-INPUT-FILE.
           DISPLAY "INVOICE IMPORT COMPLETE - " SIN-POSTED-CT-WS
                   " LINES POSTED, " SIN-REJECT-CT-WS
                   " LINES REJECTED."
           .
       IMPORT-SUPPLIER-INVOICES-EXT.
           EXIT.

       SUPP-INV-ONE-LINE SECTION.
           IF NOT (LINE-INVOICE-SIN-IN IS NUMERIC
                   AND ID-PURCHASE-SIN-IN IS NUMERIC
                   AND QTY-SIN-IN IS NUMERIC
                   AND COST-SIN-IN IS NUMERIC)
               MOVE "NON-NUMERIC LINE, ORDER, QTY OR COST"
                   TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.
           MOVE CODE-SUPPLIER-SIN-IN TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   MOVE "INVALID SUPPLIER" TO SIN-REJECT-LINE-WS
                   PERFORM SUPP-INV-REJECT
                   GO TO SUPP-INV-ONE-LINE-EXT
           END-READ.
           IF NO-INVOICE-SIN-IN = SPACE
               MOVE "NO INVOICE NUMBER" TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.
           MOVE DATE-INVOICE-SIN-IN TO DATE-CHECK-WS.
           MOVE "S" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y"
               MOVE "INVALID INVOICE DATE" TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.
           IF QTY-SIN-IN = 0
               MOVE "QUANTITY NOT GREATER THAN ZERO"
                   TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.

           MOVE PART-SIN-IN TO XRF-ENTRY-WS.
           PERFORM RESOLVE-GOODS-CODE.
           IF NOT XRF-OK
               MOVE "UNKNOWN PART NUMBER" TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.
           MOVE XRF-GOODS-WS TO SIN-GOODS-WS.
           MOVE SIN-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "INVALID GOODS" TO SIN-REJECT-LINE-WS
                   PERFORM SUPP-INV-REJECT
                   GO TO SUPP-INV-ONE-LINE-EXT
           END-READ.
           IF NOT (CODE-SUPPLIER OF REC-GOODS = CODE-SUPPLIER-SIN-IN)
               MOVE "GOODS NOT SOURCED FROM THIS SUPPLIER"
                   TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.

           PERFORM SUPP-INV-FIND-LINE.
           IF NOT SIN-LINE-FOUND
               IF NOT SIN-GOODS-SEEN
                   MOVE "GOODS NOT ON PURCHASE ORDER"
                       TO SIN-REJECT-LINE-WS
               ELSE
                   IF NOT SIN-RCVD-SEEN
                       MOVE "PURCHASE LINE NOT RECEIVED OR VOIDED"
                           TO SIN-REJECT-LINE-WS
                   ELSE
                       MOVE "PURCHASE LINE ALREADY FULLY INVOICED"
                           TO SIN-REJECT-LINE-WS
                   END-IF
               END-IF
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.
           IF INV-PRIOR-QTY-WS + QTY-SIN-IN > SIN-RCVD-QTY-WS
               MOVE "QTY EXCEEDS RECEIVED NOT YET INVOICED"
                   TO SIN-REJECT-LINE-WS
               PERFORM SUPP-INV-REJECT
               GO TO SUPP-INV-ONE-LINE-EXT
           END-IF.

      *>  THE AGREED CATALOG COST IS THE REFERENCE; THE ORDERED
      *>  COST STANDS IN WHERE THE CATALOG HAS NO ROW.
           MOVE COST-SIN-IN TO INV-COST-WS.
           MOVE CODE-SUPPLIER-SIN-IN TO CAT-SUPPLIER-WS.
           MOVE SIN-GOODS-WS TO CAT-GOODS-WS.
           MOVE DATE-INVOICE-SIN-IN TO CAT-ASOF-DATE-WS.
           PERFORM LOOKUP-CATALOG-COST.
           IF CAT-FOUND
               MOVE CAT-COST-WS TO SIN-REF-COST-WS
           ELSE
               MOVE COST-GOODS OF REC-PURCHASE TO SIN-REF-COST-WS
           END-IF.
           IF SIN-REF-COST-WS > 0
               COMPUTE SIN-DIFF-PCT-WS ROUNDED =
                   (INV-COST-WS - SIN-REF-COST-WS) * 100
                   / SIN-REF-COST-WS
               IF SIN-DIFF-PCT-WS < 0
                   COMPUTE SIN-DIFF-PCT-WS = 0 - SIN-DIFF-PCT-WS
               END-IF
               IF SIN-DIFF-PCT-WS > SIN-TOL-PCT-WS
                   MOVE "COST OUTSIDE TOLERANCE OF AGREED COST"
                       TO SIN-REJECT-LINE-WS
                   PERFORM SUPP-INV-REJECT
                   GO TO SUPP-INV-ONE-LINE-EXT
               END-IF
           END-IF.

           MOVE CODE-SUPPLIER-SIN-IN TO CODE-SUPPLIER-INV.
           MOVE NO-INVOICE-SIN-IN TO NO-INVOICE-INV.
           MOVE LINE-INVOICE-SIN-IN TO LINE-INVOICE-INV.
           MOVE INV-TARGET-PURCHASE-WS TO KEY-PURCHASE-INV.
           MOVE QTY-SIN-IN TO QTY-INVOICE-INV.
           MOVE INV-COST-WS TO COST-INVOICE-INV.
           MOVE DATE-INVOICE-SIN-IN TO DATE-INVOICE-INV.
           MOVE DATE-INVOICE-SIN-IN TO INV-DATE-WS.
           PERFORM COMPUTE-INVOICE-DUE-DATE.
           MOVE INV-DUE-DATE-WS TO DATE-DUE-INV.
           WRITE REC-SUPP-INVOICE
               INVALID KEY
                   MOVE "INVOICE LINE ALREADY ON FILE"
                       TO SIN-REJECT-LINE-WS
                   PERFORM SUPP-INV-REJECT
                   GO TO SUPP-INV-ONE-LINE-EXT
           END-WRITE.
           ADD 1 TO SIN-POSTED-CT-WS.
           .
       SUPP-INV-ONE-LINE-EXT.
           EXIT.

      *>  FINDS THE FIRST RECEIVED, UNVOIDED LINE OF THE QUOTED
      *>  ORDER FOR THE INVOICED GOODS THAT STILL HAS RECEIVED
      *>  QUANTITY NOT YET INVOICED. ON SUCCESS REC-PURCHASE HOLDS
      *>  IT, INV-TARGET-PURCHASE-WS ITS KEY, INV-PRIOR-QTY-WS WHAT
      *>  IS ALREADY INVOICED AND SIN-RCVD-QTY-WS WHAT WAS RECEIVED.
       SUPP-INV-FIND-LINE SECTION.
           MOVE "N" TO SIN-LINE-FOUND-SW.
           MOVE "N" TO SIN-GOODS-SEEN-SW.
           MOVE "N" TO SIN-RCVD-SEEN-SW.
           MOVE ID-PURCHASE-SIN-IN TO ID-PURCHASE OF REC-PURCHASE.
           MOVE 0 TO LINE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO SUPP-INV-FIND-LINE-EXT
           END-START.
           SUPP-INV-FIND-READ.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO SUPP-INV-FIND-LINE-EXT
           END-READ.
           IF NOT (ID-PURCHASE OF REC-PURCHASE = ID-PURCHASE-SIN-IN)
               GO TO SUPP-INV-FIND-LINE-EXT
           END-IF.
           IF NOT (ID-GOODS OF REC-PURCHASE = SIN-GOODS-WS)
               GO TO SUPP-INV-FIND-READ
           END-IF.
           SET SIN-GOODS-SEEN TO TRUE.
           IF PURCHASE-VOIDED OR NOT PURCHASE-RECEIVED
               GO TO SUPP-INV-FIND-READ
           END-IF.
           SET SIN-RCVD-SEEN TO TRUE.
           IF QTY-RECEIVED-PURCHASE IS NUMERIC
                  AND QTY-RECEIVED-PURCHASE > 0
               MOVE QTY-RECEIVED-PURCHASE TO SIN-RCVD-QTY-WS
           ELSE
               MOVE NUM-PURCHASE OF REC-PURCHASE TO SIN-RCVD-QTY-WS
           END-IF.
           MOVE KEY-PURCHASE OF REC-PURCHASE
               TO INV-TARGET-PURCHASE-WS.
           PERFORM SUM-PRIOR-INVOICED.
           IF INV-PRIOR-QTY-WS NOT < SIN-RCVD-QTY-WS
               GO TO SUPP-INV-FIND-READ
           END-IF.
           SET SIN-LINE-FOUND TO TRUE.
           .
       SUPP-INV-FIND-LINE-EXT.
           EXIT.

       SUPP-INV-REJECT SECTION.
           ADD 1 TO SIN-REJECT-CT-WS.
           MOVE SPACE TO REC-SUPP-INV-REJECT.
           STRING REC-SUPP-INV-INPUT " REJECTED: "
               SIN-REJECT-LINE-WS
               DELIMITED BY SIZE INTO REC-SUPP-INV-REJECT.
           WRITE REC-SUPP-INV-REJECT.
           DISPLAY "REJECTED INVOICE " NO-INVOICE-SIN-IN
                   " LINE " LINE-INVOICE-SIN-IN ": "
                   SIN-REJECT-LINE-WS.
           .
       SUPP-INV-REJECT-EXT.
           EXIT.

      *>  RECORDS ONE PAYMENT REMITTED TO A SUPPLIER - THE MIRROR OF
      *>  RECORD-PAYMENT ON THE SALES SIDE, SO THE AP OPEN BALANCE
      *>  FINALLY COMES OFF THE FILES INSTEAD OF A SPREADSHEET.
           MOVE SPAY-AMOUNT-WS TO AMOUNT-SPAY.
           MOVE SPAY-INVOICE-WS TO NO-INVOICE-SPAY.
           MOVE LS-OPERATOR-ID TO OPERATOR-SPAY.
           MOVE 0 TO BATCH-SPAY.
           CHECK-SPAY-DATE.
           DISPLAY "ENTER THE DATE OF PAYMENT:"
           ACCEPT DATE-SPAY
      *>  TURNS THE END-OF-DAY REORDER FEED INTO DRAFT PURCHASE
      *>  ORDERS: LINES ARE GROUPED BY SUPPLIER INTO PENDING
      *>  MULTI-LINE ORDERS READY FOR THE NORMAL APPROVE/RECEIVE
      *>  WORKFLOW - NO MORE RE-KEYING THE FEED BY HAND. PURCHASE
      *>  SUGGESTIONS ACCEPTED IN THE WAREHOUSE REPLENISHMENT RUN ARE
      *>  ORDERED ON THE SAME DRAFTS, EACH FOR ITS OWN WAREHOUSE.
       GENERATE-POS-FROM-FEED SECTION.
           MOVE "N" TO RP-FEED-SW.
           OPEN INPUT REORDER-FILE.
           IF FILE-STA-REORDER = 00
               SET RP-FEED-OPEN TO TRUE
               DISPLAY "ENTER DEFAULT WAREHOUSE LOCATION FOR THE "
                       "DRAFT LINES:"
               ACCEPT RP-DEFAULT-LOC-WS
           ELSE
               DISPLAY "REORDER FEED WILL NOT OPEN - STATUS "
                       FILE-STA-REORDER
                       " - ONLY ACCEPTED WAREHOUSE SUGGESTIONS "
                       "WILL BE ORDERED."
           END-IF.
           ACCEPT RP-TODAY-WS FROM DATE YYYYMMDD.

           OPEN I-O PURCHASE-FILE.
           OPEN INPUT GOODS-FILE.
           INITIALIZE RP-COUNT-WS.
           IF NOT RP-FEED-OPEN
               GO TO RP-READ-SUGGESTIONS
           END-IF.
           RP-READ-FEED.
           READ REORDER-FILE NEXT RECORD
               AT END
                   GO TO RP-READ-FEED
           END-READ.
           CLOSE REORDER-FILE.
           RP-READ-SUGGESTIONS.
           PERFORM RP-SCAN-SUGGESTIONS.

           MOVE 0 TO RP-PO-CT-WS.
           MOVE 0 TO RP-LINE-TOTAL-WS.
      *>  A DAY OLD, SO CURRENT STOCK IS RE-CHECKED AND GOODS WITH
      *>  AN OPEN ORDER LINE ALREADY ON THE WAY ARE LEFT ALONE.
       RP-ONE-FEED-LINE SECTION.
           MOVE ID-GOODS-REORDER TO RP-GOODS-WS.
           MOVE ID-GOODS-REORDER TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
           END-IF.
      *>  ORDER ENOUGH TO BRING STOCK UP TO TWICE THE REORDER LEVEL,
      *>  SO THE ITEM DOES NOT COME STRAIGHT BACK ON TOMORROW'S FEED.
      *>  A GOODS WITH ITS OWN REORDER QUANTITY ORDERS THAT, TOPPED
      *>  UP WHEN IT WOULD NOT EVEN LIFT STOCK BACK OVER THE LEVEL.
           IF REORDER-QTY-GOODS OF REC-GOODS IS NUMERIC
                  AND REORDER-QTY-GOODS OF REC-GOODS > 0
               MOVE REORDER-QTY-GOODS OF REC-GOODS TO RP-ORDER-QTY-WS
               IF NOT (LEFT-GOODS OF REC-GOODS + RP-ORDER-QTY-WS
                       > REORDER-LEVEL OF REC-GOODS)
                   COMPUTE RP-ORDER-QTY-WS =
                       REORDER-LEVEL OF REC-GOODS
                       - LEFT-GOODS OF REC-GOODS
                       + REORDER-QTY-GOODS OF REC-GOODS
               END-IF
           ELSE
               COMPUTE RP-ORDER-QTY-WS =
                   REORDER-LEVEL OF REC-GOODS * 2
                   - LEFT-GOODS OF REC-GOODS
           END-IF.
           IF NOT (RP-ORDER-QTY-WS > 0)
               GO TO RP-ONE-FEED-LINE-EXT
           END-IF.
           MOVE ID-GOODS-REORDER TO RP-GOODS(RP-COUNT-WS).
           MOVE RP-ORDER-QTY-WS TO RP-QTY(RP-COUNT-WS).
           MOVE RP-COST-WS TO RP-COST(RP-COUNT-WS).
           MOVE RP-DEFAULT-LOC-WS TO RP-LOC(RP-COUNT-WS).
           MOVE "N" TO RP-DONE-SW(RP-COUNT-WS).
           .
       RP-ONE-FEED-LINE-EXT.
           EXIT.

      *>  ADDS EVERY ACCEPTED PURCHASE SUGGESTION OF THE WAREHOUSE
      *>  REPLENISHMENT RUN TO THE DRAFT TABLE AND MARKS IT DONE. ONE
      *>  FOR GOODS ALREADY ON AN OPEN ORDER IS LEFT WAITING.
       RP-SCAN-SUGGESTIONS SECTION.
           MOVE 0 TO RP-RPL-CT-WS.
           OPEN I-O REPLENISH-FILE.
           IF NOT (FILE-STA-RPL = 00)
               CLOSE REPLENISH-FILE
               GO TO RP-SCAN-SUGGESTIONS-EXT
           END-IF.
           RP-RPL-READ.
           READ REPLENISH-FILE NEXT RECORD
               AT END
                   GO TO RP-RPL-DONE
           END-READ.
           IF RPL-PURCHASE AND RPL-ACCEPTED
               PERFORM RP-ONE-SUGGESTION
           END-IF.
           GO TO RP-RPL-READ.
           RP-RPL-DONE.
           CLOSE REPLENISH-FILE.
           IF RP-RPL-CT-WS > 0
               DISPLAY RP-RPL-CT-WS " WAREHOUSE SUGGESTIONS ADDED "
                       "TO THE DRAFTS."
           END-IF.
           .
       RP-SCAN-SUGGESTIONS-EXT.
           EXIT.

       RP-ONE-SUGGESTION SECTION.
           MOVE ID-GOODS-RPL TO RP-GOODS-WS.
           MOVE ID-GOODS-RPL TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "SUGGESTED GOODS " ID-GOODS-RPL
                           " NOT ON FILE - SKIPPED."
                   GO TO RP-ONE-SUGGESTION-EXT
           END-READ.
           PERFORM RP-CHECK-OPEN-PO.
           IF RP-OPEN-PO
               DISPLAY "GOODS " ID-GOODS-RPL " FOR " TO-LOC-RPL
                       " ALREADY ON AN OPEN ORDER - LEFT WAITING."
               GO TO RP-ONE-SUGGESTION-EXT
           END-IF.
           MOVE CODE-SUPPLIER OF REC-GOODS TO CAT-SUPPLIER-WS.
           MOVE ID-GOODS-RPL TO CAT-GOODS-WS.
           MOVE RP-TODAY-WS TO CAT-ASOF-DATE-WS.
           PERFORM LOOKUP-CATALOG-COST.
           IF CAT-FOUND
               MOVE CAT-COST-WS TO RP-COST-WS
               SET RP-COST-FOUND TO TRUE
           ELSE
               PERFORM RP-LATEST-LAYER-COST
           END-IF.
           IF NOT RP-COST-FOUND
               DISPLAY "GOODS " ID-GOODS-RPL " HAS NO COST "
                       "HISTORY - KEY THIS ORDER BY HAND."
               GO TO RP-ONE-SUGGESTION-EXT
           END-IF.
           IF RP-COUNT-WS NOT < 500
               DISPLAY "MORE THAN 500 DRAFT LINES - "
                       "RUN AGAIN FOR THE REST."
               GO TO RP-ONE-SUGGESTION-EXT
           END-IF.
           ADD 1 TO RP-COUNT-WS.
           MOVE CODE-SUPPLIER OF REC-GOODS
               TO RP-SUPPLIER(RP-COUNT-WS).
           MOVE ID-GOODS-RPL TO RP-GOODS(RP-COUNT-WS).
           MOVE QTY-RPL TO RP-QTY(RP-COUNT-WS).
           MOVE RP-COST-WS TO RP-COST(RP-COUNT-WS).
           MOVE TO-LOC-RPL TO RP-LOC(RP-COUNT-WS).
           MOVE "N" TO RP-DONE-SW(RP-COUNT-WS).
           SET RPL-DONE TO TRUE.
           MOVE RP-TODAY-WS TO DATE-DONE-RPL.
           MOVE LS-OPERATOR-ID TO OPERATOR-RPL.
           REWRITE REC-REPLENISH.
           ADD 1 TO RP-RPL-CT-WS.
           .
       RP-ONE-SUGGESTION-EXT.
           EXIT.

       RP-CHECK-OPEN-PO SECTION.
           MOVE "N" TO RP-OPEN-PO-SW.
           MOVE SPACE TO KEY-PURCHASE OF REC-PURCHASE.
               AT END
                   GO TO RP-CHECK-OPEN-PO-EXT
           END-READ.
           IF ID-GOODS OF REC-PURCHASE = RP-GOODS-WS
                  AND NOT PURCHASE-VOIDED
                  AND (PURCHASE-PENDING OR PURCHASE-APPROVED)
               SET RP-OPEN-PO TO TRUE
           IF NOT (FILE-STA-LAYER = 00 OR FILE-STA-LAYER = 05)
               GO TO RP-LATEST-LAYER-COST-EXT
           END-IF.
           MOVE RP-GOODS-WS TO ID-GOODS-LAYER.
           MOVE 0 TO SEQ-LAYER.
           START COST-LAYER-FILE
               KEY NOT LESS THAN KEY-COST-LAYER OF REC-COST-LAYER
               AT END
                   GO TO RP-LAYER-CLOSE
           END-READ.
           IF NOT (ID-GOODS-LAYER = RP-GOODS-WS)
               GO TO RP-LAYER-CLOSE
           END-IF.
           MOVE COST-LAYER TO RP-COST-WS.
           MOVE RP-GOODS(RP-JDX) TO ID-GOODS OF REC-PURCHASE.
           MOVE RP-QTY(RP-JDX) TO NUM-PURCHASE OF REC-PURCHASE.
           MOVE RP-COST(RP-JDX) TO COST-GOODS OF REC-PURCHASE.
           MOVE RP-LOC(RP-JDX) TO LOCATION-GOODS OF REC-PURCHASE.
           MOVE RP-SUPPLIER(RP-JDX) TO CODE-SUPPLIER-PURCHASE.
           MOVE "N" TO VOID-PURCHASE-SW OF REC-PURCHASE.
           SET PURCHASE-PENDING TO TRUE.
           MOVE 0 TO QTY-RECEIVED-PURCHASE.
               MOVE "N" TO MORE-LINES-SW
               GO TO ENTER-PURCHASE-LINE-EXT
           END-IF
      *>  THE CATEGORY'S OPEN-TO-BUY FOR THE ORDER MONTH IS SHOWN,
      *>  AND A LINE THAT WOULD OVERSPEND IT NEEDS A SUPERVISOR.
           PERFORM CHECK-OPEN-TO-BUY
           IF NOT OTB-LINE-OK
               DISPLAY "LINE DROPPED - NOT HELD ON THE ORDER."
               GO TO ENTER-PURCH-LINE-MORE
           END-IF
           DISPLAY "ENTER WAREHOUSE LOCATION FOR THIS LINE:"
           ACCEPT LOCATION-GOODS OF REC-PURCHASE

           MOVE LOCATION-GOODS OF REC-PURCHASE
               TO PP-LOC-WS(PP-LINE-CT-WS).
           MOVE BLK-CALLOFF-ID-WS TO PP-BLKT-WS(PP-LINE-CT-WS).
           MOVE CODE-SUPPLIER OF REC-GOODS
               TO PP-SUPP-WS(PP-LINE-CT-WS).
           MOVE CATEGORY-GOODS OF REC-GOODS
               TO PP-CAT-WS(PP-LINE-CT-WS).

           DISPLAY "LINE HELD - NOTHING RECORDED UNTIL THE ORDER "
                   "IS CONFIRMED.".

           ENTER-PURCH-LINE-MORE.
           DISPLAY "ANY MORE GOODS LINES ON THIS ORDER? (Y/N):"
           ACCEPT MORE-LINES-SW
           .
               DISPLAY "COST MUST BE GREATER THAN ZERO. RE-ENTER:"
               GO TO CHECK-CAT-COST
           END-IF.
           CHECK-CAT-END-DATE.
           DISPLAY "ENTER LAST DAY THE COST HOLDS (YYYYMMDD, "
                   "0 = OPEN-ENDED):"
           ACCEPT CAT-END-DATE-WS
           IF CAT-END-DATE-WS NOT = 0
               MOVE CAT-END-DATE-WS TO DATE-CHECK-WS
               MOVE "C" TO DATE-MODE-WS
               CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
                   DATE-OK-WS
               IF DATE-OK-WS NOT = "Y"
                      OR CAT-END-DATE-WS < CAT-EFF-DATE-WS
                   DISPLAY "NOT A VALID END DATE! PLEASE RE-ENTER:"
                   GO TO CHECK-CAT-END-DATE
               END-IF
           END-IF.
           OPEN I-O COST-CATALOG-FILE.
           IF NOT (FILE-STA-COSTCAT = 00 OR FILE-STA-COSTCAT = 05)
               DISPLAY "COST CATALOG WILL NOT OPEN - STATUS "
           MOVE CAT-GOODS-WS TO ID-GOODS-CAT.
           MOVE CAT-EFF-DATE-WS TO DATE-EFF-CAT.
           MOVE CAT-NEW-COST-WS TO COST-CAT.
           MOVE CAT-END-DATE-WS TO DATE-END-CAT.
           WRITE REC-COST-CATALOG
               INVALID KEY
                   REWRITE REC-COST-CATALOG

      *>  THE AGREED COST OF CAT-GOODS-WS FROM CAT-SUPPLIER-WS AS
      *>  OF CAT-ASOF-DATE-WS: LATEST CATALOG ROW NOT AFTER THE
      *>  DATE, UNLESS THAT ROW HAS ENDED BY THEN. NOT-FOUND LEAVES
      *>  CAT-FOUND OFF.
       LOOKUP-CATALOG-COST SECTION.
           MOVE "N" TO CAT-FOUND-SW.
           MOVE 0 TO CAT-COST-WS.
               GO TO LOOKUP-CAT-CLOSE
           END-IF.
           MOVE COST-CAT TO CAT-COST-WS.
           MOVE 0 TO CAT-END-DATE-WS.
           IF DATE-END-CAT IS NUMERIC
               MOVE DATE-END-CAT TO CAT-END-DATE-WS
           END-IF.
           SET CAT-FOUND TO TRUE.
           GO TO LOOKUP-CAT-READ.

           LOOKUP-CAT-CLOSE.
           CLOSE COST-CATALOG-FILE.
           IF CAT-FOUND AND CAT-END-DATE-WS > 0
                  AND CAT-END-DATE-WS < CAT-ASOF-DATE-WS
               MOVE "N" TO CAT-FOUND-SW
               MOVE 0 TO CAT-COST-WS
           END-IF.
           .
       LOOKUP-CATALOG-COST-EXT.
           EXIT.
       CHECK-CATALOG-TOLERANCE-EXT.
           EXIT.

      *>  OPEN-TO-BUY FOR THE LINE IN REC-PURCHASE / REC-GOODS: THE
      *>  CATEGORY'S BUDGET FOR THE ORDER MONTH LESS THE APPROVED AND
      *>  RECEIVED ORDER LINES DATED IN IT AND THE LINES ALREADY
      *>  HELD ON THIS ORDER. AN OVERSPEND IS BLOCKED UNLESS A
      *>  SUPERVISOR OVERRIDES IT (LOGGED), OR ONLY WARNED OF WHEN
      *>  CONTROL VALUE OTBBLOCK IS 0. REC-PURCHASE AND REC-GOODS
      *>  COME BACK AS THEY WENT IN.
       CHECK-OPEN-TO-BUY SECTION.
           SET OTB-LINE-OK TO TRUE.
           MOVE CATEGORY-GOODS OF REC-GOODS TO OTB-CATEGORY-WS.
           MOVE PP-DATE-WS(1:6) TO OTB-YYYYMM-WS.
           PERFORM READ-OTB-BUDGET.
           IF NOT OTB-BUDGETED
               GO TO CHECK-OPEN-TO-BUY-EXT
           END-IF.
           COMPUTE OTB-LINE-VALUE-WS =
               NUM-PURCHASE OF REC-PURCHASE
               * COST-GOODS OF REC-PURCHASE.
           MOVE REC-PURCHASE TO OTB-SAVE-PURCHASE-WS.
           PERFORM SUM-OTB-COMMITTED.
           MOVE OTB-SAVE-PURCHASE-WS TO REC-PURCHASE.
           MOVE ID-GOODS OF REC-PURCHASE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 0 TO OTB-HELD-WS.
           MOVE 1 TO OTB-IDX.
           OTB-HELD-LINE.
           IF OTB-IDX > PP-LINE-CT-WS
               GO TO OTB-HELD-DONE
           END-IF.
           IF PP-CAT-WS(OTB-IDX) = OTB-CATEGORY-WS
               COMPUTE OTB-HELD-WS = OTB-HELD-WS
                   + PP-QTY-WS(OTB-IDX) * PP-COST-WS(OTB-IDX)
           END-IF.
           ADD 1 TO OTB-IDX.
           GO TO OTB-HELD-LINE.

           OTB-HELD-DONE.
           COMPUTE OTB-REMAIN-WS =
               OTB-BUDGET-WS - OTB-COMMITTED-WS - OTB-HELD-WS.
           DISPLAY "OPEN-TO-BUY " OTB-CATEGORY-WS " " OTB-YYYYMM-WS
                   ": BUDGET " OTB-BUDGET-WS " COMMITTED "
                   OTB-COMMITTED-WS " THIS ORDER " OTB-HELD-WS
                   " LEFT " OTB-REMAIN-WS.
           IF NOT (OTB-LINE-VALUE-WS > OTB-REMAIN-WS)
               GO TO CHECK-OPEN-TO-BUY-EXT
           END-IF.
           COMPUTE OTB-OVER-BY-WS = OTB-LINE-VALUE-WS - OTB-REMAIN-WS.
           DISPLAY "** OVER OPEN-TO-BUY ** THIS LINE ("
                   OTB-LINE-VALUE-WS ") OVERSPENDS THE CATEGORY BY "
                   OTB-OVER-BY-WS ".".
           MOVE 1 TO OTB-BLOCK-WS.
           OPEN INPUT CONTROL-FILE.
           IF FILE-STA-CONTROL = 00 OR FILE-STA-CONTROL = 05
               MOVE "OTBBLOCK" TO NAME-CONTROL
               READ CONTROL-FILE
                   KEY IS NAME-CONTROL OF REC-CONTROL
                   NOT INVALID KEY
                       MOVE VALUE-CONTROL TO OTB-BLOCK-WS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF OTB-BLOCK-WS = 0
               DISPLAY "WARNING ONLY - THE LINE MAY BE HELD."
               GO TO CHECK-OPEN-TO-BUY-EXT
           END-IF.
           MOVE "N" TO OTB-OK-SW.
           DISPLAY "ENTER SUPERVISOR ID TO OVERRIDE "
                   "(BLANK = DROP THE LINE):"
           MOVE SPACE TO OTB-SUPER-WS.
           ACCEPT OTB-SUPER-WS.
           IF OTB-SUPER-WS = SPACE
               GO TO CHECK-OPEN-TO-BUY-EXT
           END-IF.
           PERFORM OTB-CHECK-SUPERVISOR.
           IF NOT OTB-SUPER-OK
               GO TO CHECK-OPEN-TO-BUY-EXT
           END-IF.
           SET OTB-LINE-OK TO TRUE.
           ACCEPT OTB-TODAY-WS FROM DATE YYYYMMDD.
           MOVE SPACE TO OTB-LOG-LINE-WS.
           STRING OTB-TODAY-WS " " OTB-SUPER-WS
               " OPEN-TO-BUY OVERRIDE " OTB-CATEGORY-WS
               " " OTB-YYYYMM-WS " GOODS " ID-GOODS OF REC-PURCHASE
               " OVER BY " OTB-OVER-BY-WS
               " OPERATOR " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO OTB-LOG-LINE-WS.
           OPEN EXTEND OVERRIDE-LOG-FILE.
           MOVE OTB-LOG-LINE-WS TO REC-OVERRIDE-LOG.
           WRITE REC-OVERRIDE-LOG.
           CLOSE OVERRIDE-LOG-FILE.
           DISPLAY "OVERRIDE ACCEPTED AND LOGGED.".
           .
       CHECK-OPEN-TO-BUY-EXT.
           EXIT.

      *>  THE BUDGET ROW FOR OTB-CATEGORY-WS / OTB-YYYYMM-WS. NO ROW
      *>  LEAVES OTB-BUDGETED OFF.
       READ-OTB-BUDGET SECTION.
           MOVE "N" TO OTB-BUDGETED-SW.
           MOVE 0 TO OTB-BUDGET-WS.
           OPEN INPUT PURCH-BUDGET-FILE.
           IF NOT (FILE-STA-BUDGET = 00 OR FILE-STA-BUDGET = 05)
               GO TO READ-OTB-BUDGET-EXT
           END-IF.
           MOVE OTB-CATEGORY-WS TO CATEGORY-BUDG.
           MOVE OTB-YYYYMM-WS TO YYYYMM-BUDG.
           READ PURCH-BUDGET-FILE
               KEY IS KEY-PURCH-BUDGET OF REC-PURCH-BUDGET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AMOUNT-BUDG TO OTB-BUDGET-WS
                   SET OTB-BUDGETED TO TRUE
           END-READ.
           CLOSE PURCH-BUDGET-FILE.
           .
       READ-OTB-BUDGET-EXT.
           EXIT.

      *>  APPROVED AND RECEIVED LINES OF THE CATEGORY DATED IN THE
      *>  MONTH, AT ORDER COST, OFF THE PURCHASE DATE INDEX. THE
      *>  FILE IS LEFT ON ITS PRIME KEY FROM THE TOP, AS OPENED.
       SUM-OTB-COMMITTED SECTION.
           MOVE 0 TO OTB-COMMITTED-WS.
           COMPUTE OTB-DATE-FROM-WS = OTB-YYYYMM-WS * 100.
           COMPUTE OTB-DATE-TO-WS = OTB-YYYYMM-WS * 100 + 99.
           MOVE OTB-DATE-FROM-WS TO DATE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN DATE-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO SUM-OTB-DONE
           END-START.
           SUM-OTB-READ.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO SUM-OTB-DONE
           END-READ.
           IF DATE-PURCHASE OF REC-PURCHASE > OTB-DATE-TO-WS
               GO TO SUM-OTB-DONE
           END-IF.
           IF PURCHASE-VOIDED
                  OR NOT (PURCHASE-APPROVED OR PURCHASE-RECEIVED)
               GO TO SUM-OTB-READ
           END-IF.
           MOVE ID-GOODS OF REC-PURCHASE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO SUM-OTB-READ
           END-READ.
           IF CATEGORY-GOODS OF REC-GOODS = OTB-CATEGORY-WS
               COMPUTE OTB-COMMITTED-WS = OTB-COMMITTED-WS
                   + NUM-PURCHASE OF REC-PURCHASE
                   * COST-GOODS OF REC-PURCHASE
           END-IF.
           GO TO SUM-OTB-READ.

           SUM-OTB-DONE.
           MOVE 0 TO KEY-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   CONTINUE
           END-START.
           .
       SUM-OTB-COMMITTED-EXT.
           EXIT.

       OTB-CHECK-SUPERVISOR SECTION.
           MOVE "N" TO OTB-SUPER-OK-SW.
           OPEN INPUT OPERATOR-FILE.
           IF NOT (FILE-STA-OPERATOR = 00 OR FILE-STA-OPERATOR = 05)
               GO TO OTB-CHECK-SUPERVISOR-EXT
           END-IF.
           MOVE OTB-SUPER-WS TO ID-OPERATOR.
           READ OPERATOR-FILE
               KEY IS ID-OPERATOR OF REC-OPERATOR
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR - OVERRIDE REFUSED."
                   CLOSE OPERATOR-FILE
                   GO TO OTB-CHECK-SUPERVISOR-EXT
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT (ROLE-SUPERVISOR OR ROLE-ADMIN)
               DISPLAY "OPERATOR IS NOT A SUPERVISOR - OVERRIDE "
                       "REFUSED."
               GO TO OTB-CHECK-SUPERVISOR-EXT
           END-IF.
           SET OTB-SUPER-OK TO TRUE.
           .
       OTB-CHECK-SUPERVISOR-EXT.
           EXIT.

      *>  SETS, CHANGES OR (WITH A ZERO AMOUNT) REMOVES THE BUDGET
      *>  FOR ONE CATEGORY AND MONTH.
       OTB-BUDGET-MAINT SECTION.
           DISPLAY "ENTER GOODS CATEGORY:"
           MOVE SPACE TO OTB-CATEGORY-WS.
           ACCEPT OTB-CATEGORY-WS.
           IF OTB-CATEGORY-WS = SPACE
               GO TO OTB-BUDGET-MAINT-EXT
           END-IF.
           CHECK-OTB-MONTH.
           DISPLAY "ENTER BUDGET MONTH (YYYYMM):"
           ACCEPT OTB-YYYYMM-WS
           IF OTB-YYYYMM-WS NOT NUMERIC
                  OR OTB-YYYYMM-WS(5:2) < "01"
                  OR OTB-YYYYMM-WS(5:2) > "12"
               DISPLAY "NOT A VALID MONTH! PLEASE RE-ENTER:"
               GO TO CHECK-OTB-MONTH
           END-IF.
           PERFORM READ-OTB-BUDGET.
           IF OTB-BUDGETED
               DISPLAY "CURRENT BUDGET IS " OTB-BUDGET-WS "."
           ELSE
               DISPLAY "NO BUDGET SET FOR THIS CATEGORY AND MONTH."
           END-IF.
           CHECK-OTB-AMOUNT.
           DISPLAY "ENTER OPEN-TO-BUY BUDGET AT ORDER COST "
                   "(0 = NO BUDGET):"
           ACCEPT OTB-NEW-AMOUNT-WS
           IF OTB-NEW-AMOUNT-WS < 0
               DISPLAY "BUDGET MAY NOT BE NEGATIVE. RE-ENTER:"
               GO TO CHECK-OTB-AMOUNT
           END-IF.
           OPEN I-O PURCH-BUDGET-FILE.
           IF NOT (FILE-STA-BUDGET = 00 OR FILE-STA-BUDGET = 05)
               DISPLAY "BUDGET FILE WILL NOT OPEN - STATUS "
                       FILE-STA-BUDGET
               GO TO OTB-BUDGET-MAINT-EXT
           END-IF.
           MOVE OTB-CATEGORY-WS TO CATEGORY-BUDG.
           MOVE OTB-YYYYMM-WS TO YYYYMM-BUDG.
           IF OTB-NEW-AMOUNT-WS = 0
               DELETE PURCH-BUDGET-FILE RECORD
                   INVALID KEY
                       DISPLAY "NOTHING TO REMOVE."
                   NOT INVALID KEY
                       DISPLAY "BUDGET REMOVED - THE CATEGORY BUYS "
                               "FREELY THAT MONTH."
               END-DELETE
               CLOSE PURCH-BUDGET-FILE
               GO TO OTB-BUDGET-MAINT-EXT
           END-IF.
           MOVE OTB-NEW-AMOUNT-WS TO AMOUNT-BUDG.
           MOVE LS-OPERATOR-ID TO SET-BY-BUDG.
           ACCEPT DATE-SET-BUDG FROM DATE YYYYMMDD.
           WRITE REC-PURCH-BUDGET
               INVALID KEY
                   REWRITE REC-PURCH-BUDGET
                   DISPLAY "BUDGET CHANGED."
               NOT INVALID KEY
                   DISPLAY "BUDGET SET."
           END-WRITE.
           CLOSE PURCH-BUDGET-FILE.
           .
       OTB-BUDGET-MAINT-EXT.
           EXIT.

      *>  AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - SEE THE
      *>  RECOVER PROGRAM. THE CALLER LEAVES THE ACTION (W/R/D) IN
      *>  JRN-ACTION-WS.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE LS-OPERATOR-ID TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO WRITE-JOURNAL-REC-EXT

       WRITE-AUDIT-LOG SECTION.
           MOVE LS-OPERATOR-ID TO OPERATOR-AUDIT.
           MOVE SPACE TO APPROVER-AUDIT.
           MOVE SPACE TO LOCATION-AUDIT.
           MOVE 0 TO UNIT-COST-AUDIT.
           MOVE 0 TO SCRAP-QTY-AUDIT.
           MOVE REC-AUDIT TO SAVE-AUDIT-REC-WS.
           PERFORM NEXT-AUDIT-SEQ.
           MOVE SAVE-AUDIT-REC-WS TO REC-AUDIT.
