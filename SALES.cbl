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
               SELECT CUSTOMER-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATE-DAYTOT OF REC-DAY-TOTAL
               FILE STATUS IS FILE-STA-DAYTOT.
      *>  ========================================
               SELECT OPTIONAL MONTH-SUMMARY-FILE
               ASSIGN TO "D:\db\monthsum"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               FILE STATUS IS FILE-STA-MONTHSUM.
      *>  ========================================
               SELECT OPTIONAL STORE-CREDIT-FILE
               ASSIGN TO "D:\db\storecredit"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-ALT-XREF OF REC-XREF
               FILE STATUS IS FILE-STA-XREF.
      *>  ========================================
               SELECT OPTIONAL SUBSTITUTE-FILE
               ASSIGN TO "D:\db\substitute"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SUBSTITUTE OF REC-SUBSTITUTE
               FILE STATUS IS FILE-STA-SUBST.
      *>  ========================================
               SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "D:\db\operator"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SHIPTO OF REC-SHIPTO
               FILE STATUS IS FILE-STA-SHIPTO.
      *>  ========================================
               SELECT OPTIONAL MANIFEST-FILE
               ASSIGN TO "D:\db\manifest"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SALE-MAN OF REC-MANIFEST
               FILE STATUS IS FILE-STA-MANIFEST.
      *>  ========================================
               SELECT OPTIONAL RMA-FILE
               ASSIGN TO "D:\db\rma"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-RMA OF REC-RMA
               FILE STATUS IS FILE-STA-RMA.
      *>  ========================================
               SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "D:\db\approval"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-APPROVAL OF REC-APPROVAL
               FILE STATUS IS FILE-STA-APPROVAL.
      *>  ========================================
               SELECT OPTIONAL BRANCH-FILE
               ASSIGN TO "D:\db\branch"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-BRANCH OF REC-BRANCH
               FILE STATUS IS FILE-STA-BRANCH.
      *>  ========================================
               SELECT OPTIONAL AUTH-FILE
               ASSIGN TO "D:\db\authq"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-AUTH OF REC-AUTH
               FILE STATUS IS FILE-STA-AUTH.
      *>  ========================================
               SELECT OPTIONAL DRAWER-TXN-FILE
               ASSIGN TO "D:\db\drawertxn"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-DRAWER-TXN OF REC-DRAWER-TXN
               FILE STATUS IS FILE-STA-DRWTXN.
      *>  ========================================
               SELECT RMA-SLIP-FILE
               ASSIGN TO "D:\db\rmaslip.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL SALESPERSON-FILE
               ASSIGN TO "D:\db\salesperson"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PICK OF REC-PICK
               FILE STATUS IS FILE-STA-PICK.
      *>  ========================================
               SELECT OPTIONAL ALLOC-FILE
               ASSIGN TO "D:\db\payalloc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ALLOC OF REC-ALLOC
               FILE STATUS IS FILE-STA-ALLOC.
      *>  ========================================
               SELECT ORDER-INPUT-FILE
               ASSIGN TO "D:\db\ordersin"
               SELECT ORDER-REJECT-FILE
               ASSIGN TO "D:\db\ordersrej"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL FREIGHT-RATE-FILE
               ASSIGN TO "D:\db\frtrate"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-FREIGHT-RATE OF REC-FREIGHT-RATE
               FILE STATUS IS FILE-STA-FRTRATE.
      *>  ========================================
               SELECT OPTIONAL FREIGHT-FILE
               ASSIGN TO "D:\db\freight"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SALE-FRT OF REC-FREIGHT
               FILE STATUS IS FILE-STA-FREIGHT.
      *>  ========================================
               SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "D:\db\stdorder"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-STDORD OF REC-STANDING-ORDER
               FILE STATUS IS FILE-STA-STDORD.
      *>  ========================================
               SELECT STDORD-EXCEPT-FILE
               ASSIGN TO "D:\db\stdorder.exc"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL REPAIR-JOB-FILE
               ASSIGN TO "D:\db\repairjob"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-JOB-RJ OF REC-REPAIR-JOB
               FILE STATUS IS FILE-STA-REPAIR.
      *>  ========================================
               SELECT OPTIONAL REPAIR-LINE-FILE
               ASSIGN TO "D:\db\repairline"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REPAIR-LINE OF REC-REPAIR-LINE
               FILE STATUS IS FILE-STA-RPRLINE.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY WCLAIMFILE.
         COPY OPERFILE.
         COPY XREFFILE.
         COPY SUBSFILE.
         COPY CONSFILE.
         COPY CONSLOG.
         COPY DEPFILE.
         COPY SCRFILE.
         COPY DAYTOTFILE.
         COPY MSUMFILE.
         COPY MCHGFILE.
         COPY LOYRDFILE.
         COPY ALLOCFILE.
         COPY FRRFILE.
         COPY FRTFILE.
         COPY MANFILE.
         COPY RMAFILE.
         COPY APPRFILE.
         COPY BRNFILE.
         COPY AUTHFILE.
         COPY DRWTXFILE.
         COPY STDORDFILE.
         COPY REPAIRFILES.
       FD OVERRIDE-LOG-FILE.
       01 REC-OVERRIDE-LOG             PIC X(120).
       FD CREDIT-NOTE-FILE.
       01 REC-CREDIT-NOTE              PIC X(150).
       FD RMA-SLIP-FILE.
       01 REC-RMA-SLIP                 PIC X(150).
       FD ORDER-INPUT-FILE.
       01 REC-ORDER-INPUT.
           02 ID-CUSTOMER-ORD-IN       PIC 9(6).
           02 LOCATION-ORD-IN          PIC X(06).
       FD ORDER-REJECT-FILE.
       01 REC-ORDER-REJECT             PIC X(100).
       FD STDORD-EXCEPT-FILE.
       01 REC-STDORD-EXCEPT            PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 LINE-SALE-WS                 PIC 9(3) VALUE 0.
       01 VOID-TARGET-ID-WS            PIC 9(6).
       01 VOID-PERIOD-SKIP-SW          PIC X.
           88 VOID-PERIOD-SKIPPED          VALUE "Y".
       01 RETURN-OK-SW                 PIC X.
           88 RETURN-OK                    VALUE "Y".
       01 RETURN-TARGET-ID-WS          PIC 9(6).
       01 RETURN-TARGET-LINE-WS        PIC 9(3).
       01 RETURN-QTY-WS                PIC 9(5).
       01 CREDIT-NOTE-ID-WS            PIC 9(6).
       01 SIZE-CREDNOTE-WS             PIC 9(6).
       01 CREDIT-NOTE-LINE-WS          PIC X(150).
       01 RMA-WORK-WS.
           02 RMA-CHOICE-WS            PIC X.
           02 RMA-ID-WS                PIC 9(6).
           02 RMA-TODAY-WS             PIC 9(8).
           02 RMA-QTY-WS               PIC 9(5).
           02 RMA-QTY-OUT-WS           PIC 9(5).
           02 RMA-QTY-OPEN-WS          PIC 9(5).
           02 RMA-REASON-WS            PIC X(10).
           02 RMA-APPROVER-WS          PIC X(10).
           02 RMA-CONFIRM-WS           PIC X.
           02 RMA-LATE-SW              PIC X.
               88 RMA-IS-LATE              VALUE "Y".
           02 RMA-SUPER-OK-SW          PIC X.
               88 RMA-SUPER-OK             VALUE "Y".
           02 RMA-SLIP-LINE-WS         PIC X(150).
       01 APPROVAL-WORK-WS.
           02 APR-CHOICE-WS            PIC X.
           02 APR-ID-WS                PIC 9(6).
           02 APR-LINE-WS              PIC 9(3).
           02 APR-TODAY-WS             PIC 9(8).
           02 APR-CUSTOMER-WS          PIC 9(6).
           02 APR-DUE-WS               PIC 9(8).
           02 APR-DUE-ENTRY-WS         PIC 9(8).
           02 APR-GOODS-WS             PIC 9(6).
           02 APR-QTY-WS               PIC 9(5).
           02 APR-FROM-LOC-WS          PIC X(6).
           02 APR-TO-LOC-WS            PIC X(6).
      *>  THE HOLDING LOCATION FOR STOCK SITTING AT CUSTOMER SITES.
           02 APR-HOLD-LOC-WS          PIC X(6) VALUE "ONAPPR".
           02 APR-REASON-WS            PIC X(10).
           02 APR-CONFIRM-WS           PIC X.
           02 APR-MOVED-SW             PIC X.
               88 APR-MOVED                VALUE "Y".
           02 APR-KEPT-TOTAL-WS        PIC 9(7).
           02 APR-BACK-TOTAL-WS        PIC 9(7).
           02 APR-LINE-CT-WS           PIC 9(3).
           02 APR-IDX                  PIC 9(3).
           02 APR-LINE OCCURS 50 TIMES.
               03 APR-T-LINE-WS        PIC 9(3).
               03 APR-T-GOODS-WS       PIC 9(6).
               03 APR-T-FROM-WS        PIC X(6).
               03 APR-T-OUT-WS         PIC 9(5).
               03 APR-T-KEPT-WS        PIC 9(5).
      *>  SECOND-SIGNATURE CONTROL. WHILE AN APPROVED REQUEST POSTS,
      *>  THE REQUESTER AND APPROVER ARE STAMPED ON EVERY AUDIT AND
      *>  JOURNAL RECORD IT WRITES; THE REST OF THE TIME THE APPROVER
      *>  IS BLANK AND THE SIGNED-ON OPERATOR STANDS ALONE.
       01 AUTH-WORK-WS.
           02 AUTH-CHOICE-WS           PIC X.
           02 AUTH-ID-WS               PIC 9(6).
           02 AUTH-TODAY-WS            PIC 9(8).
           02 AUTH-LIMIT-WS            PIC S9(7)V99.
           02 AUTH-VALUE-WS            PIC S9(7)V99.
           02 AUTH-REQUESTER-WS        PIC X(10) VALUE SPACE.
           02 AUTH-APPROVER-WS         PIC X(10) VALUE SPACE.
           02 AUTH-NOTE-WS             PIC X(30).
           02 AUTH-TYPE-WS             PIC X.
           02 AUTH-KEY-WS              PIC 9(6).
           02 AUTH-QTY-WS              PIC S9(5).
           02 AUTH-PEND-CT-WS          PIC 9(5).
           02 AUTH-SAVE-REC-WS         PIC X(140).
           02 AUTH-HELD-SW             PIC X.
               88 AUTH-HELD                VALUE "Y".
           02 AUTH-DUP-SW              PIC X.
               88 AUTH-DUPLICATE           VALUE "Y".
           02 AUTH-POSTED-SW           PIC X.
               88 AUTH-POSTED              VALUE "Y".
      *>  STANDARD DEFAULT RATE, USED WHEN THE GOODS CARRIES NO RATE
      *>  CODE OR THE CODE IS NOT ON THE RATE FILE.
       01 VAT-RATE-WS                  PIC V999 VALUE .150.
           02 LAYER-GOODS-ID-WS        PIC 9(6).
           02 LAYER-NEED-WS            PIC 9(5).
       01 SALESPERSON-WS               PIC X(6).
      *>  THE SIGNED-ON OPERATOR'S BRANCH, STAMPED ON EVERY SALE LINE,
      *>  DRAWER AND FREIGHT CHARGE, AND THE WAREHOUSE IT SELLS FROM
      *>  WHEN THE OPERATOR LEAVES THE LOCATION BLANK.
       01 SALE-BRANCH-WS               PIC X(4) VALUE SPACE.
       01 SALE-BRANCH-LOC-WS           PIC X(6) VALUE SPACE.
       01 SAVE-AUDIT-REC-WS            PIC X(80).
       01 NEXT-AUDIT-SEQ-WS            PIC 9(6).
       01 NAME-SEARCH-WS.
           02 SEARCH-NAME-WS           PIC X(20).
           02 PEND-DATE-WS             PIC 9(8).
           02 PEND-CUSTOMER-WS         PIC 9(6).
           02 PEND-TENDER-WS           PIC X.
           02 PEND-DUE-DATE-WS         PIC 9(8).
           02 PEND-SALESPERSON-WS      PIC X(6).
           02 PEND-SALE-ID-WS          PIC 9(6).
           02 PEND-LINE-CT-WS          PIC 9(3).
           02 SHIP-TARGET-ID-WS        PIC 9(6).
           02 SHIP-NEW-STATUS-WS       PIC X.
           02 SHIP-LINE-CT-WS          PIC 9(3).
           02 SHIP-CUSTOMER-WS         PIC 9(6).
           02 SHIP-SHIPTO-WS           PIC X(4).
           02 SHIP-WEIGHT-WS           PIC 9(5)V99.
           02 SHIP-PARCELS-WS          PIC 9(3).
           02 SHIP-TODAY-WS            PIC 9(8).
           02 SHIP-STATUS-SHOW-WS      PIC X(9).
       01 COMM-MAINT-WS.
           02 CM-CODE-WS               PIC X(6).
           02 CM-CATEGORY-WS           PIC X(10).
               88 MORE-QUOTE-LINES         VALUE "Y".
           02 QUOTE-LINE-VALUE-WS      PIC S9(7)V99.
           02 CONVERT-QUOTE-ID-WS      PIC 9(6).
           02 QUOTE-VALID-IN-WS        PIC 9(8).
      *>  REASONS A CANCELLED QUOTE WAS LOST - LAPSED IS SET ONLY BY
      *>  END-OF-DAY.
           02 QUOTE-LOST-REASON-WS     PIC X(10).
               88 QUOTE-LOST-REASON-OK     VALUE "PRICE" "STOCK"
                                           "LEADTIME" "COMPETITOR"
                                           "NOREPLY" "OTHER".
           02 CONVERT-POSTED-CT-WS     PIC 9(3).
           02 CONVERT-SKIPPED-CT-WS    PIC 9(3).
           02 CONVERT-OPEN-SW          PIC X.
           02 OLD-CUST-CONTACT-WS      PIC X(20).
           02 OLD-CUST-LIMIT-WS        PIC S9(7)V99.
           02 OLD-CUST-VATEX-WS        PIC X.
           02 OLD-CUST-TERMS-WS        PIC 9(3).
           02 OLD-CUST-DISC-PCT-WS     PIC 9(2)V99.
           02 OLD-CUST-DISC-DAYS-WS    PIC 9(3).
           02 OLD-CUST-ADDR-WS         PIC X(90).
           02 OLD-CUST-PHONE-WS        PIC X(15).
           02 OLD-CUST-EMAIL-WS        PIC X(40).
           02 OLD-CUST-TAXREG-WS       PIC X(15).
           02 OLD-CUST-STATUS-WS       PIC X.
           02 OLD-CUST-DELIVERY-WS     PIC X.
           02 SALE-CUST-STATUS-WS      PIC X.
               88 SALE-CUST-ON-STOP        VALUE "S".
           02 OLD-CTR-PRICE-WS         PIC S9(4)V99.
           02 OLD-DISC-PCT-WS          PIC 9(2)V99.
           02 SAVE-DISC-REC-WS         PIC X(40).
           02 DT-ACCOUNT-WS            PIC S9(9)V99.
           02 DT-CREDIT-WS             PIC S9(9)V99.
           02 DT-GROSS-WS              PIC S9(9)V99.
       01 MONTH-SUMMARY-DELTA-WS.
           02 MS-GOODS-WS              PIC 9(6).
           02 MS-CUSTOMER-WS           PIC 9(6).
           02 MS-DATE-WS.
               03 MS-YYYYMM-WS         PIC 9(6).
               03 MS-DD-WS             PIC 9(2).
           02 MS-DATE-NUM-WS REDEFINES MS-DATE-WS
                                       PIC 9(8).
           02 MS-QTY-WS                PIC S9(7).
           02 MS-REVENUE-WS            PIC S9(9)V99.
           02 MS-COST-WS               PIC S9(9)V99.
           02 MS-RET-QTY-WS            PIC S9(7).
           02 MS-RET-VALUE-WS          PIC S9(9)V99.
           02 MS-ROW-TYPE-WS           PIC X.
           02 MS-ROW-ID-WS             PIC 9(6).
       01 CONS-RESTORE-QTY-WS          PIC 9(5).
       01 STORE-CREDIT-WS.
           02 SCR-BILL-TOTAL-WS        PIC S9(9)V99.
           02 ATP-ONHAND-WS            PIC S9(7).
           02 ATP-BO-QTY-WS            PIC S9(7).
           02 ATP-QUOTE-QTY-WS         PIC S9(7).
           02 ATP-RESERVED-QTY-WS      PIC S9(7).
           02 ATP-NET-WS               PIC S9(7).
           02 ATP-INBOUND-WS           PIC S9(7).
           02 ATP-LINE-QTY-WS          PIC S9(7).
      *>  STOCK HELD BY CONFIRMED ORDERS. RSV-LOC-WS SPACE TOTALS
      *>  EVERY WAREHOUSE; RSV-SKIP-KEY-WS LEAVES OUT THE QUOTE LINE
      *>  BEING WORKED ON. RSV-FILE-HELD SAYS QUOTE-FILE IS ALREADY
      *>  OPEN MID-SCAN, SO ITS RECORD AND POSITION MUST BE KEPT.
       01 RESERVE-WORK-WS.
           02 RSV-GOODS-WS             PIC 9(6).
           02 RSV-LOC-WS               PIC X(06).
           02 RSV-SKIP-KEY-WS          PIC X(9).
           02 RSV-NEED-WS              PIC 9(5).
           02 RSV-QTY-WS               PIC S9(7).
           02 RSV-FREE-WS              PIC S9(7).
           02 RSV-LOC-FREE-WS          PIC S9(7).
           02 RSV-TODAY-WS             PIC 9(8).
           02 RSV-EXPIRY-WS            PIC 9(8).
           02 RSV-EXPIRY-IN-WS         PIC 9(8).
           02 RSV-QUOTE-ID-WS          PIC 9(6).
           02 RSV-ANSWER-WS            PIC X.
           02 RSV-HELD-CT-WS           PIC 9(3).
           02 RSV-SHORT-CT-WS          PIC 9(3).
           02 RSV-CANCEL-CT-WS         PIC 9(3).
           02 RSV-FILE-HELD-SW         PIC X.
               88 RSV-FILE-HELD            VALUE "Y".
           02 RSV-LOC-OK-SW            PIC X.
               88 RSV-LOC-OK               VALUE "Y".
           02 RSV-SAVE-QUOTE-WS        PIC X(124).
      *>  THE SUCCESSOR AND SUBSTITUTES OFFERED WHEN A GOODS KEYED AT
      *>  SALE OR QUOTE ENTRY IS SUPERSEDED OR SHORT OF STOCK.
       01 ALTERNATIVE-WS.
           02 ALT-BASE-GOODS-WS        PIC 9(6).
           02 ALT-CHOSEN-WS            PIC 9(6).
           02 ALT-TODAY-WS             PIC 9(8).
           02 ALT-CT-WS                PIC 9(2).
           02 ALT-IDX                  PIC 9(2).
           02 ALT-ID-WS                PIC 9(6) OCCURS 10 TIMES.
           02 ALT-SUPERSEDED-SW        PIC X.
               88 ALT-SUPERSEDED           VALUE "Y".
           02 ALT-HAS-SUCC-SW          PIC X.
               88 ALT-HAS-SUCC             VALUE "Y".
           02 ALT-OFFERED-SW           PIC X.
               88 ALT-OFFERED              VALUE "Y".
           02 ALT-FOUND-SW             PIC X.
               88 ALT-FOUND                VALUE "Y".
           02 ALT-SAVE-QUOTE-WS        PIC X(124).
       01 PRICE-FLOOR-WS.
           02 PF-STRUCK-PRICE-WS       PIC S9(4)V99.
           02 PF-LAYER-COST-WS         PIC S9(4)V99.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
      *>  THE DELIVERY CHARGE OF THE BILL BEING KEYED, AND THE
      *>  FREIGHT RATE TABLE UPKEEP.
       01 FREIGHT-WS.
           02 FRT-DELIVER-WS           PIC X.
           02 FRT-CHARGE-SW            PIC X.
               88 FRT-CHARGE               VALUE "Y".
           02 FRT-RATE-FOUND-SW        PIC X.
               88 FRT-RATE-FOUND           VALUE "Y".
           02 FRT-SUPER-OK-SW          PIC X.
               88 FRT-SUPER-OK             VALUE "Y".
           02 FRT-AREA-WS              PIC X(10).
           02 FRT-LOOK-AREA-WS         PIC X(10).
           02 FRT-WEIGHT-WS            PIC 9(5)V99.
           02 FRT-CALC-WS              PIC S9(5)V99.
           02 FRT-AMOUNT-WS            PIC S9(5)V99.
           02 FRT-VAT-RATE-WS          PIC V999.
           02 FRT-VAT-WS               PIC S9(5)V99.
           02 FRT-WAIVED-BY-WS         PIC X(10).
           02 FRT-OLD-CHARGE-WS        PIC S9(5)V99.
           02 FRT-NEW-CHARGE-WS        PIC S9(5)V99.
           02 FRT-OLD-CHARGE-ED        PIC -ZZZZ9.99.
           02 FRT-NEW-CHARGE-ED        PIC -ZZZZ9.99.
       01 LOYALTY-WORK-WS.
           02 LOY-CUSTOMER-WS          PIC 9(6).
           02 LOY-DELTA-WS             PIC S9(9).
           02 DRW-LINE-VALUE-WS        PIC S9(7)V99.
           02 DRW-TODAY-WS             PIC 9(8).
           02 SIZE-DRAWER-WS           PIC 9(6).
           02 DRW-PAID-OUT-WS          PIC S9(7)V99.
           02 DRW-PAID-IN-WS           PIC S9(7)V99.
           02 DRW-DROP-WS              PIC S9(7)V99.
           02 DRW-EXPECTED-WS          PIC S9(7)V99.
           02 DRW-TXN-TYPE-WS          PIC X.
           02 DRW-TXN-REASON-WS        PIC X(10).
           02 DRW-TXN-AMOUNT-WS        PIC S9(7)V99.
           02 DRW-TXN-NOTE-WS          PIC X(20).
           02 DRW-TXN-SEQ-WS           PIC 9(3).
       01 CREDIT-CHECK-WS.
           02 OPEN-BALANCE-WS          PIC S9(9)V99.
           02 CREDIT-OK-SW             PIC X.
           02 SAVE-ID-SALE-WS          PIC 9(6).
           02 SAVE-DATE-SALE-WS        PIC 9(8).
           02 SAVE-ID-CUSTOMER-WS      PIC 9(6).
       01 DUE-DATE-WORK-WS.
           02 DUE-YYYY-WS              PIC 9(4).
           02 DUE-MM-WS                PIC 9(3).
           02 DUE-DD-WS                PIC 9(5).
           02 DUE-IN-DATE-WS           PIC 9(8).
           02 DUE-ADD-DAYS-WS          PIC 9(3).
           02 DUE-OUT-DATE-WS          PIC 9(8).
       01 PAYMENT-ALLOC-WS.
           02 PAY-ACTION-WS            PIC X.
           02 ALC-CHOICE-WS            PIC X.
           02 ALC-CUSTOMER-WS          PIC 9(6).
           02 ALC-RECEIPT-WS           PIC 9(6).
           02 ALC-SALE-WS              PIC 9(6).
           02 ALC-AMOUNT-WS            PIC S9(7)V99.
           02 ALC-UNAPPLIED-WS         PIC S9(7)V99.
           02 ALC-LINE-VALUE-WS        PIC S9(7)V99.
           02 ALC-DATE-WS              PIC 9(8).
           02 ALC-REMOVED-WS           PIC S9(7)V99.
           02 ALC-RCPT-DATE-WS         PIC 9(8).
           02 ALC-DISC-PCT-WS          PIC 9(2)V99.
           02 ALC-DISC-DAYS-WS         PIC 9(3).
           02 ALC-DISC-WS              PIC S9(7)V99.
           02 ALC-DISC-OFFER-WS        PIC S9(7)V99.
           02 ALC-SETTLE-WS            PIC S9(9)V99.
           02 ALC-ROW-CT-WS            PIC 9(3).
           02 ALC-BILL-CT-WS           PIC 9(3) VALUE 0.
           02 ALC-IDX                  PIC 9(3).
           02 ALC-FOUND-SW             PIC X.
               88 ALC-FOUND                VALUE "Y".
           02 ALC-TRUNC-WARNED-SW      PIC X.
               88 ALC-TRUNC-WARNED         VALUE "Y".
           02 ALC-BILL OCCURS 1 TO 999 TIMES
                 DEPENDING ON ALC-BILL-CT-WS.
               03 ALC-BILL-ID          PIC 9(6).
               03 ALC-BILL-DATE        PIC 9(8).
               03 ALC-BILL-DUE         PIC 9(8).
               03 ALC-BILL-OPEN        PIC S9(9)V99.
      *>  STANDING ORDER UPKEEP AND THE SCHEDULED RUN THAT RAISES THE
      *>  ORDERS FALLING DUE. ONE ORDER'S LINES ARE HELD IN THE TABLE
      *>  WHILE IT IS CHECKED, RAISED AND MOVED ON TO ITS NEXT DATE.
       01 STANDING-ORDER-WS.
           02 SO-CUSTOMER-WS           PIC 9(6).
           02 SO-ORDER-WS              PIC 9(3).
           02 SO-HIGH-ORDER-WS         PIC 9(3).
           02 SO-HIGH-LINE-WS          PIC 9(3).
           02 SO-LIST-CT-WS            PIC 9(3).
           02 SO-ACTION-WS             PIC X.
           02 SO-LINE-IN-WS            PIC 9(3).
           02 SO-GOODS-WS              PIC 9(6).
           02 SO-QTY-WS                PIC 9(5).
           02 SO-MORE-LINES-SW         PIC X.
               88 SO-MORE-LINES            VALUE "Y".
           02 SO-SHIPTO-WS             PIC X(4).
           02 SO-FREQ-WS               PIC X.
           02 SO-FREQ-DAYS-WS          PIC 9(3).
           02 SO-DOM-WS                PIC 9(2).
           02 SO-NEXT-DUE-WS           PIC 9(8).
           02 SO-END-DATE-WS           PIC 9(8).
           02 SO-MODE-WS               PIC X.
           02 SO-STATUS-WS             PIC X.
           02 SO-LOCATION-WS           PIC X(06).
           02 SO-LAST-RUN-WS           PIC 9(8).
           02 SO-LAST-DOC-WS           PIC X.
           02 SO-LAST-ID-WS            PIC 9(6).
           02 SO-TODAY-WS              PIC 9(8).
           02 SO-THROUGH-WS            PIC 9(8).
           02 SO-VALID-UNTIL-WS        PIC 9(8).
           02 SO-ORDER-HELD-SW         PIC X.
               88 SO-ORDER-HELD            VALUE "Y".
           02 SO-SHORT-SW              PIC X.
               88 SO-SHORT                 VALUE "Y".
           02 SO-GEN-CT-WS             PIC 9(5).
           02 SO-SALE-CT-WS            PIC 9(5).
           02 SO-QUOTE-CT-WS           PIC 9(5).
           02 SO-EXCEPT-CT-WS          PIC 9(5).
           02 SO-USABLE-CT-WS          PIC 9(3).
           02 SO-REASON-WS             PIC X(50).
           02 SO-EXCEPT-LINE-WS        PIC X(120).
           02 SO-FREE-ED               PIC -(6)9.
           02 SO-DAY-CT-WS             PIC 9(3).
           02 SO-WORK-DATE-WS.
               03 SO-WORK-YYYY-WS      PIC 9(4).
               03 SO-WORK-MM-WS        PIC 9(2).
               03 SO-WORK-DD-WS        PIC 9(2).
           02 SO-WORK-DATE-NUM-WS REDEFINES SO-WORK-DATE-WS
                                       PIC 9(8).
           02 SO-IDX                   PIC 9(3).
           02 SO-LINE-CT-WS            PIC 9(3).
           02 SO-LINE OCCURS 50 TIMES.
               03 SO-T-LINE            PIC 9(3).
               03 SO-T-GOODS           PIC 9(6).
               03 SO-T-QTY             PIC 9(5).
               03 SO-T-USABLE-SW       PIC X.
                   88 SO-T-USABLE          VALUE "Y".
      *>  REPAIR JOBS: BOOKING IN, PARTS AND LABOUR, STATUS AND
      *>  BILLING. THE CHARGEABLE LINES OF THE JOB BEING BILLED ARE
      *>  HELD IN THE TABLE WHILE THE BILL IS POSTED.
       01 REPAIR-WS.
           02 RPR-ACTION-WS            PIC X.
           02 RPR-JOB-WS               PIC 9(6).
           02 RPR-CLAIM-WS             PIC 9(6).
           02 RPR-GOODS-WS             PIC 9(6).
           02 RPR-SERIAL-WS            PIC X(15).
           02 RPR-CUSTOMER-WS          PIC 9(6).
           02 RPR-BUYER-WS             PIC 9(6).
           02 RPR-SUPPLIER-WS          PIC X(06).
           02 RPR-SUPP-REF-WS          PIC X(15).
           02 RPR-CHARGEABLE-WS        PIC X.
           02 RPR-STATUS-WS            PIC X.
           02 RPR-STATUS-NAME-WS       PIC X(16).
           02 RPR-FAULT-WS             PIC X(40).
           02 RPR-TODAY-WS             PIC 9(8).
           02 RPR-QTY-WS               PIC 9(5).
           02 RPR-LOCATION-WS          PIC X(06).
           02 RPR-HOURS-WS             PIC 9(3)V99.
           02 RPR-RATE-WS              PIC S9(4)V99.
           02 RPR-STD-RATE-WS          PIC S9(4)V99.
           02 RPR-AMOUNT-WS            PIC S9(7)V99.
           02 RPR-LABOUR-GOODS-WS      PIC 9(6).
           02 RPR-BILL-TOTAL-WS        PIC S9(7)V99.
           02 RPR-CONFIRM-WS           PIC X.
           02 RPR-FOUND-SW             PIC X.
               88 RPR-FOUND                VALUE "Y".
           02 RPR-OVERFLOW-SW          PIC X.
               88 RPR-OVERFLOW             VALUE "Y".
      *>  SET WHILE POST-SALE-LINE POSTS A LINE OF A REPAIR BILL,
      *>  WHICH TAKES ITS PRICE AND COST FROM THE TWO FIELDS BELOW.
           02 RPR-LINE-SW              PIC X VALUE "N".
               88 RPR-LINE                 VALUE "Y".
           02 RPR-PRICE-WS             PIC S9(4)V99.
           02 RPR-COST-WS              PIC S9(7)V99.
           02 SIZE-REPAIR-WS           PIC 9(6).
           02 RPR-IDX                  PIC 9(3).
           02 RPR-BILL-CT-WS           PIC 9(3).
           02 RPR-BILL-LINE OCCURS 200 TIMES.
               03 RPR-B-GOODS          PIC 9(6).
               03 RPR-B-LOCATION       PIC X(06).
               03 RPR-B-QTY            PIC 9(5).
               03 RPR-B-PRICE          PIC S9(4)V99.
               03 RPR-B-COST           PIC S9(7)V99.
       LINKAGE SECTION.
       01 LS-RETURN-SALES PIC 9.
       01 LS-OPERATOR-ID PIC X(10).
      *>  A RUN KEY HERE MEANS AN UNATTENDED CALLER (END-OF-DAY) -
      *>  NO MENU AND NO PROMPTS. "O" RAISES THE STANDING ORDERS DUE
      *>  WITHIN LS-SALES-BATCH-DAYS OF TODAY; THE NUMBER OF ORDERS
      *>  RAISED COMES BACK.
       01 LS-SALES-BATCH.
           02 LS-SALES-BATCH-RUN       PIC X.
           02 LS-SALES-BATCH-DAYS      PIC 9(3).
           02 LS-SALES-BATCH-COUNT     PIC 9(7).

       PROCEDURE DIVISION USING LS-RETURN-SALES LS-OPERATOR-ID
                                LS-SALES-BATCH.
       MAIN-PROCEDURE SECTION.
           PERFORM LOAD-OPERATOR-BRANCH.
           IF LS-SALES-BATCH-RUN = "O"
               MOVE 0 TO LS-RETURN-SALES
               PERFORM STANDING-ORDER-BATCH
               MOVE SO-GEN-CT-WS TO LS-SALES-BATCH-COUNT
               GOBACK
           END-IF.
           DISPLAY "==============SALES"
           DISPLAY "N>NEW SALE    V>VOID SALE    R>CUSTOMER RETURN    "
                   "C>ADD CUSTOMER    U>UPDATE CUSTOMER    "
                   "P>PAYMENTS."
           DISPLAY "Q>NEW QUOTE    X>CONVERT QUOTE TO SALE    "
                   "B>BATCH ORDER IMPORT    T>CONTRACT PRICES    "
                   "D>DISCOUNTS    M>COMMISSION RATES    "
                   "Y>SALESPERSON MASTER    H>SHIP-TO ADDRESSES    "
                   "G>WARRANTY CLAIM    A>AVAILABILITY    "
                   "E>QUOTE DEPOSITS."
           DISPLAY "F>CONFIRM QUOTE AS ORDER (RESERVE STOCK)    "
                   "K>CANCEL QUOTE    L>FREIGHT RATES    "
                   "J>DELIVERY TRACKING    "
                   "I>RETURN AUTHORISATIONS    "
                   "1>STOCK ON APPROVAL    "
                   "2>SUPERVISOR SIGN-OFF QUEUE    "
                   "3>DRAWER PAID-OUT/PAID-IN/BANK DROP."
           DISPLAY "4>STANDING ORDERS    "
                   "5>RUN STANDING ORDERS DUE    "
                   "6>REPAIR JOBS."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT SALES-ACTION-CHOICE
           EVALUATE SALES-ACTION-CHOICE
               WHEN "U"
                   PERFORM UPDATE-CUSTOMER
               WHEN "P"
                   PERFORM PAYMENT-MENU
               WHEN "Q"
                   PERFORM NEW-QUOTE
               WHEN "X"
                   PERFORM SHOW-AVAILABILITY
               WHEN "E"
                   PERFORM QUOTE-DEPOSIT-MENU
               WHEN "F"
                   PERFORM CONFIRM-QUOTE-ORDER
               WHEN "K"
                   PERFORM CANCEL-QUOTE
               WHEN "L"
                   PERFORM FREIGHT-RATE-MAINT
               WHEN "J"
                   PERFORM DELIVERY-TRACKING
               WHEN "I"
                   PERFORM RMA-MENU
               WHEN "1"
                   PERFORM APPROVAL-MENU
               WHEN "2"
                   PERFORM AUTH-QUEUE
               WHEN "3"
                   PERFORM DRAWER-CASH-MOVEMENT
               WHEN "4"
                   PERFORM STANDING-ORDER-MAINT
               WHEN "5"
                   PERFORM STANDING-ORDER-ASK
               WHEN "6"
                   PERFORM REPAIR-JOB-MENU
               WHEN OTHER
                   PERFORM NEW-SALE
           END-EVALUATE.
       MAIN-PROCEDURE-EXT.
           EXIT.

      *>  AN OPERATOR WITH NO BRANCH (OR A BRANCH NOT ON FILE) SELLS
      *>  FOR HEAD OFFICE - BLANK BRANCH, NO DEFAULT WAREHOUSE.
       LOAD-OPERATOR-BRANCH SECTION.
           MOVE SPACE TO SALE-BRANCH-WS SALE-BRANCH-LOC-WS.
           OPEN INPUT OPERATOR-FILE.
           IF NOT (FILE-STA-OPERATOR = 00 OR FILE-STA-OPERATOR = 05)
               GO TO LOAD-OPERATOR-BRANCH-EXT
           END-IF.
           MOVE LS-OPERATOR-ID TO ID-OPERATOR.
           READ OPERATOR-FILE
               KEY IS ID-OPERATOR OF REC-OPERATOR
               INVALID KEY
                   MOVE SPACE TO BRANCH-OPERATOR
           END-READ.
           CLOSE OPERATOR-FILE.
           IF BRANCH-OPERATOR = SPACE
               GO TO LOAD-OPERATOR-BRANCH-EXT
           END-IF.
           MOVE BRANCH-OPERATOR TO SALE-BRANCH-WS.
           OPEN INPUT BRANCH-FILE.
           IF NOT (FILE-STA-BRANCH = 00 OR FILE-STA-BRANCH = 05)
               GO TO LOAD-OPERATOR-BRANCH-EXT
           END-IF.
           MOVE SALE-BRANCH-WS TO CODE-BRANCH.
           READ BRANCH-FILE
               KEY IS CODE-BRANCH OF REC-BRANCH
               NOT INVALID KEY
                   MOVE DEFAULT-LOC-BRANCH TO SALE-BRANCH-LOC-WS
           END-READ.
           CLOSE BRANCH-FILE.
           .
       LOAD-OPERATOR-BRANCH-EXT.
           EXIT.

      *>  ENTRY IS HELD IN WORKING STORAGE AND NOTHING - NOT EVEN
      *>  THE SALE NUMBER - IS CONSUMED UNTIL THE OPERATOR CONFIRMS
      *>  THE WHOLE BILL. CANCEL LEAVES NO TRACE.
                   DISPLAY "INVALID ID OF CUSTOMER! PLEASE RE-ENTER:"
                   GO TO CHECK-SALE-CUSTOMER
           END-READ
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               DISPLAY "ACCOUNT IS CLOSED - NO NEW SALES! PLEASE "
                       "RE-ENTER:"
               GO TO CHECK-SALE-CUSTOMER
           END-IF
           MOVE STATUS-CUSTOMER OF REC-CUSTOMER TO SALE-CUST-STATUS-WS
           CLOSE CUSTOMER-FILE.

           PERFORM CHOOSE-SHIPTO.
               DISPLAY "INVALID TENDER TYPE! PLEASE RE-ENTER:"
               GO TO CHECK-SALE-TENDER
           END-IF.
           IF TENDER-ACCOUNT AND SALE-CUST-ON-STOP
               DISPLAY "ACCOUNT IS ON STOP - CASH, CARD OR STORE "
                       "CREDIT ONLY! PLEASE RE-ENTER:"
               GO TO CHECK-SALE-TENDER
           END-IF.
           PERFORM STAMP-BILL-DUE-DATE.

           PERFORM FIND-OPEN-DRAWER.
           IF NOT DRW-FOUND
               GO TO NEW-SALE-DONE
           END-IF.
           DISPLAY PEND-LINE-CT-WS " LINES HELD ON THIS BILL."
           PERFORM CALC-BILL-FREIGHT.
           DISPLAY "CONFIRM AND POST THIS SALE? (Y/N):"
           ACCEPT CONFIRM-SALE-CHOICE-WS.
           IF CONFIRM-SALE-CHOICE-WS NOT = "Y"
               UNTIL PEND-IDX > PEND-LINE-CT-WS.
           DISPLAY "SALE " PEND-SALE-ID-WS " POSTED WITH "
                   LINE-SALE-WS " LINES.".
           IF FRT-CHARGE AND LINE-SALE-WS > 0
               PERFORM POST-BILL-FREIGHT
           END-IF.
           IF PEND-TENDER-WS = "R"
               PERFORM REDEEM-STORE-CREDIT
           END-IF.
                   GO TO POST-PENDING-LINE-NEXT
               END-IF
           ELSE
               MOVE "N" TO RSV-FILE-HELD-SW
               MOVE SPACE TO RSV-SKIP-KEY-WS
               PERFORM RSV-FREE-STOCK
               IF NUM-SALE OF REC-SALE > RSV-FREE-WS
                   DISPLAY "STOCK MOVED WHILE KEYING - ONLY "
                           RSV-FREE-WS " OF GOODS "
                           PEND-GOODS-WS(PEND-IDX)
                           " FREE. LINE SKIPPED."
                   GO TO POST-PENDING-LINE-NEXT
               END-IF
           END-IF.
           MOVE DATE-SALE OF REC-SALE TO SAVE-DATE-SALE-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO SAVE-ID-CUSTOMER-WS.
           INITIALIZE OPEN-BALANCE-WS.
      *>  ONLY THIS CUSTOMER'S LINES, OFF THE CUSTOMER INDEX.
           START SALE-FILE
               KEY NOT LESS THAN ID-CUSTOMER OF REC-SALE
               INVALID KEY
                   GO TO CREDIT-SCAN-DONE
           END-START.
           CREDIT-SCAN-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-CUSTOMER OF REC-SALE > SAVE-ID-CUSTOMER-WS
                       GO TO CREDIT-SCAN-DONE
                   END-IF
                   IF ID-CUSTOMER OF REC-SALE = SAVE-ID-CUSTOMER-WS
                          AND NOT SALE-VOIDED
                          AND NOT (TENDER-CASH OR TENDER-CARD
                   END-IF
                   GO TO CREDIT-SCAN-SALE
           END-READ.
           CREDIT-SCAN-DONE.
           PERFORM CREDIT-SUM-FREIGHT.

           OPEN INPUT PAYMENT-FILE.
           IF FILE-STA-PAYMENT = 00 OR FILE-STA-PAYMENT = 05
               PERFORM CREDIT-SUM-PAYMENTS
               CLOSE PAYMENT-FILE
           END-IF.
           PERFORM CREDIT-SUM-DISCOUNTS.

           MOVE SAVE-ID-SALE-WS TO ID-SALE OF REC-SALE.
           MOVE SAVE-DATE-SALE-WS TO DATE-SALE OF REC-SALE.
       CREDIT-SUM-PAYMENTS-EXT.
           EXIT.

      *>  FREIGHT ON THE CUSTOMER'S ON-ACCOUNT BILLS IS OWED LIKE
      *>  THE GOODS ON THEM.
       CREDIT-SUM-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO CREDIT-SUM-FREIGHT-EXT
           END-IF.
           CREDIT-FREIGHT-READ.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO CREDIT-FREIGHT-DONE
           END-READ.
           IF ID-CUSTOMER-FRT = SAVE-ID-CUSTOMER-WS
                  AND NOT FRT-VOIDED
                  AND NOT (TENDER-TYPE-FRT = "C"
                           OR TENDER-TYPE-FRT = "D"
                           OR TENDER-TYPE-FRT = "R")
               COMPUTE OPEN-BALANCE-WS =
                   OPEN-BALANCE-WS + AMOUNT-FRT + VAT-AMT-FRT
           END-IF.
           GO TO CREDIT-FREIGHT-READ.
           CREDIT-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
       CREDIT-SUM-FREIGHT-EXT.
           EXIT.

      *>  EARLY-SETTLEMENT DISCOUNTS ALLOWED CLEARED BILLS WITHOUT
      *>  CASH - THEY COME OFF THE BALANCE LIKE A PAYMENT.
       CREDIT-SUM-DISCOUNTS SECTION.
           OPEN INPUT ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00)
               GO TO CREDIT-SUM-DISCOUNTS-EXT
           END-IF.
           MOVE SAVE-ID-CUSTOMER-WS TO ID-CUSTOMER-ALC.
           MOVE 0 TO ID-RECEIPT-ALC.
           MOVE 0 TO ID-SALE-ALC.
           START ALLOC-FILE
               KEY NOT LESS THAN KEY-ALLOC OF REC-ALLOC
               INVALID KEY
                   GO TO CREDIT-DISC-DONE
           END-START.
           CREDIT-DISC-READ.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO CREDIT-DISC-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-ALC = SAVE-ID-CUSTOMER-WS)
               GO TO CREDIT-DISC-DONE
           END-IF.
           SUBTRACT DISCOUNT-ALC FROM OPEN-BALANCE-WS.
           GO TO CREDIT-DISC-READ.

           CREDIT-DISC-DONE.
           CLOSE ALLOC-FILE.
           .
       CREDIT-SUM-DISCOUNTS-EXT.
           EXIT.

       VOID-SALE SECTION.
           DISPLAY "ENTER ID OF SALE TO VOID:"
           ACCEPT VOID-TARGET-ID-WS
      *>  A BILL WORTH MORE THAN VOIDLIMIT WAITS FOR A SUPERVISOR'S
      *>  SIGNATURE INSTEAD OF VOIDING.
           PERFORM VOID-CHECK-LIMIT.
           IF AUTH-HELD
               GO TO VOID-SALE-EXT
           END-IF.
           PERFORM VOID-SALE-POST.
           .
       VOID-SALE-EXT.
           EXIT.

      *>  VOIDS EVERY LIVE LINE OF BILL VOID-TARGET-ID-WS.
       VOID-SALE-POST SECTION.
           MOVE "N" TO VOID-PERIOD-SKIP-SW.
           OPEN I-O SALE-FILE.
           OPEN I-O GOODS-FILE.
                           SET VOID-PERIOD-SKIPPED TO TRUE
                           GO TO VOID-SCAN-SALE
                       END-IF
                       MOVE ID-CUSTOMER OF REC-SALE
                           TO ALC-CUSTOMER-WS
                       PERFORM VOID-ONE-SALE-LINE
                   END-IF
                   GO TO VOID-SCAN-SALE
      *>  VOIDED - LINES HELD BACK BY A CLOSED PERIOD LEAVE THE
      *>  REDEMPTION STANDING.
           IF NOT VOID-PERIOD-SKIPPED
               MOVE VOID-TARGET-ID-WS TO ALC-SALE-WS
               PERFORM RELEASE-BILL-ALLOCS
               PERFORM REVERSE-LOYALTY-REDEMPTION
               PERFORM VOID-BILL-FREIGHT
           END-IF.
           DISPLAY "SALE VOIDED AND STOCK REVERSED."
           .
       VOID-SALE-POST-EXT.
           EXIT.

      *>  VALUES THE BILL'S LIVE LINES WITH THEIR VAT. OVER THE LIMIT
      *>  (CONTROL VOIDLIMIT - ZERO OR NO ROW MEANS NO LIMIT) THE
      *>  VOID IS HELD AS A REQUEST.
       VOID-CHECK-LIMIT SECTION.
           MOVE "N" TO AUTH-HELD-SW.
           MOVE "VOIDLIMIT" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO AUTH-LIMIT-WS.
           IF NOT (AUTH-LIMIT-WS > 0)
               GO TO VOID-CHECK-LIMIT-EXT
           END-IF.
           MOVE 0 TO AUTH-VALUE-WS.
           OPEN INPUT SALE-FILE.
           MOVE VOID-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   GO TO VOID-LIMIT-DONE
           END-START.
           VOID-LIMIT-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO VOID-LIMIT-DONE
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = VOID-TARGET-ID-WS)
               GO TO VOID-LIMIT-DONE
           END-IF.
           IF NOT SALE-VOIDED
                  AND UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
               COMPUTE AUTH-VALUE-WS = AUTH-VALUE-WS
                   + NUM-SALE OF REC-SALE
                   * UNIT-PRICE-SALE OF REC-SALE
               IF VAT-AMT-SALE OF REC-SALE IS NUMERIC
                   ADD VAT-AMT-SALE OF REC-SALE TO AUTH-VALUE-WS
               END-IF
           END-IF.
           GO TO VOID-LIMIT-READ.
           VOID-LIMIT-DONE.
           CLOSE SALE-FILE.
           IF NOT (AUTH-VALUE-WS > AUTH-LIMIT-WS)
               GO TO VOID-CHECK-LIMIT-EXT
           END-IF.
           INITIALIZE REC-AUTH.
           SET AUTH-VOID TO TRUE.
           MOVE VOID-TARGET-ID-WS TO ID-SALE-AUTH.
           PERFORM AUTH-RAISE-REQUEST.
           .
       VOID-CHECK-LIMIT-EXT.
           EXIT.

      *>  THE DELIVERY CHARGE GOES WITH THE BILL, AND COMES BACK OFF
      *>  THE RUNNING DAILY TOTALS IT WAS ADDED TO.
       VOID-BILL-FREIGHT SECTION.
           OPEN I-O FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO VOID-BILL-FREIGHT-EXT
           END-IF.
           MOVE VOID-TARGET-ID-WS TO ID-SALE-FRT.
           READ FREIGHT-FILE
               KEY IS ID-SALE-FRT OF REC-FREIGHT
               INVALID KEY
                   CLOSE FREIGHT-FILE
                   GO TO VOID-BILL-FREIGHT-EXT
           END-READ.
           IF FRT-VOIDED
               CLOSE FREIGHT-FILE
               GO TO VOID-BILL-FREIGHT-EXT
           END-IF.
           SET FRT-VOIDED TO TRUE.
           REWRITE REC-FREIGHT.
           CLOSE FREIGHT-FILE.
           PERFORM CLEAR-DAY-DELTA.
           MOVE DATE-FRT TO DT-DATE-WS.
           COMPUTE DT-REVENUE-WS = 0 - AMOUNT-FRT.
           COMPUTE DT-VAT-WS = 0 - VAT-AMT-FRT.
           COMPUTE DT-GROSS-WS = DT-REVENUE-WS + DT-VAT-WS.
           MOVE TENDER-TYPE-FRT TO FRT-DELIVER-WS.
           PERFORM FRT-DAY-TENDER.
           PERFORM UPDATE-DAY-TOTALS.
           DISPLAY "FREIGHT OF " AMOUNT-FRT " ON THE BILL VOIDED.".
           .
       VOID-BILL-FREIGHT-EXT.
           EXIT.

      *>  GIVES BACK THE POINTS THE VOIDED BILL WAS PAID WITH AND
               END-EVALUATE
           END-IF.
           PERFORM UPDATE-DAY-TOTALS.
      *>  AND OFF THE MONTHLY SUMMARY FOR THE GOODS AND CUSTOMER.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE ID-GOODS OF REC-SALE TO MS-GOODS-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO MS-CUSTOMER-WS.
           MOVE DATE-SALE OF REC-SALE TO MS-DATE-WS.
           COMPUTE MS-QTY-WS = 0 - NUM-SALE OF REC-SALE.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
               COMPUTE MS-REVENUE-WS =
                   0 - NUM-SALE OF REC-SALE
                   * UNIT-PRICE-SALE OF REC-SALE
           END-IF.
           IF COST-AMT-SALE OF REC-SALE IS NUMERIC
               COMPUTE MS-COST-WS = 0 - COST-AMT-SALE OF REC-SALE
           END-IF.
           PERFORM UPDATE-MONTH-SUMMARY.
      *>  POINTS EARNED ON THE LINE COME BACK OFF THE BALANCE.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               PERFORM VOID-DROPSHIP-PO
               GO TO VOID-ONE-SALE-LINE-EXT
           END-IF.
      *>  NOR DOES A REPAIR BILL LINE: THE PART IS INSIDE THE
      *>  CUSTOMER'S UNIT. THE JOB IS LEFT UNBILLED FOR A FRESH BILL.
           IF ID-JOB-SALE OF REC-SALE IS NUMERIC
                  AND ID-JOB-SALE OF REC-SALE > 0
               PERFORM VOID-REPAIR-BILL
               GO TO VOID-ONE-SALE-LINE-EXT
           END-IF.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
               MOVE NUM-SALE OF REC-SALE TO KIT-RESTORE-QTY-WS
                   MOVE ID-GOODS-COMP TO ID-GOODS-LOC
                   MOVE KIT-COMP-LOC-WS TO CODE-LOCATION
                   MOVE KIT-COMP-NEED-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD KIT-COMP-NEED-WS TO QTY-LOCATION
       RELEASE-VOID-SERIALS-EXT.
           EXIT.

      *>  GOODS COME BACK ONLY AGAINST AN APPROVED, UNEXPIRED RETURN
      *>  AUTHORISATION - THE RMA NAMES THE SALE LINE AND THE REASON
      *>  AND CAPS THE QUANTITY.
       RETURN-SALE SECTION.
           DISPLAY "ENTER RMA NUMBER THE RETURN IS AGAINST:"
           ACCEPT RMA-ID-WS
           PERFORM RETURN-LOAD-RMA.
           IF NOT RETURN-OK
               GO TO RETURN-SALE-EXT
           END-IF.

           DISPLAY "ENTER QUANTITY RETURNED:"
           ACCEPT RETURN-QTY-WS
           PERFORM RETURN-CHECK-QTY.
           IF NOT RETURN-OK
               GO TO RETURN-SALE-EXT
           END-IF.

           CHECK-RETURN-DISPOSITION.
           DISPLAY "DISPOSITION - R>RESTOCK TO WAREHOUSE  S>SCRAP:"
           ACCEPT RETURN-DISPOSITION-WS
           IF NOT (RETURN-DISPOSITION-WS = "R"
                   OR RETURN-DISPOSITION-WS = "S")
               DISPLAY "ENTER R OR S."
               GO TO CHECK-RETURN-DISPOSITION
           END-IF.

      *>  A WRITE-OFF WORTH MORE THAN SCRAPLIMIT WAITS FOR A
      *>  SUPERVISOR'S SIGNATURE INSTEAD OF POSTING.
           IF RETURN-DISPOSITION-WS = "S"
               PERFORM RETURN-SCRAP-CHECK-LIMIT
               IF AUTH-HELD
                   GO TO RETURN-SALE-EXT
               END-IF
           END-IF.
           PERFORM RETURN-SALE-POST.
           .
       RETURN-SALE-EXT.
           EXIT.

      *>  READS RMA RMA-ID-WS AND THE SALE LINE IT AUTHORISES AND
      *>  WORKS OUT WHAT IS STILL RETURNABLE. RETURN-OK WHEN THE RMA
      *>  IS OPEN, IN DATE AND THE SALE STANDS.
       RETURN-LOAD-RMA SECTION.
           MOVE "N" TO RETURN-OK-SW.
           ACCEPT RMA-TODAY-WS FROM DATE YYYYMMDD.
           OPEN INPUT RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               DISPLAY "NO RETURN AUTHORISATIONS ON FILE - RAISE AN "
                       "RMA FIRST."
               CLOSE RMA-FILE
               GO TO RETURN-LOAD-RMA-EXT
           END-IF.
           MOVE RMA-ID-WS TO ID-RMA.
           READ RMA-FILE
               KEY IS ID-RMA OF REC-RMA
               INVALID KEY
                   DISPLAY "RMA " RMA-ID-WS " NOT FOUND."
                   CLOSE RMA-FILE
                   GO TO RETURN-LOAD-RMA-EXT
           END-READ.
           CLOSE RMA-FILE.
           IF NOT RMA-APPROVED
               DISPLAY "RMA " RMA-ID-WS " IS NOT OPEN AND APPROVED "
                       "(STATUS " STATUS-RMA ") - RETURN REFUSED."
               GO TO RETURN-LOAD-RMA-EXT
           END-IF.
           IF RMA-TODAY-WS > DATE-EXPIRY-RMA
               DISPLAY "RMA " RMA-ID-WS " EXPIRED ON "
                       DATE-EXPIRY-RMA " - RETURN REFUSED."
               GO TO RETURN-LOAD-RMA-EXT
           END-IF.
           COMPUTE RMA-QTY-OPEN-WS = QTY-RMA - QTY-RECEIVED-RMA.
           MOVE ID-SALE-RMA TO RETURN-TARGET-ID-WS.
           MOVE LINE-SALE-RMA TO RETURN-TARGET-LINE-WS.
           MOVE REASON-RMA TO RMA-REASON-WS.
           DISPLAY "RMA " RMA-ID-WS " - SALE " RETURN-TARGET-ID-WS
                   " LINE " RETURN-TARGET-LINE-WS " - "
                   RMA-QTY-OPEN-WS " UNIT(S) STILL AUTHORISED."
           MOVE RETURN-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE RETURN-TARGET-LINE-WS TO LINE-SALE OF REC-SALE.

               INVALID KEY
                   DISPLAY "SALE NOT FOUND."
                   CLOSE SALE-FILE
                   GO TO RETURN-LOAD-RMA-EXT
           END-READ.
           CLOSE SALE-FILE.

           IF SALE-VOIDED
               DISPLAY "CANNOT RETURN GOODS AGAINST A VOIDED SALE."
               GO TO RETURN-LOAD-RMA-EXT
           END-IF.

           PERFORM SUM-PRIOR-RETURNS.
           COMPUTE RETURN-QTY-REMAIN-WS =
               NUM-SALE OF REC-SALE - RETURN-QTY-PRIOR-WS.
           SET RETURN-OK TO TRUE.
           .
       RETURN-LOAD-RMA-EXT.
           EXIT.

      *>  RETURN-QTY-WS AGAINST WHAT THE LINE AND THE RMA STILL
      *>  ALLOW, AND TODAY'S PERIOD MUST BE OPEN. RETURN-OK IF SO.
       RETURN-CHECK-QTY SECTION.
           MOVE "N" TO RETURN-OK-SW.
           IF RETURN-QTY-WS > RETURN-QTY-REMAIN-WS
               DISPLAY "RETURN QTY EXCEEDS THE " RETURN-QTY-REMAIN-WS
                       " STILL RETURNABLE ON THIS SALE LINE."
               GO TO RETURN-CHECK-QTY-EXT
           END-IF.
           IF RETURN-QTY-WS > RMA-QTY-OPEN-WS
               DISPLAY "RETURN QTY EXCEEDS THE " RMA-QTY-OPEN-WS
                       " STILL AUTHORISED ON RMA " RMA-ID-WS "."
               GO TO RETURN-CHECK-QTY-EXT
           END-IF.

           ACCEPT DATE-CHECK-WS FROM DATE YYYYMMDD.
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "TODAY'S ACCOUNTING PERIOD IS CLOSED - "
                       "RETURN CANNOT BE POSTED."
               GO TO RETURN-CHECK-QTY-EXT
           END-IF.
           SET RETURN-OK TO TRUE.
           .
       RETURN-CHECK-QTY-EXT.
           EXIT.

      *>  VALUES THE UNITS TO BE SCRAPPED AT THE PRICE THEY SOLD AT.
      *>  OVER THE LIMIT (CONTROL SCRAPLIMIT - ZERO OR NO ROW MEANS
      *>  NO LIMIT) THE WRITE-OFF IS HELD AS A REQUEST.
       RETURN-SCRAP-CHECK-LIMIT SECTION.
           MOVE "N" TO AUTH-HELD-SW.
           MOVE "SCRAPLIMIT" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO AUTH-LIMIT-WS.
           IF NOT (AUTH-LIMIT-WS > 0)
               GO TO RETURN-SCRAP-CHECK-LIMIT-EXT
           END-IF.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               MOVE UNIT-PRICE-SALE OF REC-SALE TO RETURN-PRICE-WS
           ELSE
               MOVE 0 TO RETURN-PRICE-WS
               OPEN INPUT GOODS-FILE
               MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   NOT INVALID KEY
                       MOVE PRICE-GOODS OF REC-GOODS
                           TO RETURN-PRICE-WS
               END-READ
               CLOSE GOODS-FILE
           END-IF.
           COMPUTE AUTH-VALUE-WS = RETURN-QTY-WS * RETURN-PRICE-WS.
           IF NOT (AUTH-VALUE-WS > AUTH-LIMIT-WS)
               GO TO RETURN-SCRAP-CHECK-LIMIT-EXT
           END-IF.
           INITIALIZE REC-AUTH.
           SET AUTH-SCRAP TO TRUE.
           MOVE RMA-ID-WS TO ID-RMA-AUTH.
           MOVE RETURN-TARGET-ID-WS TO ID-SALE-AUTH.
           MOVE RETURN-TARGET-LINE-WS TO LINE-SALE-AUTH.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-AUTH.
           MOVE LOCATION-GOODS OF REC-SALE TO LOCATION-AUTH.
           MOVE RETURN-QTY-WS TO QTY-AUTH.
           MOVE RMA-REASON-WS TO REASON-AUTH.
           PERFORM AUTH-RAISE-REQUEST.
           .
       RETURN-SCRAP-CHECK-LIMIT-EXT.
           EXIT.

      *>  POSTS THE RETURN WORKED UP ABOVE - STOCK, LAYERS, THE
      *>  RETURN RECORD, THE CREDIT NOTE AND THE RMA RECEIPT.
       RETURN-SALE-POST SECTION.
      *>  THE REASON WAS CHECKED AGAINST THE REASON CODES WHEN THE
      *>  RMA WAS RAISED.
           MOVE RMA-REASON-WS TO RETURN-REASON-WS.

           OPEN I-O GOODS-FILE.
           OPEN I-O LOCATION-FILE.
                           TO LEFT-GOODS-AUDIT
                       MOVE "RET-SCRAP" TO REASON-AUDIT
                       MOVE DATE-SALE OF REC-SALE TO DATE-AUDIT
                       MOVE LOCATION-GOODS OF REC-SALE
                           TO LOCATION-AUDIT
                       MOVE RETURN-QTY-WS TO SCRAP-QTY-AUDIT
                       MOVE 0 TO UNIT-COST-AUDIT
                       IF COST-AMT-SALE OF REC-SALE IS NUMERIC
                              AND NUM-SALE OF REC-SALE > 0
                           COMPUTE UNIT-COST-AUDIT ROUNDED =
                               COST-AMT-SALE OF REC-SALE /
                               NUM-SALE OF REC-SALE
                       END-IF
                       PERFORM WRITE-AUDIT-LOG
               END-READ
           END-IF.
           MOVE RETURN-VALUE-WS TO VALUE-RETURN.
           MOVE RETURN-VAT-WS TO VAT-RETURN.
           MOVE CREDIT-NOTE-ID-WS TO ID-CREDIT-NOTE.
           IF AUTH-APPROVER-WS = SPACE
               MOVE LS-OPERATOR-ID TO OPERATOR-RETURN
           ELSE
               MOVE AUTH-REQUESTER-WS TO OPERATOR-RETURN
           END-IF.
           OPEN EXTEND RETURN-FILE.
           WRITE REC-RETURN.
           CLOSE RETURN-FILE.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE ID-GOODS OF REC-SALE TO MS-GOODS-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO MS-CUSTOMER-WS.
           MOVE DATE-RETURN TO MS-DATE-WS.
           MOVE RETURN-QTY-WS TO MS-RET-QTY-WS.
           MOVE RETURN-VALUE-WS TO MS-RET-VALUE-WS.
           PERFORM UPDATE-MONTH-SUMMARY.
           PERFORM RMA-RECORD-RECEIPT.

           PERFORM PRINT-CREDIT-NOTE.
           PERFORM RECORD-STORE-CREDIT.
                   CREDIT-NOTE-ID-WS " FOR " RETURN-VALUE-WS
                   " PLUS VAT " RETURN-VAT-WS "."
           .
       RETURN-SALE-POST-EXT.
           EXIT.

      *>  THE UNITS JUST TAKEN BACK COUNT AGAINST THE RMA; IT CLOSES
      *>  WHEN THE LAST AUTHORISED UNIT IS IN.
       RMA-RECORD-RECEIPT SECTION.
           OPEN I-O RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               DISPLAY "RMA FILE WILL NOT OPEN - STATUS " FILE-STA-RMA
                       " - RMA " RMA-ID-WS " NOT UPDATED."
               GO TO RMA-RECORD-RECEIPT-EXT
           END-IF.
           MOVE RMA-ID-WS TO ID-RMA.
           READ RMA-FILE
               KEY IS ID-RMA OF REC-RMA
               INVALID KEY
                   CLOSE RMA-FILE
                   GO TO RMA-RECORD-RECEIPT-EXT
           END-READ.
           ADD RETURN-QTY-WS TO QTY-RECEIVED-RMA.
           IF QTY-RECEIVED-RMA NOT < QTY-RMA
               SET RMA-CLOSED TO TRUE
           END-IF.
           REWRITE REC-RMA.
           CLOSE RMA-FILE.
           IF RMA-CLOSED
               DISPLAY "RMA " RMA-ID-WS " FULLY RECEIVED AND CLOSED."
           END-IF.
           .
       RMA-RECORD-RECEIPT-EXT.
           EXIT.

      *>  RETURN AUTHORISATIONS: RAISED AT THE COUNTER, SIGNED OFF BY
      *>  A SUPERVISOR (WHO HANDS THE CUSTOMER THE SLIP), AND
      *>  CANCELLED WHEN THE CUSTOMER NEVER SENDS THE GOODS.
       RMA-MENU SECTION.
           ACCEPT RMA-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "R>RAISE AN RMA   A>APPROVE AN RMA   "
                   "X>CANCEL AN RMA   P>REPRINT RMA SLIP   E>EXIT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT RMA-CHOICE-WS
           EVALUATE RMA-CHOICE-WS
               WHEN "R"
                   PERFORM RMA-RAISE
               WHEN "A"
                   PERFORM RMA-APPROVE
               WHEN "X"
                   PERFORM RMA-CANCEL
               WHEN "P"
                   PERFORM RMA-REPRINT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           .
       RMA-MENU-EXT.
           EXIT.

      *>  THE QUANTITY IS CAPPED AT WHAT THE LINE STILL HAS TO GIVE
      *>  BACK AFTER EARLIER RETURNS AND OTHER OPEN RMAS. A SALE PAST
      *>  THE RETURN WINDOW (CONTROL RETWINDOW, DEFAULT 30 DAYS) MAY
      *>  STILL BE RAISED BUT IS MARKED LATE FOR THE APPROVER. THE RMA
      *>  LAPSES RMADAYS (DEFAULT 14) DAYS AFTER IT IS RAISED.
       RMA-RAISE SECTION.
           DISPLAY "ENTER ID OF SALE THE RETURN IS AGAINST:"
           ACCEPT RETURN-TARGET-ID-WS
           DISPLAY "ENTER LINE NUMBER OF SALE THE RETURN IS AGAINST:"
           ACCEPT RETURN-TARGET-LINE-WS
           MOVE RETURN-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE RETURN-TARGET-LINE-WS TO LINE-SALE OF REC-SALE.
           OPEN INPUT SALE-FILE.
           READ SALE-FILE
               KEY IS KEY-SALE OF REC-SALE
               INVALID KEY
                   DISPLAY "SALE NOT FOUND."
                   CLOSE SALE-FILE
                   GO TO RMA-RAISE-EXT
           END-READ.
           CLOSE SALE-FILE.
           IF SALE-VOIDED
               DISPLAY "CANNOT AUTHORISE A RETURN AGAINST A VOIDED "
                       "SALE."
               GO TO RMA-RAISE-EXT
           END-IF.
      *>  A REPAIR BILL LINE IS WORK ON THE CUSTOMER'S OWN UNIT -
      *>  NOTHING OF OURS CAN COME BACK. A WRONG BILL IS VOIDED.
           IF ID-JOB-SALE OF REC-SALE IS NUMERIC
                  AND ID-JOB-SALE OF REC-SALE > 0
               DISPLAY "THIS LINE BILLS REPAIR JOB "
                       ID-JOB-SALE OF REC-SALE " - NOTHING TO RETURN. "
                       "VOID THE BILL IF IT IS WRONG."
               GO TO RMA-RAISE-EXT
           END-IF.

           PERFORM SUM-PRIOR-RETURNS.
           PERFORM RMA-SUM-OUTSTANDING.
           IF RETURN-QTY-PRIOR-WS + RMA-QTY-OUT-WS
                  NOT < NUM-SALE OF REC-SALE
               DISPLAY "NOTHING LEFT TO RETURN ON THIS SALE LINE ("
                       RETURN-QTY-PRIOR-WS " RETURNED, "
                       RMA-QTY-OUT-WS " ON OPEN RMAS)."
               GO TO RMA-RAISE-EXT
           END-IF.
           COMPUTE RETURN-QTY-REMAIN-WS = NUM-SALE OF REC-SALE
               - RETURN-QTY-PRIOR-WS - RMA-QTY-OUT-WS.
           DISPLAY "ENTER QUANTITY TO AUTHORISE (UP TO "
                   RETURN-QTY-REMAIN-WS "):"
           ACCEPT RMA-QTY-WS
           IF RMA-QTY-WS = 0 OR RMA-QTY-WS > RETURN-QTY-REMAIN-WS
               DISPLAY "INVALID QUANTITY - RMA NOT RAISED."
               GO TO RMA-RAISE-EXT
           END-IF.

           OPEN INPUT REASON-FILE.
           IF NOT (FILE-STA-REASON = 00 OR FILE-STA-REASON = 05)
               DISPLAY "REASON FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REASON
               GO TO RMA-RAISE-EXT
           END-IF.
           CHECK-RMA-REASON.
           DISPLAY "ENTER REASON CODE (BLANK TO CANCEL):"
           ACCEPT RMA-REASON-WS
           IF RMA-REASON-WS = SPACE
               DISPLAY "RMA NOT RAISED."
               CLOSE REASON-FILE
               GO TO RMA-RAISE-EXT
           END-IF
           MOVE RMA-REASON-WS TO CODE-REASON OF REC-REASON
           READ REASON-FILE
               KEY IS CODE-REASON OF REC-REASON
               INVALID KEY
                   DISPLAY "INVALID REASON CODE! PLEASE RE-ENTER:"
                   GO TO CHECK-RMA-REASON
           END-READ
           CLOSE REASON-FILE.

           MOVE "N" TO RMA-LATE-SW.
           MOVE "RETWINDOW" TO CTL-NAME-WS.
           MOVE 30 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE DATE-SALE OF REC-SALE TO DUE-IN-DATE-WS.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           PERFORM ADD-DAYS-TO-DATE.
           IF RMA-TODAY-WS > DUE-OUT-DATE-WS
               SET RMA-IS-LATE TO TRUE
               DISPLAY "WARNING - SALE OF " DATE-SALE OF REC-SALE
                       " IS PAST THE " DUE-ADD-DAYS-WS
                       "-DAY RETURN WINDOW. THE APPROVER WILL SEE THIS."
           END-IF.

           OPEN I-O COUNTER-FILE.
           MOVE "RMA" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ.
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO RMA-ID-WS.
           CLOSE COUNTER-FILE.

           MOVE "RMADAYS" TO CTL-NAME-WS.
           MOVE 14 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE RMA-TODAY-WS TO DUE-IN-DATE-WS.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           PERFORM ADD-DAYS-TO-DATE.

           OPEN I-O RMA-FILE.
           IF NOT (FILE-STA-RMA = 00 OR FILE-STA-RMA = 05)
               DISPLAY "RMA FILE WILL NOT OPEN - STATUS " FILE-STA-RMA
               GO TO RMA-RAISE-EXT
           END-IF.
           INITIALIZE REC-RMA.
           MOVE RMA-ID-WS TO ID-RMA.
           MOVE RETURN-TARGET-ID-WS TO ID-SALE-RMA.
           MOVE RETURN-TARGET-LINE-WS TO LINE-SALE-RMA.
           MOVE ID-CUSTOMER OF REC-SALE TO ID-CUSTOMER-RMA.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-RMA.
           MOVE RMA-QTY-WS TO QTY-RMA.
           MOVE 0 TO QTY-RECEIVED-RMA.
           MOVE RMA-REASON-WS TO REASON-RMA.
           MOVE RMA-TODAY-WS TO DATE-ISSUED-RMA.
           MOVE DUE-OUT-DATE-WS TO DATE-EXPIRY-RMA.
           SET RMA-PENDING TO TRUE.
           MOVE RMA-LATE-SW TO LATE-SW-RMA.
           MOVE LS-OPERATOR-ID TO OPERATOR-RMA.
           MOVE SPACE TO APPROVED-BY-RMA.
           MOVE 0 TO DATE-APPROVED-RMA.
           WRITE REC-RMA
               INVALID KEY
                   DISPLAY "RMA " RMA-ID-WS " ALREADY ON FILE - NOT "
                           "RAISED."
                   CLOSE RMA-FILE
                   GO TO RMA-RAISE-EXT
           END-WRITE.
           CLOSE RMA-FILE.
           DISPLAY "RMA " RMA-ID-WS " RAISED FOR " RMA-QTY-WS
                   " UNIT(S), EXPIRES " DATE-EXPIRY-RMA
                   " - AWAITING SUPERVISOR APPROVAL."
           .
       RMA-RAISE-EXT.
           EXIT.

      *>  UNITS ON RMAS OF THE SAME SALE LINE THAT ARE RAISED OR
      *>  APPROVED BUT NOT YET BACK.
       RMA-SUM-OUTSTANDING SECTION.
           MOVE 0 TO RMA-QTY-OUT-WS.
           OPEN INPUT RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               CLOSE RMA-FILE
               GO TO RMA-SUM-OUTSTANDING-EXT
           END-IF.
           RMA-SUM-READ.
           READ RMA-FILE NEXT RECORD
               AT END
                   GO TO RMA-SUM-DONE
           END-READ.
           IF ID-SALE-RMA = RETURN-TARGET-ID-WS
                  AND LINE-SALE-RMA = RETURN-TARGET-LINE-WS
                  AND (RMA-PENDING OR RMA-APPROVED)
                  AND RMA-TODAY-WS NOT > DATE-EXPIRY-RMA
               COMPUTE RMA-QTY-OUT-WS = RMA-QTY-OUT-WS
                   + QTY-RMA - QTY-RECEIVED-RMA
           END-IF.
           GO TO RMA-SUM-READ.
           RMA-SUM-DONE.
           CLOSE RMA-FILE.
           .
       RMA-SUM-OUTSTANDING-EXT.
           EXIT.

      *>  A SUPERVISOR SIGNS THE RMA OFF (OR TURNS IT DOWN) AND THE
      *>  SLIP PRINTS FOR THE CUSTOMER TO SEND BACK WITH THE GOODS.
       RMA-APPROVE SECTION.
           DISPLAY "ENTER RMA NUMBER:"
           ACCEPT RMA-ID-WS
           OPEN I-O RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               DISPLAY "RMA FILE WILL NOT OPEN - STATUS " FILE-STA-RMA
               CLOSE RMA-FILE
               GO TO RMA-APPROVE-EXT
           END-IF.
           MOVE RMA-ID-WS TO ID-RMA.
           READ RMA-FILE
               KEY IS ID-RMA OF REC-RMA
               INVALID KEY
                   DISPLAY "RMA " RMA-ID-WS " NOT FOUND."
                   CLOSE RMA-FILE
                   GO TO RMA-APPROVE-EXT
           END-READ.
           IF NOT RMA-PENDING
               DISPLAY "RMA " RMA-ID-WS " IS NOT AWAITING APPROVAL "
                       "(STATUS " STATUS-RMA ")."
               CLOSE RMA-FILE
               GO TO RMA-APPROVE-EXT
           END-IF.
           DISPLAY "RMA " ID-RMA " SALE " ID-SALE-RMA " LINE "
                   LINE-SALE-RMA " GOODS " ID-GOODS-RMA " QTY "
                   QTY-RMA " REASON " REASON-RMA.
           DISPLAY "RAISED " DATE-ISSUED-RMA " BY " OPERATOR-RMA
                   " - EXPIRES " DATE-EXPIRY-RMA.
           IF RMA-LATE
               DISPLAY "*** SALE WAS PAST THE RETURN WINDOW WHEN "
                       "RAISED ***"
           END-IF.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID:"
           ACCEPT RMA-APPROVER-WS
           PERFORM RMA-CHECK-SUPERVISOR.
           IF NOT RMA-SUPER-OK
               CLOSE RMA-FILE
               GO TO RMA-APPROVE-EXT
           END-IF.
           DISPLAY "APPROVE THIS RETURN? (Y=APPROVE N=REJECT):"
           ACCEPT RMA-CONFIRM-WS
           MOVE RMA-APPROVER-WS TO APPROVED-BY-RMA.
           MOVE RMA-TODAY-WS TO DATE-APPROVED-RMA.
           IF RMA-CONFIRM-WS = "Y"
               SET RMA-APPROVED TO TRUE
           ELSE
               SET RMA-CANCELLED TO TRUE
           END-IF.
           REWRITE REC-RMA.
           CLOSE RMA-FILE.
           IF RMA-CANCELLED
               DISPLAY "RMA " RMA-ID-WS " REJECTED."
               GO TO RMA-APPROVE-EXT
           END-IF.
           PERFORM PRINT-RMA-SLIP.
           DISPLAY "RMA " RMA-ID-WS " APPROVED - SLIP PRINTED."
           .
       RMA-APPROVE-EXT.
           EXIT.

       RMA-CHECK-SUPERVISOR SECTION.
           MOVE "N" TO RMA-SUPER-OK-SW.
           OPEN INPUT OPERATOR-FILE.
           IF NOT (FILE-STA-OPERATOR = 00 OR FILE-STA-OPERATOR = 05)
               GO TO RMA-CHECK-SUPERVISOR-EXT
           END-IF.
           MOVE RMA-APPROVER-WS TO ID-OPERATOR.
           READ OPERATOR-FILE
               KEY IS ID-OPERATOR OF REC-OPERATOR
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR - APPROVAL REFUSED."
                   CLOSE OPERATOR-FILE
                   GO TO RMA-CHECK-SUPERVISOR-EXT
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT (ROLE-SUPERVISOR OR ROLE-ADMIN)
               DISPLAY "OPERATOR IS NOT A SUPERVISOR - APPROVAL "
                       "REFUSED."
               GO TO RMA-CHECK-SUPERVISOR-EXT
           END-IF.
           SET RMA-SUPER-OK TO TRUE.
           .
       RMA-CHECK-SUPERVISOR-EXT.
           EXIT.

      *>  WRITES THE STAGED REC-AUTH TO THE SIGN-OFF QUEUE AS PENDING
      *>  WITH AUTH-VALUE-WS AGAINST AUTH-LIMIT-WS. A VOID OF A BILL,
      *>  OR A SCRAP AGAINST AN RMA, ALREADY WAITING IS NOT QUEUED
      *>  TWICE. AUTH-HELD COMES BACK SET EITHER WAY - THE CALLER
      *>  POSTS NOTHING.
       AUTH-RAISE-REQUEST SECTION.
           SET AUTH-HELD TO TRUE.
           MOVE REC-AUTH TO AUTH-SAVE-REC-WS.
           MOVE TYPE-AUTH TO AUTH-TYPE-WS.
           IF AUTH-VOID
               MOVE ID-SALE-AUTH TO AUTH-KEY-WS
           ELSE
               MOVE ID-RMA-AUTH TO AUTH-KEY-WS
           END-IF.
           OPEN I-O AUTH-FILE.
           IF NOT (FILE-STA-AUTH = 00 OR FILE-STA-AUTH = 05)
               DISPLAY "SIGN-OFF QUEUE WILL NOT OPEN - STATUS "
                       FILE-STA-AUTH " - NOTHING HAS BEEN POSTED."
               GO TO AUTH-RAISE-REQUEST-EXT
           END-IF.
           MOVE "N" TO AUTH-DUP-SW.
           MOVE 0 TO ID-AUTH.
           START AUTH-FILE
               KEY NOT LESS THAN ID-AUTH OF REC-AUTH
               INVALID KEY
                   GO TO AUTH-RAISE-WRITE
           END-START.
           AUTH-RAISE-SCAN.
           READ AUTH-FILE NEXT RECORD
               AT END
                   GO TO AUTH-RAISE-WRITE
           END-READ.
           IF AUTH-PENDING AND TYPE-AUTH = AUTH-TYPE-WS
              AND ((AUTH-VOID AND ID-SALE-AUTH = AUTH-KEY-WS)
                OR (AUTH-SCRAP AND ID-RMA-AUTH = AUTH-KEY-WS))
               SET AUTH-DUPLICATE TO TRUE
               MOVE ID-AUTH TO AUTH-ID-WS
               GO TO AUTH-RAISE-WRITE
           END-IF.
           GO TO AUTH-RAISE-SCAN.
           AUTH-RAISE-WRITE.
           IF AUTH-DUPLICATE
               CLOSE AUTH-FILE
               DISPLAY "ALREADY WAITING AS REQUEST " AUTH-ID-WS
                       " FOR A SUPERVISOR'S APPROVAL - NOTHING HAS "
                       "BEEN POSTED."
               GO TO AUTH-RAISE-REQUEST-EXT
           END-IF.

           OPEN I-O COUNTER-FILE.
           MOVE "AUTHQ" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ.
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO AUTH-ID-WS.
           CLOSE COUNTER-FILE.

           ACCEPT AUTH-TODAY-WS FROM DATE YYYYMMDD.
           MOVE AUTH-SAVE-REC-WS TO REC-AUTH.
           MOVE AUTH-ID-WS TO ID-AUTH.
           SET AUTH-PENDING TO TRUE.
           MOVE AUTH-VALUE-WS TO VALUE-AUTH.
           MOVE AUTH-LIMIT-WS TO LIMIT-AUTH.
           MOVE LS-OPERATOR-ID TO REQUESTED-BY-AUTH.
           MOVE AUTH-TODAY-WS TO DATE-REQ-AUTH.
           MOVE SPACE TO DECIDED-BY-AUTH.
           MOVE 0 TO DATE-DECIDED-AUTH.
           MOVE SPACE TO NOTE-AUTH.
           WRITE REC-AUTH
               INVALID KEY
                   DISPLAY "REQUEST " AUTH-ID-WS " NOT WRITTEN - "
                           "STATUS " FILE-STA-AUTH
                           " - NOTHING HAS BEEN POSTED."
                   CLOSE AUTH-FILE
                   GO TO AUTH-RAISE-REQUEST-EXT
           END-WRITE.
           CLOSE AUTH-FILE.
           DISPLAY "VALUE " AUTH-VALUE-WS " IS OVER THE LIMIT OF "
                   AUTH-LIMIT-WS " - HELD AS REQUEST " AUTH-ID-WS
                   " FOR A SUPERVISOR'S APPROVAL."
           DISPLAY "NOTHING HAS BEEN POSTED."
           .
       AUTH-RAISE-REQUEST-EXT.
           EXIT.

      *>  THE SECOND SIGNATURE ON HELD VOIDS AND RETURN SCRAPS. THE
      *>  SIGNED-ON OPERATOR MUST BE A SUPERVISOR AND MAY NOT DECIDE A
      *>  REQUEST THEY RAISED. AN APPROVED REQUEST POSTS THERE AND
      *>  THEN UNDER BOTH NAMES; ONE THAT CANNOT POST (PERIOD SINCE
      *>  CLOSED, RMA SINCE USED UP) STAYS PENDING. STOCK ADJUSTMENTS
      *>  ARE SIGNED OFF IN GOODS MAINTENANCE.
       AUTH-QUEUE SECTION.
           MOVE LS-OPERATOR-ID TO RMA-APPROVER-WS.
           PERFORM RMA-CHECK-SUPERVISOR.
           IF NOT RMA-SUPER-OK
               GO TO AUTH-QUEUE-EXT
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF NOT (FILE-STA-AUTH = 00)
               DISPLAY "NOTHING IS WAITING FOR SIGN-OFF."
               CLOSE AUTH-FILE
               GO TO AUTH-QUEUE-EXT
           END-IF.
           MOVE 0 TO AUTH-PEND-CT-WS.
           MOVE 0 TO ID-AUTH.
           START AUTH-FILE
               KEY NOT LESS THAN ID-AUTH OF REC-AUTH
               INVALID KEY
                   GO TO AUTH-QUEUE-LISTED
           END-START.
           AUTH-QUEUE-LIST.
           READ AUTH-FILE NEXT RECORD
               AT END
                   GO TO AUTH-QUEUE-LISTED
           END-READ.
           IF AUTH-PENDING AND AUTH-VOID
               ADD 1 TO AUTH-PEND-CT-WS
               DISPLAY ID-AUTH " VOID  SALE " ID-SALE-AUTH
                       "          VALUE " VALUE-AUTH
                       " LIMIT " LIMIT-AUTH " BY "
                       REQUESTED-BY-AUTH " " DATE-REQ-AUTH
           END-IF.
           IF AUTH-PENDING AND AUTH-SCRAP
               ADD 1 TO AUTH-PEND-CT-WS
               DISPLAY ID-AUTH " SCRAP RMA " ID-RMA-AUTH
                       " QTY " QTY-AUTH
                       " VALUE " VALUE-AUTH
                       " LIMIT " LIMIT-AUTH " BY "
                       REQUESTED-BY-AUTH " " DATE-REQ-AUTH
           END-IF.
           GO TO AUTH-QUEUE-LIST.
           AUTH-QUEUE-LISTED.
           CLOSE AUTH-FILE.
           IF AUTH-PEND-CT-WS = 0
               DISPLAY "NOTHING IS WAITING FOR SIGN-OFF."
               GO TO AUTH-QUEUE-EXT
           END-IF.

           DISPLAY "ENTER REQUEST NUMBER (0 TO EXIT):"
           ACCEPT AUTH-ID-WS
           IF AUTH-ID-WS = 0
               GO TO AUTH-QUEUE-EXT
           END-IF.
           OPEN I-O AUTH-FILE.
           MOVE AUTH-ID-WS TO ID-AUTH.
           READ AUTH-FILE
               KEY IS ID-AUTH OF REC-AUTH
               INVALID KEY
                   DISPLAY "REQUEST " AUTH-ID-WS " NOT FOUND."
                   CLOSE AUTH-FILE
                   GO TO AUTH-QUEUE-EXT
           END-READ.
           IF NOT AUTH-PENDING
               DISPLAY "REQUEST " AUTH-ID-WS " IS NOT PENDING "
                       "(STATUS " STATUS-AUTH ")."
               CLOSE AUTH-FILE
               GO TO AUTH-QUEUE-EXT
           END-IF.
           IF AUTH-ADJUST
               DISPLAY "STOCK ADJUSTMENTS ARE SIGNED OFF IN GOODS "
                       "MAINTENANCE."
               CLOSE AUTH-FILE
               GO TO AUTH-QUEUE-EXT
           END-IF.
           IF REQUESTED-BY-AUTH = LS-OPERATOR-ID
               DISPLAY "YOU RAISED REQUEST " AUTH-ID-WS
                       " - A DIFFERENT SUPERVISOR MUST SIGN IT OFF."
               CLOSE AUTH-FILE
               GO TO AUTH-QUEUE-EXT
           END-IF.

           DISPLAY "A>APPROVE AND POST   R>REJECT   E>EXIT:"
           ACCEPT AUTH-CHOICE-WS
           ACCEPT AUTH-TODAY-WS FROM DATE YYYYMMDD.
           IF AUTH-CHOICE-WS = "R"
               DISPLAY "ENTER REASON FOR REJECTING:"
               ACCEPT AUTH-NOTE-WS
               SET AUTH-REJECTED TO TRUE
               MOVE LS-OPERATOR-ID TO DECIDED-BY-AUTH
               MOVE AUTH-TODAY-WS TO DATE-DECIDED-AUTH
               MOVE AUTH-NOTE-WS TO NOTE-AUTH
               REWRITE REC-AUTH
               CLOSE AUTH-FILE
               DISPLAY "REQUEST " AUTH-ID-WS
                       " REJECTED - NOTHING POSTED."
               GO TO AUTH-QUEUE-EXT
           END-IF.
           IF NOT (AUTH-CHOICE-WS = "A")
               CLOSE AUTH-FILE
               GO TO AUTH-QUEUE-EXT
           END-IF.

           MOVE TYPE-AUTH TO AUTH-TYPE-WS.
           MOVE QTY-AUTH TO AUTH-QTY-WS.
           IF AUTH-VOID
               MOVE ID-SALE-AUTH TO AUTH-KEY-WS
           ELSE
               MOVE ID-RMA-AUTH TO AUTH-KEY-WS
           END-IF.
           MOVE REQUESTED-BY-AUTH TO AUTH-REQUESTER-WS.
           CLOSE AUTH-FILE.
           MOVE LS-OPERATOR-ID TO AUTH-APPROVER-WS.
           MOVE "N" TO AUTH-POSTED-SW.
           IF AUTH-TYPE-WS = "V"
               MOVE AUTH-KEY-WS TO VOID-TARGET-ID-WS
               PERFORM VOID-SALE-POST
               IF NOT VOID-PERIOD-SKIPPED
                   SET AUTH-POSTED TO TRUE
               END-IF
           ELSE
               PERFORM AUTH-POST-SCRAP
           END-IF.
           MOVE SPACE TO AUTH-REQUESTER-WS.
           MOVE SPACE TO AUTH-APPROVER-WS.
           IF NOT AUTH-POSTED
               DISPLAY "REQUEST " AUTH-ID-WS " COULD NOT POST - "
                       "IT STAYS PENDING."
               GO TO AUTH-QUEUE-EXT
           END-IF.

           OPEN I-O AUTH-FILE.
           MOVE AUTH-ID-WS TO ID-AUTH.
           READ AUTH-FILE
               KEY IS ID-AUTH OF REC-AUTH
               NOT INVALID KEY
                   SET AUTH-APPROVED TO TRUE
                   MOVE LS-OPERATOR-ID TO DECIDED-BY-AUTH
                   MOVE AUTH-TODAY-WS TO DATE-DECIDED-AUTH
                   REWRITE REC-AUTH
           END-READ.
           CLOSE AUTH-FILE.
           DISPLAY "REQUEST " AUTH-ID-WS " APPROVED AND POSTED."
           .
       AUTH-QUEUE-EXT.
           EXIT.

      *>  REPLAYS A HELD RETURN SCRAP AGAINST ITS RMA, RECHECKING THE
      *>  RMA AND THE QUANTITY AS THEY STAND TODAY.
       AUTH-POST-SCRAP SECTION.
           MOVE AUTH-KEY-WS TO RMA-ID-WS.
           PERFORM RETURN-LOAD-RMA.
           IF NOT RETURN-OK
               GO TO AUTH-POST-SCRAP-EXT
           END-IF.
           MOVE AUTH-QTY-WS TO RETURN-QTY-WS.
           PERFORM RETURN-CHECK-QTY.
           IF NOT RETURN-OK
               GO TO AUTH-POST-SCRAP-EXT
           END-IF.
           MOVE "S" TO RETURN-DISPOSITION-WS.
           PERFORM RETURN-SALE-POST.
           SET AUTH-POSTED TO TRUE.
           .
       AUTH-POST-SCRAP-EXT.
           EXIT.

      *>  AN RMA THE CUSTOMER WILL NOT BE USING. ONE ALREADY PART
      *>  RECEIVED IS CLOSED AT WHAT CAME BACK INSTEAD.
       RMA-CANCEL SECTION.
           DISPLAY "ENTER RMA NUMBER:"
           ACCEPT RMA-ID-WS
           OPEN I-O RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               DISPLAY "RMA FILE WILL NOT OPEN - STATUS " FILE-STA-RMA
               CLOSE RMA-FILE
               GO TO RMA-CANCEL-EXT
           END-IF.
           MOVE RMA-ID-WS TO ID-RMA.
           READ RMA-FILE
               KEY IS ID-RMA OF REC-RMA
               INVALID KEY
                   DISPLAY "RMA " RMA-ID-WS " NOT FOUND."
                   CLOSE RMA-FILE
                   GO TO RMA-CANCEL-EXT
           END-READ.
           IF NOT (RMA-PENDING OR RMA-APPROVED)
               DISPLAY "RMA " RMA-ID-WS " IS ALREADY FINISHED "
                       "(STATUS " STATUS-RMA ")."
               CLOSE RMA-FILE
               GO TO RMA-CANCEL-EXT
           END-IF.
           IF QTY-RECEIVED-RMA > 0
               SET RMA-CLOSED TO TRUE
           ELSE
               SET RMA-CANCELLED TO TRUE
           END-IF.
           REWRITE REC-RMA.
           CLOSE RMA-FILE.
           DISPLAY "RMA " RMA-ID-WS " STATUS NOW " STATUS-RMA ".".
           .
       RMA-CANCEL-EXT.
           EXIT.

       RMA-REPRINT SECTION.
           DISPLAY "ENTER RMA NUMBER:"
           ACCEPT RMA-ID-WS
           OPEN INPUT RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               DISPLAY "RMA FILE WILL NOT OPEN - STATUS " FILE-STA-RMA
               CLOSE RMA-FILE
               GO TO RMA-REPRINT-EXT
           END-IF.
           MOVE RMA-ID-WS TO ID-RMA.
           READ RMA-FILE
               KEY IS ID-RMA OF REC-RMA
               INVALID KEY
                   DISPLAY "RMA " RMA-ID-WS " NOT FOUND."
                   CLOSE RMA-FILE
                   GO TO RMA-REPRINT-EXT
           END-READ.
           CLOSE RMA-FILE.
           IF NOT RMA-APPROVED
               DISPLAY "ONLY AN OPEN, APPROVED RMA HAS A SLIP."
               GO TO RMA-REPRINT-EXT
           END-IF.
           PERFORM PRINT-RMA-SLIP.
           DISPLAY "RMA SLIP " RMA-ID-WS " REPRINTED."
           .
       RMA-REPRINT-EXT.
           EXIT.

      *>  THE CUSTOMER'S COPY, FROM THE RMA IN REC-RMA.
       PRINT-RMA-SLIP SECTION.
           OPEN EXTEND RMA-SLIP-FILE.
           MOVE SPACE TO RMA-SLIP-LINE-WS.
           STRING "RETURN AUTHORISATION " ID-RMA
               " ISSUED " DATE-ISSUED-RMA
               " APPROVED BY " APPROVED-BY-RMA
               DELIMITED BY SIZE INTO RMA-SLIP-LINE-WS.
           WRITE REC-RMA-SLIP FROM RMA-SLIP-LINE-WS.
           MOVE SPACE TO RMA-SLIP-LINE-WS.
           STRING "CUSTOMER " ID-CUSTOMER-RMA
               " SALE " ID-SALE-RMA " LINE " LINE-SALE-RMA
               DELIMITED BY SIZE INTO RMA-SLIP-LINE-WS.
           WRITE REC-RMA-SLIP FROM RMA-SLIP-LINE-WS.
           MOVE SPACE TO RMA-SLIP-LINE-WS.
           STRING "GOODS " ID-GOODS-RMA
               " QTY AUTHORISED " QTY-RMA
               " REASON " REASON-RMA
               DELIMITED BY SIZE INTO RMA-SLIP-LINE-WS.
           WRITE REC-RMA-SLIP FROM RMA-SLIP-LINE-WS.
           MOVE SPACE TO RMA-SLIP-LINE-WS.
           STRING "RETURN THE GOODS WITH THIS SLIP BY "
               DATE-EXPIRY-RMA
               " - QUOTE RMA " ID-RMA " AT THE COUNTER."
               DELIMITED BY SIZE INTO RMA-SLIP-LINE-WS.
           WRITE REC-RMA-SLIP FROM RMA-SLIP-LINE-WS.
           MOVE ALL "-" TO REC-RMA-SLIP.
           WRITE REC-RMA-SLIP.
           CLOSE RMA-SLIP-FILE.
           .
       PRINT-RMA-SLIP-EXT.
           EXIT.

      *>  STOCK SENT OUT ON APPROVAL (SALE OR RETURN). THE UNITS MOVE
      *>  TO THE ONAPPR HOLDING LOCATION - STILL OUR STOCK, SO
      *>  LEFT-GOODS IS UNTOUCHED AND NO REVENUE IS BOOKED - UNTIL
      *>  THE CUSTOMER SETTLES.
       APPROVAL-MENU SECTION.
           ACCEPT APR-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "O>SEND STOCK OUT ON APPROVAL   "
                   "S>SETTLE AN APPROVAL   E>EXIT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT APR-CHOICE-WS
           EVALUATE APR-CHOICE-WS
               WHEN "O"
                   PERFORM APPROVAL-SEND-OUT
               WHEN "S"
                   PERFORM APPROVAL-SETTLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           .
       APPROVAL-MENU-EXT.
           EXIT.

      *>  ONE APPROVAL NUMBER COVERS EVERYTHING SENT TO THE CUSTOMER
      *>  IN ONE GO. THE DUE DATE DEFAULTS TO APPRDAYS (DEFAULT 14)
      *>  DAYS OUT. THE NUMBER IS ONLY TAKEN WHEN THE FIRST LINE
      *>  ACTUALLY MOVES. KITS CANNOT GO OUT - SEND THE COMPONENTS.
       APPROVAL-SEND-OUT SECTION.
           DISPLAY "ENTER ID OF CUSTOMER TAKING STOCK ON APPROVAL:"
           ACCEPT APR-CUSTOMER-WS
           OPEN INPUT CUSTOMER-FILE.
           MOVE APR-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND."
                   CLOSE CUSTOMER-FILE
                   GO TO APPROVAL-SEND-OUT-EXT
           END-READ.
           CLOSE CUSTOMER-FILE.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               DISPLAY "ACCOUNT IS CLOSED - NOTHING SENT."
               GO TO APPROVAL-SEND-OUT-EXT
           END-IF.
           DISPLAY "CUSTOMER: " NAME-CUSTOMER OF REC-CUSTOMER.

           MOVE "APPRDAYS" TO CTL-NAME-WS.
           MOVE 14 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE APR-TODAY-WS TO DUE-IN-DATE-WS.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           PERFORM ADD-DAYS-TO-DATE.
           CHECK-APR-DUE-DATE.
           DISPLAY "ENTER APPROVAL DUE DATE (0 = "
                   DUE-OUT-DATE-WS "):"
           ACCEPT APR-DUE-ENTRY-WS
           IF APR-DUE-ENTRY-WS = 0
               MOVE DUE-OUT-DATE-WS TO APR-DUE-WS
           ELSE
               MOVE APR-DUE-ENTRY-WS TO DATE-CHECK-WS
               MOVE "S" TO DATE-MODE-WS
               CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
                   DATE-OK-WS
               IF DATE-OK-WS NOT = "Y"
                      OR APR-DUE-ENTRY-WS NOT > APR-TODAY-WS
                   DISPLAY "DUE DATE MUST BE A VALID DATE AFTER "
                           "TODAY! PLEASE RE-ENTER:"
                   GO TO CHECK-APR-DUE-DATE
               END-IF
               MOVE APR-DUE-ENTRY-WS TO APR-DUE-WS
           END-IF.

           OPEN I-O APPROVAL-FILE.
           IF NOT (FILE-STA-APPROVAL = 00 OR FILE-STA-APPROVAL = 05)
               DISPLAY "APPROVAL FILE WILL NOT OPEN - STATUS "
                       FILE-STA-APPROVAL
               GO TO APPROVAL-SEND-OUT-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           OPEN I-O LOCATION-FILE.
           MOVE 0 TO APR-ID-WS.
           MOVE 0 TO APR-LINE-WS.
           APR-NEXT-LINE.
           DISPLAY "ENTER ID OF GOODS (0 TO FINISH):"
           ACCEPT APR-GOODS-WS
           IF APR-GOODS-WS = 0
               GO TO APR-SEND-DONE
           END-IF.
           MOVE APR-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS!"
                   GO TO APR-NEXT-LINE
           END-READ.
           MOVE APR-GOODS-WS TO ID-GOODS OF REC-SALE.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
               DISPLAY "A KIT CANNOT GO OUT ON APPROVAL - SEND ITS "
                       "COMPONENTS INSTEAD."
               GO TO APR-NEXT-LINE
           END-IF.
           DISPLAY "ENTER QUANTITY:"
           ACCEPT APR-QTY-WS
           IF APR-QTY-WS = 0
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
               GO TO APR-NEXT-LINE
           END-IF.
           DISPLAY "ENTER WAREHOUSE LOCATION TO SEND FROM:"
           ACCEPT APR-FROM-LOC-WS
           IF APR-FROM-LOC-WS = APR-HOLD-LOC-WS
               DISPLAY "STOCK IS ALREADY OUT ON APPROVAL THERE."
               GO TO APR-NEXT-LINE
           END-IF.
      *>  UNITS HELD FOR CONFIRMED ORDERS AT THE WAREHOUSE ARE NOT
      *>  FREE TO GO OUT.
           MOVE "N" TO RSV-FILE-HELD-SW.
           MOVE SPACE TO RSV-SKIP-KEY-WS.
           MOVE APR-GOODS-WS TO RSV-GOODS-WS.
           MOVE APR-FROM-LOC-WS TO RSV-LOC-WS.
           MOVE APR-QTY-WS TO RSV-NEED-WS.
           PERFORM RSV-CHECK-LOCATION.
           IF NOT RSV-LOC-OK
               DISPLAY "ONLY " RSV-LOC-FREE-WS " FREE AT "
                       APR-FROM-LOC-WS " - LINE NOT SENT."
               GO TO APR-NEXT-LINE
           END-IF.

           MOVE APR-HOLD-LOC-WS TO APR-TO-LOC-WS.
           MOVE "APPR-OUT" TO APR-REASON-WS.
           MOVE APR-TODAY-WS TO DATE-AUDIT.
           PERFORM APR-MOVE-STOCK.
           IF NOT APR-MOVED
               GO TO APR-NEXT-LINE
           END-IF.
           IF APR-ID-WS = 0
               OPEN I-O COUNTER-FILE
               MOVE "APPROVAL" TO NAME-COUNTER OF REC-COUNTER
               READ COUNTER-FILE
                   KEY IS NAME-COUNTER OF REC-COUNTER
                   INVALID KEY
                       MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                       WRITE REC-COUNTER
                   NOT INVALID KEY
                       ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                       REWRITE REC-COUNTER
               END-READ
               MOVE NEXT-ID-COUNTER OF REC-COUNTER TO APR-ID-WS
               CLOSE COUNTER-FILE
           END-IF.
           ADD 1 TO APR-LINE-WS.
           INITIALIZE REC-APPROVAL.
           MOVE APR-ID-WS TO ID-APPROVAL.
           MOVE APR-LINE-WS TO LINE-APPROVAL.
           MOVE APR-CUSTOMER-WS TO ID-CUSTOMER-APR.
           MOVE APR-GOODS-WS TO ID-GOODS-APR.
           MOVE APR-FROM-LOC-WS TO FROM-LOC-APR.
           MOVE APR-QTY-WS TO QTY-OUT-APR.
           MOVE 0 TO QTY-KEPT-APR.
           MOVE 0 TO QTY-BACK-APR.
           MOVE APR-TODAY-WS TO DATE-OUT-APR.
           MOVE APR-DUE-WS TO DATE-DUE-APR.
           SET APPROVAL-OPEN TO TRUE.
           MOVE 0 TO ID-SALE-APR.
           MOVE 0 TO DATE-SETTLED-APR.
           MOVE LS-OPERATOR-ID TO OPERATOR-APR.
           WRITE REC-APPROVAL
               INVALID KEY
                   DISPLAY "APPROVAL LINE " APR-ID-WS "/" APR-LINE-WS
                           " ALREADY ON FILE - NOT RECORDED."
           END-WRITE.
           GO TO APR-NEXT-LINE.

           APR-SEND-DONE.
           CLOSE LOCATION-FILE.
           CLOSE GOODS-FILE.
           CLOSE APPROVAL-FILE.
           IF APR-LINE-WS = 0
               DISPLAY "NOTHING SENT OUT."
           ELSE
               DISPLAY "APPROVAL " APR-ID-WS " RECORDED - "
                       APR-LINE-WS " LINES, DUE BACK " APR-DUE-WS "."
           END-IF.
           .
       APPROVAL-SEND-OUT-EXT.
           EXIT.

      *>  MOVES APR-QTY-WS OF APR-GOODS-WS FROM APR-FROM-LOC-WS TO
      *>  APR-TO-LOC-WS AND LOGS IT UNDER APR-REASON-WS, DATED
      *>  DATE-AUDIT. LOCATION-FILE AND GOODS-FILE ARE OPEN IN THE
      *>  CALLER. AS WITH A WAREHOUSE TRANSFER LEFT-GOODS DOES NOT
      *>  CHANGE, SO THE NET CHANGE LOGGED IS ZERO.
       APR-MOVE-STOCK SECTION.
           MOVE "N" TO APR-MOVED-SW.
           MOVE APR-GOODS-WS TO ID-GOODS-LOC.
           MOVE APR-FROM-LOC-WS TO CODE-LOCATION.
           READ LOCATION-FILE
               KEY IS KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   DISPLAY "NO STOCK ON FILE AT " APR-FROM-LOC-WS
                           " - NOTHING MOVED."
                   GO TO APR-MOVE-STOCK-EXT
           END-READ.
           IF APR-QTY-WS > QTY-LOCATION
               DISPLAY "ONLY " QTY-LOCATION " ON HAND AT "
                       APR-FROM-LOC-WS " - NOTHING MOVED."
               GO TO APR-MOVE-STOCK-EXT
           END-IF.
           SUBTRACT APR-QTY-WS FROM QTY-LOCATION.
           REWRITE REC-LOCATION.

           MOVE APR-GOODS-WS TO ID-GOODS-LOC.
           MOVE APR-TO-LOC-WS TO CODE-LOCATION.
           READ LOCATION-FILE
               KEY IS KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   MOVE APR-GOODS-WS TO ID-GOODS-LOC
                   MOVE APR-TO-LOC-WS TO CODE-LOCATION
                   MOVE APR-QTY-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD APR-QTY-WS TO QTY-LOCATION
                   REWRITE REC-LOCATION
           END-READ.

           MOVE APR-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE 0 TO LEFT-GOODS OF REC-GOODS
           END-READ.
           MOVE APR-GOODS-WS TO ID-GOODS-AUDIT.
           MOVE 0 TO CHANGE-QTY-AUDIT.
           MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT.
           MOVE APR-REASON-WS TO REASON-AUDIT.
           PERFORM WRITE-AUDIT-LOG.
           SET APR-MOVED TO TRUE.
           DISPLAY "MOVED " APR-QTY-WS " OF GOODS " APR-GOODS-WS
                   " FROM " APR-FROM-LOC-WS " TO " APR-TO-LOC-WS ".".
           .
       APR-MOVE-STOCK-EXT.
           EXIT.

      *>  THE CUSTOMER SAYS WHAT THEY ARE KEEPING. THE KEPT UNITS ARE
      *>  POSTED AS ONE SALE BILL SOLD FROM ONAPPR - THE ONLY POINT
      *>  AT WHICH REVENUE, COGS AND LEFT-GOODS MOVE - AND EVERYTHING
      *>  ELSE GOES BACK TO THE WAREHOUSE IT WAS SENT FROM. EVERY
      *>  PROMPT AND REFUSAL COMES BEFORE ANY STOCK MOVES.
       APPROVAL-SETTLE SECTION.
           DISPLAY "ENTER APPROVAL NUMBER TO SETTLE:"
           ACCEPT APR-ID-WS
           OPEN I-O APPROVAL-FILE.
           IF NOT (FILE-STA-APPROVAL = 00 OR FILE-STA-APPROVAL = 05)
               DISPLAY "APPROVAL FILE WILL NOT OPEN - STATUS "
                       FILE-STA-APPROVAL
               GO TO APPROVAL-SETTLE-EXT
           END-IF.
           MOVE 0 TO APR-LINE-CT-WS.
           MOVE APR-ID-WS TO ID-APPROVAL.
           MOVE 0 TO LINE-APPROVAL.
           START APPROVAL-FILE
               KEY NOT LESS THAN KEY-APPROVAL OF REC-APPROVAL
               INVALID KEY
                   GO TO APR-LOAD-DONE
           END-START.
           APR-LOAD-LINE.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   GO TO APR-LOAD-DONE
           END-READ.
           IF NOT (ID-APPROVAL = APR-ID-WS)
               GO TO APR-LOAD-DONE
           END-IF.
           IF NOT APPROVAL-OPEN
               GO TO APR-LOAD-LINE
           END-IF.
           IF APR-LINE-CT-WS NOT < 50
               DISPLAY "MORE THAN 50 OPEN LINES - THE REST WILL "
                       "NEED A SECOND SETTLEMENT."
               GO TO APR-LOAD-DONE
           END-IF.
           ADD 1 TO APR-LINE-CT-WS.
           MOVE LINE-APPROVAL TO APR-T-LINE-WS(APR-LINE-CT-WS).
           MOVE ID-GOODS-APR TO APR-T-GOODS-WS(APR-LINE-CT-WS).
           MOVE FROM-LOC-APR TO APR-T-FROM-WS(APR-LINE-CT-WS).
           MOVE QTY-OUT-APR TO APR-T-OUT-WS(APR-LINE-CT-WS).
           MOVE 0 TO APR-T-KEPT-WS(APR-LINE-CT-WS).
           MOVE ID-CUSTOMER-APR TO APR-CUSTOMER-WS.
           MOVE DATE-DUE-APR TO APR-DUE-WS.
           GO TO APR-LOAD-LINE.
           APR-LOAD-DONE.
           IF APR-LINE-CT-WS = 0
               DISPLAY "APPROVAL NOT FOUND OR ALREADY SETTLED."
               CLOSE APPROVAL-FILE
               GO TO APPROVAL-SETTLE-EXT
           END-IF.
           DISPLAY "APPROVAL " APR-ID-WS " FOR CUSTOMER "
                   APR-CUSTOMER-WS " WAS DUE BACK " APR-DUE-WS ".".
           IF APR-TODAY-WS > APR-DUE-WS
               DISPLAY "** THIS APPROVAL IS OVERDUE **"
           END-IF.

           MOVE 0 TO APR-KEPT-TOTAL-WS.
           MOVE 0 TO APR-BACK-TOTAL-WS.
           MOVE 1 TO APR-IDX.
           PERFORM APR-ASK-KEPT
               UNTIL APR-IDX > APR-LINE-CT-WS.
           DISPLAY APR-KEPT-TOTAL-WS " UNIT(S) KEPT AND INVOICED, "
                   APR-BACK-TOTAL-WS " UNIT(S) BACK TO STOCK."
           DISPLAY "SETTLE THE APPROVAL? (Y/N):"
           ACCEPT APR-CONFIRM-WS
           IF APR-CONFIRM-WS NOT = "Y"
               DISPLAY "SETTLEMENT CANCELLED - NOTHING CHANGED."
               CLOSE APPROVAL-FILE
               GO TO APPROVAL-SETTLE-EXT
           END-IF.

           OPEN I-O GOODS-FILE.
           OPEN I-O LOCATION-FILE.
           MOVE 0 TO ID-SALE OF REC-SALE.
           IF APR-KEPT-TOTAL-WS > 0
               PERFORM APR-POST-SALE
               IF ID-SALE OF REC-SALE = 0
                   CLOSE LOCATION-FILE
                   CLOSE GOODS-FILE
                   CLOSE APPROVAL-FILE
                   GO TO APPROVAL-SETTLE-EXT
               END-IF
           END-IF.

           MOVE 1 TO APR-IDX.
           PERFORM APR-RETURN-LINE
               UNTIL APR-IDX > APR-LINE-CT-WS.
           CLOSE LOCATION-FILE.
           CLOSE GOODS-FILE.
           CLOSE APPROVAL-FILE.
           IF ID-SALE OF REC-SALE = 0
               DISPLAY "APPROVAL " APR-ID-WS " SETTLED - ALL STOCK "
                       "RETURNED."
           ELSE
               DISPLAY "APPROVAL " APR-ID-WS " SETTLED - KEPT STOCK "
                       "INVOICED ON SALE " ID-SALE OF REC-SALE "."
           END-IF.
           .
       APPROVAL-SETTLE-EXT.
           EXIT.

       APR-ASK-KEPT SECTION.
           DISPLAY "GOODS " APR-T-GOODS-WS(APR-IDX) " - "
                   APR-T-OUT-WS(APR-IDX) " OUT FROM "
                   APR-T-FROM-WS(APR-IDX) ".".
           CHECK-APR-KEPT.
           DISPLAY "ENTER QUANTITY THE CUSTOMER IS KEEPING:"
           ACCEPT APR-T-KEPT-WS(APR-IDX)
           IF APR-T-KEPT-WS(APR-IDX) > APR-T-OUT-WS(APR-IDX)
               DISPLAY "ONLY " APR-T-OUT-WS(APR-IDX)
                       " WENT OUT! PLEASE RE-ENTER:"
               GO TO CHECK-APR-KEPT
           END-IF.
           ADD APR-T-KEPT-WS(APR-IDX) TO APR-KEPT-TOTAL-WS.
           COMPUTE APR-BACK-TOTAL-WS = APR-BACK-TOTAL-WS
               + APR-T-OUT-WS(APR-IDX) - APR-T-KEPT-WS(APR-IDX).
           ADD 1 TO APR-IDX.
           .
       APR-ASK-KEPT-EXT.
           EXIT.

      *>  THE BILL HEADER IS TAKEN EXACTLY AS A QUOTE CONVERSION TAKES
      *>  IT. A REFUSAL LEAVES ID-SALE ZERO AND NOTHING POSTED.
       APR-POST-SALE SECTION.
           OPEN I-O SALE-FILE.
           MOVE 0 TO LINE-SALE-WS.
           CHECK-APR-SALE-DATE.
           DISPLAY "ENTER THE DATE OF SALES:"
           ACCEPT DATE-SALE OF REC-SALE
           MOVE DATE-SALE OF REC-SALE TO DATE-CHECK-WS
           MOVE "S" TO DATE-MODE-WS
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID POSTING DATE! PLEASE RE-ENTER:"
               GO TO CHECK-APR-SALE-DATE
           END-IF
           MOVE DATE-SALE OF REC-SALE TO PERIOD-CHECK-DATE-WS
           PERFORM CHECK-PERIOD-OPEN
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "THAT ACCOUNTING PERIOD IS CLOSED! "
                       "PLEASE RE-ENTER:"
               GO TO CHECK-APR-SALE-DATE
           END-IF.
           MOVE APR-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.

           OPEN INPUT CUSTOMER-FILE.
           MOVE APR-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "CUSTOMER NO LONGER ON FILE - "
                           "SETTLEMENT CANCELLED."
                   CLOSE CUSTOMER-FILE
                   GO TO APR-POST-SALE-REFUSED
           END-READ.
           CLOSE CUSTOMER-FILE.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               DISPLAY "ACCOUNT IS CLOSED - SETTLEMENT CANCELLED."
               GO TO APR-POST-SALE-REFUSED
           END-IF.
           MOVE STATUS-CUSTOMER OF REC-CUSTOMER TO SALE-CUST-STATUS-WS.
           PERFORM CHECK-CREDIT-LIMIT.
           IF NOT CREDIT-OK
               DISPLAY "SETTLEMENT REFUSED - CUSTOMER IS ON CREDIT "
                       "HOLD."
               GO TO APR-POST-SALE-REFUSED
           END-IF.

           CHECK-APR-TENDER.
           DISPLAY "ENTER TENDER TYPE (C=CASH D=CARD A=ON ACCOUNT "
                   "R=STORE CREDIT):"
           ACCEPT TENDER-TYPE-SALE
           IF NOT (TENDER-CASH OR TENDER-CARD OR TENDER-ACCOUNT
                   OR TENDER-CREDIT)
               DISPLAY "INVALID TENDER TYPE! PLEASE RE-ENTER:"
               GO TO CHECK-APR-TENDER
           END-IF.
           IF TENDER-ACCOUNT AND SALE-CUST-ON-STOP
               DISPLAY "ACCOUNT IS ON STOP - CASH, CARD OR STORE "
                       "CREDIT ONLY! PLEASE RE-ENTER:"
               GO TO CHECK-APR-TENDER
           END-IF.
           PERFORM STAMP-BILL-DUE-DATE.
           PERFORM FIND-OPEN-DRAWER.
           MOVE SPACE TO PEND-SHIPTO-WS.
           PERFORM CAPTURE-SALESPERSON.

           MOVE DATE-SALE OF REC-SALE TO PEND-DATE-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO PEND-CUSTOMER-WS.
           MOVE TENDER-TYPE-SALE TO PEND-TENDER-WS.
           MOVE CODE-SALESPERSON-SALE TO PEND-SALESPERSON-WS.
           PERFORM INITIALIZE-SALE.
           MOVE PEND-DATE-WS TO DATE-SALE OF REC-SALE.
           MOVE PEND-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           MOVE PEND-TENDER-WS TO TENDER-TYPE-SALE.
           MOVE PEND-SALESPERSON-WS TO CODE-SALESPERSON-SALE.
           MOVE ID-SALE OF REC-SALE TO PEND-SALE-ID-WS.
           MOVE 0 TO SCR-BILL-TOTAL-WS.
           MOVE 1 TO APR-IDX.
           PERFORM APR-POST-KEPT-LINE
               UNTIL APR-IDX > APR-LINE-CT-WS.
           CLOSE SALE-FILE.
           MOVE PEND-SALE-ID-WS TO ID-SALE OF REC-SALE.
           IF PEND-TENDER-WS = "R"
               PERFORM REDEEM-STORE-CREDIT
           END-IF.
           GO TO APR-POST-SALE-EXT.

           APR-POST-SALE-REFUSED.
           CLOSE SALE-FILE.
           MOVE 0 TO ID-SALE OF REC-SALE.
           .
       APR-POST-SALE-EXT.
           EXIT.

      *>  THE KEPT UNITS ARE SOLD FROM ONAPPR AND ARE ALREADY WITH
      *>  THE CUSTOMER, SO THE LINE GOES STRAIGHT TO DELIVERED.
       APR-POST-KEPT-LINE SECTION.
           IF APR-T-KEPT-WS(APR-IDX) = 0
               GO TO APR-POST-KEPT-NEXT
           END-IF.
           MOVE PEND-SALE-ID-WS TO ID-SALE OF REC-SALE.
           MOVE "N" TO VOID-SALE-SW OF REC-SALE.
           MOVE "N" TO DS-LINE-SW.
           MOVE APR-T-GOODS-WS(APR-IDX) TO ID-GOODS OF REC-SALE.
           MOVE APR-T-GOODS-WS(APR-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " APR-T-GOODS-WS(APR-IDX)
                           " NO LONGER ON FILE - NOT INVOICED, "
                           "RETURNED TO STOCK INSTEAD."
                   MOVE 0 TO APR-T-KEPT-WS(APR-IDX)
                   GO TO APR-POST-KEPT-NEXT
           END-READ.
           MOVE APR-T-KEPT-WS(APR-IDX) TO NUM-SALE OF REC-SALE.
           MOVE APR-HOLD-LOC-WS TO LOCATION-GOODS OF REC-SALE.
           PERFORM POST-SALE-LINE.
           SET SHIP-DELIVERED TO TRUE.
           REWRITE REC-SALE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-SALE-REC.
           APR-POST-KEPT-NEXT.
           ADD 1 TO APR-IDX.
           .
       APR-POST-KEPT-LINE-EXT.
           EXIT.

      *>  PUTS THE UNITS NOT KEPT BACK AT THE WAREHOUSE THEY CAME FROM
      *>  AND CLOSES THE APPROVAL LINE WITH WHAT BECAME OF IT.
       APR-RETURN-LINE SECTION.
           COMPUTE APR-QTY-WS = APR-T-OUT-WS(APR-IDX)
               - APR-T-KEPT-WS(APR-IDX).
           IF APR-QTY-WS > 0
               MOVE APR-T-GOODS-WS(APR-IDX) TO APR-GOODS-WS
               MOVE APR-HOLD-LOC-WS TO APR-FROM-LOC-WS
               MOVE APR-T-FROM-WS(APR-IDX) TO APR-TO-LOC-WS
               MOVE "APPR-BACK" TO APR-REASON-WS
               MOVE APR-TODAY-WS TO DATE-AUDIT
               PERFORM APR-MOVE-STOCK
           END-IF.
           MOVE APR-ID-WS TO ID-APPROVAL.
           MOVE APR-T-LINE-WS(APR-IDX) TO LINE-APPROVAL.
           READ APPROVAL-FILE
               KEY IS KEY-APPROVAL OF REC-APPROVAL
               INVALID KEY
                   GO TO APR-RETURN-NEXT
           END-READ.
           MOVE APR-T-KEPT-WS(APR-IDX) TO QTY-KEPT-APR.
           MOVE APR-QTY-WS TO QTY-BACK-APR.
           SET APPROVAL-SETTLED TO TRUE.
           IF APR-T-KEPT-WS(APR-IDX) > 0
               MOVE ID-SALE OF REC-SALE TO ID-SALE-APR
           END-IF.
           MOVE APR-TODAY-WS TO DATE-SETTLED-APR.
           REWRITE REC-APPROVAL.
           APR-RETURN-NEXT.
           ADD 1 TO APR-IDX.
           .
       APR-RETURN-LINE-EXT.
           EXIT.

      *>  RESTOCKED LOT GOODS GO BACK INTO A NAMED LOT SO FEFO
      *>  PICKING STAYS TRUE. BLANK SKIPS FOR UNLOTTED GOODS.
       RESTOCK-RETURN-LOT SECTION.
           OPEN I-O LOT-FILE.
           IF NOT (FILE-STA-LOT = 00 OR FILE-STA-LOT = 05)
               GO TO RESTOCK-RETURN-LOT-EXT
           END-IF.
           DISPLAY "ENTER LOT TO RESTOCK TO (BLANK IF NOT LOT "
                   "TRACKED):"
           ACCEPT RESTOCK-LOT-NO-WS.
           IF RESTOCK-LOT-NO-WS = SPACE
               GO TO RESTOCK-RETURN-LOT-DONE
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LOT.
           MOVE RESTOCK-LOT-NO-WS TO NO-LOT.
           READ LOT-FILE
               KEY IS KEY-LOT OF REC-LOT
               INVALID KEY
                   DISPLAY "ENTER LOT EXPIRY DATE (YYYYMMDD):"
                   ACCEPT RESTOCK-LOT-EXP-WS
                   MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LOT
                   MOVE RESTOCK-LOT-NO-WS TO NO-LOT
                   MOVE RESTOCK-LOT-EXP-WS TO DATE-EXPIRY-LOT
                   MOVE RETURN-QTY-WS TO QTY-REMAIN-LOT
                   MOVE LOCATION-GOODS OF REC-SALE
                       TO CODE-LOCATION-LOT
                   MOVE RESTORE-LAYER-COST-WS TO COST-LOT
                   WRITE REC-LOT
               NOT INVALID KEY
                   ADD RETURN-QTY-WS TO QTY-REMAIN-LOT
                   REWRITE REC-LOT
           END-READ.
           DISPLAY "LOT " RESTOCK-LOT-NO-WS " NOW HOLDS "
                   QTY-REMAIN-LOT " UNITS.".

           RESTOCK-RETURN-LOT-DONE.
           CLOSE LOT-FILE.
           .
       RESTOCK-RETURN-LOT-EXT.
           EXIT.

       INITIALIZE-CREDIT-NOTE SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "CREDNOTE" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO SIZE-CREDNOTE-WS
                   MOVE SIZE-CREDNOTE-WS
                       TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO CREDIT-NOTE-ID-WS
           CLOSE COUNTER-FILE
           .
           INITIALIZE-CREDIT-NOTE-EXT.
               EXIT.

      *>  THE CREDIT NOTE JUST PRINTED GOES ON THE STORE-CREDIT
      *>  LEDGER AS AN OPEN BALANCE THE CUSTOMER CAN SPEND AT THE
      *>  TILL - THE SLIP IS NOW ONLY A RECEIPT. ONLY FOR BILLS
      *>  SETTLED AT THE COUNTER (CASH, CARD, STORE CREDIT): AN
      *>  ON-ACCOUNT RETURN ALREADY NETS OFF THE OPEN BALANCE IN
      *>  THE AR ARITHMETIC, AND SPENDABLE CREDIT ON TOP WOULD PAY
      *>  THE CUSTOMER TWICE.
       RECORD-STORE-CREDIT SECTION.
           IF NOT (TENDER-CASH OR TENDER-CARD OR TENDER-CREDIT)
               DISPLAY "ON-ACCOUNT RETURN - CREDITED AGAINST THE "
                       "ACCOUNT BALANCE, NO STORE CREDIT ISSUED."
               GO TO RECORD-STORE-CREDIT-EXT
           END-IF.
           OPEN I-O STORE-CREDIT-FILE.
           IF NOT (FILE-STA-STORECR = 00 OR FILE-STA-STORECR = 05)
               DISPLAY "STORE CREDIT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-STORECR
               GO TO RECORD-STORE-CREDIT-EXT
           END-IF.
           MOVE CREDIT-NOTE-ID-WS TO ID-CREDIT-NOTE-SCR.
           MOVE ID-CUSTOMER OF REC-SALE TO ID-CUSTOMER-SCR.
           COMPUTE AMOUNT-SCR = RETURN-VALUE-WS + RETURN-VAT-WS.
           MOVE 0 TO USED-SCR.
           MOVE DATE-RETURN TO DATE-SCR.
           SET CREDIT-OPEN-SCR TO TRUE.
           WRITE REC-STORE-CREDIT
               INVALID KEY
                   DISPLAY "STORE CREDIT ROW COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE STORE-CREDIT-FILE.
           DISPLAY "STORE CREDIT " CREDIT-NOTE-ID-WS " OF "
                   AMOUNT-SCR " NOW REDEEMABLE AT THE TILL."
           .
       RECORD-STORE-CREDIT-EXT.
           EXIT.

      *>  SETTLES THE BILL JUST POSTED AGAINST THE CUSTOMER'S OPEN
      *>  STORE CREDITS, OLDEST NOTE FIRST, PARTIAL DRAW-DOWNS
      *>  ALLOWED. WHATEVER THE CREDITS CANNOT COVER IS COLLECTED
      *>  IN CASH AT THE COUNTER.
       REDEEM-STORE-CREDIT SECTION.
           MOVE SCR-BILL-TOTAL-WS TO SCR-REMAIN-WS.
           OPEN I-O STORE-CREDIT-FILE.
           IF NOT (FILE-STA-STORECR = 00 OR FILE-STA-STORECR = 05)
               DISPLAY "STORE CREDIT FILE WILL NOT OPEN - COLLECT "
                       SCR-REMAIN-WS " IN CASH."
               GO TO REDEEM-STORE-CREDIT-EXT
           END-IF.
           REDEEM-SCR-READ.
           READ STORE-CREDIT-FILE NEXT RECORD
               AT END
                   GO TO REDEEM-SCR-DONE
           END-READ.
           IF NOT (SCR-REMAIN-WS > 0)
               GO TO REDEEM-SCR-DONE
           END-IF.
           IF NOT (ID-CUSTOMER-SCR = PEND-CUSTOMER-WS
                   AND CREDIT-OPEN-SCR)
               GO TO REDEEM-SCR-READ
           END-IF.
           COMPUTE SCR-AVAIL-WS = AMOUNT-SCR - USED-SCR.
           IF NOT (SCR-AVAIL-WS > 0)
               GO TO REDEEM-SCR-READ
           END-IF.
           IF SCR-AVAIL-WS < SCR-REMAIN-WS
               MOVE SCR-AVAIL-WS TO SCR-TAKE-WS
           ELSE
               MOVE SCR-REMAIN-WS TO SCR-TAKE-WS
           END-IF.
           ADD SCR-TAKE-WS TO USED-SCR.
           IF NOT (USED-SCR < AMOUNT-SCR)
               SET CREDIT-USED-SCR TO TRUE
           END-IF.
           REWRITE REC-STORE-CREDIT.
           SUBTRACT SCR-TAKE-WS FROM SCR-REMAIN-WS.
           COMPUTE SCR-AVAIL-WS = AMOUNT-SCR - USED-SCR.
           DISPLAY "CREDIT NOTE " ID-CREDIT-NOTE-SCR " - "
                   SCR-TAKE-WS " REDEEMED, "
                   SCR-AVAIL-WS " LEFT ON THE NOTE."
           GO TO REDEEM-SCR-READ.

           REDEEM-SCR-DONE.
           CLOSE STORE-CREDIT-FILE.
           IF SCR-REMAIN-WS > 0
               DISPLAY "CREDITS COVERED ONLY PART OF THE BILL - "
                       "COLLECT " SCR-REMAIN-WS " IN CASH."
           ELSE
               DISPLAY "BILL FULLY SETTLED FROM STORE CREDIT."
           END-IF.
           .
       REDEEM-STORE-CREDIT-EXT.
           EXIT.

       PRINT-CREDIT-NOTE SECTION.
           OPEN EXTEND CREDIT-NOTE-FILE.
           MOVE SPACE TO CREDIT-NOTE-LINE-WS.
           STRING "CREDIT NOTE " CREDIT-NOTE-ID-WS
               " DATED " DATE-RETURN
               DELIMITED BY SIZE INTO CREDIT-NOTE-LINE-WS.
           MOVE CREDIT-NOTE-LINE-WS TO REC-CREDIT-NOTE.
           WRITE REC-CREDIT-NOTE.
           MOVE SPACE TO CREDIT-NOTE-LINE-WS.
           STRING "AGAINST SALE " ID-SALE-RETURN
               " LINE " LINE-SALE-RETURN
               " CUSTOMER " ID-CUSTOMER OF REC-SALE
               DELIMITED BY SIZE INTO CREDIT-NOTE-LINE-WS.
           MOVE CREDIT-NOTE-LINE-WS TO REC-CREDIT-NOTE.
           WRITE REC-CREDIT-NOTE.
           MOVE SPACE TO CREDIT-NOTE-LINE-WS.
           STRING "GOODS " ID-GOODS-RETURN
               " QTY " QTY-RETURN
               " DISPOSITION " DISPOSITION-RETURN
               " REASON " REASON-RETURN
               DELIMITED BY SIZE INTO CREDIT-NOTE-LINE-WS.
           MOVE CREDIT-NOTE-LINE-WS TO REC-CREDIT-NOTE.
           WRITE REC-CREDIT-NOTE.
           MOVE SPACE TO CREDIT-NOTE-LINE-WS.
           STRING "REFUND VALUE " VALUE-RETURN
               " VAT REVERSED " VAT-RETURN
               DELIMITED BY SIZE INTO CREDIT-NOTE-LINE-WS.
           MOVE CREDIT-NOTE-LINE-WS TO REC-CREDIT-NOTE.
           WRITE REC-CREDIT-NOTE.
           CLOSE CREDIT-NOTE-FILE.
           .
       PRINT-CREDIT-NOTE-EXT.
           EXIT.

      *>  A RETURNED SERIAL MUST HAVE BEEN SOLD ON THIS VERY SALE
      *>  LINE - WARRANTY CLAIMS NO LONGER REST ON THE CUSTOMER'S
      *>  WORD.
       VALIDATE-RETURN-SERIALS SECTION.
           OPEN I-O SERIAL-FILE.
           IF NOT (FILE-STA-SERIAL = 00 OR FILE-STA-SERIAL = 05)
               DISPLAY "SERIAL FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SERIAL
               GO TO VALIDATE-RETURN-SERIALS-EXT
           END-IF.
           MOVE 0 TO SERIAL-DONE-CT-WS.
           RETURN-SERIAL-LOOP.
           IF SERIAL-DONE-CT-WS NOT < RETURN-QTY-WS
               GO TO VALIDATE-RETURN-SERIALS-DONE
           END-IF.
           DISPLAY "ENTER SERIAL NUMBER RETURNED ("
                   SERIAL-DONE-CT-WS " OF " RETURN-QTY-WS
                   " RECORDED):"
           ACCEPT SERIAL-NO-WS.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-SERIAL.
           MOVE SERIAL-NO-WS TO NO-SERIAL.
           READ SERIAL-FILE
               KEY IS KEY-SERIAL OF REC-SERIAL
               INVALID KEY
                   DISPLAY "SERIAL NOT ON FILE FOR THIS GOODS - "
                           "RE-ENTER."
                   GO TO RETURN-SERIAL-LOOP
           END-READ.
           IF NOT SERIAL-SOLD
               DISPLAY "SERIAL IS " STATUS-SERIAL
                       " - NOT SOLD. RE-ENTER."
               GO TO RETURN-SERIAL-LOOP
           END-IF.
           IF NOT (ID-SALE-SERIAL = RETURN-TARGET-ID-WS
                   AND LINE-SALE-SERIAL = RETURN-TARGET-LINE-WS)
               DISPLAY "SERIAL WAS NOT SOLD ON THIS SALE LINE - "
                       "RE-ENTER."
               GO TO RETURN-SERIAL-LOOP
           END-IF.
           SET SERIAL-RETURNED TO TRUE.
           REWRITE REC-SERIAL.
           ADD 1 TO SERIAL-DONE-CT-WS.
           GO TO RETURN-SERIAL-LOOP.

           VALIDATE-RETURN-SERIALS-DONE.
           CLOSE SERIAL-FILE.
           .
       VALIDATE-RETURN-SERIALS-EXT.
           EXIT.

       SUM-PRIOR-RETURNS SECTION.
           MOVE 0 TO RETURN-QTY-PRIOR-WS.
           OPEN INPUT RETURN-FILE.
           IF NOT (FILE-STA-RETURN = 00)
               GO TO SUM-PRIOR-RETURNS-EXT
           END-IF.
           SUM-PRIOR-RETURNS-READ.
           READ RETURN-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-SALE-RETURN = RETURN-TARGET-ID-WS
                          AND LINE-SALE-RETURN = RETURN-TARGET-LINE-WS
                       ADD QTY-RETURN TO RETURN-QTY-PRIOR-WS
                   END-IF
                   GO TO SUM-PRIOR-RETURNS-READ
           END-READ.
           CLOSE RETURN-FILE.
           .
       SUM-PRIOR-RETURNS-EXT.
           EXIT.

      *>  RECEIPTS ARE RECORDED AND APPLIED TO BILLS HERE, AND A
      *>  RECEIPT PUT AGAINST THE WRONG BILL IS TAKEN OFF AND
      *>  APPLIED AGAIN.
       PAYMENT-MENU SECTION.
           DISPLAY "R>RECORD A PAYMENT   A>RE-ALLOCATE A RECEIPT   "
                   "E>EXIT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT PAY-ACTION-WS
           EVALUATE PAY-ACTION-WS
               WHEN "R"
                   PERFORM RECORD-PAYMENT
               WHEN "A"
                   PERFORM REALLOCATE-RECEIPT
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE!"
           END-EVALUATE.
           .
       PAYMENT-MENU-EXT.
           EXIT.

       RECORD-PAYMENT SECTION.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT (FILE-STA-CUSTOMER = 00)
               DISPLAY "CUSTOMER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-CUSTOMER
               GO TO RECORD-PAYMENT-EXT
           END-IF.
           CHECK-PAYMENT-CUSTOMER.
           DISPLAY "ENTER ID OF CUSTOMER:"
           ACCEPT ID-CUSTOMER OF REC-CUSTOMER
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "INVALID ID OF CUSTOMER! PLEASE RE-ENTER:"
                   GO TO CHECK-PAYMENT-CUSTOMER
           END-READ
           CLOSE CUSTOMER-FILE.

           CHECK-PAYMENT-AMOUNT.
           DISPLAY "ENTER AMOUNT RECEIVED:"
           ACCEPT PAYMENT-AMOUNT-WS
           IF NOT (PAYMENT-AMOUNT-WS > 0)
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO. RE-ENTER:"
               GO TO CHECK-PAYMENT-AMOUNT
           END-IF.

           OPEN I-O PAYMENT-FILE.
           IF NOT (FILE-STA-PAYMENT = 00 OR FILE-STA-PAYMENT = 05)
               DISPLAY "PAYMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PAYMENT
               GO TO RECORD-PAYMENT-EXT
           END-IF.
           PERFORM INITIALIZE-PAYMENT.
           MOVE ID-CUSTOMER OF REC-CUSTOMER TO ID-CUSTOMER-PAY.
           MOVE PAYMENT-AMOUNT-WS TO AMOUNT-PAY.
           CHECK-PAYMENT-DATE.
           DISPLAY "ENTER THE DATE OF PAYMENT:"
           ACCEPT DATE-PAY
           MOVE DATE-PAY TO DATE-CHECK-WS
           MOVE "S" TO DATE-MODE-WS
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID POSTING DATE! PLEASE RE-ENTER:"
               GO TO CHECK-PAYMENT-DATE
           END-IF.
           WRITE REC-PAYMENT.
           CLOSE PAYMENT-FILE.
           DISPLAY "PAYMENT RECORDED - RECEIPT NO " ID-RECEIPT-PAY
                   " FOR CUSTOMER " ID-CUSTOMER-PAY "."
           MOVE ID-CUSTOMER-PAY TO ALC-CUSTOMER-WS.
           MOVE ID-RECEIPT-PAY TO ALC-RECEIPT-WS.
           MOVE AMOUNT-PAY TO ALC-UNAPPLIED-WS.
           MOVE DATE-PAY TO ALC-DATE-WS.
           MOVE DATE-PAY TO ALC-RCPT-DATE-WS.
           PERFORM ALLOCATE-RECEIPT.
           .
       RECORD-PAYMENT-EXT.
           EXIT.

       INITIALIZE-PAYMENT SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "PAYMENT" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   PERFORM RESCAN-PAYMENT-ID
                   ADD 1 TO SIZE-PAYMENT-WS
                   MOVE SIZE-PAYMENT-WS
                       TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO ID-RECEIPT-PAY
           CLOSE COUNTER-FILE
           .
           INITIALIZE-PAYMENT-EXT.
               EXIT.

       RESCAN-PAYMENT-ID SECTION.
           INITIALIZE SIZE-PAYMENT-WS.
           RESCAN-READ-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-RECEIPT-PAY > SIZE-PAYMENT-WS
                       MOVE ID-RECEIPT-PAY TO SIZE-PAYMENT-WS
                   END-IF
                   GO TO RESCAN-READ-PAYMENT
           END-READ
           .
           RESCAN-PAYMENT-ID-EXT.
               EXIT.

      *>  SPREADS THE UNAPPLIED PART OF ONE RECEIPT (ALC-CUSTOMER-WS,
      *>  ALC-RECEIPT-WS, ALC-UNAPPLIED-WS, DATED ALC-DATE-WS) OVER
      *>  THE CUSTOMER'S OPEN BILLS - OLDEST FIRST, OR BILL BY BILL
      *>  AS THE REMITTANCE ADVICE SAYS. WHATEVER IS LEFT STAYS ON
      *>  THE ACCOUNT AS UNAPPLIED CASH. A BILL SETTLED IN FULL BY A
      *>  RECEIPT DATED (ALC-RCPT-DATE-WS) INSIDE THE CUSTOMER'S
      *>  DISCOUNT WINDOW IS SETTLED LESS THE EARLY DISCOUNT.
       ALLOCATE-RECEIPT SECTION.
           IF NOT (ALC-UNAPPLIED-WS > 0)
               GO TO ALLOCATE-RECEIPT-EXT
           END-IF.
           PERFORM ALC-LOAD-TERMS.
           PERFORM LOAD-OPEN-BILLS.
           MOVE 0 TO ALC-ROW-CT-WS.
           MOVE 1 TO ALC-IDX.
           PERFORM SHOW-OPEN-BILL UNTIL ALC-IDX > ALC-BILL-CT-WS.
           IF ALC-ROW-CT-WS = 0
               DISPLAY "CUSTOMER HAS NO OPEN BILLS - "
                       ALC-UNAPPLIED-WS " LEFT UNAPPLIED ON ACCOUNT."
               GO TO ALLOCATE-RECEIPT-EXT
           END-IF.
           DISPLAY ALC-UNAPPLIED-WS " OF RECEIPT " ALC-RECEIPT-WS
                   " TO APPLY."
           DISPLAY "O>OLDEST BILLS FIRST   B>BILL BY BILL   "
                   "U>LEAVE UNAPPLIED."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT ALC-CHOICE-WS.
           IF NOT (ALC-CHOICE-WS = "O" OR ALC-CHOICE-WS = "B")
               DISPLAY ALC-UNAPPLIED-WS " LEFT UNAPPLIED ON ACCOUNT."
               GO TO ALLOCATE-RECEIPT-EXT
           END-IF.
           OPEN I-O ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00 OR FILE-STA-ALLOC = 05)
               DISPLAY "ALLOCATION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-ALLOC
               GO TO ALLOCATE-RECEIPT-EXT
           END-IF.
           IF ALC-CHOICE-WS = "O"
               MOVE 1 TO ALC-IDX
               PERFORM ALLOC-OLDEST-BILL
                   UNTIL ALC-IDX > ALC-BILL-CT-WS
                      OR NOT (ALC-UNAPPLIED-WS > 0)
               GO TO ALLOCATE-RECEIPT-DONE
           END-IF.
           ALLOC-ASK-BILL.
           IF NOT (ALC-UNAPPLIED-WS > 0)
               GO TO ALLOCATE-RECEIPT-DONE
           END-IF.
           DISPLAY "ENTER BILL NO TO APPLY TO (0 = FINISHED):"
           ACCEPT ALC-SALE-WS
           IF ALC-SALE-WS = 0
               GO TO ALLOCATE-RECEIPT-DONE
           END-IF
           PERFORM FIND-OPEN-BILL
           IF NOT ALC-FOUND
               DISPLAY "NOT AN OPEN BILL OF THIS CUSTOMER."
               GO TO ALLOC-ASK-BILL
           END-IF
           IF NOT (ALC-BILL-OPEN(ALC-IDX) > 0)
               DISPLAY "BILL " ALC-SALE-WS " IS ALREADY SETTLED."
               GO TO ALLOC-ASK-BILL
           END-IF
           PERFORM ALC-CHECK-DISCOUNT
           IF ALC-DISC-OFFER-WS > 0
               DISPLAY "EARLY SETTLEMENT DISCOUNT OF "
                       ALC-DISC-OFFER-WS " IF SETTLED WITH "
                       ALC-SETTLE-WS
           END-IF
           DISPLAY "BILL " ALC-SALE-WS " OPEN "
                   ALC-BILL-OPEN(ALC-IDX)
                   " - ENTER AMOUNT TO APPLY:"
           ACCEPT ALC-AMOUNT-WS
           IF NOT (ALC-AMOUNT-WS > 0)
                  OR ALC-AMOUNT-WS > ALC-UNAPPLIED-WS
                  OR ALC-AMOUNT-WS > ALC-BILL-OPEN(ALC-IDX)
               DISPLAY "AMOUNT MUST BE ABOVE ZERO AND NO MORE THAN "
                       "THE BILL'S OPEN AMOUNT OR THE CASH LEFT."
               GO TO ALLOC-ASK-BILL
           END-IF
           MOVE 0 TO ALC-DISC-WS
           IF ALC-DISC-OFFER-WS > 0
                  AND ALC-AMOUNT-WS = ALC-SETTLE-WS
               MOVE ALC-DISC-OFFER-WS TO ALC-DISC-WS
           END-IF
           PERFORM APPLY-TO-OPEN-BILL.
           GO TO ALLOC-ASK-BILL.

           ALLOCATE-RECEIPT-DONE.
           CLOSE ALLOC-FILE.
           DISPLAY ALC-UNAPPLIED-WS " LEFT UNAPPLIED ON ACCOUNT."
           .
       ALLOCATE-RECEIPT-EXT.
           EXIT.

       SHOW-OPEN-BILL SECTION.
           IF ALC-BILL-OPEN(ALC-IDX) > 0
               DISPLAY "BILL " ALC-BILL-ID(ALC-IDX)
                       " DATED " ALC-BILL-DATE(ALC-IDX)
                       " DUE " ALC-BILL-DUE(ALC-IDX)
                       " OPEN " ALC-BILL-OPEN(ALC-IDX)
               ADD 1 TO ALC-ROW-CT-WS
           END-IF.
           ADD 1 TO ALC-IDX.
           .
       SHOW-OPEN-BILL-EXT.
           EXIT.

       ALLOC-OLDEST-BILL SECTION.
           IF NOT (ALC-BILL-OPEN(ALC-IDX) > 0)
               GO TO ALLOC-OLDEST-BILL-NEXT
           END-IF.
           MOVE 0 TO ALC-DISC-WS.
           PERFORM ALC-CHECK-DISCOUNT.
           IF ALC-DISC-OFFER-WS > 0
                  AND ALC-SETTLE-WS NOT > ALC-UNAPPLIED-WS
               MOVE ALC-SETTLE-WS TO ALC-AMOUNT-WS
               MOVE ALC-DISC-OFFER-WS TO ALC-DISC-WS
               GO TO ALLOC-OLDEST-BILL-APPLY
           END-IF.
           IF ALC-BILL-OPEN(ALC-IDX) < ALC-UNAPPLIED-WS
               MOVE ALC-BILL-OPEN(ALC-IDX) TO ALC-AMOUNT-WS
           ELSE
               MOVE ALC-UNAPPLIED-WS TO ALC-AMOUNT-WS
           END-IF.
           ALLOC-OLDEST-BILL-APPLY.
           MOVE ALC-BILL-ID(ALC-IDX) TO ALC-SALE-WS.
           PERFORM APPLY-TO-OPEN-BILL.
           ALLOC-OLDEST-BILL-NEXT.
           ADD 1 TO ALC-IDX.
           .
       ALLOC-OLDEST-BILL-EXT.
           EXIT.

      *>  APPLIES ALC-AMOUNT-WS OF CASH, AND ANY EARLY DISCOUNT IN
      *>  ALC-DISC-WS, TO THE TABLE BILL AT ALC-IDX.
       APPLY-TO-OPEN-BILL SECTION.
           PERFORM WRITE-ALLOC-ROW.
           SUBTRACT ALC-AMOUNT-WS FROM ALC-UNAPPLIED-WS.
           SUBTRACT ALC-AMOUNT-WS FROM ALC-BILL-OPEN(ALC-IDX).
           IF ALC-DISC-WS > 0
               SUBTRACT ALC-DISC-WS FROM ALC-BILL-OPEN(ALC-IDX)
               DISPLAY "EARLY SETTLEMENT DISCOUNT OF " ALC-DISC-WS
                       " ALLOWED ON BILL " ALC-SALE-WS "."
           END-IF.
           DISPLAY ALC-AMOUNT-WS " APPLIED TO BILL " ALC-SALE-WS
                   " - " ALC-BILL-OPEN(ALC-IDX) " STILL OPEN ON IT."
           .
       APPLY-TO-OPEN-BILL-EXT.
           EXIT.

      *>  WRITES (OR TOPS UP) THE ALLOCATION OF ALC-AMOUNT-WS, AND
      *>  DISCOUNT ALC-DISC-WS, FROM RECEIPT ALC-RECEIPT-WS TO BILL
      *>  ALC-SALE-WS. ALLOC-FILE MUST BE OPEN I-O.
       WRITE-ALLOC-ROW SECTION.
           MOVE ALC-CUSTOMER-WS TO ID-CUSTOMER-ALC.
           MOVE ALC-RECEIPT-WS TO ID-RECEIPT-ALC.
           MOVE ALC-SALE-WS TO ID-SALE-ALC.
           READ ALLOC-FILE
               KEY IS KEY-ALLOC OF REC-ALLOC
               INVALID KEY
                   MOVE ALC-AMOUNT-WS TO AMOUNT-ALC
                   MOVE ALC-DISC-WS TO DISCOUNT-ALC
                   MOVE ALC-DATE-WS TO DATE-ALC
                   MOVE LS-OPERATOR-ID TO OPERATOR-ALC
                   WRITE REC-ALLOC
               NOT INVALID KEY
                   ADD ALC-AMOUNT-WS TO AMOUNT-ALC
                   ADD ALC-DISC-WS TO DISCOUNT-ALC
                   MOVE ALC-DATE-WS TO DATE-ALC
                   MOVE LS-OPERATOR-ID TO OPERATOR-ALC
                   REWRITE REC-ALLOC
           END-READ.
           .
       WRITE-ALLOC-ROW-EXT.
           EXIT.

      *>  BUILDS THE CUSTOMER'S ON-ACCOUNT BILLS, OLDEST FIRST, EACH
      *>  WITH WHAT IS STILL OPEN ON IT: THE BILL VALUE LESS THE
      *>  RETURNS CREDITED AGAINST IT AND THE RECEIPTS ALREADY
      *>  APPLIED TO IT. SALE-FILE MUST BE CLOSED ON ENTRY.
       LOAD-OPEN-BILLS SECTION.
           MOVE 0 TO ALC-BILL-CT-WS.
           MOVE "N" TO ALC-TRUNC-WARNED-SW.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           LOAD-BILL-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO LOAD-BILL-DONE
           END-READ.
           IF NOT (ID-CUSTOMER OF REC-SALE = ALC-CUSTOMER-WS)
                  OR SALE-VOIDED
                  OR TENDER-CASH OR TENDER-CARD OR TENDER-CREDIT
               GO TO LOAD-BILL-READ
           END-IF.
           PERFORM ALC-SALE-LINE-VALUE.
           IF ALC-BILL-CT-WS > 0
               IF ALC-BILL-ID(ALC-BILL-CT-WS) = ID-SALE OF REC-SALE
                   ADD ALC-LINE-VALUE-WS
                       TO ALC-BILL-OPEN(ALC-BILL-CT-WS)
                   GO TO LOAD-BILL-READ
               END-IF
           END-IF.
           IF ALC-BILL-CT-WS NOT < 999
               IF NOT ALC-TRUNC-WARNED
                   DISPLAY "MORE THAN 999 ON-ACCOUNT BILLS - ONLY "
                           "THE OLDEST 999 ARE OFFERED."
                   SET ALC-TRUNC-WARNED TO TRUE
               END-IF
               GO TO LOAD-BILL-READ
           END-IF.
           ADD 1 TO ALC-BILL-CT-WS.
           MOVE ID-SALE OF REC-SALE TO ALC-BILL-ID(ALC-BILL-CT-WS).
           MOVE DATE-SALE OF REC-SALE
               TO ALC-BILL-DATE(ALC-BILL-CT-WS).
           IF DUE-DATE-SALE OF REC-SALE IS NUMERIC
                  AND DUE-DATE-SALE OF REC-SALE > 0
               MOVE DUE-DATE-SALE OF REC-SALE
                   TO ALC-BILL-DUE(ALC-BILL-CT-WS)
           ELSE
               MOVE DATE-SALE OF REC-SALE TO DUE-IN-DATE-WS
               MOVE 30 TO DUE-ADD-DAYS-WS
               PERFORM ADD-DAYS-TO-DATE
               MOVE DUE-OUT-DATE-WS TO ALC-BILL-DUE(ALC-BILL-CT-WS)
           END-IF.
           MOVE ALC-LINE-VALUE-WS TO ALC-BILL-OPEN(ALC-BILL-CT-WS).
           GO TO LOAD-BILL-READ.

           LOAD-BILL-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           PERFORM LOAD-BILL-FREIGHT.
           PERFORM LOAD-BILL-RETURNS.
           PERFORM LOAD-BILL-ALLOCS.
           .
       LOAD-OPEN-BILLS-EXT.
           EXIT.

       ALC-SALE-LINE-VALUE SECTION.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               COMPUTE ALC-LINE-VALUE-WS =
                   NUM-SALE OF REC-SALE *
                   UNIT-PRICE-SALE OF REC-SALE +
                   VAT-AMT-SALE OF REC-SALE
           ELSE
               MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   INVALID KEY
                       MOVE 0 TO PRICE-GOODS OF REC-GOODS
               END-READ
               COMPUTE ALC-LINE-VALUE-WS =
                   NUM-SALE OF REC-SALE *
                   PRICE-GOODS OF REC-GOODS +
                   VAT-AMT-SALE OF REC-SALE
           END-IF.
           .
       ALC-SALE-LINE-VALUE-EXT.
           EXIT.

      *>  THE DELIVERY CHARGE IS PART OF THE BILL A RECEIPT SETTLES.
       LOAD-BILL-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO LOAD-BILL-FREIGHT-EXT
           END-IF.
           LOAD-FREIGHT-READ.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO LOAD-FREIGHT-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-FRT = ALC-CUSTOMER-WS) OR FRT-VOIDED
               GO TO LOAD-FREIGHT-READ
           END-IF.
           MOVE ID-SALE-FRT TO ALC-SALE-WS.
           PERFORM FIND-OPEN-BILL.
           IF ALC-FOUND
               COMPUTE ALC-BILL-OPEN(ALC-IDX) =
                   ALC-BILL-OPEN(ALC-IDX) + AMOUNT-FRT + VAT-AMT-FRT
           END-IF.
           GO TO LOAD-FREIGHT-READ.

           LOAD-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
       LOAD-BILL-FREIGHT-EXT.
           EXIT.

      *>  AN ON-ACCOUNT RETURN NETS OFF THE BILL IT CAME BACK FROM.
       LOAD-BILL-RETURNS SECTION.
           OPEN INPUT RETURN-FILE.
           IF NOT (FILE-STA-RETURN = 00)
               GO TO LOAD-BILL-RETURNS-EXT
           END-IF.
           LOAD-RETURN-READ.
           READ RETURN-FILE NEXT RECORD
               AT END
                   GO TO LOAD-RETURN-DONE
           END-READ.
           IF NOT (VALUE-RETURN IS NUMERIC AND VAT-RETURN IS NUMERIC)
               GO TO LOAD-RETURN-READ
           END-IF.
           MOVE ID-SALE-RETURN TO ALC-SALE-WS.
           PERFORM FIND-OPEN-BILL.
           IF ALC-FOUND
               COMPUTE ALC-BILL-OPEN(ALC-IDX) =
                   ALC-BILL-OPEN(ALC-IDX) - VALUE-RETURN - VAT-RETURN
           END-IF.
           GO TO LOAD-RETURN-READ.

           LOAD-RETURN-DONE.
           CLOSE RETURN-FILE.
           .
       LOAD-BILL-RETURNS-EXT.
           EXIT.

       LOAD-BILL-ALLOCS SECTION.
           OPEN INPUT ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00)
               GO TO LOAD-BILL-ALLOCS-EXT
           END-IF.
           MOVE ALC-CUSTOMER-WS TO ID-CUSTOMER-ALC.
           MOVE 0 TO ID-RECEIPT-ALC.
           MOVE 0 TO ID-SALE-ALC.
           START ALLOC-FILE
               KEY NOT LESS THAN KEY-ALLOC OF REC-ALLOC
               INVALID KEY
                   GO TO LOAD-ALLOC-DONE
           END-START.
           LOAD-ALLOC-READ.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO LOAD-ALLOC-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-ALC = ALC-CUSTOMER-WS)
               GO TO LOAD-ALLOC-DONE
           END-IF.
           MOVE ID-SALE-ALC TO ALC-SALE-WS.
           PERFORM FIND-OPEN-BILL.
           IF ALC-FOUND
               SUBTRACT AMOUNT-ALC FROM ALC-BILL-OPEN(ALC-IDX)
               SUBTRACT DISCOUNT-ALC FROM ALC-BILL-OPEN(ALC-IDX)
           END-IF.
           GO TO LOAD-ALLOC-READ.

           LOAD-ALLOC-DONE.
           CLOSE ALLOC-FILE.
           .
       LOAD-BILL-ALLOCS-EXT.
           EXIT.

      *>  FINDS BILL ALC-SALE-WS IN THE TABLE AND LEAVES ITS
      *>  SUBSCRIPT IN ALC-IDX.
       FIND-OPEN-BILL SECTION.
           MOVE "N" TO ALC-FOUND-SW.
           MOVE 1 TO ALC-IDX.
           FIND-BILL-SCAN.
           IF ALC-IDX > ALC-BILL-CT-WS
               GO TO FIND-OPEN-BILL-EXT
           END-IF.
           IF ALC-BILL-ID(ALC-IDX) = ALC-SALE-WS
               SET ALC-FOUND TO TRUE
               GO TO FIND-OPEN-BILL-EXT
           END-IF.
           ADD 1 TO ALC-IDX.
           GO TO FIND-BILL-SCAN.
           .
       FIND-OPEN-BILL-EXT.
           EXIT.

      *>  THE CUSTOMER'S EARLY-SETTLEMENT TERMS FOR ALC-CUSTOMER-WS -
      *>  ZERO (NO DISCOUNT) WHEN THE RECORD CARRIES NONE.
       ALC-LOAD-TERMS SECTION.
           MOVE 0 TO ALC-DISC-PCT-WS.
           MOVE 0 TO ALC-DISC-DAYS-WS.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT (FILE-STA-CUSTOMER = 00)
               GO TO ALC-LOAD-TERMS-EXT
           END-IF.
           MOVE ALC-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DISC-PCT-EARLY-CUSTOMER IS NUMERIC
                          AND DISC-DAYS-EARLY-CUSTOMER IS NUMERIC
                       MOVE DISC-PCT-EARLY-CUSTOMER
                           TO ALC-DISC-PCT-WS
                       MOVE DISC-DAYS-EARLY-CUSTOMER
                           TO ALC-DISC-DAYS-WS
                   END-IF
           END-READ.
           CLOSE CUSTOMER-FILE.
           .
       ALC-LOAD-TERMS-EXT.
           EXIT.

      *>  WHEN THE RECEIPT FALLS INSIDE THE DISCOUNT WINDOW OF THE
      *>  TABLE BILL AT ALC-IDX, ALC-DISC-OFFER-WS IS THE DISCOUNT ON
      *>  WHAT IS STILL OPEN AND ALC-SETTLE-WS THE CASH THAT SETTLES
      *>  IT. ZERO OFFER OTHERWISE.
       ALC-CHECK-DISCOUNT SECTION.
           MOVE 0 TO ALC-DISC-OFFER-WS.
           MOVE ALC-BILL-OPEN(ALC-IDX) TO ALC-SETTLE-WS.
           IF NOT (ALC-DISC-PCT-WS > 0 AND ALC-DISC-DAYS-WS > 0)
               GO TO ALC-CHECK-DISCOUNT-EXT
           END-IF.
           MOVE ALC-BILL-DATE(ALC-IDX) TO DUE-IN-DATE-WS.
           MOVE ALC-DISC-DAYS-WS TO DUE-ADD-DAYS-WS.
           PERFORM ADD-DAYS-TO-DATE.
           IF ALC-RCPT-DATE-WS > DUE-OUT-DATE-WS
               GO TO ALC-CHECK-DISCOUNT-EXT
           END-IF.
           COMPUTE ALC-DISC-OFFER-WS ROUNDED =
               ALC-BILL-OPEN(ALC-IDX) * ALC-DISC-PCT-WS / 100.
           COMPUTE ALC-SETTLE-WS =
               ALC-BILL-OPEN(ALC-IDX) - ALC-DISC-OFFER-WS.
           .
       ALC-CHECK-DISCOUNT-EXT.
           EXIT.

      *>  AN ON-ACCOUNT BILL FALLS DUE THE CUSTOMER'S TERMS AFTER THE
      *>  SALE (NET 30 WHEN THE RECORD CARRIES NO TERMS); A BILL
      *>  SETTLED AT THE COUNTER OWES NOTHING AND CARRIES NO DUE
      *>  DATE. REC-CUSTOMER MUST HOLD THE BILL'S CUSTOMER.
       STAMP-BILL-DUE-DATE SECTION.
           MOVE 0 TO PEND-DUE-DATE-WS.
           IF TENDER-CASH OR TENDER-CARD OR TENDER-CREDIT
               GO TO STAMP-BILL-DUE-DATE-EXT
           END-IF.
           MOVE DATE-SALE OF REC-SALE TO DUE-IN-DATE-WS.
           IF TERMS-DAYS-CUSTOMER OF REC-CUSTOMER IS NUMERIC
                  AND TERMS-DAYS-CUSTOMER OF REC-CUSTOMER > 0
               MOVE TERMS-DAYS-CUSTOMER OF REC-CUSTOMER
                   TO DUE-ADD-DAYS-WS
           ELSE
               MOVE 30 TO DUE-ADD-DAYS-WS
           END-IF.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DUE-OUT-DATE-WS TO PEND-DUE-DATE-WS.
           .
       STAMP-BILL-DUE-DATE-EXT.
           EXIT.

      *>  ROLLS DUE-IN-DATE-WS FORWARD DUE-ADD-DAYS-WS DAYS ON
      *>  30-DAY MONTHS INTO DUE-OUT-DATE-WS - THE SAME APPROXIMATION
      *>  THE AGING REPORTS USE.
       ADD-DAYS-TO-DATE SECTION.
           MOVE DUE-IN-DATE-WS(1:4) TO DUE-YYYY-WS.
           MOVE DUE-IN-DATE-WS(5:2) TO DUE-MM-WS.
           MOVE DUE-IN-DATE-WS(7:2) TO DUE-DD-WS.
           ADD DUE-ADD-DAYS-WS TO DUE-DD-WS.
           ADD-DAYS-ROLL-DAYS.
           IF DUE-DD-WS > 30
               SUBTRACT 30 FROM DUE-DD-WS
               ADD 1 TO DUE-MM-WS
               GO TO ADD-DAYS-ROLL-DAYS
           END-IF.
           ADD-DAYS-ROLL-MONTHS.
           IF DUE-MM-WS > 12
               SUBTRACT 12 FROM DUE-MM-WS
               ADD 1 TO DUE-YYYY-WS
               GO TO ADD-DAYS-ROLL-MONTHS
           END-IF.
           COMPUTE DUE-OUT-DATE-WS =
               DUE-YYYY-WS * 10000 + DUE-MM-WS * 100 + DUE-DD-WS.
           .
       ADD-DAYS-TO-DATE-EXT.
           EXIT.

      *>  PUTS RIGHT A MISAPPLIED RECEIPT: ITS ALLOCATIONS COME OFF
      *>  ONE BILL OR EVERY BILL (EACH REMOVAL IS WRITTEN TO THE
      *>  MASTER CHANGE LOG) AND THE FREED CASH IS APPLIED AGAIN.
       REALLOCATE-RECEIPT SECTION.
           DISPLAY "ENTER ID OF CUSTOMER:"
           ACCEPT ALC-CUSTOMER-WS
           DISPLAY "ENTER RECEIPT NO:"
           ACCEPT ALC-RECEIPT-WS
           OPEN INPUT PAYMENT-FILE.
           IF NOT (FILE-STA-PAYMENT = 00)
               DISPLAY "PAYMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PAYMENT
               GO TO REALLOCATE-RECEIPT-EXT
           END-IF.
           MOVE ALC-CUSTOMER-WS TO ID-CUSTOMER-PAY.
           MOVE ALC-RECEIPT-WS TO ID-RECEIPT-PAY.
           READ PAYMENT-FILE
               KEY IS KEY-PAYMENT OF REC-PAYMENT
               INVALID KEY
                   DISPLAY "RECEIPT NOT ON FILE FOR THIS CUSTOMER."
                   CLOSE PAYMENT-FILE
                   GO TO REALLOCATE-RECEIPT-EXT
           END-READ.
           CLOSE PAYMENT-FILE.
           MOVE AMOUNT-PAY TO ALC-UNAPPLIED-WS.
           MOVE DATE-PAY TO ALC-RCPT-DATE-WS.
           ACCEPT ALC-DATE-WS FROM DATE YYYYMMDD.

           OPEN I-O ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00 OR FILE-STA-ALLOC = 05)
               DISPLAY "ALLOCATION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-ALLOC
               GO TO REALLOCATE-RECEIPT-EXT
           END-IF.
           MOVE "L" TO ALC-CHOICE-WS.
           MOVE 0 TO ALC-SALE-WS.
           PERFORM SCAN-RECEIPT-ALLOCS.
           DISPLAY ALC-UNAPPLIED-WS " OF THE RECEIPT IS UNAPPLIED."
           IF ALC-ROW-CT-WS = 0
               CLOSE ALLOC-FILE
               GO TO REALLOCATE-APPLY
           END-IF.
           DISPLAY "A>TAKE OFF ALL BILLS   B>TAKE OFF ONE BILL   "
                   "N>LEAVE AS IS."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT ALC-CHOICE-WS.
           EVALUATE ALC-CHOICE-WS
               WHEN "A"
                   MOVE 0 TO ALC-SALE-WS
               WHEN "B"
                   DISPLAY "ENTER BILL NO:"
                   ACCEPT ALC-SALE-WS
               WHEN OTHER
                   CLOSE ALLOC-FILE
                   GO TO REALLOCATE-APPLY
           END-EVALUATE.
           MOVE "R" TO ALC-CHOICE-WS.
           MOVE 0 TO ALC-REMOVED-WS.
           PERFORM SCAN-RECEIPT-ALLOCS.
           CLOSE ALLOC-FILE.
           ADD ALC-REMOVED-WS TO ALC-UNAPPLIED-WS.
           DISPLAY ALC-REMOVED-WS " TAKEN OFF - "
                   ALC-UNAPPLIED-WS " NOW UNAPPLIED.".

           REALLOCATE-APPLY.
           PERFORM ALLOCATE-RECEIPT.
           .
       REALLOCATE-RECEIPT-EXT.
           EXIT.

      *>  WALKS THE ALLOCATIONS OF ONE RECEIPT. ALC-CHOICE-WS "L"
      *>  LISTS THEM AND TAKES THEM OFF ALC-UNAPPLIED-WS; "R" REMOVES
      *>  THOSE ON BILL ALC-SALE-WS (ZERO = ALL), ADDING THEM UP IN
      *>  ALC-REMOVED-WS. ALLOC-FILE MUST BE OPEN I-O.
       SCAN-RECEIPT-ALLOCS SECTION.
           MOVE 0 TO ALC-ROW-CT-WS.
           MOVE ALC-CUSTOMER-WS TO ID-CUSTOMER-ALC.
           MOVE ALC-RECEIPT-WS TO ID-RECEIPT-ALC.
           MOVE 0 TO ID-SALE-ALC.
           START ALLOC-FILE
               KEY NOT LESS THAN KEY-ALLOC OF REC-ALLOC
               INVALID KEY
                   GO TO SCAN-RECEIPT-ALLOCS-EXT
           END-START.
           SCAN-ALLOC-READ.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO SCAN-RECEIPT-ALLOCS-EXT
           END-READ.
           IF NOT (ID-CUSTOMER-ALC = ALC-CUSTOMER-WS
                   AND ID-RECEIPT-ALC = ALC-RECEIPT-WS)
               GO TO SCAN-RECEIPT-ALLOCS-EXT
           END-IF.
           IF ALC-CHOICE-WS = "L"
               DISPLAY "APPLIED TO BILL " ID-SALE-ALC
                       " " AMOUNT-ALC " ON " DATE-ALC
                       " DISCOUNT " DISCOUNT-ALC
               SUBTRACT AMOUNT-ALC FROM ALC-UNAPPLIED-WS
               ADD 1 TO ALC-ROW-CT-WS
               GO TO SCAN-ALLOC-READ
           END-IF.
           IF NOT (ALC-SALE-WS = 0 OR ALC-SALE-WS = ID-SALE-ALC)
               GO TO SCAN-ALLOC-READ
           END-IF.
           MOVE "PAYALLOC" TO MC-FILE-WS.
           MOVE SPACE TO MC-KEY-WS.
           STRING ID-CUSTOMER-ALC "/" ID-RECEIPT-ALC
               DELIMITED BY SIZE INTO MC-KEY-WS.
           MOVE SPACE TO MC-FIELD-WS.
           STRING "BILL " ID-SALE-ALC
               DELIMITED BY SIZE INTO MC-FIELD-WS.
           MOVE SPACE TO MC-OLD-WS.
           MOVE AMOUNT-ALC TO MC-OLD-WS(1:10).
           MOVE "REMOVED" TO MC-NEW-WS.
           ADD AMOUNT-ALC TO ALC-REMOVED-WS.
           ADD 1 TO ALC-ROW-CT-WS.
           DELETE ALLOC-FILE.
           PERFORM WRITE-MASTER-CHANGE.
           GO TO SCAN-ALLOC-READ.
           .
       SCAN-RECEIPT-ALLOCS-EXT.
           EXIT.

      *>  A VOIDED BILL OWES NOTHING, SO ANY RECEIPT APPLIED TO IT
      *>  GOES BACK ON THE ACCOUNT AS UNAPPLIED CASH.
       RELEASE-BILL-ALLOCS SECTION.
           OPEN I-O ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00)
               GO TO RELEASE-BILL-ALLOCS-EXT
           END-IF.
           MOVE 0 TO ALC-REMOVED-WS.
           MOVE ALC-CUSTOMER-WS TO ID-CUSTOMER-ALC.
           MOVE 0 TO ID-RECEIPT-ALC.
           MOVE 0 TO ID-SALE-ALC.
           START ALLOC-FILE
               KEY NOT LESS THAN KEY-ALLOC OF REC-ALLOC
               INVALID KEY
                   GO TO RELEASE-ALLOC-DONE
           END-START.
           RELEASE-ALLOC-READ.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO RELEASE-ALLOC-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-ALC = ALC-CUSTOMER-WS)
               GO TO RELEASE-ALLOC-DONE
           END-IF.
           IF ID-SALE-ALC = ALC-SALE-WS
               ADD AMOUNT-ALC TO ALC-REMOVED-WS
               DELETE ALLOC-FILE
           END-IF.
           GO TO RELEASE-ALLOC-READ.

           RELEASE-ALLOC-DONE.
           CLOSE ALLOC-FILE.
           IF ALC-REMOVED-WS > 0
               DISPLAY ALC-REMOVED-WS " OF RECEIPTS APPLIED TO THE "
                       "BILL IS BACK ON ACCOUNT AS UNAPPLIED CASH."
           END-IF.
           .
       RELEASE-BILL-ALLOCS-EXT.
           EXIT.

      *>  A RECEIPT WRITTEN AT POSTING TIME (A CONVERTED DEPOSIT OR
      *>  AN ON-ACCOUNT POINTS REDEMPTION) IS APPLIED STRAIGHT TO
      *>  THE BILL IT PAID FOR. REC-PAYMENT HOLDS THE RECEIPT AND
      *>  ALC-SALE-WS THE BILL.
       ALLOC-RECEIPT-TO-BILL SECTION.
           OPEN I-O ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00 OR FILE-STA-ALLOC = 05)
               DISPLAY "ALLOCATION FILE WILL NOT OPEN - RECEIPT "
                       ID-RECEIPT-PAY " LEFT UNAPPLIED."
               GO TO ALLOC-RECEIPT-TO-BILL-EXT
           END-IF.
           MOVE ID-CUSTOMER-PAY TO ALC-CUSTOMER-WS.
           MOVE ID-RECEIPT-PAY TO ALC-RECEIPT-WS.
           MOVE AMOUNT-PAY TO ALC-AMOUNT-WS.
           MOVE 0 TO ALC-DISC-WS.
           MOVE DATE-PAY TO ALC-DATE-WS.
           PERFORM WRITE-ALLOC-ROW.
           CLOSE ALLOC-FILE.
           .
       ALLOC-RECEIPT-TO-BILL-EXT.
           EXIT.

       ADD-CUSTOMER SECTION.
           OPEN I-O CUSTOMER-FILE.
           IF NOT (FILE-STA-CUSTOMER = 00)
               DISPLAY "CUSTOMER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-CUSTOMER
               GO TO ADD-CUSTOMER-EXT
           END-IF.

           DISPLAY "ENTER ID OF CUSTOMER:"
           ACCEPT ID-CUSTOMER OF REC-CUSTOMER
           DISPLAY "ENTER NAME OF CUSTOMER:"
           ACCEPT NAME-CUSTOMER OF REC-CUSTOMER
           DISPLAY "ENTER CONTACT OF CUSTOMER:"
           ACCEPT CONTACT-CUSTOMER OF REC-CUSTOMER
           DISPLAY "ENTER CREDIT LIMIT OF CUSTOMER (0 = NO LIMIT):"
           ACCEPT CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER
           DISPLAY "VAT EXEMPT CUSTOMER? (Y/N):"
           ACCEPT VAT-EXEMPT-CUSTOMER OF REC-CUSTOMER
           PERFORM ACCEPT-CUSTOMER-TERMS
           PERFORM ACCEPT-CUSTOMER-ADDRESS

           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   WRITE REC-CUSTOMER
                   DISPLAY "CUSTOMER ADDED."
               NOT INVALID KEY
                   DISPLAY "CUSTOMER ALREADY EXISTS."
           END-READ

           CLOSE CUSTOMER-FILE.
           .
       ADD-CUSTOMER-EXT.
           EXIT.

      *>  EXISTING CUSTOMERS GET THEIR CREDIT LIMIT AND VAT
      *>  EXEMPTION HERE - ADD-CUSTOMER ONLY TAKES NEW IDS.
       UPDATE-CUSTOMER SECTION.
           OPEN I-O CUSTOMER-FILE.
           IF NOT (FILE-STA-CUSTOMER = 00)
               DISPLAY "CUSTOMER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-CUSTOMER
               GO TO UPDATE-CUSTOMER-EXT
           END-IF.

           DISPLAY "ENTER ID OF CUSTOMER TO UPDATE:"
           ACCEPT ID-CUSTOMER OF REC-CUSTOMER
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND."
                   CLOSE CUSTOMER-FILE
                   GO TO UPDATE-CUSTOMER-EXT
           END-READ

           DISPLAY "CURRENT RECORD:"
           DISPLAY REC-CUSTOMER.
           MOVE NAME-CUSTOMER OF REC-CUSTOMER TO OLD-CUST-NAME-WS.
           MOVE CONTACT-CUSTOMER OF REC-CUSTOMER
               TO OLD-CUST-CONTACT-WS.
           MOVE CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER
               TO OLD-CUST-LIMIT-WS.
           MOVE VAT-EXEMPT-CUSTOMER OF REC-CUSTOMER
               TO OLD-CUST-VATEX-WS.
           MOVE 0 TO OLD-CUST-TERMS-WS.
           IF TERMS-DAYS-CUSTOMER OF REC-CUSTOMER IS NUMERIC
               MOVE TERMS-DAYS-CUSTOMER OF REC-CUSTOMER
                   TO OLD-CUST-TERMS-WS
           END-IF.
           MOVE 0 TO OLD-CUST-DISC-PCT-WS.
           IF DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER IS NUMERIC
               MOVE DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER
                   TO OLD-CUST-DISC-PCT-WS
           END-IF.
           MOVE 0 TO OLD-CUST-DISC-DAYS-WS.
           IF DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER IS NUMERIC
               MOVE DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER
                   TO OLD-CUST-DISC-DAYS-WS
           END-IF.
           MOVE BILL-ADDR-CUSTOMER OF REC-CUSTOMER TO OLD-CUST-ADDR-WS.
           MOVE PHONE-CUSTOMER OF REC-CUSTOMER TO OLD-CUST-PHONE-WS.
           MOVE EMAIL-CUSTOMER OF REC-CUSTOMER TO OLD-CUST-EMAIL-WS.
           MOVE TAX-REG-CUSTOMER OF REC-CUSTOMER TO OLD-CUST-TAXREG-WS.
           MOVE STATUS-CUSTOMER OF REC-CUSTOMER TO OLD-CUST-STATUS-WS.
           MOVE DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER
               TO OLD-CUST-DELIVERY-WS.

           DISPLAY "ENTER NEW NAME OF CUSTOMER:"
           ACCEPT NAME-CUSTOMER OF REC-CUSTOMER
           DISPLAY "ENTER NEW CONTACT OF CUSTOMER:"
           ACCEPT CONTACT-CUSTOMER OF REC-CUSTOMER
           DISPLAY "ENTER NEW CREDIT LIMIT OF CUSTOMER "
                   "(0 = NO LIMIT):"
           ACCEPT CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER
           DISPLAY "VAT EXEMPT CUSTOMER? (Y/N):"
           ACCEPT VAT-EXEMPT-CUSTOMER OF REC-CUSTOMER
           PERFORM ACCEPT-CUSTOMER-TERMS
           PERFORM ACCEPT-CUSTOMER-ADDRESS

           REWRITE REC-CUSTOMER
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
           END-REWRITE
           PERFORM RECORD-CUSTOMER-CHANGES.

           DISPLAY REC-CUSTOMER.
           CLOSE CUSTOMER-FILE.
           .
       UPDATE-CUSTOMER-EXT.
           EXIT.

      *>  BEFORE/AFTER ROWS FOR CUSTOMER EDITS - A TRIPLED CREDIT
      *>  LIMIT NOW NAMES ITS AUTHOR.
       RECORD-CUSTOMER-CHANGES SECTION.
           MOVE "CUSTOMER" TO MC-FILE-WS.
           MOVE SPACE TO MC-KEY-WS.
           MOVE ID-CUSTOMER OF REC-CUSTOMER TO MC-KEY-WS(1:6).
           IF NOT (OLD-CUST-NAME-WS
                   = NAME-CUSTOMER OF REC-CUSTOMER)
               MOVE "NAME" TO MC-FIELD-WS
               MOVE OLD-CUST-NAME-WS TO MC-OLD-WS
               MOVE NAME-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-CONTACT-WS
                   = CONTACT-CUSTOMER OF REC-CUSTOMER)
               MOVE "CONTACT" TO MC-FIELD-WS
               MOVE OLD-CUST-CONTACT-WS TO MC-OLD-WS
               MOVE CONTACT-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-LIMIT-WS
                   = CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER)
               MOVE "CREDIT-LIMIT" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS
               MOVE OLD-CUST-LIMIT-WS TO MC-OLD-WS(1:10)
               MOVE SPACE TO MC-NEW-WS
               MOVE CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER
                   TO MC-NEW-WS(1:10)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-VATEX-WS
                   = VAT-EXEMPT-CUSTOMER OF REC-CUSTOMER)
               MOVE "VAT-EXEMPT" TO MC-FIELD-WS
               MOVE OLD-CUST-VATEX-WS TO MC-OLD-WS
               MOVE VAT-EXEMPT-CUSTOMER OF REC-CUSTOMER
                   TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-TERMS-WS
                   = TERMS-DAYS-CUSTOMER OF REC-CUSTOMER)
               MOVE "TERMS-DAYS" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS
               MOVE OLD-CUST-TERMS-WS TO MC-OLD-WS(1:3)
               MOVE SPACE TO MC-NEW-WS
               MOVE TERMS-DAYS-CUSTOMER OF REC-CUSTOMER
                   TO MC-NEW-WS(1:3)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-DISC-PCT-WS
                   = DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER)
               MOVE "EARLY-DISC%" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS
               MOVE OLD-CUST-DISC-PCT-WS TO MC-OLD-WS(1:4)
               MOVE SPACE TO MC-NEW-WS
               MOVE DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER
                   TO MC-NEW-WS(1:4)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-DISC-DAYS-WS
                   = DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER)
               MOVE "EARLY-DAYS" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS
               MOVE OLD-CUST-DISC-DAYS-WS TO MC-OLD-WS(1:3)
               MOVE SPACE TO MC-NEW-WS
               MOVE DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER
                   TO MC-NEW-WS(1:3)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-ADDR-WS
                   = BILL-ADDR-CUSTOMER OF REC-CUSTOMER)
               MOVE "BILL-ADDRESS" TO MC-FIELD-WS
               MOVE OLD-CUST-ADDR-WS TO MC-OLD-WS
               MOVE ADDR-LINE1-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-PHONE-WS
                   = PHONE-CUSTOMER OF REC-CUSTOMER)
               MOVE "PHONE" TO MC-FIELD-WS
               MOVE OLD-CUST-PHONE-WS TO MC-OLD-WS
               MOVE PHONE-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-EMAIL-WS
                   = EMAIL-CUSTOMER OF REC-CUSTOMER)
               MOVE "E-MAIL" TO MC-FIELD-WS
               MOVE OLD-CUST-EMAIL-WS TO MC-OLD-WS
               MOVE EMAIL-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-TAXREG-WS
                   = TAX-REG-CUSTOMER OF REC-CUSTOMER)
               MOVE "TAX-REG-NO" TO MC-FIELD-WS
               MOVE OLD-CUST-TAXREG-WS TO MC-OLD-WS
               MOVE TAX-REG-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-STATUS-WS
                   = STATUS-CUSTOMER OF REC-CUSTOMER)
               MOVE "STATUS" TO MC-FIELD-WS
               MOVE OLD-CUST-STATUS-WS TO MC-OLD-WS
               MOVE STATUS-CUSTOMER OF REC-CUSTOMER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-CUST-DELIVERY-WS
                   = DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER)
               MOVE "DELIVERY" TO MC-FIELD-WS
               MOVE OLD-CUST-DELIVERY-WS TO MC-OLD-WS
               MOVE DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER
                   TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           .
       RECORD-CUSTOMER-CHANGES-EXT.
           EXIT.

      *>  PAYMENT TERMS AND THE EARLY-SETTLEMENT DISCOUNT, SHARED BY
      *>  ADD-CUSTOMER AND UPDATE-CUSTOMER. A DISCOUNT NEEDS BOTH A
      *>  PERCENTAGE AND A WINDOW INSIDE THE TERMS.
       ACCEPT-CUSTOMER-TERMS SECTION.
           DISPLAY "ENTER PAYMENT TERMS IN DAYS (0 = NET 30):"
           ACCEPT TERMS-DAYS-CUSTOMER OF REC-CUSTOMER.
           CHECK-CUST-DISC-PCT.
           DISPLAY "ENTER EARLY SETTLEMENT DISCOUNT PCT "
                   "(0 = NONE):"
           ACCEPT DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER.
           IF DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER = 0
               MOVE 0 TO DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER
               GO TO ACCEPT-CUSTOMER-TERMS-EXT
           END-IF.
           IF NOT (DISC-PCT-EARLY-CUSTOMER OF REC-CUSTOMER < 50)
               DISPLAY "DISCOUNT MUST BE UNDER 50 PCT! PLEASE "
                       "RE-ENTER:"
               GO TO CHECK-CUST-DISC-PCT
           END-IF.
           CHECK-CUST-DISC-DAYS.
           DISPLAY "ENTER DAYS FROM THE SALE THE DISCOUNT IS "
                   "EARNED WITHIN:"
           ACCEPT DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER.
           IF DISC-DAYS-EARLY-CUSTOMER OF REC-CUSTOMER = 0
               DISPLAY "A DISCOUNT NEEDS A WINDOW! PLEASE RE-ENTER:"
               GO TO CHECK-CUST-DISC-DAYS
           END-IF.
           .
       ACCEPT-CUSTOMER-TERMS-EXT.
           EXIT.

      *>  BILLING ADDRESS, CONTACT POINTS, TAX NUMBER AND ACCOUNT
      *>  STATUS, SHARED BY ADD-CUSTOMER AND UPDATE-CUSTOMER.
       ACCEPT-CUSTOMER-ADDRESS SECTION.
           DISPLAY "ENTER BILLING ADDRESS LINE 1:"
           ACCEPT ADDR-LINE1-CUSTOMER OF REC-CUSTOMER.
           DISPLAY "ENTER BILLING ADDRESS LINE 2:"
           ACCEPT ADDR-LINE2-CUSTOMER OF REC-CUSTOMER.
           DISPLAY "ENTER TOWN/CITY:"
           ACCEPT CITY-CUSTOMER OF REC-CUSTOMER.
           DISPLAY "ENTER POSTCODE:"
           ACCEPT POSTCODE-CUSTOMER OF REC-CUSTOMER.
           DISPLAY "ENTER PHONE:"
           ACCEPT PHONE-CUSTOMER OF REC-CUSTOMER.
           DISPLAY "ENTER E-MAIL:"
           ACCEPT EMAIL-CUSTOMER OF REC-CUSTOMER.
           CHECK-CUST-DELIVERY.
           DISPLAY "SEND INVOICES, STATEMENTS AND LETTERS BY "
                   "P=PRINT E=E-MAIL (BLANK = PRINT):"
           ACCEPT DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER.
           IF DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER = SPACE
               MOVE "P" TO DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER
           END-IF.
           IF NOT (DELIVER-BY-PRINT OF REC-CUSTOMER
                   OR DELIVER-BY-EMAIL OF REC-CUSTOMER)
               DISPLAY "INVALID DELIVERY CHOICE! PLEASE RE-ENTER:"
               GO TO CHECK-CUST-DELIVERY
           END-IF.
           IF DELIVER-BY-EMAIL OF REC-CUSTOMER
                  AND EMAIL-CUSTOMER OF REC-CUSTOMER = SPACE
               DISPLAY "E-MAIL DELIVERY NEEDS AN E-MAIL ADDRESS! "
                       "PLEASE RE-ENTER:"
               GO TO CHECK-CUST-DELIVERY
           END-IF.
           DISPLAY "ENTER TAX REGISTRATION NUMBER (BLANK = NONE):"
           ACCEPT TAX-REG-CUSTOMER OF REC-CUSTOMER.
           CHECK-CUST-STATUS.
           DISPLAY "ENTER ACCOUNT STATUS (A=ACTIVE S=ON STOP "
                   "C=CLOSED):"
           ACCEPT STATUS-CUSTOMER OF REC-CUSTOMER.
           IF STATUS-CUSTOMER OF REC-CUSTOMER = SPACE
               MOVE "A" TO STATUS-CUSTOMER OF REC-CUSTOMER
           END-IF.
           IF NOT (CUSTOMER-ACTIVE OF REC-CUSTOMER
                   OR CUSTOMER-ON-STOP OF REC-CUSTOMER
                   OR CUSTOMER-CLOSED OF REC-CUSTOMER)
               DISPLAY "INVALID ACCOUNT STATUS! PLEASE RE-ENTER:"
               GO TO CHECK-CUST-STATUS
           END-IF.
           .
       ACCEPT-CUSTOMER-ADDRESS-EXT.
           EXIT.

      *>  WRITES ONE BEFORE/AFTER ROW FROM MASTER-CHANGE-WS OFF THE
      *>  GLOBAL MCHGSEQ COUNTER.
       WRITE-MASTER-CHANGE SECTION.
           OPEN I-O MASTER-CHANGE-FILE.
           IF NOT (FILE-STA-MCHG = 00 OR FILE-STA-MCHG = 05)
               GO TO WRITE-MASTER-CHANGE-EXT
           END-IF.
           OPEN I-O COUNTER-FILE.
           MOVE "MCHGSEQ" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ.
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO SEQ-MCHG.
           CLOSE COUNTER-FILE.
           MOVE MC-FILE-WS TO FILE-MCHG.
           MOVE MC-KEY-WS TO KEY-MCHG.
           MOVE MC-FIELD-WS TO FIELD-MCHG.
           MOVE MC-OLD-WS TO OLD-MCHG.
           MOVE MC-NEW-WS TO NEW-MCHG.
           ACCEPT DATE-MCHG FROM DATE YYYYMMDD.
           MOVE LS-OPERATOR-ID TO OPERATOR-MCHG.
           WRITE REC-MASTER-CHANGE
               INVALID KEY
                   DISPLAY "MASTER CHANGE ROW COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE MASTER-CHANGE-FILE.
           .
       WRITE-MASTER-CHANGE-EXT.
           EXIT.

       ENTER-SALE-LINE SECTION.
           MOVE "N" TO ALT-OFFERED-SW.
           DISPLAY "ENTER ID OF GOODS, SCAN AN ALT CODE, OR 0 = "
                   "SEARCH BY NAME:".
      *>      查看id是否正确
           CHECK-SALE-GOODS.
           ACCEPT XRF-ENTRY-WS
           IF XRF-ENTRY-WS = "0"
               PERFORM GOODS-NAME-SEARCH
               DISPLAY "ENTER ID OF GOODS, SCAN AN ALT CODE, OR "
                       "0 = SEARCH BY NAME:"
               GO TO CHECK-SALE-GOODS
           END-IF
           PERFORM RESOLVE-GOODS-CODE
           IF NOT XRF-OK
               DISPLAY "UNKNOWN CODE! PLEASE RE-ENTER:"
               GO TO CHECK-SALE-GOODS
           END-IF.
           SALE-READ-GOODS.
           MOVE XRF-GOODS-WS TO ID-GOODS OF REC-SALE.
           MOVE XRF-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-SALE-GOODS
           END-READ.
      *>  A SUPERSEDED ITEM OFFERS ITS SUCCESSOR AND SUBSTITUTES
      *>  STRAIGHT AWAY - THE OLD ONE CAN STILL BE SOLD WHILE STOCK
      *>  OF IT LASTS.
           PERFORM ALT-CHECK-SUPERSEDED.
           IF ALT-SUPERSEDED AND NOT ALT-OFFERED
               DISPLAY "GOODS " ID-GOODS OF REC-GOODS
                       " IS SUPERSEDED BY "
                       SUCCESSOR-GOODS OF REC-GOODS "."
               MOVE "N" TO RSV-FILE-HELD-SW
               MOVE SPACE TO RSV-SKIP-KEY-WS
               PERFORM OFFER-ALTERNATIVES
               IF ALT-CHOSEN-WS > 0
                   MOVE ALT-CHOSEN-WS TO XRF-GOODS-WS
                   GO TO SALE-READ-GOODS
               END-IF
           END-IF.

      *>  A DROP-SHIP LINE TAKES NO STOCK FROM US - THE SUPPLIER
      *>  DELIVERS STRAIGHT TO THE CUSTOMER AND A LINKED PURCHASE
      *>  LINE IS RAISED AT POSTING TIME.
           DISPLAY "DROP-SHIP LINE - SUPPLIER DELIVERS DIRECT? "
                   "(Y/N):"
           ACCEPT DS-CHOICE-WS
           IF DS-CHOICE-WS = "Y"
               PERFORM ENTER-DROPSHIP-LINE
               GO TO ENTER-SALE-LINE-MORE
           END-IF.

           CHECK-SALE-QTY.
           DISPLAY "ENTER THE NUMBER OF GOODS:"
           ACCEPT NUM-SALE OF REC-SALE
           IF NUM-SALE OF REC-SALE = 0
               DISPLAY "NUMBER OF GOODS MUST BE GREATER THAN ZERO. "
                       "RE-ENTER:"
               GO TO CHECK-SALE-QTY
           END-IF
           PERFORM CHECK-IS-KIT
           IF KIT-ITEM
               PERFORM CHECK-KIT-STOCK
               IF NOT KIT-STOCK-OK
                   DISPLAY "INSUFFICIENT COMPONENT STOCK FOR THIS "
                           "KIT QUANTITY. RE-ENTER:"
                   GO TO CHECK-SALE-QTY
               END-IF
           ELSE
               MOVE "N" TO RSV-FILE-HELD-SW
               MOVE SPACE TO RSV-SKIP-KEY-WS
               PERFORM RSV-FREE-STOCK
               IF NUM-SALE OF REC-SALE > RSV-FREE-WS
                   IF RSV-QTY-WS > 0
                       DISPLAY RSV-QTY-WS " ON HAND ARE RESERVED FOR "
                               "CONFIRMED ORDERS."
                   END-IF
                   DISPLAY "INSUFFICIENT STOCK - ONLY "
                           RSV-FREE-WS " AVAILABLE."
                   IF NOT ALT-OFFERED
                       PERFORM OFFER-ALTERNATIVES
                       IF ALT-CHOSEN-WS > 0
                           MOVE ALT-CHOSEN-WS TO XRF-GOODS-WS
                           GO TO SALE-READ-GOODS
                       END-IF
                   END-IF
                   DISPLAY "TAKE AS BACKORDER INSTEAD? (Y/N):"
                   ACCEPT BACKORDER-CHOICE-WS
                   IF BACKORDER-CHOICE-WS = "Y"
                       PERFORM TAKE-BACKORDER
                       GO TO ENTER-SALE-LINE-MORE
                   END-IF
                   GO TO CHECK-SALE-QTY
               END-IF
           END-IF

      *>  THE PRICE THE LINE WILL STRIKE AT (CONTRACT PLUS DISCOUNT)
      *>  IS CHECKED AGAINST CURRENT LAYER COST PLUS THE MINIMUM
      *>  MARGIN BEFORE THE LINE MAY BE HELD - DELIBERATE CLEARANCE
      *>  SALES GO THROUGH ON A LOGGED SUPERVISOR OVERRIDE.
           PERFORM CHECK-PRICE-FLOOR
           IF NOT PF-FLOOR-OK
               DISPLAY "LINE BLOCKED - NOT HELD ON THE BILL."
               GO TO ENTER-SALE-LINE-MORE
           END-IF

           IF PEND-LINE-CT-WS NOT < 50
               DISPLAY "BILL IS FULL (50 LINES) - CONFIRM AND START "
                       "A NEW BILL FOR THE REST."
               MOVE "N" TO MORE-LINES-SW
               GO TO ENTER-SALE-LINE-EXT
           END-IF
           DISPLAY "ENTER WAREHOUSE LOCATION TO SELL FROM:"
           ACCEPT LOCATION-GOODS OF REC-SALE.
           IF LOCATION-GOODS OF REC-SALE = SPACE
               MOVE SALE-BRANCH-LOC-WS TO LOCATION-GOODS OF REC-SALE
           END-IF.
      *>  STOCK A CONFIRMED ORDER HOLDS AT THIS WAREHOUSE MAY NOT BE
      *>  SOLD FROM UNDER IT.
           CHECK-SALE-LOCATION.
           IF NOT KIT-ITEM
               MOVE ID-GOODS OF REC-SALE TO RSV-GOODS-WS
               MOVE LOCATION-GOODS OF REC-SALE TO RSV-LOC-WS
               MOVE NUM-SALE OF REC-SALE TO RSV-NEED-WS
               PERFORM RSV-CHECK-LOCATION
               IF NOT RSV-LOC-OK AND RSV-QTY-WS > 0
                   DISPLAY "ONLY " RSV-LOC-FREE-WS " AT "
                           LOCATION-GOODS OF REC-SALE " ARE FREE - "
                           "THE REST IS RESERVED FOR CONFIRMED ORDERS."
                   DISPLAY "ENTER ANOTHER WAREHOUSE, OR SPACE TO DROP "
                           "THIS LINE:"
                   ACCEPT LOCATION-GOODS OF REC-SALE
                   IF LOCATION-GOODS OF REC-SALE = SPACE
                       DISPLAY "LINE DROPPED."
                       GO TO ENTER-SALE-LINE-MORE
                   END-IF
                   GO TO CHECK-SALE-LOCATION
               END-IF
           END-IF.
           ADD 1 TO PEND-LINE-CT-WS.
           MOVE ID-GOODS OF REC-SALE
               TO PEND-GOODS-WS(PEND-LINE-CT-WS).
           MOVE NUM-SALE OF REC-SALE
               TO PEND-QTY-WS(PEND-LINE-CT-WS).
           MOVE LOCATION-GOODS OF REC-SALE
               TO PEND-LOC-WS(PEND-LINE-CT-WS).
           MOVE "N" TO PEND-DS-WS(PEND-LINE-CT-WS).
           MOVE 0 TO PEND-DS-COST-WS(PEND-LINE-CT-WS).
           DISPLAY "LINE HELD - NOTHING POSTED UNTIL THE BILL IS "
                   "CONFIRMED.".

           ENTER-SALE-LINE-MORE.
           DISPLAY "ANY MORE GOODS LINES ON THIS SALE? (Y/N):"
           ACCEPT MORE-LINES-SW
           .
       ENTER-SALE-LINE-EXT.
           EXIT.

      *>  HOLDS A DROP-SHIP LINE ON THE BILL: NO STOCK CHECK, NO
      *>  WAREHOUSE - JUST THE QUANTITY AND THE COST THE SUPPLIER
      *>  WILL CHARGE, SO MARGIN STAYS VISIBLE ON THE LINE.
       ENTER-DROPSHIP-LINE SECTION.
           IF PEND-LINE-CT-WS NOT < 50
               DISPLAY "BILL IS FULL (50 LINES) - CONFIRM AND START "
                       "A NEW BILL FOR THE REST."
               MOVE "N" TO MORE-LINES-SW
               GO TO ENTER-DROPSHIP-LINE-EXT
           END-IF.
           CHECK-DS-QTY.
           DISPLAY "ENTER THE NUMBER OF GOODS:"
           ACCEPT NUM-SALE OF REC-SALE
           IF NUM-SALE OF REC-SALE = 0
               DISPLAY "NUMBER OF GOODS MUST BE GREATER THAN ZERO. "
                       "RE-ENTER:"
               GO TO CHECK-DS-QTY
           END-IF.
           CHECK-DS-COST.
           DISPLAY "ENTER THE SUPPLIER'S COST PER UNIT FOR THIS "
                   "DROP-SHIP:"
           ACCEPT DS-COST-WS
           IF NOT (DS-COST-WS > 0)
               DISPLAY "COST MUST BE GREATER THAN ZERO. RE-ENTER:"
               GO TO CHECK-DS-COST
           END-IF.
           ADD 1 TO PEND-LINE-CT-WS.
           MOVE ID-GOODS OF REC-SALE
               TO PEND-GOODS-WS(PEND-LINE-CT-WS).
           MOVE NUM-SALE OF REC-SALE
               TO PEND-QTY-WS(PEND-LINE-CT-WS).
           MOVE SPACE TO PEND-LOC-WS(PEND-LINE-CT-WS).
           MOVE "Y" TO PEND-DS-WS(PEND-LINE-CT-WS).
           MOVE DS-COST-WS TO PEND-DS-COST-WS(PEND-LINE-CT-WS).
           DISPLAY "DROP-SHIP LINE HELD - THE LINKED PURCHASE "
                   "ORDER IS RAISED WHEN THE BILL POSTS.".
           .
       ENTER-DROPSHIP-LINE-EXT.
           EXIT.

      *>  POSTS ONE VALIDATED SALE LINE: STOCK, AUDIT, VAT, LOCATION
      *>  AND THE SALE-FILE RECORD. REC-SALE MUST ALREADY CARRY THE
      *>  BILL HEADER FIELDS, ID-GOODS, NUM-SALE AND LOCATION-GOODS,
      *>  AND REC-GOODS MUST HOLD THE GOODS RECORD. SHARED BY
      *>  INTERACTIVE ENTRY, QUOTE CONVERSION AND BATCH IMPORT.
       POST-SALE-LINE SECTION.
      *>  A DROP-SHIP LINE MOVES NO STOCK OF OURS AT ALL - STRAIGHT
      *>  TO PRICING, WITH THE SUPPLIER'S COST AS ITS COGS.
           IF DS-LINE
               MOVE "N" TO KIT-ITEM-SW
               GO TO POST-SALE-LINE-PRICING
           END-IF.
      *>  NOR DOES A REPAIR BILL LINE - THE PART LEFT STOCK WHEN IT
      *>  WAS FITTED AND LABOUR NEVER HELD ANY.
           IF RPR-LINE
               MOVE "N" TO KIT-ITEM-SW
               GO TO POST-SALE-LINE-PRICING
           END-IF.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
      *>  A KIT CARRIES NO STOCK OF ITS OWN - EVERY COMPONENT IS
      *>  CHECKED AND DEDUCTED INSTEAD, ONE AUDIT RECORD EACH.
               PERFORM EXPLODE-KIT-COMPONENTS
               GO TO POST-SALE-LINE-PRICING
           END-IF.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               NOT INVALID KEY
                  SUBTRACT  NUM-SALE OF REC-SALE
                      FROM LEFT-GOODS OF REC-GOODS
                  REWRITE REC-GOODS
                  MOVE "R" TO JRN-ACTION-WS
                  PERFORM JOURNAL-GOODS-REC
                  MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-AUDIT
                  COMPUTE CHANGE-QTY-AUDIT = 0 - NUM-SALE OF REC-SALE
                  MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT
                  MOVE "SALE" TO REASON-AUDIT
                  MOVE DATE-SALE OF REC-SALE TO DATE-AUDIT
                  PERFORM WRITE-AUDIT-LOG
                  IF LEFT-GOODS OF REC-GOODS
                         NOT GREATER THAN REORDER-LEVEL OF REC-GOODS
                      DISPLAY "** LOW STOCK WARNING ** GOODS "
                              ID-GOODS OF REC-GOODS " NOW AT "
                              LEFT-GOODS OF REC-GOODS
                      DISPLAY "   REORDER LEVEL IS "
                              REORDER-LEVEL OF REC-GOODS
                  END-IF
           END-READ.

           POST-SALE-LINE-PRICING.
      *>  A REPAIR BILL LINE IS CHARGED AT THE PRICE BOOKED ON THE
      *>  JOB - NO CONTRACT PRICE OR DISCOUNT.
           IF RPR-LINE
               MOVE RPR-PRICE-WS TO UNIT-PRICE-WS
               MOVE 0 TO DISC-PCT-SALE
               GO TO POST-SALE-LINE-PRICED
           END-IF.
           MOVE PRICE-GOODS OF REC-GOODS TO UNIT-PRICE-WS.
           PERFORM LOOKUP-CONTRACT-PRICE.
           PERFORM LOOKUP-DISCOUNT.
           MOVE DISC-PCT-APPLIED-WS TO DISC-PCT-SALE.
           IF DISC-PCT-APPLIED-WS > 0
               COMPUTE UNIT-PRICE-WS ROUNDED =
                   UNIT-PRICE-WS *
                   (100 - DISC-PCT-APPLIED-WS) / 100
               DISPLAY "DISCOUNT OF " DISC-PCT-APPLIED-WS
                       " PCT APPLIED - UNIT PRICE NOW " UNIT-PRICE-WS
           END-IF.

           POST-SALE-LINE-PRICED.
           MOVE UNIT-PRICE-WS TO UNIT-PRICE-SALE OF REC-SALE.
      *>  A KIT LINE'S COGS WAS ACCUMULATED COMPONENT BY COMPONENT
      *>  WHILE THE KIT EXPLODED; A PLAIN LINE CONSUMES ITS OWN
      *>  LAYERS HERE. A REPAIR PART WAS COSTED OFF ITS LAYERS WHEN
      *>  IT WAS FITTED.
           IF DS-LINE
               COMPUTE COGS-AMT-WS =
                   NUM-SALE OF REC-SALE * DS-COST-WS
           END-IF.
           IF RPR-LINE
               MOVE RPR-COST-WS TO COGS-AMT-WS
           END-IF.
           IF NOT DS-LINE AND NOT RPR-LINE
               IF NOT KIT-ITEM
                   IF GOODS-CONSIGNMENT
      *>  CONSIGNMENT STOCK HAS NO LAYERS OF OURS - THE SALE TURNS
      *>  THE SUPPLIER'S UNITS INTO A PURCHASE LIABILITY AT THE
      *>  CONSIGNMENT COST.
                       PERFORM CONSUME-CONSIGNMENT
                   ELSE
                       PERFORM CONSUME-COST-LAYERS
                   END-IF
               END-IF
           END-IF.
           MOVE COGS-AMT-WS TO COST-AMT-SALE OF REC-SALE.
           PERFORM PICK-VAT-RATE.
           MOVE EFFECTIVE-VAT-RATE-WS TO VAT-RATE-SALE OF REC-SALE.
           COMPUTE VAT-AMT-SALE OF REC-SALE ROUNDED =
               UNIT-PRICE-WS * NUM-SALE OF REC-SALE
                   * EFFECTIVE-VAT-RATE-WS.
           COMPUTE LINE-VALUE-WS =
               UNIT-PRICE-WS * NUM-SALE OF REC-SALE.
           DISPLAY "LINE VALUE: " LINE-VALUE-WS
                   "  VAT ON THIS LINE: " VAT-AMT-SALE OF REC-SALE.
           COMPUTE SCR-BILL-TOTAL-WS =
               SCR-BILL-TOTAL-WS + LINE-VALUE-WS
               + VAT-AMT-SALE OF REC-SALE.
      *>  THE RUNNING DAILY TOTALS ARE KEPT UP AT POSTING TIME SO
      *>  THE DASHBOARD AND CASH-UP STOP RESCANNING WHOLE FILES.
           PERFORM CLEAR-DAY-DELTA.
           MOVE DATE-SALE OF REC-SALE TO DT-DATE-WS.
           IF LINE-SALE-WS = 0
               MOVE 1 TO DT-BILLS-WS
           END-IF.
           MOVE NUM-SALE OF REC-SALE TO DT-QTY-WS.
           MOVE LINE-VALUE-WS TO DT-REVENUE-WS.
           MOVE VAT-AMT-SALE OF REC-SALE TO DT-VAT-WS.
           COMPUTE DT-GROSS-WS =
               LINE-VALUE-WS + VAT-AMT-SALE OF REC-SALE.
           EVALUATE TRUE
               WHEN TENDER-CASH
                   MOVE DT-GROSS-WS TO DT-CASH-WS
               WHEN TENDER-CARD
                   MOVE DT-GROSS-WS TO DT-CARD-WS
               WHEN TENDER-CREDIT
                   MOVE DT-GROSS-WS TO DT-CREDIT-WS
               WHEN OTHER
                   MOVE DT-GROSS-WS TO DT-ACCOUNT-WS
           END-EVALUATE.
           PERFORM UPDATE-DAY-TOTALS.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE ID-GOODS OF REC-SALE TO MS-GOODS-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO MS-CUSTOMER-WS.
           MOVE DATE-SALE OF REC-SALE TO MS-DATE-WS.
           MOVE NUM-SALE OF REC-SALE TO MS-QTY-WS.
           MOVE LINE-VALUE-WS TO MS-REVENUE-WS.
           MOVE COGS-AMT-WS TO MS-COST-WS.
           PERFORM UPDATE-MONTH-SUMMARY.
           PERFORM ACCRUE-LOYALTY-POINTS.

           IF NOT KIT-ITEM AND NOT DS-LINE AND NOT RPR-LINE
               MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LOC
               MOVE LOCATION-GOODS OF REC-SALE TO CODE-LOCATION
               READ LOCATION-FILE
                   KEY IS KEY-LOCATION OF REC-LOCATION
                   INVALID KEY
                       DISPLAY "NO STOCK ON FILE AT THAT LOCATION."
                   NOT INVALID KEY
                       SUBTRACT NUM-SALE OF REC-SALE FROM QTY-LOCATION
                       REWRITE REC-LOCATION
               END-READ
               PERFORM CONSUME-LOTS-FEFO
           END-IF.

           ADD 1 TO LINE-SALE-WS.
           MOVE LINE-SALE-WS TO LINE-SALE OF REC-SALE.
           IF GOODS-SERIALIZED AND NOT KIT-ITEM AND NOT DS-LINE
                  AND NOT RPR-LINE
               PERFORM CAPTURE-SALE-SERIALS
           END-IF.
           SET SHIP-PICKING TO TRUE.
           MOVE CURRENT-SESSION-WS TO ID-SESSION-SALE OF REC-SALE.
           MOVE PEND-SHIPTO-WS TO CODE-SHIPTO-SALE OF REC-SALE.
           MOVE DS-LINE-SW TO DROPSHIP-SW-SALE OF REC-SALE.
           MOVE 0 TO ID-PURCHASE-DS-SALE OF REC-SALE.
           MOVE 0 TO LINE-PURCH-DS-SALE OF REC-SALE.
           MOVE PEND-DUE-DATE-WS TO DUE-DATE-SALE OF REC-SALE.
           MOVE SALE-BRANCH-WS TO BRANCH-SALE OF REC-SALE.
           IF RPR-LINE
               MOVE RPR-JOB-WS TO ID-JOB-SALE OF REC-SALE
           ELSE
               MOVE 0 TO ID-JOB-SALE OF REC-SALE
           END-IF.
           WRITE REC-SALE.
           MOVE "W" TO JRN-ACTION-WS.
           PERFORM JOURNAL-SALE-REC.
           IF DS-LINE
               PERFORM CREATE-DROPSHIP-PO
           END-IF.
           MOVE "N" TO DS-LINE-SW.
           MOVE "N" TO RPR-LINE-SW.
           .
       POST-SALE-LINE-EXT.
           EXIT.

      *>  RAISES THE LINKED PENDING PURCHASE LINE FOR A DROP-SHIP
      *>  SALE LINE JUST POSTED AND TIES THE TWO TOGETHER, SO THE
      *>  SUPPLIER'S DIRECT DELIVERY CLOSES BOTH. NO FAKED RECEIPTS,
      *>  NO PHANTOM STOCK MOVEMENTS.
       CREATE-DROPSHIP-PO SECTION.
           OPEN I-O PURCHASE-FILE.
           IF NOT (FILE-STA-PURCHASE = 00)
               DISPLAY "PURCHASE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PURCHASE
                       " - RAISE THE DROP-SHIP ORDER BY HAND."
               GO TO CREATE-DROPSHIP-PO-EXT
           END-IF.
           PERFORM INITIALIZE-DS-PURCHASE.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-PURCHASE.
           MOVE NUM-SALE OF REC-SALE
               TO NUM-PURCHASE OF REC-PURCHASE.
           MOVE DS-COST-WS TO COST-GOODS OF REC-PURCHASE.
           MOVE DATE-SALE OF REC-SALE
               TO DATE-PURCHASE OF REC-PURCHASE.
           MOVE "N" TO VOID-PURCHASE-SW OF REC-PURCHASE.
           SET PURCHASE-PENDING TO TRUE.
           MOVE SPACE TO LOCATION-GOODS OF REC-PURCHASE.
           MOVE CODE-SUPPLIER OF REC-GOODS TO CODE-SUPPLIER-PURCHASE.
           MOVE 0 TO QTY-RECEIVED-PURCHASE.
           MOVE "Y" TO DROPSHIP-SW-PURCHASE.
           MOVE KEY-SALE OF REC-SALE TO KEY-SALE-DS-PURCHASE.
           MOVE 1 TO LINE-PURCHASE OF REC-PURCHASE.
           WRITE REC-PURCHASE.
           MOVE "W" TO JRN-ACTION-WS.
           PERFORM JOURNAL-PURCHASE-REC.
           CLOSE PURCHASE-FILE.
           DISPLAY "DROP-SHIP PURCHASE ORDER "
                   ID-PURCHASE OF REC-PURCHASE " RAISED FOR SALE "
                   ID-SALE OF REC-SALE " LINE "
                   LINE-SALE OF REC-SALE ".".
           MOVE ID-PURCHASE OF REC-PURCHASE
               TO ID-PURCHASE-DS-SALE OF REC-SALE.
           MOVE 1 TO LINE-PURCH-DS-SALE OF REC-SALE.
           REWRITE REC-SALE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-SALE-REC.
           .
       CREATE-DROPSHIP-PO-EXT.
           EXIT.

       INITIALIZE-DS-PURCHASE SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "PURCHASE" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   PERFORM RESCAN-DS-PURCHASE-ID
                   ADD 1 TO DS-SIZE-PURCHASE-WS
                   MOVE DS-SIZE-PURCHASE-WS
                       TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER
               TO ID-PURCHASE OF REC-PURCHASE
           CLOSE COUNTER-FILE
           .
           INITIALIZE-DS-PURCHASE-EXT.
               EXIT.

       RESCAN-DS-PURCHASE-ID SECTION.
           INITIALIZE DS-SIZE-PURCHASE-WS.
           RESCAN-READ-DS-PURCHASE.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-PURCHASE OF REC-PURCHASE
                          > DS-SIZE-PURCHASE-WS
                       MOVE ID-PURCHASE OF REC-PURCHASE
                           TO DS-SIZE-PURCHASE-WS
                   END-IF
                   GO TO RESCAN-READ-DS-PURCHASE
           END-READ
           .
           RESCAN-DS-PURCHASE-ID-EXT.
               EXIT.

      *>  ADVANCES THE SHIPMENT STATUS OF EVERY LINE OF A BILL:
      *>  PICKING -> SHIPPED -> DELIVERED, AS THE WAREHOUSE AND THE
      *>  DRIVER REPORT PROGRESS.
       ADVANCE-SHIP-STATUS SECTION.
           DISPLAY "ENTER ID OF SALE:"
           ACCEPT SHIP-TARGET-ID-WS
           DISPLAY "ENTER NEW STATUS (P=PICKING S=SHIPPED "
                   "D=DELIVERED):"
           ACCEPT SHIP-NEW-STATUS-WS
           IF NOT (SHIP-NEW-STATUS-WS = "P"
                   OR SHIP-NEW-STATUS-WS = "S"
                   OR SHIP-NEW-STATUS-WS = "D")
               DISPLAY "INVALID STATUS."
               GO TO ADVANCE-SHIP-STATUS-EXT
           END-IF.
           OPEN I-O SALE-FILE.
      *>  THE WAREHOUSE MUST CONFIRM THE PICK - SHORTS AND ALL -
      *>  BEFORE A BILL MAY REPORT SHIPPED.
           IF SHIP-NEW-STATUS-WS = "S"
               PERFORM CHECK-PICKS-CONFIRMED
               IF NOT PCF-ALL-CONFIRMED
                   DISPLAY "NOT EVERY LINE OF SALE "
                           SHIP-TARGET-ID-WS " HAS A CONFIRMED "
                           "PICK - STATUS NOT ADVANCED."
                   CLOSE SALE-FILE
                   GO TO ADVANCE-SHIP-STATUS-EXT
               END-IF
           END-IF.
           MOVE 0 TO SHIP-LINE-CT-WS.
           MOVE SHIP-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   CONTINUE
           END-START.
           SHIP-STATUS-SCAN.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO SHIP-STATUS-DONE
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = SHIP-TARGET-ID-WS)
               GO TO SHIP-STATUS-DONE
           END-IF.
           IF SALE-VOIDED
               GO TO SHIP-STATUS-SCAN
           END-IF.
           EVALUATE SHIP-NEW-STATUS-WS
               WHEN "P"
                   SET SHIP-PICKING TO TRUE
               WHEN "S"
                   SET SHIP-SHIPPED TO TRUE
               WHEN "D"
                   SET SHIP-DELIVERED TO TRUE
           END-EVALUATE.
           REWRITE REC-SALE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-SALE-REC.
           ADD 1 TO SHIP-LINE-CT-WS.
           GO TO SHIP-STATUS-SCAN.

           SHIP-STATUS-DONE.
           CLOSE SALE-FILE.
           IF SHIP-LINE-CT-WS = 0
               DISPLAY "NO LIVE LINES FOUND FOR THAT SALE."
           ELSE
               DISPLAY SHIP-LINE-CT-WS " LINES UPDATED ON SALE "
                       SHIP-TARGET-ID-WS "."
               IF SHIP-NEW-STATUS-WS = "S"
                   PERFORM RECORD-SHIPMENT
               END-IF
           END-IF.
           .
       ADVANCE-SHIP-STATUS-EXT.
           EXIT.

      *>  A BILL JUST MOVED TO SHIPPED GOES ON THE CARRIER'S NEXT DAILY
      *>  MANIFEST: THE PACKER GIVES THE PARCEL COUNT AND THE WEIGHT IS
      *>  TAKEN FROM THE GOODS. A BILL ALREADY SENT TO THE CARRIER
      *>  KEEPS ITS MANIFEST ROW AS IT STANDS.
       RECORD-SHIPMENT SECTION.
           ACCEPT SHIP-TODAY-WS FROM DATE YYYYMMDD.
           MOVE 0 TO SHIP-WEIGHT-WS.
           MOVE 0 TO SHIP-CUSTOMER-WS.
           MOVE SPACE TO SHIP-SHIPTO-WS.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           MOVE SHIP-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   GO TO SHIP-WEIGHT-DONE
           END-START.
           SHIP-WEIGHT-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO SHIP-WEIGHT-DONE
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = SHIP-TARGET-ID-WS)
               GO TO SHIP-WEIGHT-DONE
           END-IF.
           IF SALE-VOIDED
               GO TO SHIP-WEIGHT-READ
           END-IF.
           MOVE ID-CUSTOMER OF REC-SALE TO SHIP-CUSTOMER-WS.
           MOVE CODE-SHIPTO-SALE OF REC-SALE TO SHIP-SHIPTO-WS.
      *>  DROP-SHIP LINES TRAVEL WITH THE SUPPLIER'S OWN CARRIER.
           IF SALE-DROPSHIP
               GO TO SHIP-WEIGHT-READ
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO SHIP-WEIGHT-READ
           END-READ.
           IF WEIGHT-GOODS OF REC-GOODS IS NUMERIC
               COMPUTE SHIP-WEIGHT-WS = SHIP-WEIGHT-WS
                   + WEIGHT-GOODS OF REC-GOODS * NUM-SALE OF REC-SALE
           END-IF.
           GO TO SHIP-WEIGHT-READ.

           SHIP-WEIGHT-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.

           OPEN I-O MANIFEST-FILE.
           IF NOT (FILE-STA-MANIFEST = 00 OR FILE-STA-MANIFEST = 05)
               DISPLAY "MANIFEST FILE WILL NOT OPEN - STATUS "
                       FILE-STA-MANIFEST
               GO TO RECORD-SHIPMENT-EXT
           END-IF.
           MOVE SHIP-TARGET-ID-WS TO ID-SALE-MAN.
           READ MANIFEST-FILE
               KEY IS ID-SALE-MAN OF REC-MANIFEST
               INVALID KEY
                   INITIALIZE REC-MANIFEST
                   MOVE SHIP-TARGET-ID-WS TO ID-SALE-MAN
               NOT INVALID KEY
                   IF DATE-MANIFEST-MAN > 0
                       DISPLAY "SALE " SHIP-TARGET-ID-WS
                               " WENT TO THE CARRIER ON MANIFEST OF "
                               DATE-MANIFEST-MAN "."
                       CLOSE MANIFEST-FILE
                       GO TO RECORD-SHIPMENT-EXT
                   END-IF
           END-READ.
           DISPLAY "ENTER NUMBER OF PARCELS:"
           ACCEPT SHIP-PARCELS-WS.
           IF SHIP-PARCELS-WS = 0
               MOVE 1 TO SHIP-PARCELS-WS
           END-IF.
           MOVE SHIP-CUSTOMER-WS TO ID-CUSTOMER-MAN.
           MOVE SHIP-SHIPTO-WS TO CODE-SHIPTO-MAN.
           MOVE SHIP-TODAY-WS TO DATE-SHIPPED-MAN.
           MOVE SHIP-PARCELS-WS TO PARCELS-MAN.
           MOVE SHIP-WEIGHT-WS TO WEIGHT-MAN.
           MOVE LS-OPERATOR-ID TO OPERATOR-MAN.
           WRITE REC-MANIFEST
               INVALID KEY
                   REWRITE REC-MANIFEST
           END-WRITE.
           CLOSE MANIFEST-FILE.
           DISPLAY "SALE " SHIP-TARGET-ID-WS " QUEUED FOR THE CARRIER "
                   "MANIFEST - " PARCELS-MAN " PARCEL(S), WEIGHT "
                   WEIGHT-MAN ".".
           .
       RECORD-SHIPMENT-EXT.
           EXIT.

      *>  "WHERE IS MY DELIVERY" - THE BILL'S WAREHOUSE STATUS AND
      *>  WHAT THE CARRIER HAS BEEN TOLD AND HAS SENT BACK.
       DELIVERY-TRACKING SECTION.
           DISPLAY "ENTER ID OF SALE:"
           ACCEPT SHIP-TARGET-ID-WS
           MOVE SPACE TO SHIP-STATUS-SHOW-WS.
           OPEN INPUT SALE-FILE.
           MOVE SHIP-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   GO TO TRACK-STATUS-DONE
           END-START.
           TRACK-STATUS-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO TRACK-STATUS-DONE
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = SHIP-TARGET-ID-WS)
               GO TO TRACK-STATUS-DONE
           END-IF.
           IF SALE-VOIDED OR SALE-DROPSHIP
               GO TO TRACK-STATUS-READ
           END-IF.
           MOVE SHIP-STATUS-SALE OF REC-SALE TO SHIP-STATUS-SHOW-WS.
           TRACK-STATUS-DONE.
           CLOSE SALE-FILE.
           IF SHIP-STATUS-SHOW-WS = SPACE
               DISPLAY "NO LIVE LINES FOUND FOR THAT SALE."
               GO TO DELIVERY-TRACKING-EXT
           END-IF.
           DISPLAY "SALE " SHIP-TARGET-ID-WS " WAREHOUSE STATUS: "
                   SHIP-STATUS-SHOW-WS.
           OPEN INPUT MANIFEST-FILE.
           IF NOT (FILE-STA-MANIFEST = 00)
               DISPLAY "NOT YET HANDED TO THE CARRIER."
               CLOSE MANIFEST-FILE
               GO TO DELIVERY-TRACKING-EXT
           END-IF.
           MOVE SHIP-TARGET-ID-WS TO ID-SALE-MAN.
           READ MANIFEST-FILE
               KEY IS ID-SALE-MAN OF REC-MANIFEST
               INVALID KEY
                   DISPLAY "NOT YET HANDED TO THE CARRIER."
                   CLOSE MANIFEST-FILE
                   GO TO DELIVERY-TRACKING-EXT
           END-READ.
           CLOSE MANIFEST-FILE.
           DISPLAY "SHIPPED " DATE-SHIPPED-MAN " - " PARCELS-MAN
                   " PARCEL(S), WEIGHT " WEIGHT-MAN.
           IF DATE-MANIFEST-MAN = 0
               DISPLAY "AWAITING THE NEXT CARRIER MANIFEST."
               GO TO DELIVERY-TRACKING-EXT
           END-IF.
           DISPLAY "ON CARRIER MANIFEST OF " DATE-MANIFEST-MAN.
           IF TRACKING-MAN = SPACE
               DISPLAY "NO TRACKING NUMBER BACK FROM THE CARRIER YET."
           ELSE
               DISPLAY "CARRIER TRACKING NUMBER " TRACKING-MAN
                       " (RECEIVED " DATE-TRACKING-MAN ")"
           END-IF.
           .
       DELIVERY-TRACKING-EXT.
           EXIT.

      *>  EVERY LIVE LINE OF THE BILL IN SHIP-TARGET-ID-WS MUST
      *>  CARRY A CONFIRMED PICK ROW. SALE-FILE MUST BE OPEN.
       CHECK-PICKS-CONFIRMED SECTION.
           MOVE "Y" TO PCF-ALL-CONFIRMED-SW.
           OPEN INPUT PICK-FILE.
           IF NOT (FILE-STA-PICK = 00 OR FILE-STA-PICK = 05)
               MOVE "N" TO PCF-ALL-CONFIRMED-SW
               GO TO CHECK-PICKS-CONFIRMED-EXT
           END-IF.
           MOVE SHIP-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   GO TO CHECK-PICKS-CLOSE
           END-START.
           CHECK-PICKS-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO CHECK-PICKS-CLOSE
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = SHIP-TARGET-ID-WS)
               GO TO CHECK-PICKS-CLOSE
           END-IF.
           IF SALE-VOIDED
               GO TO CHECK-PICKS-READ
           END-IF.
      *>  THE WAREHOUSE NEVER PICKS A DROP-SHIP LINE - THE SUPPLIER
      *>  DELIVERS IT DIRECT AND IT COMPLETES THROUGH RECEIVING.
           IF SALE-DROPSHIP
               GO TO CHECK-PICKS-READ
           END-IF.
           MOVE KEY-SALE OF REC-SALE TO KEY-PICK.
           READ PICK-FILE
               KEY IS KEY-PICK OF REC-PICK
               INVALID KEY
                   MOVE "N" TO PCF-ALL-CONFIRMED-SW
                   GO TO CHECK-PICKS-CLOSE
           END-READ.
           IF NOT PICK-CONFIRMED
               MOVE "N" TO PCF-ALL-CONFIRMED-SW
               GO TO CHECK-PICKS-CLOSE
           END-IF.
           GO TO CHECK-PICKS-READ.

           CHECK-PICKS-CLOSE.
           CLOSE PICK-FILE.
           .
       CHECK-PICKS-CONFIRMED-EXT.
           EXIT.

      *>  THE PICKER WALKS THE PRINTED PICK LIST AND COMES BACK WITH
      *>  WHAT WAS ACTUALLY PICKED - SHORTS INCLUDED. ONE CONFIRMED
      *>  ROW PER LIVE LINE; THE SHIPPED STATUS WAITS ON THEM.
       CONFIRM-PICK SECTION.
           DISPLAY "ENTER ID OF SALE PICKED:"
           ACCEPT PCF-TARGET-ID-WS
           OPEN INPUT SALE-FILE.
           IF NOT (FILE-STA-SALE = 00)
               DISPLAY "SALE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SALE
               GO TO CONFIRM-PICK-EXT
           END-IF.
           OPEN I-O PICK-FILE.
           IF NOT (FILE-STA-PICK = 00 OR FILE-STA-PICK = 05)
               DISPLAY "PICK FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PICK
               CLOSE SALE-FILE
               GO TO CONFIRM-PICK-EXT
           END-IF.
           ACCEPT PCF-TODAY-WS FROM DATE YYYYMMDD.
           MOVE 0 TO PCF-LINE-CT-WS.
           MOVE 0 TO PCF-SHORT-CT-WS.
           MOVE PCF-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   CONTINUE
           END-START.
           CONFIRM-PICK-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO CONFIRM-PICK-DONE
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = PCF-TARGET-ID-WS)
               GO TO CONFIRM-PICK-DONE
           END-IF.
           IF SALE-VOIDED
               GO TO CONFIRM-PICK-READ
           END-IF.
           PERFORM CONFIRM-ONE-PICK-LINE.
           GO TO CONFIRM-PICK-READ.

           CONFIRM-PICK-DONE.
           CLOSE PICK-FILE.
           CLOSE SALE-FILE.
           IF PCF-LINE-CT-WS = 0
               DISPLAY "NO LIVE LINES FOUND FOR THAT SALE."
           ELSE
               DISPLAY PCF-LINE-CT-WS " LINES CONFIRMED, "
                       PCF-SHORT-CT-WS " SHORT - THE BILL MAY NOW "
                       "ADVANCE TO SHIPPED."
           END-IF.
           .
       CONFIRM-PICK-EXT.
           EXIT.

       CONFIRM-ONE-PICK-LINE SECTION.
           CHECK-PICKED-QTY.
           DISPLAY "LINE " LINE-SALE OF REC-SALE
                   " GOODS " ID-GOODS OF REC-SALE
                   " FROM " LOCATION-GOODS OF REC-SALE
                   " ORDERED " NUM-SALE OF REC-SALE
                   " - ENTER QUANTITY ACTUALLY PICKED:"
           ACCEPT PCF-QTY-WS
           IF PCF-QTY-WS > NUM-SALE OF REC-SALE
               DISPLAY "PICKED MORE THAN ORDERED? RE-ENTER:"
               GO TO CHECK-PICKED-QTY
           END-IF.
           IF PCF-QTY-WS < NUM-SALE OF REC-SALE
               ADD 1 TO PCF-SHORT-CT-WS
               DISPLAY "LINE RECORDED SHORT BY "
                       NUM-SALE OF REC-SALE " - " PCF-QTY-WS "."
           END-IF.
           MOVE KEY-SALE OF REC-SALE TO KEY-PICK.
           MOVE NUM-SALE OF REC-SALE TO QTY-ORDERED-PICK.
           MOVE PCF-QTY-WS TO QTY-PICKED-PICK.
           MOVE PCF-TODAY-WS TO DATE-PICK.
           MOVE LS-OPERATOR-ID TO OPERATOR-PICK.
           SET PICK-CONFIRMED TO TRUE.
           WRITE REC-PICK
               INVALID KEY
                   REWRITE REC-PICK
           END-WRITE.
           ADD 1 TO PCF-LINE-CT-WS.
           .
       CONFIRM-ONE-PICK-LINE-EXT.
           EXIT.

      *>  THE SALESPERSON IS TAKEN ONCE PER BILL AND STAMPED ON
      *>  EVERY LINE, AND MUST EXIST ON THE SALESPERSON MASTER -
      *>  ANY SIX CHARACTERS USED TO BE ACCEPTED AND TYPOS SILENTLY
      *>  ORPHANED COMMISSION. A CODE WITHOUT A COMMISSION RATE IS
      *>  STILL ACCEPTED WITH A WARNING SO THE BILL IS NOT HELD UP.
       CAPTURE-SALESPERSON SECTION.
           CHECK-SALESPERSON-CODE.
           DISPLAY "ENTER SALESPERSON CODE:"
           ACCEPT SALESPERSON-WS.
           OPEN INPUT SALESPERSON-FILE.
           IF FILE-STA-SALESP = 00 OR FILE-STA-SALESP = 05
               MOVE SALESPERSON-WS TO CODE-SALESPERSON-SP
               READ SALESPERSON-FILE
                   KEY IS CODE-SALESPERSON-SP OF REC-SALESPERSON
                   INVALID KEY
                       DISPLAY "UNKNOWN SALESPERSON CODE! PLEASE "
                               "RE-ENTER (SET THEM UP VIA Y):"
                       CLOSE SALESPERSON-FILE
                       GO TO CHECK-SALESPERSON-CODE
               END-READ
               DISPLAY "SALESPERSON: " NAME-SP
               CLOSE SALESPERSON-FILE
           END-IF.
           OPEN INPUT COMMISSION-FILE.
           IF FILE-STA-COMM = 00 OR FILE-STA-COMM = 05
               MOVE SALESPERSON-WS TO CODE-SALESPERSON
               MOVE SPACE TO CATEGORY-COMM
               READ COMMISSION-FILE
                   KEY IS KEY-COMMISSION OF REC-COMMISSION
                   INVALID KEY
                       DISPLAY "WARNING: NO COMMISSION RATE ON FILE "
                               "FOR " SALESPERSON-WS "."
               END-READ
               CLOSE COMMISSION-FILE
           END-IF.
           MOVE SALESPERSON-WS TO CODE-SALESPERSON-SALE.
           .
       CAPTURE-SALESPERSON-EXT.
           EXIT.

       SALESPERSON-MAINT SECTION.
           OPEN I-O SALESPERSON-FILE.
           IF NOT (FILE-STA-SALESP = 00 OR FILE-STA-SALESP = 05)
               DISPLAY "SALESPERSON FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SALESP
               GO TO SALESPERSON-MAINT-EXT
           END-IF.
           DISPLAY "ENTER SALESPERSON CODE:"
           ACCEPT SPM-CODE-WS.
           MOVE SPM-CODE-WS TO CODE-SALESPERSON-SP.
           READ SALESPERSON-FILE
               KEY IS CODE-SALESPERSON-SP OF REC-SALESPERSON
               INVALID KEY
                   MOVE SPM-CODE-WS TO CODE-SALESPERSON-SP
                   MOVE SPACE TO NAME-SP
                   MOVE 1 TO SPM-MONTH-IDX
                   PERFORM CLEAR-SP-TARGET
                       UNTIL SPM-MONTH-IDX > 12
               NOT INVALID KEY
                   DISPLAY "EXISTING SALESPERSON - VALUES WILL BE "
                           "REPLACED."
           END-READ.
           DISPLAY "ENTER SALESPERSON NAME:"
           ACCEPT NAME-SP.
           MOVE 1 TO SPM-MONTH-IDX.
           PERFORM ACCEPT-SP-TARGET UNTIL SPM-MONTH-IDX > 12.
           WRITE REC-SALESPERSON
               INVALID KEY
                   REWRITE REC-SALESPERSON
                   DISPLAY "SALESPERSON REPLACED."
               NOT INVALID KEY
                   DISPLAY "SALESPERSON ADDED."
           END-WRITE.
           CLOSE SALESPERSON-FILE.
           .
       SALESPERSON-MAINT-EXT.
           EXIT.

       CLEAR-SP-TARGET SECTION.
           MOVE 0 TO TARGET-SP(SPM-MONTH-IDX).
           ADD 1 TO SPM-MONTH-IDX.
           .
       CLEAR-SP-TARGET-EXT.
           EXIT.

       ACCEPT-SP-TARGET SECTION.
           DISPLAY "ENTER TARGET FOR MONTH " SPM-MONTH-IDX ":"
           ACCEPT TARGET-SP(SPM-MONTH-IDX).
           ADD 1 TO SPM-MONTH-IDX.
           .
       ACCEPT-SP-TARGET-EXT.
           EXIT.

      *>  WARRANTY CLAIM OFF THE SERIAL FILE: THE UNIT MUST HAVE
      *>  BEEN SOLD BY US, AND THE GOODS' WARRANTY WINDOW (MONTHS
      *>  FROM THE SALE DATE ON THE SERIAL) DECIDES IN/OUT - NO
      *>  MORE GUT-FEEL AT THE COUNTER.
       WARRANTY-CLAIM-ENTRY SECTION.
           OPEN INPUT GOODS-FILE.
           CHECK-WCL-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT WCL-GOODS-WS
           MOVE WCL-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-WCL-GOODS
           END-READ
           CLOSE GOODS-FILE.
           IF NOT (WARRANTY-MONTHS-GOODS OF REC-GOODS IS NUMERIC
                   AND WARRANTY-MONTHS-GOODS OF REC-GOODS > 0)
               DISPLAY "GOODS CARRIES NO WARRANTY - CLAIM REFUSED."
               GO TO WARRANTY-CLAIM-ENTRY-EXT
           END-IF.

           OPEN INPUT SERIAL-FILE.
           IF NOT (FILE-STA-SERIAL = 00 OR FILE-STA-SERIAL = 05)
               DISPLAY "SERIAL FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SERIAL
               GO TO WARRANTY-CLAIM-ENTRY-EXT
           END-IF.
           DISPLAY "ENTER SERIAL NUMBER CLAIMED:"
           ACCEPT WCL-SERIAL-WS.
           MOVE WCL-GOODS-WS TO ID-GOODS-SERIAL.
           MOVE WCL-SERIAL-WS TO NO-SERIAL.
           READ SERIAL-FILE
               KEY IS KEY-SERIAL OF REC-SERIAL
               INVALID KEY
                   DISPLAY "SERIAL NOT ON FILE FOR THIS GOODS - "
                           "THE UNIT WAS NOT SOLD BY US. REFUSED."
                   CLOSE SERIAL-FILE
                   GO TO WARRANTY-CLAIM-ENTRY-EXT
           END-READ.
           CLOSE SERIAL-FILE.
           IF NOT SERIAL-SOLD
               DISPLAY "SERIAL IS " STATUS-SERIAL
                       " - NOT A SOLD UNIT. CLAIM REFUSED."
               GO TO WARRANTY-CLAIM-ENTRY-EXT
           END-IF.

           ACCEPT WCL-TODAY-WS FROM DATE YYYYMMDD.
      *>  WINDOW END = SALE DATE PLUS WARRANTY MONTHS, ROLLED ON
      *>  CALENDAR MONTHS.
           MOVE DATE-SERIAL(1:4) TO WCL-END-YYYY-WS.
           MOVE DATE-SERIAL(5:2) TO WCL-END-MM-WS.
           MOVE DATE-SERIAL(7:2) TO WCL-END-DD-WS.
           ADD WARRANTY-MONTHS-GOODS OF REC-GOODS TO WCL-END-MM-WS.
           WCL-ROLL-MONTHS.
           IF WCL-END-MM-WS > 12
               SUBTRACT 12 FROM WCL-END-MM-WS
               ADD 1 TO WCL-END-YYYY-WS
               GO TO WCL-ROLL-MONTHS
           END-IF.
           COMPUTE WCL-END-DATE-WS =
               WCL-END-YYYY-WS * 10000 + WCL-END-MM-WS * 100
               + WCL-END-DD-WS.
           IF WCL-TODAY-WS NOT > WCL-END-DATE-WS
               MOVE "Y" TO WCL-IN-WARRANTY-SW
               DISPLAY "UNIT SOLD " DATE-SERIAL
                       " - IN WARRANTY UNTIL " WCL-END-DATE-WS "."
           ELSE
               MOVE "N" TO WCL-IN-WARRANTY-SW
               DISPLAY "UNIT SOLD " DATE-SERIAL
                       " - WARRANTY EXPIRED " WCL-END-DATE-WS "."
           END-IF.

           CHECK-WCL-OUTCOME.
           DISPLAY "ENTER OUTCOME (R=REPAIR P=REPLACE J=REJECT):"
           ACCEPT WCL-OUTCOME-WS
           IF NOT (WCL-OUTCOME-WS = "R" OR WCL-OUTCOME-WS = "P"
                   OR WCL-OUTCOME-WS = "J")
               DISPLAY "ENTER R, P OR J."
               GO TO CHECK-WCL-OUTCOME
           END-IF.

           OPEN I-O WARRANTY-CLAIM-FILE.
           IF NOT (FILE-STA-WCLAIM = 00 OR FILE-STA-WCLAIM = 05)
               DISPLAY "WARRANTY CLAIM FILE WILL NOT OPEN - STATUS "
                       FILE-STA-WCLAIM
               GO TO WARRANTY-CLAIM-ENTRY-EXT
           END-IF.
           PERFORM INITIALIZE-WCLAIM.
           MOVE WCL-GOODS-WS TO ID-GOODS-WC.
           MOVE WCL-SERIAL-WS TO NO-SERIAL-WC.
           MOVE CODE-SUPPLIER OF REC-GOODS TO CODE-SUPPLIER-WC.
           MOVE DATE-SERIAL TO DATE-SOLD-WC.
           MOVE WCL-TODAY-WS TO DATE-CLAIM-WC.
           MOVE WCL-IN-WARRANTY-SW TO IN-WARRANTY-WC.
           EVALUATE WCL-OUTCOME-WS
               WHEN "R"
                   SET CLAIM-REPAIR TO TRUE
               WHEN "P"
                   SET CLAIM-REPLACE TO TRUE
               WHEN OTHER
                   SET CLAIM-REJECT TO TRUE
           END-EVALUATE.
           MOVE LS-OPERATOR-ID TO OPERATOR-WC.
           WRITE REC-WARRANTY-CLAIM
               INVALID KEY
                   DISPLAY "CLAIM COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE WARRANTY-CLAIM-FILE.
           DISPLAY "CLAIM " ID-CLAIM-WC " RECORDED - OUTCOME "
                   OUTCOME-WC "."
           .
       WARRANTY-CLAIM-ENTRY-EXT.
           EXIT.

       INITIALIZE-WCLAIM SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "WCLAIM" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   PERFORM RESCAN-WCLAIM-ID
                   ADD 1 TO SIZE-WCLAIM-WS
                   MOVE SIZE-WCLAIM-WS
                       TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO ID-CLAIM-WC
           CLOSE COUNTER-FILE
           .
           INITIALIZE-WCLAIM-EXT.
               EXIT.

       RESCAN-WCLAIM-ID SECTION.
           INITIALIZE SIZE-WCLAIM-WS.
           RESCAN-READ-WCLAIM.
           READ WARRANTY-CLAIM-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-CLAIM-WC > SIZE-WCLAIM-WS
                       MOVE ID-CLAIM-WC TO SIZE-WCLAIM-WS
                   END-IF
                   GO TO RESCAN-READ-WCLAIM
           END-READ
           .
           RESCAN-WCLAIM-ID-EXT.
               EXIT.

      *>  THE WORKSHOP: A UNIT IS BOOKED IN OFF A WARRANTY CLAIM WITH
      *>  A REPAIR OUTCOME, OR AS A PAID REPAIR OF ANY UNIT ON THE
      *>  SERIAL FILE, AND FOLLOWED THROUGH TO COLLECTION.
       REPAIR-JOB-MENU SECTION.
           DISPLAY "O>OPEN A JOB   S>CHANGE STATUS   P>FIT A PART   "
                   "L>BOOK LABOUR   B>BILL THE CUSTOMER   "
                   "C>COLLECTED   V>VIEW A JOB   E>EXIT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT RPR-ACTION-WS
           EVALUATE RPR-ACTION-WS
               WHEN "O"
                   PERFORM RPR-OPEN-JOB
               WHEN "S"
                   PERFORM RPR-CHANGE-STATUS
               WHEN "P"
                   PERFORM RPR-FIT-PART
               WHEN "L"
                   PERFORM RPR-BOOK-LABOUR
               WHEN "B"
                   PERFORM RPR-BILL-JOB
               WHEN "C"
                   PERFORM RPR-COLLECT
               WHEN "V"
                   PERFORM RPR-VIEW-JOB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           .
       REPAIR-JOB-MENU-EXT.
           EXIT.

      *>  A WARRANTY JOB IS FREE TO THE CUSTOMER UNLESS THE CLAIM WAS
      *>  TAKEN OUT OF WARRANTY; A PAID REPAIR IS ALWAYS CHARGED. THE
      *>  BUYER ON THE SALE THAT TOOK THE UNIT OUT IS OFFERED AS THE
      *>  CUSTOMER.
       RPR-OPEN-JOB SECTION.
           ACCEPT RPR-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "ENTER WARRANTY CLAIM NUMBER (0 = PAID REPAIR):"
           ACCEPT RPR-CLAIM-WS
           IF RPR-CLAIM-WS = 0
               GO TO RPR-OPEN-PAID
           END-IF.
           OPEN INPUT WARRANTY-CLAIM-FILE.
           IF NOT (FILE-STA-WCLAIM = 00 OR FILE-STA-WCLAIM = 05)
               DISPLAY "WARRANTY CLAIM FILE WILL NOT OPEN - STATUS "
                       FILE-STA-WCLAIM
               GO TO RPR-OPEN-JOB-EXT
           END-IF.
           MOVE RPR-CLAIM-WS TO ID-CLAIM-WC.
           READ WARRANTY-CLAIM-FILE
               KEY IS ID-CLAIM-WC OF REC-WARRANTY-CLAIM
               INVALID KEY
                   DISPLAY "CLAIM NOT FOUND - NO JOB OPENED."
                   CLOSE WARRANTY-CLAIM-FILE
                   GO TO RPR-OPEN-JOB-EXT
           END-READ.
           CLOSE WARRANTY-CLAIM-FILE.
           IF NOT CLAIM-REPAIR
               DISPLAY "CLAIM OUTCOME WAS " OUTCOME-WC
                       " - ONLY A REPAIR CLAIM OPENS A WARRANTY JOB."
               DISPLAY "OPEN A PAID REPAIR IF THE CUSTOMER STILL "
                       "WANTS IT FIXED."
               GO TO RPR-OPEN-JOB-EXT
           END-IF.
           PERFORM RPR-FIND-CLAIM-JOB.
           IF RPR-FOUND
               DISPLAY "CLAIM " RPR-CLAIM-WS " ALREADY HAS REPAIR JOB "
                       RPR-JOB-WS "."
               GO TO RPR-OPEN-JOB-EXT
           END-IF.
           MOVE ID-GOODS-WC TO RPR-GOODS-WS.
           MOVE NO-SERIAL-WC TO RPR-SERIAL-WS.
           MOVE CODE-SUPPLIER-WC TO RPR-SUPPLIER-WS.
           IF IN-WARRANTY-WC = "Y"
               MOVE "N" TO RPR-CHARGEABLE-WS
           ELSE
               MOVE "Y" TO RPR-CHARGEABLE-WS
               DISPLAY "THE CLAIM WAS TAKEN OUT OF WARRANTY - THE "
                       "CUSTOMER WILL BE CHARGED."
           END-IF.
           GO TO RPR-OPEN-SERIAL.

           RPR-OPEN-PAID.
           OPEN INPUT GOODS-FILE.
           CHECK-RPR-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT RPR-GOODS-WS
           MOVE RPR-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-RPR-GOODS
           END-READ
           CLOSE GOODS-FILE.
           MOVE CODE-SUPPLIER OF REC-GOODS TO RPR-SUPPLIER-WS.
           DISPLAY "ENTER SERIAL NUMBER:"
           ACCEPT RPR-SERIAL-WS.
           MOVE "Y" TO RPR-CHARGEABLE-WS.

           RPR-OPEN-SERIAL.
           OPEN INPUT SERIAL-FILE.
           IF NOT (FILE-STA-SERIAL = 00 OR FILE-STA-SERIAL = 05)
               DISPLAY "SERIAL FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SERIAL
               GO TO RPR-OPEN-JOB-EXT
           END-IF.
           MOVE RPR-GOODS-WS TO ID-GOODS-SERIAL.
           MOVE RPR-SERIAL-WS TO NO-SERIAL.
           READ SERIAL-FILE
               KEY IS KEY-SERIAL OF REC-SERIAL
               INVALID KEY
                   DISPLAY "SERIAL NOT ON FILE FOR THIS GOODS - "
                           "NO JOB OPENED."
                   CLOSE SERIAL-FILE
                   GO TO RPR-OPEN-JOB-EXT
           END-READ.
           CLOSE SERIAL-FILE.
           MOVE 0 TO RPR-BUYER-WS.
           IF ID-SALE-SERIAL IS NUMERIC AND ID-SALE-SERIAL > 0
               MOVE ID-SALE-SERIAL TO ID-SALE OF REC-SALE
               MOVE LINE-SALE-SERIAL TO LINE-SALE OF REC-SALE
               OPEN INPUT SALE-FILE
               READ SALE-FILE
                   KEY IS KEY-SALE OF REC-SALE
                   NOT INVALID KEY
                       MOVE ID-CUSTOMER OF REC-SALE TO RPR-BUYER-WS
               END-READ
               CLOSE SALE-FILE
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           CHECK-RPR-CUSTOMER.
           IF RPR-BUYER-WS > 0
               DISPLAY "ENTER CUSTOMER ID (0 = THE BUYER, "
                       RPR-BUYER-WS "):"
           ELSE
               DISPLAY "ENTER CUSTOMER ID:"
           END-IF
           ACCEPT RPR-CUSTOMER-WS
           IF RPR-CUSTOMER-WS = 0
               MOVE RPR-BUYER-WS TO RPR-CUSTOMER-WS
           END-IF
           MOVE RPR-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "INVALID CUSTOMER! PLEASE RE-ENTER:"
                   GO TO CHECK-RPR-CUSTOMER
           END-READ
           CLOSE CUSTOMER-FILE.
           DISPLAY "DESCRIBE THE FAULT:"
           ACCEPT RPR-FAULT-WS.

           OPEN I-O REPAIR-JOB-FILE.
           IF NOT (FILE-STA-REPAIR = 00 OR FILE-STA-REPAIR = 05)
               DISPLAY "REPAIR JOB FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REPAIR
               GO TO RPR-OPEN-JOB-EXT
           END-IF.
           PERFORM INITIALIZE-REPAIR-JOB.
           INITIALIZE REC-REPAIR-JOB.
           MOVE RPR-JOB-WS TO ID-JOB-RJ.
           MOVE RPR-GOODS-WS TO ID-GOODS-RJ.
           MOVE RPR-SERIAL-WS TO NO-SERIAL-RJ.
           MOVE RPR-CUSTOMER-WS TO ID-CUSTOMER-RJ.
           IF RPR-CLAIM-WS = 0
               SET RJ-PAID TO TRUE
           ELSE
               SET RJ-WARRANTY TO TRUE
           END-IF.
           MOVE RPR-CLAIM-WS TO ID-CLAIM-RJ.
           MOVE RPR-CHARGEABLE-WS TO CHARGEABLE-RJ.
           MOVE RPR-FAULT-WS TO FAULT-RJ.
           SET RJ-RECEIVED TO TRUE.
           MOVE RPR-TODAY-WS TO DATE-RECEIVED-RJ.
           MOVE RPR-SUPPLIER-WS TO CODE-SUPPLIER-RJ.
           MOVE LS-OPERATOR-ID TO OPERATOR-RJ.
           WRITE REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB COULD NOT BE WRITTEN."
                   CLOSE REPAIR-JOB-FILE
                   GO TO RPR-OPEN-JOB-EXT
           END-WRITE.
           CLOSE REPAIR-JOB-FILE.
           DISPLAY "REPAIR JOB " RPR-JOB-WS " OPENED - TAG THE UNIT "
                   "WITH THIS NUMBER.".
           .
       RPR-OPEN-JOB-EXT.
           EXIT.

      *>  RPR-FOUND, WITH THE JOB IN RPR-JOB-WS, WHEN CLAIM
      *>  RPR-CLAIM-WS ALREADY HAS A JOB.
       RPR-FIND-CLAIM-JOB SECTION.
           MOVE "N" TO RPR-FOUND-SW.
           OPEN INPUT REPAIR-JOB-FILE.
           IF NOT (FILE-STA-REPAIR = 00)
               GO TO RPR-FIND-CLAIM-JOB-EXT
           END-IF.
           RPR-FIND-CLAIM-READ.
           READ REPAIR-JOB-FILE NEXT RECORD
               AT END
                   GO TO RPR-FIND-CLAIM-DONE
           END-READ.
           IF RJ-WARRANTY AND ID-CLAIM-RJ = RPR-CLAIM-WS
               MOVE ID-JOB-RJ TO RPR-JOB-WS
               SET RPR-FOUND TO TRUE
               GO TO RPR-FIND-CLAIM-DONE
           END-IF.
           GO TO RPR-FIND-CLAIM-READ.
           RPR-FIND-CLAIM-DONE.
           CLOSE REPAIR-JOB-FILE.
           .
       RPR-FIND-CLAIM-JOB-EXT.
           EXIT.

      *>  ASKS FOR A JOB AND READS IT, LEAVING THE JOB FILE OPEN I-O
      *>  FOR THE CALLER TO CLOSE. WHEN THE JOB IS NOT FOUND RPR-FOUND
      *>  IS OFF AND THE FILE IS ALREADY CLOSED.
       RPR-LOAD-JOB SECTION.
           MOVE "N" TO RPR-FOUND-SW.
           DISPLAY "ENTER REPAIR JOB NUMBER:"
           ACCEPT RPR-JOB-WS
           OPEN I-O REPAIR-JOB-FILE.
           IF NOT (FILE-STA-REPAIR = 00 OR FILE-STA-REPAIR = 05)
               DISPLAY "REPAIR JOB FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REPAIR
               GO TO RPR-LOAD-JOB-EXT
           END-IF.
           MOVE RPR-JOB-WS TO ID-JOB-RJ.
           READ REPAIR-JOB-FILE
               KEY IS ID-JOB-RJ OF REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB NOT FOUND."
                   CLOSE REPAIR-JOB-FILE
                   GO TO RPR-LOAD-JOB-EXT
           END-READ.
           SET RPR-FOUND TO TRUE.
           PERFORM RPR-SHOW-JOB.
           .
       RPR-LOAD-JOB-EXT.
           EXIT.

       RPR-SHOW-JOB SECTION.
           EVALUATE TRUE
               WHEN RJ-RECEIVED
                   MOVE "RECEIVED" TO RPR-STATUS-NAME-WS
               WHEN RJ-AWAITING-PARTS
                   MOVE "AWAITING PARTS" TO RPR-STATUS-NAME-WS
               WHEN RJ-WITH-SUPPLIER
                   MOVE "WITH SUPPLIER" TO RPR-STATUS-NAME-WS
               WHEN RJ-READY
                   MOVE "READY" TO RPR-STATUS-NAME-WS
               WHEN OTHER
                   MOVE "COLLECTED" TO RPR-STATUS-NAME-WS
           END-EVALUATE.
           DISPLAY "JOB " ID-JOB-RJ " GOODS " ID-GOODS-RJ
                   " SERIAL " NO-SERIAL-RJ " CUSTOMER " ID-CUSTOMER-RJ.
           IF RJ-WARRANTY
               DISPLAY "WARRANTY CLAIM " ID-CLAIM-RJ
                       " - CHARGEABLE " CHARGEABLE-RJ
                       " - RECEIVED " DATE-RECEIVED-RJ
                       " - " RPR-STATUS-NAME-WS
           ELSE
               DISPLAY "PAID REPAIR - RECEIVED " DATE-RECEIVED-RJ
                       " - " RPR-STATUS-NAME-WS
           END-IF.
           DISPLAY "FAULT: " FAULT-RJ.
           IF NOT (SUPP-REF-RJ = SPACE)
               DISPLAY "SENT TO SUPPLIER " CODE-SUPPLIER-RJ
                       " REF " SUPP-REF-RJ " ON " DATE-TO-SUPP-RJ
                       " BACK " DATE-FROM-SUPP-RJ
           END-IF.
           DISPLAY "PARTS AT COST " PARTS-COST-RJ
                   " PARTS " PARTS-VALUE-RJ
                   " LABOUR " LABOUR-VALUE-RJ
                   " BILLED ON SALE " ID-SALE-RJ.
           .
       RPR-SHOW-JOB-EXT.
           EXIT.

      *>  MOVES THE JOB THROUGH THE WORKSHOP. SENDING IT TO THE
      *>  SUPPLIER TAKES THEIR RETURN REFERENCE; ANY MOVE OUT OF
      *>  WITH-SUPPLIER DATES ITS RETURN. COLLECTION HAS ITS OWN
      *>  OPTION.
       RPR-CHANGE-STATUS SECTION.
           PERFORM RPR-LOAD-JOB.
           IF NOT RPR-FOUND
               GO TO RPR-CHANGE-STATUS-EXT
           END-IF.
           IF RJ-COLLECTED
               DISPLAY "THE UNIT HAS BEEN COLLECTED - JOB CLOSED."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-CHANGE-STATUS-EXT
           END-IF.
           ACCEPT RPR-TODAY-WS FROM DATE YYYYMMDD.
           CHECK-RPR-STATUS.
           DISPLAY "NEW STATUS - R=RECEIVED (ON THE BENCH)  "
                   "A=AWAITING PARTS  S=WITH SUPPLIER  "
                   "Y=READY FOR COLLECTION:"
           ACCEPT RPR-STATUS-WS
           IF NOT (RPR-STATUS-WS = "R" OR RPR-STATUS-WS = "A"
                   OR RPR-STATUS-WS = "S" OR RPR-STATUS-WS = "Y")
               DISPLAY "ENTER R, A, S OR Y."
               GO TO CHECK-RPR-STATUS
           END-IF.
           IF RPR-STATUS-WS = STATUS-RJ
               DISPLAY "JOB IS ALREADY AT THAT STATUS - NOTHING "
                       "CHANGED."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-CHANGE-STATUS-EXT
           END-IF.
           IF RPR-STATUS-WS = "S"
               PERFORM RPR-ACCEPT-SUPPLIER
               MOVE RPR-TODAY-WS TO DATE-TO-SUPP-RJ
               MOVE 0 TO DATE-FROM-SUPP-RJ
           END-IF.
           IF RJ-WITH-SUPPLIER
               MOVE RPR-TODAY-WS TO DATE-FROM-SUPP-RJ
           END-IF.
           IF RPR-STATUS-WS = "Y"
               MOVE RPR-TODAY-WS TO DATE-READY-RJ
           ELSE
               MOVE 0 TO DATE-READY-RJ
           END-IF.
           MOVE RPR-STATUS-WS TO STATUS-RJ.
           REWRITE REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB COULD NOT BE UPDATED."
           END-REWRITE.
           CLOSE REPAIR-JOB-FILE.
           PERFORM RPR-SHOW-JOB.
           .
       RPR-CHANGE-STATUS-EXT.
           EXIT.

       RPR-ACCEPT-SUPPLIER SECTION.
           DISPLAY "ENTER SUPPLIER CODE (BLANK = " CODE-SUPPLIER-RJ
                   "):"
           ACCEPT RPR-SUPPLIER-WS
           IF NOT (RPR-SUPPLIER-WS = SPACE)
               MOVE RPR-SUPPLIER-WS TO CODE-SUPPLIER-RJ
           END-IF.
           CHECK-RPR-SUPP-REF.
           DISPLAY "ENTER THE SUPPLIER'S RETURN REFERENCE:"
           ACCEPT RPR-SUPP-REF-WS
           IF RPR-SUPP-REF-WS = SPACE
               DISPLAY "THE SUPPLIER'S REFERENCE IS NEEDED TO CHASE "
                       "THE UNIT! PLEASE RE-ENTER:"
               GO TO CHECK-RPR-SUPP-REF
           END-IF.
           MOVE RPR-SUPP-REF-WS TO SUPP-REF-RJ.
           .
       RPR-ACCEPT-SUPPLIER-EXT.
           EXIT.

      *>  A PART FITTED LEAVES STOCK THERE AND THEN: THE WAREHOUSE,
      *>  LEFT-GOODS AND THE COST LAYERS COME DOWN AND AN RPR-PART
      *>  AUDIT ROW CARRIES THE UNIT COST. THE LINE KEEPS THE SELLING
      *>  PRICE FOR THE BILL OF A CHARGEABLE JOB.
       RPR-FIT-PART SECTION.
           PERFORM RPR-LOAD-JOB.
           IF NOT RPR-FOUND
               GO TO RPR-FIT-PART-EXT
           END-IF.
           PERFORM RPR-CHECK-WORKABLE.
           IF NOT RPR-FOUND
               GO TO RPR-FIT-PART-EXT
           END-IF.

           OPEN I-O GOODS-FILE.
           CHECK-RPR-PART.
           DISPLAY "ENTER ID OF GOODS FITTED:"
           ACCEPT RPR-GOODS-WS
           MOVE RPR-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-RPR-PART
           END-READ.
           MOVE RPR-GOODS-WS TO ID-GOODS OF REC-SALE.
           PERFORM CHECK-IS-KIT.
           IF GOODS-CONSIGNMENT OR GOODS-SERIALIZED OR KIT-ITEM
               DISPLAY "CONSIGNMENT, SERIALIZED AND KIT GOODS ARE "
                       "SOLD, NOT FITTED - NOTHING FITTED."
               CLOSE GOODS-FILE
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-FIT-PART-EXT
           END-IF.
           DISPLAY "ENTER QUANTITY FITTED:"
           ACCEPT RPR-QTY-WS
           IF RPR-QTY-WS = 0
               DISPLAY "NOTHING FITTED."
               CLOSE GOODS-FILE
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-FIT-PART-EXT
           END-IF.
           DISPLAY "ENTER WAREHOUSE IT COMES FROM (BLANK = "
                   SALE-BRANCH-LOC-WS "):"
           ACCEPT RPR-LOCATION-WS
           IF RPR-LOCATION-WS = SPACE
               MOVE SALE-BRANCH-LOC-WS TO RPR-LOCATION-WS
           END-IF.

           OPEN I-O LOCATION-FILE.
           MOVE RPR-GOODS-WS TO ID-GOODS-LOC.
           MOVE RPR-LOCATION-WS TO CODE-LOCATION.
           READ LOCATION-FILE
               KEY IS KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   MOVE 0 TO QTY-LOCATION
           END-READ.
           IF RPR-QTY-WS > QTY-LOCATION
               DISPLAY "ONLY " QTY-LOCATION " ON HAND AT "
                       RPR-LOCATION-WS " - NOTHING FITTED."
               CLOSE LOCATION-FILE
               CLOSE GOODS-FILE
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-FIT-PART-EXT
           END-IF.
           SUBTRACT RPR-QTY-WS FROM QTY-LOCATION.
           REWRITE REC-LOCATION.
           CLOSE LOCATION-FILE.

           SUBTRACT RPR-QTY-WS FROM LEFT-GOODS OF REC-GOODS.
           REWRITE REC-GOODS.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-GOODS-REC.
           MOVE 0 TO COGS-AMT-WS.
           MOVE RPR-GOODS-WS TO LAYER-GOODS-ID-WS.
           MOVE RPR-QTY-WS TO LAYER-NEED-WS.
           PERFORM CONSUME-LAYERS-FOR-GOODS.
           MOVE RPR-GOODS-WS TO ID-GOODS-AUDIT.
           COMPUTE CHANGE-QTY-AUDIT = 0 - RPR-QTY-WS.
           MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT.
           MOVE "RPR-PART" TO REASON-AUDIT.
           MOVE RPR-TODAY-WS TO DATE-AUDIT.
           MOVE RPR-LOCATION-WS TO LOCATION-AUDIT.
           COMPUTE UNIT-COST-AUDIT ROUNDED = COGS-AMT-WS / RPR-QTY-WS.
           PERFORM WRITE-AUDIT-LOG.
           CLOSE GOODS-FILE.

           INITIALIZE REC-REPAIR-LINE.
           SET RL-PART TO TRUE.
           MOVE RPR-GOODS-WS TO ID-GOODS-RL.
           MOVE RPR-LOCATION-WS TO LOCATION-RL.
           MOVE RPR-QTY-WS TO QTY-RL.
           MOVE PRICE-GOODS OF REC-GOODS TO UNIT-PRICE-RL.
           COMPUTE AMOUNT-RL = RPR-QTY-WS * PRICE-GOODS OF REC-GOODS.
           MOVE COGS-AMT-WS TO COST-RL.
           PERFORM RPR-WRITE-LINE.
           ADD COGS-AMT-WS TO PARTS-COST-RJ.
           ADD AMOUNT-RL TO PARTS-VALUE-RJ.
           REWRITE REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB COULD NOT BE UPDATED."
           END-REWRITE.
           CLOSE REPAIR-JOB-FILE.
           DISPLAY "FITTED " RPR-QTY-WS " OF GOODS " RPR-GOODS-WS
                   " FROM " RPR-LOCATION-WS " - COST " COGS-AMT-WS
                   " PRICE " AMOUNT-RL ".".
           .
       RPR-FIT-PART-EXT.
           EXIT.

      *>  LABOUR IS BOOKED IN SPELLS OF HOURS AT AN HOURLY RATE - BY
      *>  DEFAULT THE PRICE OF THE GOODS LABOUR IS BILLED AS (CONTROL
      *>  RPRLABOUR). ONE SPELL IS ONE BILL LINE, SO IT MAY NOT RUN
      *>  PAST 9999.99.
       RPR-BOOK-LABOUR SECTION.
           PERFORM RPR-LOAD-JOB.
           IF NOT RPR-FOUND
               GO TO RPR-BOOK-LABOUR-EXT
           END-IF.
           PERFORM RPR-CHECK-WORKABLE.
           IF NOT RPR-FOUND
               GO TO RPR-BOOK-LABOUR-EXT
           END-IF.
           PERFORM RPR-GET-LABOUR-GOODS.
           MOVE 0 TO RPR-STD-RATE-WS.
           IF RPR-LABOUR-GOODS-WS > 0
               MOVE RPR-LABOUR-GOODS-WS TO ID-GOODS OF REC-GOODS
               OPEN INPUT GOODS-FILE
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   NOT INVALID KEY
                       MOVE PRICE-GOODS OF REC-GOODS TO RPR-STD-RATE-WS
               END-READ
               CLOSE GOODS-FILE
           END-IF.
           CHECK-RPR-HOURS.
           DISPLAY "ENTER HOURS WORKED (0 = CANCEL):"
           ACCEPT RPR-HOURS-WS
           IF RPR-HOURS-WS = 0
               DISPLAY "NO LABOUR BOOKED."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BOOK-LABOUR-EXT
           END-IF.
           CHECK-RPR-RATE.
           IF RPR-STD-RATE-WS > 0
               DISPLAY "ENTER HOURLY RATE (0 = STANDARD "
                       RPR-STD-RATE-WS "):"
           ELSE
               DISPLAY "ENTER HOURLY RATE:"
           END-IF
           ACCEPT RPR-RATE-WS
           IF RPR-RATE-WS = 0
               MOVE RPR-STD-RATE-WS TO RPR-RATE-WS
           END-IF
           IF NOT (RPR-RATE-WS > 0)
               DISPLAY "A RATE IS NEEDED! PLEASE RE-ENTER:"
               GO TO CHECK-RPR-RATE
           END-IF.
           COMPUTE RPR-AMOUNT-WS ROUNDED = RPR-HOURS-WS * RPR-RATE-WS.
           IF RPR-AMOUNT-WS > 9999.99
               DISPLAY "ONE SPELL MAY NOT COME TO MORE THAN 9999.99 - "
                       "BOOK LONG WORK IN SEVERAL SPELLS."
               GO TO CHECK-RPR-HOURS
           END-IF.
           ACCEPT RPR-TODAY-WS FROM DATE YYYYMMDD.

           INITIALIZE REC-REPAIR-LINE.
           SET RL-LABOUR TO TRUE.
           MOVE RPR-LABOUR-GOODS-WS TO ID-GOODS-RL.
           MOVE RPR-HOURS-WS TO HOURS-RL.
           MOVE RPR-RATE-WS TO UNIT-PRICE-RL.
           MOVE RPR-AMOUNT-WS TO AMOUNT-RL.
           PERFORM RPR-WRITE-LINE.
           ADD RPR-AMOUNT-WS TO LABOUR-VALUE-RJ.
           REWRITE REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB COULD NOT BE UPDATED."
           END-REWRITE.
           CLOSE REPAIR-JOB-FILE.
           DISPLAY "BOOKED " RPR-HOURS-WS " HOURS AT " RPR-RATE-WS
                   " = " RPR-AMOUNT-WS ".".
           .
       RPR-BOOK-LABOUR-EXT.
           EXIT.

      *>  PARTS AND LABOUR GO ONLY ON A JOB STILL IN THE WORKSHOP AND
      *>  NOT YET BILLED. CLOSES THE JOB FILE AND TURNS RPR-FOUND OFF
      *>  WHEN THE JOB IS NOT WORKABLE.
       RPR-CHECK-WORKABLE SECTION.
           IF RJ-COLLECTED
               DISPLAY "THE UNIT HAS BEEN COLLECTED - JOB CLOSED."
               MOVE "N" TO RPR-FOUND-SW
           END-IF.
           IF RPR-FOUND AND ID-SALE-RJ > 0
               DISPLAY "JOB IS BILLED ON SALE " ID-SALE-RJ
                       " - VOID THAT BILL TO ADD TO THE JOB."
               MOVE "N" TO RPR-FOUND-SW
           END-IF.
           IF RPR-FOUND AND LINE-CT-RJ NOT < 999
               DISPLAY "JOB HAS NO LINE NUMBERS LEFT."
               MOVE "N" TO RPR-FOUND-SW
           END-IF.
           ACCEPT RPR-TODAY-WS FROM DATE YYYYMMDD.
           MOVE RPR-TODAY-WS TO PERIOD-CHECK-DATE-WS.
           PERFORM CHECK-PERIOD-OPEN.
           IF RPR-FOUND AND NOT POSTING-PERIOD-OPEN
               DISPLAY "TODAY'S ACCOUNTING PERIOD IS CLOSED - "
                       "NOTHING CAN BE BOOKED."
               MOVE "N" TO RPR-FOUND-SW
           END-IF.
           IF NOT RPR-FOUND
               CLOSE REPAIR-JOB-FILE
           END-IF.
           .
       RPR-CHECK-WORKABLE-EXT.
           EXIT.

       RPR-GET-LABOUR-GOODS SECTION.
           MOVE "RPRLABOUR" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO RPR-LABOUR-GOODS-WS.
           .
       RPR-GET-LABOUR-GOODS-EXT.
           EXIT.

      *>  NUMBERS THE LINE IN REC-REPAIR-LINE ON THE JOB IN
      *>  REC-REPAIR-JOB AND WRITES IT.
       RPR-WRITE-LINE SECTION.
           ADD 1 TO LINE-CT-RJ.
           MOVE ID-JOB-RJ TO ID-JOB-RL.
           MOVE LINE-CT-RJ TO LINE-RL.
           MOVE RPR-TODAY-WS TO DATE-RL.
           MOVE LS-OPERATOR-ID TO OPERATOR-RL.
           OPEN I-O REPAIR-LINE-FILE.
           IF NOT (FILE-STA-RPRLINE = 00 OR FILE-STA-RPRLINE = 05)
               DISPLAY "REPAIR LINE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-RPRLINE
               GO TO RPR-WRITE-LINE-EXT
           END-IF.
           WRITE REC-REPAIR-LINE
               INVALID KEY
                   DISPLAY "REPAIR LINE COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE REPAIR-LINE-FILE.
           .
       RPR-WRITE-LINE-EXT.
           EXIT.

      *>  A READY UNIT GOES BACK TO THE CUSTOMER. CHARGEABLE WORK IS
      *>  BILLED FIRST.
       RPR-COLLECT SECTION.
           PERFORM RPR-LOAD-JOB.
           IF NOT RPR-FOUND
               GO TO RPR-COLLECT-EXT
           END-IF.
           IF NOT RJ-READY
               DISPLAY "JOB IS NOT READY FOR COLLECTION."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-COLLECT-EXT
           END-IF.
           IF RJ-CHARGEABLE AND ID-SALE-RJ = 0
                  AND PARTS-VALUE-RJ + LABOUR-VALUE-RJ > 0
               DISPLAY "BILL THE CUSTOMER BEFORE THE UNIT GOES BACK "
                       "(OPTION B)."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-COLLECT-EXT
           END-IF.
           ACCEPT RPR-TODAY-WS FROM DATE YYYYMMDD.
           SET RJ-COLLECTED TO TRUE.
           MOVE RPR-TODAY-WS TO DATE-COLLECTED-RJ.
           REWRITE REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB COULD NOT BE UPDATED."
           END-REWRITE.
           CLOSE REPAIR-JOB-FILE.
           DISPLAY "JOB " ID-JOB-RJ " COLLECTED " RPR-TODAY-WS
                   " - RECEIVED " DATE-RECEIVED-RJ ".".
           .
       RPR-COLLECT-EXT.
           EXIT.

       RPR-VIEW-JOB SECTION.
           PERFORM RPR-LOAD-JOB.
           IF NOT RPR-FOUND
               GO TO RPR-VIEW-JOB-EXT
           END-IF.
           CLOSE REPAIR-JOB-FILE.
           OPEN INPUT REPAIR-LINE-FILE.
           IF NOT (FILE-STA-RPRLINE = 00)
               GO TO RPR-VIEW-JOB-EXT
           END-IF.
           MOVE RPR-JOB-WS TO ID-JOB-RL.
           MOVE 0 TO LINE-RL.
           START REPAIR-LINE-FILE
               KEY NOT LESS THAN KEY-REPAIR-LINE OF REC-REPAIR-LINE
               INVALID KEY
                   GO TO RPR-VIEW-DONE
           END-START.
           RPR-VIEW-READ.
           READ REPAIR-LINE-FILE NEXT RECORD
               AT END
                   GO TO RPR-VIEW-DONE
           END-READ.
           IF NOT (ID-JOB-RL = RPR-JOB-WS)
               GO TO RPR-VIEW-DONE
           END-IF.
           IF RL-PART
               DISPLAY LINE-RL " " DATE-RL " PART   GOODS "
                       ID-GOODS-RL " QTY " QTY-RL " FROM "
                       LOCATION-RL " COST " COST-RL
                       " PRICE " AMOUNT-RL
           ELSE
               DISPLAY LINE-RL " " DATE-RL " LABOUR "
                       HOURS-RL " HOURS AT " UNIT-PRICE-RL
                       " = " AMOUNT-RL
           END-IF.
           GO TO RPR-VIEW-READ.
           RPR-VIEW-DONE.
           CLOSE REPAIR-LINE-FILE.
           .
       RPR-VIEW-JOB-EXT.
           EXIT.

      *>  CHARGES A CHARGEABLE JOB TO THE CUSTOMER ON ONE SALE BILL:
      *>  A LINE PER PART AT THE PRICE BOOKED WHEN IT WAS FITTED AND
      *>  A LINE PER SPELL OF LABOUR AS THE RPRLABOUR GOODS. THE BILL
      *>  IS TAKEN EXACTLY AS A SETTLED APPROVAL'S IS, BUT MOVES NO
      *>  STOCK.
       RPR-BILL-JOB SECTION.
           PERFORM RPR-LOAD-JOB.
           IF NOT RPR-FOUND
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           IF NOT RJ-CHARGEABLE
               DISPLAY "WARRANTY REPAIR - THE CUSTOMER IS NOT "
                       "CHARGED."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           IF ID-SALE-RJ > 0
               DISPLAY "JOB IS ALREADY BILLED ON SALE " ID-SALE-RJ "."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           IF NOT (PARTS-VALUE-RJ + LABOUR-VALUE-RJ > 0)
               DISPLAY "NOTHING BOOKED TO THE JOB TO BILL."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           PERFORM RPR-GET-LABOUR-GOODS.
           IF LABOUR-VALUE-RJ > 0 AND RPR-LABOUR-GOODS-WS = 0
               DISPLAY "NO LABOUR GOODS SET UP - CONTROL RPRLABOUR "
                       "MUST NAME THE GOODS LABOUR IS BILLED AS."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           PERFORM RPR-LOAD-BILL-LINES.
           IF RPR-OVERFLOW
               DISPLAY "MORE THAN 200 CHARGED LINES - BILL THE JOB "
                       "BY HAND."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           COMPUTE RPR-BILL-TOTAL-WS =
               PARTS-VALUE-RJ + LABOUR-VALUE-RJ.
           DISPLAY RPR-BILL-CT-WS " LINES TO BILL, "
                   RPR-BILL-TOTAL-WS " BEFORE VAT."
           DISPLAY "BILL THE CUSTOMER? (Y/N):"
           ACCEPT RPR-CONFIRM-WS
           IF RPR-CONFIRM-WS NOT = "Y"
               DISPLAY "NOT BILLED - NOTHING CHANGED."
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.

           OPEN I-O GOODS-FILE.
           OPEN I-O LOCATION-FILE.
           PERFORM RPR-POST-SALE.
           CLOSE LOCATION-FILE.
           CLOSE GOODS-FILE.
           IF ID-SALE OF REC-SALE = 0
               CLOSE REPAIR-JOB-FILE
               GO TO RPR-BILL-JOB-EXT
           END-IF.
           MOVE ID-SALE OF REC-SALE TO ID-SALE-RJ.
           REWRITE REC-REPAIR-JOB
               INVALID KEY
                   DISPLAY "REPAIR JOB COULD NOT BE UPDATED."
           END-REWRITE.
           CLOSE REPAIR-JOB-FILE.
           DISPLAY "JOB " ID-JOB-RJ " BILLED ON SALE " ID-SALE-RJ ".".
           .
       RPR-BILL-JOB-EXT.
           EXIT.

      *>  THE JOB'S LINES WITH SOMETHING TO CHARGE, INTO THE BILL
      *>  TABLE. A SPELL OF LABOUR BILLS AS ONE OF THE LABOUR GOODS
      *>  PRICED AT THE WHOLE SPELL.
       RPR-LOAD-BILL-LINES SECTION.
           MOVE 0 TO RPR-BILL-CT-WS.
           MOVE "N" TO RPR-OVERFLOW-SW.
           OPEN INPUT REPAIR-LINE-FILE.
           IF NOT (FILE-STA-RPRLINE = 00)
               GO TO RPR-LOAD-BILL-LINES-EXT
           END-IF.
           MOVE ID-JOB-RJ TO ID-JOB-RL.
           MOVE 0 TO LINE-RL.
           START REPAIR-LINE-FILE
               KEY NOT LESS THAN KEY-REPAIR-LINE OF REC-REPAIR-LINE
               INVALID KEY
                   GO TO RPR-LOAD-BILL-DONE
           END-START.
           RPR-LOAD-BILL-READ.
           READ REPAIR-LINE-FILE NEXT RECORD
               AT END
                   GO TO RPR-LOAD-BILL-DONE
           END-READ.
           IF NOT (ID-JOB-RL = ID-JOB-RJ)
               GO TO RPR-LOAD-BILL-DONE
           END-IF.
           IF NOT (AMOUNT-RL > 0)
               GO TO RPR-LOAD-BILL-READ
           END-IF.
           IF RPR-BILL-CT-WS NOT < 200
               SET RPR-OVERFLOW TO TRUE
               GO TO RPR-LOAD-BILL-DONE
           END-IF.
           ADD 1 TO RPR-BILL-CT-WS.
           IF RL-PART
               MOVE ID-GOODS-RL TO RPR-B-GOODS(RPR-BILL-CT-WS)
               MOVE LOCATION-RL TO RPR-B-LOCATION(RPR-BILL-CT-WS)
               MOVE QTY-RL TO RPR-B-QTY(RPR-BILL-CT-WS)
               MOVE UNIT-PRICE-RL TO RPR-B-PRICE(RPR-BILL-CT-WS)
               MOVE COST-RL TO RPR-B-COST(RPR-BILL-CT-WS)
           ELSE
               MOVE RPR-LABOUR-GOODS-WS TO RPR-B-GOODS(RPR-BILL-CT-WS)
               MOVE SPACE TO RPR-B-LOCATION(RPR-BILL-CT-WS)
               MOVE 1 TO RPR-B-QTY(RPR-BILL-CT-WS)
               MOVE AMOUNT-RL TO RPR-B-PRICE(RPR-BILL-CT-WS)
               MOVE 0 TO RPR-B-COST(RPR-BILL-CT-WS)
           END-IF.
           GO TO RPR-LOAD-BILL-READ.
           RPR-LOAD-BILL-DONE.
           CLOSE REPAIR-LINE-FILE.
           .
       RPR-LOAD-BILL-LINES-EXT.
           EXIT.

      *>  THE BILL HEADER IS TAKEN AS APR-POST-SALE TAKES IT. A
      *>  REFUSAL LEAVES ID-SALE ZERO AND NOTHING POSTED.
       RPR-POST-SALE SECTION.
           OPEN I-O SALE-FILE.
           MOVE 0 TO LINE-SALE-WS.
           CHECK-RPR-SALE-DATE.
           DISPLAY "ENTER THE DATE OF SALES:"
           ACCEPT DATE-SALE OF REC-SALE
           MOVE DATE-SALE OF REC-SALE TO DATE-CHECK-WS
           MOVE "S" TO DATE-MODE-WS
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID POSTING DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RPR-SALE-DATE
           END-IF
           MOVE DATE-SALE OF REC-SALE TO PERIOD-CHECK-DATE-WS
           PERFORM CHECK-PERIOD-OPEN
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "THAT ACCOUNTING PERIOD IS CLOSED! "
                       "PLEASE RE-ENTER:"
               GO TO CHECK-RPR-SALE-DATE
           END-IF.
           MOVE ID-CUSTOMER-RJ TO ID-CUSTOMER OF REC-SALE.

           OPEN INPUT CUSTOMER-FILE.
           MOVE ID-CUSTOMER-RJ TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "CUSTOMER NO LONGER ON FILE - NOT BILLED."
                   CLOSE CUSTOMER-FILE
                   GO TO RPR-POST-SALE-REFUSED
           END-READ.
           CLOSE CUSTOMER-FILE.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               DISPLAY "ACCOUNT IS CLOSED - NOT BILLED."
               GO TO RPR-POST-SALE-REFUSED
           END-IF.
           MOVE STATUS-CUSTOMER OF REC-CUSTOMER TO SALE-CUST-STATUS-WS.
           PERFORM CHECK-CREDIT-LIMIT.
           IF NOT CREDIT-OK
               DISPLAY "NOT BILLED - CUSTOMER IS ON CREDIT HOLD."
               GO TO RPR-POST-SALE-REFUSED
           END-IF.

           CHECK-RPR-TENDER.
           DISPLAY "ENTER TENDER TYPE (C=CASH D=CARD A=ON ACCOUNT "
                   "R=STORE CREDIT):"
           ACCEPT TENDER-TYPE-SALE
           IF NOT (TENDER-CASH OR TENDER-CARD OR TENDER-ACCOUNT
                   OR TENDER-CREDIT)
               DISPLAY "INVALID TENDER TYPE! PLEASE RE-ENTER:"
               GO TO CHECK-RPR-TENDER
           END-IF.
           IF TENDER-ACCOUNT AND SALE-CUST-ON-STOP
               DISPLAY "ACCOUNT IS ON STOP - CASH, CARD OR STORE "
                       "CREDIT ONLY! PLEASE RE-ENTER:"
               GO TO CHECK-RPR-TENDER
           END-IF.
           PERFORM STAMP-BILL-DUE-DATE.
           PERFORM FIND-OPEN-DRAWER.
           MOVE SPACE TO PEND-SHIPTO-WS.
           PERFORM CAPTURE-SALESPERSON.

           MOVE DATE-SALE OF REC-SALE TO PEND-DATE-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO PEND-CUSTOMER-WS.
           MOVE TENDER-TYPE-SALE TO PEND-TENDER-WS.
           MOVE CODE-SALESPERSON-SALE TO PEND-SALESPERSON-WS.
           PERFORM INITIALIZE-SALE.
           MOVE PEND-DATE-WS TO DATE-SALE OF REC-SALE.
           MOVE PEND-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           MOVE PEND-TENDER-WS TO TENDER-TYPE-SALE.
           MOVE PEND-SALESPERSON-WS TO CODE-SALESPERSON-SALE.
           MOVE ID-SALE OF REC-SALE TO PEND-SALE-ID-WS.
           MOVE 0 TO SCR-BILL-TOTAL-WS.
           MOVE ID-JOB-RJ TO RPR-JOB-WS.
           MOVE 1 TO RPR-IDX.
           PERFORM RPR-POST-BILL-LINE
               UNTIL RPR-IDX > RPR-BILL-CT-WS.
           CLOSE SALE-FILE.
           MOVE PEND-SALE-ID-WS TO ID-SALE OF REC-SALE.
           IF PEND-TENDER-WS = "R"
               PERFORM REDEEM-STORE-CREDIT
           END-IF.
           GO TO RPR-POST-SALE-EXT.

           RPR-POST-SALE-REFUSED.
           CLOSE SALE-FILE.
           MOVE 0 TO ID-SALE OF REC-SALE.
           .
       RPR-POST-SALE-EXT.
           EXIT.

      *>  THE CUSTOMER HAS THE UNIT, OR IS STANDING AT THE COUNTER
      *>  FOR IT, SO THE LINE GOES STRAIGHT TO DELIVERED.
       RPR-POST-BILL-LINE SECTION.
           MOVE PEND-SALE-ID-WS TO ID-SALE OF REC-SALE.
           MOVE "N" TO VOID-SALE-SW OF REC-SALE.
           MOVE "N" TO DS-LINE-SW.
           MOVE RPR-B-GOODS(RPR-IDX) TO ID-GOODS OF REC-SALE.
           MOVE RPR-B-GOODS(RPR-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE SPACE TO CODE-VAT-GOODS OF REC-GOODS
           END-READ.
           MOVE RPR-B-QTY(RPR-IDX) TO NUM-SALE OF REC-SALE.
           MOVE RPR-B-LOCATION(RPR-IDX) TO LOCATION-GOODS OF REC-SALE.
           MOVE RPR-B-PRICE(RPR-IDX) TO RPR-PRICE-WS.
           MOVE RPR-B-COST(RPR-IDX) TO RPR-COST-WS.
           SET RPR-LINE TO TRUE.
           PERFORM POST-SALE-LINE.
           SET SHIP-DELIVERED TO TRUE.
           REWRITE REC-SALE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-SALE-REC.
           ADD 1 TO RPR-IDX.
           .
       RPR-POST-BILL-LINE-EXT.
           EXIT.

      *>  A VOIDED REPAIR BILL LEAVES ITS JOB UNBILLED, SO THE JOB
      *>  CAN TAKE MORE WORK AND BE BILLED AFRESH.
       VOID-REPAIR-BILL SECTION.
           OPEN I-O REPAIR-JOB-FILE.
           IF NOT (FILE-STA-REPAIR = 00)
               GO TO VOID-REPAIR-BILL-EXT
           END-IF.
           MOVE ID-JOB-SALE OF REC-SALE TO ID-JOB-RJ.
           READ REPAIR-JOB-FILE
               KEY IS ID-JOB-RJ OF REC-REPAIR-JOB
               INVALID KEY
                   CLOSE REPAIR-JOB-FILE
                   GO TO VOID-REPAIR-BILL-EXT
           END-READ.
           IF ID-SALE-RJ = ID-SALE OF REC-SALE
               MOVE 0 TO ID-SALE-RJ
               REWRITE REC-REPAIR-JOB
               DISPLAY "REPAIR JOB " ID-JOB-RJ " IS UNBILLED AGAIN."
           END-IF.
           CLOSE REPAIR-JOB-FILE.
           .
       VOID-REPAIR-BILL-EXT.
           EXIT.

       INITIALIZE-REPAIR-JOB SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "REPAIRJOB" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   PERFORM RESCAN-REPAIR-ID
                   ADD 1 TO SIZE-REPAIR-WS
                   MOVE SIZE-REPAIR-WS
                       TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO RPR-JOB-WS
           CLOSE COUNTER-FILE
           .
           INITIALIZE-REPAIR-JOB-EXT.
               EXIT.

       RESCAN-REPAIR-ID SECTION.
           INITIALIZE SIZE-REPAIR-WS.
           RESCAN-READ-REPAIR.
           READ REPAIR-JOB-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-JOB-RJ > SIZE-REPAIR-WS
                       MOVE ID-JOB-RJ TO SIZE-REPAIR-WS
                   END-IF
                   GO TO RESCAN-READ-REPAIR
           END-READ
           .
           RESCAN-REPAIR-ID-EXT.
               EXIT.

      *>  DEPOSITS TAKEN AGAINST A SPECIFIC QUOTE, OUT OF THE CASH
           IF NOT (ID-QUOTE = DEP-QUOTE-WS)
               GO TO FIND-QUOTE-CLOSE
           END-IF.
           IF QUOTE-OPEN
               SET DEP-QUOTE-FOUND TO TRUE
               GO TO FIND-QUOTE-CLOSE
           END-IF.
           GO TO FIND-QUOTE-READ.

           FIND-QUOTE-CLOSE.
           CLOSE QUOTE-FILE.
           .
       FIND-QUOTE-HEADER-EXT.
           EXIT.

      *>  A DELIVERED BILL PAYS FREIGHT ON THE WEIGHT OF ITS HELD
      *>  LINES AT THE RATE FOR THE DELIVERY SITE'S AREA. DROP-SHIP
      *>  LINES TRAVEL WITH THE SUPPLIER AND ADD NO WEIGHT. A
      *>  SUPERVISOR MAY WAIVE THE CHARGE; THE WAIVER IS LOGGED.
       CALC-BILL-FREIGHT SECTION.
           MOVE "N" TO FRT-CHARGE-SW.
           MOVE 0 TO FRT-WEIGHT-WS.
           MOVE 0 TO FRT-CALC-WS.
           MOVE 0 TO FRT-AMOUNT-WS.
           MOVE 0 TO FRT-VAT-WS.
           MOVE 0 TO FRT-VAT-RATE-WS.
           MOVE SPACE TO FRT-AREA-WS.
           MOVE SPACE TO FRT-WAIVED-BY-WS.
           DISPLAY "DELIVER THIS BILL? (Y/N):"
           ACCEPT FRT-DELIVER-WS.
           IF FRT-DELIVER-WS NOT = "Y"
               GO TO CALC-BILL-FREIGHT-EXT
           END-IF.
           IF PEND-SHIPTO-WS NOT = SPACE
               OPEN INPUT SHIPTO-FILE
               IF FILE-STA-SHIPTO = 00
                   MOVE PEND-CUSTOMER-WS TO ID-CUSTOMER-ST
                   MOVE PEND-SHIPTO-WS TO CODE-SHIPTO-ST
                   READ SHIPTO-FILE
                       KEY IS KEY-SHIPTO OF REC-SHIPTO
                       NOT INVALID KEY
                           MOVE AREA-ST TO FRT-AREA-WS
                   END-READ
               END-IF
               CLOSE SHIPTO-FILE
           END-IF.
           MOVE 1 TO PEND-IDX.
           PERFORM FRT-ADD-LINE-WEIGHT
               UNTIL PEND-IDX > PEND-LINE-CT-WS.
           PERFORM FRT-LOOKUP-RATE.
           IF NOT FRT-RATE-FOUND
               DISPLAY "NO FREIGHT RATE FOR AREA " FRT-AREA-WS
                       " - DELIVERED FREE."
               GO TO CALC-BILL-FREIGHT-EXT
           END-IF.
           SET FRT-CHARGE TO TRUE.
           MOVE FRT-CALC-WS TO FRT-AMOUNT-WS.
           IF NOT CUSTOMER-VAT-EXEMPT
               MOVE VAT-RATE-WS TO FRT-VAT-RATE-WS
           END-IF.
           COMPUTE FRT-VAT-WS ROUNDED =
               FRT-AMOUNT-WS * FRT-VAT-RATE-WS.
           DISPLAY "FREIGHT: WEIGHT " FRT-WEIGHT-WS " AREA "
                   FRT-AREA-WS " CHARGE " FRT-AMOUNT-WS
                   "  VAT " FRT-VAT-WS.
           IF FRT-AMOUNT-WS = 0
               GO TO CALC-BILL-FREIGHT-EXT
           END-IF.
           DISPLAY "WAIVE FREIGHT? ENTER SUPERVISOR ID "
                   "(BLANK = CHARGE IT):"
           ACCEPT FRT-WAIVED-BY-WS.
           IF FRT-WAIVED-BY-WS = SPACE
               GO TO CALC-BILL-FREIGHT-EXT
           END-IF.
           PERFORM FRT-CHECK-SUPERVISOR.
           IF NOT FRT-SUPER-OK
               MOVE SPACE TO FRT-WAIVED-BY-WS
               DISPLAY "FREIGHT STANDS."
               GO TO CALC-BILL-FREIGHT-EXT
           END-IF.
           MOVE 0 TO FRT-AMOUNT-WS.
           MOVE 0 TO FRT-VAT-WS.
           ACCEPT PF-TODAY-WS FROM DATE YYYYMMDD.
           MOVE SPACE TO PF-LOG-LINE-WS.
           STRING PF-TODAY-WS " " FRT-WAIVED-BY-WS
               " FREIGHT WAIVED CUSTOMER " PEND-CUSTOMER-WS
               " CHARGE " FRT-CALC-WS
               " OPERATOR " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO PF-LOG-LINE-WS.
           OPEN EXTEND OVERRIDE-LOG-FILE.
           MOVE PF-LOG-LINE-WS TO REC-OVERRIDE-LOG.
           WRITE REC-OVERRIDE-LOG.
           CLOSE OVERRIDE-LOG-FILE.
           DISPLAY "FREIGHT WAIVED AND LOGGED.".
           .
       CALC-BILL-FREIGHT-EXT.
           EXIT.

       FRT-ADD-LINE-WEIGHT SECTION.
           IF PEND-DS-WS(PEND-IDX) = "Y"
               GO TO FRT-ADD-LINE-WEIGHT-NEXT
           END-IF.
           MOVE PEND-GOODS-WS(PEND-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO FRT-ADD-LINE-WEIGHT-NEXT
           END-READ.
           IF WEIGHT-GOODS OF REC-GOODS IS NUMERIC
               COMPUTE FRT-WEIGHT-WS = FRT-WEIGHT-WS
                   + WEIGHT-GOODS OF REC-GOODS * PEND-QTY-WS(PEND-IDX)
           END-IF.
           FRT-ADD-LINE-WEIGHT-NEXT.
           ADD 1 TO PEND-IDX.
           .
       FRT-ADD-LINE-WEIGHT-EXT.
           EXIT.

      *>  THE FIRST BAND OF THE AREA AT OR ABOVE FRT-WEIGHT-WS, OR
      *>  THE TOP BAND WHEN THE BILL OUTWEIGHS THEM ALL. AN AREA
      *>  WITH NO BANDS FALLS BACK TO THE DEFAULT (BLANK) AREA.
       FRT-LOOKUP-RATE SECTION.
           MOVE "N" TO FRT-RATE-FOUND-SW.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF NOT (FILE-STA-FRTRATE = 00)
               CLOSE FREIGHT-RATE-FILE
               GO TO FRT-LOOKUP-RATE-EXT
           END-IF.
           MOVE FRT-AREA-WS TO FRT-LOOK-AREA-WS.
           FRT-LOOKUP-AREA.
           MOVE FRT-LOOK-AREA-WS TO AREA-FRR.
           MOVE 0 TO WEIGHT-TO-FRR.
           START FREIGHT-RATE-FILE
               KEY NOT LESS THAN KEY-FREIGHT-RATE OF REC-FREIGHT-RATE
               INVALID KEY
                   GO TO FRT-LOOKUP-NEXT-AREA
           END-START.
           FRT-LOOKUP-READ.
           READ FREIGHT-RATE-FILE NEXT RECORD
               AT END
                   GO TO FRT-LOOKUP-NEXT-AREA
           END-READ.
           IF NOT (AREA-FRR = FRT-LOOK-AREA-WS)
               GO TO FRT-LOOKUP-NEXT-AREA
           END-IF.
           SET FRT-RATE-FOUND TO TRUE.
           MOVE CHARGE-FRR TO FRT-CALC-WS.
           IF WEIGHT-TO-FRR < FRT-WEIGHT-WS
               GO TO FRT-LOOKUP-READ
           END-IF.
           GO TO FRT-LOOKUP-CLOSE.
           FRT-LOOKUP-NEXT-AREA.
           IF FRT-RATE-FOUND OR FRT-LOOK-AREA-WS = SPACE
               GO TO FRT-LOOKUP-CLOSE
           END-IF.
           MOVE SPACE TO FRT-LOOK-AREA-WS.
           GO TO FRT-LOOKUP-AREA.
           FRT-LOOKUP-CLOSE.
           CLOSE FREIGHT-RATE-FILE.
           .
       FRT-LOOKUP-RATE-EXT.
           EXIT.

       FRT-CHECK-SUPERVISOR SECTION.
           MOVE "N" TO FRT-SUPER-OK-SW.
           OPEN INPUT OPERATOR-FILE.
           IF NOT (FILE-STA-OPERATOR = 00 OR FILE-STA-OPERATOR = 05)
               GO TO FRT-CHECK-SUPERVISOR-EXT
           END-IF.
           MOVE FRT-WAIVED-BY-WS TO ID-OPERATOR.
           READ OPERATOR-FILE
               KEY IS ID-OPERATOR OF REC-OPERATOR
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR - WAIVER REFUSED."
                   CLOSE OPERATOR-FILE
                   GO TO FRT-CHECK-SUPERVISOR-EXT
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT (ROLE-SUPERVISOR OR ROLE-ADMIN)
               DISPLAY "OPERATOR IS NOT A SUPERVISOR - WAIVER "
                       "REFUSED."
               GO TO FRT-CHECK-SUPERVISOR-EXT
           END-IF.
           SET FRT-SUPER-OK TO TRUE.
           .
       FRT-CHECK-SUPERVISOR-EXT.
           EXIT.

      *>  WRITES THE FREIGHT ROW OF THE BILL JUST POSTED AND CARRIES
      *>  IT INTO THE STORE-CREDIT BILL TOTAL AND THE DAILY TOTALS.
       POST-BILL-FREIGHT SECTION.
           OPEN I-O FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00 OR FILE-STA-FREIGHT = 05)
               DISPLAY "FREIGHT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-FREIGHT " - FREIGHT NOT CHARGED."
               GO TO POST-BILL-FREIGHT-EXT
           END-IF.
           INITIALIZE REC-FREIGHT.
           MOVE PEND-SALE-ID-WS TO ID-SALE-FRT.
           MOVE PEND-CUSTOMER-WS TO ID-CUSTOMER-FRT.
           MOVE PEND-DATE-WS TO DATE-FRT.
           MOVE PEND-TENDER-WS TO TENDER-TYPE-FRT.
           MOVE CURRENT-SESSION-WS TO ID-SESSION-FRT.
           MOVE PEND-SHIPTO-WS TO CODE-SHIPTO-FRT.
           MOVE FRT-AREA-WS TO AREA-FRT.
           MOVE FRT-WEIGHT-WS TO WEIGHT-FRT.
           MOVE FRT-CALC-WS TO CALC-FRT.
           MOVE FRT-AMOUNT-WS TO AMOUNT-FRT.
           MOVE FRT-VAT-RATE-WS TO VAT-RATE-FRT.
           MOVE FRT-VAT-WS TO VAT-AMT-FRT.
           MOVE "N" TO WAIVED-SW-FRT.
           IF FRT-WAIVED-BY-WS NOT = SPACE
               SET FRT-WAIVED TO TRUE
           END-IF.
           MOVE FRT-WAIVED-BY-WS TO WAIVED-BY-FRT.
           MOVE "N" TO VOID-SW-FRT.
           MOVE LS-OPERATOR-ID TO OPERATOR-FRT.
           MOVE SALE-BRANCH-WS TO BRANCH-FRT.
           WRITE REC-FREIGHT
               INVALID KEY
                   DISPLAY "FREIGHT ROW FOR SALE " PEND-SALE-ID-WS
                           " ALREADY ON FILE - NOT CHARGED AGAIN."
                   CLOSE FREIGHT-FILE
                   GO TO POST-BILL-FREIGHT-EXT
           END-WRITE.
           CLOSE FREIGHT-FILE.
           COMPUTE SCR-BILL-TOTAL-WS =
               SCR-BILL-TOTAL-WS + FRT-AMOUNT-WS + FRT-VAT-WS.
           PERFORM CLEAR-DAY-DELTA.
           MOVE PEND-DATE-WS TO DT-DATE-WS.
           MOVE FRT-AMOUNT-WS TO DT-REVENUE-WS.
           MOVE FRT-VAT-WS TO DT-VAT-WS.
           COMPUTE DT-GROSS-WS = FRT-AMOUNT-WS + FRT-VAT-WS.
           MOVE PEND-TENDER-WS TO FRT-DELIVER-WS.
           PERFORM FRT-DAY-TENDER.
           PERFORM UPDATE-DAY-TOTALS.
           DISPLAY "FREIGHT " FRT-AMOUNT-WS " PLUS VAT " FRT-VAT-WS
                   " ADDED TO SALE " PEND-SALE-ID-WS ".".
           .
       POST-BILL-FREIGHT-EXT.
           EXIT.

      *>  PUTS DT-GROSS-WS IN THE TENDER BUCKET FOR THE TENDER CODE
      *>  HELD IN FRT-DELIVER-WS.
       FRT-DAY-TENDER SECTION.
           EVALUATE FRT-DELIVER-WS
               WHEN "C"
                   MOVE DT-GROSS-WS TO DT-CASH-WS
               WHEN "D"
                   MOVE DT-GROSS-WS TO DT-CARD-WS
               WHEN "R"
                   MOVE DT-GROSS-WS TO DT-CREDIT-WS
               WHEN OTHER
                   MOVE DT-GROSS-WS TO DT-ACCOUNT-WS
           END-EVALUATE.
           .
       FRT-DAY-TENDER-EXT.
           EXIT.

      *>  ONE WEIGHT BAND OF ONE DELIVERY AREA. A NEGATIVE CHARGE
      *>  TAKES THE BAND OFF THE TABLE.
       FREIGHT-RATE-MAINT SECTION.
           DISPLAY "ENTER DELIVERY AREA (BLANK = DEFAULT BANDS):"
           ACCEPT AREA-FRR.
           DISPLAY "ENTER TOP WEIGHT OF THE BAND (E.G. 25.00):"
           ACCEPT WEIGHT-TO-FRR.
           DISPLAY "ENTER FREIGHT CHARGE FOR THE BAND "
                   "(NEGATIVE = REMOVE THE BAND):"
           ACCEPT FRT-NEW-CHARGE-WS.
           OPEN I-O FREIGHT-RATE-FILE.
           IF NOT (FILE-STA-FRTRATE = 00 OR FILE-STA-FRTRATE = 05)
               DISPLAY "FREIGHT RATE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-FRTRATE
               GO TO FREIGHT-RATE-MAINT-EXT
           END-IF.
           MOVE "N" TO OLD-ROW-FOUND-SW.
           MOVE 0 TO FRT-OLD-CHARGE-WS.
           READ FREIGHT-RATE-FILE
               KEY IS KEY-FREIGHT-RATE OF REC-FREIGHT-RATE
               NOT INVALID KEY
                   SET OLD-ROW-FOUND TO TRUE
                   MOVE CHARGE-FRR TO FRT-OLD-CHARGE-WS
           END-READ.
           IF FRT-NEW-CHARGE-WS < 0
               IF NOT OLD-ROW-FOUND
                   DISPLAY "NO SUCH BAND."
                   CLOSE FREIGHT-RATE-FILE
                   GO TO FREIGHT-RATE-MAINT-EXT
               END-IF
               DELETE FREIGHT-RATE-FILE
               DISPLAY "FREIGHT BAND REMOVED."
           ELSE
               MOVE FRT-NEW-CHARGE-WS TO CHARGE-FRR
               ACCEPT DATE-SET-FRR FROM DATE YYYYMMDD
               MOVE LS-OPERATOR-ID TO OPERATOR-FRR
               IF OLD-ROW-FOUND
                   REWRITE REC-FREIGHT-RATE
                   DISPLAY "FREIGHT BAND REPLACED."
               ELSE
                   WRITE REC-FREIGHT-RATE
                   DISPLAY "FREIGHT BAND ADDED."
               END-IF
           END-IF.
           CLOSE FREIGHT-RATE-FILE.
           MOVE "FRTRATE" TO MC-FILE-WS.
           MOVE KEY-FREIGHT-RATE(1:15) TO MC-KEY-WS.
           MOVE "CHARGE" TO MC-FIELD-WS.
           MOVE SPACE TO MC-OLD-WS.
           IF OLD-ROW-FOUND
               MOVE FRT-OLD-CHARGE-WS TO FRT-OLD-CHARGE-ED
               MOVE FRT-OLD-CHARGE-ED TO MC-OLD-WS
           END-IF.
           MOVE SPACE TO MC-NEW-WS.
           IF NOT (FRT-NEW-CHARGE-WS < 0)
               MOVE FRT-NEW-CHARGE-WS TO FRT-NEW-CHARGE-ED
               MOVE FRT-NEW-CHARGE-ED TO MC-NEW-WS
           END-IF.
           PERFORM WRITE-MASTER-CHANGE.
           .
       FREIGHT-RATE-MAINT-EXT.
           EXIT.

       SHIPTO-MAINT SECTION.
           PERFORM ATP-SUM-QUOTES.
           DISPLAY "OPEN BACKORDERS:      " ATP-BO-QTY-WS.
           DISPLAY "HELD QUOTE LINES:     " ATP-QUOTE-QTY-WS.
           DISPLAY "  OF WHICH RESERVED:  " ATP-RESERVED-QTY-WS.
           COMPUTE ATP-NET-WS =
               ATP-ONHAND-WS - ATP-BO-QTY-WS - ATP-QUOTE-QTY-WS.
           DISPLAY "AVAILABLE TO PROMISE: " ATP-NET-WS.

       ATP-SUM-QUOTES SECTION.
           MOVE 0 TO ATP-QUOTE-QTY-WS.
           MOVE 0 TO ATP-RESERVED-QTY-WS.
           ACCEPT RSV-TODAY-WS FROM DATE YYYYMMDD.
           OPEN INPUT QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00 OR FILE-STA-QUOTE = 05)
               GO TO ATP-SUM-QUOTES-EXT
           END-READ.
           IF ID-GOODS-QUOTE = ATP-GOODS-WS AND QUOTE-OPEN
               ADD NUM-QUOTE TO ATP-QUOTE-QTY-WS
               IF QUOTE-RESERVED
                      AND NOT (RESERVE-EXPIRY-QUOTE < RSV-TODAY-WS)
                   ADD NUM-QUOTE TO ATP-RESERVED-QTY-WS
               END-IF
           END-IF.
           GO TO ATP-QUOTE-READ.

       BATCH-ORDER-ONE-LINE SECTION.
      *>  THE BATCH PATH RUNS EVERY CHECK INTERACTIVE ENTRY DOES -
      *>  BAD LINES GO TO THE REJECT FILE INSTEAD OF RE-PROMPTING.
           IF LOCATION-ORD-IN = SPACE
               MOVE SALE-BRANCH-LOC-WS TO LOCATION-ORD-IN
           END-IF.
           MOVE DATE-SALE-ORD-IN TO DATE-CHECK-WS.
           MOVE "S" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
                   PERFORM BATCH-REJECT-ORDER
                   GO TO BATCH-ORDER-ONE-LINE-EXT
           END-READ.
      *>  BATCH ORDERS GO ON ACCOUNT, SO ON-STOP IS REFUSED AS WELL.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               MOVE "CUSTOMER ACCOUNT CLOSED" TO BATCH-REJECT-LINE-WS
               PERFORM BATCH-REJECT-ORDER
               GO TO BATCH-ORDER-ONE-LINE-EXT
           END-IF.
           IF CUSTOMER-ON-STOP OF REC-CUSTOMER
               MOVE "CUSTOMER ACCOUNT ON STOP" TO BATCH-REJECT-LINE-WS
               PERFORM BATCH-REJECT-ORDER
               GO TO BATCH-ORDER-ONE-LINE-EXT
           END-IF.
      *>  THE CREDIT CHECK RUNS ONCE PER BILL, BEFORE THE BILL IS
      *>  OPENED, SO A HELD CUSTOMER CONSUMES NO SALE NUMBER. NO
      *>  SUPERVISOR SITS AT A BATCH RUN, SO THERE IS NO OVERRIDE.
                   GO TO BATCH-ORDER-ONE-LINE-EXT
               END-IF
           ELSE
               MOVE "N" TO RSV-FILE-HELD-SW
               MOVE SPACE TO RSV-SKIP-KEY-WS
               PERFORM RSV-FREE-STOCK
               IF NUM-SALE-ORD-IN > RSV-FREE-WS
                   IF RSV-QTY-WS > 0
                       MOVE "STOCK RESERVED FOR CONFIRMED ORDERS"
                           TO BATCH-REJECT-LINE-WS
                   ELSE
                       MOVE "INSUFFICIENT STOCK"
                           TO BATCH-REJECT-LINE-WS
                   END-IF
                   PERFORM BATCH-REJECT-ORDER
                   GO TO BATCH-ORDER-ONE-LINE-EXT
               END-IF
               MOVE ID-GOODS-ORD-IN TO RSV-GOODS-WS
               MOVE LOCATION-ORD-IN TO RSV-LOC-WS
               MOVE NUM-SALE-ORD-IN TO RSV-NEED-WS
               PERFORM RSV-CHECK-LOCATION
               IF NOT RSV-LOC-OK AND RSV-QTY-WS > 0
                   MOVE "WAREHOUSE STOCK RESERVED FOR CONFIRMED ORDERS"
                       TO BATCH-REJECT-LINE-WS
                   PERFORM BATCH-REJECT-ORDER
                   GO TO BATCH-ORDER-ONE-LINE-EXT
               END-IF
      *>  SALESPERSON TO COMMISSION. KIT COMPONENTS PICK FROM THE
      *>  ORDER LINE'S LOCATION - A BATCH RUN HAS NO KEYBOARD.
           MOVE "A" TO TENDER-TYPE-SALE.
           PERFORM STAMP-BILL-DUE-DATE.
           MOVE SPACE TO CODE-SALESPERSON-SALE.
           MOVE 0 TO CURRENT-SESSION-WS.
           MOVE SPACE TO PEND-SHIPTO-WS.
           MOVE "N" TO KIT-LOC-PRESET-SW.
           ADD 1 TO BATCH-POSTED-CT-WS.
           .
       BATCH-ORDER-ONE-LINE-EXT.
           EXIT.

       BATCH-REJECT-ORDER SECTION.
           ADD 1 TO BATCH-REJECT-CT-WS.
           MOVE SPACE TO REC-ORDER-REJECT.
           STRING REC-ORDER-INPUT " REJECTED: "
               BATCH-REJECT-LINE-WS
               DELIMITED BY SIZE INTO REC-ORDER-REJECT.
           WRITE REC-ORDER-REJECT.
           DISPLAY "REJECTED ORDER LINE FOR CUSTOMER "
                   ID-CUSTOMER-ORD-IN " GOODS " ID-GOODS-ORD-IN
                   ": " BATCH-REJECT-LINE-WS.
           .
       BATCH-REJECT-ORDER-EXT.
           EXIT.

      *>  UPKEEP OF A CUSTOMER'S STANDING ORDERS. THE ORDERS ON FILE
      *>  ARE LISTED FIRST; ORDER 0 SETS UP A NEW ONE, ANY OTHER
      *>  NUMBER IS CHANGED - LINES ADDED OR REMOVED, DATES OR
      *>  FREQUENCY MOVED, OR THE ORDER SUSPENDED, RESUMED OR ENDED.
       STANDING-ORDER-MAINT SECTION.
           OPEN INPUT CUSTOMER-FILE.
           CHECK-SO-CUSTOMER.
           DISPLAY "ENTER ID OF CUSTOMER:"
           ACCEPT SO-CUSTOMER-WS
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   DISPLAY "INVALID ID OF CUSTOMER! PLEASE RE-ENTER:"
                   GO TO CHECK-SO-CUSTOMER
           END-READ
           CLOSE CUSTOMER-FILE.
           OPEN I-O STANDING-ORDER-FILE.
           IF NOT (FILE-STA-STDORD = 00 OR FILE-STA-STDORD = 05)
               DISPLAY "STANDING ORDER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-STDORD
               GO TO STANDING-ORDER-MAINT-EXT
           END-IF.
           PERFORM SO-LIST-ORDERS.
           CHECK-SO-ORDER.
           DISPLAY "ENTER STANDING ORDER NO (0 = NEW ORDER):"
           ACCEPT SO-ORDER-WS
           IF SO-ORDER-WS = 0
               PERFORM SO-NEW-ORDER
               GO TO SO-MAINT-CLOSE
           END-IF.
           PERFORM SO-LOAD-ORDER.
           IF NOT SO-ORDER-HELD
               DISPLAY "NO SUCH STANDING ORDER! PLEASE RE-ENTER:"
               GO TO CHECK-SO-ORDER
           END-IF.
           PERFORM SO-CHANGE-ORDER.

           SO-MAINT-CLOSE.
           CLOSE STANDING-ORDER-FILE.
           .
       STANDING-ORDER-MAINT-EXT.
           EXIT.

      *>  LISTS THE LINES OF EVERY STANDING ORDER OF SO-CUSTOMER-WS
      *>  AND LEAVES THE HIGHEST ORDER NUMBER IN SO-HIGH-ORDER-WS.
       SO-LIST-ORDERS SECTION.
           MOVE 0 TO SO-HIGH-ORDER-WS.
           MOVE 0 TO SO-LIST-CT-WS.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-SO.
           MOVE 0 TO ID-ORDER-SO.
           MOVE 0 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   GO TO SO-LIST-DONE
           END-START.
           SO-LIST-READ.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   GO TO SO-LIST-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-SO = SO-CUSTOMER-WS)
               GO TO SO-LIST-DONE
           END-IF.
           IF SO-LIST-CT-WS = 0
               DISPLAY "ORD LINE GOODS  QTY   FREQ NEXT DUE END DATE "
                       "MODE STATUS SITE"
           END-IF.
           ADD 1 TO SO-LIST-CT-WS.
           MOVE ID-ORDER-SO TO SO-HIGH-ORDER-WS.
           DISPLAY ID-ORDER-SO " " LINE-SO "  " ID-GOODS-SO " "
                   NUM-SO " " FREQ-SO FREQ-DAYS-SO " " NEXT-DUE-SO
                   " " END-DATE-SO " " MODE-SO "    " STATUS-SO
                   "      " CODE-SHIPTO-SO.
           GO TO SO-LIST-READ.

           SO-LIST-DONE.
           IF SO-LIST-CT-WS = 0
               DISPLAY "NO STANDING ORDERS ON FILE FOR THIS CUSTOMER."
           END-IF.
           .
       SO-LIST-ORDERS-EXT.
           EXIT.

      *>  READS EVERY LINE OF ORDER SO-ORDER-WS OF SO-CUSTOMER-WS:
      *>  THE HEADER INTO THE SO- FIELDS, THE LINES INTO THE TABLE.
      *>  SO-ORDER-HELD IS LEFT OFF WHEN THE ORDER IS NOT ON FILE.
       SO-LOAD-ORDER SECTION.
           MOVE "N" TO SO-ORDER-HELD-SW.
           MOVE 0 TO SO-LINE-CT-WS.
           MOVE 0 TO SO-HIGH-LINE-WS.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-SO.
           MOVE SO-ORDER-WS TO ID-ORDER-SO.
           MOVE 0 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   GO TO SO-LOAD-ORDER-EXT
           END-START.
           SO-LOAD-READ.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   GO TO SO-LOAD-ORDER-EXT
           END-READ.
           IF NOT (ID-CUSTOMER-SO = SO-CUSTOMER-WS
                   AND ID-ORDER-SO = SO-ORDER-WS)
               GO TO SO-LOAD-ORDER-EXT
           END-IF.
           IF NOT SO-ORDER-HELD
               SET SO-ORDER-HELD TO TRUE
               MOVE CODE-SHIPTO-SO TO SO-SHIPTO-WS
               MOVE FREQ-SO TO SO-FREQ-WS
               MOVE FREQ-DAYS-SO TO SO-FREQ-DAYS-WS
               MOVE DAY-OF-MONTH-SO TO SO-DOM-WS
               MOVE NEXT-DUE-SO TO SO-NEXT-DUE-WS
               MOVE END-DATE-SO TO SO-END-DATE-WS
               MOVE MODE-SO TO SO-MODE-WS
               MOVE STATUS-SO TO SO-STATUS-WS
               MOVE LOCATION-SO TO SO-LOCATION-WS
               MOVE LAST-RUN-SO TO SO-LAST-RUN-WS
               MOVE LAST-DOC-SO TO SO-LAST-DOC-WS
               MOVE LAST-ID-SO TO SO-LAST-ID-WS
           END-IF.
           MOVE LINE-SO TO SO-HIGH-LINE-WS.
           IF SO-LINE-CT-WS < 50
               ADD 1 TO SO-LINE-CT-WS
               MOVE LINE-SO TO SO-T-LINE(SO-LINE-CT-WS)
               MOVE ID-GOODS-SO TO SO-T-GOODS(SO-LINE-CT-WS)
               MOVE NUM-SO TO SO-T-QTY(SO-LINE-CT-WS)
               MOVE "N" TO SO-T-USABLE-SW(SO-LINE-CT-WS)
           END-IF.
           GO TO SO-LOAD-READ.
           .
       SO-LOAD-ORDER-EXT.
           EXIT.

       SO-NEW-ORDER SECTION.
           COMPUTE SO-ORDER-WS = SO-HIGH-ORDER-WS + 1.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           PERFORM CHOOSE-SHIPTO.
           MOVE PEND-SHIPTO-WS TO SO-SHIPTO-WS.
           PERFORM SO-ACCEPT-FREQUENCY.
           PERFORM SO-ACCEPT-DATES.
           CHECK-SO-MODE.
           DISPLAY "RAISE AS Q=OPEN QUOTE, S=SALE WHEN IN STOCK:"
           ACCEPT SO-MODE-WS
           IF NOT (SO-MODE-WS = "Q" OR SO-MODE-WS = "S")
               DISPLAY "INVALID MODE! PLEASE RE-ENTER:"
               GO TO CHECK-SO-MODE
           END-IF.
           DISPLAY "ENTER WAREHOUSE TO PICK FROM (BLANK = "
                   SALE-BRANCH-LOC-WS "):"
           ACCEPT SO-LOCATION-WS
           IF SO-LOCATION-WS = SPACE
               MOVE SALE-BRANCH-LOC-WS TO SO-LOCATION-WS
           END-IF.
           MOVE "A" TO SO-STATUS-WS.
           MOVE 0 TO SO-LAST-RUN-WS.
           MOVE SPACE TO SO-LAST-DOC-WS.
           MOVE 0 TO SO-LAST-ID-WS.
           MOVE 0 TO SO-LINE-CT-WS.
           MOVE 0 TO SO-HIGH-LINE-WS.
           MOVE "Y" TO SO-MORE-LINES-SW.
           PERFORM SO-ADD-LINE UNTIL NOT SO-MORE-LINES.
           IF SO-LINE-CT-WS = 0
               DISPLAY "NO LINES KEYED - STANDING ORDER NOT SET UP."
           ELSE
               DISPLAY "STANDING ORDER " SO-ORDER-WS " SET UP WITH "
                       SO-LINE-CT-WS " LINES, FIRST DUE "
                       SO-NEXT-DUE-WS "."
           END-IF.
           .
       SO-NEW-ORDER-EXT.
           EXIT.

       SO-ACCEPT-FREQUENCY SECTION.
           CHECK-SO-FREQ.
           DISPLAY "FREQUENCY: W=WEEKLY F=FORTNIGHTLY M=MONTHLY "
                   "D=EVERY SO MANY DAYS:"
           ACCEPT SO-FREQ-WS
           IF NOT (SO-FREQ-WS = "W" OR SO-FREQ-WS = "F"
                   OR SO-FREQ-WS = "M" OR SO-FREQ-WS = "D")
               DISPLAY "INVALID FREQUENCY! PLEASE RE-ENTER:"
               GO TO CHECK-SO-FREQ
           END-IF.
           MOVE 0 TO SO-FREQ-DAYS-WS.
           IF NOT (SO-FREQ-WS = "D")
               GO TO SO-ACCEPT-FREQUENCY-EXT
           END-IF.
           CHECK-SO-FREQ-DAYS.
           DISPLAY "REPEAT EVERY HOW MANY DAYS:"
           ACCEPT SO-FREQ-DAYS-WS
           IF SO-FREQ-DAYS-WS = 0
               DISPLAY "DAYS MUST BE GREATER THAN ZERO. RE-ENTER:"
               GO TO CHECK-SO-FREQ-DAYS
           END-IF.
           .
       SO-ACCEPT-FREQUENCY-EXT.
           EXIT.

      *>  THE NEXT DUE DATE ALSO FIXES THE DAY OF THE MONTH A
      *>  MONTHLY ORDER KEEPS.
       SO-ACCEPT-DATES SECTION.
           CHECK-SO-NEXT-DUE.
           DISPLAY "ENTER THE NEXT DATE THE ORDER FALLS DUE "
                   "(YYYYMMDD):"
           ACCEPT SO-NEXT-DUE-WS
           MOVE SO-NEXT-DUE-WS TO DATE-CHECK-WS
           MOVE "C" TO DATE-MODE-WS
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-SO-NEXT-DUE
           END-IF.
           MOVE SO-NEXT-DUE-WS(7:2) TO SO-DOM-WS.
           CHECK-SO-END-DATE.
           DISPLAY "ENTER THE LAST DATE THE ORDER RUNS TO "
                   "(YYYYMMDD, 0 = OPEN-ENDED):"
           ACCEPT SO-END-DATE-WS
           IF SO-END-DATE-WS NOT = 0
               MOVE SO-END-DATE-WS TO DATE-CHECK-WS
               MOVE "C" TO DATE-MODE-WS
               CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
                                    DATE-OK-WS
               IF DATE-OK-WS NOT = "Y"
                      OR SO-END-DATE-WS < SO-NEXT-DUE-WS
                   DISPLAY "NOT A VALID DATE ON OR AFTER THE NEXT "
                           "DUE DATE! PLEASE RE-ENTER:"
                   GO TO CHECK-SO-END-DATE
               END-IF
           END-IF.
           .
       SO-ACCEPT-DATES-EXT.
           EXIT.

      *>  ADDS ONE GOODS LINE TO ORDER SO-ORDER-WS, CARRYING THE
      *>  ORDER HEADER HELD IN THE SO- FIELDS.
       SO-ADD-LINE SECTION.
           IF NOT (SO-LINE-CT-WS < 50)
               DISPLAY "A STANDING ORDER HOLDS AT MOST 50 LINES."
               MOVE "N" TO SO-MORE-LINES-SW
               GO TO SO-ADD-LINE-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           CHECK-SO-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT SO-GOODS-WS
           MOVE SO-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-SO-GOODS
           END-READ.
      *>  SERIAL NUMBERS ARE CAPTURED AT THE COUNTER, SO SERIALIZED
      *>  GOODS CANNOT BE RAISED UNATTENDED.
           IF GOODS-SERIALIZED
               DISPLAY "SERIALIZED GOODS CANNOT BE ON A STANDING "
                       "ORDER! PLEASE RE-ENTER:"
               GO TO CHECK-SO-GOODS
           END-IF.
           CLOSE GOODS-FILE.
           CHECK-SO-QTY.
           DISPLAY "ENTER THE NUMBER OF GOODS:"
           ACCEPT SO-QTY-WS
           IF SO-QTY-WS = 0
               DISPLAY "NUMBER OF GOODS MUST BE GREATER THAN ZERO. "
                       "RE-ENTER:"
               GO TO CHECK-SO-QTY
           END-IF.
           ADD 1 TO SO-HIGH-LINE-WS.
           PERFORM SO-FILL-HEADER.
           MOVE SO-HIGH-LINE-WS TO LINE-SO.
           MOVE SO-GOODS-WS TO ID-GOODS-SO.
           MOVE SO-QTY-WS TO NUM-SO.
           WRITE REC-STANDING-ORDER
               INVALID KEY
                   DISPLAY "LINE ALREADY ON FILE - NOT ADDED."
               NOT INVALID KEY
                   ADD 1 TO SO-LINE-CT-WS
                   MOVE SO-HIGH-LINE-WS TO SO-T-LINE(SO-LINE-CT-WS)
                   MOVE SO-GOODS-WS TO SO-T-GOODS(SO-LINE-CT-WS)
                   MOVE SO-QTY-WS TO SO-T-QTY(SO-LINE-CT-WS)
           END-WRITE.
           DISPLAY "ANY MORE GOODS LINES ON THIS ORDER? (Y/N):"
           ACCEPT SO-MORE-LINES-SW
           .
       SO-ADD-LINE-EXT.
           EXIT.

      *>  MOVES THE ORDER HEADER FROM THE SO- FIELDS INTO THE RECORD
      *>  AREA. THE LINE NUMBER, GOODS AND QUANTITY ARE LEFT ALONE.
       SO-FILL-HEADER SECTION.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-SO.
           MOVE SO-ORDER-WS TO ID-ORDER-SO.
           MOVE SO-SHIPTO-WS TO CODE-SHIPTO-SO.
           MOVE SO-FREQ-WS TO FREQ-SO.
           MOVE SO-FREQ-DAYS-WS TO FREQ-DAYS-SO.
           MOVE SO-DOM-WS TO DAY-OF-MONTH-SO.
           MOVE SO-NEXT-DUE-WS TO NEXT-DUE-SO.
           MOVE SO-END-DATE-WS TO END-DATE-SO.
           MOVE SO-MODE-WS TO MODE-SO.
           MOVE SO-STATUS-WS TO STATUS-SO.
           MOVE SO-LOCATION-WS TO LOCATION-SO.
           MOVE SO-LAST-RUN-WS TO LAST-RUN-SO.
           MOVE SO-LAST-DOC-WS TO LAST-DOC-SO.
           MOVE SO-LAST-ID-WS TO LAST-ID-SO.
           .
       SO-FILL-HEADER-EXT.
           EXIT.

       SO-CHANGE-ORDER SECTION.
           DISPLAY "ORDER " SO-ORDER-WS " - FREQUENCY " SO-FREQ-WS
                   " NEXT DUE " SO-NEXT-DUE-WS " ENDS "
                   SO-END-DATE-WS " STATUS " SO-STATUS-WS.
           IF SO-LAST-RUN-WS NOT = 0
               DISPLAY "LAST RUN " SO-LAST-RUN-WS " RAISED "
                       SO-LAST-DOC-WS " " SO-LAST-ID-WS
                       " (S=SALE Q=QUOTE X=NOT RAISED)."
           END-IF.
           CHECK-SO-ACTION.
           DISPLAY "A>ADD LINES  R>REMOVE A LINE  D>CHANGE DATES  "
                   "F>CHANGE FREQUENCY  S>SUSPEND  G>RESUME  "
                   "E>END THE ORDER:"
           ACCEPT SO-ACTION-WS
           EVALUATE SO-ACTION-WS
               WHEN "A"
                   MOVE "Y" TO SO-MORE-LINES-SW
                   PERFORM SO-ADD-LINE UNTIL NOT SO-MORE-LINES
               WHEN "R"
                   PERFORM SO-REMOVE-LINE
               WHEN "D"
                   PERFORM SO-ACCEPT-DATES
                   PERFORM SO-REWRITE-ORDER
               WHEN "F"
                   PERFORM SO-ACCEPT-FREQUENCY
                   PERFORM SO-REWRITE-ORDER
               WHEN "S"
                   MOVE "S" TO SO-STATUS-WS
                   PERFORM SO-REWRITE-ORDER
               WHEN "G"
                   MOVE "A" TO SO-STATUS-WS
                   PERFORM SO-REWRITE-ORDER
               WHEN "E"
                   MOVE "E" TO SO-STATUS-WS
                   PERFORM SO-REWRITE-ORDER
               WHEN OTHER
                   DISPLAY "INVALID CHOICE! PLEASE RE-ENTER:"
                   GO TO CHECK-SO-ACTION
           END-EVALUATE.
           .
       SO-CHANGE-ORDER-EXT.
           EXIT.

       SO-REMOVE-LINE SECTION.
           DISPLAY "ENTER LINE NO TO REMOVE:"
           ACCEPT SO-LINE-IN-WS
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-SO.
           MOVE SO-ORDER-WS TO ID-ORDER-SO.
           MOVE SO-LINE-IN-WS TO LINE-SO.
           READ STANDING-ORDER-FILE
               KEY IS KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   DISPLAY "NO SUCH LINE ON THIS ORDER."
                   GO TO SO-REMOVE-LINE-EXT
           END-READ.
           DELETE STANDING-ORDER-FILE.
           IF SO-LINE-CT-WS = 1
               DISPLAY "LAST LINE REMOVED - THE ORDER IS GONE."
           ELSE
               DISPLAY "LINE REMOVED."
           END-IF.
           .
       SO-REMOVE-LINE-EXT.
           EXIT.

      *>  PUTS THE HEADER HELD IN THE SO- FIELDS BACK ON EVERY LINE
      *>  OF THE ORDER IN THE TABLE.
       SO-REWRITE-ORDER SECTION.
           MOVE 1 TO SO-IDX.
           SO-REWRITE-NEXT.
           IF SO-IDX > SO-LINE-CT-WS
               GO TO SO-REWRITE-ORDER-EXT
           END-IF.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-SO.
           MOVE SO-ORDER-WS TO ID-ORDER-SO.
           MOVE SO-T-LINE(SO-IDX) TO LINE-SO.
           READ STANDING-ORDER-FILE
               KEY IS KEY-STDORD OF REC-STANDING-ORDER
               NOT INVALID KEY
                   PERFORM SO-FILL-HEADER
                   REWRITE REC-STANDING-ORDER
           END-READ.
           ADD 1 TO SO-IDX.
           GO TO SO-REWRITE-NEXT.
           .
       SO-REWRITE-ORDER-EXT.
           EXIT.

       STANDING-ORDER-ASK SECTION.
           ACCEPT SO-TODAY-WS FROM DATE YYYYMMDD.
           CHECK-SO-THROUGH.
           DISPLAY "RAISE STANDING ORDERS DUE ON OR BEFORE "
                   "(YYYYMMDD, 0 = TODAY):"
           ACCEPT SO-THROUGH-WS
           IF SO-THROUGH-WS = 0
               MOVE SO-TODAY-WS TO SO-THROUGH-WS
           END-IF.
           MOVE SO-THROUGH-WS TO DATE-CHECK-WS
           MOVE "C" TO DATE-MODE-WS
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-SO-THROUGH
           END-IF.
           PERFORM STANDING-ORDER-RUN.
           .
       STANDING-ORDER-ASK-EXT.
           EXIT.

      *>  END-OF-DAY RAISES WHAT FALLS DUE WITHIN THE DAYS IT PASSES,
      *>  SO TOMORROW'S DELIVERIES ARE ON FILE BEFORE THE SHOP OPENS.
       STANDING-ORDER-BATCH SECTION.
           ACCEPT SO-TODAY-WS FROM DATE YYYYMMDD.
           MOVE SO-TODAY-WS TO SO-WORK-DATE-NUM-WS.
           MOVE LS-SALES-BATCH-DAYS TO SO-DAY-CT-WS.
           PERFORM SO-ADD-DAYS.
           MOVE SO-WORK-DATE-NUM-WS TO SO-THROUGH-WS.
           PERFORM STANDING-ORDER-RUN.
           .
       STANDING-ORDER-BATCH-EXT.
           EXIT.

      *>  RAISES EVERY ACTIVE STANDING ORDER DUE ON OR BEFORE
      *>  SO-THROUGH-WS, DATED TODAY, THROUGH THE SAME CUSTOMER,
      *>  CREDIT, STOCK AND PRICING CHECKS AS BATCH IMPORT. EACH
      *>  ORDER THEN MOVES ON TO ITS NEXT DATE WHETHER OR NOT IT
      *>  COULD BE RAISED; WHAT WAS NOT RAISED, AND WHY, GOES TO THE
      *>  EXCEPTION LIST FOR THE SALES DESK.
       STANDING-ORDER-RUN SECTION.
           MOVE 0 TO SO-GEN-CT-WS.
           MOVE 0 TO SO-SALE-CT-WS.
           MOVE 0 TO SO-QUOTE-CT-WS.
           MOVE 0 TO SO-EXCEPT-CT-WS.
           OPEN I-O STANDING-ORDER-FILE.
           IF NOT (FILE-STA-STDORD = 00)
               DISPLAY "NO STANDING ORDERS ON FILE."
               CLOSE STANDING-ORDER-FILE
               GO TO STANDING-ORDER-RUN-EXT
           END-IF.
           OPEN OUTPUT STDORD-EXCEPT-FILE.
           OPEN I-O SALE-FILE.
           OPEN I-O GOODS-FILE.
           OPEN I-O LOCATION-FILE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE 0 TO ID-CUSTOMER-SO.
           MOVE 0 TO ID-ORDER-SO.
           MOVE 0 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   GO TO SO-RUN-DONE
           END-START.
           SO-RUN-READ.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   GO TO SO-RUN-DONE
           END-READ.
      *>  THE HEADER IS ON EVERY LINE, SO AN ORDER'S FIRST LINE SAYS
      *>  WHETHER IT IS DUE. A DUE ORDER IS LOADED WHOLE, RAISED AND
      *>  MOVED ON; THE SCAN THEN STARTS AGAIN PAST ITS LAST LINE.
           MOVE ID-CUSTOMER-SO TO SO-CUSTOMER-WS.
           MOVE ID-ORDER-SO TO SO-ORDER-WS.
           IF SO-ACTIVE AND NOT (NEXT-DUE-SO > SO-THROUGH-WS)
               PERFORM SO-LOAD-ORDER
               PERFORM SO-RAISE-ORDER
           END-IF.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-SO.
           MOVE SO-ORDER-WS TO ID-ORDER-SO.
           MOVE 999 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY GREATER THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   GO TO SO-RUN-DONE
           END-START.
           GO TO SO-RUN-READ.

           SO-RUN-DONE.
           CLOSE CUSTOMER-FILE.
           CLOSE LOCATION-FILE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           CLOSE STDORD-EXCEPT-FILE.
           CLOSE STANDING-ORDER-FILE.
           DISPLAY "STANDING ORDERS RAISED: " SO-SALE-CT-WS
                   " SALES, " SO-QUOTE-CT-WS " QUOTES - "
                   SO-EXCEPT-CT-WS " EXCEPTIONS LISTED."
           .
       STANDING-ORDER-RUN-EXT.
           EXIT.

      *>  ONE DUE ORDER, LOADED BY SO-LOAD-ORDER. A CUSTOMER WHO IS
      *>  CLOSED, ON STOP OR OVER THE CREDIT LIMIT GETS NOTHING -
      *>  NO SUPERVISOR SITS AT THE RUN TO OVERRIDE. A SALE-MODE
      *>  ORDER WITH ANY LINE SHORT GOES OUT AS A QUOTE INSTEAD, SO
      *>  IT CAN BE CONFIRMED OR CONVERTED WHEN THE STOCK ARRIVES.
       SO-RAISE-ORDER SECTION.
           MOVE "X" TO SO-LAST-DOC-WS.
           MOVE 0 TO SO-LAST-ID-WS.
           MOVE 0 TO SO-LINE-IN-WS.
           MOVE 0 TO SO-GOODS-WS.
           IF SO-END-DATE-WS NOT = 0
                  AND SO-NEXT-DUE-WS > SO-END-DATE-WS
               MOVE "E" TO SO-STATUS-WS
               PERFORM SO-REWRITE-ORDER
               GO TO SO-RAISE-ORDER-EXT
           END-IF.
           IF SO-LOCATION-WS = SPACE
               MOVE SALE-BRANCH-LOC-WS TO SO-LOCATION-WS
           END-IF.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO SO-REASON-WS
                   PERFORM SO-WRITE-EXCEPTION
                   GO TO SO-RAISE-ADVANCE
           END-READ.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               MOVE "CUSTOMER ACCOUNT CLOSED" TO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
               GO TO SO-RAISE-ADVANCE
           END-IF.
           IF CUSTOMER-ON-STOP OF REC-CUSTOMER
               MOVE "CUSTOMER ACCOUNT ON STOP" TO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
               GO TO SO-RAISE-ADVANCE
           END-IF.
           IF CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER > 0
               MOVE SO-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE
               MOVE SO-TODAY-WS TO DATE-SALE OF REC-SALE
               PERFORM COMPUTE-OPEN-BALANCE
               IF OPEN-BALANCE-WS NOT <
                      CREDIT-LIMIT-CUSTOMER OF REC-CUSTOMER
                   MOVE "CUSTOMER ON CREDIT HOLD" TO SO-REASON-WS
                   PERFORM SO-WRITE-EXCEPTION
                   GO TO SO-RAISE-ADVANCE
               END-IF
           END-IF.

           MOVE "N" TO SO-SHORT-SW.
           MOVE 0 TO SO-USABLE-CT-WS.
           MOVE 1 TO SO-IDX.
           PERFORM SO-CHECK-LINE UNTIL SO-IDX > SO-LINE-CT-WS.
           MOVE 0 TO SO-LINE-IN-WS.
           MOVE 0 TO SO-GOODS-WS.
           IF SO-USABLE-CT-WS = 0
               MOVE "NO LINE COULD BE RAISED" TO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
               GO TO SO-RAISE-ADVANCE
           END-IF.
           IF SO-MODE-WS = "S" AND NOT SO-SHORT
               MOVE SO-TODAY-WS TO PERIOD-CHECK-DATE-WS
               PERFORM CHECK-PERIOD-OPEN
               IF POSTING-PERIOD-OPEN
                   PERFORM SO-RAISE-SALE
                   GO TO SO-RAISE-ADVANCE
               END-IF
               SET SO-SHORT TO TRUE
               MOVE "ACCOUNTING PERIOD CLOSED" TO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
           END-IF.
           PERFORM SO-RAISE-QUOTE.
           IF SO-MODE-WS = "S" AND SO-SHORT
                  AND SO-LAST-DOC-WS = "Q"
               MOVE SPACE TO SO-REASON-WS
               STRING "NOT RAISED AS A SALE - OPEN QUOTE "
                      SO-LAST-ID-WS " INSTEAD"
                   DELIMITED BY SIZE INTO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
           END-IF.

           SO-RAISE-ADVANCE.
           PERFORM SO-ADVANCE-DATE.
           MOVE SO-TODAY-WS TO SO-LAST-RUN-WS.
           PERFORM SO-REWRITE-ORDER.
           .
       SO-RAISE-ORDER-EXT.
           EXIT.

      *>  TABLE LINE SO-IDX: GOODS STILL ON FILE AND NOT SERIALIZED
      *>  MAKE IT USABLE; SO-SHORT IS SET WHEN ITS FREE STOCK (OR A
      *>  KIT'S COMPONENT STOCK) DOES NOT COVER IT.
       SO-CHECK-LINE SECTION.
           MOVE "N" TO SO-T-USABLE-SW(SO-IDX).
           MOVE SO-T-LINE(SO-IDX) TO SO-LINE-IN-WS.
           MOVE SO-T-GOODS(SO-IDX) TO SO-GOODS-WS.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "GOODS NOT ON FILE - LINE LEFT OFF"
                       TO SO-REASON-WS
                   PERFORM SO-WRITE-EXCEPTION
                   GO TO SO-CHECK-LINE-NEXT
           END-READ.
           IF GOODS-SERIALIZED
               MOVE "SERIALIZED GOODS - LINE LEFT OFF"
                   TO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
               GO TO SO-CHECK-LINE-NEXT
           END-IF.
           MOVE "Y" TO SO-T-USABLE-SW(SO-IDX).
           ADD 1 TO SO-USABLE-CT-WS.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS OF REC-SALE.
           MOVE SO-T-QTY(SO-IDX) TO NUM-SALE OF REC-SALE.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
               PERFORM CHECK-KIT-STOCK
               IF NOT KIT-STOCK-OK
                   SET SO-SHORT TO TRUE
                   MOVE "STOCK SHORT - KIT COMPONENTS"
                       TO SO-REASON-WS
                   PERFORM SO-WRITE-EXCEPTION
               END-IF
               GO TO SO-CHECK-LINE-NEXT
           END-IF.
           MOVE "N" TO RSV-FILE-HELD-SW.
           MOVE SPACE TO RSV-SKIP-KEY-WS.
           PERFORM RSV-FREE-STOCK.
           IF SO-T-QTY(SO-IDX) > RSV-FREE-WS
               SET SO-SHORT TO TRUE
               MOVE RSV-FREE-WS TO SO-FREE-ED
               MOVE SPACE TO SO-REASON-WS
               STRING "STOCK SHORT -" SO-FREE-ED " FREE"
                   DELIMITED BY SIZE INTO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
               GO TO SO-CHECK-LINE-NEXT
           END-IF.
           MOVE SO-T-GOODS(SO-IDX) TO RSV-GOODS-WS.
           MOVE SO-LOCATION-WS TO RSV-LOC-WS.
           MOVE SO-T-QTY(SO-IDX) TO RSV-NEED-WS.
           PERFORM RSV-CHECK-LOCATION.
           IF NOT RSV-LOC-OK
               SET SO-SHORT TO TRUE
               MOVE RSV-LOC-FREE-WS TO SO-FREE-ED
               MOVE SPACE TO SO-REASON-WS
               STRING "STOCK SHORT AT " SO-LOCATION-WS " -"
                      SO-FREE-ED " FREE"
                   DELIMITED BY SIZE INTO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
           END-IF.

           SO-CHECK-LINE-NEXT.
           ADD 1 TO SO-IDX.
           .
       SO-CHECK-LINE-EXT.
           EXIT.

      *>  EVERY USABLE LINE ON ONE ON-ACCOUNT BILL, POSTED THE WAY
      *>  BATCH IMPORT POSTS - NO SALESPERSON, NO DRAWER, KIT
      *>  COMPONENTS FROM THE ORDER'S OWN WAREHOUSE.
       SO-RAISE-SALE SECTION.
           MOVE 0 TO LINE-SALE-WS.
           MOVE 0 TO SCR-BILL-TOTAL-WS.
           PERFORM INITIALIZE-SALE.
           MOVE ID-SALE OF REC-SALE TO SO-LAST-ID-WS.
           MOVE "S" TO SO-LAST-DOC-WS.
           MOVE 1 TO SO-IDX.
           PERFORM SO-POST-SALE-LINE UNTIL SO-IDX > SO-LINE-CT-WS.
           ADD 1 TO SO-SALE-CT-WS.
           ADD 1 TO SO-GEN-CT-WS.
           DISPLAY "STANDING ORDER " SO-CUSTOMER-WS "/" SO-ORDER-WS
                   " RAISED AS SALE " SO-LAST-ID-WS "."
           .
       SO-RAISE-SALE-EXT.
           EXIT.

       SO-POST-SALE-LINE SECTION.
           IF NOT SO-T-USABLE(SO-IDX)
               GO TO SO-POST-SALE-LINE-NEXT
           END-IF.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO SO-POST-SALE-LINE-NEXT
           END-READ.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           MOVE SO-TODAY-WS TO DATE-SALE OF REC-SALE.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS OF REC-SALE.
           MOVE SO-T-QTY(SO-IDX) TO NUM-SALE OF REC-SALE.
           MOVE SO-LOCATION-WS TO LOCATION-GOODS OF REC-SALE.
           MOVE "A" TO TENDER-TYPE-SALE.
           PERFORM STAMP-BILL-DUE-DATE.
           MOVE SPACE TO CODE-SALESPERSON-SALE.
           MOVE 0 TO CURRENT-SESSION-WS.
           MOVE SO-SHIPTO-WS TO PEND-SHIPTO-WS.
           MOVE "N" TO DS-LINE-SW.
           MOVE "Y" TO KIT-LOC-PRESET-SW.
           PERFORM POST-SALE-LINE.
           MOVE "N" TO KIT-LOC-PRESET-SW.

           SO-POST-SALE-LINE-NEXT.
           ADD 1 TO SO-IDX.
           .
       SO-POST-SALE-LINE-EXT.
           EXIT.

      *>  EVERY USABLE LINE ON ONE OPEN QUOTE FOR THE ORDER'S SITE,
      *>  PRICED AS THE SALE WOULD BE TODAY - CONTRACT PRICE FIRST,
      *>  THEN THE BEST DISCOUNT - AND VALID FOR QUOTEDAYS.
       SO-RAISE-QUOTE SECTION.
           OPEN I-O QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00 OR FILE-STA-QUOTE = 05)
               MOVE "QUOTE FILE WILL NOT OPEN - NOT RAISED"
                   TO SO-REASON-WS
               PERFORM SO-WRITE-EXCEPTION
               GO TO SO-RAISE-QUOTE-EXT
           END-IF.
           MOVE 0 TO LINE-QUOTE-WS.
           PERFORM INITIALIZE-QUOTE.
           MOVE ID-QUOTE TO SO-LAST-ID-WS.
           MOVE "Q" TO SO-LAST-DOC-WS.
           MOVE "QUOTEDAYS" TO CTL-NAME-WS.
           MOVE 30 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           MOVE SO-TODAY-WS TO DUE-IN-DATE-WS.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DUE-OUT-DATE-WS TO SO-VALID-UNTIL-WS.
           MOVE 1 TO SO-IDX.
           PERFORM SO-WRITE-QUOTE-LINE UNTIL SO-IDX > SO-LINE-CT-WS.
           CLOSE QUOTE-FILE.
           ADD 1 TO SO-QUOTE-CT-WS.
           ADD 1 TO SO-GEN-CT-WS.
           DISPLAY "STANDING ORDER " SO-CUSTOMER-WS "/" SO-ORDER-WS
                   " RAISED AS QUOTE " SO-LAST-ID-WS "."
           .
       SO-RAISE-QUOTE-EXT.
           EXIT.

       SO-WRITE-QUOTE-LINE SECTION.
           IF NOT SO-T-USABLE(SO-IDX)
               GO TO SO-WRITE-QUOTE-LINE-NEXT
           END-IF.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO SO-WRITE-QUOTE-LINE-NEXT
           END-READ.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           MOVE SO-TODAY-WS TO DATE-SALE OF REC-SALE.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS OF REC-SALE.
           MOVE SO-T-QTY(SO-IDX) TO NUM-SALE OF REC-SALE.
           MOVE PRICE-GOODS OF REC-GOODS TO UNIT-PRICE-WS.
           PERFORM LOOKUP-CONTRACT-PRICE.
           PERFORM LOOKUP-DISCOUNT.
           IF DISC-PCT-APPLIED-WS > 0
               COMPUTE UNIT-PRICE-WS ROUNDED =
                   UNIT-PRICE-WS *
                   (100 - DISC-PCT-APPLIED-WS) / 100
           END-IF.
           MOVE SO-LAST-ID-WS TO ID-QUOTE.
           ADD 1 TO LINE-QUOTE-WS.
           MOVE LINE-QUOTE-WS TO LINE-QUOTE.
           MOVE SO-T-GOODS(SO-IDX) TO ID-GOODS-QUOTE.
           MOVE SO-T-QTY(SO-IDX) TO NUM-QUOTE.
           MOVE SO-TODAY-WS TO DATE-QUOTE.
           MOVE SO-CUSTOMER-WS TO ID-CUSTOMER-QUOTE.
           SET QUOTE-OPEN TO TRUE.
           MOVE "N" TO RESERVE-SW-QUOTE.
           MOVE SPACE TO RESERVE-LOC-QUOTE.
           MOVE 0 TO RESERVE-DATE-QUOTE.
           MOVE 0 TO RESERVE-EXPIRY-QUOTE.
           MOVE SPACE TO RESERVE-OPERATOR-QUOTE.
           MOVE UNIT-PRICE-WS TO PRICE-QUOTE.
           MOVE SPACE TO SALESPERSON-QUOTE.
           MOVE SO-VALID-UNTIL-WS TO VALID-UNTIL-QUOTE.
           MOVE 0 TO CLOSE-DATE-QUOTE.
           MOVE SPACE TO LOST-REASON-QUOTE.
           MOVE SO-SHIPTO-WS TO CODE-SHIPTO-QUOTE.
           WRITE REC-QUOTE.

           SO-WRITE-QUOTE-LINE-NEXT.
           ADD 1 TO SO-IDX.
           .
       SO-WRITE-QUOTE-LINE-EXT.
           EXIT.

      *>  MOVES THE NEXT DUE DATE ON BY THE ORDER'S FREQUENCY UNTIL
      *>  IT IS PAST THE RUN'S HORIZON, SO A MISSED RUN RAISES ONE
      *>  ORDER RATHER THAN ONE FOR EVERY PERIOD MISSED. AN ORDER
      *>  MOVED PAST ITS END DATE IS ENDED.
       SO-ADVANCE-DATE SECTION.
           MOVE SO-NEXT-DUE-WS TO SO-WORK-DATE-NUM-WS.
           SO-ADVANCE-AGAIN.
           EVALUATE SO-FREQ-WS
               WHEN "W"
                   MOVE 7 TO SO-DAY-CT-WS
                   PERFORM SO-ADD-DAYS
               WHEN "F"
                   MOVE 14 TO SO-DAY-CT-WS
                   PERFORM SO-ADD-DAYS
               WHEN "D"
                   MOVE SO-FREQ-DAYS-WS TO SO-DAY-CT-WS
                   IF SO-DAY-CT-WS = 0
                       MOVE 1 TO SO-DAY-CT-WS
                   END-IF
                   PERFORM SO-ADD-DAYS
               WHEN OTHER
                   PERFORM SO-ADD-MONTH
           END-EVALUATE.
           IF NOT (SO-WORK-DATE-NUM-WS > SO-THROUGH-WS)
               GO TO SO-ADVANCE-AGAIN
           END-IF.
           MOVE SO-WORK-DATE-NUM-WS TO SO-NEXT-DUE-WS.
           IF SO-END-DATE-WS NOT = 0
                  AND SO-NEXT-DUE-WS > SO-END-DATE-WS
               MOVE "E" TO SO-STATUS-WS
           END-IF.
           .
       SO-ADVANCE-DATE-EXT.
           EXIT.

      *>  SO-WORK-DATE-WS PLUS SO-DAY-CT-WS CALENDAR DAYS, ONE DAY AT
      *>  A TIME, ROLLING THE MONTH AND YEAR WHERE THE DAY DOES NOT
      *>  EXIST.
       SO-ADD-DAYS SECTION.
           SO-ADD-ONE-DAY.
           IF SO-DAY-CT-WS = 0
               GO TO SO-ADD-DAYS-EXT
           END-IF.
           ADD 1 TO SO-WORK-DD-WS.
           MOVE SO-WORK-DATE-NUM-WS TO DATE-CHECK-WS.
           MOVE "C" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y"
               MOVE 1 TO SO-WORK-DD-WS
               ADD 1 TO SO-WORK-MM-WS
               IF SO-WORK-MM-WS > 12
                   MOVE 1 TO SO-WORK-MM-WS
                   ADD 1 TO SO-WORK-YYYY-WS
               END-IF
           END-IF.
           SUBTRACT 1 FROM SO-DAY-CT-WS.
           GO TO SO-ADD-ONE-DAY.
           .
       SO-ADD-DAYS-EXT.
           EXIT.

      *>  SO-WORK-DATE-WS ONE MONTH ON, BACK ON THE ORDER'S OWN DAY
      *>  OF THE MONTH OR THE LAST DAY OF A SHORTER MONTH.
       SO-ADD-MONTH SECTION.
           ADD 1 TO SO-WORK-MM-WS.
           IF SO-WORK-MM-WS > 12
               MOVE 1 TO SO-WORK-MM-WS
               ADD 1 TO SO-WORK-YYYY-WS
           END-IF.
           IF SO-DOM-WS IS NUMERIC AND SO-DOM-WS > 0
               MOVE SO-DOM-WS TO SO-WORK-DD-WS
           END-IF.
           SO-ADD-MONTH-CHECK.
           MOVE SO-WORK-DATE-NUM-WS TO DATE-CHECK-WS.
           MOVE "C" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y" AND SO-WORK-DD-WS > 28
               SUBTRACT 1 FROM SO-WORK-DD-WS
               GO TO SO-ADD-MONTH-CHECK
           END-IF.
           .
       SO-ADD-MONTH-EXT.
           EXIT.

      *>  ONE LINE ON THE EXCEPTION LIST. LINE 000 MEANS THE WHOLE
      *>  ORDER.
       SO-WRITE-EXCEPTION SECTION.
           ADD 1 TO SO-EXCEPT-CT-WS.
           MOVE SPACE TO SO-EXCEPT-LINE-WS.
           STRING "CUSTOMER " SO-CUSTOMER-WS " ORDER " SO-ORDER-WS
                  " LINE " SO-LINE-IN-WS " GOODS " SO-GOODS-WS
                  " DUE " SO-NEXT-DUE-WS ": " SO-REASON-WS
               DELIMITED BY SIZE INTO SO-EXCEPT-LINE-WS.
           MOVE SO-EXCEPT-LINE-WS TO REC-STDORD-EXCEPT.
           WRITE REC-STDORD-EXCEPT.
           DISPLAY SO-EXCEPT-LINE-WS.
           .
       SO-WRITE-EXCEPTION-EXT.
           EXIT.

      *>  TAKES A QUOTATION/ORDER WITH THE SAME LINE SHAPE AS A SALE
                   GO TO CHECK-QUOTE-CUSTOMER
           END-READ
           CLOSE CUSTOMER-FILE.
           PERFORM CAPTURE-SALESPERSON.
           MOVE SALESPERSON-WS TO SALESPERSON-QUOTE.

      *>  THE QUOTE HOLDS FOR QUOTEDAYS FROM ITS DATE UNLESS ANOTHER
      *>  DATE IS GIVEN - OPEN LINES STILL OPEN AFTER IT LAPSE.
           MOVE "QUOTEDAYS" TO CTL-NAME-WS.
           MOVE 30 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           MOVE DATE-QUOTE TO DUE-IN-DATE-WS.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DUE-OUT-DATE-WS TO VALID-UNTIL-QUOTE.
           CHECK-QUOTE-VALID.
           DISPLAY "QUOTE VALID UNTIL " VALID-UNTIL-QUOTE
                   " - ENTER ANOTHER DATE, OR 0 TO KEEP IT:"
           ACCEPT QUOTE-VALID-IN-WS
           IF QUOTE-VALID-IN-WS NOT = 0
               MOVE QUOTE-VALID-IN-WS TO DATE-CHECK-WS
               MOVE "C" TO DATE-MODE-WS
               CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
                                    DATE-OK-WS
               IF DATE-OK-WS NOT = "Y"
                      OR QUOTE-VALID-IN-WS < DATE-QUOTE
                   DISPLAY "NOT A VALID DATE ON OR AFTER THE QUOTE! "
                           "PLEASE RE-ENTER:"
                   GO TO CHECK-QUOTE-VALID
               END-IF
               MOVE QUOTE-VALID-IN-WS TO VALID-UNTIL-QUOTE
           END-IF.

           OPEN INPUT GOODS-FILE.
           MOVE "Y" TO MORE-QUOTE-LINES-SW.
           EXIT.

       ENTER-QUOTE-LINE SECTION.
           MOVE "N" TO ALT-OFFERED-SW.
      *>  QUOTE-FILE IS OPEN FOR THE NEW LINES - FREE STOCK IS
      *>  COUNTED THROUGH IT.
           MOVE "Y" TO RSV-FILE-HELD-SW.
           MOVE SPACE TO RSV-SKIP-KEY-WS.
           CHECK-QUOTE-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT ID-GOODS-QUOTE.
           QUOTE-READ-GOODS.
           MOVE ID-GOODS-QUOTE TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-QUOTE-GOODS
           END-READ.
           PERFORM ALT-CHECK-SUPERSEDED.
           IF ALT-SUPERSEDED AND NOT ALT-OFFERED
               DISPLAY "GOODS " ID-GOODS OF REC-GOODS
                       " IS SUPERSEDED BY "
                       SUCCESSOR-GOODS OF REC-GOODS "."
               PERFORM OFFER-ALTERNATIVES
               IF ALT-CHOSEN-WS > 0
                   MOVE ALT-CHOSEN-WS TO ID-GOODS-QUOTE
                   GO TO QUOTE-READ-GOODS
               END-IF
           END-IF.
           CHECK-QUOTE-QTY.
           DISPLAY "ENTER THE NUMBER OF GOODS:"
           ACCEPT NUM-QUOTE
                       "RE-ENTER:"
               GO TO CHECK-QUOTE-QTY
           END-IF.
      *>  A QUOTE MAY STILL BE GIVEN FOR GOODS NOT IN STOCK, BUT THE
      *>  ALTERNATIVES ARE SHOWN FIRST. KITS HAVE NO STOCK OF THEIR
      *>  OWN AND ARE LEFT OUT.
           MOVE ID-GOODS-QUOTE TO ID-GOODS OF REC-SALE.
           PERFORM CHECK-IS-KIT.
           IF NOT KIT-ITEM AND NOT ALT-OFFERED
               MOVE REC-QUOTE TO ALT-SAVE-QUOTE-WS
               PERFORM RSV-FREE-STOCK
               MOVE ALT-SAVE-QUOTE-WS TO REC-QUOTE
               IF NUM-QUOTE > RSV-FREE-WS
                   DISPLAY "ONLY " RSV-FREE-WS " FREE IN STOCK."
                   PERFORM OFFER-ALTERNATIVES
                   IF ALT-CHOSEN-WS > 0
                       MOVE ALT-CHOSEN-WS TO ID-GOODS-QUOTE
                       GO TO QUOTE-READ-GOODS
                   END-IF
               END-IF
           END-IF.
           COMPUTE QUOTE-LINE-VALUE-WS =
               NUM-QUOTE * PRICE-GOODS OF REC-GOODS.
           DISPLAY "QUOTED LINE VALUE AT TODAY'S PRICE: "
                   QUOTE-LINE-VALUE-WS.
           SET QUOTE-OPEN TO TRUE.
           MOVE "N" TO RESERVE-SW-QUOTE.
           MOVE SPACE TO RESERVE-LOC-QUOTE.
           MOVE 0 TO RESERVE-DATE-QUOTE.
           MOVE 0 TO RESERVE-EXPIRY-QUOTE.
           MOVE SPACE TO RESERVE-OPERATOR-QUOTE.
           MOVE PRICE-GOODS OF REC-GOODS TO PRICE-QUOTE.
           MOVE 0 TO CLOSE-DATE-QUOTE.
           MOVE SPACE TO LOST-REASON-QUOTE.
           MOVE SPACE TO CODE-SHIPTO-QUOTE.
           ADD 1 TO LINE-QUOTE-WS.
           MOVE LINE-QUOTE-WS TO LINE-QUOTE.
           WRITE REC-QUOTE.
                   GO TO CONVERT-QUOTE-EXT
           END-READ.
           CLOSE CUSTOMER-FILE.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               DISPLAY "ACCOUNT IS CLOSED - CONVERSION CANCELLED."
               CLOSE SALE-FILE
               CLOSE QUOTE-FILE
               GO TO CONVERT-QUOTE-EXT
           END-IF.
           MOVE STATUS-CUSTOMER OF REC-CUSTOMER TO SALE-CUST-STATUS-WS.

           OPEN I-O GOODS-FILE.
           OPEN I-O LOCATION-FILE.
               DISPLAY "INVALID TENDER TYPE! PLEASE RE-ENTER:"
               GO TO CHECK-CONVERT-TENDER
           END-IF.
           IF TENDER-ACCOUNT AND SALE-CUST-ON-STOP
               DISPLAY "ACCOUNT IS ON STOP - CASH, CARD OR STORE "
                       "CREDIT ONLY! PLEASE RE-ENTER:"
               GO TO CHECK-CONVERT-TENDER
           END-IF.
           PERFORM STAMP-BILL-DUE-DATE.

           PERFORM FIND-OPEN-DRAWER.
      *>  A QUOTE RAISED FOR A DELIVERY SITE (A STANDING ORDER)
      *>  DELIVERS THERE WITHOUT ASKING. REC-QUOTE STILL HOLDS THE
      *>  FIRST OPEN LINE FOUND ABOVE.
           IF CODE-SHIPTO-QUOTE = SPACE OR CODE-SHIPTO-QUOTE = LOW-VALUE
               PERFORM CHOOSE-SHIPTO
           ELSE
               MOVE CODE-SHIPTO-QUOTE TO PEND-SHIPTO-WS
               DISPLAY "DELIVERING TO SITE " PEND-SHIPTO-WS
                       " AS QUOTED."
           END-IF.
           PERFORM CAPTURE-SALESPERSON.

      *>  ONLY NOW - WITH EVERY REFUSAL POINT PASSED - IS THE SALE
           MOVE PEND-DATE-WS TO DATE-PAY.
           WRITE REC-PAYMENT.
           CLOSE PAYMENT-FILE.
           MOVE ID-SALE OF REC-SALE TO ALC-SALE-WS.
           PERFORM ALLOC-RECEIPT-TO-BILL.
           DISPLAY "DEPOSIT OF " AMOUNT-DEP " APPLIED TO THE BILL "
                   "AS PAYMENT RECEIPT " ID-RECEIPT-PAY "."
           .
                   GO TO CONVERT-ONE-QUOTE-LINE-EXT
           END-READ.
           MOVE NUM-QUOTE TO NUM-SALE OF REC-SALE.
           ACCEPT RSV-TODAY-WS FROM DATE YYYYMMDD.
      *>  A KIT CARRIES NO STOCK OF ITS OWN - ITS COMPONENTS ARE
      *>  CHECKED INSTEAD OF THE PARENT COUNTER.
           PERFORM CHECK-IS-KIT.
                   GO TO CONVERT-ONE-QUOTE-LINE-EXT
               END-IF
           ELSE
      *>  THIS LINE'S OWN RESERVATION IS LEFT OUT - IT IS THE STOCK
      *>  BEING TAKEN. OTHER ORDERS' RESERVATIONS ARE NOT FREE.
               MOVE "Y" TO RSV-FILE-HELD-SW
               MOVE KEY-QUOTE OF REC-QUOTE TO RSV-SKIP-KEY-WS
               PERFORM RSV-FREE-STOCK
               IF NUM-SALE OF REC-SALE > RSV-FREE-WS
                   DISPLAY "INSUFFICIENT STOCK FOR GOODS "
                           ID-GOODS-QUOTE
                           " - ONLY " RSV-FREE-WS
                           " FREE - LINE LEFT OPEN."
                   ADD 1 TO CONVERT-SKIPPED-CT-WS
                   GO TO CONVERT-ONE-QUOTE-LINE-EXT
               END-IF
           END-IF.
           DISPLAY "CONVERTING GOODS " ID-GOODS-QUOTE " QTY "
                   NUM-QUOTE ":".
           IF QUOTE-RESERVED
                  AND NOT (RESERVE-EXPIRY-QUOTE < RSV-TODAY-WS)
               MOVE RESERVE-LOC-QUOTE TO LOCATION-GOODS OF REC-SALE
               DISPLAY "SELLING FROM RESERVED WAREHOUSE "
                       RESERVE-LOC-QUOTE "."
               GO TO CONVERT-POST-LINE
           END-IF.
           DISPLAY "ENTER WAREHOUSE LOCATION TO SELL FROM:"
           ACCEPT LOCATION-GOODS OF REC-SALE.
           IF LOCATION-GOODS OF REC-SALE = SPACE
               MOVE SALE-BRANCH-LOC-WS TO LOCATION-GOODS OF REC-SALE
           END-IF.
           CONVERT-CHECK-LOCATION.
           IF NOT KIT-ITEM
               MOVE ID-GOODS-QUOTE TO RSV-GOODS-WS
               MOVE LOCATION-GOODS OF REC-SALE TO RSV-LOC-WS
               MOVE NUM-QUOTE TO RSV-NEED-WS
               PERFORM RSV-CHECK-LOCATION
               IF NOT RSV-LOC-OK AND RSV-QTY-WS > 0
                   DISPLAY "ONLY " RSV-LOC-FREE-WS " AT "
                           LOCATION-GOODS OF REC-SALE " ARE FREE - "
                           "THE REST IS RESERVED FOR CONFIRMED ORDERS."
                   DISPLAY "ENTER ANOTHER WAREHOUSE, OR SPACE TO LEAVE "
                           "THIS LINE OPEN:"
                   ACCEPT LOCATION-GOODS OF REC-SALE
                   IF LOCATION-GOODS OF REC-SALE = SPACE
                       ADD 1 TO CONVERT-SKIPPED-CT-WS
                       GO TO CONVERT-ONE-QUOTE-LINE-EXT
                   END-IF
                   GO TO CONVERT-CHECK-LOCATION
               END-IF
           END-IF.
           CONVERT-POST-LINE.
           PERFORM POST-SALE-LINE.
           SET QUOTE-CONVERTED TO TRUE.
           MOVE "N" TO RESERVE-SW-QUOTE.
           MOVE PEND-DATE-WS TO CLOSE-DATE-QUOTE.
           MOVE SPACE TO LOST-REASON-QUOTE.
           REWRITE REC-QUOTE.
           ADD 1 TO CONVERT-POSTED-CT-WS.
           .
       CONVERT-ONE-QUOTE-LINE-EXT.
           EXIT.

      *>  CONFIRMS A QUOTE AS A CUSTOMER ORDER: EACH OPEN LINE HOLDS
      *>  ITS QUANTITY AT ONE WAREHOUSE UNTIL IT IS CONVERTED, THE
      *>  QUOTE IS CANCELLED OR THE EXPIRY DATE PASSES. A LINE IS
      *>  ONLY HELD WHEN THE STOCK IS FREE BOTH IN TOTAL AND AT THAT
      *>  WAREHOUSE. CONFIRMING AGAIN RENEWS THE EXPIRY.
       CONFIRM-QUOTE-ORDER SECTION.
           DISPLAY "ENTER ID OF QUOTE TO CONFIRM AS AN ORDER:"
           ACCEPT RSV-QUOTE-ID-WS.
           MOVE RSV-QUOTE-ID-WS TO DEP-QUOTE-WS.
           PERFORM FIND-QUOTE-HEADER.
           IF NOT DEP-QUOTE-FOUND
               DISPLAY "QUOTE NOT FOUND OR HAS NO OPEN LINES."
               GO TO CONFIRM-QUOTE-ORDER-EXT
           END-IF.
           ACCEPT RSV-TODAY-WS FROM DATE YYYYMMDD.
           MOVE "RSVDAYS" TO CTL-NAME-WS.
           MOVE 14 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           MOVE RSV-TODAY-WS TO DUE-IN-DATE-WS.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DUE-OUT-DATE-WS TO RSV-EXPIRY-WS.
           CHECK-RSV-EXPIRY.
           DISPLAY "RESERVATION HOLDS UNTIL " RSV-EXPIRY-WS
                   " - ENTER ANOTHER EXPIRY DATE, OR 0 TO KEEP IT:"
           ACCEPT RSV-EXPIRY-IN-WS
           IF RSV-EXPIRY-IN-WS NOT = 0
               MOVE RSV-EXPIRY-IN-WS TO DATE-CHECK-WS
               MOVE "C" TO DATE-MODE-WS
               CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
                                    DATE-OK-WS
               IF DATE-OK-WS NOT = "Y"
                      OR RSV-EXPIRY-IN-WS < RSV-TODAY-WS
                   DISPLAY "NOT A VALID FUTURE DATE! PLEASE RE-ENTER:"
                   GO TO CHECK-RSV-EXPIRY
               END-IF
               MOVE RSV-EXPIRY-IN-WS TO RSV-EXPIRY-WS
           END-IF.

           OPEN I-O QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00)
               DISPLAY "QUOTE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-QUOTE
               GO TO CONFIRM-QUOTE-ORDER-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT LOCATION-FILE.
           MOVE 0 TO RSV-HELD-CT-WS.
           MOVE 0 TO RSV-SHORT-CT-WS.
           MOVE "Y" TO RSV-FILE-HELD-SW.
           MOVE RSV-QUOTE-ID-WS TO ID-QUOTE.
           MOVE 0 TO LINE-QUOTE.
           START QUOTE-FILE
               KEY NOT LESS THAN KEY-QUOTE OF REC-QUOTE
               INVALID KEY
                   GO TO CONFIRM-QUOTE-DONE
           END-START.
           CONFIRM-QUOTE-LOOP.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO CONFIRM-QUOTE-DONE
           END-READ.
           IF NOT (ID-QUOTE = RSV-QUOTE-ID-WS)
               GO TO CONFIRM-QUOTE-DONE
           END-IF.
           IF NOT QUOTE-OPEN
               GO TO CONFIRM-QUOTE-LOOP
           END-IF.
           PERFORM CONFIRM-ONE-QUOTE-LINE.
           GO TO CONFIRM-QUOTE-LOOP.

           CONFIRM-QUOTE-DONE.
           CLOSE LOCATION-FILE.
           CLOSE GOODS-FILE.
           CLOSE QUOTE-FILE.
           DISPLAY "QUOTE " RSV-QUOTE-ID-WS " CONFIRMED - "
                   RSV-HELD-CT-WS " LINES RESERVED UNTIL "
                   RSV-EXPIRY-WS ", " RSV-SHORT-CT-WS
                   " LINES NOT RESERVED."
           .
       CONFIRM-QUOTE-ORDER-EXT.
           EXIT.

       CONFIRM-ONE-QUOTE-LINE SECTION.
           IF QUOTE-RESERVED
                  AND NOT (RESERVE-EXPIRY-QUOTE < RSV-TODAY-WS)
               MOVE RSV-EXPIRY-WS TO RESERVE-EXPIRY-QUOTE
               REWRITE REC-QUOTE
               DISPLAY "GOODS " ID-GOODS-QUOTE " ALREADY RESERVED AT "
                       RESERVE-LOC-QUOTE " - HOLD RENEWED."
               ADD 1 TO RSV-HELD-CT-WS
               GO TO CONFIRM-ONE-QUOTE-LINE-EXT
           END-IF.
           MOVE ID-GOODS-QUOTE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " ID-GOODS-QUOTE " NO LONGER ON "
                           "FILE - NOT RESERVED."
                   ADD 1 TO RSV-SHORT-CT-WS
                   GO TO CONFIRM-ONE-QUOTE-LINE-EXT
           END-READ.
      *>  A KIT HAS NO STOCK OF ITS OWN TO HOLD - ITS COMPONENTS ARE
      *>  CHECKED WHEN THE LINE IS CONVERTED.
           MOVE ID-GOODS-QUOTE TO ID-GOODS OF REC-SALE.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
               DISPLAY "GOODS " ID-GOODS-QUOTE " IS A KIT - NOT "
                       "RESERVED."
               ADD 1 TO RSV-SHORT-CT-WS
               GO TO CONFIRM-ONE-QUOTE-LINE-EXT
           END-IF.
           MOVE KEY-QUOTE OF REC-QUOTE TO RSV-SKIP-KEY-WS.
           PERFORM RSV-FREE-STOCK.
           IF NUM-QUOTE > RSV-FREE-WS
               DISPLAY "GOODS " ID-GOODS-QUOTE " QTY " NUM-QUOTE
                       " - ONLY " RSV-FREE-WS " FREE - NOT RESERVED."
               ADD 1 TO RSV-SHORT-CT-WS
               GO TO CONFIRM-ONE-QUOTE-LINE-EXT
           END-IF.
           CONFIRM-LINE-LOCATION.
           DISPLAY "GOODS " ID-GOODS-QUOTE " QTY " NUM-QUOTE
                   " - ENTER WAREHOUSE TO RESERVE AT (SPACE = DO NOT "
                   "RESERVE):"
           ACCEPT RSV-LOC-WS
           IF RSV-LOC-WS = SPACE
               ADD 1 TO RSV-SHORT-CT-WS
               GO TO CONFIRM-ONE-QUOTE-LINE-EXT
           END-IF.
           MOVE NUM-QUOTE TO RSV-NEED-WS.
           PERFORM RSV-CHECK-LOCATION.
           IF NOT RSV-LOC-OK
               DISPLAY "ONLY " RSV-LOC-FREE-WS " FREE AT " RSV-LOC-WS
                       "."
               GO TO CONFIRM-LINE-LOCATION
           END-IF.
           SET QUOTE-RESERVED TO TRUE.
           MOVE RSV-LOC-WS TO RESERVE-LOC-QUOTE.
           MOVE RSV-TODAY-WS TO RESERVE-DATE-QUOTE.
           MOVE RSV-EXPIRY-WS TO RESERVE-EXPIRY-QUOTE.
           MOVE LS-OPERATOR-ID TO RESERVE-OPERATOR-QUOTE.
           REWRITE REC-QUOTE.
           ADD 1 TO RSV-HELD-CT-WS.
           .
       CONFIRM-ONE-QUOTE-LINE-EXT.
           EXIT.

      *>  CANCELS EVERY OPEN LINE OF A QUOTE, RELEASING ANY STOCK IT
      *>  HELD. A DEPOSIT ON THE QUOTE STAYS HELD UNTIL REFUNDED.
       CANCEL-QUOTE SECTION.
           DISPLAY "ENTER ID OF QUOTE TO CANCEL:"
           ACCEPT RSV-QUOTE-ID-WS.
           MOVE RSV-QUOTE-ID-WS TO DEP-QUOTE-WS.
           PERFORM FIND-QUOTE-HEADER.
           IF NOT DEP-QUOTE-FOUND
               DISPLAY "QUOTE NOT FOUND OR HAS NO OPEN LINES."
               GO TO CANCEL-QUOTE-EXT
           END-IF.
           DISPLAY "CANCEL EVERY OPEN LINE OF QUOTE " RSV-QUOTE-ID-WS
                   " FOR CUSTOMER " ID-CUSTOMER-QUOTE "? (Y/N):"
           ACCEPT RSV-ANSWER-WS.
           IF NOT (RSV-ANSWER-WS = "Y")
               DISPLAY "NOTHING CANCELLED."
               GO TO CANCEL-QUOTE-EXT
           END-IF.
           CHECK-LOST-REASON.
           DISPLAY "WHY WAS IT LOST? PRICE / STOCK / LEADTIME / "
                   "COMPETITOR / NOREPLY / OTHER:"
           ACCEPT QUOTE-LOST-REASON-WS
           IF NOT QUOTE-LOST-REASON-OK
               DISPLAY "NOT A LOST REASON! PLEASE RE-ENTER:"
               GO TO CHECK-LOST-REASON
           END-IF.
           ACCEPT RSV-TODAY-WS FROM DATE YYYYMMDD.
           OPEN I-O QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00)
               DISPLAY "QUOTE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-QUOTE
               GO TO CANCEL-QUOTE-EXT
           END-IF.
           MOVE 0 TO RSV-CANCEL-CT-WS.
           MOVE RSV-QUOTE-ID-WS TO ID-QUOTE.
           MOVE 0 TO LINE-QUOTE.
           START QUOTE-FILE
               KEY NOT LESS THAN KEY-QUOTE OF REC-QUOTE
               INVALID KEY
                   GO TO CANCEL-QUOTE-DONE
           END-START.
           CANCEL-QUOTE-LOOP.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO CANCEL-QUOTE-DONE
           END-READ.
           IF NOT (ID-QUOTE = RSV-QUOTE-ID-WS)
               GO TO CANCEL-QUOTE-DONE
           END-IF.
           IF QUOTE-OPEN
               SET QUOTE-CANCELLED TO TRUE
               MOVE "N" TO RESERVE-SW-QUOTE
               MOVE RSV-TODAY-WS TO CLOSE-DATE-QUOTE
               MOVE QUOTE-LOST-REASON-WS TO LOST-REASON-QUOTE
               REWRITE REC-QUOTE
               ADD 1 TO RSV-CANCEL-CT-WS
           END-IF.
           GO TO CANCEL-QUOTE-LOOP.
           CANCEL-QUOTE-DONE.
           CLOSE QUOTE-FILE.
           DISPLAY "QUOTE " RSV-QUOTE-ID-WS " CANCELLED - "
                   RSV-CANCEL-CT-WS " LINES, ANY RESERVED STOCK "
                   "RELEASED."
           OPEN INPUT DEPOSIT-FILE.
           IF NOT (FILE-STA-DEPOSIT = 00)
               CLOSE DEPOSIT-FILE
               GO TO CANCEL-QUOTE-EXT
           END-IF.
           MOVE RSV-QUOTE-ID-WS TO ID-QUOTE-DEP.
           READ DEPOSIT-FILE
               KEY IS ID-QUOTE-DEP OF REC-DEPOSIT
               NOT INVALID KEY
                   IF DEPOSIT-HELD
                       DISPLAY "A DEPOSIT OF " AMOUNT-DEP " IS STILL "
                               "HELD ON THIS QUOTE - REFUND IT UNDER "
                               "QUOTE DEPOSITS."
                   END-IF
           END-READ.
           CLOSE DEPOSIT-FILE.
           .
       CANCEL-QUOTE-EXT.
           EXIT.

      *>  FREE STOCK OF THE GOODS IN REC-GOODS: ON HAND LESS WHAT
      *>  CONFIRMED ORDERS HOLD ACROSS ALL WAREHOUSES, NEVER BELOW
      *>  ZERO. THE CALLER SETS RSV-FILE-HELD-SW AND RSV-SKIP-KEY-WS.
       RSV-FREE-STOCK SECTION.
           MOVE ID-GOODS OF REC-GOODS TO RSV-GOODS-WS.
           MOVE SPACE TO RSV-LOC-WS.
           PERFORM RSV-GET-RESERVED.
           COMPUTE RSV-FREE-WS =
               LEFT-GOODS OF REC-GOODS - RSV-QTY-WS.
           IF RSV-FREE-WS < 0
               MOVE 0 TO RSV-FREE-WS
           END-IF.
           .
       RSV-FREE-STOCK-EXT.
           EXIT.

      *>  CHECKS RSV-NEED-WS OF RSV-GOODS-WS AGAINST WHAT IS FREE AT
      *>  WAREHOUSE RSV-LOC-WS. LOCATION-FILE MUST BE OPEN. RSV-QTY-WS
      *>  IS LEFT HOLDING WHAT IS RESERVED THERE.
       RSV-CHECK-LOCATION SECTION.
           SET RSV-LOC-OK TO TRUE.
           PERFORM RSV-GET-RESERVED.
           MOVE RSV-GOODS-WS TO ID-GOODS-LOC.
           MOVE RSV-LOC-WS TO CODE-LOCATION.
           READ LOCATION-FILE
               KEY IS KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   MOVE 0 TO QTY-LOCATION
           END-READ.
           COMPUTE RSV-LOC-FREE-WS = QTY-LOCATION - RSV-QTY-WS.
           IF RSV-LOC-FREE-WS < 0
               MOVE 0 TO RSV-LOC-FREE-WS
           END-IF.
           IF RSV-NEED-WS > RSV-LOC-FREE-WS
               MOVE "N" TO RSV-LOC-OK-SW
           END-IF.
           .
       RSV-CHECK-LOCATION-EXT.
           EXIT.

      *>  TOTALS THE LIVE RESERVATIONS OF RSV-GOODS-WS INTO
      *>  RSV-QTY-WS. WHEN QUOTE-FILE IS ALREADY OPEN THE CURRENT
      *>  LINE IS READ BACK AFTERWARDS SO THE CALLER'S SCAN CARRIES
      *>  ON FROM WHERE IT WAS.
       RSV-GET-RESERVED SECTION.
           MOVE 0 TO RSV-QTY-WS.
           ACCEPT RSV-TODAY-WS FROM DATE YYYYMMDD.
           IF RSV-FILE-HELD
               MOVE REC-QUOTE TO RSV-SAVE-QUOTE-WS
               PERFORM RSV-SCAN-QUOTES
               MOVE RSV-SAVE-QUOTE-WS TO REC-QUOTE
               READ QUOTE-FILE
                   KEY IS KEY-QUOTE OF REC-QUOTE
                   INVALID KEY
                       CONTINUE
               END-READ
               GO TO RSV-GET-RESERVED-EXT
           END-IF.
           OPEN INPUT QUOTE-FILE.
           IF FILE-STA-QUOTE = 00
               PERFORM RSV-SCAN-QUOTES
           END-IF.
           CLOSE QUOTE-FILE.
           .
       RSV-GET-RESERVED-EXT.
           EXIT.

       RSV-SCAN-QUOTES SECTION.
           MOVE 0 TO ID-QUOTE.
           MOVE 0 TO LINE-QUOTE.
           START QUOTE-FILE
               KEY NOT LESS THAN KEY-QUOTE OF REC-QUOTE
               INVALID KEY
                   GO TO RSV-SCAN-QUOTES-EXT
           END-START.
           RSV-SCAN-READ.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO RSV-SCAN-QUOTES-EXT
           END-READ.
           IF ID-GOODS-QUOTE = RSV-GOODS-WS
                  AND QUOTE-OPEN
                  AND QUOTE-RESERVED
                  AND NOT (RESERVE-EXPIRY-QUOTE < RSV-TODAY-WS)
                  AND NOT (KEY-QUOTE OF REC-QUOTE = RSV-SKIP-KEY-WS)
               IF RSV-LOC-WS = SPACE
                      OR RESERVE-LOC-QUOTE = RSV-LOC-WS
                   ADD NUM-QUOTE TO RSV-QTY-WS
               END-IF
           END-IF.
           GO TO RSV-SCAN-READ.
           .
       RSV-SCAN-QUOTES-EXT.
           EXIT.

      *>  SETS ALT-SUPERSEDED WHEN THE GOODS IN REC-GOODS NAMES A
      *>  SUCCESSOR WHOSE EFFECTIVE DATE HAS ARRIVED.
       ALT-CHECK-SUPERSEDED SECTION.
           MOVE "N" TO ALT-SUPERSEDED-SW.
           IF SUCCESSOR-GOODS OF REC-GOODS NOT NUMERIC
                  OR SUCCESSOR-GOODS OF REC-GOODS = 0
               GO TO ALT-CHECK-SUPERSEDED-EXT
           END-IF.
           ACCEPT ALT-TODAY-WS FROM DATE YYYYMMDD.
           IF NOT (SUPERSEDE-DATE-GOODS OF REC-GOODS > ALT-TODAY-WS)
               SET ALT-SUPERSEDED TO TRUE
           END-IF.
           .
       ALT-CHECK-SUPERSEDED-EXT.
           EXIT.

      *>  LISTS THE SUCCESSOR AND SUBSTITUTES OF THE GOODS IN
      *>  REC-GOODS WITH THEIR FREE STOCK AND LETS THE OPERATOR TAKE
      *>  ONE INSTEAD. ALT-CHOSEN-WS COMES BACK ZERO WHEN THE KEYED
      *>  GOODS IS KEPT, AND REC-GOODS IS THEN READ BACK AS IT WAS.
      *>  RSV-FILE-HELD-SW IS SET BY THE CALLER AS FOR RSV-FREE-STOCK.
       OFFER-ALTERNATIVES SECTION.
           SET ALT-OFFERED TO TRUE.
           MOVE ID-GOODS OF REC-GOODS TO ALT-BASE-GOODS-WS.
           MOVE 0 TO ALT-CHOSEN-WS.
           MOVE 0 TO ALT-CT-WS.
           MOVE "N" TO ALT-HAS-SUCC-SW.
           IF RSV-FILE-HELD
               MOVE REC-QUOTE TO ALT-SAVE-QUOTE-WS
           END-IF.
           IF SUCCESSOR-GOODS OF REC-GOODS NUMERIC
                  AND SUCCESSOR-GOODS OF REC-GOODS > 0
               MOVE 1 TO ALT-CT-WS
               MOVE SUCCESSOR-GOODS OF REC-GOODS TO ALT-ID-WS(1)
               SET ALT-HAS-SUCC TO TRUE
           END-IF.
           OPEN INPUT SUBSTITUTE-FILE.
           IF NOT (FILE-STA-SUBST = 00)
               GO TO ALT-SUBST-DONE
           END-IF.
           MOVE ALT-BASE-GOODS-WS TO ID-GOODS-SUBS.
           MOVE 0 TO ID-SUBST-SUBS.
           START SUBSTITUTE-FILE
               KEY NOT LESS THAN KEY-SUBSTITUTE OF REC-SUBSTITUTE
               INVALID KEY
                   GO TO ALT-SUBST-DONE
           END-START.
           ALT-READ-SUBST.
           READ SUBSTITUTE-FILE NEXT RECORD
               AT END
                   GO TO ALT-SUBST-DONE
           END-READ.
           IF NOT (ID-GOODS-SUBS = ALT-BASE-GOODS-WS)
               GO TO ALT-SUBST-DONE
           END-IF.
           IF ALT-HAS-SUCC AND ID-SUBST-SUBS = ALT-ID-WS(1)
               GO TO ALT-READ-SUBST
           END-IF.
           IF ALT-CT-WS < 10
               ADD 1 TO ALT-CT-WS
               MOVE ID-SUBST-SUBS TO ALT-ID-WS(ALT-CT-WS)
               GO TO ALT-READ-SUBST
           END-IF.
           ALT-SUBST-DONE.
           CLOSE SUBSTITUTE-FILE.
           IF ALT-CT-WS = 0
               DISPLAY "NO SUCCESSOR OR SUBSTITUTES ON FILE."
               GO TO OFFER-ALTERNATIVES-EXT
           END-IF.
           DISPLAY "ALTERNATIVES:".
           MOVE 1 TO ALT-IDX.
           PERFORM ALT-SHOW-ONE UNTIL ALT-IDX > ALT-CT-WS.
           ALT-ASK-CHOICE.
           DISPLAY "ENTER ID OF ALTERNATIVE TO TAKE INSTEAD, OR 0 TO "
                   "KEEP " ALT-BASE-GOODS-WS ":"
           ACCEPT ALT-CHOSEN-WS
           IF ALT-CHOSEN-WS > 0
               MOVE "N" TO ALT-FOUND-SW
               MOVE 1 TO ALT-IDX
               PERFORM ALT-MATCH-ONE UNTIL ALT-IDX > ALT-CT-WS
               IF NOT ALT-FOUND
                   DISPLAY "NOT ONE OF THE ALTERNATIVES LISTED."
                   GO TO ALT-ASK-CHOICE
               END-IF
      *>  THE NEW GOODS GETS ITS OWN CHANCE OF AN OFFER.
               MOVE "N" TO ALT-OFFERED-SW
           END-IF.
           MOVE ALT-BASE-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF RSV-FILE-HELD
               MOVE ALT-SAVE-QUOTE-WS TO REC-QUOTE
           END-IF.
           .
       OFFER-ALTERNATIVES-EXT.
           EXIT.

      *>  ONE ALTERNATIVE LINE. ONE NO LONGER ON THE GOODS FILE IS
      *>  SHOWN BUT ZEROED SO IT CANNOT BE CHOSEN.
       ALT-SHOW-ONE SECTION.
           MOVE ALT-ID-WS(ALT-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "  " ALT-ID-WS(ALT-IDX) " (NOT ON FILE)"
                   MOVE 0 TO ALT-ID-WS(ALT-IDX)
                   GO TO ALT-SHOW-ONE-NEXT
           END-READ.
           PERFORM RSV-FREE-STOCK.
           IF ALT-IDX = 1 AND ALT-HAS-SUCC
               DISPLAY "  " ALT-ID-WS(ALT-IDX) " "
                       NAME-GOODS OF REC-GOODS
                       " FREE " RSV-FREE-WS
                       " PRICE " PRICE-GOODS OF REC-GOODS
                       "  SUCCESSOR"
           ELSE
               DISPLAY "  " ALT-ID-WS(ALT-IDX) " "
                       NAME-GOODS OF REC-GOODS
                       " FREE " RSV-FREE-WS
                       " PRICE " PRICE-GOODS OF REC-GOODS
                       "  SUBSTITUTE"
           END-IF.
           ALT-SHOW-ONE-NEXT.
           ADD 1 TO ALT-IDX.
           .
       ALT-SHOW-ONE-EXT.
           EXIT.

       ALT-MATCH-ONE SECTION.
           IF ALT-ID-WS(ALT-IDX) = ALT-CHOSEN-WS
               SET ALT-FOUND TO TRUE
           END-IF.
           ADD 1 TO ALT-IDX.
           .
       ALT-MATCH-ONE-EXT.
           EXIT.

      *>  RECORDS THE UNFILLABLE LINE AS A BACKORDER INSTEAD OF A
      *>  SALE - STOCK IS UNTOUCHED AND THE LINE IS NOT WRITTEN.
       TAKE-BACKORDER SECTION.
           END-IF.
           PERFORM INITIALIZE-DRAWER-SESSION.
           MOVE LS-OPERATOR-ID TO OPERATOR-DRAWER.
           MOVE SALE-BRANCH-WS TO BRANCH-DRAWER.
           ACCEPT DRW-TODAY-WS FROM DATE YYYYMMDD.
           MOVE DRW-TODAY-WS TO DATE-DRAWER.
           SET DRAWER-OPEN TO TRUE.
           MOVE DRW-FLOAT-WS TO FLOAT-DRAWER.
           MOVE 0 TO DECL-CASH-DRAWER DECL-CARD-DRAWER
               COMP-CASH-DRAWER COMP-CARD-DRAWER
               OVER-CASH-DRAWER OVER-CARD-DRAWER
               PAID-OUT-DRAWER PAID-IN-DRAWER DROP-DRAWER.
           ACCEPT OPEN-TIME-DRAWER FROM TIME.
           MOVE 0 TO CLOSE-TIME-DRAWER.
           WRITE REC-DRAWER
                   " - FLOAT " FLOAT-DRAWER
                   " COMPUTED CASH " DRW-COMP-CASH-WS
                   " COMPUTED CARD " DRW-COMP-CARD-WS ".".
           DISPLAY "  COMPUTED CASH ALLOWS FOR PAID-OUTS "
                   DRW-PAID-OUT-WS " PAID-INS " DRW-PAID-IN-WS
                   " BANK DROPS " DRW-DROP-WS ".".
           DISPLAY "ENTER DECLARED CASH COUNTED (INCLUDING FLOAT):"
           ACCEPT DRW-DECL-CASH-WS.
           DISPLAY "ENTER DECLARED CARD SLIP TOTAL:"
           MOVE DRW-COMP-CARD-WS TO COMP-CARD-DRAWER.
           MOVE DRW-DECL-CASH-WS TO DECL-CASH-DRAWER.
           MOVE DRW-DECL-CARD-WS TO DECL-CARD-DRAWER.
           MOVE DRW-PAID-OUT-WS TO PAID-OUT-DRAWER.
           MOVE DRW-PAID-IN-WS TO PAID-IN-DRAWER.
           MOVE DRW-DROP-WS TO DROP-DRAWER.
           COMPUTE OVER-CASH-DRAWER =
               DRW-DECL-CASH-WS - FLOAT-DRAWER - DRW-COMP-CASH-WS.
           COMPUTE OVER-CARD-DRAWER =
           EXIT.

      *>  WHAT THE FILES SAY WENT THROUGH THE SESSION: CASH AND CARD
      *>  BILLS POSTED AGAINST IT, AND THE CASH PAID OUT, PAID IN AND
      *>  DROPPED TO THE BANK. RETURNS ARE NOT NETTED OFF - EVERY
      *>  COUNTER RETURN IS SETTLED WITH A STORE-CREDIT NOTE, SO NO
      *>  MONEY LEAVES THE DRAWER FOR A REFUND EXCEPT AS A PAID-OUT.
      *>  REC-DRAWER HOLDS THE SESSION THROUGHOUT.
       COMPUTE-DRAWER-TAKINGS SECTION.
           INITIALIZE DRW-COMP-CASH-WS DRW-COMP-CARD-WS.
           END-READ.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           PERFORM DRW-SUM-FREIGHT.
           PERFORM DRW-SUM-MOVEMENTS.
           COMPUTE DRW-COMP-CASH-WS = DRW-COMP-CASH-WS
               + DRW-PAID-IN-WS - DRW-PAID-OUT-WS - DRW-DROP-WS.
           .
       COMPUTE-DRAWER-TAKINGS-EXT.
           EXIT.

      *>  TOTALS THE SESSION'S PAID-OUTS, PAID-INS AND BANK DROPS.
       DRW-SUM-MOVEMENTS SECTION.
           MOVE 0 TO DRW-PAID-OUT-WS DRW-PAID-IN-WS DRW-DROP-WS.
           MOVE 0 TO DRW-TXN-SEQ-WS.
           OPEN INPUT DRAWER-TXN-FILE.
           IF NOT (FILE-STA-DRWTXN = 00)
               CLOSE DRAWER-TXN-FILE
               GO TO DRW-SUM-MOVEMENTS-EXT
           END-IF.
           MOVE ID-SESSION-DRAWER TO ID-SESSION-DTX.
           MOVE 0 TO SEQ-DTX.
           START DRAWER-TXN-FILE
               KEY NOT LESS THAN KEY-DRAWER-TXN OF REC-DRAWER-TXN
               INVALID KEY
                   GO TO DRW-MOVEMENTS-DONE
           END-START.
           DRW-MOVEMENTS-READ.
           READ DRAWER-TXN-FILE NEXT RECORD
               AT END
                   GO TO DRW-MOVEMENTS-DONE
           END-READ.
           IF NOT (ID-SESSION-DTX = ID-SESSION-DRAWER)
               GO TO DRW-MOVEMENTS-DONE
           END-IF.
           MOVE SEQ-DTX TO DRW-TXN-SEQ-WS.
           EVALUATE TRUE
               WHEN DTX-PAID-OUT
                   ADD AMOUNT-DTX TO DRW-PAID-OUT-WS
               WHEN DTX-PAID-IN
                   ADD AMOUNT-DTX TO DRW-PAID-IN-WS
               WHEN DTX-BANK-DROP
                   ADD AMOUNT-DTX TO DRW-DROP-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO TO DRW-MOVEMENTS-READ.
           DRW-MOVEMENTS-DONE.
           CLOSE DRAWER-TXN-FILE.
           .
       DRW-SUM-MOVEMENTS-EXT.
           EXIT.

      *>  CASH TAKEN OUT OF OR PUT INTO THE OPERATOR'S OPEN DRAWER
      *>  FOR SOMETHING OTHER THAN A SALE, WITH A REASON CODE FROM
      *>  THE REASON FILE. NOTHING MAY LEAVE THE DRAWER BEYOND WHAT
      *>  IT SHOULD HOLD.
       DRAWER-CASH-MOVEMENT SECTION.
           OPEN INPUT DRAWER-FILE.
           IF NOT (FILE-STA-DRAWER = 00 OR FILE-STA-DRAWER = 05)
               DISPLAY "DRAWER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-DRAWER
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.
           PERFORM SCAN-OPEN-DRAWER.
           CLOSE DRAWER-FILE.
           IF NOT DRW-FOUND
               DISPLAY "NO OPEN DRAWER SESSION FOR THIS OPERATOR."
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.

           CHECK-DRW-TXN-TYPE.
           DISPLAY "O>PAID-OUT   I>PAID-IN   B>BANK DROP   E>EXIT:"
           ACCEPT DRW-TXN-TYPE-WS
           IF DRW-TXN-TYPE-WS = "E"
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.
           IF NOT (DRW-TXN-TYPE-WS = "O" OR DRW-TXN-TYPE-WS = "I"
                   OR DRW-TXN-TYPE-WS = "B")
               DISPLAY "ENTER O, I, B OR E."
               GO TO CHECK-DRW-TXN-TYPE
           END-IF.

           OPEN INPUT REASON-FILE.
           IF NOT (FILE-STA-REASON = 00 OR FILE-STA-REASON = 05)
               DISPLAY "REASON FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REASON
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.
           CHECK-DRW-TXN-REASON.
           DISPLAY "ENTER REASON CODE (BLANK TO CANCEL):"
           ACCEPT DRW-TXN-REASON-WS
           IF DRW-TXN-REASON-WS = SPACE
               DISPLAY "CANCELLED."
               CLOSE REASON-FILE
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.
           MOVE DRW-TXN-REASON-WS TO CODE-REASON OF REC-REASON.
           READ REASON-FILE
               KEY IS CODE-REASON OF REC-REASON
               INVALID KEY
                   DISPLAY "INVALID REASON CODE! PLEASE RE-ENTER:"
                   GO TO CHECK-DRW-TXN-REASON
           END-READ.
           CLOSE REASON-FILE.

           CHECK-DRW-TXN-AMOUNT.
           DISPLAY "ENTER AMOUNT:"
           ACCEPT DRW-TXN-AMOUNT-WS
           IF NOT (DRW-TXN-AMOUNT-WS > 0)
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO."
               GO TO CHECK-DRW-TXN-AMOUNT
           END-IF.
           DISPLAY "ENTER NOTE (PAYEE, SLIP NO...):"
           ACCEPT DRW-TXN-NOTE-WS.

      *>  THE TAKINGS PASS ALSO LEAVES THE SESSION'S LAST MOVEMENT
      *>  NUMBER IN DRW-TXN-SEQ-WS.
           PERFORM COMPUTE-DRAWER-TAKINGS.
           COMPUTE DRW-EXPECTED-WS = FLOAT-DRAWER + DRW-COMP-CASH-WS.
           IF NOT (DRW-TXN-TYPE-WS = "I")
                  AND DRW-TXN-AMOUNT-WS > DRW-EXPECTED-WS
               DISPLAY "THE DRAWER SHOULD ONLY HOLD "
                       DRW-EXPECTED-WS " - NOT POSTED."
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.

           OPEN I-O DRAWER-TXN-FILE.
           IF NOT (FILE-STA-DRWTXN = 00 OR FILE-STA-DRWTXN = 05)
               DISPLAY "DRAWER MOVEMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-DRWTXN
               GO TO DRAWER-CASH-MOVEMENT-EXT
           END-IF.
           INITIALIZE REC-DRAWER-TXN.
           MOVE ID-SESSION-DRAWER TO ID-SESSION-DTX.
           COMPUTE SEQ-DTX = DRW-TXN-SEQ-WS + 1.
           MOVE DRW-TXN-TYPE-WS TO TYPE-DTX.
           MOVE DRW-TXN-REASON-WS TO REASON-DTX.
           MOVE DRW-TXN-AMOUNT-WS TO AMOUNT-DTX.
           MOVE LS-OPERATOR-ID TO OPERATOR-DTX.
           ACCEPT DATE-DTX FROM DATE YYYYMMDD.
           ACCEPT TIME-DTX FROM TIME.
           MOVE BRANCH-DRAWER TO BRANCH-DTX.
           MOVE DRW-TXN-NOTE-WS TO NOTE-DTX.
           WRITE REC-DRAWER-TXN
               INVALID KEY
                   DISPLAY "DRAWER MOVEMENT NOT WRITTEN - STATUS "
                           FILE-STA-DRWTXN
                   CLOSE DRAWER-TXN-FILE
                   GO TO DRAWER-CASH-MOVEMENT-EXT
           END-WRITE.
           CLOSE DRAWER-TXN-FILE.
           IF DRW-TXN-TYPE-WS = "I"
               ADD DRW-TXN-AMOUNT-WS TO DRW-EXPECTED-WS
           ELSE
               SUBTRACT DRW-TXN-AMOUNT-WS FROM DRW-EXPECTED-WS
           END-IF.
           DISPLAY "POSTED TO SESSION " ID-SESSION-DRAWER
                   " - THE DRAWER SHOULD NOW HOLD " DRW-EXPECTED-WS
                   " IN CASH."
           .
       DRAWER-CASH-MOVEMENT-EXT.
           EXIT.

      *>  FREIGHT TAKEN ON A CASH OR CARD BILL WENT INTO THE SAME
      *>  DRAWER AS THE GOODS.
       DRW-SUM-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO DRW-SUM-FREIGHT-EXT
           END-IF.
           DRW-FREIGHT-READ.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO DRW-FREIGHT-DONE
           END-READ.
           IF NOT (ID-SESSION-FRT = ID-SESSION-DRAWER) OR FRT-VOIDED
               GO TO DRW-FREIGHT-READ
           END-IF.
           IF TENDER-TYPE-FRT = "C"
               COMPUTE DRW-COMP-CASH-WS =
                   DRW-COMP-CASH-WS + AMOUNT-FRT + VAT-AMT-FRT
           END-IF.
           IF TENDER-TYPE-FRT = "D"
               COMPUTE DRW-COMP-CARD-WS =
                   DRW-COMP-CARD-WS + AMOUNT-FRT + VAT-AMT-FRT
           END-IF.
           GO TO DRW-FREIGHT-READ.
           DRW-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
       DRW-SUM-FREIGHT-EXT.
           EXIT.

       DRW-ONE-SALE-LINE SECTION.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               MOVE PEND-DATE-WS TO DATE-PAY
               WRITE REC-PAYMENT
               CLOSE PAYMENT-FILE
               MOVE PEND-SALE-ID-WS TO ALC-SALE-WS
               PERFORM ALLOC-RECEIPT-TO-BILL
               DISPLAY LOY-POINTS-ASK-WS " POINTS REDEEMED - "
                       LOY-VALUE-WS " CREDITED TO THE ACCOUNT "
                       "(RECEIPT " ID-RECEIPT-PAY ")."
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           IF AUTH-APPROVER-WS = SPACE
               MOVE LS-OPERATOR-ID TO OPERATOR-JRN
           ELSE
               MOVE AUTH-REQUESTER-WS TO OPERATOR-JRN
           END-IF.
           MOVE AUTH-APPROVER-WS TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO WRITE-JOURNAL-REC-EXT
       UPDATE-DAY-TOTALS-EXT.
           EXIT.

      *>  POSTS THE DELTAS IN MONTH-SUMMARY-DELTA-WS ONTO THE GOODS
      *>  ROW AND THE CUSTOMER ROW FOR THE MONTH OF MS-DATE-WS,
      *>  CREATING EITHER ON FIRST USE.
       UPDATE-MONTH-SUMMARY SECTION.
           OPEN I-O MONTH-SUMMARY-FILE.
           IF NOT (FILE-STA-MONTHSUM = 00 OR FILE-STA-MONTHSUM = 05)
               GO TO UPDATE-MONTH-SUMMARY-EXT
           END-IF.
           MOVE "G" TO MS-ROW-TYPE-WS.
           MOVE MS-GOODS-WS TO MS-ROW-ID-WS.
           PERFORM POST-MONTH-SUMMARY-ROW.
           MOVE "C" TO MS-ROW-TYPE-WS.
           MOVE MS-CUSTOMER-WS TO MS-ROW-ID-WS.
           PERFORM POST-MONTH-SUMMARY-ROW.
           CLOSE MONTH-SUMMARY-FILE.
           .
       UPDATE-MONTH-SUMMARY-EXT.
           EXIT.

       POST-MONTH-SUMMARY-ROW SECTION.
           MOVE MS-ROW-TYPE-WS TO TYPE-MSUM.
           MOVE MS-ROW-ID-WS TO ID-MSUM.
           MOVE MS-YYYYMM-WS TO YYYYMM-MSUM.
           READ MONTH-SUMMARY-FILE
               KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               INVALID KEY
                   INITIALIZE REC-MONTH-SUMMARY
                   MOVE MS-ROW-TYPE-WS TO TYPE-MSUM
                   MOVE MS-ROW-ID-WS TO ID-MSUM
                   MOVE MS-YYYYMM-WS TO YYYYMM-MSUM
                   WRITE REC-MONTH-SUMMARY
           END-READ.
           ADD MS-QTY-WS TO QTY-MSUM.
           ADD MS-REVENUE-WS TO REVENUE-MSUM.
           ADD MS-COST-WS TO COST-MSUM.
           ADD MS-RET-QTY-WS TO RETURN-QTY-MSUM.
           ADD MS-RET-VALUE-WS TO RETURN-VALUE-MSUM.
           IF MS-QTY-WS > 0
                  AND MS-DATE-NUM-WS > LAST-SALE-MSUM
               MOVE MS-DATE-NUM-WS TO LAST-SALE-MSUM
           END-IF.
           REWRITE REC-MONTH-SUMMARY.
           .
       POST-MONTH-SUMMARY-ROW-EXT.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
      *>  A MOVEMENT HELD FOR A SECOND SIGNATURE IS THE REQUESTER'S,
      *>  COUNTERSIGNED BY THE APPROVER.
           IF AUTH-APPROVER-WS = SPACE
               MOVE LS-OPERATOR-ID TO OPERATOR-AUDIT
           ELSE
               MOVE AUTH-REQUESTER-WS TO OPERATOR-AUDIT
           END-IF.
           MOVE AUTH-APPROVER-WS TO APPROVER-AUDIT.
           MOVE REC-AUDIT TO SAVE-AUDIT-REC-WS.
           PERFORM NEXT-AUDIT-SEQ.
           MOVE SAVE-AUDIT-REC-WS TO REC-AUDIT.
                   DISPLAY "AUDIT RECORD COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE AUDIT-FILE.
           MOVE SPACE TO LOCATION-AUDIT.
           MOVE 0 TO UNIT-COST-AUDIT.
           MOVE 0 TO SCRAP-QTY-AUDIT.
           .
       WRITE-AUDIT-LOG-EXT.
           EXIT.
