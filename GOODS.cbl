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
               SELECT SALE-FILE
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-REASON OF REC-REASON
               FILE STATUS IS FILE-STA-REASON.
      *>  ========================================
               SELECT OPTIONAL REPLENISH-FILE
               ASSIGN TO "D:\db\replsugg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REPLENISH OF REC-REPLENISH
               FILE STATUS IS FILE-STA-RPL.
      *>  ========================================
               SELECT OPTIONAL SUBSTITUTE-FILE
               ASSIGN TO "D:\db\substitute"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SUBSTITUTE OF REC-SUBSTITUTE
               FILE STATUS IS FILE-STA-SUBST.
      *>  ========================================
               SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO "D:\db\backorder"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-BACKORDER OF REC-BACKORDER
               FILE STATUS IS FILE-STA-BACKORDER.
      *>  ========================================
               SELECT OPTIONAL QUOTE-FILE
               ASSIGN TO "D:\db\quote"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-QUOTE OF REC-QUOTE
               FILE STATUS IS FILE-STA-QUOTE.
      *>  ========================================
               SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO "D:\db\contract"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-CONTRACT OF REC-CONTRACT
               FILE STATUS IS FILE-STA-CONTRACT.
      *>  ========================================
               SELECT OPTIONAL STYLE-FILE
               ASSIGN TO "D:\db\style"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-STYLE OF REC-STYLE
               FILE STATUS IS FILE-STA-STYLE.
      *>  ========================================
               SELECT OPTIONAL VARIANT-FILE
               ASSIGN TO "D:\db\variant"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-VARIANT OF REC-VARIANT
               FILE STATUS IS FILE-STA-VARIANT.
      *>  ========================================
               SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "D:\db\control"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-CONTROL OF REC-CONTROL
               FILE STATUS IS FILE-STA-CONTROL.
      *>  ========================================
               SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "D:\db\operator"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATOR OF REC-OPERATOR
               FILE STATUS IS FILE-STA-OPERATOR.
      *>  ========================================
               SELECT OPTIONAL AUTH-FILE
               ASSIGN TO "D:\db\authq"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-AUTH OF REC-AUTH
               FILE STATUS IS FILE-STA-AUTH.
      *>  ========================================
               SELECT OPTIONAL LABEL-QUEUE-FILE
               ASSIGN TO "D:\db\labelq"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-GOODS-LBLQ OF REC-LABEL-QUEUE
               FILE STATUS IS FILE-STA-LABELQ.
      *>  ========================================
               SELECT REPLENISH-RPT
               ASSIGN TO "D:\db\replen.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        COPY SALEFILES.
        COPY XREFFILE.
        COPY LAYERFILE.
        COPY MCHGFILE.
        COPY RPLFILE.
        COPY SUBSFILE.
        COPY BOFILE.
        COPY QUOTEFILE.
        COPY CTRFILE.
        COPY STYLEFILE.
        COPY VARFILE.
        COPY CTLFILE.
        COPY OPERFILE.
        COPY AUTHFILE.
        COPY LBLQFILE.
        FD REPLENISH-RPT.
        01 REC-REPLENISH-RPT            PIC X(120).
        FD GOODS-INPUT-FILE.
        01 REC-GOODS-INPUT.
            02 ID-GOODS-IN              PIC 9(6).
       01 XFER-FROM-LOC-WS            PIC X(06).
       01 XFER-TO-LOC-WS              PIC X(06).
       01 XFER-QTY-WS                 PIC 9(5).
       01 XFER-DONE-SW                PIC X.
           88 XFER-DONE                   VALUE "Y".
       01 LOC-MIN-IN-WS               PIC 9(5).
       01 LOC-MAX-IN-WS               PIC 9(5).
       01 LOC-OLD-MIN-WS              PIC 9(5).
       01 LOC-OLD-MAX-WS              PIC 9(5).
       01 LOC-NEW-SW                  PIC X.
           88 LOC-NEW-ROW                 VALUE "Y".
      *>  THE LOCATION ROWS OF ONE GOODS WHILE THE REPLENISHMENT RUN
      *>  WORKS OUT WHAT EACH WAREHOUSE NEEDS AND CAN SPARE.
       01 RPL-RUN-WS.
           02 RPL-ACTION-WS           PIC X.
           02 RPL-ANSWER-WS           PIC X.
           02 RPL-ALL-SW              PIC X.
               88 RPL-ACCEPT-ALL          VALUE "Y".
           02 RPL-GOODS-WS            PIC 9(6).
           02 RPL-LOC-CT-WS           PIC 9(2) VALUE 0.
           02 RPL-IDX                 PIC 9(2).
           02 RPL-JDX                 PIC 9(2).
           02 RPL-BEST-IDX            PIC 9(2).
           02 RPL-GAP-WS              PIC 9(5).
           02 RPL-TAKE-WS             PIC 9(5).
           02 RPL-SEQ-WS              PIC 9(2).
           02 RPL-EOF-SW              PIC X.
               88 RPL-LOC-EOF             VALUE "Y".
           02 RPL-FULL-WARNED-SW      PIC X.
               88 RPL-FULL-WARNED         VALUE "Y".
           02 RPL-TRANSFER-CT-WS      PIC 9(5).
           02 RPL-PURCHASE-CT-WS      PIC 9(5).
           02 RPL-DONE-CT-WS          PIC 9(5).
           02 RPL-WAITING-CT-WS       PIC 9(5).
           02 RPL-REJECT-CT-WS        PIC 9(5).
           02 RPL-SKIP-CT-WS          PIC 9(5).
           02 RPL-LINE-WS             PIC X(120).
           02 RPL-LOC-ROW OCCURS 50 TIMES.
               03 RPL-ROW-LOC         PIC X(06).
               03 RPL-ROW-QTY         PIC 9(5).
               03 RPL-ROW-MIN         PIC 9(5).
               03 RPL-ROW-MAX         PIC 9(5).
               03 RPL-ROW-SPARE       PIC 9(5).
       01 ADJ-QTY-WS                  PIC S9(5) SIGN LEADING SEPARATE.
       01 ADJ-LOCATION-WS             PIC X(06).
       01 ADJ-REASON-WS               PIC X(10).
       01 ADJ-NEW-LEFT-WS             PIC S9(6).
       01 ADJ-NEW-LOC-WS              PIC S9(6).
       01 ADJ-LAYER-COST-WS           PIC S9(4)V99.
       01 CTL-LOOKUP-WS.
           02 CTL-NAME-WS             PIC X(10).
           02 CTL-DEFAULT-WS          PIC S9(7)V99.
           02 CTL-VALUE-WS            PIC S9(7)V99.
      *>  SECOND-SIGNATURE CONTROL ON STOCK ADJUSTMENTS. WHILE AN
      *>  APPROVED ADJUSTMENT POSTS, THE REQUESTER AND APPROVER ARE
      *>  STAMPED ON ITS AUDIT AND JOURNAL RECORDS; THE REST OF THE
      *>  TIME THE APPROVER IS BLANK.
       01 AUTH-WORK-WS.
           02 AUTH-CHOICE-WS          PIC X.
           02 AUTH-ID-WS              PIC 9(6).
           02 AUTH-TODAY-WS           PIC 9(8).
           02 AUTH-LIMIT-WS           PIC S9(7)V99.
           02 AUTH-VALUE-WS           PIC S9(7)V99.
           02 AUTH-REQUESTER-WS       PIC X(10) VALUE SPACE.
           02 AUTH-APPROVER-WS        PIC X(10) VALUE SPACE.
           02 AUTH-NOTE-WS            PIC X(30).
           02 AUTH-PEND-CT-WS         PIC 9(5).
           02 AUTH-SUPER-OK-SW        PIC X.
               88 AUTH-SUPER-OK           VALUE "Y".
           02 AUTH-POSTED-SW          PIC X.
               88 AUTH-POSTED             VALUE "Y".
       01 BOM-KIT-ID-WS               PIC 9(6).
       01 SAVE-AUDIT-REC-WS            PIC X(80).
       01 NEXT-AUDIT-SEQ-WS            PIC 9(6).
       01 BOM-COMP-ID-WS              PIC 9(6).
       01 JRN-ACTION-WS               PIC X.
       01 UPDATE-SAVE-WS.
           02 OLD-NAME-WS             PIC X(20).
           02 OLD-REORDER-WS          PIC 9(5).
           02 OLD-REORDER-QTY-WS      PIC 9(5).
           02 OLD-VATCODE-WS          PIC X(3).
           02 OLD-SUPPLIER-WS         PIC X(6).
           02 OLD-CATEGORY-WS         PIC X(10).
           02 OLD-BANK-NAME-WS        PIC X(20).
           02 OLD-BANK-IBAN-WS        PIC X(34).
           02 OLD-BANK-BIC-WS         PIC X(11).
           02 OLD-EDI-ORDERS-WS       PIC X.
       01 KIT-ASSEMBLY-WS.
           02 KA-ACTION-WS            PIC X.
           02 KA-KIT-WS               PIC 9(6).
           02 KA-LAYER-GOODS-WS       PIC 9(6).
           02 KA-UNITS-TOTAL-WS       PIC 9(7).
           02 KA-SIZE-LAYER-WS        PIC 9(6).
      *>  SUPERSESSION LINKS, SUBSTITUTE ROWS AND THE MOVE OF OPEN
      *>  BACKORDERS, QUOTES AND CONTRACT PRICES ONTO A SUCCESSOR.
       01 SUPERSEDE-WS.
           02 SPS-ACTION-WS           PIC X.
           02 SPS-ANSWER-WS           PIC X.
           02 SPS-GOODS-WS            PIC 9(6).
           02 SPS-SUCC-WS             PIC 9(6).
           02 SPS-OLD-SUCC-WS         PIC 9(6).
           02 SPS-DATE-WS             PIC 9(8).
           02 SPS-FROM-WS             PIC 9(6).
           02 SPS-TO-WS               PIC 9(6).
           02 SPS-BO-CT-WS            PIC 9(5).
           02 SPS-QUOTE-CT-WS         PIC 9(5).
           02 SPS-RSV-CT-WS           PIC 9(5).
           02 SPS-CTR-CT-WS           PIC 9(5).
           02 SPS-CTR-SKIP-CT-WS      PIC 9(5).
           02 SPS-SUBS-CT-WS          PIC 9(3).
           02 SPS-SAVE-BO-WS          PIC X(50).
           02 SPS-SAVE-CTR-WS         PIC X(50).
      *>  PARENT STYLES AND THEIR COLOUR/SIZE CHILDREN.
       01 STYLE-WS.
           02 STY-ACTION-WS           PIC X.
           02 STY-ANSWER-WS           PIC X.
           02 STY-BARCODES-SW         PIC X.
               88 STY-ASK-BARCODES        VALUE "Y".
           02 STY-ID-FREE-SW          PIC X.
               88 STY-ID-FREE             VALUE "Y".
           02 STY-CODE-WS             PIC X(08).
           02 STY-CI                  PIC 9(2).
           02 STY-SI                  PIC 9(2).
           02 STY-NEXT-ID-WS          PIC 9(6).
           02 STY-ENTRY-WS            PIC X(06).
           02 STY-BARCODE-WS          PIC X(15).
           02 STY-NEW-PRICE-WS        PIC S9(4)V99.
           02 STY-NEW-CATEGORY-WS     PIC X(10).
           02 STY-NEW-SUPPLIER-WS     PIC X(06).
           02 STY-MADE-CT-WS          PIC 9(3).
           02 STY-CHANGED-CT-WS       PIC 9(3).
           02 STY-QTY-WS              PIC 9(5).
           02 STY-QTY-ED              PIC ZZZZ9.
           02 STY-TOTAL-ED            PIC ZZZZZZ9.
           02 STY-ROW-TOTAL-WS        PIC 9(7).
           02 STY-GRAND-TOTAL-WS      PIC 9(7).
           02 STY-COL-TOTAL-WS        PIC 9(7) OCCURS 10 TIMES.
           02 STY-PTR                 PIC 9(3).
           02 STY-LINE-WS             PIC X(120).
       01 XREF-MAINT-WS.
           02 XRM-CODE-WS             PIC X(15).
           02 XRM-GOODS-WS            PIC 9(6).
           02 PRC-PCT-WS              PIC 9(2)V99.
           02 PRC-ROW-CT-WS           PIC 9(5).
           02 PRC-CALL-RETURN-WS      PIC 9.
           02 PRC-LABEL-SOURCE-WS     PIC X(10).
           02 PRC-LBLQ-FOUND-SW       PIC X.
               88 PRC-LBLQ-FOUND          VALUE "Y".
       01 LABEL-PARAM-WS.
           02 LBL-MODE-WS             PIC X.
           02 LBL-GOODS-WS            PIC 9(6).
           02 LBL-CATEGORY-WS         PIC X(10).
           02 LBL-COUNT-WS            PIC 9(5).
           02 DATE-CHECK-WS           PIC 9(8).
           02 DATE-MODE-WS            PIC X.
           02 DATE-OK-WS              PIC X.
           DISPLAY "A>ADD NEW GOODS    U>UPDATE EXISTING GOODS    "
                   "D>DELETE GOODS    B>BULK LOAD GOODS."
           DISPLAY "L>LOCATION STOCK    R>REORDER FEED    "
                   "S>ADD SUPPLIER    T>TRANSFER STOCK    "
                   "N>SUPPLIER BANK/EDI DETAILS."
           DISPLAY "J>STOCK ADJUSTMENT    E>ADD REASON CODE    "
                   "V>VAT RATES    X>EXCHANGE RATES    "
                   "K>KIT COMPONENTS    P>PRICE CHANGES    "
                   "Y>ALT ITEM CODES    M>KIT ASSEMBLY."
           DISPLAY "W>WAREHOUSE MIN/MAX    "
                   "H>WAREHOUSE REPLENISHMENT    "
                   "C>SUPERSESSION/SUBSTITUTES    "
                   "F>STYLES/VARIANTS    "
                   "Q>APPROVE ADJUSTMENTS."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT GOODS-ACTION-CHOICE
           EVALUATE GOODS-ACTION-CHOICE
                   PERFORM GENERATE-REORDER-FEED
               WHEN "S"
                   PERFORM ADD-SUPPLIER
               WHEN "N"
                   PERFORM SUPPLIER-BANK-DETAILS
               WHEN "T"
                   PERFORM TRANSFER-STOCK
               WHEN "J"
                   PERFORM XREF-MAINT
               WHEN "M"
                   PERFORM KIT-ASSEMBLY-MENU
               WHEN "W"
                   PERFORM WAREHOUSE-MIN-MAX
               WHEN "H"
                   PERFORM REPLENISH-MENU
               WHEN "C"
                   PERFORM SUPERSESSION-MENU
               WHEN "F"
                   PERFORM STYLE-MENU
               WHEN "Q"
                   PERFORM ADJ-AUTH-QUEUE
               WHEN OTHER
                   PERFORM ADD-GOODS
           END-EVALUATE.
           PERFORM CHECK-SUPPLIER-CODE
           DISPLAY "ENTER REORDER LEVEL OF GOODS:"
           ACCEPT REORDER-LEVEL OF REC-GOODS
           DISPLAY "ENTER REORDER QUANTITY (0 = TOP UP TO TWICE THE "
                   "REORDER LEVEL):"
           ACCEPT REORDER-QTY-GOODS OF REC-GOODS
           DISPLAY "ENTER CATEGORY OF GOODS:"
           ACCEPT CATEGORY-GOODS OF REC-GOODS
           DISPLAY "ENTER CURRENCY OF GOODS (E.G. USD):"
           DISPLAY "ENTER UNIT WEIGHT IN KG (E.G. 001.50, 0 = NOT "
                   "WEIGHED):"
           ACCEPT WEIGHT-GOODS OF REC-GOODS
           MOVE "N" TO DISCONTINUED-SW-GOODS OF REC-GOODS
           MOVE "C" TO ABC-CLASS-GOODS OF REC-GOODS
           MOVE 0 TO LAST-COUNT-DATE-GOODS OF REC-GOODS
           MOVE 0 TO SUCCESSOR-GOODS OF REC-GOODS
           MOVE 0 TO SUPERSEDE-DATE-GOODS OF REC-GOODS
           MOVE SPACE TO STYLE-GOODS OF REC-GOODS

           IF NOT (FILE-STA-GOODS = 00) THEN
               DISPLAY "FILE NOT FIND!"
           MOVE PRICE-GOODS OF REC-GOODS TO OLD-PRICE-WS.
           MOVE NAME-GOODS OF REC-GOODS TO OLD-NAME-WS.
           MOVE REORDER-LEVEL OF REC-GOODS TO OLD-REORDER-WS.
           IF REORDER-QTY-GOODS OF REC-GOODS IS NUMERIC
               MOVE REORDER-QTY-GOODS OF REC-GOODS
                   TO OLD-REORDER-QTY-WS
           ELSE
               MOVE 0 TO OLD-REORDER-QTY-WS
           END-IF.
           MOVE CODE-VAT-GOODS OF REC-GOODS TO OLD-VATCODE-WS.
           MOVE CODE-SUPPLIER OF REC-GOODS TO OLD-SUPPLIER-WS.
           MOVE CATEGORY-GOODS OF REC-GOODS TO OLD-CATEGORY-WS.
           PERFORM CHECK-SUPPLIER-CODE
           DISPLAY "ENTER NEW REORDER LEVEL OF GOODS:"
           ACCEPT REORDER-LEVEL OF REC-GOODS
           DISPLAY "ENTER NEW REORDER QUANTITY (0 = TOP UP TO TWICE "
                   "THE REORDER LEVEL):"
           ACCEPT REORDER-QTY-GOODS OF REC-GOODS
           DISPLAY "ENTER NEW CATEGORY OF GOODS:"
           ACCEPT CATEGORY-GOODS OF REC-GOODS
           DISPLAY "ENTER NEW CURRENCY OF GOODS (E.G. USD):"
           DISPLAY "ENTER UNIT WEIGHT IN KG (E.G. 001.50, 0 = NOT "
                   "WEIGHED):"
           ACCEPT WEIGHT-GOODS OF REC-GOODS
           DISPLAY "DISCONTINUED GOODS? (Y/N):"
           ACCEPT DISCONTINUED-SW-GOODS OF REC-GOODS

           REWRITE REC-GOODS
               INVALID KEY
           PERFORM JOURNAL-GOODS-REC.

           IF NOT (OLD-PRICE-WS = PRICE-GOODS OF REC-GOODS)
               MOVE "UPDATE" TO PRC-LABEL-SOURCE-WS
               PERFORM WRITE-PRICE-HISTORY
           END-IF.
           PERFORM RECORD-GOODS-CHANGES.
               MOVE REORDER-LEVEL OF REC-GOODS TO MC-NEW-WS(1:5)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-REORDER-QTY-WS = REORDER-QTY-GOODS OF REC-GOODS)
               MOVE "REORDER-QTY" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS
               MOVE OLD-REORDER-QTY-WS TO MC-OLD-WS(1:5)
               MOVE SPACE TO MC-NEW-WS
               MOVE REORDER-QTY-GOODS OF REC-GOODS TO MC-NEW-WS(1:5)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-VATCODE-WS = CODE-VAT-GOODS OF REC-GOODS)
               MOVE "VAT-CODE" TO MC-FIELD-WS
               MOVE OLD-VATCODE-WS TO MC-OLD-WS
           OPEN EXTEND PRICE-HISTORY-FILE.
           WRITE REC-PRICE-HIST.
           CLOSE PRICE-HISTORY-FILE.
           PERFORM QUEUE-SHELF-LABEL.
           .
       WRITE-PRICE-HISTORY-EXT.
           EXIT.

      *>  EVERY PRICE CHANGE THAT REACHES THE GOODS RECORD QUEUES A
      *>  SHELF-EDGE LABEL FOR THE NEXT LABEL RUN. THE CALLER LEAVES
      *>  WHAT CHANGED IT IN PRC-LABEL-SOURCE-WS.
       QUEUE-SHELF-LABEL SECTION.
           OPEN I-O LABEL-QUEUE-FILE.
           IF NOT (FILE-STA-LABELQ = 00 OR FILE-STA-LABELQ = 05)
               DISPLAY "LABEL QUEUE WILL NOT OPEN - STATUS "
                       FILE-STA-LABELQ " - NO SHELF LABEL QUEUED."
               GO TO QUEUE-SHELF-LABEL-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LBLQ.
           READ LABEL-QUEUE-FILE
               KEY IS ID-GOODS-LBLQ
               INVALID KEY
                   MOVE "N" TO PRC-LBLQ-FOUND-SW
                   MOVE OLD-PRICE-WS TO OLD-PRICE-LBLQ
               NOT INVALID KEY
                   MOVE "Y" TO PRC-LBLQ-FOUND-SW
           END-READ.
           MOVE PRICE-GOODS OF REC-GOODS TO NEW-PRICE-LBLQ.
           ACCEPT DATE-LBLQ FROM DATE YYYYMMDD.
           MOVE PRC-LABEL-SOURCE-WS TO SOURCE-LBLQ.
           MOVE LS-OPERATOR-ID TO OPERATOR-LBLQ.
           IF PRC-LBLQ-FOUND
               REWRITE REC-LABEL-QUEUE
           ELSE
               WRITE REC-LABEL-QUEUE
           END-IF.
           CLOSE LABEL-QUEUE-FILE.
           .
       QUEUE-SHELF-LABEL-EXT.
           EXIT.

       DELETE-GOODS SECTION.
           DISPLAY "ENTER ID OF GOODS TO DELETE:"
           ACCEPT ID-GOODS OF REC-GOODS
               GO TO DELETE-GOODS-EXT
           END-IF.

      *>  OPEN BACKORDERS AND QUOTES WOULD BE LEFT POINTING AT A
      *>  GOODS THAT IS NO LONGER THERE - THEY GO TO A SUCCESSOR
      *>  (OPTION C) BEFORE THE OLD ITEM MAY BE REMOVED.
           MOVE ID-GOODS OF REC-GOODS TO SPS-GOODS-WS.
           PERFORM SPS-COUNT-OPEN-ORDERS.
           IF SPS-BO-CT-WS > 0 OR SPS-QUOTE-CT-WS > 0
               DISPLAY "CANNOT DELETE - " SPS-BO-CT-WS
                       " OPEN BACKORDERS AND " SPS-QUOTE-CT-WS
                       " OPEN QUOTE LINES NAME THIS GOODS."
               DISPLAY "SET A SUCCESSOR AND MOVE THEM ONTO IT FIRST."
               GO TO DELETE-GOODS-EXT
           END-IF.
           MOVE SPS-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS NOT FOUND."
                   GO TO DELETE-GOODS-EXT
           END-READ.

      *>  THE IMAGE JOURNALED FOR A DELETE IS THE RECORD AS IT
      *>  STOOD - THE REPLAY ONLY NEEDS ITS KEY.
           MOVE "D" TO JRN-ACTION-WS.
                   DISPLAY "DELETE FAILED."
           END-DELETE
           DISPLAY "GOODS DELETED."
           PERFORM SPS-PURGE-SUBSTITUTES
           .
       DELETE-GOODS-EXT.
           EXIT.
           ACCEPT DISC-PCT-EARLY-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER EARLY-SETTLEMENT WINDOW IN DAYS:"
           ACCEPT DISC-DAYS-EARLY-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER BANK ACCOUNT NAME (BLANK = PAID BY HAND):"
           ACCEPT BANK-ACCT-NAME-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER BANK IBAN:"
           ACCEPT BANK-IBAN-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER BANK BIC:"
           ACCEPT BANK-BIC-SUPPLIER OF REC-SUPPLIER
           DISPLAY "TAKES ELECTRONIC ORDERS? (Y/N):"
           ACCEPT EDI-ORDERS-SUPPLIER OF REC-SUPPLIER

           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
       ADD-SUPPLIER-EXT.
           EXIT.

      *>  THE ACCOUNT A SUPPLIER IS PAID INTO. EVERY CHANGE GOES TO
      *>  THE MASTER-CHANGE LOG - A REDIRECTED BANK ACCOUNT IS THE
      *>  FIRST THING AUDIT ASKS ABOUT. ONLY THE TAIL OF THE IBAN
      *>  FITS THE LOG, WHICH IS WHERE TWO ACCOUNTS DIFFER.
      *>  WHETHER THE SUPPLIER TAKES ELECTRONIC ORDERS IS SET HERE
      *>  AS WELL.
       SUPPLIER-BANK-DETAILS SECTION.
           DISPLAY "ENTER SUPPLIER CODE:"
           ACCEPT CODE-SUPPLIER OF REC-SUPPLIER
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   DISPLAY "SUPPLIER NOT FOUND."
                   GO TO SUPPLIER-BANK-DETAILS-EXT
           END-READ.
           MOVE BANK-ACCT-NAME-SUPPLIER OF REC-SUPPLIER
               TO OLD-BANK-NAME-WS.
           MOVE BANK-IBAN-SUPPLIER OF REC-SUPPLIER TO OLD-BANK-IBAN-WS.
           MOVE BANK-BIC-SUPPLIER OF REC-SUPPLIER TO OLD-BANK-BIC-WS.
           MOVE EDI-ORDERS-SUPPLIER OF REC-SUPPLIER
               TO OLD-EDI-ORDERS-WS.
           DISPLAY "SUPPLIER " NAME-SUPPLIER OF REC-SUPPLIER
           DISPLAY "CURRENT ACCOUNT NAME: "
                   BANK-ACCT-NAME-SUPPLIER OF REC-SUPPLIER
           DISPLAY "CURRENT IBAN: " BANK-IBAN-SUPPLIER OF REC-SUPPLIER
           DISPLAY "CURRENT BIC: " BANK-BIC-SUPPLIER OF REC-SUPPLIER
           DISPLAY "TAKES ELECTRONIC ORDERS: "
                   EDI-ORDERS-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER BANK ACCOUNT NAME (BLANK = PAID BY HAND):"
           ACCEPT BANK-ACCT-NAME-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER BANK IBAN:"
           ACCEPT BANK-IBAN-SUPPLIER OF REC-SUPPLIER
           DISPLAY "ENTER BANK BIC:"
           ACCEPT BANK-BIC-SUPPLIER OF REC-SUPPLIER
           DISPLAY "TAKES ELECTRONIC ORDERS? (Y/N):"
           ACCEPT EDI-ORDERS-SUPPLIER OF REC-SUPPLIER
           REWRITE REC-SUPPLIER
               INVALID KEY
                   DISPLAY "SUPPLIER COULD NOT BE UPDATED."
                   GO TO SUPPLIER-BANK-DETAILS-EXT
           END-REWRITE.
           DISPLAY "SUPPLIER BANK/EDI DETAILS UPDATED."
           MOVE "SUPPLIER" TO MC-FILE-WS
           MOVE SPACE TO MC-KEY-WS
           MOVE CODE-SUPPLIER OF REC-SUPPLIER TO MC-KEY-WS(1:6)
           IF NOT (BANK-ACCT-NAME-SUPPLIER OF REC-SUPPLIER
                   = OLD-BANK-NAME-WS)
               MOVE "BANK-NAME" TO MC-FIELD-WS
               MOVE OLD-BANK-NAME-WS TO MC-OLD-WS
               MOVE BANK-ACCT-NAME-SUPPLIER OF REC-SUPPLIER
                   TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (BANK-IBAN-SUPPLIER OF REC-SUPPLIER
                   = OLD-BANK-IBAN-WS)
               MOVE "BANK-IBAN" TO MC-FIELD-WS
               MOVE OLD-BANK-IBAN-WS(15:20) TO MC-OLD-WS
               MOVE BANK-IBAN-SUPPLIER OF REC-SUPPLIER(15:20)
                   TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (BANK-BIC-SUPPLIER OF REC-SUPPLIER = OLD-BANK-BIC-WS)
               MOVE "BANK-BIC" TO MC-FIELD-WS
               MOVE OLD-BANK-BIC-WS TO MC-OLD-WS
               MOVE BANK-BIC-SUPPLIER OF REC-SUPPLIER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (EDI-ORDERS-SUPPLIER OF REC-SUPPLIER
                   = OLD-EDI-ORDERS-WS)
               MOVE "EDI-ORDERS" TO MC-FIELD-WS
               MOVE OLD-EDI-ORDERS-WS TO MC-OLD-WS
               MOVE EDI-ORDERS-SUPPLIER OF REC-SUPPLIER TO MC-NEW-WS
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           .
       SUPPLIER-BANK-DETAILS-EXT.
           EXIT.

       BULK-LOAD-GOODS SECTION.
           OPEN INPUT GOODS-INPUT-FILE.
           BULK-LOAD-READ.
           MOVE "N" TO CONSIGN-SW-GOODS OF REC-GOODS.
           MOVE "N" TO INSPECT-SW-GOODS OF REC-GOODS.
           MOVE 0 TO WEIGHT-GOODS OF REC-GOODS.
           MOVE "N" TO DISCONTINUED-SW-GOODS OF REC-GOODS.
           MOVE 0 TO REORDER-QTY-GOODS OF REC-GOODS.
           MOVE "C" TO ABC-CLASS-GOODS OF REC-GOODS.
           MOVE 0 TO LAST-COUNT-DATE-GOODS OF REC-GOODS.
           MOVE 0 TO SUCCESSOR-GOODS OF REC-GOODS.
           MOVE 0 TO SUPERSEDE-DATE-GOODS OF REC-GOODS.
           MOVE SPACE TO STYLE-GOODS OF REC-GOODS.

           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
                   IF ID-GOODS-LOC = LOC-TARGET-ID-WS
                       DISPLAY "LOCATION: " CODE-LOCATION
                               "   QTY ON HAND: " QTY-LOCATION
                       IF MAX-LOCATION IS NUMERIC
                              AND MAX-LOCATION > 0
                           DISPLAY "          MIN " MIN-LOCATION
                                   "   MAX " MAX-LOCATION
                       END-IF
                   END-IF
                   GO TO LOCATION-STOCK-SCAN
           END-READ.
                       "TRANSFER CANCELLED."
               GO TO TRANSFER-STOCK-EXT
           END-IF.
           PERFORM POST-STOCK-TRANSFER.
           .
       TRANSFER-STOCK-EXT.
           EXIT.

      *>  POSTS ONE MOVEMENT OF XFER-QTY-WS OF THE GOODS IN REC-GOODS
      *>  FROM XFER-FROM-LOC-WS TO XFER-TO-LOC-WS. XFER-DONE IS SET
      *>  ONLY WHEN THE STOCK ACTUALLY MOVED.
       POST-STOCK-TRANSFER SECTION.
           MOVE "N" TO XFER-DONE-SW.
           OPEN I-O LOCATION-FILE.
           IF NOT (FILE-STA-LOCATION = 00)
               DISPLAY "LOCATION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-LOCATION
               GO TO POST-STOCK-TRANSFER-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC.
           MOVE XFER-FROM-LOC-WS TO CODE-LOCATION.
                   DISPLAY "NO STOCK ON FILE AT THE FROM-LOCATION - "
                           "TRANSFER CANCELLED."
                   CLOSE LOCATION-FILE
                   GO TO POST-STOCK-TRANSFER-EXT
           END-READ.
           IF XFER-QTY-WS > QTY-LOCATION
               DISPLAY "ONLY " QTY-LOCATION " ON HAND AT "
                       XFER-FROM-LOC-WS " - TRANSFER CANCELLED."
               CLOSE LOCATION-FILE
               GO TO POST-STOCK-TRANSFER-EXT
           END-IF.
           SUBTRACT XFER-QTY-WS FROM QTY-LOCATION.
           REWRITE REC-LOCATION.
                   MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC
                   MOVE XFER-TO-LOC-WS TO CODE-LOCATION
                   MOVE XFER-QTY-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD XFER-QTY-WS TO QTY-LOCATION
           MOVE TODAY-DATE-WS TO DATE-AUDIT.
           PERFORM WRITE-AUDIT-LOG.

           SET XFER-DONE TO TRUE.
           DISPLAY "TRANSFERRED " XFER-QTY-WS " OF GOODS "
                   ID-GOODS OF REC-GOODS " FROM " XFER-FROM-LOC-WS
                   " TO " XFER-TO-LOC-WS "."
           .
       POST-STOCK-TRANSFER-EXT.
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
           END-READ
           CLOSE REASON-FILE.

      *>  AN ADJUSTMENT WORTH MORE THAN ADJLIMIT AT THE GOODS' PRICE
      *>  (CONTROL ROW - ZERO OR NONE MEANS NO LIMIT) IS HELD FOR A
      *>  SECOND SIGNATURE INSTEAD OF POSTING.
           MOVE "ADJLIMIT" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO AUTH-LIMIT-WS.
           IF ADJ-QTY-WS < 0
               COMPUTE AUTH-VALUE-WS =
                   0 - ADJ-QTY-WS * PRICE-GOODS OF REC-GOODS
           ELSE
               COMPUTE AUTH-VALUE-WS =
                   ADJ-QTY-WS * PRICE-GOODS OF REC-GOODS
           END-IF.
           IF AUTH-LIMIT-WS > 0 AND AUTH-VALUE-WS > AUTH-LIMIT-WS
               PERFORM ADJ-RAISE-REQUEST
               GO TO STOCK-ADJUSTMENT-EXT
           END-IF.
           PERFORM STOCK-ADJ-POST.
           .
       STOCK-ADJUSTMENT-EXT.
           EXIT.

      *>  POSTS ADJ-QTY-WS OF THE GOODS IN REC-GOODS AT ADJ-LOCATION-WS
      *>  UNDER ADJ-REASON-WS. AUTH-POSTED WHEN IT WENT THROUGH.
       STOCK-ADJ-POST SECTION.
           MOVE "N" TO AUTH-POSTED-SW.
           COMPUTE ADJ-NEW-LEFT-WS =
               LEFT-GOODS OF REC-GOODS + ADJ-QTY-WS.
           IF ADJ-NEW-LEFT-WS < 0
               DISPLAY "ADJUSTMENT WOULD DRIVE TOTAL STOCK BELOW "
                       "ZERO - CANCELLED."
               GO TO STOCK-ADJ-POST-EXT
           END-IF.

           OPEN I-O LOCATION-FILE.
           IF NOT (FILE-STA-LOCATION = 00)
               DISPLAY "LOCATION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-LOCATION
               GO TO STOCK-ADJ-POST-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC.
           MOVE ADJ-LOCATION-WS TO CODE-LOCATION.
                   MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC
                   MOVE ADJ-LOCATION-WS TO CODE-LOCATION
                   MOVE 0 TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
           END-READ.
           COMPUTE ADJ-NEW-LOC-WS = QTY-LOCATION + ADJ-QTY-WS.
               DISPLAY "ADJUSTMENT WOULD DRIVE LOCATION STOCK BELOW "
                       "ZERO - CANCELLED."
               CLOSE LOCATION-FILE
               GO TO STOCK-ADJ-POST-EXT
           END-IF.
           MOVE ADJ-NEW-LOC-WS TO QTY-LOCATION.
           REWRITE REC-LOCATION.
           MOVE ADJ-REASON-WS TO REASON-AUDIT.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAY-DATE-WS TO DATE-AUDIT.
           MOVE ADJ-LOCATION-WS TO LOCATION-AUDIT.
           PERFORM ADJ-CURRENT-LAYER-COST.
           MOVE ADJ-LAYER-COST-WS TO UNIT-COST-AUDIT.
           MOVE 0 TO SCRAP-QTY-AUDIT.
           PERFORM WRITE-AUDIT-LOG.

           DISPLAY "ADJUSTMENT POSTED - GOODS "
                   ID-GOODS OF REC-GOODS " NOW "
                   LEFT-GOODS OF REC-GOODS " ON HAND.".
           SET AUTH-POSTED TO TRUE.
           .
       STOCK-ADJ-POST-EXT.
           EXIT.

      *>  THE FIFO COST AN ADJUSTMENT OF THE GOODS IN REC-GOODS IS
      *>  VALUED AT: THE OLDEST LAYER WITH QUANTITY REMAINING, OR THE
      *>  NEWEST LAYER WHEN ALL ARE USED UP. ZERO WITH NO LAYERS.
       ADJ-CURRENT-LAYER-COST SECTION.
           MOVE 0 TO ADJ-LAYER-COST-WS.
           OPEN INPUT COST-LAYER-FILE.
           IF NOT (FILE-STA-LAYER = 00 OR FILE-STA-LAYER = 05)
               GO TO ADJ-CURRENT-LAYER-COST-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LAYER.
           MOVE 0 TO SEQ-LAYER.
           START COST-LAYER-FILE
               KEY NOT LESS THAN KEY-COST-LAYER OF REC-COST-LAYER
               INVALID KEY
                   GO TO ADJ-LAYER-CLOSE
           END-START.
           ADJ-LAYER-READ.
           READ COST-LAYER-FILE NEXT RECORD
               AT END
                   GO TO ADJ-LAYER-CLOSE
           END-READ.
           IF NOT (ID-GOODS-LAYER = ID-GOODS OF REC-GOODS)
               GO TO ADJ-LAYER-CLOSE
           END-IF.
           MOVE COST-LAYER TO ADJ-LAYER-COST-WS.
           IF QTY-REMAIN-LAYER = 0
               GO TO ADJ-LAYER-READ
           END-IF.

           ADJ-LAYER-CLOSE.
           CLOSE COST-LAYER-FILE.
           .
       ADJ-CURRENT-LAYER-COST-EXT.
           EXIT.

      *>  WRITES THE ADJUSTMENT TO THE SIGN-OFF QUEUE AS PENDING.
       ADJ-RAISE-REQUEST SECTION.
           OPEN I-O AUTH-FILE.
           IF NOT (FILE-STA-AUTH = 00 OR FILE-STA-AUTH = 05)
               DISPLAY "SIGN-OFF QUEUE WILL NOT OPEN - STATUS "
                       FILE-STA-AUTH " - NOTHING HAS BEEN POSTED."
               GO TO ADJ-RAISE-REQUEST-EXT
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
           INITIALIZE REC-AUTH.
           MOVE AUTH-ID-WS TO ID-AUTH.
           SET AUTH-ADJUST TO TRUE.
           SET AUTH-PENDING TO TRUE.
           MOVE AUTH-VALUE-WS TO VALUE-AUTH.
           MOVE AUTH-LIMIT-WS TO LIMIT-AUTH.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-AUTH.
           MOVE ADJ-LOCATION-WS TO LOCATION-AUTH.
           MOVE ADJ-QTY-WS TO QTY-AUTH.
           MOVE ADJ-REASON-WS TO REASON-AUTH.
           MOVE LS-OPERATOR-ID TO REQUESTED-BY-AUTH.
           MOVE AUTH-TODAY-WS TO DATE-REQ-AUTH.
           WRITE REC-AUTH
               INVALID KEY
                   DISPLAY "REQUEST " AUTH-ID-WS " NOT WRITTEN - "
                           "STATUS " FILE-STA-AUTH
                           " - NOTHING HAS BEEN POSTED."
                   CLOSE AUTH-FILE
                   GO TO ADJ-RAISE-REQUEST-EXT
           END-WRITE.
           CLOSE AUTH-FILE.
           DISPLAY "VALUE " AUTH-VALUE-WS " IS OVER THE LIMIT OF "
                   AUTH-LIMIT-WS " - HELD AS REQUEST " AUTH-ID-WS
                   " FOR A SUPERVISOR'S APPROVAL."
           DISPLAY "NOTHING HAS BEEN POSTED."
           .
       ADJ-RAISE-REQUEST-EXT.
           EXIT.

      *>  THE SECOND SIGNATURE ON HELD STOCK ADJUSTMENTS. THE
      *>  SIGNED-ON OPERATOR MUST BE A SUPERVISOR AND MAY NOT DECIDE
      *>  AN ADJUSTMENT THEY RAISED. AN APPROVED ADJUSTMENT POSTS
      *>  AGAINST THE STOCK AS IT STANDS NOW; ONE THAT WOULD DRIVE
      *>  STOCK BELOW ZERO STAYS PENDING.
       ADJ-AUTH-QUEUE SECTION.
           PERFORM GOODS-CHECK-SUPERVISOR.
           IF NOT AUTH-SUPER-OK
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF NOT (FILE-STA-AUTH = 00)
               DISPLAY "NO ADJUSTMENTS ARE WAITING FOR SIGN-OFF."
               CLOSE AUTH-FILE
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.
           MOVE 0 TO AUTH-PEND-CT-WS.
           MOVE 0 TO ID-AUTH.
           START AUTH-FILE
               KEY NOT LESS THAN ID-AUTH OF REC-AUTH
               INVALID KEY
                   GO TO ADJ-AUTH-LISTED
           END-START.
           ADJ-AUTH-LIST.
           READ AUTH-FILE NEXT RECORD
               AT END
                   GO TO ADJ-AUTH-LISTED
           END-READ.
           IF AUTH-PENDING AND AUTH-ADJUST
               ADD 1 TO AUTH-PEND-CT-WS
               DISPLAY ID-AUTH " GOODS " ID-GOODS-AUTH
                       " AT " LOCATION-AUTH " QTY " QTY-AUTH
                       " " REASON-AUTH " VALUE " VALUE-AUTH
                       " BY " REQUESTED-BY-AUTH " " DATE-REQ-AUTH
           END-IF.
           GO TO ADJ-AUTH-LIST.
           ADJ-AUTH-LISTED.
           CLOSE AUTH-FILE.
           IF AUTH-PEND-CT-WS = 0
               DISPLAY "NO ADJUSTMENTS ARE WAITING FOR SIGN-OFF."
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.

           DISPLAY "ENTER REQUEST NUMBER (0 TO EXIT):"
           ACCEPT AUTH-ID-WS
           IF AUTH-ID-WS = 0
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.
           OPEN I-O AUTH-FILE.
           MOVE AUTH-ID-WS TO ID-AUTH.
           READ AUTH-FILE
               KEY IS ID-AUTH OF REC-AUTH
               INVALID KEY
                   DISPLAY "REQUEST " AUTH-ID-WS " NOT FOUND."
                   CLOSE AUTH-FILE
                   GO TO ADJ-AUTH-QUEUE-EXT
           END-READ.
           IF NOT (AUTH-PENDING AND AUTH-ADJUST)
               DISPLAY "REQUEST " AUTH-ID-WS " IS NOT A PENDING "
                       "STOCK ADJUSTMENT."
               CLOSE AUTH-FILE
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.
           IF REQUESTED-BY-AUTH = LS-OPERATOR-ID
               DISPLAY "YOU RAISED REQUEST " AUTH-ID-WS
                       " - A DIFFERENT SUPERVISOR MUST SIGN IT OFF."
               CLOSE AUTH-FILE
               GO TO ADJ-AUTH-QUEUE-EXT
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
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.
           IF NOT (AUTH-CHOICE-WS = "A")
               CLOSE AUTH-FILE
               GO TO ADJ-AUTH-QUEUE-EXT
           END-IF.

           MOVE LOCATION-AUTH TO ADJ-LOCATION-WS.
           MOVE QTY-AUTH TO ADJ-QTY-WS.
           MOVE REASON-AUTH TO ADJ-REASON-WS.
           MOVE ID-GOODS-AUTH TO ID-GOODS OF REC-GOODS.
           MOVE REQUESTED-BY-AUTH TO AUTH-REQUESTER-WS.
           CLOSE AUTH-FILE.
           MOVE "N" TO AUTH-POSTED-SW.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " ID-GOODS OF REC-GOODS
                           " NO LONGER ON FILE."
                   MOVE SPACE TO AUTH-REQUESTER-WS
                   GO TO ADJ-AUTH-QUEUE-EXT
           END-READ.
           MOVE LS-OPERATOR-ID TO AUTH-APPROVER-WS.
           PERFORM STOCK-ADJ-POST.
           MOVE SPACE TO AUTH-REQUESTER-WS.
           MOVE SPACE TO AUTH-APPROVER-WS.
           IF NOT AUTH-POSTED
               DISPLAY "REQUEST " AUTH-ID-WS " COULD NOT POST - "
                       "IT STAYS PENDING."
               GO TO ADJ-AUTH-QUEUE-EXT
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
       ADJ-AUTH-QUEUE-EXT.
           EXIT.

       GOODS-CHECK-SUPERVISOR SECTION.
           MOVE "N" TO AUTH-SUPER-OK-SW.
           OPEN INPUT OPERATOR-FILE.
           IF NOT (FILE-STA-OPERATOR = 00 OR FILE-STA-OPERATOR = 05)
               GO TO GOODS-CHECK-SUPERVISOR-EXT
           END-IF.
           MOVE LS-OPERATOR-ID TO ID-OPERATOR.
           READ OPERATOR-FILE
               KEY IS ID-OPERATOR OF REC-OPERATOR
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR - APPROVAL REFUSED."
                   CLOSE OPERATOR-FILE
                   GO TO GOODS-CHECK-SUPERVISOR-EXT
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT (ROLE-SUPERVISOR OR ROLE-ADMIN)
               DISPLAY "OPERATOR IS NOT A SUPERVISOR - APPROVAL "
                       "REFUSED."
               GO TO GOODS-CHECK-SUPERVISOR-EXT
           END-IF.
           SET AUTH-SUPER-OK TO TRUE.
           .
       GOODS-CHECK-SUPERVISOR-EXT.
           EXIT.

       GET-CONTROL-VALUE SECTION.
           MOVE CTL-DEFAULT-WS TO CTL-VALUE-WS.
           OPEN INPUT CONTROL-FILE.
           IF NOT (FILE-STA-CONTROL = 00 OR FILE-STA-CONTROL = 05)
               GO TO GET-CONTROL-VALUE-EXT
           END-IF.
           MOVE CTL-NAME-WS TO NAME-CONTROL.
           READ CONTROL-FILE
               KEY IS NAME-CONTROL OF REC-CONTROL
               NOT INVALID KEY
                   MOVE VALUE-CONTROL TO CTL-VALUE-WS
           END-READ.
           CLOSE CONTROL-FILE.
           .
       GET-CONTROL-VALUE-EXT.
           EXIT.

      *>  SCHEDULED AND BULK PRICE CHANGES. NOTHING TOUCHES
           DISPLAY "S>SCHEDULE ONE CHANGE    B>BULK REPRICE BY "
                   "CATEGORY/SUPPLIER    A>APPLY DUE CHANGES    "
                   "L>LIST PENDING    E>EXIT."
           DISPLAY "Q>PRINT QUEUED SHELF LABELS    "
                   "R>REPRINT SHELF LABELS BY GOODS/CATEGORY."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT PRC-ACTION-CHOICE-WS
           EVALUATE PRC-ACTION-CHOICE-WS
                   OPEN I-O GOODS-FILE
               WHEN "L"
                   PERFORM LIST-PENDING-PRICES
               WHEN "Q"
                   MOVE "Q" TO LBL-MODE-WS
                   PERFORM RUN-SHELF-LABELS
               WHEN "R"
                   PERFORM REPRINT-SHELF-LABELS
               WHEN "E"
                   CONTINUE
               WHEN OTHER
       PRICE-CHANGE-MENU-EXT.
           EXIT.

       REPRINT-SHELF-LABELS SECTION.
           CHECK-LBL-KIND.
           DISPLAY "REPRINT FOR G>ONE GOODS OR C>A CATEGORY?"
           ACCEPT LBL-MODE-WS
           IF NOT (LBL-MODE-WS = "G" OR LBL-MODE-WS = "C")
               DISPLAY "ENTER G OR C."
               GO TO CHECK-LBL-KIND
           END-IF.
           IF LBL-MODE-WS = "G"
               DISPLAY "ENTER ID OF GOODS:"
               ACCEPT LBL-GOODS-WS
           ELSE
               DISPLAY "ENTER CATEGORY:"
               ACCEPT LBL-CATEGORY-WS
           END-IF.
           PERFORM RUN-SHELF-LABELS.
           .
       REPRINT-SHELF-LABELS-EXT.
           EXIT.

      *>  THE LABEL RUN OPENS THE GOODS FILE ITSELF, SO OURS IS
      *>  CLOSED AROUND THE CALL THE SAME WAY AS FOR THE APPLY RUN.
       RUN-SHELF-LABELS SECTION.
           MOVE 0 TO LBL-COUNT-WS.
           CLOSE GOODS-FILE.
           CALL 'SHELFLBL' USING PRC-CALL-RETURN-WS LABEL-PARAM-WS.
           OPEN I-O GOODS-FILE.
           .
       RUN-SHELF-LABELS-EXT.
           EXIT.

       SCHEDULE-PRICE-CHANGE SECTION.
           CHECK-PRC-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
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
               GO TO JOURNAL-GOODS-REC-EXT
                   MOVE KA-KIT-WS TO ID-GOODS-LOC
                   MOVE KA-LOC-WS TO CODE-LOCATION
                   MOVE KA-QTY-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD KA-QTY-WS TO QTY-LOCATION
                   MOVE ID-GOODS-COMP TO ID-GOODS-LOC
                   MOVE KA-COMP-LOC-WS TO CODE-LOCATION
                   MOVE KA-COMP-NEED-WS TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
               NOT INVALID KEY
                   ADD KA-COMP-NEED-WS TO QTY-LOCATION
           .
       GENERATE-REORDER-FEED-EXT.
           EXIT.

      *>  KEEPS THE REPLENISHMENT MINIMUM AND MAXIMUM FOR ONE GOODS AT
      *>  ONE WAREHOUSE. A ZERO MAXIMUM CLEARS BOTH LEVELS.
       WAREHOUSE-MIN-MAX SECTION.
           WMM-GET-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO WMM-GET-GOODS
           END-READ.
           DISPLAY "ENTER WAREHOUSE:"
           ACCEPT XFER-TO-LOC-WS.
           OPEN I-O LOCATION-FILE.
           IF NOT (FILE-STA-LOCATION = 00 OR FILE-STA-LOCATION = 05)
               DISPLAY "LOCATION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-LOCATION
               GO TO WAREHOUSE-MIN-MAX-EXT
           END-IF.
           MOVE "N" TO LOC-NEW-SW.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC.
           MOVE XFER-TO-LOC-WS TO CODE-LOCATION.
           READ LOCATION-FILE
               KEY IS KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   SET LOC-NEW-ROW TO TRUE
                   MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC
                   MOVE XFER-TO-LOC-WS TO CODE-LOCATION
                   MOVE 0 TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
           END-READ.
           IF NOT (MIN-LOCATION IS NUMERIC)
               MOVE 0 TO MIN-LOCATION
           END-IF.
           IF NOT (MAX-LOCATION IS NUMERIC)
               MOVE 0 TO MAX-LOCATION
           END-IF.
           MOVE MIN-LOCATION TO LOC-OLD-MIN-WS.
           MOVE MAX-LOCATION TO LOC-OLD-MAX-WS.
           DISPLAY "GOODS " ID-GOODS-LOC " AT " CODE-LOCATION
                   "   QTY ON HAND " QTY-LOCATION.
           DISPLAY "CURRENT MIN " MIN-LOCATION "   MAX " MAX-LOCATION.
           DISPLAY "ENTER NEW MAXIMUM (0 = NO LEVELS KEPT HERE):"
           ACCEPT LOC-MAX-IN-WS.
           IF LOC-MAX-IN-WS = 0
               MOVE 0 TO LOC-MIN-IN-WS
           ELSE
               DISPLAY "ENTER NEW MINIMUM:"
               ACCEPT LOC-MIN-IN-WS
               IF LOC-MIN-IN-WS > LOC-MAX-IN-WS
                   DISPLAY "MINIMUM IS ABOVE THE MAXIMUM - "
                           "LEVELS NOT CHANGED."
                   CLOSE LOCATION-FILE
                   GO TO WAREHOUSE-MIN-MAX-EXT
               END-IF
           END-IF.
           IF LOC-NEW-ROW AND LOC-MAX-IN-WS = 0
               DISPLAY "NO LEVELS SET - NOTHING CHANGED."
               CLOSE LOCATION-FILE
               GO TO WAREHOUSE-MIN-MAX-EXT
           END-IF.
           MOVE LOC-MIN-IN-WS TO MIN-LOCATION.
           MOVE LOC-MAX-IN-WS TO MAX-LOCATION.
           IF LOC-NEW-ROW
               WRITE REC-LOCATION
           ELSE
               REWRITE REC-LOCATION
           END-IF.
           CLOSE LOCATION-FILE.
           MOVE "LOCATION" TO MC-FILE-WS.
           MOVE SPACE TO MC-KEY-WS.
           MOVE ID-GOODS-LOC TO MC-KEY-WS(1:6).
           MOVE CODE-LOCATION TO MC-KEY-WS(8:6).
           IF NOT (LOC-OLD-MIN-WS = LOC-MIN-IN-WS)
               MOVE "MIN-QTY" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS MC-NEW-WS
               MOVE LOC-OLD-MIN-WS TO MC-OLD-WS(1:5)
               MOVE LOC-MIN-IN-WS TO MC-NEW-WS(1:5)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (LOC-OLD-MAX-WS = LOC-MAX-IN-WS)
               MOVE "MAX-QTY" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS MC-NEW-WS
               MOVE LOC-OLD-MAX-WS TO MC-OLD-WS(1:5)
               MOVE LOC-MAX-IN-WS TO MC-NEW-WS(1:5)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           DISPLAY "LEVELS SAVED."
           .
       WAREHOUSE-MIN-MAX-EXT.
           EXIT.

       REPLENISH-MENU SECTION.
           DISPLAY "S>SUGGEST REPLENISHMENT    A>ACCEPT SUGGESTIONS"
           ACCEPT RPL-ACTION-WS.
           EVALUATE RPL-ACTION-WS
               WHEN "S"
                   PERFORM REPLENISH-SUGGEST
               WHEN "A"
                   PERFORM REPLENISH-ACCEPT
               WHEN OTHER
                   DISPLAY "INVALID OPTION."
           END-EVALUATE.
           .
       REPLENISH-MENU-EXT.
           EXIT.

      *>  WORKS THROUGH THE LOCATION FILE ONE GOODS AT A TIME. EVERY
      *>  WAREHOUSE BELOW ITS MINIMUM IS TOPPED BACK UP TO ITS MAXIMUM,
      *>  FIRST BY TRANSFERS FROM THE WAREHOUSES WITH MOST TO SPARE,
      *>  THEN BY A PURCHASE FOR WHATEVER THEY CANNOT COVER. A
      *>  WAREHOUSE WITH LEVELS CAN SPARE ONLY WHAT IT HOLDS ABOVE ITS
      *>  MINIMUM; ONE WITHOUT LEVELS CAN SPARE ALL IT HOLDS.
       REPLENISH-SUGGEST SECTION.
           MOVE 0 TO RPL-WAITING-CT-WS.
           OPEN INPUT REPLENISH-FILE.
           IF FILE-STA-RPL = 00
               PERFORM RPL-COUNT-WAITING
           END-IF.
           CLOSE REPLENISH-FILE.
           IF RPL-WAITING-CT-WS > 0
               DISPLAY RPL-WAITING-CT-WS " ACCEPTED PURCHASE "
                       "SUGGESTIONS HAVE NOT BEEN ORDERED YET AND "
                       "WILL BE LOST."
               DISPLAY "RUN THE SUGGESTIONS AGAIN ANYWAY? (Y/N):"
               ACCEPT RPL-ANSWER-WS
               IF NOT (RPL-ANSWER-WS = "Y")
                   GO TO REPLENISH-SUGGEST-EXT
               END-IF
           END-IF.
           OPEN INPUT LOCATION-FILE.
           IF NOT (FILE-STA-LOCATION = 00)
               DISPLAY "LOCATION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-LOCATION
               GO TO REPLENISH-SUGGEST-EXT
           END-IF.
           OPEN OUTPUT REPLENISH-FILE.
           IF NOT (FILE-STA-RPL = 00)
               DISPLAY "REPLENISHMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-RPL
               CLOSE LOCATION-FILE
               GO TO REPLENISH-SUGGEST-EXT
           END-IF.
           OPEN OUTPUT REPLENISH-RPT.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           MOVE 0 TO RPL-TRANSFER-CT-WS.
           MOVE 0 TO RPL-PURCHASE-CT-WS.
           MOVE 0 TO RPL-LOC-CT-WS.
           MOVE 0 TO RPL-GOODS-WS.
           MOVE "N" TO RPL-EOF-SW.
           MOVE "N" TO RPL-FULL-WARNED-SW.
           MOVE SPACE TO RPL-LINE-WS.
           STRING "WAREHOUSE REPLENISHMENT SUGGESTIONS  RUN "
                  DELIMITED BY SIZE
                  TODAY-DATE-WS DELIMITED BY SIZE
                  INTO RPL-LINE-WS
           END-STRING.
           WRITE REC-REPLENISH-RPT FROM RPL-LINE-WS.
           MOVE SPACE TO RPL-LINE-WS.
           STRING "GOODS  TYPE      FROM    TO      QTY    "
                  DELIMITED BY SIZE
                  "ON HAND  MIN    MAX" DELIMITED BY SIZE
                  INTO RPL-LINE-WS
           END-STRING.
           WRITE REC-REPLENISH-RPT FROM RPL-LINE-WS.
           PERFORM RPL-READ-LOCATION UNTIL RPL-LOC-EOF.
           PERFORM RPL-PLAN-ONE-GOODS.
           MOVE SPACE TO RPL-LINE-WS.
           STRING RPL-TRANSFER-CT-WS DELIMITED BY SIZE
                  " TRANSFERS AND " DELIMITED BY SIZE
                  RPL-PURCHASE-CT-WS DELIMITED BY SIZE
                  " PURCHASES SUGGESTED." DELIMITED BY SIZE
                  INTO RPL-LINE-WS
           END-STRING.
           WRITE REC-REPLENISH-RPT FROM RPL-LINE-WS.
           CLOSE REPLENISH-RPT.
           CLOSE REPLENISH-FILE.
           CLOSE LOCATION-FILE.
           DISPLAY RPL-TRANSFER-CT-WS " TRANSFERS AND "
                   RPL-PURCHASE-CT-WS " PURCHASES SUGGESTED - SEE "
                   "REPLEN.PRT.".
           .
       REPLENISH-SUGGEST-EXT.
           EXIT.

       RPL-COUNT-WAITING SECTION.
           RPL-COUNT-READ.
           READ REPLENISH-FILE NEXT RECORD
               AT END
                   GO TO RPL-COUNT-WAITING-EXT
           END-READ.
           IF RPL-PURCHASE AND RPL-ACCEPTED
               ADD 1 TO RPL-WAITING-CT-WS
           END-IF.
           GO TO RPL-COUNT-READ.
           .
       RPL-COUNT-WAITING-EXT.
           EXIT.

      *>  THE LOCATION FILE IS IN GOODS ORDER, SO A CHANGE OF GOODS
      *>  CLOSES THE GROUP HELD IN RPL-LOC-ROW AND PLANS IT.
       RPL-READ-LOCATION SECTION.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   SET RPL-LOC-EOF TO TRUE
                   GO TO RPL-READ-LOCATION-EXT
           END-READ.
           IF NOT (ID-GOODS-LOC = RPL-GOODS-WS)
               PERFORM RPL-PLAN-ONE-GOODS
               MOVE ID-GOODS-LOC TO RPL-GOODS-WS
               MOVE 0 TO RPL-LOC-CT-WS
               MOVE "N" TO RPL-FULL-WARNED-SW
           END-IF.
           IF RPL-LOC-CT-WS = 50
               IF NOT RPL-FULL-WARNED
                   DISPLAY "GOODS " ID-GOODS-LOC " HAS MORE THAN 50 "
                           "WAREHOUSES - THE REST ARE LEFT OUT."
                   SET RPL-FULL-WARNED TO TRUE
               END-IF
               GO TO RPL-READ-LOCATION-EXT
           END-IF.
           ADD 1 TO RPL-LOC-CT-WS.
           MOVE CODE-LOCATION TO RPL-ROW-LOC(RPL-LOC-CT-WS).
           MOVE QTY-LOCATION TO RPL-ROW-QTY(RPL-LOC-CT-WS).
           IF MIN-LOCATION IS NUMERIC AND MAX-LOCATION IS NUMERIC
               MOVE MIN-LOCATION TO RPL-ROW-MIN(RPL-LOC-CT-WS)
               MOVE MAX-LOCATION TO RPL-ROW-MAX(RPL-LOC-CT-WS)
           ELSE
               MOVE 0 TO RPL-ROW-MIN(RPL-LOC-CT-WS)
               MOVE 0 TO RPL-ROW-MAX(RPL-LOC-CT-WS)
           END-IF.
           IF RPL-ROW-MAX(RPL-LOC-CT-WS) = 0
               MOVE QTY-LOCATION TO RPL-ROW-SPARE(RPL-LOC-CT-WS)
           ELSE
               IF QTY-LOCATION > RPL-ROW-MIN(RPL-LOC-CT-WS)
                   COMPUTE RPL-ROW-SPARE(RPL-LOC-CT-WS) =
                       QTY-LOCATION - RPL-ROW-MIN(RPL-LOC-CT-WS)
               ELSE
                   MOVE 0 TO RPL-ROW-SPARE(RPL-LOC-CT-WS)
               END-IF
           END-IF.
           .
       RPL-READ-LOCATION-EXT.
           EXIT.

       RPL-PLAN-ONE-GOODS SECTION.
           IF RPL-LOC-CT-WS = 0
               GO TO RPL-PLAN-ONE-GOODS-EXT
           END-IF.
           MOVE 1 TO RPL-IDX.
           PERFORM RPL-PLAN-ONE-LOC UNTIL RPL-IDX > RPL-LOC-CT-WS.
           .
       RPL-PLAN-ONE-GOODS-EXT.
           EXIT.

       RPL-PLAN-ONE-LOC SECTION.
           IF RPL-ROW-MAX(RPL-IDX) = 0
               GO TO RPL-PLAN-ONE-LOC-NEXT
           END-IF.
           IF NOT (RPL-ROW-QTY(RPL-IDX) < RPL-ROW-MIN(RPL-IDX))
               GO TO RPL-PLAN-ONE-LOC-NEXT
           END-IF.
           COMPUTE RPL-GAP-WS =
               RPL-ROW-MAX(RPL-IDX) - RPL-ROW-QTY(RPL-IDX).
           MOVE 0 TO RPL-SEQ-WS.
           RPL-PLAN-SOURCE.
           MOVE 0 TO RPL-BEST-IDX.
           MOVE 1 TO RPL-JDX.
           PERFORM RPL-FIND-SOURCE UNTIL RPL-JDX > RPL-LOC-CT-WS.
           IF RPL-BEST-IDX = 0
               GO TO RPL-PLAN-PURCHASE
           END-IF.
           IF RPL-ROW-SPARE(RPL-BEST-IDX) < RPL-GAP-WS
               MOVE RPL-ROW-SPARE(RPL-BEST-IDX) TO RPL-TAKE-WS
           ELSE
               MOVE RPL-GAP-WS TO RPL-TAKE-WS
           END-IF.
           SUBTRACT RPL-TAKE-WS FROM RPL-ROW-SPARE(RPL-BEST-IDX).
           SUBTRACT RPL-TAKE-WS FROM RPL-GAP-WS.
           MOVE RPL-ROW-LOC(RPL-BEST-IDX) TO FROM-LOC-RPL.
           SET RPL-TRANSFER TO TRUE.
           PERFORM RPL-WRITE-SUGGESTION.
           ADD 1 TO RPL-TRANSFER-CT-WS.
           IF RPL-GAP-WS > 0
               GO TO RPL-PLAN-SOURCE
           END-IF.
           GO TO RPL-PLAN-ONE-LOC-NEXT.
           RPL-PLAN-PURCHASE.
           MOVE RPL-GAP-WS TO RPL-TAKE-WS.
           MOVE SPACE TO FROM-LOC-RPL.
           SET RPL-PURCHASE TO TRUE.
           PERFORM RPL-WRITE-SUGGESTION.
           ADD 1 TO RPL-PURCHASE-CT-WS.
           RPL-PLAN-ONE-LOC-NEXT.
           ADD 1 TO RPL-IDX.
           .
       RPL-PLAN-ONE-LOC-EXT.
           EXIT.

       RPL-FIND-SOURCE SECTION.
           IF NOT (RPL-JDX = RPL-IDX)
                  AND RPL-ROW-SPARE(RPL-JDX) > 0
               IF RPL-BEST-IDX = 0
                   MOVE RPL-JDX TO RPL-BEST-IDX
               ELSE
                   IF RPL-ROW-SPARE(RPL-JDX) >
                      RPL-ROW-SPARE(RPL-BEST-IDX)
                       MOVE RPL-JDX TO RPL-BEST-IDX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO RPL-JDX.
           .
       RPL-FIND-SOURCE-EXT.
           EXIT.

      *>  TYPE-RPL AND FROM-LOC-RPL ARE SET BY THE CALLER.
       RPL-WRITE-SUGGESTION SECTION.
           ADD 1 TO RPL-SEQ-WS.
           MOVE RPL-GOODS-WS TO ID-GOODS-RPL.
           MOVE RPL-ROW-LOC(RPL-IDX) TO TO-LOC-RPL.
           MOVE RPL-SEQ-WS TO SEQ-RPL.
           MOVE RPL-TAKE-WS TO QTY-RPL.
           MOVE RPL-ROW-QTY(RPL-IDX) TO QTY-AT-TO-RPL.
           MOVE RPL-ROW-MIN(RPL-IDX) TO MIN-AT-TO-RPL.
           MOVE RPL-ROW-MAX(RPL-IDX) TO MAX-AT-TO-RPL.
           MOVE TODAY-DATE-WS TO DATE-RUN-RPL.
           SET RPL-PROPOSED TO TRUE.
           MOVE 0 TO DATE-DONE-RPL.
           MOVE SPACE TO OPERATOR-RPL.
           WRITE REC-REPLENISH
               INVALID KEY
                   DISPLAY "SUGGESTION FOR GOODS " ID-GOODS-RPL
                           " COULD NOT BE WRITTEN."
           END-WRITE.
           MOVE SPACE TO RPL-LINE-WS.
           IF RPL-TRANSFER
               STRING ID-GOODS-RPL DELIMITED BY SIZE
                      " TRANSFER  " DELIMITED BY SIZE
                      FROM-LOC-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TO-LOC-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      QTY-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      QTY-AT-TO-RPL DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      MIN-AT-TO-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MAX-AT-TO-RPL DELIMITED BY SIZE
                      INTO RPL-LINE-WS
               END-STRING
           ELSE
               STRING ID-GOODS-RPL DELIMITED BY SIZE
                      " PURCHASE          " DELIMITED BY SIZE
                      TO-LOC-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      QTY-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      QTY-AT-TO-RPL DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      MIN-AT-TO-RPL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MAX-AT-TO-RPL DELIMITED BY SIZE
                      INTO RPL-LINE-WS
               END-STRING
           END-IF.
           WRITE REC-REPLENISH-RPT FROM RPL-LINE-WS.
           .
       RPL-WRITE-SUGGESTION-EXT.
           EXIT.

      *>  A TRANSFER IS POSTED AT ONCE AND MARKED DONE. A PURCHASE IS
      *>  ONLY MARKED ACCEPTED - THE PURCHASE PROGRAM PICKS IT UP WHEN
      *>  IT NEXT RAISES DRAFT ORDERS AND MARKS IT DONE THEN.
       REPLENISH-ACCEPT SECTION.
           MOVE 0 TO RPL-DONE-CT-WS.
           MOVE 0 TO RPL-WAITING-CT-WS.
           MOVE 0 TO RPL-REJECT-CT-WS.
           MOVE 0 TO RPL-SKIP-CT-WS.
           OPEN I-O REPLENISH-FILE.
           IF NOT (FILE-STA-RPL = 00)
               DISPLAY "NO REPLENISHMENT SUGGESTIONS ON FILE - RUN "
                       "THE SUGGESTIONS FIRST."
               CLOSE REPLENISH-FILE
               GO TO REPLENISH-ACCEPT-EXT
           END-IF.
           DISPLAY "ACCEPT EVERY PENDING SUGGESTION? (Y = ALL, "
                   "N = ONE BY ONE):"
           ACCEPT RPL-ALL-SW.
           ACC-RPL-READ.
           READ REPLENISH-FILE NEXT RECORD
               AT END
                   GO TO ACC-RPL-DONE
           END-READ.
           IF NOT RPL-PROPOSED
               GO TO ACC-RPL-READ
           END-IF.
           IF NOT RPL-ACCEPT-ALL
               IF RPL-TRANSFER
                   DISPLAY "GOODS " ID-GOODS-RPL " TRANSFER "
                           QTY-RPL " FROM " FROM-LOC-RPL
                           " TO " TO-LOC-RPL
               ELSE
                   DISPLAY "GOODS " ID-GOODS-RPL " PURCHASE "
                           QTY-RPL " FOR " TO-LOC-RPL
               END-IF
               DISPLAY "  " TO-LOC-RPL " HELD " QTY-AT-TO-RPL
                       "   MIN " MIN-AT-TO-RPL "   MAX " MAX-AT-TO-RPL
               DISPLAY "ACCEPT? (Y/N, S = STOP):"
               ACCEPT RPL-ANSWER-WS
               IF RPL-ANSWER-WS = "S"
                   GO TO ACC-RPL-DONE
               END-IF
               IF NOT (RPL-ANSWER-WS = "Y")
                   SET RPL-REJECTED TO TRUE
                   ACCEPT DATE-DONE-RPL FROM DATE YYYYMMDD
                   MOVE LS-OPERATOR-ID TO OPERATOR-RPL
                   REWRITE REC-REPLENISH
                   ADD 1 TO RPL-REJECT-CT-WS
                   GO TO ACC-RPL-READ
               END-IF
           END-IF.
           PERFORM APPLY-ONE-SUGGESTION.
           GO TO ACC-RPL-READ.
           ACC-RPL-DONE.
           CLOSE REPLENISH-FILE.
           DISPLAY RPL-DONE-CT-WS " TRANSFERRED, " RPL-WAITING-CT-WS
                   " PASSED TO PURCHASING, " RPL-REJECT-CT-WS
                   " REJECTED, " RPL-SKIP-CT-WS " SKIPPED.".
           .
       REPLENISH-ACCEPT-EXT.
           EXIT.

       APPLY-ONE-SUGGESTION SECTION.
           IF RPL-PURCHASE
               SET RPL-ACCEPTED TO TRUE
               ACCEPT DATE-DONE-RPL FROM DATE YYYYMMDD
               MOVE LS-OPERATOR-ID TO OPERATOR-RPL
               REWRITE REC-REPLENISH
               ADD 1 TO RPL-WAITING-CT-WS
               GO TO APPLY-ONE-SUGGESTION-EXT
           END-IF.
           MOVE ID-GOODS-RPL TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " ID-GOODS-RPL
                           " NO LONGER ON FILE - SKIPPED."
                   ADD 1 TO RPL-SKIP-CT-WS
                   GO TO APPLY-ONE-SUGGESTION-EXT
           END-READ.
           MOVE FROM-LOC-RPL TO XFER-FROM-LOC-WS.
           MOVE TO-LOC-RPL TO XFER-TO-LOC-WS.
           MOVE QTY-RPL TO XFER-QTY-WS.
           PERFORM POST-STOCK-TRANSFER.
           IF NOT XFER-DONE
               DISPLAY "  LEFT PENDING - RE-RUN THE SUGGESTIONS."
               ADD 1 TO RPL-SKIP-CT-WS
               GO TO APPLY-ONE-SUGGESTION-EXT
           END-IF.
           SET RPL-DONE TO TRUE.
           ACCEPT DATE-DONE-RPL FROM DATE YYYYMMDD.
           MOVE LS-OPERATOR-ID TO OPERATOR-RPL.
           REWRITE REC-REPLENISH.
           ADD 1 TO RPL-DONE-CT-WS.
           .
       APPLY-ONE-SUGGESTION-EXT.
           EXIT.

      *>  SUPERSESSION AND SUBSTITUTES. A RETIRED OR REPLACED GOODS
      *>  NAMES ITS SUCCESSOR FROM AN EFFECTIVE DATE; SUBSTITUTES ARE
      *>  OTHER GOODS THE COUNTER MAY OFFER WHEN IT IS OUT OF STOCK.
       SUPERSESSION-MENU SECTION.
           DISPLAY "S>SET SUCCESSOR    A>ADD SUBSTITUTE    "
                   "R>REMOVE SUBSTITUTE    L>LIST    "
                   "M>MOVE OPEN ORDERS TO SUCCESSOR    E>EXIT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT SPS-ACTION-WS
           EVALUATE SPS-ACTION-WS
               WHEN "S"
                   PERFORM SET-SUCCESSOR
               WHEN "A"
                   PERFORM SUBSTITUTE-MAINT
               WHEN "R"
                   PERFORM SUBSTITUTE-MAINT
               WHEN "L"
                   PERFORM LIST-SUBSTITUTES
               WHEN "M"
                   PERFORM MOVE-TO-SUCCESSOR
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE!"
           END-EVALUATE.
           .
       SUPERSESSION-MENU-EXT.
           EXIT.

       SET-SUCCESSOR SECTION.
           CHECK-SPS-GOODS.
           DISPLAY "ENTER ID OF GOODS BEING REPLACED:"
           ACCEPT SPS-GOODS-WS
           MOVE SPS-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-SPS-GOODS
           END-READ.
           IF SUCCESSOR-GOODS OF REC-GOODS NOT NUMERIC
               MOVE 0 TO SUCCESSOR-GOODS OF REC-GOODS
               MOVE 0 TO SUPERSEDE-DATE-GOODS OF REC-GOODS
           END-IF.
           MOVE SUCCESSOR-GOODS OF REC-GOODS TO SPS-OLD-SUCC-WS.
           IF SPS-OLD-SUCC-WS > 0
               DISPLAY "NOW SUPERSEDED BY " SPS-OLD-SUCC-WS " FROM "
                       SUPERSEDE-DATE-GOODS OF REC-GOODS "."
           END-IF.
           CHECK-SPS-SUCC.
           DISPLAY "ENTER ID OF SUCCESSOR (0 = NOT SUPERSEDED):"
           ACCEPT SPS-SUCC-WS
           MOVE 0 TO SPS-DATE-WS.
           IF SPS-SUCC-WS = 0
               GO TO SPS-SAVE-SUCCESSOR
           END-IF.
           IF SPS-SUCC-WS = SPS-GOODS-WS
               DISPLAY "A GOODS CANNOT SUCCEED ITSELF. RE-ENTER:"
               GO TO CHECK-SPS-SUCC
           END-IF.
           MOVE SPS-SUCC-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-SPS-SUCC
           END-READ.
      *>  TWO GOODS NAMING EACH OTHER WOULD SEND THE COUNTER ROUND
      *>  IN A CIRCLE.
           IF SUCCESSOR-GOODS OF REC-GOODS NUMERIC
                  AND SUCCESSOR-GOODS OF REC-GOODS = SPS-GOODS-WS
               DISPLAY "GOODS " SPS-SUCC-WS " IS ITSELF SUPERSEDED BY "
                       SPS-GOODS-WS ". RE-ENTER:"
               GO TO CHECK-SPS-SUCC
           END-IF.
           DISPLAY "SUCCESSOR: " NAME-GOODS OF REC-GOODS
                   " STOCK " LEFT-GOODS OF REC-GOODS.
           CHECK-SPS-DATE.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, 0 = TODAY):"
           ACCEPT SPS-DATE-WS
           IF SPS-DATE-WS = 0
               ACCEPT SPS-DATE-WS FROM DATE YYYYMMDD
           END-IF.
           MOVE SPS-DATE-WS TO DATE-CHECK-WS
           MOVE "C" TO DATE-MODE-WS
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-SPS-DATE
           END-IF.
           SPS-SAVE-SUCCESSOR.
           MOVE SPS-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS NOT FOUND."
                   GO TO SET-SUCCESSOR-EXT
           END-READ.
           MOVE SPS-SUCC-WS TO SUCCESSOR-GOODS OF REC-GOODS.
           MOVE SPS-DATE-WS TO SUPERSEDE-DATE-GOODS OF REC-GOODS.
           IF SPS-SUCC-WS > 0 AND NOT GOODS-DISCONTINUED
               DISPLAY "MARK THE OLD GOODS DISCONTINUED AS WELL? (Y/N):"
               ACCEPT SPS-ANSWER-WS
               IF SPS-ANSWER-WS = "Y"
                   MOVE "Y" TO DISCONTINUED-SW-GOODS OF REC-GOODS
               END-IF
           END-IF.
           REWRITE REC-GOODS
               INVALID KEY
                   DISPLAY "UPDATE FAILED."
                   GO TO SET-SUCCESSOR-EXT
           END-REWRITE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-GOODS-REC.
           IF NOT (SPS-OLD-SUCC-WS = SPS-SUCC-WS)
               MOVE "GOODS" TO MC-FILE-WS
               MOVE SPACE TO MC-KEY-WS
               MOVE SPS-GOODS-WS TO MC-KEY-WS(1:6)
               MOVE "SUCCESSOR" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS
               MOVE SPS-OLD-SUCC-WS TO MC-OLD-WS(1:6)
               MOVE SPACE TO MC-NEW-WS
               MOVE SPS-SUCC-WS TO MC-NEW-WS(1:6)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF SPS-SUCC-WS = 0
               DISPLAY "SUPERSESSION CLEARED."
           ELSE
               DISPLAY "GOODS " SPS-GOODS-WS " SUPERSEDED BY "
                       SPS-SUCC-WS " FROM " SPS-DATE-WS "."
           END-IF.
           .
       SET-SUCCESSOR-EXT.
           EXIT.

      *>  ADDS (A) OR REMOVES (R) ONE SUBSTITUTE ROW, AND ON REQUEST
      *>  THE REVERSE ROW AS WELL.
       SUBSTITUTE-MAINT SECTION.
           CHECK-SUB-GOODS.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT SPS-GOODS-WS
           MOVE SPS-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-SUB-GOODS
           END-READ.
           CHECK-SUB-ALT.
           DISPLAY "ENTER ID OF SUBSTITUTE:"
           ACCEPT SPS-SUCC-WS
           IF SPS-SUCC-WS = SPS-GOODS-WS
               DISPLAY "A GOODS CANNOT SUBSTITUTE FOR ITSELF. "
                       "RE-ENTER:"
               GO TO CHECK-SUB-ALT
           END-IF.
           IF SPS-ACTION-WS = "A"
               MOVE SPS-SUCC-WS TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   INVALID KEY
                       DISPLAY "INVALID ID OF GOODS! PLEASE RE-ENTER:"
                       GO TO CHECK-SUB-ALT
               END-READ
           END-IF.
           OPEN I-O SUBSTITUTE-FILE.
           IF NOT (FILE-STA-SUBST = 00 OR FILE-STA-SUBST = 05)
               DISPLAY "SUBSTITUTE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SUBST
               GO TO SUBSTITUTE-MAINT-EXT
           END-IF.
           MOVE SPS-GOODS-WS TO SPS-FROM-WS.
           MOVE SPS-SUCC-WS TO SPS-TO-WS.
           PERFORM SPS-SUBST-ONE-ROW.
           IF SPS-ACTION-WS = "A"
               DISPLAY "MAY " SPS-GOODS-WS " ALSO STAND IN FOR "
                       SPS-SUCC-WS "? (Y/N):"
           ELSE
               DISPLAY "REMOVE THE REVERSE ROW (" SPS-SUCC-WS
                       " FOR " SPS-GOODS-WS ") TOO? (Y/N):"
           END-IF.
           ACCEPT SPS-ANSWER-WS.
           IF SPS-ANSWER-WS = "Y"
               MOVE SPS-SUCC-WS TO SPS-FROM-WS
               MOVE SPS-GOODS-WS TO SPS-TO-WS
               PERFORM SPS-SUBST-ONE-ROW
           END-IF.
           CLOSE SUBSTITUTE-FILE.
           .
       SUBSTITUTE-MAINT-EXT.
           EXIT.

      *>  SPS-TO-WS AS A SUBSTITUTE FOR SPS-FROM-WS - WRITTEN OR
      *>  DELETED BY SPS-ACTION-WS. SUBSTITUTE-FILE IS OPEN I-O.
       SPS-SUBST-ONE-ROW SECTION.
           MOVE SPS-FROM-WS TO ID-GOODS-SUBS.
           MOVE SPS-TO-WS TO ID-SUBST-SUBS.
           MOVE "SUBST" TO MC-FILE-WS.
           MOVE SPACE TO MC-KEY-WS.
           MOVE SPS-FROM-WS TO MC-KEY-WS(1:6).
           MOVE "SUBSTITUTE" TO MC-FIELD-WS.
           MOVE SPACE TO MC-OLD-WS.
           MOVE SPACE TO MC-NEW-WS.
           IF SPS-ACTION-WS = "R"
               DELETE SUBSTITUTE-FILE
                   INVALID KEY
                       DISPLAY SPS-TO-WS " WAS NOT A SUBSTITUTE FOR "
                               SPS-FROM-WS "."
                       GO TO SPS-SUBST-ONE-ROW-EXT
               END-DELETE
               DISPLAY SPS-TO-WS " NO LONGER SUBSTITUTES FOR "
                       SPS-FROM-WS "."
               MOVE SPS-TO-WS TO MC-OLD-WS(1:6)
               PERFORM WRITE-MASTER-CHANGE
               GO TO SPS-SUBST-ONE-ROW-EXT
           END-IF.
           ACCEPT DATE-ADDED-SUBS FROM DATE YYYYMMDD.
           MOVE LS-OPERATOR-ID TO OPERATOR-SUBS.
           WRITE REC-SUBSTITUTE
               INVALID KEY
                   DISPLAY SPS-TO-WS " ALREADY SUBSTITUTES FOR "
                           SPS-FROM-WS "."
                   GO TO SPS-SUBST-ONE-ROW-EXT
           END-WRITE.
           DISPLAY SPS-TO-WS " NOW SUBSTITUTES FOR " SPS-FROM-WS ".".
           MOVE SPS-TO-WS TO MC-NEW-WS(1:6).
           PERFORM WRITE-MASTER-CHANGE.
           .
       SPS-SUBST-ONE-ROW-EXT.
           EXIT.

       LIST-SUBSTITUTES SECTION.
           DISPLAY "ENTER ID OF GOODS:"
           ACCEPT SPS-GOODS-WS
           MOVE SPS-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS NOT FOUND."
                   GO TO LIST-SUBSTITUTES-EXT
           END-READ.
           DISPLAY SPS-GOODS-WS " " NAME-GOODS OF REC-GOODS
                   " STOCK " LEFT-GOODS OF REC-GOODS.
           IF SUCCESSOR-GOODS OF REC-GOODS NUMERIC
                  AND SUCCESSOR-GOODS OF REC-GOODS > 0
               DISPLAY "  SUPERSEDED BY " SUCCESSOR-GOODS OF REC-GOODS
                       " FROM " SUPERSEDE-DATE-GOODS OF REC-GOODS
           END-IF.
           MOVE 0 TO SPS-SUBS-CT-WS.
           OPEN INPUT SUBSTITUTE-FILE.
           IF NOT (FILE-STA-SUBST = 00)
               DISPLAY "  NO SUBSTITUTES ON FILE."
               CLOSE SUBSTITUTE-FILE
               GO TO LIST-SUBSTITUTES-EXT
           END-IF.
           MOVE SPS-GOODS-WS TO ID-GOODS-SUBS.
           MOVE 0 TO ID-SUBST-SUBS.
           START SUBSTITUTE-FILE
               KEY NOT LESS THAN KEY-SUBSTITUTE OF REC-SUBSTITUTE
               INVALID KEY
                   GO TO LSS-DONE
           END-START.
           LSS-READ-SUBST.
           READ SUBSTITUTE-FILE NEXT RECORD
               AT END
                   GO TO LSS-DONE
           END-READ.
           IF NOT (ID-GOODS-SUBS = SPS-GOODS-WS)
               GO TO LSS-DONE
           END-IF.
           ADD 1 TO SPS-SUBS-CT-WS.
           MOVE ID-SUBST-SUBS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO NAME-GOODS OF REC-GOODS
                   MOVE 0 TO LEFT-GOODS OF REC-GOODS
           END-READ.
           DISPLAY "  SUBSTITUTE " ID-SUBST-SUBS " "
                   NAME-GOODS OF REC-GOODS
                   " STOCK " LEFT-GOODS OF REC-GOODS
                   " ADDED " DATE-ADDED-SUBS " BY " OPERATOR-SUBS.
           GO TO LSS-READ-SUBST.
           LSS-DONE.
           CLOSE SUBSTITUTE-FILE.
           DISPLAY "  " SPS-SUBS-CT-WS " SUBSTITUTES.".
           .
       LIST-SUBSTITUTES-EXT.
           EXIT.

      *>  MOVES EVERYTHING STILL OPEN AGAINST A SUPERSEDED GOODS ONTO
      *>  ITS SUCCESSOR: OPEN BACKORDERS AND OPEN QUOTE LINES ARE
      *>  REPOINTED, AND EACH CUSTOMER'S CONTRACT PRICE IS COPIED
      *>  ACROSS WHERE THE SUCCESSOR HAS NONE. A QUOTE LINE'S STOCK
      *>  RESERVATION WAS ON THE OLD ITEM AND IS RELEASED - THE
      *>  ORDER IS CONFIRMED AGAIN AGAINST THE NEW ONE.
       MOVE-TO-SUCCESSOR SECTION.
           DISPLAY "ENTER ID OF SUPERSEDED GOODS:"
           ACCEPT SPS-GOODS-WS
           MOVE SPS-GOODS-WS TO ID-GOODS OF REC-GOODS
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS NOT FOUND."
                   GO TO MOVE-TO-SUCCESSOR-EXT
           END-READ.
           IF SUCCESSOR-GOODS OF REC-GOODS NOT NUMERIC
                  OR SUCCESSOR-GOODS OF REC-GOODS = 0
               DISPLAY "NO SUCCESSOR IS SET FOR THIS GOODS."
               GO TO MOVE-TO-SUCCESSOR-EXT
           END-IF.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           IF SUPERSEDE-DATE-GOODS OF REC-GOODS > TODAY-DATE-WS
               DISPLAY "SUPERSESSION NOT IN EFFECT UNTIL "
                       SUPERSEDE-DATE-GOODS OF REC-GOODS "."
               GO TO MOVE-TO-SUCCESSOR-EXT
           END-IF.
           MOVE SUCCESSOR-GOODS OF REC-GOODS TO SPS-SUCC-WS.
           MOVE SPS-SUCC-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "SUCCESSOR " SPS-SUCC-WS
                           " IS NO LONGER ON FILE."
                   GO TO MOVE-TO-SUCCESSOR-EXT
           END-READ.
           DISPLAY "MOVE OPEN BACKORDERS, QUOTES AND CONTRACT PRICES "
                   "OF " SPS-GOODS-WS " TO " SPS-SUCC-WS " "
                   NAME-GOODS OF REC-GOODS "? (Y/N):"
           ACCEPT SPS-ANSWER-WS
           IF NOT (SPS-ANSWER-WS = "Y")
               DISPLAY "NOTHING MOVED."
               GO TO MOVE-TO-SUCCESSOR-EXT
           END-IF.
           INITIALIZE SPS-BO-CT-WS SPS-QUOTE-CT-WS SPS-RSV-CT-WS
                      SPS-CTR-CT-WS SPS-CTR-SKIP-CT-WS.
           PERFORM SPS-MOVE-BACKORDERS.
           PERFORM SPS-MOVE-QUOTES.
           PERFORM SPS-COPY-CONTRACTS.
           DISPLAY SPS-BO-CT-WS " BACKORDERS AND " SPS-QUOTE-CT-WS
                   " QUOTE LINES MOVED, " SPS-CTR-CT-WS
                   " CONTRACT PRICES COPIED.".
           IF SPS-CTR-SKIP-CT-WS > 0
               DISPLAY SPS-CTR-SKIP-CT-WS " CUSTOMERS ALREADY HAD A "
                       "CONTRACT PRICE ON THE SUCCESSOR - LEFT AS IS."
           END-IF.
           IF SPS-RSV-CT-WS > 0
               DISPLAY SPS-RSV-CT-WS " MOVED QUOTE LINES HAD STOCK "
                       "RESERVED - CONFIRM THOSE ORDERS AGAIN."
           END-IF.
           MOVE "GOODS" TO MC-FILE-WS.
           MOVE SPACE TO MC-KEY-WS.
           MOVE SPS-GOODS-WS TO MC-KEY-WS(1:6).
           MOVE "ORDERS-MOVED" TO MC-FIELD-WS.
           MOVE SPACE TO MC-OLD-WS.
           MOVE SPS-GOODS-WS TO MC-OLD-WS(1:6).
           MOVE SPACE TO MC-NEW-WS.
           MOVE SPS-SUCC-WS TO MC-NEW-WS(1:6).
           PERFORM WRITE-MASTER-CHANGE.
           .
       MOVE-TO-SUCCESSOR-EXT.
           EXIT.

      *>  THE GOODS IS PART OF THE BACKORDER KEY, SO A MOVED ROW IS
      *>  DELETED AND WRITTEN AGAIN UNDER THE SUCCESSOR. ID-BO COMES
      *>  OFF ONE COUNTER FOR ALL GOODS, SO THE NEW KEY IS FREE.
       SPS-MOVE-BACKORDERS SECTION.
           OPEN I-O BACKORDER-FILE.
           IF NOT (FILE-STA-BACKORDER = 00)
               CLOSE BACKORDER-FILE
               GO TO SPS-MOVE-BACKORDERS-EXT
           END-IF.
           MOVE SPS-GOODS-WS TO ID-GOODS-BO.
           MOVE 0 TO ID-BO.
           START BACKORDER-FILE
               KEY NOT LESS THAN KEY-BACKORDER OF REC-BACKORDER
               INVALID KEY
                   GO TO SMB-DONE
           END-START.
           SMB-READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   GO TO SMB-DONE
           END-READ.
           IF NOT (ID-GOODS-BO = SPS-GOODS-WS)
               GO TO SMB-DONE
           END-IF.
           IF NOT BO-OPEN
               GO TO SMB-READ-BACKORDER
           END-IF.
           MOVE REC-BACKORDER TO SPS-SAVE-BO-WS.
           DELETE BACKORDER-FILE
               INVALID KEY
                   GO TO SMB-READ-BACKORDER
           END-DELETE.
           MOVE SPS-SUCC-WS TO ID-GOODS-BO.
           WRITE REC-BACKORDER
               INVALID KEY
                   MOVE SPS-SAVE-BO-WS TO REC-BACKORDER
                   WRITE REC-BACKORDER
                   DISPLAY "BACKORDER " ID-BO " COULD NOT BE MOVED."
               NOT INVALID KEY
                   ADD 1 TO SPS-BO-CT-WS
           END-WRITE.
      *>  CARRY ON AFTER THE OLD KEY.
           MOVE SPS-SAVE-BO-WS TO REC-BACKORDER.
           START BACKORDER-FILE
               KEY GREATER THAN KEY-BACKORDER OF REC-BACKORDER
               INVALID KEY
                   GO TO SMB-DONE
           END-START.
           GO TO SMB-READ-BACKORDER.
           SMB-DONE.
           CLOSE BACKORDER-FILE.
           .
       SPS-MOVE-BACKORDERS-EXT.
           EXIT.

       SPS-MOVE-QUOTES SECTION.
           OPEN I-O QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00)
               CLOSE QUOTE-FILE
               GO TO SPS-MOVE-QUOTES-EXT
           END-IF.
           SMQ-READ-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO SMQ-DONE
           END-READ.
           IF NOT (ID-GOODS-QUOTE = SPS-GOODS-WS AND QUOTE-OPEN)
               GO TO SMQ-READ-QUOTE
           END-IF.
           MOVE SPS-SUCC-WS TO ID-GOODS-QUOTE.
           IF QUOTE-RESERVED
               MOVE "N" TO RESERVE-SW-QUOTE
               ADD 1 TO SPS-RSV-CT-WS
           END-IF.
           REWRITE REC-QUOTE
               INVALID KEY
                   DISPLAY "QUOTE " ID-QUOTE " LINE " LINE-QUOTE
                           " COULD NOT BE MOVED."
               NOT INVALID KEY
                   ADD 1 TO SPS-QUOTE-CT-WS
           END-REWRITE.
           GO TO SMQ-READ-QUOTE.
           SMQ-DONE.
           CLOSE QUOTE-FILE.
           .
       SPS-MOVE-QUOTES-EXT.
           EXIT.

      *>  THE OLD ROWS STAY FOR THE OLD GOODS' HISTORY - THE COPY
      *>  GOES IN UNDER THE SUCCESSOR, AND THE SCAN IS PUT BACK ON
      *>  THE ROW IT WAS READING.
       SPS-COPY-CONTRACTS SECTION.
           OPEN I-O CONTRACT-FILE.
           IF NOT (FILE-STA-CONTRACT = 00)
               CLOSE CONTRACT-FILE
               GO TO SPS-COPY-CONTRACTS-EXT
           END-IF.
           SCC-READ-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   GO TO SCC-DONE
           END-READ.
           IF NOT (ID-GOODS-CTR = SPS-GOODS-WS)
               GO TO SCC-READ-CONTRACT
           END-IF.
           MOVE REC-CONTRACT TO SPS-SAVE-CTR-WS.
           MOVE SPS-SUCC-WS TO ID-GOODS-CTR.
           WRITE REC-CONTRACT
               INVALID KEY
                   ADD 1 TO SPS-CTR-SKIP-CT-WS
               NOT INVALID KEY
                   ADD 1 TO SPS-CTR-CT-WS
           END-WRITE.
           MOVE SPS-SAVE-CTR-WS TO REC-CONTRACT.
           READ CONTRACT-FILE
               KEY IS KEY-CONTRACT OF REC-CONTRACT
               INVALID KEY
                   GO TO SCC-DONE
           END-READ.
           GO TO SCC-READ-CONTRACT.
           SCC-DONE.
           CLOSE CONTRACT-FILE.
           .
       SPS-COPY-CONTRACTS-EXT.
           EXIT.

      *>  OPEN BACKORDERS AND OPEN QUOTE LINES STILL NAMING
      *>  SPS-GOODS-WS, INTO SPS-BO-CT-WS AND SPS-QUOTE-CT-WS.
       SPS-COUNT-OPEN-ORDERS SECTION.
           INITIALIZE SPS-BO-CT-WS SPS-QUOTE-CT-WS.
           OPEN INPUT BACKORDER-FILE.
           IF NOT (FILE-STA-BACKORDER = 00)
               CLOSE BACKORDER-FILE
               GO TO SCO-QUOTES
           END-IF.
           MOVE SPS-GOODS-WS TO ID-GOODS-BO.
           MOVE 0 TO ID-BO.
           START BACKORDER-FILE
               KEY NOT LESS THAN KEY-BACKORDER OF REC-BACKORDER
               INVALID KEY
                   GO TO SCO-BO-DONE
           END-START.
           SCO-READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   GO TO SCO-BO-DONE
           END-READ.
           IF ID-GOODS-BO = SPS-GOODS-WS
               IF BO-OPEN
                   ADD 1 TO SPS-BO-CT-WS
               END-IF
               GO TO SCO-READ-BACKORDER
           END-IF.
           SCO-BO-DONE.
           CLOSE BACKORDER-FILE.
           SCO-QUOTES.
           OPEN INPUT QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00)
               CLOSE QUOTE-FILE
               GO TO SPS-COUNT-OPEN-ORDERS-EXT
           END-IF.
           SCO-READ-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO SCO-QUOTE-DONE
           END-READ.
           IF ID-GOODS-QUOTE = SPS-GOODS-WS AND QUOTE-OPEN
               ADD 1 TO SPS-QUOTE-CT-WS
           END-IF.
           GO TO SCO-READ-QUOTE.
           SCO-QUOTE-DONE.
           CLOSE QUOTE-FILE.
           .
       SPS-COUNT-OPEN-ORDERS-EXT.
           EXIT.

      *>  A DELETED GOODS TAKES ITS SUBSTITUTE ROWS WITH IT - BOTH
      *>  ITS OWN AND THOSE NAMING IT AS A SUBSTITUTE.
       SPS-PURGE-SUBSTITUTES SECTION.
           OPEN I-O SUBSTITUTE-FILE.
           IF NOT (FILE-STA-SUBST = 00)
               CLOSE SUBSTITUTE-FILE
               GO TO SPS-PURGE-SUBSTITUTES-EXT
           END-IF.
           SPG-READ-SUBST.
           READ SUBSTITUTE-FILE NEXT RECORD
               AT END
                   GO TO SPG-DONE
           END-READ.
           IF ID-GOODS-SUBS = SPS-GOODS-WS
                  OR ID-SUBST-SUBS = SPS-GOODS-WS
               DELETE SUBSTITUTE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           GO TO SPG-READ-SUBST.
           SPG-DONE.
           CLOSE SUBSTITUTE-FILE.
           .
       SPS-PURGE-SUBSTITUTES-EXT.
           EXIT.

      *>  STYLES: ONE PARENT RECORD HOLDS WHAT ITS COLOUR/SIZE
      *>  CHILDREN SHARE AND GENERATES THEM AS ORDINARY GOODS, EACH
      *>  WITH ITS OWN STOCK AND BARCODE.
       STYLE-MENU SECTION.
           DISPLAY "A>ADD STYLE AND VARIANTS    U>UPDATE STYLE    "
                   "G>SIZE/COLOUR STOCK GRID    E>EXIT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT STY-ACTION-WS
           EVALUATE STY-ACTION-WS
               WHEN "A"
                   PERFORM STYLE-ADD
               WHEN "U"
                   PERFORM STYLE-UPDATE
               WHEN "G"
                   PERFORM STYLE-GRID
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE!"
           END-EVALUATE.
           .
       STYLE-MENU-EXT.
           EXIT.

       STYLE-ADD SECTION.
           OPEN I-O STYLE-FILE.
           IF NOT (FILE-STA-STYLE = 00 OR FILE-STA-STYLE = 05)
               DISPLAY "STYLE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-STYLE
               GO TO STYLE-ADD-EXT
           END-IF.
           CHECK-STY-CODE.
           DISPLAY "ENTER STYLE CODE:"
           ACCEPT STY-CODE-WS
           IF STY-CODE-WS = SPACE
               DISPLAY "NOTHING ENTERED."
               CLOSE STYLE-FILE
               GO TO STYLE-ADD-EXT
           END-IF.
           MOVE STY-CODE-WS TO CODE-STYLE.
           READ STYLE-FILE
               KEY IS CODE-STYLE OF REC-STYLE
               NOT INVALID KEY
                   DISPLAY "STYLE ALREADY EXISTS - USE U TO CHANGE IT."
                   CLOSE STYLE-FILE
                   GO TO STYLE-ADD-EXT
           END-READ.
      *>  THE SHARED FIELDS ARE KEYED THROUGH THE USUAL GOODS
      *>  PROMPTS AND CHECKS, THEN KEPT ON THE STYLE.
           INITIALIZE REC-GOODS.
           DISPLAY "ENTER STYLE NAME (FIRST 8 CHARACTERS START EACH "
                   "VARIANT NAME):"
           ACCEPT NAME-STYLE.
           CHECK-STY-PRICE.
           DISPLAY "ENTER PRICE OF STYLE:"
           ACCEPT PRICE-STYLE
           IF NOT (PRICE-STYLE > 0)
               DISPLAY "PRICE MUST BE GREATER THAN ZERO. RE-ENTER:"
               GO TO CHECK-STY-PRICE
           END-IF
           PERFORM CHECK-SUPPLIER-CODE
           DISPLAY "ENTER REORDER LEVEL OF EACH VARIANT:"
           ACCEPT REORDER-LEVEL-STYLE
           DISPLAY "ENTER CATEGORY OF STYLE:"
           ACCEPT CATEGORY-STYLE
           DISPLAY "ENTER CURRENCY OF STYLE (E.G. USD):"
           ACCEPT CURRENCY-STYLE
           PERFORM CHECK-VAT-CODE
           PERFORM CHECK-GOODS-UNITS
           MOVE CODE-SUPPLIER OF REC-GOODS TO CODE-SUPPLIER-STYLE.
           MOVE FIRM-GOODS OF REC-GOODS TO FIRM-STYLE.
           MOVE CODE-VAT-GOODS OF REC-GOODS TO CODE-VAT-STYLE.
           MOVE UNIT-STOCK-GOODS OF REC-GOODS TO UNIT-STOCK-STYLE.
           MOVE UNITS-PER-CASE-GOODS OF REC-GOODS
               TO UNITS-PER-CASE-STYLE.
           MOVE 0 TO COLOUR-CT-STYLE.
           MOVE 0 TO SIZE-CT-STYLE.
           DISPLAY "ENTER THE COLOURS, ONE AT A TIME (SPACE = NO "
                   "MORE, UP TO 10):".
           PERFORM STY-ACCEPT-COLOUR UNTIL COLOUR-CT-STYLE = 10
                   OR STY-ENTRY-WS = SPACE.
           DISPLAY "ENTER THE SIZES IN DISPLAY ORDER (SPACE = NO "
                   "MORE, UP TO 10):".
           PERFORM STY-ACCEPT-SIZE UNTIL SIZE-CT-STYLE = 10
                   OR STY-ENTRY-WS = SPACE.
           IF COLOUR-CT-STYLE = 0 OR SIZE-CT-STYLE = 0
               DISPLAY "A STYLE NEEDS AT LEAST ONE COLOUR AND ONE "
                       "SIZE - NOTHING SAVED."
               CLOSE STYLE-FILE
               GO TO STYLE-ADD-EXT
           END-IF.
           ACCEPT DATE-ADDED-STYLE FROM DATE YYYYMMDD.
           MOVE LS-OPERATOR-ID TO OPERATOR-STYLE.
           WRITE REC-STYLE
               INVALID KEY
                   DISPLAY "STYLE COULD NOT BE WRITTEN."
                   CLOSE STYLE-FILE
                   GO TO STYLE-ADD-EXT
           END-WRITE.
           DISPLAY "STYLE " CODE-STYLE " ADDED WITH "
                   COLOUR-CT-STYLE " COLOURS AND "
                   SIZE-CT-STYLE " SIZES.".
           PERFORM STY-GENERATE-VARIANTS.
           CLOSE STYLE-FILE.
           .
       STYLE-ADD-EXT.
           EXIT.

      *>  THE NEXT COLOUR OR SIZE GOES ON THE END OF THE LIST. A
      *>  SPACE ENDS THE LIST; A REPEAT IS IGNORED.
       STY-ACCEPT-COLOUR SECTION.
           ACCEPT STY-ENTRY-WS.
           IF STY-ENTRY-WS = SPACE
               GO TO STY-ACCEPT-COLOUR-EXT
           END-IF.
           MOVE 1 TO STY-CI.
           STY-COLOUR-DUP.
           IF STY-CI > COLOUR-CT-STYLE
               ADD 1 TO COLOUR-CT-STYLE
               MOVE STY-ENTRY-WS TO COLOUR-STYLE(COLOUR-CT-STYLE)
               GO TO STY-ACCEPT-COLOUR-EXT
           END-IF.
           IF COLOUR-STYLE(STY-CI) = STY-ENTRY-WS
               DISPLAY "ALREADY ON THE LIST."
               GO TO STY-ACCEPT-COLOUR-EXT
           END-IF.
           ADD 1 TO STY-CI.
           GO TO STY-COLOUR-DUP.
           .
       STY-ACCEPT-COLOUR-EXT.
           EXIT.

       STY-ACCEPT-SIZE SECTION.
           ACCEPT STY-ENTRY-WS.
           IF STY-ENTRY-WS = SPACE
               GO TO STY-ACCEPT-SIZE-EXT
           END-IF.
           MOVE 1 TO STY-SI.
           STY-SIZE-DUP.
           IF STY-SI > SIZE-CT-STYLE
               ADD 1 TO SIZE-CT-STYLE
               MOVE STY-ENTRY-WS TO SIZE-STYLE(SIZE-CT-STYLE)
               GO TO STY-ACCEPT-SIZE-EXT
           END-IF.
           IF SIZE-STYLE(STY-SI) = STY-ENTRY-WS(1:4)
               DISPLAY "ALREADY ON THE LIST."
               GO TO STY-ACCEPT-SIZE-EXT
           END-IF.
           ADD 1 TO STY-SI.
           GO TO STY-SIZE-DUP.
           .
       STY-ACCEPT-SIZE-EXT.
           EXIT.

      *>  MAKES A GOODS FOR EVERY COLOUR/SIZE OF THE STYLE IN
      *>  REC-STYLE THAT HAS NONE YET, ON THE NEXT FREE IDS FROM THE
      *>  ONE KEYED. SAFE TO RUN AGAIN AFTER COLOURS OR SIZES ARE
      *>  ADDED - EXISTING CHILDREN ARE LEFT ALONE.
       STY-GENERATE-VARIANTS SECTION.
           DISPLAY "ENTER FIRST GOODS ID FOR THE NEW VARIANTS:"
           ACCEPT STY-NEXT-ID-WS.
           DISPLAY "KEY A BARCODE FOR EACH NEW VARIANT? (Y/N):"
           ACCEPT STY-BARCODES-SW.
           OPEN I-O VARIANT-FILE.
           IF NOT (FILE-STA-VARIANT = 00 OR FILE-STA-VARIANT = 05)
               DISPLAY "VARIANT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-VARIANT
               GO TO STY-GENERATE-VARIANTS-EXT
           END-IF.
           IF STY-ASK-BARCODES
               OPEN I-O XREF-FILE
               IF NOT (FILE-STA-XREF = 00 OR FILE-STA-XREF = 05)
                   DISPLAY "XREF FILE WILL NOT OPEN - NO BARCODES."
                   MOVE "N" TO STY-BARCODES-SW
               END-IF
           END-IF.
           MOVE 0 TO STY-MADE-CT-WS.
           MOVE 1 TO STY-CI.
           PERFORM STY-GEN-COLOUR UNTIL STY-CI > COLOUR-CT-STYLE.
           CLOSE VARIANT-FILE.
           IF STY-ASK-BARCODES
               CLOSE XREF-FILE
           END-IF.
           DISPLAY STY-MADE-CT-WS " VARIANT GOODS GENERATED.".
           .
       STY-GENERATE-VARIANTS-EXT.
           EXIT.

       STY-GEN-COLOUR SECTION.
           MOVE 1 TO STY-SI.
           PERFORM STY-GEN-ONE UNTIL STY-SI > SIZE-CT-STYLE.
           ADD 1 TO STY-CI.
           .
       STY-GEN-COLOUR-EXT.
           EXIT.

       STY-GEN-ONE SECTION.
           MOVE CODE-STYLE TO CODE-STYLE-VAR.
           MOVE COLOUR-STYLE(STY-CI) TO COLOUR-VAR.
           MOVE SIZE-STYLE(STY-SI) TO SIZE-VAR.
           READ VARIANT-FILE
               KEY IS KEY-VARIANT OF REC-VARIANT
               NOT INVALID KEY
                   GO TO STY-GEN-ONE-NEXT
           END-READ.
           MOVE "N" TO STY-ID-FREE-SW.
           PERFORM STY-FIND-FREE-ID UNTIL STY-ID-FREE.
           INITIALIZE REC-GOODS.
           MOVE STY-NEXT-ID-WS TO ID-GOODS OF REC-GOODS.
           MOVE SPACE TO NAME-GOODS OF REC-GOODS.
           STRING NAME-STYLE(1:8) " " COLOUR-STYLE(STY-CI) " "
               SIZE-STYLE(STY-SI)
               DELIMITED BY SIZE INTO NAME-GOODS OF REC-GOODS
           END-STRING.
           MOVE PRICE-STYLE TO PRICE-GOODS OF REC-GOODS.
           MOVE 0 TO LEFT-GOODS OF REC-GOODS.
           MOVE FIRM-STYLE TO FIRM-GOODS OF REC-GOODS.
           MOVE REORDER-LEVEL-STYLE TO REORDER-LEVEL OF REC-GOODS.
           MOVE CODE-SUPPLIER-STYLE TO CODE-SUPPLIER OF REC-GOODS.
           MOVE CATEGORY-STYLE TO CATEGORY-GOODS OF REC-GOODS.
           MOVE CURRENCY-STYLE TO CURRENCY-GOODS OF REC-GOODS.
           MOVE CODE-VAT-STYLE TO CODE-VAT-GOODS OF REC-GOODS.
           MOVE "N" TO SERIAL-TRACKED-SW OF REC-GOODS.
           MOVE UNIT-STOCK-STYLE TO UNIT-STOCK-GOODS OF REC-GOODS.
           MOVE UNITS-PER-CASE-STYLE TO UNITS-PER-CASE-GOODS
               OF REC-GOODS.
           MOVE 0 TO WARRANTY-MONTHS-GOODS OF REC-GOODS.
           MOVE "N" TO CONSIGN-SW-GOODS OF REC-GOODS.
           MOVE "N" TO INSPECT-SW-GOODS OF REC-GOODS.
           MOVE 0 TO WEIGHT-GOODS OF REC-GOODS.
           MOVE "N" TO DISCONTINUED-SW-GOODS OF REC-GOODS.
           MOVE 0 TO REORDER-QTY-GOODS OF REC-GOODS.
           MOVE "C" TO ABC-CLASS-GOODS OF REC-GOODS.
           MOVE 0 TO LAST-COUNT-DATE-GOODS OF REC-GOODS.
           MOVE 0 TO SUCCESSOR-GOODS OF REC-GOODS.
           MOVE 0 TO SUPERSEDE-DATE-GOODS OF REC-GOODS.
           MOVE CODE-STYLE TO STYLE-GOODS OF REC-GOODS.
           WRITE REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " STY-NEXT-ID-WS
                           " COULD NOT BE WRITTEN - VARIANT SKIPPED."
                   GO TO STY-GEN-ONE-NEXT
           END-WRITE.
           MOVE "W" TO JRN-ACTION-WS.
           PERFORM JOURNAL-GOODS-REC.
           MOVE STY-NEXT-ID-WS TO ID-GOODS-VAR.
           WRITE REC-VARIANT
               INVALID KEY
                   DISPLAY "VARIANT ROW COULD NOT BE WRITTEN."
           END-WRITE.
           ADD 1 TO STY-MADE-CT-WS.
           DISPLAY STY-NEXT-ID-WS " " NAME-GOODS OF REC-GOODS.
           IF STY-ASK-BARCODES
               PERFORM STY-LINK-BARCODE
           END-IF.
           ADD 1 TO STY-NEXT-ID-WS.
           STY-GEN-ONE-NEXT.
           ADD 1 TO STY-SI.
           .
       STY-GEN-ONE-EXT.
           EXIT.

      *>  MOVES STY-NEXT-ID-WS PAST ANY ID ALREADY ON THE GOODS FILE.
       STY-FIND-FREE-ID SECTION.
           MOVE STY-NEXT-ID-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   SET STY-ID-FREE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO STY-NEXT-ID-WS
           END-READ.
           .
       STY-FIND-FREE-ID-EXT.
           EXIT.

       STY-LINK-BARCODE SECTION.
           DISPLAY "  BARCODE (SPACE = NONE):"
           ACCEPT STY-BARCODE-WS.
           IF STY-BARCODE-WS = SPACE
               GO TO STY-LINK-BARCODE-EXT
           END-IF.
           MOVE STY-BARCODE-WS TO CODE-ALT-XREF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-XREF.
           MOVE "B" TO KIND-XREF.
           WRITE REC-XREF
               INVALID KEY
                   DISPLAY "  BARCODE ALREADY IN USE - NOT LINKED. "
                           "SET IT UP UNDER ALT ITEM CODES."
           END-WRITE.
           .
       STY-LINK-BARCODE-EXT.
           EXIT.

      *>  PRICE, CATEGORY AND SUPPLIER CHANGED ON THE STYLE ARE
      *>  WRITTEN THROUGH TO EVERY CHILD, WITH THE SAME PRICE HISTORY
      *>  AND BEFORE/AFTER ROWS A ONE-BY-ONE UPDATE WOULD LEAVE. NEW
      *>  COLOURS AND SIZES MAY BE ADDED AND THEIR CHILDREN MADE.
       STYLE-UPDATE SECTION.
           OPEN I-O STYLE-FILE.
           IF NOT (FILE-STA-STYLE = 00)
               DISPLAY "NO STYLES ON FILE."
               CLOSE STYLE-FILE
               GO TO STYLE-UPDATE-EXT
           END-IF.
           DISPLAY "ENTER STYLE CODE:"
           ACCEPT STY-CODE-WS.
           MOVE STY-CODE-WS TO CODE-STYLE.
           READ STYLE-FILE
               KEY IS CODE-STYLE OF REC-STYLE
               INVALID KEY
                   DISPLAY "STYLE NOT FOUND."
                   CLOSE STYLE-FILE
                   GO TO STYLE-UPDATE-EXT
           END-READ.
           DISPLAY CODE-STYLE " " NAME-STYLE " PRICE " PRICE-STYLE
                   " CATEGORY " CATEGORY-STYLE
                   " SUPPLIER " CODE-SUPPLIER-STYLE.
           CHECK-STY-NEW-PRICE.
           DISPLAY "ENTER NEW PRICE (0 = UNCHANGED):"
           ACCEPT STY-NEW-PRICE-WS
           IF STY-NEW-PRICE-WS < 0
               DISPLAY "PRICE MAY NOT BE NEGATIVE. RE-ENTER:"
               GO TO CHECK-STY-NEW-PRICE
           END-IF.
           DISPLAY "ENTER NEW CATEGORY (SPACE = UNCHANGED):"
           ACCEPT STY-NEW-CATEGORY-WS.
           CHECK-STY-NEW-SUPPLIER.
           DISPLAY "ENTER NEW SUPPLIER CODE (SPACE = UNCHANGED):"
           ACCEPT STY-NEW-SUPPLIER-WS
           IF STY-NEW-SUPPLIER-WS NOT = SPACE
               MOVE STY-NEW-SUPPLIER-WS
                   TO CODE-SUPPLIER OF REC-SUPPLIER
               READ SUPPLIER-FILE
                   KEY IS CODE-SUPPLIER OF REC-SUPPLIER
                   INVALID KEY
                       DISPLAY "INVALID SUPPLIER CODE! PLEASE "
                               "RE-ENTER:"
                       GO TO CHECK-STY-NEW-SUPPLIER
               END-READ
               MOVE STY-NEW-SUPPLIER-WS TO CODE-SUPPLIER-STYLE
               MOVE NAME-SUPPLIER OF REC-SUPPLIER TO FIRM-STYLE
           END-IF.
           IF STY-NEW-PRICE-WS > 0
               MOVE STY-NEW-PRICE-WS TO PRICE-STYLE
           END-IF.
           IF STY-NEW-CATEGORY-WS NOT = SPACE
               MOVE STY-NEW-CATEGORY-WS TO CATEGORY-STYLE
           END-IF.
           DISPLAY "ADD COLOURS OR SIZES? (Y/N):"
           ACCEPT STY-ANSWER-WS.
           IF STY-ANSWER-WS = "Y"
               MOVE "X" TO STY-ENTRY-WS
               DISPLAY "ENTER NEW COLOURS (SPACE = NO MORE):"
               PERFORM STY-ACCEPT-COLOUR UNTIL COLOUR-CT-STYLE = 10
                       OR STY-ENTRY-WS = SPACE
               MOVE "X" TO STY-ENTRY-WS
               DISPLAY "ENTER NEW SIZES (SPACE = NO MORE):"
               PERFORM STY-ACCEPT-SIZE UNTIL SIZE-CT-STYLE = 10
                       OR STY-ENTRY-WS = SPACE
           END-IF.
           REWRITE REC-STYLE
               INVALID KEY
                   DISPLAY "STYLE UPDATE FAILED."
                   CLOSE STYLE-FILE
                   GO TO STYLE-UPDATE-EXT
           END-REWRITE.
           PERFORM STY-FLOW-TO-CHILDREN.
           IF STY-ANSWER-WS = "Y"
               PERFORM STY-GENERATE-VARIANTS
           END-IF.
           CLOSE STYLE-FILE.
           .
       STYLE-UPDATE-EXT.
           EXIT.

       STY-FLOW-TO-CHILDREN SECTION.
           MOVE 0 TO STY-CHANGED-CT-WS.
           OPEN INPUT VARIANT-FILE.
           IF NOT (FILE-STA-VARIANT = 00)
               CLOSE VARIANT-FILE
               GO TO STY-FLOW-TO-CHILDREN-EXT
           END-IF.
           MOVE CODE-STYLE TO CODE-STYLE-VAR.
           MOVE SPACE TO COLOUR-VAR.
           MOVE SPACE TO SIZE-VAR.
           START VARIANT-FILE
               KEY NOT LESS THAN KEY-VARIANT OF REC-VARIANT
               INVALID KEY
                   GO TO STY-FLOW-DONE
           END-START.
           STY-FLOW-READ.
           READ VARIANT-FILE NEXT RECORD
               AT END
                   GO TO STY-FLOW-DONE
           END-READ.
           IF NOT (CODE-STYLE-VAR = CODE-STYLE)
               GO TO STY-FLOW-DONE
           END-IF.
           MOVE ID-GOODS-VAR TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO STY-FLOW-READ
           END-READ.
           MOVE PRICE-GOODS OF REC-GOODS TO OLD-PRICE-WS.
           MOVE NAME-GOODS OF REC-GOODS TO OLD-NAME-WS.
           MOVE REORDER-LEVEL OF REC-GOODS TO OLD-REORDER-WS.
           MOVE REORDER-QTY-GOODS OF REC-GOODS TO OLD-REORDER-QTY-WS.
           MOVE CODE-VAT-GOODS OF REC-GOODS TO OLD-VATCODE-WS.
           MOVE CODE-SUPPLIER OF REC-GOODS TO OLD-SUPPLIER-WS.
           MOVE CATEGORY-GOODS OF REC-GOODS TO OLD-CATEGORY-WS.
           MOVE PRICE-STYLE TO PRICE-GOODS OF REC-GOODS.
           MOVE CATEGORY-STYLE TO CATEGORY-GOODS OF REC-GOODS.
           MOVE CODE-SUPPLIER-STYLE TO CODE-SUPPLIER OF REC-GOODS.
           MOVE FIRM-STYLE TO FIRM-GOODS OF REC-GOODS.
           IF OLD-PRICE-WS = PRICE-GOODS OF REC-GOODS
                  AND OLD-CATEGORY-WS = CATEGORY-GOODS OF REC-GOODS
                  AND OLD-SUPPLIER-WS = CODE-SUPPLIER OF REC-GOODS
               GO TO STY-FLOW-READ
           END-IF.
           REWRITE REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " ID-GOODS-VAR " UPDATE FAILED."
                   GO TO STY-FLOW-READ
           END-REWRITE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-GOODS-REC.
           IF NOT (OLD-PRICE-WS = PRICE-GOODS OF REC-GOODS)
               MOVE "STYLE" TO PRC-LABEL-SOURCE-WS
               PERFORM WRITE-PRICE-HISTORY
           END-IF.
           PERFORM RECORD-GOODS-CHANGES.
           ADD 1 TO STY-CHANGED-CT-WS.
           GO TO STY-FLOW-READ.
           STY-FLOW-DONE.
           CLOSE VARIANT-FILE.
           DISPLAY STY-CHANGED-CT-WS " VARIANT GOODS UPDATED.".
           .
       STY-FLOW-TO-CHILDREN-EXT.
           EXIT.

      *>  STOCK ON HAND OF EVERY COLOUR/SIZE OF A STYLE AS A GRID -
      *>  COLOURS DOWN, SIZES ACROSS, WITH ROW AND COLUMN TOTALS. A
      *>  DASH IS A COMBINATION THAT WAS NEVER MADE.
       STYLE-GRID SECTION.
           OPEN INPUT STYLE-FILE.
           IF NOT (FILE-STA-STYLE = 00)
               DISPLAY "NO STYLES ON FILE."
               CLOSE STYLE-FILE
               GO TO STYLE-GRID-EXT
           END-IF.
           DISPLAY "ENTER STYLE CODE:"
           ACCEPT STY-CODE-WS.
           MOVE STY-CODE-WS TO CODE-STYLE.
           READ STYLE-FILE
               KEY IS CODE-STYLE OF REC-STYLE
               INVALID KEY
                   DISPLAY "STYLE NOT FOUND."
                   CLOSE STYLE-FILE
                   GO TO STYLE-GRID-EXT
           END-READ.
           CLOSE STYLE-FILE.
           OPEN INPUT VARIANT-FILE.
           DISPLAY CODE-STYLE " " NAME-STYLE " - STOCK ON HAND".
           MOVE SPACE TO STY-LINE-WS.
           MOVE 1 TO STY-PTR.
           STRING "COLOUR " DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           MOVE 1 TO STY-SI.
           PERFORM STY-GRID-HEAD-CELL UNTIL STY-SI > SIZE-CT-STYLE.
           STRING "  TOTAL" DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           DISPLAY STY-LINE-WS.
           MOVE 0 TO STY-GRAND-TOTAL-WS.
           MOVE 1 TO STY-SI.
           PERFORM STY-GRID-CLEAR-COL UNTIL STY-SI > 10.
           MOVE 1 TO STY-CI.
           PERFORM STY-GRID-ROW UNTIL STY-CI > COLOUR-CT-STYLE.
           MOVE SPACE TO STY-LINE-WS.
           MOVE 1 TO STY-PTR.
           STRING "TOTAL  " DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           MOVE 1 TO STY-SI.
           PERFORM STY-GRID-TOTAL-CELL UNTIL STY-SI > SIZE-CT-STYLE.
           MOVE STY-GRAND-TOTAL-WS TO STY-TOTAL-ED.
           STRING STY-TOTAL-ED DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           DISPLAY STY-LINE-WS.
           CLOSE VARIANT-FILE.
           .
       STYLE-GRID-EXT.
           EXIT.

       STY-GRID-HEAD-CELL SECTION.
           STRING "   " SIZE-STYLE(STY-SI) DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           ADD 1 TO STY-SI.
           .
       STY-GRID-HEAD-CELL-EXT.
           EXIT.

       STY-GRID-CLEAR-COL SECTION.
           MOVE 0 TO STY-COL-TOTAL-WS(STY-SI).
           ADD 1 TO STY-SI.
           .
       STY-GRID-CLEAR-COL-EXT.
           EXIT.

       STY-GRID-ROW SECTION.
           MOVE SPACE TO STY-LINE-WS.
           MOVE 1 TO STY-PTR.
           STRING COLOUR-STYLE(STY-CI) " " DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           MOVE 0 TO STY-ROW-TOTAL-WS.
           MOVE 1 TO STY-SI.
           PERFORM STY-GRID-CELL UNTIL STY-SI > SIZE-CT-STYLE.
           MOVE STY-ROW-TOTAL-WS TO STY-TOTAL-ED.
           STRING STY-TOTAL-ED DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           DISPLAY STY-LINE-WS.
           ADD STY-ROW-TOTAL-WS TO STY-GRAND-TOTAL-WS.
           ADD 1 TO STY-CI.
           .
       STY-GRID-ROW-EXT.
           EXIT.

       STY-GRID-CELL SECTION.
           MOVE CODE-STYLE TO CODE-STYLE-VAR.
           MOVE COLOUR-STYLE(STY-CI) TO COLOUR-VAR.
           MOVE SIZE-STYLE(STY-SI) TO SIZE-VAR.
           READ VARIANT-FILE
               KEY IS KEY-VARIANT OF REC-VARIANT
               INVALID KEY
                   STRING "      -" DELIMITED BY SIZE
                       INTO STY-LINE-WS WITH POINTER STY-PTR
                   END-STRING
                   GO TO STY-GRID-CELL-NEXT
           END-READ.
           MOVE ID-GOODS-VAR TO ID-GOODS OF REC-GOODS.
           MOVE 0 TO STY-QTY-WS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               NOT INVALID KEY
                   MOVE LEFT-GOODS OF REC-GOODS TO STY-QTY-WS
           END-READ.
           MOVE STY-QTY-WS TO STY-QTY-ED.
           STRING "  " STY-QTY-ED DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           ADD STY-QTY-WS TO STY-ROW-TOTAL-WS.
           ADD STY-QTY-WS TO STY-COL-TOTAL-WS(STY-SI).
           STY-GRID-CELL-NEXT.
           ADD 1 TO STY-SI.
           .
       STY-GRID-CELL-EXT.
           EXIT.

       STY-GRID-TOTAL-CELL SECTION.
           MOVE STY-COL-TOTAL-WS(STY-SI) TO STY-TOTAL-ED.
           STRING STY-TOTAL-ED DELIMITED BY SIZE
               INTO STY-LINE-WS WITH POINTER STY-PTR
           END-STRING.
           ADD 1 TO STY-SI.
           .
       STY-GRID-TOTAL-CELL-EXT.
           EXIT.
       END PROGRAM GOODS.
