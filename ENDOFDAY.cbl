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
               SELECT REORDER-FILE
               SELECT EXPIRED-LIST-FILE
               ASSIGN TO "D:\db\expired.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL XREF-FILE
               ASSIGN TO "D:\db\xref"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-ALT-XREF OF REC-XREF
               FILE STATUS IS FILE-STA-XREF.
      *>  ========================================
               SELECT OPTIONAL PENDING-PRICE-FILE
               ASSIGN TO "D:\db\pendprice"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PENDING-PRICE OF REC-PENDING-PRICE
               FILE STATUS IS FILE-STA-PENDPRICE.
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
               SELECT WEB-FEED-FILE
               ASSIGN TO "D:\db\webfeed.out"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "D:\db\control"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-CONTROL OF REC-CONTROL
               FILE STATUS IS FILE-STA-CONTROL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY COUNTFILE.
         COPY JRNFILE.
         COPY DAYTOTFILE.
         COPY XREFFILE.
         COPY PENDPRC.
         COPY BOFILE.
         COPY QUOTEFILE.
         COPY CTLFILE.
       FD EOD-RECON-FILE.
       01 REC-EOD-RECON                PIC X(150).
       FD EXPIRED-LIST-FILE.
       01 REC-EXPIRED-LIST             PIC X(120).
      *>  ONE ROW PER SELLABLE GOODS FOR THE WEB SHOP. THE PRICE IS
      *>  TOMORROW'S WHERE A SCHEDULED CHANGE TAKES EFFECT THEN, SO
      *>  THE SHOP NEVER LAGS THE TILLS BY A DAY. A Y IN EITHER FLAG
      *>  TELLS THE SHOP TO HIDE THE ITEM.
       FD WEB-FEED-FILE.
       01 REC-WEB-FEED.
           02 ID-GOODS-WEB             PIC 9(6).
           02 BARCODE-WEB              PIC X(15).
           02 NAME-GOODS-WEB           PIC X(20).
           02 CATEGORY-GOODS-WEB       PIC X(10).
           02 PRICE-WEB                PIC 9(4)V99.
           02 PRICE-DATE-WEB           PIC 9(8).
           02 ATP-WEB                  PIC 9(7).
           02 DISCONTINUED-WEB         PIC X.
           02 CONSIGNMENT-WEB          PIC X.
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 EOD-ACTION-CHOICE            PIC X.
       01 EOD-PERIOD-WS.
           02 EOD-GL-YYYY-WS           PIC 9(4).
           02 EOD-GL-MM-WS             PIC 9(2).
           02 EOD-GL-LINES-WS          PIC 9(7).
       01 EOD-STEP-COUNT-WS            PIC 9(7).
       01 EOD-BLOCKED-SW               PIC X.
           88 EOD-BLOCKED                  VALUE "Y".
       01 EOD-LAST-STATUS-WS           PIC X(8).
       01 CALL-RETURN-WS               PIC 9.
       01 BACKUP-MODE-WS               PIC X.
       01 EOD-WEEKDAY-WS               PIC 9.
       01 EOD-HOUSEKEEP-PARAM-WS.
           02 EOD-HK-MODE-WS           PIC X.
           02 EOD-HK-COUNT-WS          PIC 9(7).
       01 EOD-OPERATOR-WS              PIC X(10) VALUE "ENDOFDAY".
       01 EOD-PRINT-PARAM-WS.
           02 EOD-PRT-REPORT-WS        PIC X.
           02 EOD-PRT-YYYYMM-WS        PIC 9(6).
           02 EOD-PRT-COUNT-WS         PIC 9(7).
       01 EOD-SALES-PARAM-WS.
           02 EOD-SLS-RUN-WS           PIC X.
           02 EOD-SLS-DAYS-WS          PIC 9(3).
           02 EOD-SLS-COUNT-WS         PIC 9(7).
       01 EOD-LABEL-PARAM-WS.
           02 EOD-LBL-MODE-WS          PIC X.
           02 EOD-LBL-GOODS-WS         PIC 9(6).
           02 EOD-LBL-CATEGORY-WS      PIC X(10).
           02 EOD-LBL-COUNT-WS         PIC 9(5).
       01 DUE-DATE-WORK-WS.
           02 DUE-YYYY-WS              PIC 9(4).
           02 DUE-MM-WS                PIC 9(3).
           02 DUE-DD-WS                PIC 9(5).
           02 DUE-IN-DATE-WS           PIC 9(8).
           02 DUE-ADD-DAYS-WS          PIC 9(3).
           02 DUE-OUT-DATE-WS          PIC 9(8).
       01 CTL-LOOKUP-WS.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
       01 EXPIRED-WORK-WS.
           02 EXP-QTY-WS               PIC 9(5).
           02 EXP-LINE-WS              PIC X(120).
       01 SAVE-AUDIT-REC-WS            PIC X(80).
       01 NEXT-AUDIT-SEQ-WS            PIC 9(6).
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
           02 EODR-LINE-WS             PIC X(150).
           02 EODR-DAYTOT-SW           PIC X.
               88 EODR-FROM-DAYTOT         VALUE "Y".
       01 WEB-FEED-WS.
           02 WEB-TOMORROW-WS.
               03 WEB-TOM-YYYY-WS      PIC 9(4).
               03 WEB-TOM-MM-WS        PIC 9(2).
               03 WEB-TOM-DD-WS        PIC 9(2).
           02 WEB-TOMORROW-NUM-WS REDEFINES WEB-TOMORROW-WS
                                       PIC 9(8).
           02 WEB-DATE-MODE-WS         PIC X.
           02 WEB-DATE-OK-WS           PIC X.
           02 WEB-ATP-WS               PIC S9(7).
           02 WEB-BO-QTY-WS            PIC 9(7).
           02 WEB-IDX                  PIC 9(4).
           02 WEB-BC-COUNT-WS          PIC 9(4) VALUE 0.
           02 WEB-BC-ROW OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WEB-BC-COUNT-WS.
               03 WEB-BC-GOODS         PIC 9(6).
               03 WEB-BC-CODE          PIC X(15).
           02 WEB-QT-COUNT-WS          PIC 9(4) VALUE 0.
           02 WEB-QT-ROW OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WEB-QT-COUNT-WS.
               03 WEB-QT-GOODS         PIC 9(6).
               03 WEB-QT-QTY           PIC 9(7).
       LINKAGE SECTION.
       01 LS-RETURN-ENDOFDAY PIC 9.

       PROCEDURE DIVISION USING LS-RETURN-ENDOFDAY.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============END OF DAY"
           MOVE 0 TO LS-RETURN-ENDOFDAY.
           ACCEPT EOD-TODAY-WS FROM DATE YYYYMMDD.
           MOVE EOD-TODAY-WS(1:4) TO EOD-GL-YYYY-WS.
           MOVE EOD-TODAY-WS(5:2) TO EOD-GL-MM-WS.
           MOVE 0 TO EOD-STEP-COUNT-WS.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 3 - SHELF-EDGE LABELS FOR EVERY PRICE CHANGED SINCE
      *>  THE LAST LABEL RUN, TODAY'S APPLIED CHANGES INCLUDED.
           MOVE "LABELS" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           MOVE "Q" TO EOD-LBL-MODE-WS.
           MOVE 0 TO EOD-LBL-GOODS-WS.
           MOVE SPACE TO EOD-LBL-CATEGORY-WS.
           MOVE 0 TO EOD-LBL-COUNT-WS.
           CALL 'SHELFLBL' USING CALL-RETURN-WS EOD-LABEL-PARAM-WS.
           MOVE EOD-LBL-COUNT-WS TO EOD-STEP-COUNT-WS.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 4 - WRITE OFF LOTS PAST THEIR EXPIRY DATE, SO THE
      *>  FILES STOP COUNTING PHANTOM SELLABLE STOCK.
           MOVE "EXPIRED" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM EOD-EXPIRED-LOTS.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 5 - RAISE THE STANDING ORDERS FALLING DUE, ON NIGHTS
      *>  THE STDORDRUN CONTROL IS SET. ITS VALUE IS THE DAYS AHEAD
      *>  TO RAISE FOR, SO ORDERS ARE ON FILE BEFORE THEIR DELIVERY
      *>  DAY; 0 OR NO ROW LEAVES THE RUN TO BE DONE BY HAND. QUOTES
      *>  RAISED HERE ARE NEW, SO THE LAPSE STEP CANNOT TOUCH THEM.
           MOVE "STDORDRUN" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS > 0
               MOVE "STDORDRUN" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-START
               MOVE "O" TO EOD-SLS-RUN-WS
               MOVE CTL-VALUE-WS TO EOD-SLS-DAYS-WS
               MOVE 0 TO EOD-SLS-COUNT-WS
               MOVE 0 TO CALL-RETURN-WS
               CALL 'SALES' USING CALL-RETURN-WS EOD-OPERATOR-WS
                   EOD-SALES-PARAM-WS
               MOVE EOD-SLS-COUNT-WS TO EOD-STEP-COUNT-WS
               MOVE "STDORDRUN" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-OK
           END-IF.

      *>  STEP 6 - LAPSE QUOTE LINES STILL OPEN PAST THEIR VALID-UNTIL
      *>  DATE, SO THEY COUNT AS LOST BUSINESS AND STOP NETTING STOCK.
           MOVE "QUOTELAPSE" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM EOD-LAPSE-QUOTES.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 7 - WARN OF CONTRACTS, BLANKETS, CATALOG COSTS AND
      *>  PROMOTIONS ENDING SOON, ON NIGHTS THE AGREEWARN CONTROL
      *>  IS SET. ITS VALUE IS THE DAYS TO LOOK AHEAD; 0 OR NO ROW
      *>  LEAVES THE REPORT TO BE RUN BY HAND.
           MOVE "AGREEWARN" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS > 0
               MOVE "AGREEWARN" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-START
               MOVE "X" TO EOD-PRT-REPORT-WS
               MOVE 0 TO EOD-PRT-YYYYMM-WS
               MOVE 0 TO EOD-PRT-COUNT-WS
               MOVE 0 TO CALL-RETURN-WS
               CALL 'PRINTMAIN' USING CALL-RETURN-WS EOD-OPERATOR-WS
                   EOD-PRINT-PARAM-WS
               MOVE EOD-PRT-COUNT-WS TO EOD-STEP-COUNT-WS
               MOVE "AGREEWARN" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-OK
           END-IF.

      *>  STEP 8 - TODAY'S ACCOUNT INVOICES, AND ON THE LAST DAY OF
      *>  THE MONTH THE STATEMENTS, FILED FOR E-MAIL OR PRINTED AS
      *>  EACH CUSTOMER PREFERS, ON NIGHTS THE EDOCRUN CONTROL IS
      *>  SET ABOVE 0.
           MOVE "EDOCRUN" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS > 0
               MOVE "EDOCDELIV" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-START
               MOVE "E" TO EOD-PRT-REPORT-WS
               MOVE 0 TO EOD-PRT-YYYYMM-WS
               MOVE 0 TO EOD-PRT-COUNT-WS
               MOVE 0 TO CALL-RETURN-WS
               CALL 'PRINTMAIN' USING CALL-RETURN-WS EOD-OPERATOR-WS
                   EOD-PRINT-PARAM-WS
               MOVE EOD-PRT-COUNT-WS TO EOD-STEP-COUNT-WS
               MOVE "EDOCDELIV" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-OK
           END-IF.

      *>  STEP 9 - STOCK AND PRICE FEED FOR THE WEB SHOP, TAKEN
      *>  AFTER THE PRICE CHANGES AND EXPIRED-LOT WRITE-OFFS.
           MOVE "WEBFEED" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM EOD-WEB-FEED.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 10 - GL EXTRACT FOR THE CURRENT PERIOD.
           MOVE "GLEXTRACT" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           CALL 'GLEXTRACT' USING CALL-RETURN-WS EOD-PERIOD-WS.
           MOVE EOD-GL-LINES-WS TO EOD-STEP-COUNT-WS.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 11 - REFERENTIAL INTEGRITY SWEEP, SO BROKEN LINKS ARE
      *>  FOUND OVERNIGHT INSTEAD OF BY A POSTING PROGRAM MID-SALE.
           MOVE "INTEGRITY" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           MOVE 0 TO EOD-STEP-COUNT-WS.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 12 - RECONCILIATION FOR TODAY.
           MOVE "RECONCILE" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM EOD-RECONCILE.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 13 - BACKUP. A BACKUP THAT DID NOT FINISH IS LOGGED
      *>  AS FAILED AND ENDS THE RUN, SO HOUSEKEEPING NEVER TRIMS
      *>  THE JOURNAL BEHIND IT.
           MOVE "BACKUP" TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           MOVE "B" TO BACKUP-MODE-WS.
           MOVE 0 TO CALL-RETURN-WS.
           CALL 'BACKUP' USING CALL-RETURN-WS BACKUP-MODE-WS.
           MOVE 0 TO EOD-STEP-COUNT-WS.
           IF CALL-RETURN-WS NOT = 0
               PERFORM WRITE-RUN-LOG-FAILED
               MOVE 1 TO LS-RETURN-ENDOFDAY
               DISPLAY "BACKUP FAILED - END-OF-DAY STOPPED."
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           PERFORM WRITE-RUN-LOG-OK.

      *>  STEP 14 - RETENTION HOUSEKEEPING, ON THE NIGHT HKEODDAY ON
      *>  THE CONTROL FILE NAMES (1 = MONDAY ... 7 = SUNDAY, 8 =
      *>  EVERY NIGHT, 0 OR NO ROW = ONLY WHEN RUN BY HAND).
           MOVE "HKEODDAY" TO CTL-NAME-WS.
           MOVE 0 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           ACCEPT EOD-WEEKDAY-WS FROM DAY-OF-WEEK.
           IF CTL-VALUE-WS = 8 OR CTL-VALUE-WS = EOD-WEEKDAY-WS
               MOVE "HOUSEKEEP" TO STEP-RUN-LOG
               PERFORM WRITE-RUN-LOG-START
               MOVE "B" TO EOD-HK-MODE-WS
               MOVE 0 TO EOD-HK-COUNT-WS
               MOVE 0 TO CALL-RETURN-WS
               CALL 'HOUSEKEEP' USING CALL-RETURN-WS
                   EOD-HOUSEKEEP-PARAM-WS
               MOVE EOD-HK-COUNT-WS TO EOD-STEP-COUNT-WS
               MOVE "HOUSEKEEP" TO STEP-RUN-LOG
               IF CALL-RETURN-WS NOT = 0
                   PERFORM WRITE-RUN-LOG-FAILED
                   MOVE 1 TO LS-RETURN-ENDOFDAY
                   DISPLAY "HOUSEKEEPING FAILED - SEE THE RUN LOG."
                   GO TO MAIN-PROCEDURE-EXT
               END-IF
               PERFORM WRITE-RUN-LOG-OK
           END-IF.

           DISPLAY "END-OF-DAY COMPLETE - ALL STEPS LOGGED.".
           .
       MAIN-PROCEDURE-EXT.
       WRITE-RUN-LOG-OK-EXT.
           EXIT.

       WRITE-RUN-LOG-FAILED SECTION.
           MOVE EOD-TODAY-WS TO DATE-RUN-LOG.
           ACCEPT END-TIME-RUN-LOG FROM TIME.
           SET RUN-STEP-FAILED TO TRUE.
           MOVE EOD-STEP-COUNT-WS TO COUNT-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           WRITE REC-RUN-LOG.
           CLOSE RUN-LOG-FILE.
           .
       WRITE-RUN-LOG-FAILED-EXT.
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

      *>  AN OPEN QUOTE LINE LAPSES THE DAY AFTER ITS VALID-UNTIL
      *>  DATE (DATE-QUOTE PLUS QUOTEDAYS ON OLD LINES), UNLESS IT
      *>  IS A CONFIRMED ORDER WHOSE STOCK HOLD HAS NOT RUN OUT.
       EOD-LAPSE-QUOTES SECTION.
           MOVE "QUOTEDAYS" TO CTL-NAME-WS.
           MOVE 30 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO DUE-ADD-DAYS-WS.
           OPEN I-O QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00 OR FILE-STA-QUOTE = 05)
               DISPLAY "QUOTE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-QUOTE " - STEP SKIPPED."
               GO TO EOD-LAPSE-QUOTES-EXT
           END-IF.
           EOD-LAPSE-READ.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO EOD-LAPSE-DONE
           END-READ.
           IF NOT QUOTE-OPEN
               GO TO EOD-LAPSE-READ
           END-IF.
           IF VALID-UNTIL-QUOTE IS NUMERIC
                  AND VALID-UNTIL-QUOTE > 0
               MOVE VALID-UNTIL-QUOTE TO DUE-OUT-DATE-WS
           ELSE
               MOVE DATE-QUOTE TO DUE-IN-DATE-WS
               PERFORM ADD-DAYS-TO-DATE
           END-IF.
           IF NOT (DUE-OUT-DATE-WS < EOD-TODAY-WS)
               GO TO EOD-LAPSE-READ
           END-IF.
           IF QUOTE-RESERVED
                  AND NOT (RESERVE-EXPIRY-QUOTE < EOD-TODAY-WS)
               GO TO EOD-LAPSE-READ
           END-IF.
           SET QUOTE-LAPSED TO TRUE.
           SET LOST-LAPSED TO TRUE.
           MOVE EOD-TODAY-WS TO CLOSE-DATE-QUOTE.
           MOVE "N" TO RESERVE-SW-QUOTE.
           REWRITE REC-QUOTE.
           ADD 1 TO EOD-STEP-COUNT-WS.
           GO TO EOD-LAPSE-READ.
           EOD-LAPSE-DONE.
           CLOSE QUOTE-FILE.
           DISPLAY "QUOTE LINES LAPSED: " EOD-STEP-COUNT-WS ".".
           .
       EOD-LAPSE-QUOTES-EXT.
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

      *>  LOTS PAST THEIR EXPIRY DATE COME OFF STOCK UNDER THE
      *>  EXPIRED REASON CODE AND ONTO A DISPOSAL LIST FOR THE
      *>  WAREHOUSE TO ACTUALLY BIN - NO MORE PHANTOM SELLABLE
                   MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT
                   MOVE "EXPIRED" TO REASON-AUDIT
                   MOVE EOD-TODAY-WS TO DATE-AUDIT
                   MOVE CODE-LOCATION-LOT TO LOCATION-AUDIT
                   MOVE 0 TO UNIT-COST-AUDIT
                   IF COST-LOT IS NUMERIC
                       MOVE COST-LOT TO UNIT-COST-AUDIT
                   END-IF
                   MOVE 0 TO SCRAP-QTY-AUDIT
                   PERFORM WRITE-AUDIT-LOG
           END-READ.
           MOVE ID-GOODS-LOT TO ID-GOODS-LOC.

       WRITE-AUDIT-LOG SECTION.
           MOVE "ENDOFDAY" TO OPERATOR-AUDIT.
           MOVE SPACE TO APPROVER-AUDIT.
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
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE "ENDOFDAY" TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO JOURNAL-GOODS-REC-EXT
       EOD-REORDER-FEED-EXT.
           EXIT.

      *>  WRITES THE WEB SHOP FEED. AVAILABLE-TO-PROMISE IS WORKED
      *>  AS THE COUNTER'S AVAILABILITY ENQUIRY DOES IT: ON-HAND
      *>  (QUARANTINED RECEIPTS NEVER REACH LEFT-GOODS) LESS OPEN
      *>  BACKORDERS AND HELD QUOTE LINES, NEVER BELOW ZERO. INBOUND
      *>  PURCHASES ARE NOT COUNTED - THE SHOP SELLS FROM THE SHELF.
       EOD-WEB-FEED SECTION.
           PERFORM WEB-SET-TOMORROW.
           PERFORM WEB-LOAD-BARCODES.
           PERFORM WEB-LOAD-QUOTES.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT PENDING-PRICE-FILE.
           OPEN INPUT BACKORDER-FILE.
           OPEN OUTPUT WEB-FEED-FILE.
           EOD-WEB-FEED-SCAN.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO EOD-WEB-FEED-DONE
           END-READ.
           IF NOT (PRICE-GOODS OF REC-GOODS > 0)
               GO TO EOD-WEB-FEED-SCAN
           END-IF.
           PERFORM WEB-WRITE-ONE-GOODS.
           ADD 1 TO EOD-STEP-COUNT-WS.
           GO TO EOD-WEB-FEED-SCAN.

           EOD-WEB-FEED-DONE.
           CLOSE WEB-FEED-FILE.
           CLOSE BACKORDER-FILE.
           CLOSE PENDING-PRICE-FILE.
           CLOSE GOODS-FILE.
           DISPLAY "WEB SHOP FEED: " EOD-STEP-COUNT-WS " ITEMS.".
           .
       EOD-WEB-FEED-EXT.
           EXIT.

      *>  TODAY PLUS ONE DAY, ROLLING THE MONTH AND YEAR WHERE THE
      *>  DAY DOES NOT EXIST.
       WEB-SET-TOMORROW SECTION.
           MOVE EOD-TODAY-WS TO WEB-TOMORROW-NUM-WS.
           ADD 1 TO WEB-TOM-DD-WS.
           MOVE "C" TO WEB-DATE-MODE-WS.
           CALL 'DATECHK' USING WEB-TOMORROW-NUM-WS WEB-DATE-MODE-WS
               WEB-DATE-OK-WS.
           IF WEB-DATE-OK-WS = "Y"
               GO TO WEB-SET-TOMORROW-EXT
           END-IF.
           MOVE 1 TO WEB-TOM-DD-WS.
           ADD 1 TO WEB-TOM-MM-WS.
           IF WEB-TOM-MM-WS > 12
               MOVE 1 TO WEB-TOM-MM-WS
               ADD 1 TO WEB-TOM-YYYY-WS
           END-IF.
           .
       WEB-SET-TOMORROW-EXT.
           EXIT.

      *>  FIRST BARCODE ON THE CROSS-REFERENCE FILE FOR EACH GOODS.
       WEB-LOAD-BARCODES SECTION.
           MOVE 0 TO WEB-BC-COUNT-WS.
           OPEN INPUT XREF-FILE.
           IF NOT (FILE-STA-XREF = 00 OR FILE-STA-XREF = 05)
               GO TO WEB-LOAD-BARCODES-EXT
           END-IF.
           WEB-XREF-READ.
           READ XREF-FILE NEXT RECORD
               AT END
                   GO TO WEB-XREF-DONE
           END-READ.
           IF NOT (KIND-XREF = "B")
               GO TO WEB-XREF-READ
           END-IF.
           MOVE 1 TO WEB-IDX.
           WEB-XREF-FIND.
           IF WEB-IDX > WEB-BC-COUNT-WS
               GO TO WEB-XREF-ADD
           END-IF.
           IF WEB-BC-GOODS(WEB-IDX) = ID-GOODS-XREF
               GO TO WEB-XREF-READ
           END-IF.
           ADD 1 TO WEB-IDX.
           GO TO WEB-XREF-FIND.
           WEB-XREF-ADD.
           IF WEB-BC-COUNT-WS NOT < 3000
               DISPLAY "WEB SHOP FEED: BARCODE TABLE FULL - LATER "
                       "GOODS GO OUT WITHOUT A BARCODE."
               GO TO WEB-XREF-DONE
           END-IF.
           ADD 1 TO WEB-BC-COUNT-WS.
           MOVE ID-GOODS-XREF TO WEB-BC-GOODS(WEB-BC-COUNT-WS).
           MOVE CODE-ALT-XREF TO WEB-BC-CODE(WEB-BC-COUNT-WS).
           GO TO WEB-XREF-READ.
           WEB-XREF-DONE.
           CLOSE XREF-FILE.
           .
       WEB-LOAD-BARCODES-EXT.
           EXIT.

      *>  QUANTITY HELD ON OPEN QUOTE LINES, TOTALLED PER GOODS IN
      *>  ONE PASS OF THE QUOTE FILE.
       WEB-LOAD-QUOTES SECTION.
           MOVE 0 TO WEB-QT-COUNT-WS.
           OPEN INPUT QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00 OR FILE-STA-QUOTE = 05)
               GO TO WEB-LOAD-QUOTES-EXT
           END-IF.
           WEB-QUOTE-READ.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO WEB-QUOTE-DONE
           END-READ.
           IF NOT QUOTE-OPEN
               GO TO WEB-QUOTE-READ
           END-IF.
           MOVE 1 TO WEB-IDX.
           WEB-QUOTE-FIND.
           IF WEB-IDX > WEB-QT-COUNT-WS
               GO TO WEB-QUOTE-ADD
           END-IF.
           IF WEB-QT-GOODS(WEB-IDX) = ID-GOODS-QUOTE
               ADD NUM-QUOTE TO WEB-QT-QTY(WEB-IDX)
               GO TO WEB-QUOTE-READ
           END-IF.
           ADD 1 TO WEB-IDX.
           GO TO WEB-QUOTE-FIND.
           WEB-QUOTE-ADD.
           IF WEB-QT-COUNT-WS NOT < 3000
               DISPLAY "WEB SHOP FEED: QUOTE TABLE FULL - LATER "
                       "QUOTE LINES NOT NETTED."
               GO TO WEB-QUOTE-DONE
           END-IF.
           ADD 1 TO WEB-QT-COUNT-WS.
           MOVE ID-GOODS-QUOTE TO WEB-QT-GOODS(WEB-QT-COUNT-WS).
           MOVE NUM-QUOTE TO WEB-QT-QTY(WEB-QT-COUNT-WS).
           GO TO WEB-QUOTE-READ.
           WEB-QUOTE-DONE.
           CLOSE QUOTE-FILE.
           .
       WEB-LOAD-QUOTES-EXT.
           EXIT.

       WEB-WRITE-ONE-GOODS SECTION.
           MOVE SPACE TO REC-WEB-FEED.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-WEB.
           MOVE NAME-GOODS OF REC-GOODS TO NAME-GOODS-WEB.
           MOVE CATEGORY-GOODS OF REC-GOODS TO CATEGORY-GOODS-WEB.
           MOVE PRICE-GOODS OF REC-GOODS TO PRICE-WEB.
           MOVE EOD-TODAY-WS TO PRICE-DATE-WEB.
           MOVE "N" TO DISCONTINUED-WEB.
           IF GOODS-DISCONTINUED
               MOVE "Y" TO DISCONTINUED-WEB
           END-IF.
           MOVE "N" TO CONSIGNMENT-WEB.
           IF GOODS-CONSIGNMENT
               MOVE "Y" TO CONSIGNMENT-WEB
           END-IF.

           MOVE 1 TO WEB-IDX.
           WEB-FIND-BARCODE.
           IF WEB-IDX NOT > WEB-BC-COUNT-WS
               IF WEB-BC-GOODS(WEB-IDX) = ID-GOODS OF REC-GOODS
                   MOVE WEB-BC-CODE(WEB-IDX) TO BARCODE-WEB
               ELSE
                   ADD 1 TO WEB-IDX
                   GO TO WEB-FIND-BARCODE
               END-IF
           END-IF.

      *>  TODAY'S CHANGES WERE APPLIED BY THE PRICE STEP, SO ONLY A
      *>  CHANGE DATED TOMORROW CAN STILL BE WAITING.
           IF FILE-STA-PENDPRICE = 00
               MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-PEND
               MOVE WEB-TOMORROW-NUM-WS TO DATE-EFF-PEND
               READ PENDING-PRICE-FILE
                   KEY IS KEY-PENDING-PRICE OF REC-PENDING-PRICE
                   NOT INVALID KEY
                       MOVE NEW-PRICE-PEND TO PRICE-WEB
                       MOVE WEB-TOMORROW-NUM-WS TO PRICE-DATE-WEB
               END-READ
           END-IF.

           MOVE LEFT-GOODS OF REC-GOODS TO WEB-ATP-WS.
           PERFORM WEB-SUM-BACKORDERS.
           SUBTRACT WEB-BO-QTY-WS FROM WEB-ATP-WS.
           MOVE 1 TO WEB-IDX.
           WEB-FIND-QUOTE.
           IF WEB-IDX NOT > WEB-QT-COUNT-WS
               IF WEB-QT-GOODS(WEB-IDX) = ID-GOODS OF REC-GOODS
                   SUBTRACT WEB-QT-QTY(WEB-IDX) FROM WEB-ATP-WS
               ELSE
                   ADD 1 TO WEB-IDX
                   GO TO WEB-FIND-QUOTE
               END-IF
           END-IF.
           IF WEB-ATP-WS < 0
               MOVE 0 TO WEB-ATP-WS
           END-IF.
           MOVE WEB-ATP-WS TO ATP-WEB.
           WRITE REC-WEB-FEED.
           .
       WEB-WRITE-ONE-GOODS-EXT.
           EXIT.

       WEB-SUM-BACKORDERS SECTION.
           MOVE 0 TO WEB-BO-QTY-WS.
           IF NOT (FILE-STA-BACKORDER = 00)
               GO TO WEB-SUM-BACKORDERS-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-BO.
           MOVE 0 TO ID-BO.
           START BACKORDER-FILE
               KEY NOT LESS THAN KEY-BACKORDER OF REC-BACKORDER
               INVALID KEY
                   GO TO WEB-SUM-BACKORDERS-EXT
           END-START.
           WEB-BO-READ.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   GO TO WEB-SUM-BACKORDERS-EXT
           END-READ.
           IF NOT (ID-GOODS-BO = ID-GOODS OF REC-GOODS)
               GO TO WEB-SUM-BACKORDERS-EXT
           END-IF.
           IF BO-OPEN
               ADD QTY-BO TO WEB-BO-QTY-WS
           END-IF.
           GO TO WEB-BO-READ.
           .
       WEB-SUM-BACKORDERS-EXT.
           EXIT.

      *>  TODAY'S TAKINGS AND RECEIPTS, SPOOLED FOR THE MORNING.
       EOD-RECONCILE SECTION.
           INITIALIZE EOD-RECON-WS.

           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           MOVE EOD-TODAY-WS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO EOD-RECON-SALE-DONE
           END-START.
           EOD-RECON-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-SALE OF REC-SALE > EOD-TODAY-WS
                       GO TO EOD-RECON-SALE-DONE
                   END-IF
                   IF DATE-SALE OF REC-SALE = EOD-TODAY-WS
                       PERFORM EOD-RECON-ONE-SALE
                   END-IF
                   GO TO EOD-RECON-READ-SALE
           END-READ.
           EOD-RECON-SALE-DONE.
           CLOSE SALE-FILE.
           CLOSE GOODS-FILE.

           OPEN INPUT PURCHASE-FILE.
           MOVE EOD-TODAY-WS TO DATE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN DATE-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO EOD-RECON-PURCH-DONE
           END-START.
           EOD-RECON-READ-PURCH.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-PURCHASE OF REC-PURCHASE > EOD-TODAY-WS
                       GO TO EOD-RECON-PURCH-DONE
                   END-IF
                   IF DATE-PURCHASE OF REC-PURCHASE = EOD-TODAY-WS
                          AND PURCHASE-RECEIVED
                          AND NOT PURCHASE-VOIDED
                   END-IF
                   GO TO EOD-RECON-READ-PURCH
           END-READ.
           EOD-RECON-PURCH-DONE.
           CLOSE PURCHASE-FILE.

           EOD-RECON-REPORT.
