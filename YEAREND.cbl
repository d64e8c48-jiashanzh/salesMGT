      ******************************************************************
      * Author:
      * Date:
      * Purpose: FINANCIAL YEAR-END CLOSE - ANNUAL SUMMARIES, FIFO
      *          STOCK LISTING AND THE NEXT YEAR'S PERIODS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
               SELECT GOODS-FILE
               ASSIGN TO "D:\db\goods"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-GOODS OF REC-GOODS
               ALTERNATE RECORD KEY IS NAME-GOODS OF REC-GOODS
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CATEGORY-GOODS OF REC-GOODS
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODE-SUPPLIER OF REC-GOODS
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-GOODS.
      *>  ========================================
               SELECT PURCHASE-FILE
               ASSIGN TO "D:\db\purchase"
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
               ASSIGN TO "D:\db\sales"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SALE OF REC-SALE
               ALTERNATE RECORD KEY IS DATE-SALE OF REC-SALE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ID-CUSTOMER OF REC-SALE
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-SALE.
      *>  ========================================
               SELECT OPTIONAL SALE-ARCHIVE-FILE
               ASSIGN TO "D:\db\sales.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-SALEARC.
      *>  ========================================
               SELECT OPTIONAL COST-LAYER-FILE
               ASSIGN TO "D:\db\costlayer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-COST-LAYER OF REC-COST-LAYER
               FILE STATUS IS FILE-STA-LAYER.
      *>  ========================================
               SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "D:\db\period"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-YYYYMM OF REC-PERIOD
               FILE STATUS IS FILE-STA-PERIOD.
      *>  ========================================
               SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "D:\db\control"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-CONTROL OF REC-CONTROL
               FILE STATUS IS FILE-STA-CONTROL.
      *>  ========================================
               SELECT OPTIONAL ANNUAL-SUMMARY-FILE
               ASSIGN TO "D:\db\annualsum"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ANNUAL-SUMMARY OF REC-ANNUAL-SUMMARY
               FILE STATUS IS FILE-STA-ANNSUM.
      *>  ========================================
               SELECT OPTIONAL SALESPERSON-FILE
               ASSIGN TO "D:\db\salesperson"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-SALESPERSON-SP OF REC-SALESPERSON
               FILE STATUS IS FILE-STA-SALESP.
      *>  ========================================
               SELECT OPTIONAL LOYALTY-FILE
               ASSIGN TO "D:\db\loyalty"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CUSTOMER-LOY OF REC-LOYALTY
               FILE STATUS IS FILE-STA-LOYALTY.
      *>  ========================================
               SELECT YEAR-END-REPORT-FILE
               ASSIGN TO "D:\db\yearend.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY LAYERFILE.
         COPY PERIODFILE.
         COPY CTLFILE.
         COPY ANNSUMFILE.
         COPY SPFILE.
         COPY LOYFILE.
       FD SALE-ARCHIVE-FILE.
       01 ARC-LINE-SALE                PIC X(100).
       FD YEAR-END-REPORT-FILE.
       01 REC-YEAR-END-REPORT          PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 FILE-STA-SALEARC             PIC 99.
       01 YE-ACTION-CHOICE             PIC X.
       01 YE-TODAY-WS                  PIC 9(8).
       01 YE-YEAR-WS                   PIC X(4).
       01 YE-YEAR-N-WS                 PIC 9(4).
       01 YE-START-MM-WS               PIC 9(2).
      *>  THE TWELVE PERIODS OF THE YEAR, AS YYYYMM.
       01 YE-FROM-PERIOD-WS            PIC 9(6).
       01 YE-TO-PERIOD-WS              PIC 9(6).
       01 YE-FROM-DATE-WS              PIC 9(8).
       01 YE-TO-DATE-WS                PIC 9(8).
       01 YE-PERIOD-WS.
           02 YE-PER-YYYY-WS           PIC 9(4).
           02 YE-PER-MM-WS             PIC 9(2).
       01 YE-PERIOD-NUM-WS REDEFINES YE-PERIOD-WS
                                       PIC 9(6).
       01 YE-PER-IDX                   PIC 9(2).
       01 YE-OPEN-CT-WS                PIC 9(2).
       01 YE-NEW-PERIOD-CT-WS          PIC 9(2).
       01 CTL-LOOKUP-WS.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
       01 YE-SUMMARY-WS.
           02 ANS-ID-WS                PIC 9(6).
           02 ANS-QTY-WS               PIC 9(5).
           02 ANS-REVENUE-WS           PIC S9(9)V99.
           02 ANS-COST-WS              PIC S9(9)V99.
           02 ANS-PRICE-WS             PIC S9(4)V99.
           02 ANS-CUSTOMER-WS          PIC 9(6).
           02 ANS-LINE-CT-WS           PIC 9(7).
           02 ANS-ARC-LINE-CT-WS       PIC 9(7).
           02 ANS-DELETE-CT-WS         PIC 9(7).
           02 ANS-GOODS-CT-WS          PIC 9(6).
           02 ANS-CUST-CT-WS           PIC 9(6).
           02 ANS-REVENUE-TOT-WS       PIC S9(11)V99.
           02 ANS-COST-TOT-WS          PIC S9(11)V99.
           02 ANS-MARGIN-TOT-WS        PIC S9(11)V99.
       01 ARC-PARSE-WS.
           02 ARC-ID-X-WS              PIC X(6).
           02 ARC-LINE-X-WS            PIC X(3).
           02 ARC-GOODS-X-WS           PIC X(6).
           02 ARC-QTY-X-WS             PIC X(5).
           02 ARC-DATE-X-WS            PIC X(8).
           02 ARC-CUST-X-WS            PIC X(6).
           02 ARC-VOID-X-WS            PIC X.
           02 ARC-PRICE-X-WS           PIC X(6).
      *>  THE ARCHIVED PRICE AND COST CARRY TWO IMPLIED DECIMALS,
      *>  AS THE ARCHIVE WRITES THEM. OLDER LINES HAVE NO COST.
           02 ARC-PRICE-IMPLIED-WS REDEFINES ARC-PRICE-X-WS
                                       PIC 9(4)V99.
           02 ARC-COST-X-WS            PIC X(9).
           02 ARC-COST-IMPLIED-WS REDEFINES ARC-COST-X-WS
                                       PIC 9(7)V99.
           02 ARC-DATE-N-WS            PIC 9(8).
       01 YE-STOCK-WS.
           02 STK-GOODS-WS             PIC 9(6).
           02 STK-QTY-WS               PIC 9(7).
           02 STK-VALUE-WS             PIC S9(9)V99.
           02 STK-LAYER-VALUE-WS       PIC S9(9)V99.
           02 STK-GOODS-CT-WS          PIC 9(6).
           02 STK-QTY-TOT-WS           PIC 9(9).
           02 STK-VALUE-TOT-WS         PIC S9(11)V99.
           02 STK-NAME-WS              PIC X(20).
           02 STK-ONHAND-WS            PIC 9(5).
           02 STK-FIRST-SW             PIC X.
               88 STK-FIRST-LAYER          VALUE "Y".
       01 YE-RESET-WS.
           02 RST-SP-CT-WS             PIC 9(5).
           02 RST-TARGET-IDX           PIC 9(2).
           02 RST-LOY-CT-WS            PIC 9(6).
           02 RST-POINTS-TOT-WS        PIC 9(11).
       01 YE-REPORT-LINE-WS            PIC X(120).
       LINKAGE SECTION.
       01 LS-RETURN-YEAREND PIC 9.
       01 LS-OPERATOR-ID    PIC X(10).

       PROCEDURE DIVISION USING LS-RETURN-YEAREND LS-OPERATOR-ID.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============YEAR END"
           MOVE 0 TO LS-RETURN-YEAREND.
           ACCEPT YE-TODAY-WS FROM DATE YYYYMMDD.

      *>  THE FINANCIAL YEAR STARTS IN THE MONTH HELD AS FYSTART ON
      *>  THE CONTROL FILE - JANUARY WHEN THERE IS NO ROW.
           MOVE "FYSTART" TO CTL-NAME-WS.
           MOVE 1 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO YE-START-MM-WS.
           IF YE-START-MM-WS < 1 OR YE-START-MM-WS > 12
               MOVE 1 TO YE-START-MM-WS
           END-IF.

           CHECK-YE-YEAR.
           DISPLAY "ENTER FINANCIAL YEAR TO CLOSE (YYYY - THE YEAR "
                   "IT ENDS IN):"
           ACCEPT YE-YEAR-WS
           IF YE-YEAR-WS NOT NUMERIC OR YE-YEAR-WS = "0000"
               DISPLAY "NOT A VALID YEAR! PLEASE RE-ENTER:"
               GO TO CHECK-YE-YEAR
           END-IF.
           MOVE YE-YEAR-WS TO YE-YEAR-N-WS.
           IF YE-START-MM-WS = 1
               MOVE YE-YEAR-N-WS TO YE-PER-YYYY-WS
           ELSE
               COMPUTE YE-PER-YYYY-WS = YE-YEAR-N-WS - 1
           END-IF.
           MOVE YE-START-MM-WS TO YE-PER-MM-WS.
           MOVE YE-PERIOD-NUM-WS TO YE-FROM-PERIOD-WS.
           COMPUTE YE-FROM-DATE-WS = YE-FROM-PERIOD-WS * 100 + 1.

           PERFORM CHECK-YEAR-PERIODS.
           MOVE YE-PERIOD-NUM-WS TO YE-TO-PERIOD-WS.
           COMPUTE YE-TO-DATE-WS = YE-TO-PERIOD-WS * 100 + 31.
           IF YE-OPEN-CT-WS > 0
               DISPLAY YE-OPEN-CT-WS " PERIOD(S) OF THE YEAR ARE "
                       "NOT CLOSED - CLOSE THEM BY MONTH END FIRST."
               DISPLAY "YEAR END REFUSED."
               MOVE 1 TO LS-RETURN-YEAREND
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           DISPLAY "YEAR " YE-YEAR-N-WS " RUNS FROM PERIOD "
                   YE-FROM-PERIOD-WS " TO " YE-TO-PERIOD-WS
                   " - ALL TWELVE CLOSED."
           DISPLAY "WRITE THE ANNUAL SUMMARIES AND OPEN THE NEXT "
                   "YEAR? (Y/N):"
           ACCEPT YE-ACTION-CHOICE
           IF YE-ACTION-CHOICE NOT = "Y"
               DISPLAY "YEAR END CANCELLED."
               GO TO MAIN-PROCEDURE-EXT
           END-IF.

           OPEN OUTPUT YEAR-END-REPORT-FILE.
           STRING "YEAR-END CLOSE - FINANCIAL YEAR " YE-YEAR-N-WS
               " (PERIODS " YE-FROM-PERIOD-WS " TO " YE-TO-PERIOD-WS
               ") - RUN " YE-TODAY-WS " BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.

           PERFORM BUILD-ANNUAL-SUMMARY.
           IF LS-RETURN-YEAREND NOT = 0
               CLOSE YEAR-END-REPORT-FILE
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           PERFORM PRINT-FIFO-STOCK-LISTING.
           PERFORM OPEN-NEXT-YEAR-PERIODS.

           DISPLAY "RESET SALESPERSON TARGETS FOR THE NEW YEAR? "
                   "(Y/N):"
           ACCEPT YE-ACTION-CHOICE
           IF YE-ACTION-CHOICE = "Y"
               PERFORM RESET-SALESPERSON-TARGETS
           END-IF.
           DISPLAY "EXPIRE ALL UNSPENT LOYALTY POINTS? (Y/N):"
           ACCEPT YE-ACTION-CHOICE
           IF YE-ACTION-CHOICE = "Y"
               PERFORM EXPIRE-LOYALTY-POINTS
           END-IF.

           MOVE "YEAR END COMPLETE." TO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           CLOSE YEAR-END-REPORT-FILE.
           DISPLAY "YEAR-END REPORT WRITTEN TO YEAREND.PRT.".
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  WALKS THE TWELVE PERIODS FROM THE FIRST, COUNTING ANY NOT
      *>  CLOSED. LEAVES YE-PERIOD-WS ON THE YEAR'S LAST PERIOD.
       CHECK-YEAR-PERIODS SECTION.
           MOVE 0 TO YE-OPEN-CT-WS.
           MOVE YE-FROM-PERIOD-WS TO YE-PERIOD-NUM-WS.
           OPEN INPUT PERIOD-FILE.
           IF NOT (FILE-STA-PERIOD = 00)
               DISPLAY "NO PERIOD FILE - NO PERIOD HAS BEEN CLOSED."
               MOVE 12 TO YE-OPEN-CT-WS
               MOVE 11 TO YE-PER-IDX
               PERFORM NEXT-YE-PERIOD YE-PER-IDX TIMES
               GO TO CHECK-YEAR-PERIODS-EXT
           END-IF.
           MOVE 1 TO YE-PER-IDX.
           CHECK-YEAR-ONE-PERIOD.
           MOVE YE-PERIOD-NUM-WS TO PERIOD-YYYYMM.
           READ PERIOD-FILE
               KEY IS PERIOD-YYYYMM OF REC-PERIOD
               INVALID KEY
                   MOVE "OPEN" TO STATUS-PERIOD
           END-READ.
           IF NOT PERIOD-CLOSED
               ADD 1 TO YE-OPEN-CT-WS
               DISPLAY "PERIOD " YE-PERIOD-NUM-WS " IS STILL OPEN."
           END-IF.
           IF YE-PER-IDX < 12
               ADD 1 TO YE-PER-IDX
               PERFORM NEXT-YE-PERIOD
               GO TO CHECK-YEAR-ONE-PERIOD
           END-IF.
           CLOSE PERIOD-FILE.
           .
       CHECK-YEAR-PERIODS-EXT.
           EXIT.

       NEXT-YE-PERIOD SECTION.
           IF YE-PER-MM-WS = 12
               MOVE 1 TO YE-PER-MM-WS
               ADD 1 TO YE-PER-YYYY-WS
           ELSE
               ADD 1 TO YE-PER-MM-WS
           END-IF.
           .
       NEXT-YE-PERIOD-EXT.
           EXIT.

      *>  A RERUN REPLACES THE YEAR'S SUMMARY RATHER THAN ADDING TO
      *>  IT - THE OLD ROWS GO FIRST.
       BUILD-ANNUAL-SUMMARY SECTION.
           INITIALIZE YE-SUMMARY-WS.
           OPEN I-O ANNUAL-SUMMARY-FILE.
           IF NOT (FILE-STA-ANNSUM = 00 OR FILE-STA-ANNSUM = 05)
               DISPLAY "ANNUAL SUMMARY FILE WILL NOT OPEN - STATUS "
                       FILE-STA-ANNSUM
               MOVE 1 TO LS-RETURN-YEAREND
               GO TO BUILD-ANNUAL-SUMMARY-EXT
           END-IF.
           MOVE YE-YEAR-N-WS TO YEAR-ANS.
           MOVE LOW-VALUE TO TYPE-ANS.
           MOVE 0 TO ID-ANS.
           START ANNUAL-SUMMARY-FILE
               KEY NOT LESS THAN KEY-ANNUAL-SUMMARY
               INVALID KEY
                   GO TO ANS-CLEAR-DONE
           END-START.
           ANS-CLEAR-READ.
           READ ANNUAL-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO ANS-CLEAR-DONE
           END-READ.
           IF YEAR-ANS NOT = YE-YEAR-N-WS
               GO TO ANS-CLEAR-DONE
           END-IF.
           DELETE ANNUAL-SUMMARY-FILE RECORD.
           ADD 1 TO ANS-DELETE-CT-WS.
           GO TO ANS-CLEAR-READ.

           ANS-CLEAR-DONE.
           IF ANS-DELETE-CT-WS > 0
               DISPLAY ANS-DELETE-CT-WS " SUMMARY ROWS OF AN EARLIER "
                       "RUN REPLACED."
           END-IF.
           PERFORM SUMMARISE-LIVE-SALES.
           PERFORM SUMMARISE-ARCHIVED-SALES.
           CLOSE ANNUAL-SUMMARY-FILE.

           COMPUTE ANS-MARGIN-TOT-WS =
               ANS-REVENUE-TOT-WS - ANS-COST-TOT-WS.
           STRING "ANNUAL SUMMARY: " ANS-LINE-CT-WS " LIVE AND "
               ANS-ARC-LINE-CT-WS " ARCHIVED SALE LINES, "
               ANS-GOODS-CT-WS " GOODS, " ANS-CUST-CT-WS
               " CUSTOMERS"
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           STRING "  REVENUE " ANS-REVENUE-TOT-WS
               " COST " ANS-COST-TOT-WS
               " MARGIN " ANS-MARGIN-TOT-WS
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           .
       BUILD-ANNUAL-SUMMARY-EXT.
           EXIT.

      *>  REVENUE IS VALUED AT THE UNIT PRICE ON THE LINE, TODAY'S
      *>  CATALOG PRICE ONLY FOR LINES WRITTEN BEFORE IT WAS KEPT.
       SUMMARISE-LIVE-SALES SECTION.
           OPEN INPUT SALE-FILE.
           IF NOT (FILE-STA-SALE = 00)
               GO TO SUMMARISE-LIVE-SALES-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           YE-LIVE-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO YE-LIVE-DONE
           END-READ.
           IF SALE-VOIDED
                  OR DATE-SALE OF REC-SALE < YE-FROM-DATE-WS
                  OR DATE-SALE OF REC-SALE > YE-TO-DATE-WS
               GO TO YE-LIVE-READ
           END-IF.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               MOVE UNIT-PRICE-SALE OF REC-SALE TO ANS-PRICE-WS
           ELSE
               MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   INVALID KEY
                       MOVE 0 TO PRICE-GOODS OF REC-GOODS
               END-READ
               MOVE PRICE-GOODS OF REC-GOODS TO ANS-PRICE-WS
           END-IF.
           MOVE NUM-SALE OF REC-SALE TO ANS-QTY-WS.
           COMPUTE ANS-REVENUE-WS ROUNDED =
               NUM-SALE OF REC-SALE * ANS-PRICE-WS.
           MOVE 0 TO ANS-COST-WS.
           IF COST-AMT-SALE OF REC-SALE IS NUMERIC
               MOVE COST-AMT-SALE OF REC-SALE TO ANS-COST-WS
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ANS-ID-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO ANS-CUSTOMER-WS.
           PERFORM POST-SUMMARY-LINE.
           ADD 1 TO ANS-LINE-CT-WS.
           GO TO YE-LIVE-READ.

           YE-LIVE-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           .
       SUMMARISE-LIVE-SALES-EXT.
           EXIT.

      *>  LINES THE MONTH ENDS HAVE ALREADY ARCHIVED AND PURGED.
       SUMMARISE-ARCHIVED-SALES SECTION.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               GO TO SUMMARISE-ARCHIVED-SALES-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           YE-ARC-READ.
           READ SALE-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO YE-ARC-DONE
           END-READ.
           MOVE SPACE TO ARC-ID-X-WS ARC-LINE-X-WS ARC-GOODS-X-WS
               ARC-QTY-X-WS ARC-DATE-X-WS ARC-CUST-X-WS
               ARC-VOID-X-WS ARC-PRICE-X-WS ARC-COST-X-WS.
           UNSTRING ARC-LINE-SALE DELIMITED BY ","
               INTO ARC-ID-X-WS ARC-LINE-X-WS ARC-GOODS-X-WS
                    ARC-QTY-X-WS ARC-DATE-X-WS ARC-CUST-X-WS
                    ARC-VOID-X-WS ARC-PRICE-X-WS ARC-COST-X-WS
           END-UNSTRING.
           IF ARC-VOID-X-WS = "Y"
                  OR ARC-GOODS-X-WS NOT NUMERIC
                  OR ARC-QTY-X-WS NOT NUMERIC
                  OR ARC-DATE-X-WS NOT NUMERIC
               GO TO YE-ARC-READ
           END-IF.
           MOVE ARC-DATE-X-WS TO ARC-DATE-N-WS.
           IF ARC-DATE-N-WS < YE-FROM-DATE-WS
                  OR ARC-DATE-N-WS > YE-TO-DATE-WS
               GO TO YE-ARC-READ
           END-IF.
           MOVE ARC-GOODS-X-WS TO ANS-ID-WS.
           MOVE ARC-QTY-X-WS TO ANS-QTY-WS.
           IF ARC-CUST-X-WS IS NUMERIC
               MOVE ARC-CUST-X-WS TO ANS-CUSTOMER-WS
           ELSE
               MOVE 0 TO ANS-CUSTOMER-WS
           END-IF.
           IF ARC-PRICE-X-WS IS NUMERIC
                  AND NOT (ARC-PRICE-X-WS = "000000")
               MOVE ARC-PRICE-IMPLIED-WS TO ANS-PRICE-WS
           ELSE
               MOVE ANS-ID-WS TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   INVALID KEY
                       MOVE 0 TO PRICE-GOODS OF REC-GOODS
               END-READ
               MOVE PRICE-GOODS OF REC-GOODS TO ANS-PRICE-WS
           END-IF.
           COMPUTE ANS-REVENUE-WS ROUNDED = ANS-QTY-WS * ANS-PRICE-WS.
           MOVE 0 TO ANS-COST-WS.
           IF ARC-COST-X-WS IS NUMERIC
               MOVE ARC-COST-IMPLIED-WS TO ANS-COST-WS
           END-IF.
           PERFORM POST-SUMMARY-LINE.
           ADD 1 TO ANS-ARC-LINE-CT-WS.
           GO TO YE-ARC-READ.

           YE-ARC-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-ARCHIVE-FILE.
           .
       SUMMARISE-ARCHIVED-SALES-EXT.
           EXIT.

      *>  ONE SALE LINE INTO BOTH ITS GOODS ROW AND ITS CUSTOMER ROW.
       POST-SUMMARY-LINE SECTION.
           ADD ANS-REVENUE-WS TO ANS-REVENUE-TOT-WS.
           ADD ANS-COST-WS TO ANS-COST-TOT-WS.
           MOVE YE-YEAR-N-WS TO YEAR-ANS.
           SET ANS-GOODS TO TRUE.
           MOVE ANS-ID-WS TO ID-ANS.
           PERFORM ACCUMULATE-SUMMARY-ROW.
           MOVE YE-YEAR-N-WS TO YEAR-ANS.
           SET ANS-CUSTOMER TO TRUE.
           MOVE ANS-CUSTOMER-WS TO ID-ANS.
           PERFORM ACCUMULATE-SUMMARY-ROW.
           .
       POST-SUMMARY-LINE-EXT.
           EXIT.

      *>  THE KEY IS ALREADY IN THE RECORD AREA.
       ACCUMULATE-SUMMARY-ROW SECTION.
           READ ANNUAL-SUMMARY-FILE
               KEY IS KEY-ANNUAL-SUMMARY
               INVALID KEY
                   MOVE ANS-QTY-WS TO QTY-ANS
                   MOVE ANS-REVENUE-WS TO REVENUE-ANS
                   MOVE ANS-COST-WS TO COST-ANS
                   COMPUTE MARGIN-ANS = REVENUE-ANS - COST-ANS
                   MOVE YE-TODAY-WS TO DATE-RUN-ANS
                   WRITE REC-ANNUAL-SUMMARY
                   IF ANS-GOODS
                       ADD 1 TO ANS-GOODS-CT-WS
                   ELSE
                       ADD 1 TO ANS-CUST-CT-WS
                   END-IF
               NOT INVALID KEY
                   ADD ANS-QTY-WS TO QTY-ANS
                   ADD ANS-REVENUE-WS TO REVENUE-ANS
                   ADD ANS-COST-WS TO COST-ANS
                   COMPUTE MARGIN-ANS = REVENUE-ANS - COST-ANS
                   REWRITE REC-ANNUAL-SUMMARY
           END-READ.
           .
       ACCUMULATE-SUMMARY-ROW-EXT.
           EXIT.

      *>  THE AUDITORS' STOCK LISTING: EVERY GOODS WITH STOCK LEFT
      *>  IN ITS COST LAYERS, VALUED LAYER BY LAYER AT FIFO COST,
      *>  WITH THE ON-HAND FIGURE FROM THE GOODS FILE ALONGSIDE.
       PRINT-FIFO-STOCK-LISTING SECTION.
           INITIALIZE YE-STOCK-WS.
           MOVE SPACE TO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           STRING "YEAR-END STOCK LISTING AT FIFO COST - "
               YE-TODAY-WS
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           MOVE "GOODS  NAME                 ON HAND  LAYER QTY"
               TO YE-REPORT-LINE-WS.
           MOVE "FIFO VALUE" TO YE-REPORT-LINE-WS(50:10).
           PERFORM WRITE-YE-REPORT-LINE.
           OPEN INPUT COST-LAYER-FILE.
           IF NOT (FILE-STA-LAYER = 00)
               MOVE "NO COST LAYERS ON FILE." TO YE-REPORT-LINE-WS
               PERFORM WRITE-YE-REPORT-LINE
               GO TO PRINT-FIFO-STOCK-LISTING-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           SET STK-FIRST-LAYER TO TRUE.
           STK-READ-LAYER.
           READ COST-LAYER-FILE NEXT RECORD
               AT END
                   GO TO STK-LAYERS-DONE
           END-READ.
           IF QTY-REMAIN-LAYER = 0
               GO TO STK-READ-LAYER
           END-IF.
           IF NOT STK-FIRST-LAYER
                  AND ID-GOODS-LAYER NOT = STK-GOODS-WS
               PERFORM PRINT-STOCK-GOODS-LINE
           END-IF.
           IF STK-FIRST-LAYER
                  OR ID-GOODS-LAYER NOT = STK-GOODS-WS
               MOVE "N" TO STK-FIRST-SW
               MOVE ID-GOODS-LAYER TO STK-GOODS-WS
               MOVE 0 TO STK-QTY-WS STK-VALUE-WS
           END-IF.
           COMPUTE STK-LAYER-VALUE-WS ROUNDED =
               QTY-REMAIN-LAYER * COST-LAYER.
           ADD QTY-REMAIN-LAYER TO STK-QTY-WS.
           ADD STK-LAYER-VALUE-WS TO STK-VALUE-WS.
           GO TO STK-READ-LAYER.

           STK-LAYERS-DONE.
           IF NOT STK-FIRST-LAYER
               PERFORM PRINT-STOCK-GOODS-LINE
           END-IF.
           CLOSE GOODS-FILE.
           CLOSE COST-LAYER-FILE.
           STRING "TOTAL " STK-GOODS-CT-WS " GOODS  QTY "
               STK-QTY-TOT-WS "  FIFO VALUE " STK-VALUE-TOT-WS
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           .
       PRINT-FIFO-STOCK-LISTING-EXT.
           EXIT.

       PRINT-STOCK-GOODS-LINE SECTION.
           MOVE STK-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO NAME-GOODS OF REC-GOODS
                   MOVE 0 TO LEFT-GOODS OF REC-GOODS
           END-READ.
           MOVE NAME-GOODS OF REC-GOODS TO STK-NAME-WS.
           MOVE LEFT-GOODS OF REC-GOODS TO STK-ONHAND-WS.
           STRING STK-GOODS-WS " " STK-NAME-WS " " STK-ONHAND-WS
               "    " STK-QTY-WS "  " STK-VALUE-WS
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           IF NOT (STK-ONHAND-WS = STK-QTY-WS)
               MOVE " * LAYERS DIFFER FROM ON HAND"
                   TO YE-REPORT-LINE-WS(75:30)
           END-IF.
           PERFORM WRITE-YE-REPORT-LINE.
           ADD 1 TO STK-GOODS-CT-WS.
           ADD STK-QTY-WS TO STK-QTY-TOT-WS.
           ADD STK-VALUE-WS TO STK-VALUE-TOT-WS.
           .
       PRINT-STOCK-GOODS-LINE-EXT.
           EXIT.

      *>  THE TWELVE PERIODS AFTER THE YEAR JUST CLOSED ARE WRITTEN
      *>  OPEN. A PERIOD ALREADY ON FILE IS LEFT AS IT IS.
       OPEN-NEXT-YEAR-PERIODS SECTION.
           MOVE 0 TO YE-NEW-PERIOD-CT-WS.
           MOVE YE-TO-PERIOD-WS TO YE-PERIOD-NUM-WS.
           OPEN I-O PERIOD-FILE.
           IF NOT (FILE-STA-PERIOD = 00 OR FILE-STA-PERIOD = 05)
               DISPLAY "PERIOD FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PERIOD
               GO TO OPEN-NEXT-YEAR-PERIODS-EXT
           END-IF.
           MOVE 1 TO YE-PER-IDX.
           OPEN-NEXT-ONE-PERIOD.
           PERFORM NEXT-YE-PERIOD.
           MOVE YE-PERIOD-NUM-WS TO PERIOD-YYYYMM.
           SET PERIOD-OPEN TO TRUE.
           WRITE REC-PERIOD
               NOT INVALID KEY
                   ADD 1 TO YE-NEW-PERIOD-CT-WS
           END-WRITE.
           IF YE-PER-IDX < 12
               ADD 1 TO YE-PER-IDX
               GO TO OPEN-NEXT-ONE-PERIOD
           END-IF.
           CLOSE PERIOD-FILE.
           STRING "NEXT YEAR'S PERIODS OPENED: " YE-NEW-PERIOD-CT-WS
               " OF 12, UP TO " YE-PERIOD-NUM-WS
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           .
       OPEN-NEXT-YEAR-PERIODS-EXT.
           EXIT.

       RESET-SALESPERSON-TARGETS SECTION.
           MOVE 0 TO RST-SP-CT-WS.
           OPEN I-O SALESPERSON-FILE.
           IF NOT (FILE-STA-SALESP = 00)
               DISPLAY "NO SALESPERSON FILE - NOTHING TO RESET."
               GO TO RESET-SALESPERSON-TARGETS-EXT
           END-IF.
           RST-SP-READ.
           READ SALESPERSON-FILE NEXT RECORD
               AT END
                   GO TO RST-SP-DONE
           END-READ.
           MOVE 1 TO RST-TARGET-IDX.
           PERFORM RESET-ONE-TARGET UNTIL RST-TARGET-IDX > 12.
           REWRITE REC-SALESPERSON.
           ADD 1 TO RST-SP-CT-WS.
           GO TO RST-SP-READ.

           RST-SP-DONE.
           CLOSE SALESPERSON-FILE.
           STRING "SALESPERSON TARGETS RESET: " RST-SP-CT-WS
               " SALESPEOPLE - ENTER THE NEW YEAR'S TARGETS."
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           .
       RESET-SALESPERSON-TARGETS-EXT.
           EXIT.

       RESET-ONE-TARGET SECTION.
           MOVE 0 TO TARGET-SP(RST-TARGET-IDX).
           ADD 1 TO RST-TARGET-IDX.
           .
       RESET-ONE-TARGET-EXT.
           EXIT.

      *>  UNSPENT POINTS LAPSE AT YEAR END. A NEGATIVE BALANCE (GOODS
      *>  RETURNED AFTER THE POINTS WERE SPENT) IS STILL OWED AND IS
      *>  CARRIED FORWARD.
       EXPIRE-LOYALTY-POINTS SECTION.
           MOVE 0 TO RST-LOY-CT-WS RST-POINTS-TOT-WS.
           OPEN I-O LOYALTY-FILE.
           IF NOT (FILE-STA-LOYALTY = 00)
               DISPLAY "NO LOYALTY FILE - NOTHING TO EXPIRE."
               GO TO EXPIRE-LOYALTY-POINTS-EXT
           END-IF.
           RST-LOY-READ.
           READ LOYALTY-FILE NEXT RECORD
               AT END
                   GO TO RST-LOY-DONE
           END-READ.
           IF NOT (POINTS-LOY > 0)
               GO TO RST-LOY-READ
           END-IF.
           ADD POINTS-LOY TO RST-POINTS-TOT-WS.
           MOVE 0 TO POINTS-LOY.
           REWRITE REC-LOYALTY.
           ADD 1 TO RST-LOY-CT-WS.
           GO TO RST-LOY-READ.

           RST-LOY-DONE.
           CLOSE LOYALTY-FILE.
           STRING "LOYALTY POINTS EXPIRED: " RST-POINTS-TOT-WS
               " POINTS ON " RST-LOY-CT-WS " CUSTOMERS"
               DELIMITED BY SIZE INTO YE-REPORT-LINE-WS.
           PERFORM WRITE-YE-REPORT-LINE.
           .
       EXPIRE-LOYALTY-POINTS-EXT.
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

       WRITE-YE-REPORT-LINE SECTION.
           DISPLAY YE-REPORT-LINE-WS.
           MOVE YE-REPORT-LINE-WS TO REC-YEAR-END-REPORT.
           WRITE REC-YEAR-END-REPORT.
           MOVE SPACE TO YE-REPORT-LINE-WS.
           .
       WRITE-YE-REPORT-LINE-EXT.
           EXIT.
