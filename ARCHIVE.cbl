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
               SELECT PURCHASE-ARCHIVE-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SALE-ARCHIVE-FILE
               ASSIGN TO "D:\db\sales.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-SALEARC.
      *>  ========================================
               SELECT ARCHIVE-CHK-FILE
               ASSIGN TO "D:\db\archive.chk"
               ASSIGN TO "D:\db\journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-JOURNAL.
      *>  ========================================
               SELECT OPTIONAL MONTH-SUMMARY-FILE
               ASSIGN TO "D:\db\monthsum"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               FILE STATUS IS FILE-STA-MONTHSUM.
      *>  ========================================
               SELECT RETURN-FILE
               ASSIGN TO "D:\db\return.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RETURN.

       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY JRNFILE.
         COPY MSUMFILE.
         COPY RETNFILE.
       FD PURCHASE-ARCHIVE-FILE.
       01 ARC-LINE-PURCHASE            PIC X(100).
       FD SALE-ARCHIVE-FILE.
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 FILE-STA-ARCHCHK             PIC 99.
       01 FILE-STA-SALEARC             PIC 99.
       01 ARC-WORK-WS                  PIC X(100).
       01 PARAM-CUTOFF-DATE            PIC X(8).
       01 ARCHIVE-ACTION-CHOICE        PIC X.
       01 SINCE-CHECKPOINT-WS          PIC 9(3).
       01 ELIGIBLE-COUNT-WS            PIC 9(7).
       01 PROCESS-COUNT-WS             PIC 9(7).
       01 PURGED-TOTAL-WS              PIC 9(7).
       01 ARC-PRICE-OUT-WS             PIC 9(4)V99.
       01 ARC-COST-OUT-WS              PIC 9(7)V99.
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
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
      *>  AS WRITE-SALE-ARCHIVE-LINE WRITES THEM. OLDER LINES HAVE
      *>  NO COST.
           02 ARC-PRICE-IMPLIED-WS REDEFINES ARC-PRICE-X-WS
                                       PIC 9(4)V99.
           02 ARC-COST-X-WS            PIC X(9).
           02 ARC-COST-IMPLIED-WS REDEFINES ARC-COST-X-WS
                                       PIC 9(7)V99.
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
       01 MS-PRICE-WS                  PIC S9(4)V99.
       01 MS-RET-FLOOR-WS              PIC 9(6).
       01 MS-LINE-CT-WS                PIC 9(7).
       01 MS-CUST-KNOWN-SW             PIC X.
           88 MS-CUST-KNOWN                VALUE "Y".
       LINKAGE SECTION.
       01 LS-RETURN-ARCHIVE PIC 9.
      *>  A NON-ZERO CUTOFF MEANS AN UNATTENDED CALLER (MONTH-END)
      *>  HAS ALREADY CHOSEN IT - NO PROMPTS ARE ISSUED. THE ROWS
      *>  PURGED COME BACK IN LS-ARC-COUNT, AND A 1 IN
      *>  LS-RETURN-ARCHIVE WHEN A COPY DID NOT VERIFY.
       01 LS-ARCHIVE-PARAM.
           02 LS-ARC-CUTOFF            PIC 9(8).
           02 LS-ARC-COUNT             PIC 9(7).

       PROCEDURE DIVISION USING LS-RETURN-ARCHIVE LS-ARCHIVE-PARAM.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============MONTH-END ARCHIVE/PURGE"
           MOVE 0 TO LS-RETURN-ARCHIVE.
           MOVE 0 TO LS-ARC-COUNT.
           MOVE 0 TO PURGED-TOTAL-WS.
           IF LS-ARC-CUTOFF > 0
               MOVE LS-ARC-CUTOFF TO PARAM-CUTOFF-DATE
           ELSE
               DISPLAY "ENTER CUTOFF DATE (YYYYMMDD) - RECORDS "
                       "BEFORE THIS DATE ARE ARCHIVED AND PURGED:"
               ACCEPT PARAM-CUTOFF-DATE
               DISPLAY "ARE YOU SURE? (Y/N):"
               ACCEPT ARCHIVE-ACTION-CHOICE
               IF ARCHIVE-ACTION-CHOICE NOT = "Y"
                   DISPLAY "ARCHIVE CANCELLED."
                   GO TO MAIN-PROCEDURE-EXT
               END-IF
           END-IF.

           PERFORM READ-CHECKPOINT.
                   GO TO STEP-PURPURGE
               WHEN "SALCOPY"
                   GO TO STEP-SALCOPY
               WHEN "SUMMARY"
                   GO TO STEP-SUMMARY
               WHEN "SALPURGE"
                   GO TO STEP-SALPURGE
               WHEN OTHER
               DISPLAY "PURCHASE COPY COUNT " PROCESS-COUNT-WS
                       " DOES NOT MATCH ELIGIBLE COUNT "
                       ELIGIBLE-COUNT-WS " - PURGE NOT RUN."
               MOVE 1 TO LS-RETURN-ARCHIVE
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           DISPLAY "PURCHASE COPY VERIFIED - " PROCESS-COUNT-WS
           STEP-PURPURGE.
           PERFORM PURGE-PURCHASE-PHASE.
           DISPLAY "PURCHASE ROWS PURGED: " PROCESS-COUNT-WS "."
           ADD PROCESS-COUNT-WS TO PURGED-TOTAL-WS.
           MOVE "SALCOPY" TO CHK-PHASE-WS.
           MOVE 0 TO CHK-LAST-KEY-WS.
           MOVE 0 TO CHK-COUNT-WS.
               DISPLAY "SALE COPY COUNT " PROCESS-COUNT-WS
                       " DOES NOT MATCH ELIGIBLE COUNT "
                       ELIGIBLE-COUNT-WS " - PURGE NOT RUN."
               MOVE 1 TO LS-RETURN-ARCHIVE
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           DISPLAY "SALE COPY VERIFIED - " PROCESS-COUNT-WS " ROWS."
           MOVE "SUMMARY" TO CHK-PHASE-WS.
           MOVE 0 TO CHK-LAST-KEY-WS.
           MOVE 0 TO CHK-COUNT-WS.
           PERFORM WRITE-CHECKPOINT.

      *>  PHASE 2B - REBUILD THE MONTHLY SALES SUMMARY WHILE THE
      *>  MONTH BEING PURGED IS IN THE ARCHIVE AND STILL ON THE
      *>  SALE FILE, SO A RETURN AGAINST IT CAN STILL FIND ITS
      *>  CUSTOMER. SAFE TO RERUN FROM THE TOP ON A RESTART.
           STEP-SUMMARY.
           PERFORM REBUILD-MONTH-SUMMARY.
           IF LS-RETURN-ARCHIVE NOT = 0
               DISPLAY "MONTHLY SUMMARY NOT REBUILT - PURGE NOT RUN."
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           MOVE "SALPURGE" TO CHK-PHASE-WS.
           MOVE 0 TO CHK-LAST-KEY-WS.
           MOVE 0 TO CHK-COUNT-WS.
           STEP-SALPURGE.
           PERFORM PURGE-SALE-PHASE.
           DISPLAY "SALE ROWS PURGED: " PROCESS-COUNT-WS "."
           ADD PROCESS-COUNT-WS TO PURGED-TOTAL-WS.
           MOVE PURGED-TOTAL-WS TO LS-ARC-COUNT.
           MOVE "DONE" TO CHK-PHASE-WS.
           MOVE 0 TO CHK-LAST-KEY-WS.
           MOVE 0 TO CHK-COUNT-WS.
           ELSE
               MOVE 0 TO ARC-PRICE-OUT-WS
           END-IF.
      *>  THE FIFO COST GOES LAST, SO READERS THAT STOP AT THE
      *>  PRICE ARE UNAFFECTED AND THE YEAR-END SUMMARY STILL HAS
      *>  THE MARGIN ON ARCHIVED LINES.
           IF COST-AMT-SALE OF REC-SALE IS NUMERIC
               MOVE COST-AMT-SALE OF REC-SALE TO ARC-COST-OUT-WS
           ELSE
               MOVE 0 TO ARC-COST-OUT-WS
           END-IF.
           MOVE SPACE TO ARC-WORK-WS.
           STRING ID-SALE OF REC-SALE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               VOID-SALE-SW OF REC-SALE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ARC-PRICE-OUT-WS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ARC-COST-OUT-WS DELIMITED BY SIZE
               INTO ARC-WORK-WS
           END-STRING.
           MOVE ARC-WORK-WS TO ARC-LINE-SALE.
       WRITE-SALE-ARCHIVE-LINE-EXT.
           EXIT.

      *>  THE SALES FIGURES ON EVERY SUMMARY ROW ARE ZEROED AND
      *>  RECOUNTED FROM SALES.ARC PLUS THE LIVE LINES NOT YET
      *>  ARCHIVED. RETURNS ARE RECOUNTED FROM THE RETURN LOG FOR
      *>  THE MONTHS IT STILL HOLDS; MONTHS HOUSEKEEPING HAS TRIMMED
      *>  OFF THE LOG KEEP THE RETURN FIGURES POSTED AT THE TIME.
       REBUILD-MONTH-SUMMARY SECTION.
           PERFORM FIND-RETURN-FLOOR.
           OPEN I-O MONTH-SUMMARY-FILE.
           IF NOT (FILE-STA-MONTHSUM = 00 OR FILE-STA-MONTHSUM = 05)
               DISPLAY "MONTHLY SUMMARY FILE WILL NOT OPEN - STATUS "
                       FILE-STA-MONTHSUM
               MOVE 1 TO LS-RETURN-ARCHIVE
               GO TO REBUILD-MONTH-SUMMARY-EXT
           END-IF.
           MOVE 0 TO MS-LINE-CT-WS.
           PERFORM CLEAR-MONTH-SUMMARY.
           OPEN INPUT GOODS-FILE.
           PERFORM SUMMARY-FROM-ARCHIVE.
           PERFORM SUMMARY-FROM-LIVE-SALES.
           CLOSE GOODS-FILE.
           PERFORM SUMMARY-FROM-RETURNS.
           CLOSE MONTH-SUMMARY-FILE.
           DISPLAY "MONTHLY SUMMARY REBUILT FROM " MS-LINE-CT-WS
                   " SALE AND RETURN LINES.".
           .
       REBUILD-MONTH-SUMMARY-EXT.
           EXIT.

       FIND-RETURN-FLOOR SECTION.
           MOVE 999999 TO MS-RET-FLOOR-WS.
           OPEN INPUT RETURN-FILE.
           IF NOT (FILE-STA-RETURN = 00)
               GO TO FIND-RETURN-FLOOR-EXT
           END-IF.
           FIND-RETURN-FLOOR-READ.
           READ RETURN-FILE NEXT RECORD
               AT END
                   GO TO FIND-RETURN-FLOOR-DONE
           END-READ.
           MOVE DATE-RETURN TO MS-DATE-WS.
           IF MS-DATE-WS IS NUMERIC
                  AND MS-YYYYMM-WS < MS-RET-FLOOR-WS
               MOVE MS-YYYYMM-WS TO MS-RET-FLOOR-WS
           END-IF.
           GO TO FIND-RETURN-FLOOR-READ.

           FIND-RETURN-FLOOR-DONE.
           CLOSE RETURN-FILE.
           .
       FIND-RETURN-FLOOR-EXT.
           EXIT.

       CLEAR-MONTH-SUMMARY SECTION.
           CLEAR-MONTH-SUMMARY-READ.
           READ MONTH-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO CLEAR-MONTH-SUMMARY-EXT
           END-READ.
           MOVE 0 TO QTY-MSUM.
           MOVE 0 TO REVENUE-MSUM.
           MOVE 0 TO COST-MSUM.
           MOVE 0 TO LAST-SALE-MSUM.
           IF NOT (YYYYMM-MSUM < MS-RET-FLOOR-WS)
               MOVE 0 TO RETURN-QTY-MSUM
               MOVE 0 TO RETURN-VALUE-MSUM
           END-IF.
           REWRITE REC-MONTH-SUMMARY.
           GO TO CLEAR-MONTH-SUMMARY-READ.
           .
       CLEAR-MONTH-SUMMARY-EXT.
           EXIT.

       SUMMARY-FROM-ARCHIVE SECTION.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               GO TO SUMMARY-FROM-ARCHIVE-EXT
           END-IF.
           SUMMARY-ARC-READ.
           READ SALE-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO SUMMARY-ARC-DONE
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
               GO TO SUMMARY-ARC-READ
           END-IF.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE ARC-GOODS-X-WS TO MS-GOODS-WS.
           MOVE ARC-DATE-X-WS TO MS-DATE-WS.
           MOVE ARC-QTY-X-WS TO MS-QTY-WS.
           SET MS-CUST-KNOWN TO TRUE.
           IF ARC-CUST-X-WS IS NUMERIC
               MOVE ARC-CUST-X-WS TO MS-CUSTOMER-WS
           END-IF.
           IF ARC-PRICE-X-WS IS NUMERIC
                  AND NOT (ARC-PRICE-X-WS = "000000")
               MOVE ARC-PRICE-IMPLIED-WS TO MS-PRICE-WS
           ELSE
               MOVE MS-GOODS-WS TO ID-GOODS OF REC-GOODS
               PERFORM SUMMARY-CATALOG-PRICE
           END-IF.
           COMPUTE MS-REVENUE-WS = MS-QTY-WS * MS-PRICE-WS.
           IF ARC-COST-X-WS IS NUMERIC
               MOVE ARC-COST-IMPLIED-WS TO MS-COST-WS
           END-IF.
           PERFORM POST-SUMMARY-DELTA.
           GO TO SUMMARY-ARC-READ.

           SUMMARY-ARC-DONE.
           CLOSE SALE-ARCHIVE-FILE.
           .
       SUMMARY-FROM-ARCHIVE-EXT.
           EXIT.

      *>  LINES BEFORE THE CUTOFF HAVE JUST BEEN COPIED TO SALES.ARC
      *>  AND WERE COUNTED FROM THERE.
       SUMMARY-FROM-LIVE-SALES SECTION.
           OPEN INPUT SALE-FILE.
           IF NOT (FILE-STA-SALE = 00)
               GO TO SUMMARY-FROM-LIVE-SALES-EXT
           END-IF.
           SUMMARY-LIVE-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO SUMMARY-LIVE-DONE
           END-READ.
           IF SALE-VOIDED
                  OR DATE-SALE OF REC-SALE < PARAM-CUTOFF-DATE
               GO TO SUMMARY-LIVE-READ
           END-IF.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE ID-GOODS OF REC-SALE TO MS-GOODS-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO MS-CUSTOMER-WS.
           MOVE DATE-SALE OF REC-SALE TO MS-DATE-WS.
           MOVE NUM-SALE OF REC-SALE TO MS-QTY-WS.
           SET MS-CUST-KNOWN TO TRUE.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               MOVE UNIT-PRICE-SALE OF REC-SALE TO MS-PRICE-WS
           ELSE
               MOVE MS-GOODS-WS TO ID-GOODS OF REC-GOODS
               PERFORM SUMMARY-CATALOG-PRICE
           END-IF.
           COMPUTE MS-REVENUE-WS = MS-QTY-WS * MS-PRICE-WS.
           IF COST-AMT-SALE OF REC-SALE IS NUMERIC
               MOVE COST-AMT-SALE OF REC-SALE TO MS-COST-WS
           END-IF.
           PERFORM POST-SUMMARY-DELTA.
           GO TO SUMMARY-LIVE-READ.

           SUMMARY-LIVE-DONE.
           CLOSE SALE-FILE.
           .
       SUMMARY-FROM-LIVE-SALES-EXT.
           EXIT.

      *>  A RETURN NAMES ONLY THE SALE LINE - THE CUSTOMER IS READ
      *>  BACK FROM IT. A RETURN AGAINST A SALE PURGED IN AN EARLIER
      *>  MONTH STILL COUNTS FOR THE GOODS, BUT NO CUSTOMER.
       SUMMARY-FROM-RETURNS SECTION.
           OPEN INPUT RETURN-FILE.
           IF NOT (FILE-STA-RETURN = 00)
               GO TO SUMMARY-FROM-RETURNS-EXT
           END-IF.
           OPEN INPUT SALE-FILE.
           SUMMARY-RET-READ.
           READ RETURN-FILE NEXT RECORD
               AT END
                   GO TO SUMMARY-RET-DONE
           END-READ.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE DATE-RETURN TO MS-DATE-WS.
           IF MS-DATE-WS NOT NUMERIC
               GO TO SUMMARY-RET-READ
           END-IF.
           MOVE ID-GOODS-RETURN TO MS-GOODS-WS.
           MOVE QTY-RETURN TO MS-RET-QTY-WS.
           IF VALUE-RETURN IS NUMERIC
               MOVE VALUE-RETURN TO MS-RET-VALUE-WS
           END-IF.
           MOVE "N" TO MS-CUST-KNOWN-SW.
           MOVE ID-SALE-RETURN TO ID-SALE OF REC-SALE.
           MOVE LINE-SALE-RETURN TO LINE-SALE OF REC-SALE.
           READ SALE-FILE
               KEY IS KEY-SALE OF REC-SALE
               NOT INVALID KEY
                   MOVE ID-CUSTOMER OF REC-SALE TO MS-CUSTOMER-WS
                   SET MS-CUST-KNOWN TO TRUE
           END-READ.
           PERFORM POST-SUMMARY-DELTA.
           GO TO SUMMARY-RET-READ.

           SUMMARY-RET-DONE.
           CLOSE SALE-FILE.
           CLOSE RETURN-FILE.
           .
       SUMMARY-FROM-RETURNS-EXT.
           EXIT.

      *>  A LINE WRITTEN BEFORE THE STRUCK PRICE WAS KEPT FALLS BACK
      *>  TO TODAY'S CATALOG PRICE, AS THE HISTORY REPORTS ALWAYS DID.
       SUMMARY-CATALOG-PRICE SECTION.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE 0 TO PRICE-GOODS OF REC-GOODS
           END-READ.
           MOVE PRICE-GOODS OF REC-GOODS TO MS-PRICE-WS.
           .
       SUMMARY-CATALOG-PRICE-EXT.
           EXIT.

       POST-SUMMARY-DELTA SECTION.
           MOVE "G" TO MS-ROW-TYPE-WS.
           MOVE MS-GOODS-WS TO MS-ROW-ID-WS.
           PERFORM POST-MONTH-SUMMARY-ROW.
           IF MS-CUST-KNOWN
               MOVE "C" TO MS-ROW-TYPE-WS
               MOVE MS-CUSTOMER-WS TO MS-ROW-ID-WS
               PERFORM POST-MONTH-SUMMARY-ROW
           END-IF.
           ADD 1 TO MS-LINE-CT-WS.
           .
       POST-SUMMARY-DELTA-EXT.
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

      *>  AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - SEE THE
      *>  RECOVER PROGRAM. THE IMAGE FOR A DELETE IS THE RECORD AS
      *>  IT STOOD; THE REPLAY ONLY NEEDS ITS KEY.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE "ARCHIVE" TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO WRITE-JOURNAL-REC-EXT
