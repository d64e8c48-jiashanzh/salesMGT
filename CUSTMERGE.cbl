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
               SELECT OPTIONAL PAYMENT-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PAYMENT OF REC-PAYMENT
               FILE STATUS IS FILE-STA-PAYMENT.
      *>  ========================================
               SELECT OPTIONAL ALLOC-FILE
               ASSIGN TO "D:\db\payalloc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ALLOC OF REC-ALLOC
               FILE STATUS IS FILE-STA-ALLOC.
      *>  ========================================
               SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO "D:\db\contract"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-DUNNING OF REC-DUNNING
               FILE STATUS IS FILE-STA-DUNNING.
      *>  ========================================
               SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "D:\db\stdorder"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-STDORD OF REC-STANDING-ORDER
               FILE STATUS IS FILE-STA-STDORD.
      *>  ========================================
               SELECT OPTIONAL LOYALTY-REDEEM-FILE
               ASSIGN TO "D:\db\loyredeem"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-QUOTE-DEP OF REC-DEPOSIT
               FILE STATUS IS FILE-STA-DEPOSIT.
      *>  ========================================
               SELECT OPTIONAL MONTH-SUMMARY-FILE
               ASSIGN TO "D:\db\monthsum"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               FILE STATUS IS FILE-STA-MONTHSUM.
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
      *>  ========================================
               SELECT JOURNAL-FILE
               ASSIGN TO "D:\db\journal.log"
         COPY SALEFILES.
         COPY CUSTFILE.
         COPY PAYFILE.
         COPY ALLOCFILE.
         COPY CTRFILE.
         COPY BOFILE.
         COPY QUOTEFILE.
         COPY LOYRDFILE.
         COPY SHIPTOFILE.
         COPY DUNFILE.
         COPY STDORDFILE.
         COPY SCRFILE.
         COPY DEPFILE.
         COPY MSUMFILE.
         COPY REPAIRFILES.
         COPY JRNFILE.
       FD MERGE-LOG-FILE.
       01 REC-MERGE-LOG                PIC X(120).
           02 MRG-SCR-CT-WS            PIC 9(5).
           02 MRG-DEP-CT-WS            PIC 9(5).
           02 MRG-LOYR-CT-WS           PIC 9(5).
           02 MRG-MSUM-CT-WS           PIC 9(5).
           02 MRG-SO-CT-WS             PIC 9(5).
           02 MRG-RPR-CT-WS            PIC 9(5).
           02 MRG-DUN-BASE-WS          PIC 9(6).
           02 MRG-SO-BASE-WS           PIC 9(3).
           02 MRG-POINTS-WS            PIC S9(9).
           02 MRG-LOG-LINE-WS          PIC X(120).
       01 MERGE-MSUM-WS.
           02 MRG-MS-MONTH-WS          PIC 9(6).
           02 MRG-MS-QTY-WS            PIC S9(9).
           02 MRG-MS-REVENUE-WS        PIC S9(11)V99.
           02 MRG-MS-COST-WS           PIC S9(11)V99.
           02 MRG-MS-RET-QTY-WS        PIC S9(7).
           02 MRG-MS-RET-VALUE-WS      PIC S9(9)V99.
           02 MRG-MS-LAST-SALE-WS      PIC 9(8).
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
       LINKAGE SECTION.

           PERFORM MERGE-SALES.
           PERFORM MERGE-PAYMENTS.
           PERFORM MERGE-ALLOCATIONS.
           PERFORM MERGE-CONTRACTS.
           PERFORM MERGE-BACKORDERS.
           PERFORM MERGE-QUOTES.
           PERFORM MERGE-LOYALTY-REDEMPTIONS.
           PERFORM MERGE-SHIPTO.
           PERFORM MERGE-DUNNING.
           PERFORM MERGE-STANDING-ORDERS.
           PERFORM MERGE-STORE-CREDITS.
           PERFORM MERGE-DEPOSITS.
           PERFORM MERGE-MONTH-SUMMARY.
           PERFORM MERGE-REPAIR-JOBS.

      *>  THE DUPLICATE IS RETIRED ONLY AFTER EVERYTHING KEYED BY
      *>  IT HAS BEEN REPOINTED.
                   MRG-BO-CT-WS " BACKORDERS,".
           DISPLAY "               " MRG-QUOTE-CT-WS " QUOTE LINES, "
                   MRG-ST-CT-WS " SHIP-TO SITES, "
                   MRG-DUN-CT-WS " DUNNING ROWS, "
                   MRG-SO-CT-WS " STANDING ORDER LINES,".
           DISPLAY "               " MRG-SCR-CT-WS " STORE CREDITS, "
                   MRG-DEP-CT-WS " DEPOSITS, "
                   MRG-LOYR-CT-WS " REDEMPTIONS, "
                   MRG-RPR-CT-WS " REPAIR JOBS,".
           DISPLAY "               " MRG-MSUM-CT-WS
                   " SUMMARY MONTHS MOVED - DUPLICATE RETIRED.".
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.
       MERGE-PAYMENTS-EXT.
           EXIT.

      *>  THE RECEIPTS MOVED ABOVE KEEP THEIR NUMBERS, SO THEIR
      *>  ALLOCATIONS TO BILLS FOLLOW THEM UNDER THE SURVIVOR.
       MERGE-ALLOCATIONS SECTION.
           OPEN I-O ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00 OR FILE-STA-ALLOC = 05)
               GO TO MERGE-ALLOCATIONS-EXT
           END-IF.
           MERGE-ALC-READ.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO MERGE-ALC-DONE
           END-READ.
           IF ID-CUSTOMER-ALC = MRG-DUPLICATE-WS
               DELETE ALLOC-FILE
               MOVE MRG-SURVIVOR-WS TO ID-CUSTOMER-ALC
               WRITE REC-ALLOC
                   INVALID KEY
                       DISPLAY "ALLOCATION OF RECEIPT " ID-RECEIPT-ALC
                               " COLLIDED ON THE SURVIVOR - "
                               "CHECK BY HAND."
               END-WRITE
           END-IF.
           GO TO MERGE-ALC-READ.

           MERGE-ALC-DONE.
           CLOSE ALLOC-FILE.
           .
       MERGE-ALLOCATIONS-EXT.
           EXIT.

      *>  A CONTRACT THE SURVIVOR ALREADY HOLDS FOR THE SAME GOODS
      *>  WINS - THE DUPLICATE'S ROW IS DROPPED AND LOGGED.
       MERGE-CONTRACTS SECTION.
       MERGE-DUNNING-EXT.
           EXIT.

      *>  THE DUPLICATE'S STANDING ORDERS ARE NUMBERED ON AFTER THE
      *>  SURVIVOR'S OWN, SO THE TWO SETS NEVER SHARE AN ORDER NO.
       MERGE-STANDING-ORDERS SECTION.
           OPEN I-O STANDING-ORDER-FILE.
           IF NOT (FILE-STA-STDORD = 00 OR FILE-STA-STDORD = 05)
               GO TO MERGE-STANDING-ORDERS-EXT
           END-IF.
           MOVE 0 TO MRG-SO-BASE-WS.
           MOVE MRG-SURVIVOR-WS TO ID-CUSTOMER-SO.
           MOVE 0 TO ID-ORDER-SO.
           MOVE 0 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   CONTINUE
           END-START.
           MERGE-SO-BASE-READ.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-CUSTOMER-SO = MRG-SURVIVOR-WS
                       MOVE ID-ORDER-SO TO MRG-SO-BASE-WS
                       GO TO MERGE-SO-BASE-READ
                   END-IF
           END-READ.
           MOVE MRG-DUPLICATE-WS TO ID-CUSTOMER-SO.
           MOVE 0 TO ID-ORDER-SO.
           MOVE 0 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   GO TO MERGE-SO-DONE
           END-START.
           MERGE-SO-READ.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   GO TO MERGE-SO-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-SO = MRG-DUPLICATE-WS)
               GO TO MERGE-SO-DONE
           END-IF.
           DELETE STANDING-ORDER-FILE.
           MOVE MRG-SURVIVOR-WS TO ID-CUSTOMER-SO.
           ADD MRG-SO-BASE-WS TO ID-ORDER-SO.
           WRITE REC-STANDING-ORDER
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO MRG-SO-CT-WS.
      *>  THE WRITE MOVED THE FILE POSITION - START AGAIN FROM THE
      *>  DUPLICATE'S REMAINING LINES.
           MOVE MRG-DUPLICATE-WS TO ID-CUSTOMER-SO.
           MOVE 0 TO ID-ORDER-SO.
           MOVE 0 TO LINE-SO.
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN KEY-STDORD OF REC-STANDING-ORDER
               INVALID KEY
                   GO TO MERGE-SO-DONE
           END-START.
           GO TO MERGE-SO-READ.

           MERGE-SO-DONE.
           CLOSE STANDING-ORDER-FILE.
           .
       MERGE-STANDING-ORDERS-EXT.
           EXIT.

      *>  REDEMPTION ROWS ARE KEYED BY BILL - THE CUSTOMER IS DATA,
      *>  AND IT MUST FOLLOW THE MERGE OR VOIDING A PRE-MERGE BILL
      *>  WOULD HAND THE REDEEMED POINTS BACK TO THE RETIRED ID.
       MERGE-DEPOSITS-EXT.
           EXIT.

      *>  A REPAIR JOB IS KEYED BY JOB NUMBER, SO THE UNIT IN THE
      *>  WORKSHOP FOLLOWS THE CUSTOMER WITH A PLAIN REWRITE.
       MERGE-REPAIR-JOBS SECTION.
           OPEN I-O REPAIR-JOB-FILE.
           IF NOT (FILE-STA-REPAIR = 00 OR FILE-STA-REPAIR = 05)
               GO TO MERGE-REPAIR-JOBS-EXT
           END-IF.
           MERGE-RPR-READ.
           READ REPAIR-JOB-FILE NEXT RECORD
               AT END
                   GO TO MERGE-RPR-DONE
           END-READ.
           IF ID-CUSTOMER-RJ = MRG-DUPLICATE-WS
               MOVE MRG-SURVIVOR-WS TO ID-CUSTOMER-RJ
               REWRITE REC-REPAIR-JOB
               ADD 1 TO MRG-RPR-CT-WS
           END-IF.
           GO TO MERGE-RPR-READ.

           MERGE-RPR-DONE.
           CLOSE REPAIR-JOB-FILE.
           .
       MERGE-REPAIR-JOBS-EXT.
           EXIT.

      *>  THE DUPLICATE'S CUSTOMER-MONTH ROWS ARE FOLDED INTO THE
      *>  SURVIVOR'S FOR THE SAME MONTH AND DELETED. THE SCAN RESTARTS
      *>  AT THE DUPLICATE'S FIRST ROW AFTER EACH ONE IS MOVED.
       MERGE-MONTH-SUMMARY SECTION.
           OPEN I-O MONTH-SUMMARY-FILE.
           IF NOT (FILE-STA-MONTHSUM = 00 OR FILE-STA-MONTHSUM = 05)
               GO TO MERGE-MONTH-SUMMARY-EXT
           END-IF.
           MERGE-MSUM-START.
           SET MSUM-CUSTOMER TO TRUE.
           MOVE MRG-DUPLICATE-WS TO ID-MSUM.
           MOVE 0 TO YYYYMM-MSUM.
           START MONTH-SUMMARY-FILE
               KEY NOT LESS THAN KEY-MONTH-SUMMARY
               INVALID KEY
                   GO TO MERGE-MSUM-DONE
           END-START.
           READ MONTH-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO MERGE-MSUM-DONE
           END-READ.
           IF NOT MSUM-CUSTOMER
                  OR ID-MSUM NOT = MRG-DUPLICATE-WS
               GO TO MERGE-MSUM-DONE
           END-IF.
           MOVE YYYYMM-MSUM TO MRG-MS-MONTH-WS.
           MOVE QTY-MSUM TO MRG-MS-QTY-WS.
           MOVE REVENUE-MSUM TO MRG-MS-REVENUE-WS.
           MOVE COST-MSUM TO MRG-MS-COST-WS.
           MOVE RETURN-QTY-MSUM TO MRG-MS-RET-QTY-WS.
           MOVE RETURN-VALUE-MSUM TO MRG-MS-RET-VALUE-WS.
           MOVE LAST-SALE-MSUM TO MRG-MS-LAST-SALE-WS.
           DELETE MONTH-SUMMARY-FILE.
           SET MSUM-CUSTOMER TO TRUE.
           MOVE MRG-SURVIVOR-WS TO ID-MSUM.
           MOVE MRG-MS-MONTH-WS TO YYYYMM-MSUM.
           READ MONTH-SUMMARY-FILE
               KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               INVALID KEY
                   INITIALIZE REC-MONTH-SUMMARY
                   SET MSUM-CUSTOMER TO TRUE
                   MOVE MRG-SURVIVOR-WS TO ID-MSUM
                   MOVE MRG-MS-MONTH-WS TO YYYYMM-MSUM
                   WRITE REC-MONTH-SUMMARY
           END-READ.
           ADD MRG-MS-QTY-WS TO QTY-MSUM.
           ADD MRG-MS-REVENUE-WS TO REVENUE-MSUM.
           ADD MRG-MS-COST-WS TO COST-MSUM.
           ADD MRG-MS-RET-QTY-WS TO RETURN-QTY-MSUM.
           ADD MRG-MS-RET-VALUE-WS TO RETURN-VALUE-MSUM.
           IF MRG-MS-LAST-SALE-WS > LAST-SALE-MSUM
               MOVE MRG-MS-LAST-SALE-WS TO LAST-SALE-MSUM
           END-IF.
           REWRITE REC-MONTH-SUMMARY.
           ADD 1 TO MRG-MSUM-CT-WS.
           GO TO MERGE-MSUM-START.

           MERGE-MSUM-DONE.
           CLOSE MONTH-SUMMARY-FILE.
           .
       MERGE-MONTH-SUMMARY-EXT.
           EXIT.

       WRITE-MERGE-LOG SECTION.
           OPEN EXTEND MERGE-LOG-FILE.
           MOVE SPACE TO MRG-LOG-LINE-WS.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE "CUSTMERGE" TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO JOURNAL-SALE-REC-EXT
