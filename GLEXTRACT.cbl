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
               SELECT GOODS-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-GL-MAP OF REC-GL-MAP
               FILE STATUS IS FILE-STA-GLMAP.
      *>  ========================================
               SELECT OPTIONAL REBATE-ACCRUAL-FILE
               ASSIGN TO "D:\db\rebaccr"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REBATE-ACCRUAL OF REC-REBATE-ACCRUAL
               FILE STATUS IS FILE-STA-REBACC.
      *>  ========================================
               SELECT OPTIONAL FREIGHT-FILE
               ASSIGN TO "D:\db\freight"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SALE-FRT OF REC-FREIGHT
               FILE STATUS IS FILE-STA-FREIGHT.
               SELECT OPTIONAL DRAWER-TXN-FILE
               ASSIGN TO "D:\db\drawertxn"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-DRAWER-TXN OF REC-DRAWER-TXN
               FILE STATUS IS FILE-STA-DRWTXN.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY GLFILE.
         COPY FXFILE.
         COPY GLMAPFILE.
         COPY REBACCFILE.
         COPY FRTFILE.
         COPY DRWTXFILE.
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 GL-PERIOD-WS.
           02 GL-SALES-VAT-WS           PIC S9(9)V99 VALUE 0.
           02 GL-PURCHASE-COST-WS       PIC S9(9)V99 VALUE 0.
           02 GL-COGS-WS                PIC S9(9)V99 VALUE 0.
           02 GL-REBATE-WS              PIC S9(9)V99 VALUE 0.
           02 GL-FREIGHT-WS             PIC S9(9)V99 VALUE 0.
           02 GL-FREIGHT-VAT-WS         PIC S9(9)V99 VALUE 0.
       01 GL-WORK-WS                    PIC X(100).
       01 GL-SALE-PRICE-WS              PIC S9(4)V99.
       01 GL-JOURNAL-WS.
           02 GL-GROSS-SALES-WS         PIC S9(9)V99.
           02 GL-LINE-CT-WS             PIC 9(3).
           02 GL-LINE-IDX               PIC 9(3).
           02 GL-LINE-TABLE OCCURS 400 TIMES.
               03 GL-LINE-IMAGE         PIC X(100).
      *>  THE TRADING LINES (AR, SALES, FREIGHT, VATOUT, COGS,
      *>  INVENTORY) ARE HELD PER BRANCH SO FINANCE CAN BUILD A P&L
      *>  FOR EACH; EACH BRANCH'S LINES BALANCE ON THEIR OWN. BLANK
      *>  IS HEAD OFFICE AND EVERYTHING POSTED BEFORE BRANCHES.
       01 GL-BRANCH-WS.
           02 GL-BRANCH-CODE-WS         PIC X(4).
           02 GL-LINE-REVENUE-WS        PIC S9(9)V99.
           02 GL-LINE-VAT-WS            PIC S9(9)V99.
           02 GL-LINE-COGS-WS           PIC S9(9)V99.
           02 GL-LINE-FREIGHT-WS        PIC S9(9)V99.
           02 GL-LINE-FRT-VAT-WS        PIC S9(9)V99.
           02 BRN-COUNT-WS              PIC 9(3) VALUE 0.
           02 BRN-IDX                   PIC 9(3).
           02 BRN-ROW OCCURS 1 TO 30 TIMES
                 DEPENDING ON BRN-COUNT-WS.
               03 BRN-CODE              PIC X(4).
               03 BRN-REVENUE           PIC S9(9)V99.
               03 BRN-VAT               PIC S9(9)V99.
               03 BRN-COGS              PIC S9(9)V99.
               03 BRN-FREIGHT           PIC S9(9)V99.
               03 BRN-FRT-VAT           PIC S9(9)V99.
       01 GL-PCAT-WS.
           02 PCAT-COUNT-WS             PIC 9(3) VALUE 0.
           02 PCAT-IDX                  PIC 9(3).
                 DEPENDING ON PCAT-COUNT-WS.
               03 PCAT-CATEGORY         PIC X(10).
               03 PCAT-AMT              PIC S9(9)V99.
      *>  CASH PAID OUT OF THE DRAWERS, BY BRANCH AND REASON CODE -
      *>  EACH REASON IS ITS OWN EXPENSE ACCOUNT (X-<REASON>).
       01 GL-PAIDOUT-WS.
           02 PDO-COUNT-WS              PIC 9(3) VALUE 0.
           02 PDO-IDX                   PIC 9(3).
           02 PDO-ROW OCCURS 1 TO 60 TIMES
                 DEPENDING ON PDO-COUNT-WS.
               03 PDO-BRANCH            PIC X(4).
               03 PDO-REASON            PIC X(10).
               03 PDO-AMT               PIC S9(9)V99.
       01 FX-LOOKUP-WS.
           02 HOME-CURRENCY-WS          PIC X(3) VALUE "USD".
           02 FX-CUR-WS                 PIC X(3).
       01 LS-RETURN-GLEXTRACT PIC 9.
      *>  A NON-ZERO PERIOD MEANS AN UNATTENDED CALLER (END-OF-DAY)
      *>  HAS ALREADY CHOSEN THE PERIOD - NO PROMPTS ARE ISSUED.
      *>  THE JOURNAL LINE COUNT COMES BACK IN LS-GL-LINES, AND A 1
      *>  IN LS-RETURN-GLEXTRACT WHEN NOTHING COULD BE WRITTEN.
       01 LS-GL-PERIOD.
           02 LS-GL-YYYY PIC 9(4).
           02 LS-GL-MM   PIC 9(2).
           02 LS-GL-LINES PIC 9(7).

       PROCEDURE DIVISION USING LS-RETURN-GLEXTRACT LS-GL-PERIOD.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============GL EXTRACT"
           MOVE 0 TO LS-RETURN-GLEXTRACT.
           MOVE 0 TO LS-GL-LINES.
           IF LS-GL-YYYY > 0
               MOVE LS-GL-YYYY TO GL-YYYY-WS
               MOVE LS-GL-MM TO GL-MM-WS
           END-IF

           PERFORM EXTRACT-SALES-TOTALS.
           PERFORM EXTRACT-FREIGHT-TOTALS.
           PERFORM EXTRACT-PURCHASE-TOTALS.
           PERFORM EXTRACT-REBATE-ACCRUALS.
           PERFORM EXTRACT-DRAWER-PAIDOUTS.
           PERFORM WRITE-GL-EXTRACT.

           DISPLAY "GL EXTRACT COMPLETE."
                       MOVE CURRENCY-GOODS OF REC-GOODS TO FX-CUR-WS
                       MOVE DATE-SALE OF REC-SALE TO FX-DATE-WS
                       PERFORM GET-FX-RATE
                       COMPUTE GL-LINE-VAT-WS ROUNDED =
                           VAT-AMT-SALE OF REC-SALE * FX-RATE-WS
      *>  REVENUE IS VALUED AT THE UNIT PRICE STORED ON THE SALE
      *>  LINE; TODAY'S CATALOG PRICE IS ONLY A FALLBACK FOR
                           MOVE PRICE-GOODS OF REC-GOODS
                               TO GL-SALE-PRICE-WS
                       END-IF
                       COMPUTE GL-LINE-REVENUE-WS ROUNDED =
                           NUM-SALE OF REC-SALE * GL-SALE-PRICE-WS
                               * FX-RATE-WS
                       MOVE 0 TO GL-LINE-COGS-WS
                       IF COST-AMT-SALE OF REC-SALE IS NUMERIC
                           COMPUTE GL-LINE-COGS-WS ROUNDED =
                               COST-AMT-SALE OF REC-SALE * FX-RATE-WS
                       END-IF
                       MOVE 0 TO GL-LINE-FREIGHT-WS GL-LINE-FRT-VAT-WS
                       MOVE BRANCH-SALE OF REC-SALE
                           TO GL-BRANCH-CODE-WS
                       PERFORM BRANCH-ACCUMULATE
                   END-IF
                   GO TO GL-READ-SALE
           END-READ.
       EXTRACT-SALES-TOTALS-EXT.
           EXIT.

      *>  DELIVERY CHARGED ON THE PERIOD'S BILLS. IT IS BILLED IN
      *>  HOME CURRENCY SO NO CONVERSION APPLIES.
       EXTRACT-FREIGHT-TOTALS SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO EXTRACT-FREIGHT-TOTALS-EXT
           END-IF.
           GL-READ-FREIGHT.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NOT FRT-VOIDED
                          AND DATE-FRT >
                              GL-YYYY-WS * 10000 + GL-MM-WS * 100
                          AND DATE-FRT <
                              GL-YYYY-WS * 10000 + GL-MM-WS * 100 + 99
                       MOVE 0 TO GL-LINE-REVENUE-WS GL-LINE-VAT-WS
                           GL-LINE-COGS-WS
                       MOVE AMOUNT-FRT TO GL-LINE-FREIGHT-WS
                       MOVE VAT-AMT-FRT TO GL-LINE-FRT-VAT-WS
                       MOVE BRANCH-FRT TO GL-BRANCH-CODE-WS
                       PERFORM BRANCH-ACCUMULATE
                   END-IF
                   GO TO GL-READ-FREIGHT
           END-READ.
           CLOSE FREIGHT-FILE.
           .
       EXTRACT-FREIGHT-TOTALS-EXT.
           EXIT.

       EXTRACT-PURCHASE-TOTALS SECTION.
           OPEN INPUT PURCHASE-FILE.
           OPEN INPUT GOODS-FILE.
       EXTRACT-PURCHASE-TOTALS-EXT.
           EXIT.

      *>  SUPPLIER REBATE INCOME THE ACCRUAL RUN RECOGNISED IN THE
      *>  PERIOD, CONVERTED AT THE PERIOD-END RATE.
       EXTRACT-REBATE-ACCRUALS SECTION.
           OPEN INPUT REBATE-ACCRUAL-FILE.
           IF NOT (FILE-STA-REBACC = 00 OR FILE-STA-REBACC = 05)
               GO TO EXTRACT-REBATE-ACCRUALS-EXT
           END-IF.
           COMPUTE PERIOD-RBA = GL-YYYY-WS * 100 + GL-MM-WS.
           MOVE LOW-VALUES TO CODE-SUPPLIER-RBA.
           MOVE 0 TO NO-RBA.
           START REBATE-ACCRUAL-FILE
               KEY NOT LESS THAN KEY-REBATE-ACCRUAL
                   OF REC-REBATE-ACCRUAL
               INVALID KEY
                   GO TO GL-REBATE-DONE
           END-START.
           GL-READ-REBATE.
           READ REBATE-ACCRUAL-FILE NEXT RECORD
               AT END
                   GO TO GL-REBATE-DONE
           END-READ.
           IF NOT (PERIOD-RBA = GL-YYYY-WS * 100 + GL-MM-WS)
               GO TO GL-REBATE-DONE
           END-IF.
           MOVE CURRENCY-RBA TO FX-CUR-WS.
           COMPUTE FX-DATE-WS = PERIOD-RBA * 100 + 31.
           PERFORM GET-FX-RATE.
           COMPUTE GL-REBATE-WS ROUNDED =
               GL-REBATE-WS + AMOUNT-RBA * FX-RATE-WS.
           GO TO GL-READ-REBATE.
           GL-REBATE-DONE.
           CLOSE REBATE-ACCRUAL-FILE.
           .
       EXTRACT-REBATE-ACCRUALS-EXT.
           EXIT.

      *>  PETTY CASH PAID OUT OF THE DRAWERS IN THE PERIOD. PAID-INS
      *>  AND BANK DROPS ONLY MOVE CASH BETWEEN THE DRAWER, THE SAFE
      *>  AND THE BANK AND ARE NOT POSTED HERE.
       EXTRACT-DRAWER-PAIDOUTS SECTION.
           OPEN INPUT DRAWER-TXN-FILE.
           IF NOT (FILE-STA-DRWTXN = 00)
               CLOSE DRAWER-TXN-FILE
               GO TO EXTRACT-DRAWER-PAIDOUTS-EXT
           END-IF.
           GL-READ-PAIDOUT.
           READ DRAWER-TXN-FILE NEXT RECORD
               AT END
                   GO TO GL-PAIDOUT-DONE
           END-READ.
           IF NOT DTX-PAID-OUT
              OR NOT (DATE-DTX > GL-YYYY-WS * 10000 + GL-MM-WS * 100
                      AND DATE-DTX <
                          GL-YYYY-WS * 10000 + GL-MM-WS * 100 + 99)
               GO TO GL-READ-PAIDOUT
           END-IF.
           MOVE 1 TO PDO-IDX.
           PDO-FIND-SCAN.
           IF PDO-IDX > PDO-COUNT-WS
               GO TO PDO-FIND-ADD
           END-IF.
           IF PDO-BRANCH(PDO-IDX) = BRANCH-DTX
              AND PDO-REASON(PDO-IDX) = REASON-DTX
               GO TO PDO-ACCUM-POST
           END-IF.
           ADD 1 TO PDO-IDX.
           GO TO PDO-FIND-SCAN.
           PDO-FIND-ADD.
           IF PDO-COUNT-WS NOT < 60
      *>  BEYOND 60 BRANCH/REASON PAIRS THE OVERFLOW POOLS INTO THE
      *>  FIRST ROW - THE JOURNAL STILL BALANCES.
               MOVE 1 TO PDO-IDX
               GO TO PDO-ACCUM-POST
           END-IF.
           ADD 1 TO PDO-COUNT-WS.
           MOVE PDO-COUNT-WS TO PDO-IDX.
           MOVE BRANCH-DTX TO PDO-BRANCH(PDO-IDX).
           MOVE REASON-DTX TO PDO-REASON(PDO-IDX).
           MOVE 0 TO PDO-AMT(PDO-IDX).
           PDO-ACCUM-POST.
           ADD AMOUNT-DTX TO PDO-AMT(PDO-IDX).
           GO TO GL-READ-PAIDOUT.
           GL-PAIDOUT-DONE.
           CLOSE DRAWER-TXN-FILE.
           .
       EXTRACT-DRAWER-PAIDOUTS-EXT.
           EXIT.

      *>  LATEST RATE NOT AFTER FX-DATE-WS FOR FX-CUR-WS, INTO
      *>  FX-RATE-WS. HOME CURRENCY AND UNKNOWN CURRENCIES RATE 1.
       GET-FX-RATE SECTION.
      *>  STORAGE, PROVES DEBITS EQUAL CREDITS, AND ONLY THEN WRITES
      *>  THE FILE - AN UNBALANCED BATCH NEVER REACHES THE LEDGER
      *>  PACKAGE. ENTRIES:
      *>    DR AR (GROSS SALES)   / CR SALES, FREIGHT, VATOUT
      *>    DR COGS               / CR INVENTORY
      *>      (BOTH PAIRS ONCE PER BRANCH)
      *>    DR P-CATEGORY...      / CR AP (GOODS RECEIVED)
      *>    DR REBATE-RCV         / CR REBATE-INC (ACCRUED REBATE)
      *>    DR X-REASON...        / CR CASH (DRAWER PAID-OUTS, BY
      *>                                     BRANCH)
       WRITE-GL-EXTRACT SECTION.
           MOVE 0 TO GL-LINE-CT-WS.
           MOVE 0 TO GL-DR-TOTAL-WS.
           MOVE 0 TO GL-CR-TOTAL-WS.
      *>  A PERIOD WITH NO TRADING STILL CARRIES ITS ZERO LINES.
           IF BRN-COUNT-WS = 0
               MOVE SPACE TO GL-BRANCH-CODE-WS
               MOVE 0 TO GL-LINE-REVENUE-WS GL-LINE-VAT-WS
                   GL-LINE-COGS-WS GL-LINE-FREIGHT-WS
                   GL-LINE-FRT-VAT-WS
               PERFORM BRANCH-ACCUMULATE
           END-IF.
           MOVE 1 TO BRN-IDX.
           PERFORM BUILD-BRANCH-LINES UNTIL BRN-IDX > BRN-COUNT-WS.

           MOVE SPACE TO GL-BRANCH-CODE-WS.
           MOVE 1 TO PCAT-IDX.
           PERFORM BUILD-PCAT-LINE UNTIL PCAT-IDX > PCAT-COUNT-WS.

           MOVE GL-PURCHASE-COST-WS TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.

           IF NOT (GL-REBATE-WS = 0)
               MOVE "REBATE-RCV" TO GL-ACCT-CODE-WS
               MOVE "REBATES RECEIVABLE" TO GL-DESC-WS
               MOVE GL-REBATE-WS TO GL-DR-AMT-WS
               MOVE 0 TO GL-CR-AMT-WS
               PERFORM BUILD-JOURNAL-LINE
               MOVE "REBATE-INC" TO GL-ACCT-CODE-WS
               MOVE "SUPPLIER REBATES" TO GL-DESC-WS
               MOVE 0 TO GL-DR-AMT-WS
               MOVE GL-REBATE-WS TO GL-CR-AMT-WS
               PERFORM BUILD-JOURNAL-LINE
           END-IF.

           MOVE 1 TO PDO-IDX.
           PERFORM BUILD-PAIDOUT-LINES UNTIL PDO-IDX > PDO-COUNT-WS.
           MOVE SPACE TO GL-BRANCH-CODE-WS.

           IF NOT (GL-DR-TOTAL-WS = GL-CR-TOTAL-WS)
               DISPLAY "** JOURNAL DOES NOT BALANCE ** DEBITS "
                       GL-DR-TOTAL-WS " CREDITS " GL-CR-TOTAL-WS
               DISPLAY "EXTRACT ABANDONED - NOTHING WRITTEN."
               MOVE 1 TO LS-RETURN-GLEXTRACT
               GO TO WRITE-GL-EXTRACT-EXT
           END-IF.

           OPEN OUTPUT GL-FILE.
           MOVE "PERIOD,BRANCH,ACCOUNT,DESCRIPTION,DEBIT,CREDIT"
               TO GL-WORK-WS.
           MOVE GL-WORK-WS TO REC-GL.
           WRITE REC-GL.

           WRITE-GL-LINE-DONE.
           CLOSE GL-FILE.
           MOVE GL-LINE-CT-WS TO LS-GL-LINES.
           DISPLAY "JOURNAL BALANCED - DEBITS " GL-DR-TOTAL-WS
                   " = CREDITS " GL-CR-TOTAL-WS ".".
           .
       WRITE-GL-EXTRACT-EXT.
           EXIT.

      *>  ONE BRANCH'S TRADING LINES.
       BUILD-BRANCH-LINES SECTION.
           MOVE BRN-CODE(BRN-IDX) TO GL-BRANCH-CODE-WS.
           COMPUTE GL-GROSS-SALES-WS =
               BRN-REVENUE(BRN-IDX) + BRN-VAT(BRN-IDX)
               + BRN-FREIGHT(BRN-IDX) + BRN-FRT-VAT(BRN-IDX).

           MOVE "AR" TO GL-ACCT-CODE-WS.
           MOVE "TRADE DEBTORS" TO GL-DESC-WS.
           MOVE GL-GROSS-SALES-WS TO GL-DR-AMT-WS.
           MOVE 0 TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.

           MOVE "SALES" TO GL-ACCT-CODE-WS.
           MOVE "SALES REVENUE" TO GL-DESC-WS.
           MOVE 0 TO GL-DR-AMT-WS.
           MOVE BRN-REVENUE(BRN-IDX) TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.

           MOVE "FREIGHT" TO GL-ACCT-CODE-WS.
           MOVE "FREIGHT INCOME" TO GL-DESC-WS.
           MOVE 0 TO GL-DR-AMT-WS.
           MOVE BRN-FREIGHT(BRN-IDX) TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.

           MOVE "VATOUT" TO GL-ACCT-CODE-WS.
           MOVE "VAT OUTPUT" TO GL-DESC-WS.
           MOVE 0 TO GL-DR-AMT-WS.
           COMPUTE GL-CR-AMT-WS =
               BRN-VAT(BRN-IDX) + BRN-FRT-VAT(BRN-IDX).
           PERFORM BUILD-JOURNAL-LINE.

           MOVE "COGS" TO GL-ACCT-CODE-WS.
           MOVE "COST OF GOODS SOLD" TO GL-DESC-WS.
           MOVE BRN-COGS(BRN-IDX) TO GL-DR-AMT-WS.
           MOVE 0 TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.

           MOVE "INVENTORY" TO GL-ACCT-CODE-WS.
           MOVE "STOCK RELIEVED" TO GL-DESC-WS.
           MOVE 0 TO GL-DR-AMT-WS.
           MOVE BRN-COGS(BRN-IDX) TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.
           ADD 1 TO BRN-IDX.
           .
       BUILD-BRANCH-LINES-EXT.
           EXIT.

      *>  ONE BRANCH'S PAID-OUTS UNDER ONE REASON, OUT OF ITS CASH.
       BUILD-PAIDOUT-LINES SECTION.
           MOVE PDO-BRANCH(PDO-IDX) TO GL-BRANCH-CODE-WS.
           MOVE SPACE TO GL-ACCT-CODE-WS.
           STRING "X-" PDO-REASON(PDO-IDX)(1:8)
               DELIMITED BY SIZE INTO GL-ACCT-CODE-WS.
           MOVE SPACE TO GL-DESC-WS.
           STRING "PAID OUT " PDO-REASON(PDO-IDX)
               DELIMITED BY SIZE INTO GL-DESC-WS.
           MOVE PDO-AMT(PDO-IDX) TO GL-DR-AMT-WS.
           MOVE 0 TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.

           MOVE "CASH" TO GL-ACCT-CODE-WS.
           MOVE "CASH IN DRAWERS" TO GL-DESC-WS.
           MOVE 0 TO GL-DR-AMT-WS.
           MOVE PDO-AMT(PDO-IDX) TO GL-CR-AMT-WS.
           PERFORM BUILD-JOURNAL-LINE.
           ADD 1 TO PDO-IDX.
           .
       BUILD-PAIDOUT-LINES-EXT.
           EXIT.

       BUILD-PCAT-LINE SECTION.
           MOVE SPACE TO GL-ACCT-CODE-WS.
           STRING "P-" PCAT-CATEGORY(PCAT-IDX)(1:8)
           PERFORM GET-GL-ACCOUNT.
           ADD GL-DR-AMT-WS TO GL-DR-TOTAL-WS.
           ADD GL-CR-AMT-WS TO GL-CR-TOTAL-WS.
           IF GL-LINE-CT-WS NOT < 400
               DISPLAY "JOURNAL TABLE FULL - LINE DROPPED."
               GO TO BUILD-JOURNAL-LINE-EXT
           END-IF.
               "-" DELIMITED BY SIZE
               GL-MM-WS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GL-BRANCH-CODE-WS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GL-ACCT-WS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GL-DESC-WS DELIMITED BY SIZE
                   MOVE "1100" TO GL-ACCT-WS
               WHEN "AP"
                   MOVE "2000" TO GL-ACCT-WS
               WHEN "REBATE-RCV"
                   MOVE "1150" TO GL-ACCT-WS
               WHEN "REBATE-INC"
                   MOVE "5900" TO GL-ACCT-WS
               WHEN "FREIGHT"
                   MOVE "4200" TO GL-ACCT-WS
               WHEN "CASH"
                   MOVE "1000" TO GL-ACCT-WS
               WHEN OTHER
                   MOVE "5000" TO GL-ACCT-WS
           END-EVALUATE.
           .
           PCAT-ACCUMULATE-EXT.
               EXIT.

      *>  ADDS ONE SALE OR FREIGHT LINE'S AMOUNTS TO THE PERIOD
      *>  TOTALS AND TO ITS BRANCH'S ROW.
       BRANCH-ACCUMULATE SECTION.
           ADD GL-LINE-REVENUE-WS TO GL-SALES-REVENUE-WS.
           ADD GL-LINE-VAT-WS TO GL-SALES-VAT-WS.
           ADD GL-LINE-COGS-WS TO GL-COGS-WS.
           ADD GL-LINE-FREIGHT-WS TO GL-FREIGHT-WS.
           ADD GL-LINE-FRT-VAT-WS TO GL-FREIGHT-VAT-WS.
           MOVE 1 TO BRN-IDX.
           BRN-FIND-SCAN.
           IF BRN-IDX > BRN-COUNT-WS
               GO TO BRN-FIND-ADD
           END-IF.
           IF BRN-CODE(BRN-IDX) = GL-BRANCH-CODE-WS
               GO TO BRN-ACCUM-POST
           END-IF.
           ADD 1 TO BRN-IDX.
           GO TO BRN-FIND-SCAN.
           BRN-FIND-ADD.
           IF BRN-COUNT-WS NOT < 30
      *>  BEYOND 30 BRANCHES THE OVERFLOW POOLS INTO THE FIRST
      *>  ROW - THE JOURNAL STILL BALANCES.
               MOVE 1 TO BRN-IDX
               GO TO BRN-ACCUM-POST
           END-IF.
           ADD 1 TO BRN-COUNT-WS.
           MOVE BRN-COUNT-WS TO BRN-IDX.
           MOVE GL-BRANCH-CODE-WS TO BRN-CODE(BRN-IDX).
           MOVE 0 TO BRN-REVENUE(BRN-IDX) BRN-VAT(BRN-IDX)
               BRN-COGS(BRN-IDX) BRN-FREIGHT(BRN-IDX)
               BRN-FRT-VAT(BRN-IDX).
           BRN-ACCUM-POST.
           ADD GL-LINE-REVENUE-WS TO BRN-REVENUE(BRN-IDX).
           ADD GL-LINE-VAT-WS TO BRN-VAT(BRN-IDX).
           ADD GL-LINE-COGS-WS TO BRN-COGS(BRN-IDX).
           ADD GL-LINE-FREIGHT-WS TO BRN-FREIGHT(BRN-IDX).
           ADD GL-LINE-FRT-VAT-WS TO BRN-FRT-VAT(BRN-IDX).
           .
           BRANCH-ACCUMULATE-EXT.
               EXIT.
       END PROGRAM GLEXTRACT.
