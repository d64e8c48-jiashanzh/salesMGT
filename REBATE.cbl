      ******************************************************************
      * Author:
      * Date:
      * Purpose: SUPPLIER VOLUME REBATE AGREEMENTS - ACCRUAL RUN AND
      *          CLAIM STATEMENTS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.
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
               SELECT SUPPLIER-FILE
               ASSIGN TO "D:\db\supplier"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               FILE STATUS IS FILE-STA-SUPPLIER.
      *>  ========================================
               SELECT RECEIPT-FILE
               ASSIGN TO "D:\db\receipt.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RECEIPT.
      *>  ========================================
               SELECT OPTIONAL SUPP-CLAIM-FILE
               ASSIGN TO "D:\db\suppclaim"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CLAIM-SC OF REC-SUPP-CLAIM
               FILE STATUS IS FILE-STA-SUPPCLAIM.
      *>  ========================================
               SELECT OPTIONAL REBATE-FILE
               ASSIGN TO "D:\db\rebate"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REBATE OF REC-REBATE
               FILE STATUS IS FILE-STA-REBATE.
      *>  ========================================
               SELECT OPTIONAL REBATE-ACCRUAL-FILE
               ASSIGN TO "D:\db\rebaccr"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REBATE-ACCRUAL OF REC-REBATE-ACCRUAL
               FILE STATUS IS FILE-STA-REBACC.
      *>  ========================================
               SELECT REBATE-CLAIM-RPT
               ASSIGN TO "D:\db\rebclaim.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY SUPPFILE.
         COPY RECPTFILE.
         COPY SCLAIMFILE.
         COPY REBFILE.
         COPY REBACCFILE.
       FD REBATE-CLAIM-RPT.
       01 REC-REBATE-CLAIM-RPT         PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 RBT-PARAM-WS.
           02 RBT-ACTION-WS            PIC X.
           02 RBT-TODAY-WS             PIC 9(8).
           02 RBT-ASOF-WS              PIC 9(8).
           02 RBT-PERIOD-WS            PIC 9(6).
           02 RBT-SUPPLIER-WS          PIC X(06).
           02 RBT-NO-WS                PIC 9(3).
           02 RBT-CONFIRM-WS           PIC X.
       01 DATE-CHECK-WS                PIC 9(8).
       01 DATE-MODE-WS                 PIC X.
       01 DATE-OK-WS                   PIC X.
       01 RBT-MAINT-WS.
           02 RBT-NEW-SW               PIC X.
               88 RBT-NEW-AGREEMENT        VALUE "Y".
           02 RBT-TIER-IDX             PIC 9.
           02 RBT-TIER-END-SW          PIC X.
               88 RBT-TIERS-ENDED          VALUE "Y".
           02 RBT-PREV-THRESHOLD-WS    PIC 9(9)V99.
           02 RBT-THRESHOLD-IN-WS      PIC 9(9)V99.
           02 RBT-PCT-IN-WS            PIC 9(2)V99.
      *>  ONE ROW PER AGREEMENT IN FORCE ON THE AS-OF DATE, HOLDING
      *>  WHAT THE RUN FINDS FOR IT BEFORE IT IS WRITTEN BACK.
       01 RBT-TABLE-WS.
           02 RBT-COUNT-WS             PIC 9(4) VALUE 0.
           02 RBT-IDX                  PIC 9(4).
           02 RBT-FULL-WARNED-SW       PIC X VALUE "N".
               88 RBT-FULL-WARNED          VALUE "Y".
           02 RBT-ROW OCCURS 1 TO 300 TIMES
                 DEPENDING ON RBT-COUNT-WS.
               03 RBT-ROW-SUPPLIER     PIC X(06).
               03 RBT-ROW-NO           PIC 9(3).
               03 RBT-ROW-SCOPE        PIC X.
               03 RBT-ROW-GOODS        PIC 9(6).
               03 RBT-ROW-CATEGORY     PIC X(10).
               03 RBT-ROW-FROM         PIC 9(8).
               03 RBT-ROW-UPTO         PIC 9(8).
               03 RBT-ROW-VOLUME       PIC S9(9).
               03 RBT-ROW-SPEND        PIC S9(9)V99.
               03 RBT-ROW-PRIOR        PIC S9(9)V99.
       01 RBT-WORK-WS.
           02 RBT-EVENT-SUPP-WS        PIC X(06).
           02 RBT-EVENT-GOODS-WS       PIC 9(6).
           02 RBT-EVENT-CAT-WS         PIC X(10).
           02 RBT-EVENT-DATE-WS        PIC 9(8).
           02 RBT-EVENT-QTY-WS         PIC S9(9).
           02 RBT-EVENT-VALUE-WS       PIC S9(9)V99.
           02 RBT-BASIS-VALUE-WS       PIC S9(9)V99.
           02 RBT-PCT-WS               PIC 9(2)V99.
           02 RBT-EARNED-WS            PIC S9(9)V99.
           02 RBT-DELTA-WS             PIC S9(9)V99.
           02 RBT-OLD-ACCRUAL-WS       PIC S9(9)V99.
           02 RBT-ACCRUAL-FOUND-SW     PIC X.
               88 RBT-ACCRUAL-FOUND        VALUE "Y".
           02 RBT-RECEIPTS-CT-WS       PIC 9(7).
           02 RBT-RETURNS-CT-WS        PIC 9(7).
           02 RBT-PERIOD-TOTAL-WS      PIC S9(9)V99.
           02 RBT-OWED-WS              PIC S9(9)V99.
           02 RBT-STMT-TOTAL-WS        PIC S9(9)V99.
           02 RBT-STMT-CT-WS           PIC 9(3).
           02 RBT-SCOPE-DESC-WS        PIC X(22).
           02 RBT-LINE-WS              PIC X(120).
       LINKAGE SECTION.
       01 LS-RETURN-REBATE PIC 9.
       01 LS-OPERATOR-ID PIC X(10).

       PROCEDURE DIVISION USING LS-RETURN-REBATE LS-OPERATOR-ID.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============SUPPLIER REBATES"
           ACCEPT RBT-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "A>ADD/CHANGE AGREEMENT   L>LIST AGREEMENTS   "
                   "R>ACCRUAL RUN   S>CLAIM STATEMENT."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT RBT-ACTION-WS.
           EVALUATE RBT-ACTION-WS
               WHEN "A"
                   PERFORM MAINTAIN-AGREEMENT
               WHEN "L"
                   PERFORM LIST-AGREEMENTS
               WHEN "R"
                   PERFORM ACCRUAL-RUN
               WHEN "S"
                   PERFORM CLAIM-STATEMENT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE!"
           END-EVALUATE.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  ADDS AN AGREEMENT OR CHANGES THE TERMS OF ONE ON FILE. THE
      *>  RUNNING FIGURES ARE LEFT ALONE - THE NEXT ACCRUAL RUN
      *>  RECALCULATES THEM ON THE NEW TERMS AND POSTS THE DIFFERENCE.
       MAINTAIN-AGREEMENT SECTION.
           DISPLAY "ENTER SUPPLIER CODE:"
           ACCEPT RBT-SUPPLIER-WS.
           OPEN INPUT SUPPLIER-FILE.
           MOVE RBT-SUPPLIER-WS TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   DISPLAY "NO SUCH SUPPLIER!"
                   CLOSE SUPPLIER-FILE
                   GO TO MAINTAIN-AGREEMENT-EXT
           END-READ.
           CLOSE SUPPLIER-FILE.
           DISPLAY "SUPPLIER: " NAME-SUPPLIER OF REC-SUPPLIER.
           DISPLAY "ENTER AGREEMENT NUMBER (1-999):"
           ACCEPT RBT-NO-WS.
           IF RBT-NO-WS = 0
               DISPLAY "AGREEMENT NUMBER MUST NOT BE ZERO."
               GO TO MAINTAIN-AGREEMENT-EXT
           END-IF.
           OPEN I-O REBATE-FILE.
           IF NOT (FILE-STA-REBATE = 00 OR FILE-STA-REBATE = 05)
               DISPLAY "REBATE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REBATE
               GO TO MAINTAIN-AGREEMENT-EXT
           END-IF.
           MOVE RBT-SUPPLIER-WS TO CODE-SUPPLIER-RBT.
           MOVE RBT-NO-WS TO NO-RBT.
           MOVE "N" TO RBT-NEW-SW.
           READ REBATE-FILE
               KEY IS KEY-REBATE OF REC-REBATE
               INVALID KEY
                   SET RBT-NEW-AGREEMENT TO TRUE
                   INITIALIZE REC-REBATE
                   MOVE RBT-SUPPLIER-WS TO CODE-SUPPLIER-RBT
                   MOVE RBT-NO-WS TO NO-RBT
           END-READ.
           IF NOT RBT-NEW-AGREEMENT
               PERFORM SHOW-AGREEMENT
               DISPLAY "CHANGE THE TERMS OF THIS AGREEMENT? (Y/N):"
               ACCEPT RBT-CONFIRM-WS
               IF RBT-CONFIRM-WS NOT = "Y"
                   CLOSE REBATE-FILE
                   GO TO MAINTAIN-AGREEMENT-EXT
               END-IF
           END-IF.

           CHECK-RBT-SCOPE.
           DISPLAY "SCOPE - A>ALL THE SUPPLIER'S GOODS   "
                   "G>ONE GOODS ITEM   C>ONE CATEGORY:"
           ACCEPT SCOPE-RBT.
           IF NOT (RBT-ALL-GOODS OR RBT-ONE-GOODS OR RBT-CATEGORY)
               DISPLAY "PLEASE ENTER A, G OR C."
               GO TO CHECK-RBT-SCOPE
           END-IF.
           MOVE 0 TO ID-GOODS-RBT.
           MOVE SPACE TO CATEGORY-RBT.
           IF RBT-ONE-GOODS
               PERFORM ACCEPT-REBATE-GOODS
           END-IF.
           IF RBT-CATEGORY
               DISPLAY "ENTER CATEGORY:"
               ACCEPT CATEGORY-RBT
           END-IF.

           CHECK-RBT-BASIS.
           DISPLAY "TIERS MEASURED ON V>VOLUME (UNITS) OR S>SPEND:"
           ACCEPT BASIS-RBT.
           IF NOT (RBT-ON-VOLUME OR RBT-ON-SPEND)
               DISPLAY "PLEASE ENTER V OR S."
               GO TO CHECK-RBT-BASIS
           END-IF.
           DISPLAY "ENTER CURRENCY (BLANK = USD):"
           ACCEPT CURRENCY-RBT.
           IF CURRENCY-RBT = SPACE
               MOVE "USD" TO CURRENCY-RBT
           END-IF.

           CHECK-RBT-FROM.
           DISPLAY "ENTER VALID-FROM DATE (YYYYMMDD):"
           ACCEPT DATE-FROM-RBT.
           MOVE DATE-FROM-RBT TO DATE-CHECK-WS.
           MOVE "C" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RBT-FROM
           END-IF.
           CHECK-RBT-TO.
           DISPLAY "ENTER VALID-TO DATE (YYYYMMDD):"
           ACCEPT DATE-TO-RBT.
           MOVE DATE-TO-RBT TO DATE-CHECK-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y" OR DATE-TO-RBT < DATE-FROM-RBT
               DISPLAY "NOT A VALID DATE OR BEFORE THE VALID-FROM "
                       "DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RBT-TO
           END-IF.

           DISPLAY "ENTER UP TO 5 TIERS IN RISING ORDER - A ZERO "
                   "THRESHOLD ENDS THE LIST.".
           MOVE 0 TO RBT-PREV-THRESHOLD-WS.
           MOVE "N" TO RBT-TIER-END-SW.
           MOVE 1 TO RBT-TIER-IDX.
           PERFORM ACCEPT-ONE-TIER UNTIL RBT-TIER-IDX > 5.
           IF THRESHOLD-RBT(1) = 0
               DISPLAY "NO TIERS ENTERED - AGREEMENT NOT SAVED."
               CLOSE REBATE-FILE
               GO TO MAINTAIN-AGREEMENT-EXT
           END-IF.

           MOVE LS-OPERATOR-ID TO OPERATOR-RBT.
           IF RBT-NEW-AGREEMENT
               WRITE REC-REBATE
                   INVALID KEY
                       DISPLAY "AGREEMENT COULD NOT BE WRITTEN."
                   NOT INVALID KEY
                       DISPLAY "AGREEMENT " CODE-SUPPLIER-RBT "/"
                               NO-RBT " ADDED."
               END-WRITE
           ELSE
               REWRITE REC-REBATE
                   INVALID KEY
                       DISPLAY "AGREEMENT COULD NOT BE REWRITTEN."
                   NOT INVALID KEY
                       DISPLAY "AGREEMENT " CODE-SUPPLIER-RBT "/"
                               NO-RBT " CHANGED - RUN THE ACCRUAL "
                               "TO APPLY THE NEW TERMS."
               END-REWRITE
           END-IF.
           CLOSE REBATE-FILE.
           .
       MAINTAIN-AGREEMENT-EXT.
           EXIT.

      *>  THE GOODS ITEM MUST BE ONE THIS SUPPLIER SUPPLIES.
       ACCEPT-REBATE-GOODS SECTION.
           OPEN INPUT GOODS-FILE.
           CHECK-RBT-GOODS.
           DISPLAY "ENTER GOODS ID:"
           ACCEPT ID-GOODS-RBT.
           MOVE ID-GOODS-RBT TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "NO SUCH GOODS! PLEASE RE-ENTER:"
                   GO TO CHECK-RBT-GOODS
           END-READ.
           IF NOT (CODE-SUPPLIER OF REC-GOODS = CODE-SUPPLIER-RBT)
               DISPLAY "GOODS " ID-GOODS-RBT " IS SUPPLIED BY "
                       CODE-SUPPLIER OF REC-GOODS
                       " - PLEASE RE-ENTER:"
               GO TO CHECK-RBT-GOODS
           END-IF.
           DISPLAY "GOODS: " NAME-GOODS OF REC-GOODS.
           CLOSE GOODS-FILE.
           .
       ACCEPT-REBATE-GOODS-EXT.
           EXIT.

      *>  ONE TIER INTO TIER-RBT(RBT-TIER-IDX). ONCE A ZERO THRESHOLD
      *>  HAS ENDED THE LIST THE REMAINING TIERS ARE CLEARED.
       ACCEPT-ONE-TIER SECTION.
           IF RBT-TIERS-ENDED
               MOVE 0 TO THRESHOLD-RBT(RBT-TIER-IDX)
               MOVE 0 TO PCT-RBT(RBT-TIER-IDX)
               GO TO ACCEPT-ONE-TIER-NEXT
           END-IF.
           DISPLAY "TIER " RBT-TIER-IDX " THRESHOLD:"
           ACCEPT RBT-THRESHOLD-IN-WS.
           IF RBT-THRESHOLD-IN-WS = 0
               SET RBT-TIERS-ENDED TO TRUE
               MOVE 0 TO THRESHOLD-RBT(RBT-TIER-IDX)
               MOVE 0 TO PCT-RBT(RBT-TIER-IDX)
               GO TO ACCEPT-ONE-TIER-NEXT
           END-IF.
           IF NOT (RBT-THRESHOLD-IN-WS > RBT-PREV-THRESHOLD-WS)
               DISPLAY "THRESHOLD MUST BE ABOVE THE TIER BEFORE IT ("
                       RBT-PREV-THRESHOLD-WS ")."
               GO TO ACCEPT-ONE-TIER-EXT
           END-IF.
           DISPLAY "TIER " RBT-TIER-IDX " REBATE PERCENT:"
           ACCEPT RBT-PCT-IN-WS.
           MOVE RBT-THRESHOLD-IN-WS TO THRESHOLD-RBT(RBT-TIER-IDX).
           MOVE RBT-PCT-IN-WS TO PCT-RBT(RBT-TIER-IDX).
           MOVE RBT-THRESHOLD-IN-WS TO RBT-PREV-THRESHOLD-WS.
           ACCEPT-ONE-TIER-NEXT.
           ADD 1 TO RBT-TIER-IDX.
           .
       ACCEPT-ONE-TIER-EXT.
           EXIT.

       SHOW-AGREEMENT SECTION.
           PERFORM SET-SCOPE-DESC.
           DISPLAY "AGREEMENT " CODE-SUPPLIER-RBT "/" NO-RBT " "
                   RBT-SCOPE-DESC-WS " " DATE-FROM-RBT "-"
                   DATE-TO-RBT " BASIS " BASIS-RBT " " CURRENCY-RBT.
           MOVE 1 TO RBT-TIER-IDX.
           PERFORM SHOW-ONE-TIER UNTIL RBT-TIER-IDX > 5.
           DISPLAY "  EARNED " EARNED-RBT " CLAIMED " CLAIMED-RBT
                   " AS AT " LAST-RUN-RBT.
           .
       SHOW-AGREEMENT-EXT.
           EXIT.

       SHOW-ONE-TIER SECTION.
           IF THRESHOLD-RBT(RBT-TIER-IDX) > 0
               DISPLAY "  TIER " RBT-TIER-IDX " FROM "
                       THRESHOLD-RBT(RBT-TIER-IDX) " AT "
                       PCT-RBT(RBT-TIER-IDX) "%"
           END-IF.
           ADD 1 TO RBT-TIER-IDX.
           .
       SHOW-ONE-TIER-EXT.
           EXIT.

       SET-SCOPE-DESC SECTION.
           MOVE SPACE TO RBT-SCOPE-DESC-WS.
           EVALUATE TRUE
               WHEN RBT-ONE-GOODS
                   STRING "GOODS " ID-GOODS-RBT
                       DELIMITED BY SIZE INTO RBT-SCOPE-DESC-WS
               WHEN RBT-CATEGORY
                   STRING "CATEGORY " CATEGORY-RBT
                       DELIMITED BY SIZE INTO RBT-SCOPE-DESC-WS
               WHEN OTHER
                   MOVE "ALL GOODS" TO RBT-SCOPE-DESC-WS
           END-EVALUATE.
           .
       SET-SCOPE-DESC-EXT.
           EXIT.

       LIST-AGREEMENTS SECTION.
           OPEN INPUT REBATE-FILE.
           IF NOT (FILE-STA-REBATE = 00 OR FILE-STA-REBATE = 05)
               DISPLAY "REBATE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REBATE
               GO TO LIST-AGREEMENTS-EXT
           END-IF.
           LIST-RBT-READ.
           READ REBATE-FILE NEXT RECORD
               AT END
                   GO TO LIST-RBT-DONE
           END-READ.
           PERFORM SHOW-AGREEMENT.
           GO TO LIST-RBT-READ.
           LIST-RBT-DONE.
           CLOSE REBATE-FILE.
           .
       LIST-AGREEMENTS-EXT.
           EXIT.

      *>  RECALCULATES EVERY AGREEMENT FROM SCRATCH AS AT THE DATE
      *>  GIVEN: GOODS RECEIVED (THE RECEIPT LOG, VALUED AT THE
      *>  PURCHASE LINE'S COST) LESS STOCK RETURNED TO THE SUPPLIER,
      *>  INSIDE THE AGREEMENT'S DATES. THE MOVEMENT IN THE REBATE
      *>  EARNED IS RECORDED AGAINST THE AS-OF DATE'S PERIOD FOR THE
      *>  GL EXTRACT. RE-RUNNING IS HARMLESS.
       ACCRUAL-RUN SECTION.
           CHECK-RBT-ASOF.
           DISPLAY "ENTER ACCRUE-TO DATE (YYYYMMDD) - NORMALLY THE "
                   "LAST DAY OF THE PERIOD:"
           ACCEPT RBT-ASOF-WS.
           MOVE RBT-ASOF-WS TO DATE-CHECK-WS.
           MOVE "C" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RBT-ASOF
           END-IF.
           MOVE RBT-ASOF-WS(1:6) TO RBT-PERIOD-WS.

           PERFORM LOAD-AGREEMENTS.
           IF RBT-COUNT-WS = 0
               DISPLAY "NO AGREEMENTS IN FORCE BY " RBT-ASOF-WS "."
               GO TO ACCRUAL-RUN-EXT
           END-IF.
           PERFORM SCAN-RECEIPTS.
           PERFORM SCAN-SUPPLIER-RETURNS.
           PERFORM SUM-PRIOR-ACCRUALS.
           PERFORM POST-ACCRUALS.
           DISPLAY RBT-RECEIPTS-CT-WS " RECEIPTS AND "
                   RBT-RETURNS-CT-WS " RETURNS COUNTED - REBATE "
                   "ACCRUED FOR PERIOD " RBT-PERIOD-WS ": "
                   RBT-PERIOD-TOTAL-WS.
           .
       ACCRUAL-RUN-EXT.
           EXIT.

       LOAD-AGREEMENTS SECTION.
           MOVE 0 TO RBT-COUNT-WS.
           OPEN INPUT REBATE-FILE.
           IF NOT (FILE-STA-REBATE = 00 OR FILE-STA-REBATE = 05)
               DISPLAY "REBATE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REBATE
               GO TO LOAD-AGREEMENTS-EXT
           END-IF.
           LOAD-RBT-READ.
           READ REBATE-FILE NEXT RECORD
               AT END
                   GO TO LOAD-RBT-DONE
           END-READ.
           IF DATE-FROM-RBT > RBT-ASOF-WS
               GO TO LOAD-RBT-READ
           END-IF.
           IF RBT-COUNT-WS NOT < 300
               IF NOT RBT-FULL-WARNED
                   DISPLAY "MORE THAN 300 AGREEMENTS IN FORCE - THE "
                           "REST ARE NOT ACCRUED THIS RUN."
                   SET RBT-FULL-WARNED TO TRUE
               END-IF
               GO TO LOAD-RBT-DONE
           END-IF.
           ADD 1 TO RBT-COUNT-WS.
           MOVE RBT-COUNT-WS TO RBT-IDX.
           INITIALIZE RBT-ROW(RBT-IDX).
           MOVE CODE-SUPPLIER-RBT TO RBT-ROW-SUPPLIER(RBT-IDX).
           MOVE NO-RBT TO RBT-ROW-NO(RBT-IDX).
           MOVE SCOPE-RBT TO RBT-ROW-SCOPE(RBT-IDX).
           MOVE ID-GOODS-RBT TO RBT-ROW-GOODS(RBT-IDX).
           MOVE CATEGORY-RBT TO RBT-ROW-CATEGORY(RBT-IDX).
           MOVE DATE-FROM-RBT TO RBT-ROW-FROM(RBT-IDX).
           IF DATE-TO-RBT < RBT-ASOF-WS
               MOVE DATE-TO-RBT TO RBT-ROW-UPTO(RBT-IDX)
           ELSE
               MOVE RBT-ASOF-WS TO RBT-ROW-UPTO(RBT-IDX)
           END-IF.
           GO TO LOAD-RBT-READ.
           LOAD-RBT-DONE.
           CLOSE REBATE-FILE.
           .
       LOAD-AGREEMENTS-EXT.
           EXIT.

      *>  EACH RECEIPT IS VALUED AT ITS PURCHASE LINE'S COST. A LINE
      *>  SINCE VOIDED OR NO LONGER ON FILE EARNS NOTHING.
       SCAN-RECEIPTS SECTION.
           MOVE 0 TO RBT-RECEIPTS-CT-WS.
           OPEN INPUT RECEIPT-FILE.
           IF NOT (FILE-STA-RECEIPT = 00)
               DISPLAY "NO RECEIPT LOG - NOTHING RECEIVED TO ACCRUE ON."
               GO TO SCAN-RECEIPTS-EXT
           END-IF.
           OPEN INPUT PURCHASE-FILE.
           OPEN INPUT GOODS-FILE.
           SCAN-RCPT-READ.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   GO TO SCAN-RCPT-DONE
           END-READ.
           IF DATE-RECEIPT > RBT-ASOF-WS
               GO TO SCAN-RCPT-READ
           END-IF.
           MOVE ID-PURCHASE-RECEIPT TO ID-PURCHASE OF REC-PURCHASE.
           MOVE LINE-PURCHASE-RECEIPT
               TO LINE-PURCHASE OF REC-PURCHASE.
           READ PURCHASE-FILE
               KEY IS KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO SCAN-RCPT-READ
           END-READ.
           IF PURCHASE-VOIDED
               GO TO SCAN-RCPT-READ
           END-IF.
           MOVE ID-GOODS-RECEIPT TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO SCAN-RCPT-READ
           END-READ.
           MOVE CODE-SUPPLIER OF REC-GOODS TO RBT-EVENT-SUPP-WS.
           MOVE ID-GOODS-RECEIPT TO RBT-EVENT-GOODS-WS.
           MOVE CATEGORY-GOODS OF REC-GOODS TO RBT-EVENT-CAT-WS.
           MOVE DATE-RECEIPT TO RBT-EVENT-DATE-WS.
           MOVE QTY-RECEIPT TO RBT-EVENT-QTY-WS.
           COMPUTE RBT-EVENT-VALUE-WS ROUNDED =
               QTY-RECEIPT * COST-GOODS OF REC-PURCHASE.
           ADD 1 TO RBT-RECEIPTS-CT-WS.
           MOVE 1 TO RBT-IDX.
           PERFORM APPLY-EVENT-TO-ROW UNTIL RBT-IDX > RBT-COUNT-WS.
           GO TO SCAN-RCPT-READ.
           SCAN-RCPT-DONE.
           CLOSE GOODS-FILE.
           CLOSE PURCHASE-FILE.
           CLOSE RECEIPT-FILE.
           .
       SCAN-RECEIPTS-EXT.
           EXIT.

      *>  STOCK SENT BACK ON A SUPPLIER CLAIM COMES OFF THE VOLUME
      *>  AND SPEND IN THE PERIOD IT WENT BACK.
       SCAN-SUPPLIER-RETURNS SECTION.
           MOVE 0 TO RBT-RETURNS-CT-WS.
           OPEN INPUT SUPP-CLAIM-FILE.
           IF NOT (FILE-STA-SUPPCLAIM = 00 OR FILE-STA-SUPPCLAIM = 05)
               GO TO SCAN-SUPPLIER-RETURNS-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           SCAN-RTN-READ.
           READ SUPP-CLAIM-FILE NEXT RECORD
               AT END
                   GO TO SCAN-RTN-DONE
           END-READ.
           IF DATE-SC > RBT-ASOF-WS
               GO TO SCAN-RTN-READ
           END-IF.
           MOVE ID-GOODS-SC TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE SPACE TO CATEGORY-GOODS OF REC-GOODS
           END-READ.
           MOVE CODE-SUPPLIER-SC TO RBT-EVENT-SUPP-WS.
           MOVE ID-GOODS-SC TO RBT-EVENT-GOODS-WS.
           MOVE CATEGORY-GOODS OF REC-GOODS TO RBT-EVENT-CAT-WS.
           MOVE DATE-SC TO RBT-EVENT-DATE-WS.
           COMPUTE RBT-EVENT-QTY-WS = 0 - QTY-SC.
           COMPUTE RBT-EVENT-VALUE-WS = 0 - VALUE-SC.
           ADD 1 TO RBT-RETURNS-CT-WS.
           MOVE 1 TO RBT-IDX.
           PERFORM APPLY-EVENT-TO-ROW UNTIL RBT-IDX > RBT-COUNT-WS.
           GO TO SCAN-RTN-READ.
           SCAN-RTN-DONE.
           CLOSE GOODS-FILE.
           CLOSE SUPP-CLAIM-FILE.
           .
       SCAN-SUPPLIER-RETURNS-EXT.
           EXIT.

      *>  ADDS THE EVENT IN RBT-EVENT-...-WS TO AGREEMENT ROW
      *>  RBT-IDX WHEN THE AGREEMENT COVERS IT, THEN STEPS ON.
       APPLY-EVENT-TO-ROW SECTION.
           IF NOT (RBT-ROW-SUPPLIER(RBT-IDX) = RBT-EVENT-SUPP-WS)
               GO TO APPLY-EVENT-NEXT
           END-IF.
           IF RBT-EVENT-DATE-WS < RBT-ROW-FROM(RBT-IDX)
                  OR RBT-EVENT-DATE-WS > RBT-ROW-UPTO(RBT-IDX)
               GO TO APPLY-EVENT-NEXT
           END-IF.
           IF RBT-ROW-SCOPE(RBT-IDX) = "G"
                  AND NOT (RBT-ROW-GOODS(RBT-IDX) =
                           RBT-EVENT-GOODS-WS)
               GO TO APPLY-EVENT-NEXT
           END-IF.
           IF RBT-ROW-SCOPE(RBT-IDX) = "C"
                  AND NOT (RBT-ROW-CATEGORY(RBT-IDX) =
                           RBT-EVENT-CAT-WS)
               GO TO APPLY-EVENT-NEXT
           END-IF.
           ADD RBT-EVENT-QTY-WS TO RBT-ROW-VOLUME(RBT-IDX).
           ADD RBT-EVENT-VALUE-WS TO RBT-ROW-SPEND(RBT-IDX).
           APPLY-EVENT-NEXT.
           ADD 1 TO RBT-IDX.
           .
       APPLY-EVENT-TO-ROW-EXT.
           EXIT.

      *>  WHAT EARLIER PERIODS HAVE ALREADY RECOGNISED FOR EACH
      *>  AGREEMENT - THIS PERIOD'S OWN ROW IS LEFT OUT SO A RE-RUN
      *>  REPLACES IT RATHER THAN ADDING TO IT.
       SUM-PRIOR-ACCRUALS SECTION.
           OPEN INPUT REBATE-ACCRUAL-FILE.
           IF NOT (FILE-STA-REBACC = 00 OR FILE-STA-REBACC = 05)
               GO TO SUM-PRIOR-ACCRUALS-EXT
           END-IF.
           SUM-PRIOR-READ.
           READ REBATE-ACCRUAL-FILE NEXT RECORD
               AT END
                   GO TO SUM-PRIOR-DONE
           END-READ.
           IF PERIOD-RBA = RBT-PERIOD-WS
               GO TO SUM-PRIOR-READ
           END-IF.
           MOVE 1 TO RBT-IDX.
           SUM-PRIOR-MATCH.
           IF RBT-IDX > RBT-COUNT-WS
               GO TO SUM-PRIOR-READ
           END-IF.
           IF RBT-ROW-SUPPLIER(RBT-IDX) = CODE-SUPPLIER-RBA
                  AND RBT-ROW-NO(RBT-IDX) = NO-RBA
               ADD AMOUNT-RBA TO RBT-ROW-PRIOR(RBT-IDX)
               GO TO SUM-PRIOR-READ
           END-IF.
           ADD 1 TO RBT-IDX.
           GO TO SUM-PRIOR-MATCH.
           SUM-PRIOR-DONE.
           CLOSE REBATE-ACCRUAL-FILE.
           .
       SUM-PRIOR-ACCRUALS-EXT.
           EXIT.

       POST-ACCRUALS SECTION.
           MOVE 0 TO RBT-PERIOD-TOTAL-WS.
           OPEN I-O REBATE-FILE.
           IF NOT (FILE-STA-REBATE = 00 OR FILE-STA-REBATE = 05)
               DISPLAY "REBATE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REBATE
               GO TO POST-ACCRUALS-EXT
           END-IF.
           OPEN I-O REBATE-ACCRUAL-FILE.
           IF NOT (FILE-STA-REBACC = 00 OR FILE-STA-REBACC = 05)
               DISPLAY "REBATE ACCRUAL FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REBACC
               CLOSE REBATE-FILE
               GO TO POST-ACCRUALS-EXT
           END-IF.
           DISPLAY "AGREEMENT   VOLUME     SPEND        TIER  "
                   "EARNED       THIS PERIOD".
           MOVE 1 TO RBT-IDX.
           PERFORM POST-ONE-AGREEMENT UNTIL RBT-IDX > RBT-COUNT-WS.
           CLOSE REBATE-ACCRUAL-FILE.
           CLOSE REBATE-FILE.
           .
       POST-ACCRUALS-EXT.
           EXIT.

      *>  TIER REACHED ON THE AGREEMENT'S BASIS, REBATE EARNED ON THE
      *>  WHOLE SPEND AT THAT TIER, AND THE PERIOD'S ACCRUAL ROW.
       POST-ONE-AGREEMENT SECTION.
           MOVE RBT-ROW-SUPPLIER(RBT-IDX) TO CODE-SUPPLIER-RBT.
           MOVE RBT-ROW-NO(RBT-IDX) TO NO-RBT.
           READ REBATE-FILE
               KEY IS KEY-REBATE OF REC-REBATE
               INVALID KEY
                   GO TO POST-ONE-NEXT
           END-READ.
           MOVE RBT-ROW-VOLUME(RBT-IDX) TO VOLUME-RBT.
           MOVE RBT-ROW-SPEND(RBT-IDX) TO SPEND-RBT.
           IF RBT-ON-VOLUME
               MOVE VOLUME-RBT TO RBT-BASIS-VALUE-WS
           ELSE
               MOVE SPEND-RBT TO RBT-BASIS-VALUE-WS
           END-IF.
           MOVE 0 TO TIER-REACHED-RBT.
           MOVE 0 TO RBT-PCT-WS.
           MOVE 1 TO RBT-TIER-IDX.
           PERFORM FIND-TIER-REACHED UNTIL RBT-TIER-IDX > 5.
           MOVE 0 TO RBT-EARNED-WS.
           IF SPEND-RBT > 0
               COMPUTE RBT-EARNED-WS ROUNDED =
                   SPEND-RBT * RBT-PCT-WS / 100
           END-IF.
           MOVE RBT-EARNED-WS TO EARNED-RBT.
           MOVE RBT-ASOF-WS TO LAST-RUN-RBT.
           REWRITE REC-REBATE
               INVALID KEY
                   DISPLAY "AGREEMENT " CODE-SUPPLIER-RBT "/" NO-RBT
                           " COULD NOT BE UPDATED."
           END-REWRITE.

           COMPUTE RBT-DELTA-WS =
               RBT-EARNED-WS - RBT-ROW-PRIOR(RBT-IDX).
           MOVE RBT-PERIOD-WS TO PERIOD-RBA.
           MOVE CODE-SUPPLIER-RBT TO CODE-SUPPLIER-RBA.
           MOVE NO-RBT TO NO-RBA.
           MOVE "Y" TO RBT-ACCRUAL-FOUND-SW.
           READ REBATE-ACCRUAL-FILE
               KEY IS KEY-REBATE-ACCRUAL OF REC-REBATE-ACCRUAL
               INVALID KEY
                   MOVE "N" TO RBT-ACCRUAL-FOUND-SW
           END-READ.
           MOVE RBT-DELTA-WS TO AMOUNT-RBA.
           MOVE CURRENCY-RBT TO CURRENCY-RBA.
           MOVE RBT-EARNED-WS TO EARNED-TO-DATE-RBA.
           MOVE RBT-TODAY-WS TO DATE-RUN-RBA.
           IF RBT-ACCRUAL-FOUND
               REWRITE REC-REBATE-ACCRUAL
                   INVALID KEY
                       DISPLAY "ACCRUAL FOR " CODE-SUPPLIER-RBT "/"
                               NO-RBT " COULD NOT BE REWRITTEN."
               END-REWRITE
           ELSE
               IF NOT (RBT-DELTA-WS = 0)
                   WRITE REC-REBATE-ACCRUAL
                       INVALID KEY
                           DISPLAY "ACCRUAL FOR " CODE-SUPPLIER-RBT
                                   "/" NO-RBT " COULD NOT BE WRITTEN."
                   END-WRITE
               END-IF
           END-IF.
           ADD RBT-DELTA-WS TO RBT-PERIOD-TOTAL-WS.
           DISPLAY CODE-SUPPLIER-RBT "/" NO-RBT " " VOLUME-RBT " "
                   SPEND-RBT " " TIER-REACHED-RBT " " EARNED-RBT " "
                   RBT-DELTA-WS " " CURRENCY-RBT.
           POST-ONE-NEXT.
           ADD 1 TO RBT-IDX.
           .
       POST-ONE-AGREEMENT-EXT.
           EXIT.

       FIND-TIER-REACHED SECTION.
           IF THRESHOLD-RBT(RBT-TIER-IDX) > 0
                  AND NOT (RBT-BASIS-VALUE-WS <
                           THRESHOLD-RBT(RBT-TIER-IDX))
               MOVE RBT-TIER-IDX TO TIER-REACHED-RBT
               MOVE PCT-RBT(RBT-TIER-IDX) TO RBT-PCT-WS
           END-IF.
           ADD 1 TO RBT-TIER-IDX.
           .
       FIND-TIER-REACHED-EXT.
           EXIT.

      *>  CLAIM STATEMENT FOR ONE SUPPLIER FROM THE LAST ACCRUAL
      *>  RUN'S FIGURES: EACH AGREEMENT'S PERFORMANCE, THE REBATE
      *>  EARNED, WHAT EARLIER STATEMENTS CLAIMED, AND THE BALANCE
      *>  CLAIMED NOW. ONCE SENT IT IS RECORDED SO THE NEXT
      *>  STATEMENT ONLY ASKS FOR THE DIFFERENCE.
       CLAIM-STATEMENT SECTION.
           DISPLAY "ENTER SUPPLIER CODE:"
           ACCEPT RBT-SUPPLIER-WS.
           OPEN INPUT SUPPLIER-FILE.
           MOVE RBT-SUPPLIER-WS TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   DISPLAY "NO SUCH SUPPLIER!"
                   CLOSE SUPPLIER-FILE
                   GO TO CLAIM-STATEMENT-EXT
           END-READ.
           CLOSE SUPPLIER-FILE.
           OPEN I-O REBATE-FILE.
           IF NOT (FILE-STA-REBATE = 00 OR FILE-STA-REBATE = 05)
               DISPLAY "REBATE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-REBATE
               GO TO CLAIM-STATEMENT-EXT
           END-IF.
           OPEN EXTEND REBATE-CLAIM-RPT.
           MOVE SPACE TO RBT-LINE-WS.
           STRING "REBATE CLAIM STATEMENT " RBT-TODAY-WS
               " TO " RBT-SUPPLIER-WS " " NAME-SUPPLIER OF REC-SUPPLIER
               DELIMITED BY SIZE INTO RBT-LINE-WS.
           PERFORM WRITE-CLAIM-LINE.
           MOVE SPACE TO RBT-LINE-WS.
           STRING "AGR  COVERING               PERIOD            "
               "VOLUME   SPEND        TIER PCT   EARNED       "
               "CLAIMED NOW"
               DELIMITED BY SIZE INTO RBT-LINE-WS.
           PERFORM WRITE-CLAIM-LINE.
           MOVE 0 TO RBT-STMT-TOTAL-WS.
           MOVE 0 TO RBT-STMT-CT-WS.
           MOVE RBT-SUPPLIER-WS TO CODE-SUPPLIER-RBT.
           MOVE 0 TO NO-RBT.
           START REBATE-FILE
               KEY NOT LESS THAN KEY-REBATE OF REC-REBATE
               INVALID KEY
                   GO TO CLAIM-STMT-TOTAL
           END-START.
           CLAIM-STMT-READ.
           READ REBATE-FILE NEXT RECORD
               AT END
                   GO TO CLAIM-STMT-TOTAL
           END-READ.
           IF NOT (CODE-SUPPLIER-RBT = RBT-SUPPLIER-WS)
               GO TO CLAIM-STMT-TOTAL
           END-IF.
           PERFORM SET-SCOPE-DESC.
           COMPUTE RBT-OWED-WS = EARNED-RBT - CLAIMED-RBT.
           MOVE 0 TO RBT-PCT-WS.
           IF TIER-REACHED-RBT > 0
               MOVE PCT-RBT(TIER-REACHED-RBT) TO RBT-PCT-WS
           END-IF.
           MOVE SPACE TO RBT-LINE-WS.
           STRING NO-RBT "  " RBT-SCOPE-DESC-WS " " DATE-FROM-RBT
               "-" DATE-TO-RBT " " VOLUME-RBT " " SPEND-RBT " "
               TIER-REACHED-RBT " " RBT-PCT-WS " " EARNED-RBT " "
               RBT-OWED-WS
               DELIMITED BY SIZE INTO RBT-LINE-WS.
           PERFORM WRITE-CLAIM-LINE.
           MOVE SPACE TO RBT-LINE-WS.
           STRING "     POSITION AS AT " LAST-RUN-RBT
               " - CLAIMED ON EARLIER STATEMENTS " CLAIMED-RBT
               " " CURRENCY-RBT
               DELIMITED BY SIZE INTO RBT-LINE-WS.
           PERFORM WRITE-CLAIM-LINE.
           ADD RBT-OWED-WS TO RBT-STMT-TOTAL-WS.
           ADD 1 TO RBT-STMT-CT-WS.
           GO TO CLAIM-STMT-READ.

           CLAIM-STMT-TOTAL.
           MOVE SPACE TO RBT-LINE-WS.
           STRING "TOTAL REBATE CLAIMED " RBT-STMT-TOTAL-WS
               DELIMITED BY SIZE INTO RBT-LINE-WS.
           PERFORM WRITE-CLAIM-LINE.
           MOVE SPACE TO RBT-LINE-WS.
           PERFORM WRITE-CLAIM-LINE.
           CLOSE REBATE-CLAIM-RPT.
           IF RBT-STMT-CT-WS = 0
               DISPLAY "NO REBATE AGREEMENTS FOR " RBT-SUPPLIER-WS "."
               CLOSE REBATE-FILE
               GO TO CLAIM-STATEMENT-EXT
           END-IF.
           DISPLAY "STATEMENT SPOOLED TO REBCLAIM.PRT - TOTAL "
                   RBT-STMT-TOTAL-WS.
           DISPLAY "RECORD THIS STATEMENT AS SENT TO THE SUPPLIER? "
                   "(Y/N):"
           ACCEPT RBT-CONFIRM-WS.
           IF RBT-CONFIRM-WS = "Y"
               PERFORM RECORD-CLAIM-SENT
           END-IF.
           CLOSE REBATE-FILE.
           .
       CLAIM-STATEMENT-EXT.
           EXIT.

       WRITE-CLAIM-LINE SECTION.
           MOVE RBT-LINE-WS TO REC-REBATE-CLAIM-RPT.
           WRITE REC-REBATE-CLAIM-RPT.
           .
       WRITE-CLAIM-LINE-EXT.
           EXIT.

       RECORD-CLAIM-SENT SECTION.
           MOVE RBT-SUPPLIER-WS TO CODE-SUPPLIER-RBT.
           MOVE 0 TO NO-RBT.
           START REBATE-FILE
               KEY NOT LESS THAN KEY-REBATE OF REC-REBATE
               INVALID KEY
                   GO TO RECORD-CLAIM-SENT-EXT
           END-START.
           RECORD-CLAIM-READ.
           READ REBATE-FILE NEXT RECORD
               AT END
                   GO TO RECORD-CLAIM-SENT-EXT
           END-READ.
           IF NOT (CODE-SUPPLIER-RBT = RBT-SUPPLIER-WS)
               GO TO RECORD-CLAIM-SENT-EXT
           END-IF.
           MOVE EARNED-RBT TO CLAIMED-RBT.
           MOVE RBT-TODAY-WS TO DATE-CLAIMED-RBT.
           MOVE LS-OPERATOR-ID TO OPERATOR-RBT.
           REWRITE REC-REBATE
               INVALID KEY
                   DISPLAY "AGREEMENT " CODE-SUPPLIER-RBT "/" NO-RBT
                           " COULD NOT BE MARKED CLAIMED."
           END-REWRITE.
           GO TO RECORD-CLAIM-READ.
           .
       RECORD-CLAIM-SENT-EXT.
           EXIT.
       END PROGRAM REBATE.
