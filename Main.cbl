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
               SELECT RECEIPT-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATOR OF REC-OPERATOR
               FILE STATUS IS FILE-STA-OPERATOR.
      *>  ========================================
               SELECT OPTIONAL BRANCH-FILE
               ASSIGN TO "D:\db\branch"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-BRANCH OF REC-BRANCH
               FILE STATUS IS FILE-STA-BRANCH.
       DATA DIVISION.
       FILE SECTION.
         COPY SESSLOG.
         COPY OPERFILE.
         COPY BRNFILE.
         COPY GLMAPFILE.
         COPY CTLFILE.
         COPY DAYTOTFILE.
       01 USER-MAIN-CHOICE PIC XX.
       01 OPERATOR-ID-WS PIC X(10).
       01 OPERATOR-ROLE-WS PIC X.
       01 OPERATOR-BRANCH-WS PIC X(4) VALUE SPACE.
       01 OPER-MAINT-BRANCH-WS PIC X(4).
       01 OPERATOR-PASSWORD-WS PIC X(10).
       01 LOGIN-TRIES-WS PIC 9.
       01 LOGIN-OK-SW PIC X.
       01 GL-PERIOD-PARAM-WS.
           02 GL-PARAM-YYYY-WS PIC 9(4) VALUE 0.
           02 GL-PARAM-MM-WS PIC 9(2) VALUE 0.
           02 GL-PARAM-LINES-WS PIC 9(7) VALUE 0.
       01 BACKUP-MODE-PARAM-WS PIC X VALUE SPACE.
       01 PRINT-BATCH-PARAM-WS.
           02 PRINT-BATCH-REPORT-WS PIC X VALUE SPACE.
           02 PRINT-BATCH-YYYYMM-WS PIC 9(6) VALUE 0.
           02 PRINT-BATCH-COUNT-WS PIC 9(7) VALUE 0.
       01 SALES-BATCH-PARAM-WS.
           02 SALES-BATCH-RUN-WS PIC X VALUE SPACE.
           02 SALES-BATCH-DAYS-WS PIC 9(3) VALUE 0.
           02 SALES-BATCH-COUNT-WS PIC 9(7) VALUE 0.
       01 ARCHIVE-PARAM-WS.
           02 ARCHIVE-CUTOFF-PARAM-WS PIC 9(8) VALUE 0.
           02 ARCHIVE-COUNT-PARAM-WS PIC 9(7) VALUE 0.
       01 FX-PARAM-WS.
           02 FX-CLOSE-DATE-PARAM-WS PIC 9(8) VALUE 0.
           02 FX-COUNT-PARAM-WS PIC 9(7) VALUE 0.
       01 HOUSEKEEP-PARAM-WS.
           02 HK-MODE-PARAM-WS PIC X VALUE SPACE.
           02 HK-COUNT-PARAM-WS PIC 9(7) VALUE 0.
       01 DASHBOARD-WS.
           02 DASH-TODAY-WS.
               03 DASH-TODAY-YYYY      PIC 9(4).
           02 DASH-AGE-DAYS-WS         PIC S9(5).
           02 DASH-RECON-DATE-WS       PIC 9(8).
           02 DASH-RECON-STATUS-WS     PIC X(8).
      *>  BLANK FOR THE WHOLE BUSINESS, OR THE ONE BRANCH WHOSE
      *>  TAKINGS THE DASHBOARD SHOWS.
           02 DASH-BRANCH-WS           PIC X(4) VALUE SPACE.
       01 SESSION-DATE-WS PIC 9(8).
       01 SESSION-TIME-WS PIC 9(8).
       01 DAYTOT-FOUND-SW PIC X.
           MOVE "LOGIN" TO SESSION-EVENT-LOG.
           PERFORM LOG-SESSION-EVENT.

           MOVE OPERATOR-BRANCH-WS TO DASH-BRANCH-WS.
           PERFORM SHOW-DASHBOARD.

           PERFORM ACCEPT-OPTION UNTIL USER-MAIN-CHOICE="EX".
                   'OP>OPERATORS   PC>PERIOD-CONTROL   '
                   'PY>PAYMENT-PROPOSAL   GM>GL-ACCOUNT-MAP   '
                   'CT>CONTROL-VALUES   CR>CARD-RECONCILE   '
                   'BR>BANK-RECONCILE   RB>SUPPLIER-REBATES   '
                   'FX>FX-REVALUATION   CM>CUSTOMER-MERGE   '
                   'TU>TILL-UPLOAD   FC>DEMAND-FORECAST   '
                   'CA>CARRIER-MANIFEST   BM>BRANCHES   '
                   'DB>DASHBOARD-BY-BRANCH   '
                   'ED>END-OF-DAY   ME>MONTH-END   YE>YEAR-END   '
                   'HK>HOUSEKEEPING   '
                   'EX>EXIT.'.
           DISPLAY 'ENTER YOUR CHOICE:'.
           ACCEPT USER-MAIN-CHOICE.
           PERFORM CHECK-MENU-AUTH.
                   CALL 'PURCHASE' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'SG'
                   CALL 'SALES' USING CALL-RETURN-WS
                       OPERATOR-ID-WS SALES-BATCH-PARAM-WS
               WHEN 'PT'
                   CALL 'PRINTMAIN' USING CALL-RETURN-WS
                       OPERATOR-ID-WS PRINT-BATCH-PARAM-WS
               WHEN 'CE'
                   CALL 'EXPORT'
               WHEN 'AR'
                   CALL 'ARCHIVE' USING CALL-RETURN-WS
                       ARCHIVE-PARAM-WS
               WHEN 'BK'
                   CALL 'BACKUP' USING CALL-RETURN-WS
                       BACKUP-MODE-PARAM-WS
                   CALL 'DAYTOTRB' USING CALL-RETURN-WS
               WHEN 'OP'
                   PERFORM OPERATOR-MAINT
               WHEN 'BM'
                   PERFORM BRANCH-MAINT
               WHEN 'DB'
                   DISPLAY "ENTER BRANCH CODE (BLANK = ALL BRANCHES):"
                   ACCEPT DASH-BRANCH-WS
                   PERFORM SHOW-DASHBOARD
               WHEN 'PC'
                   PERFORM PERIOD-MAINT
               WHEN 'GM'
                   PERFORM CONTROL-MAINT
               WHEN 'CR'
                   CALL 'CARDRECON' USING CALL-RETURN-WS
               WHEN 'BR'
                   CALL 'BANKRECON' USING CALL-RETURN-WS
               WHEN 'FX'
                   CALL 'FXREVAL' USING CALL-RETURN-WS FX-PARAM-WS
               WHEN 'CM'
                   CALL 'CUSTMERGE' USING CALL-RETURN-WS
               WHEN 'PY'
                   CALL 'PAYPROP' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'RB'
                   CALL 'REBATE' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'TU'
                   CALL 'TILLUPLD' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'FC'
                   CALL 'FORECAST' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'CA'
                   CALL 'CARRIER' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'ED'
                   CALL 'ENDOFDAY' USING CALL-RETURN-WS
               WHEN 'ME'
                   CALL 'MONTHEND' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'YE'
                   CALL 'YEAREND' USING CALL-RETURN-WS
                       OPERATOR-ID-WS
               WHEN 'HK'
                   MOVE SPACE TO HK-MODE-PARAM-WS
                   MOVE 0 TO HK-COUNT-PARAM-WS
                   CALL 'HOUSEKEEP' USING CALL-RETURN-WS
                       HOUSEKEEP-PARAM-WS
               WHEN 'EX'
                   CONTINUE
               WHEN OTHER
           PERFORM CHECK-PASSWORD-EXPIRY.
           REWRITE REC-OPERATOR.
           MOVE ROLE-OPERATOR TO OPERATOR-ROLE-WS.
           MOVE BRANCH-OPERATOR TO OPERATOR-BRANCH-WS.
           IF OPERATOR-BRANCH-WS NOT = SPACE
               DISPLAY "SIGNED ON AT BRANCH " OPERATOR-BRANCH-WS "."
           END-IF.
           SET LOGIN-OK TO TRUE.
           CLOSE OPERATOR-FILE.
           .
               WHEN 'GM'
               WHEN 'CT'
               WHEN 'CR'
               WHEN 'BR'
               WHEN 'RB'
               WHEN 'TU'
               WHEN 'FC'
               WHEN 'FX'
               WHEN 'ED'
               WHEN 'ME'
               WHEN 'YE'
                   IF OPERATOR-ROLE-WS = "S"
                          OR OPERATOR-ROLE-WS = "A"
                       SET AUTH-OK TO TRUE
                   END-IF
               WHEN 'BK'
               WHEN 'HK'
               WHEN 'RC'
               WHEN 'CM'
               WHEN 'OP'
               WHEN 'BM'
                   IF OPERATOR-ROLE-WS = "A"
                       SET AUTH-OK TO TRUE
                   END-IF

      *>  FINANCE MAINTAINS THE CHART-OF-ACCOUNTS MAPPING THE GL
      *>  EXTRACT POSTS BY. CODES: SALES, VATOUT, COGS, INVENTORY,
      *>  AR, AP, CASH, FREIGHT, REBATE-RCV (SUPPLIER REBATES DUE),
      *>  REBATE-INC (REBATE INCOME), P-XXXXXXXX (PURCHASES OF ONE
      *>  GOODS CATEGORY), X-XXXXXXXX (DRAWER PAID-OUTS UNDER ONE
      *>  REASON CODE).
       GL-MAP-MAINT SECTION.
           OPEN I-O GL-MAP-FILE.
           IF NOT (FILE-STA-GLMAP = 00 OR FILE-STA-GLMAP = 05)
               GO TO GL-MAP-MAINT-EXT
           END-IF.
           DISPLAY "ENTER SOURCE CODE (SALES, VATOUT, COGS, "
                   "INVENTORY, AR, AP, CASH, FREIGHT, REBATE-RCV, "
                   "REBATE-INC, P-XXXXXXXX, X-XXXXXXXX):".
           ACCEPT CODE-GL-MAP.
           DISPLAY "ENTER LEDGER ACCOUNT NUMBER:".
           ACCEPT ACCOUNT-GL-MAP.
       CONTROL-MAINT-EXT.
           EXIT.

      *>  ADD/REPLACE A SELLING BRANCH AND THE WAREHOUSE ITS SALES
      *>  COME FROM WHEN THE OPERATOR KEYS NO LOCATION.
       BRANCH-MAINT SECTION.
           OPEN I-O BRANCH-FILE.
           IF NOT (FILE-STA-BRANCH = 00 OR FILE-STA-BRANCH = 05)
               DISPLAY "BRANCH FILE WILL NOT OPEN - STATUS "
                       FILE-STA-BRANCH
               GO TO BRANCH-MAINT-EXT
           END-IF.
           CHECK-BRANCH-CODE.
           DISPLAY "ENTER BRANCH CODE:".
           ACCEPT CODE-BRANCH.
           IF CODE-BRANCH = SPACE
               DISPLAY "BRANCH CODE CANNOT BE BLANK."
               GO TO CHECK-BRANCH-CODE
           END-IF.
           DISPLAY "ENTER BRANCH NAME:".
           ACCEPT NAME-BRANCH.
           DISPLAY "ENTER DEFAULT WAREHOUSE LOCATION:".
           ACCEPT DEFAULT-LOC-BRANCH.
           WRITE REC-BRANCH
               INVALID KEY
                   REWRITE REC-BRANCH
                   DISPLAY "EXISTING BRANCH REPLACED."
               NOT INVALID KEY
                   DISPLAY "BRANCH ADDED."
           END-WRITE.
           CLOSE BRANCH-FILE.
           .
       BRANCH-MAINT-EXT.
           EXIT.

      *>  ADD/REPLACE STORES ONLY THE HASH OF THE KEYED PASSWORD AND
      *>  FORCES A CHANGE AT THE OPERATOR'S FIRST SIGN-ON; UNLOCK
      *>  CLEARS A LOCKOUT AFTER REPEATED FAILURES.
               GO TO CHECK-OPERATOR-ROLE
           END-IF.
           MOVE OPER-MAINT-ROLE-WS TO ROLE-OPERATOR.
      *>  A BLANK BRANCH LEAVES THE OPERATOR AT HEAD OFFICE. ONCE ANY
      *>  BRANCHES ARE SET UP A KEYED CODE MUST BE ONE OF THEM.
           CHECK-OPERATOR-BRANCH.
           DISPLAY "ENTER BRANCH CODE (BLANK = HEAD OFFICE):".
           ACCEPT OPER-MAINT-BRANCH-WS.
           IF OPER-MAINT-BRANCH-WS NOT = SPACE
               OPEN INPUT BRANCH-FILE
               IF FILE-STA-BRANCH = 00
                   MOVE OPER-MAINT-BRANCH-WS TO CODE-BRANCH
                   READ BRANCH-FILE
                       KEY IS CODE-BRANCH OF REC-BRANCH
                       INVALID KEY
                           DISPLAY "BRANCH NOT ON FILE."
                           CLOSE BRANCH-FILE
                           GO TO CHECK-OPERATOR-BRANCH
                   END-READ
                   CLOSE BRANCH-FILE
               END-IF
           END-IF.
           MOVE OPER-MAINT-BRANCH-WS TO BRANCH-OPERATOR.
           PERFORM HASH-PASSWORD.
           MOVE PWD-HASH-WS TO PWD-HASH-OPERATOR.
           MOVE SPACE TO PASSWORD-OPERATOR.
       SHOW-DASHBOARD SECTION.
           ACCEPT DASH-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "---------------- TODAY AT A GLANCE --------------"
           IF DASH-BRANCH-WS NOT = SPACE
               DISPLAY "BRANCH:             " DASH-BRANCH-WS
                       " (STOCK AND PURCHASING FIGURES ARE "
                       "COMPANY-WIDE)"
           END-IF.

      *>  THE POSTING PROGRAMS KEEP RUNNING DAILY TOTALS - ONE READ
      *>  REPLACES THE FULL SALE AND RECEIPT SCANS THAT MADE EVERY
      *>  AS THE FALLBACK FOR A DAY WITH NO TOTALS ROW YET.
           INITIALIZE DASH-SALE-BILL-CT-WS DASH-SALE-REVENUE-WS
               DASH-LAST-SALE-ID-WS DASH-RECEIPT-QTY-WS.
      *>  THE DAILY TOTALS ARE KEPT FOR THE WHOLE BUSINESS ONLY, SO
      *>  ONE BRANCH'S FIGURES ALWAYS COME FROM THE SCANS.
           MOVE "N" TO DAYTOT-FOUND-SW.
           IF DASH-BRANCH-WS = SPACE
               PERFORM READ-TODAY-TOTALS
           END-IF.
           IF NOT DAYTOT-FOUND
               OPEN INPUT SALE-FILE
               IF FILE-STA-SALE = 00
           EXIT.

       DASH-SCAN-SALES SECTION.
           MOVE DASH-TODAY-WS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO DASH-SALES-DONE
           END-START.
           DASH-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-SALE OF REC-SALE > DASH-TODAY-WS
                       GO TO DASH-SALES-DONE
                   END-IF
                   IF DATE-SALE OF REC-SALE = DASH-TODAY-WS
                          AND NOT SALE-VOIDED
                          AND (DASH-BRANCH-WS = SPACE
                          OR BRANCH-SALE OF REC-SALE = DASH-BRANCH-WS)
                       PERFORM DASH-ONE-SALE-LINE
                   END-IF
                   GO TO DASH-READ-SALE
           END-READ.
           DASH-SALES-DONE.
           .
           DASH-SCAN-SALES-EXT.
               EXIT.
