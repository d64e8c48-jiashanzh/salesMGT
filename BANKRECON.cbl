      ******************************************************************
      * Author:
      * Date:
      * Purpose: IMPORT THE BANK'S DAILY STATEMENT FILE AND MATCH IT
      *          AGAINST CUSTOMER RECEIPTS AND SUPPLIER PAYMENTS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
               SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO "D:\db\payment"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PAYMENT OF REC-PAYMENT
               FILE STATUS IS FILE-STA-PAYMENT.
      *>  ========================================
               SELECT OPTIONAL SUPP-PAYMENT-FILE
               ASSIGN TO "D:\db\supppay"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
               FILE STATUS IS FILE-STA-SPAY.
      *>  ========================================
               SELECT OPTIONAL BANK-RECON-FILE
               ASSIGN TO "D:\db\bankrecon"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-BANK-RECON OF REC-BANK-RECON
               FILE STATUS IS FILE-STA-BANK.
      *>  ========================================
               SELECT BANK-STMT-FILE
               ASSIGN TO "D:\db\bankstmt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-BANKIN.
      *>  ========================================
               SELECT BANK-RECON-RPT-FILE
               ASSIGN TO "D:\db\bankrecon.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY PAYFILE.
         COPY SPAYFILE.
         COPY BANKFILE.
      *>  ONE LINE OF THE BANK'S STATEMENT: C = MONEY IN, D = MONEY
      *>  OUT. THE REFERENCE IS WHATEVER THE PAYER QUOTED.
       FD BANK-STMT-FILE.
       01 REC-BANK-STMT.
           02 DATE-STMT                PIC 9(8).
           02 BANK-ID-STMT             PIC X(12).
           02 DC-STMT                  PIC X.
               88 STMT-CREDIT              VALUE "C".
               88 STMT-DEBIT               VALUE "D".
           02 AMOUNT-STMT              PIC 9(9)V99.
           02 REFERENCE-STMT           PIC X(30).
       FD BANK-RECON-RPT-FILE.
       01 REC-BANK-RECON-RPT           PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 BANK-WORK-WS.
           02 BR-TODAY-WS              PIC 9(8).
           02 BR-SIGNED-WS             PIC S9(9)V99.
           02 BR-BOOK-SIGNED-WS        PIC S9(9)V99.
           02 BR-STMT-KEY-WS.
               03 BR-STMT-DATE-WS      PIC 9(8).
               03 BR-STMT-ID-WS        PIC X(12).
           02 BR-BANK-KEY-WS           PIC X(21).
           02 BR-REF-WS                PIC X(30).
           02 BR-NOTE-WS               PIC X(20).
      *>  A BOOK ENTRY MAY CLEAR ON ITS OWN DATE OR UP TO THIS MANY
      *>  DAYS LATER (CHEQUE CLEARING, TRANSFER VALUE DATES).
           02 BR-WINDOW-WS             PIC 9(3) VALUE 7.
           02 BR-DATE-SPLIT-WS.
               03 BR-DS-YYYY           PIC 9(4).
               03 BR-DS-MM             PIC 9(2).
               03 BR-DS-DD             PIC 9(2).
           02 BR-DATE-NUM-WS REDEFINES BR-DATE-SPLIT-WS
                                       PIC 9(8).
           02 BR-DAYNUM-WS             PIC 9(7).
           02 BR-BANK-DAY-WS           PIC 9(7).
           02 BR-LAG-WS                PIC S9(7).
           02 BR-IN-WINDOW-SW          PIC X.
               88 BR-IN-WINDOW             VALUE "Y".
           02 BR-BOOK-OPEN-SW          PIC X.
               88 BR-BOOK-OPEN             VALUE "Y".
      *>  REFERENCE SEARCH - IS BR-FIND-WS SOMEWHERE IN BR-REF-WS.
           02 BR-FIND-WS               PIC X(12).
           02 BR-FIND-LEN-WS           PIC 9(2).
           02 BR-SCAN-POS-WS           PIC 9(2).
           02 BR-SCAN-LAST-WS          PIC 9(2).
           02 BR-FOUND-SW              PIC X.
               88 BR-REF-FOUND             VALUE "Y".
           02 BR-HIT-SW                PIC X.
               88 BR-REF-HIT               VALUE "Y".
      *>  CANDIDATE BOOK ENTRIES FOR THE CURRENT BANK LINE.
           02 BR-SGL-CT-WS             PIC 9(4).
           02 BR-SGL-REF-CT-WS         PIC 9(4).
           02 BR-GRP-CT-WS             PIC 9(4).
           02 BR-GRP-REF-CT-WS         PIC 9(4).
           02 BR-SGL-WS.
               03 BR-SGL-TYPE          PIC X.
               03 BR-SGL-KEY           PIC X(12).
           02 BR-SGLR-WS.
               03 BR-SGLR-TYPE         PIC X.
               03 BR-SGLR-KEY          PIC X(12).
           02 BR-PICK-WS.
               03 BR-PICK-TYPE         PIC X.
               03 BR-PICK-KEY          PIC X(12).
      *>  A REMITTANCE RUN PAYS A SUPPLIER SEVERAL INVOICES ON ONE
      *>  DAY; THE BANK MAY SHOW THEM AS A SINGLE DEBIT.
           02 BR-GA-WS.
               03 BR-GA-SUPP           PIC X(06).
               03 BR-GA-DATE           PIC 9(8).
               03 BR-GA-FIRST          PIC 9(6).
               03 BR-GA-LAST           PIC 9(6).
           02 BR-GA-TOTAL-WS           PIC S9(9)V99.
           02 BR-GA-ROWS-WS            PIC 9(4).
           02 BR-GA-REF-SW             PIC X.
               88 BR-GA-REF                VALUE "Y".
           02 BR-GRP-WS.
               03 BR-GRP-SUPP          PIC X(06).
               03 BR-GRP-DATE          PIC 9(8).
               03 BR-GRP-FIRST         PIC 9(6).
               03 BR-GRP-LAST          PIC 9(6).
           02 BR-GRPR-WS.
               03 BR-GRPR-SUPP         PIC X(06).
               03 BR-GRPR-DATE         PIC 9(8).
               03 BR-GRPR-FIRST        PIC 9(6).
               03 BR-GRPR-LAST         PIC 9(6).
           02 BR-GRP-END-KEY-WS.
               03 BR-GRP-END-SUPP      PIC X(06).
               03 BR-GRP-END-REMIT     PIC 9(6).
           02 BR-GRP-MARKED-WS         PIC 9(4).
      *>  RUN COUNTS.
           02 BR-LINES-CT-WS           PIC 9(5).
           02 BR-MATCH-CT-WS           PIC 9(5).
           02 BR-UNMATCH-CT-WS         PIC 9(5).
           02 BR-ALREADY-CT-WS         PIC 9(5).
           02 BR-REJECT-CT-WS          PIC 9(5).
      *>  RECONCILIATION AT A DATE.
           02 BR-ASOF-WS               PIC 9(8).
           02 BR-CLOSE-BAL-WS          PIC S9(9)V99.
           02 BR-CLR-RCPT-WS           PIC S9(9)V99.
           02 BR-UNCLR-RCPT-WS         PIC S9(9)V99.
           02 BR-CLR-PAY-WS            PIC S9(9)V99.
           02 BR-UNPRES-PAY-WS         PIC S9(9)V99.
           02 BR-UNM-IN-WS             PIC S9(9)V99.
           02 BR-UNM-OUT-WS            PIC S9(9)V99.
           02 BR-ADJ-BAL-WS            PIC S9(9)V99.
           02 BR-TO-BOOK-WS            PIC S9(9)V99.
           02 BR-RPT-LINE-WS           PIC X(120).
       LINKAGE SECTION.
       01 LS-RETURN-BANKRECON PIC 9.

       PROCEDURE DIVISION USING LS-RETURN-BANKRECON.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============BANK STATEMENT RECONCILIATION"
           ACCEPT BR-TODAY-WS FROM DATE YYYYMMDD.
           OPEN I-O BANK-RECON-FILE.
           IF NOT (FILE-STA-BANK = 00 OR FILE-STA-BANK = 05)
               DISPLAY "BANK RECONCILIATION FILE WILL NOT OPEN - "
                       "STATUS " FILE-STA-BANK
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           IF NOT (FILE-STA-PAYMENT = 00 OR FILE-STA-PAYMENT = 05)
               DISPLAY "PAYMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PAYMENT
               CLOSE BANK-RECON-FILE
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           OPEN INPUT SUPP-PAYMENT-FILE.
           IF NOT (FILE-STA-SPAY = 00 OR FILE-STA-SPAY = 05)
               DISPLAY "SUPPLIER PAYMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SPAY
               CLOSE PAYMENT-FILE
               CLOSE BANK-RECON-FILE
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           OPEN EXTEND BANK-RECON-RPT-FILE.
           INITIALIZE BR-LINES-CT-WS BR-MATCH-CT-WS BR-UNMATCH-CT-WS
               BR-ALREADY-CT-WS BR-REJECT-CT-WS.

           PERFORM IMPORT-STATEMENT.
           DISPLAY "STATEMENT IMPORTED - " BR-LINES-CT-WS " LINES, "
                   BR-MATCH-CT-WS " MATCHED, " BR-UNMATCH-CT-WS
                   " UNMATCHED, " BR-ALREADY-CT-WS
                   " ALREADY RECONCILED, " BR-REJECT-CT-WS
                   " REJECTED.".
           PERFORM RECONCILE-TO-BANK.

           CLOSE BANK-RECON-RPT-FILE.
           CLOSE SUPP-PAYMENT-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE BANK-RECON-FILE.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  EVERY STATEMENT LINE GETS A ROW ON THE STATUS FILE. A LINE
      *>  ALREADY MATCHED BY AN EARLIER RUN IS LEFT ALONE, SO THE
      *>  SAME STATEMENT CAN BE FED IN AGAIN; AN UNMATCHED ONE IS
      *>  TRIED AGAIN IN CASE THE BOOK ENTRY HAS SINCE BEEN KEYED.
       IMPORT-STATEMENT SECTION.
           OPEN INPUT BANK-STMT-FILE.
           IF NOT (FILE-STA-BANKIN = 00)
               DISPLAY "BANK STATEMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-BANKIN " - RECONCILIATION ONLY."
               GO TO IMPORT-STATEMENT-EXT
           END-IF.
           IMPORT-STMT-READ.
           READ BANK-STMT-FILE NEXT RECORD
               AT END
                   GO TO IMPORT-STMT-DONE
           END-READ.
           ADD 1 TO BR-LINES-CT-WS.
           IF NOT (DATE-STMT IS NUMERIC AND AMOUNT-STMT IS NUMERIC)
                  OR NOT (STMT-CREDIT OR STMT-DEBIT)
               ADD 1 TO BR-REJECT-CT-WS
               MOVE SPACE TO BR-RPT-LINE-WS
               STRING "REJECTED STATEMENT LINE: " REC-BANK-STMT
                   DELIMITED BY SIZE INTO BR-RPT-LINE-WS
               PERFORM WRITE-BANK-RECON-LINE
               GO TO IMPORT-STMT-READ
           END-IF.
           PERFORM MATCH-ONE-BANK-LINE.
           GO TO IMPORT-STMT-READ.

           IMPORT-STMT-DONE.
           CLOSE BANK-STMT-FILE.
           .
       IMPORT-STATEMENT-EXT.
           EXIT.

      *>  AMOUNT MUST AGREE TO THE PENNY AND THE BOOK DATE MUST FALL
      *>  IN THE CLEARING WINDOW. AMONG THOSE, AN ENTRY WHOSE NUMBER
      *>  THE PAYER QUOTED IN THE REFERENCE WINS; OTHERWISE ONLY A
      *>  SINGLE CANDIDATE IS TAKEN - TWO OR MORE IS LEFT FOR A CLERK.
       MATCH-ONE-BANK-LINE SECTION.
           MOVE DATE-STMT TO BR-STMT-DATE-WS.
           MOVE BANK-ID-STMT TO BR-STMT-ID-WS.
           MOVE REFERENCE-STMT TO BR-REF-WS.
           IF STMT-CREDIT
               MOVE AMOUNT-STMT TO BR-SIGNED-WS
           ELSE
               COMPUTE BR-SIGNED-WS = 0 - AMOUNT-STMT
           END-IF.
           MOVE SPACE TO BR-BANK-KEY-WS.
           STRING "B" BR-STMT-KEY-WS
               DELIMITED BY SIZE INTO BR-BANK-KEY-WS.
           MOVE "B" TO TYPE-BREC.
           MOVE BR-STMT-KEY-WS TO ID-BREC.
           READ BANK-RECON-FILE
               KEY IS KEY-BANK-RECON OF REC-BANK-RECON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BREC-MATCHED
                       ADD 1 TO BR-ALREADY-CT-WS
                       GO TO MATCH-ONE-BANK-LINE-EXT
                   END-IF
           END-READ.
           MOVE BR-STMT-DATE-WS TO BR-DATE-NUM-WS.
           PERFORM DATE-TO-DAYNUM.
           MOVE BR-DAYNUM-WS TO BR-BANK-DAY-WS.
           INITIALIZE BR-SGL-CT-WS BR-SGL-REF-CT-WS BR-GRP-CT-WS
               BR-GRP-REF-CT-WS.
           MOVE SPACE TO BR-SGL-WS BR-SGLR-WS.
           PERFORM FIND-RECEIPT-CANDIDATES.
           PERFORM FIND-SUPP-PAY-CANDIDATES.

           MOVE SPACE TO BR-NOTE-WS.
           MOVE SPACE TO BR-PICK-WS.
           EVALUATE TRUE
               WHEN BR-SGL-REF-CT-WS > 0
                   MOVE BR-SGLR-WS TO BR-PICK-WS
               WHEN BR-GRP-REF-CT-WS > 0
                   MOVE BR-GRPR-WS TO BR-GRP-WS
                   MOVE "G" TO BR-PICK-TYPE
               WHEN BR-SGL-CT-WS = 1 AND BR-GRP-CT-WS = 0
                   MOVE BR-SGL-WS TO BR-PICK-WS
               WHEN BR-GRP-CT-WS = 1 AND BR-SGL-CT-WS = 0
                   MOVE "G" TO BR-PICK-TYPE
               WHEN BR-SGL-CT-WS = 0 AND BR-GRP-CT-WS = 0
                   MOVE "NO BOOK ENTRY" TO BR-NOTE-WS
               WHEN OTHER
                   MOVE "AMBIGUOUS - SEVERAL" TO BR-NOTE-WS
           END-EVALUATE.

           EVALUATE BR-PICK-TYPE
               WHEN "R"
               WHEN "S"
                   PERFORM MARK-BOOK-ENTRY-MATCHED
               WHEN "G"
                   PERFORM MARK-GROUP-MATCHED
           END-EVALUATE.

           MOVE "B" TO TYPE-BREC.
           MOVE BR-STMT-KEY-WS TO ID-BREC.
           MOVE BR-STMT-DATE-WS TO DATE-BREC.
           MOVE BR-SIGNED-WS TO AMOUNT-BREC.
           MOVE BR-REF-WS TO REF-BREC.
           MOVE BR-NOTE-WS TO NOTE-BREC.
           MOVE BR-TODAY-WS TO RECON-DATE-BREC.
           MOVE SPACE TO MATCH-KEY-BREC.
           IF BR-PICK-TYPE = SPACE
               SET BREC-UNMATCHED TO TRUE
               ADD 1 TO BR-UNMATCH-CT-WS
           ELSE
               SET BREC-MATCHED TO TRUE
               ADD 1 TO BR-MATCH-CT-WS
               IF BR-PICK-TYPE = "G"
                   STRING "S" BR-GRP-SUPP BR-GRP-FIRST
                       DELIMITED BY SIZE INTO MATCH-KEY-BREC
               ELSE
                   STRING BR-PICK-TYPE BR-PICK-KEY
                       DELIMITED BY SIZE INTO MATCH-KEY-BREC
               END-IF
           END-IF.
           WRITE REC-BANK-RECON
               INVALID KEY
                   REWRITE REC-BANK-RECON
           END-WRITE.
           .
       MATCH-ONE-BANK-LINE-EXT.
           EXIT.

      *>  CUSTOMER RECEIPTS AT THE BANK LINE'S AMOUNT (A REFUND
      *>  KEYED AS A NEGATIVE RECEIPT MATCHES A DEBIT).
       FIND-RECEIPT-CANDIDATES SECTION.
           MOVE LOW-VALUES TO KEY-PAYMENT OF REC-PAYMENT.
           START PAYMENT-FILE
               KEY NOT LESS THAN KEY-PAYMENT OF REC-PAYMENT
               INVALID KEY
                   GO TO FIND-RECEIPT-CANDIDATES-EXT
           END-START.
           RECEIPT-CAND-READ.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO FIND-RECEIPT-CANDIDATES-EXT
           END-READ.
           IF NOT (AMOUNT-PAY = BR-SIGNED-WS)
               GO TO RECEIPT-CAND-READ
           END-IF.
           MOVE DATE-PAY TO BR-DATE-NUM-WS.
           PERFORM CHECK-CLEARING-WINDOW.
           IF NOT BR-IN-WINDOW
               GO TO RECEIPT-CAND-READ
           END-IF.
           MOVE "R" TO TYPE-BREC.
           MOVE KEY-PAYMENT OF REC-PAYMENT TO ID-BREC.
           PERFORM CHECK-BOOK-OPEN.
           IF NOT BR-BOOK-OPEN
               GO TO RECEIPT-CAND-READ
           END-IF.
           ADD 1 TO BR-SGL-CT-WS.
           IF BR-SGL-TYPE = SPACE
               MOVE "R" TO BR-SGL-TYPE
               MOVE KEY-PAYMENT OF REC-PAYMENT TO BR-SGL-KEY
           END-IF.
           MOVE "N" TO BR-HIT-SW.
           MOVE ID-RECEIPT-PAY TO BR-FIND-WS.
           PERFORM FIND-IN-REFERENCE.
           IF BR-REF-FOUND
               SET BR-REF-HIT TO TRUE
           END-IF.
           MOVE ID-CUSTOMER-PAY TO BR-FIND-WS.
           PERFORM FIND-IN-REFERENCE.
           IF BR-REF-FOUND
               SET BR-REF-HIT TO TRUE
           END-IF.
           IF BR-REF-HIT
               ADD 1 TO BR-SGL-REF-CT-WS
               IF BR-SGLR-TYPE = SPACE
                   MOVE "R" TO BR-SGLR-TYPE
                   MOVE KEY-PAYMENT OF REC-PAYMENT TO BR-SGLR-KEY
               END-IF
           END-IF.
           GO TO RECEIPT-CAND-READ.
           .
       FIND-RECEIPT-CANDIDATES-EXT.
           EXIT.

      *>  SUPPLIER PAYMENTS, ONE AT A TIME AND AS WHOLE REMITTANCE
      *>  RUNS (ALL OF ONE SUPPLIER'S OPEN PAYMENTS OF ONE DATE).
      *>  THE FILE IS IN SUPPLIER + REMITTANCE ORDER SO A RUN'S
      *>  PAYMENTS COME TOGETHER.
       FIND-SUPP-PAY-CANDIDATES SECTION.
           MOVE SPACE TO BR-GA-WS.
           MOVE 0 TO BR-GA-ROWS-WS BR-GA-TOTAL-WS.
           MOVE "N" TO BR-GA-REF-SW.
           MOVE LOW-VALUES TO KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT.
           START SUPP-PAYMENT-FILE
               KEY NOT LESS THAN KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
               INVALID KEY
                   GO TO FIND-SUPP-PAY-CANDIDATES-EXT
           END-START.
           SUPP-CAND-READ.
           READ SUPP-PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO SUPP-CAND-DONE
           END-READ.
           MOVE DATE-SPAY TO BR-DATE-NUM-WS.
           PERFORM CHECK-CLEARING-WINDOW.
           IF NOT BR-IN-WINDOW
               GO TO SUPP-CAND-READ
           END-IF.
           MOVE "S" TO TYPE-BREC.
           MOVE KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT TO ID-BREC.
           PERFORM CHECK-BOOK-OPEN.
           IF NOT BR-BOOK-OPEN
               GO TO SUPP-CAND-READ
           END-IF.
           MOVE "N" TO BR-HIT-SW.
           MOVE ID-REMIT-SPAY TO BR-FIND-WS.
           PERFORM FIND-IN-REFERENCE.
           IF BR-REF-FOUND
               SET BR-REF-HIT TO TRUE
           END-IF.
           IF NOT (NO-INVOICE-SPAY = SPACE)
               MOVE NO-INVOICE-SPAY TO BR-FIND-WS
               PERFORM FIND-IN-REFERENCE
               IF BR-REF-FOUND
                   SET BR-REF-HIT TO TRUE
               END-IF
           END-IF.

           IF NOT (CODE-SUPPLIER-SPAY = BR-GA-SUPP
                   AND DATE-SPAY = BR-GA-DATE)
               PERFORM CLOSE-REMIT-GROUP
               MOVE CODE-SUPPLIER-SPAY TO BR-GA-SUPP
               MOVE DATE-SPAY TO BR-GA-DATE
               MOVE ID-REMIT-SPAY TO BR-GA-FIRST
               MOVE 0 TO BR-GA-ROWS-WS BR-GA-TOTAL-WS
               MOVE "N" TO BR-GA-REF-SW
               MOVE CODE-SUPPLIER-SPAY TO BR-FIND-WS
               PERFORM FIND-IN-REFERENCE
               IF BR-REF-FOUND
                   SET BR-GA-REF TO TRUE
               END-IF
           END-IF.
           MOVE ID-REMIT-SPAY TO BR-GA-LAST.
           ADD 1 TO BR-GA-ROWS-WS.
           ADD AMOUNT-SPAY TO BR-GA-TOTAL-WS.
           IF BR-REF-HIT
               SET BR-GA-REF TO TRUE
           END-IF.

           COMPUTE BR-BOOK-SIGNED-WS = 0 - AMOUNT-SPAY.
           IF NOT (BR-BOOK-SIGNED-WS = BR-SIGNED-WS)
               GO TO SUPP-CAND-READ
           END-IF.
           ADD 1 TO BR-SGL-CT-WS.
           IF BR-SGL-TYPE = SPACE
               MOVE "S" TO BR-SGL-TYPE
               MOVE KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
                   TO BR-SGL-KEY
           END-IF.
           IF BR-REF-HIT
               ADD 1 TO BR-SGL-REF-CT-WS
               IF BR-SGLR-TYPE = SPACE
                   MOVE "S" TO BR-SGLR-TYPE
                   MOVE KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
                       TO BR-SGLR-KEY
               END-IF
           END-IF.
           GO TO SUPP-CAND-READ.

           SUPP-CAND-DONE.
           PERFORM CLOSE-REMIT-GROUP.
           .
       FIND-SUPP-PAY-CANDIDATES-EXT.
           EXIT.

      *>  A RUN OF TWO OR MORE PAYMENTS WHOSE TOTAL IS THE DEBIT.
       CLOSE-REMIT-GROUP SECTION.
           IF BR-GA-ROWS-WS < 2
               GO TO CLOSE-REMIT-GROUP-EXT
           END-IF.
           COMPUTE BR-BOOK-SIGNED-WS = 0 - BR-GA-TOTAL-WS.
           IF NOT (BR-BOOK-SIGNED-WS = BR-SIGNED-WS)
               GO TO CLOSE-REMIT-GROUP-EXT
           END-IF.
           ADD 1 TO BR-GRP-CT-WS.
           IF BR-GRP-CT-WS = 1
               MOVE BR-GA-WS TO BR-GRP-WS
           END-IF.
           IF BR-GA-REF
               ADD 1 TO BR-GRP-REF-CT-WS
               IF BR-GRP-REF-CT-WS = 1
                   MOVE BR-GA-WS TO BR-GRPR-WS
               END-IF
           END-IF.
           .
       CLOSE-REMIT-GROUP-EXT.
           EXIT.

      *>  BR-DATE-NUM-WS HOLDS THE BOOK DATE; THE BANK MAY SHOW IT
      *>  THE SAME DAY OR UP TO BR-WINDOW-WS DAYS LATER.
       CHECK-CLEARING-WINDOW SECTION.
           MOVE "N" TO BR-IN-WINDOW-SW.
           IF NOT (BR-DATE-NUM-WS IS NUMERIC)
               GO TO CHECK-CLEARING-WINDOW-EXT
           END-IF.
           PERFORM DATE-TO-DAYNUM.
           COMPUTE BR-LAG-WS = BR-BANK-DAY-WS - BR-DAYNUM-WS.
           IF BR-LAG-WS NOT < 0 AND BR-LAG-WS NOT > BR-WINDOW-WS
               SET BR-IN-WINDOW TO TRUE
           END-IF.
           .
       CHECK-CLEARING-WINDOW-EXT.
           EXIT.

      *>  30-DAY MONTHS, THE SAME RECKONING AS THE TERMS ROUTINES -
      *>  CLOSE ENOUGH FOR A WINDOW OF A FEW DAYS.
       DATE-TO-DAYNUM SECTION.
           COMPUTE BR-DAYNUM-WS = BR-DS-YYYY * 360
               + BR-DS-MM * 30 + BR-DS-DD.
           .
       DATE-TO-DAYNUM-EXT.
           EXIT.

      *>  TYPE-BREC/ID-BREC NAME A BOOK ENTRY: IS IT STILL UNCLEARED.
       CHECK-BOOK-OPEN SECTION.
           MOVE "Y" TO BR-BOOK-OPEN-SW.
           READ BANK-RECON-FILE
               KEY IS KEY-BANK-RECON OF REC-BANK-RECON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BREC-MATCHED
                       MOVE "N" TO BR-BOOK-OPEN-SW
                   END-IF
           END-READ.
           .
       CHECK-BOOK-OPEN-EXT.
           EXIT.

      *>  IS BR-FIND-WS (TRAILING SPACES IGNORED) ANYWHERE IN THE
      *>  BANK REFERENCE.
       FIND-IN-REFERENCE SECTION.
           MOVE "N" TO BR-FOUND-SW.
           MOVE 12 TO BR-FIND-LEN-WS.
           FIND-REF-TRIM.
           IF BR-FIND-LEN-WS = 0
               GO TO FIND-IN-REFERENCE-EXT
           END-IF.
           IF BR-FIND-WS(BR-FIND-LEN-WS:1) = SPACE
               SUBTRACT 1 FROM BR-FIND-LEN-WS
               GO TO FIND-REF-TRIM
           END-IF.
           COMPUTE BR-SCAN-LAST-WS = 31 - BR-FIND-LEN-WS.
           MOVE 1 TO BR-SCAN-POS-WS.
           FIND-REF-SCAN.
           IF BR-SCAN-POS-WS > BR-SCAN-LAST-WS
               GO TO FIND-IN-REFERENCE-EXT
           END-IF.
           IF BR-REF-WS(BR-SCAN-POS-WS:BR-FIND-LEN-WS)
                  = BR-FIND-WS(1:BR-FIND-LEN-WS)
               SET BR-REF-FOUND TO TRUE
               GO TO FIND-IN-REFERENCE-EXT
           END-IF.
           ADD 1 TO BR-SCAN-POS-WS.
           GO TO FIND-REF-SCAN.
           .
       FIND-IN-REFERENCE-EXT.
           EXIT.

       MARK-BOOK-ENTRY-MATCHED SECTION.
           MOVE BR-PICK-TYPE TO TYPE-BREC.
           MOVE BR-PICK-KEY TO ID-BREC.
           IF BR-PICK-TYPE = "R"
               MOVE BR-PICK-KEY TO KEY-PAYMENT OF REC-PAYMENT
               READ PAYMENT-FILE
                   KEY IS KEY-PAYMENT OF REC-PAYMENT
                   INVALID KEY
                       MOVE 0 TO AMOUNT-PAY
               END-READ
               MOVE AMOUNT-PAY TO AMOUNT-BREC
           ELSE
               MOVE BR-PICK-KEY TO KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
               READ SUPP-PAYMENT-FILE
                   KEY IS KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
                   INVALID KEY
                       MOVE 0 TO AMOUNT-SPAY
               END-READ
               COMPUTE AMOUNT-BREC = 0 - AMOUNT-SPAY
           END-IF.
           PERFORM WRITE-BOOK-ROW.
           .
       MARK-BOOK-ENTRY-MATCHED-EXT.
           EXIT.

      *>  CLEAR EVERY OPEN PAYMENT OF THE CHOSEN REMITTANCE RUN.
       MARK-GROUP-MATCHED SECTION.
           MOVE 0 TO BR-GRP-MARKED-WS.
           MOVE BR-GRP-SUPP TO BR-GRP-END-SUPP.
           MOVE BR-GRP-LAST TO BR-GRP-END-REMIT.
           MOVE BR-GRP-SUPP TO CODE-SUPPLIER-SPAY.
           MOVE BR-GRP-FIRST TO ID-REMIT-SPAY.
           START SUPP-PAYMENT-FILE
               KEY NOT LESS THAN KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
               INVALID KEY
                   GO TO MARK-GROUP-MATCHED-EXT
           END-START.
           MARK-GROUP-READ.
           READ SUPP-PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO MARK-GROUP-MATCHED-EXT
           END-READ.
           IF KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT > BR-GRP-END-KEY-WS
               GO TO MARK-GROUP-MATCHED-EXT
           END-IF.
           IF NOT (DATE-SPAY = BR-GRP-DATE)
               GO TO MARK-GROUP-READ
           END-IF.
           MOVE "S" TO TYPE-BREC.
           MOVE KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT TO ID-BREC.
           PERFORM CHECK-BOOK-OPEN.
           IF NOT BR-BOOK-OPEN
               GO TO MARK-GROUP-READ
           END-IF.
           MOVE "S" TO TYPE-BREC.
           MOVE KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT TO ID-BREC.
           COMPUTE AMOUNT-BREC = 0 - AMOUNT-SPAY.
           PERFORM WRITE-BOOK-ROW.
           ADD 1 TO BR-GRP-MARKED-WS.
           GO TO MARK-GROUP-READ.
           .
       MARK-GROUP-MATCHED-EXT.
           EXIT.

      *>  KEY AND AMOUNT ARE ALREADY IN THE RECORD.
       WRITE-BOOK-ROW SECTION.
           MOVE BR-STMT-DATE-WS TO DATE-BREC.
           MOVE BR-REF-WS TO REF-BREC.
           SET BREC-MATCHED TO TRUE.
           MOVE BR-BANK-KEY-WS TO MATCH-KEY-BREC.
           MOVE SPACE TO NOTE-BREC.
           IF BR-PICK-TYPE = "G"
               MOVE "REMITTANCE RUN" TO NOTE-BREC
           END-IF.
           MOVE BR-TODAY-WS TO RECON-DATE-BREC.
           WRITE REC-BANK-RECON
               INVALID KEY
                   REWRITE REC-BANK-RECON
           END-WRITE.
           .
       WRITE-BOOK-ROW-EXT.
           EXIT.

      *>  THE POSITION AT A DATE: BANK LINES NOT IN THE BOOKS, BOOK
      *>  ENTRIES NOT YET THROUGH THE BANK, AND THE STATEMENT BALANCE
      *>  ADJUSTED FOR THE LATTER - THE CASH POSITION FINANCE CAN
      *>  STAND BEHIND AT MONTH END.
       RECONCILE-TO-BANK SECTION.
           DISPLAY "ENTER RECONCILIATION DATE (YYYYMMDD, 0 = TODAY):"
           ACCEPT BR-ASOF-WS.
           IF BR-ASOF-WS = 0
               MOVE BR-TODAY-WS TO BR-ASOF-WS
           END-IF.
           DISPLAY "ENTER STATEMENT CLOSING BALANCE AT THAT DATE:"
           ACCEPT BR-CLOSE-BAL-WS.
           INITIALIZE BR-CLR-RCPT-WS BR-UNCLR-RCPT-WS BR-CLR-PAY-WS
               BR-UNPRES-PAY-WS BR-UNM-IN-WS BR-UNM-OUT-WS.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "BANK RECONCILIATION AS AT " BR-ASOF-WS
               " RUN " BR-TODAY-WS
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.

           PERFORM LIST-UNMATCHED-BANK-LINES.
           PERFORM LIST-UNCLEARED-RECEIPTS.
           PERFORM LIST-UNPRESENTED-PAYMENTS.

           COMPUTE BR-ADJ-BAL-WS = BR-CLOSE-BAL-WS
               + BR-UNCLR-RCPT-WS - BR-UNPRES-PAY-WS.
           COMPUTE BR-TO-BOOK-WS = BR-UNM-IN-WS - BR-UNM-OUT-WS.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "RECEIPTS CLEARED " BR-CLR-RCPT-WS
               "  UNCLEARED " BR-UNCLR-RCPT-WS
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "SUPPLIER PAYMENTS CLEARED " BR-CLR-PAY-WS
               "  UNPRESENTED " BR-UNPRES-PAY-WS
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "BANK ITEMS NOT IN THE BOOKS - IN " BR-UNM-IN-WS
               "  OUT " BR-UNM-OUT-WS "  NET " BR-TO-BOOK-WS
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "STATEMENT BALANCE " BR-CLOSE-BAL-WS
               "  RECONCILED TO BANK BALANCE " BR-ADJ-BAL-WS
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           .
       RECONCILE-TO-BANK-EXT.
           EXIT.

       LIST-UNMATCHED-BANK-LINES SECTION.
           MOVE "B" TO TYPE-BREC.
           MOVE LOW-VALUES TO ID-BREC.
           START BANK-RECON-FILE
               KEY NOT LESS THAN KEY-BANK-RECON OF REC-BANK-RECON
               INVALID KEY
                   GO TO LIST-UNMATCHED-BANK-LINES-EXT
           END-START.
           UNMATCHED-BANK-READ.
           READ BANK-RECON-FILE NEXT RECORD
               AT END
                   GO TO LIST-UNMATCHED-BANK-LINES-EXT
           END-READ.
           IF NOT BREC-BANK-LINE
               GO TO LIST-UNMATCHED-BANK-LINES-EXT
           END-IF.
           IF BREC-MATCHED OR DATE-BREC > BR-ASOF-WS
               GO TO UNMATCHED-BANK-READ
           END-IF.
           IF AMOUNT-BREC < 0
               SUBTRACT AMOUNT-BREC FROM BR-UNM-OUT-WS
           ELSE
               ADD AMOUNT-BREC TO BR-UNM-IN-WS
           END-IF.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "UNMATCHED BANK LINE " ID-BREC
               " AMOUNT " AMOUNT-BREC
               " REF " REF-BREC " " NOTE-BREC
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           GO TO UNMATCHED-BANK-READ.
           .
       LIST-UNMATCHED-BANK-LINES-EXT.
           EXIT.

      *>  A RECEIPT COUNTS AS CLEARED ONLY IF THE BANK SHOWED IT ON
      *>  OR BEFORE THE RECONCILIATION DATE.
       LIST-UNCLEARED-RECEIPTS SECTION.
           MOVE LOW-VALUES TO KEY-PAYMENT OF REC-PAYMENT.
           START PAYMENT-FILE
               KEY NOT LESS THAN KEY-PAYMENT OF REC-PAYMENT
               INVALID KEY
                   GO TO LIST-UNCLEARED-RECEIPTS-EXT
           END-START.
           UNCLEARED-RCPT-READ.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO LIST-UNCLEARED-RECEIPTS-EXT
           END-READ.
           IF NOT (DATE-PAY IS NUMERIC) OR DATE-PAY > BR-ASOF-WS
               GO TO UNCLEARED-RCPT-READ
           END-IF.
           MOVE "R" TO TYPE-BREC.
           MOVE KEY-PAYMENT OF REC-PAYMENT TO ID-BREC.
           MOVE "Y" TO BR-BOOK-OPEN-SW.
           READ BANK-RECON-FILE
               KEY IS KEY-BANK-RECON OF REC-BANK-RECON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BREC-MATCHED AND DATE-BREC NOT > BR-ASOF-WS
                       MOVE "N" TO BR-BOOK-OPEN-SW
                   END-IF
           END-READ.
           IF NOT BR-BOOK-OPEN
               ADD AMOUNT-PAY TO BR-CLR-RCPT-WS
               GO TO UNCLEARED-RCPT-READ
           END-IF.
           ADD AMOUNT-PAY TO BR-UNCLR-RCPT-WS.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "UNCLEARED RECEIPT: CUSTOMER " ID-CUSTOMER-PAY
               " RECEIPT " ID-RECEIPT-PAY
               " DATED " DATE-PAY
               " AMOUNT " AMOUNT-PAY
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           GO TO UNCLEARED-RCPT-READ.
           .
       LIST-UNCLEARED-RECEIPTS-EXT.
           EXIT.

       LIST-UNPRESENTED-PAYMENTS SECTION.
           MOVE LOW-VALUES TO KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT.
           START SUPP-PAYMENT-FILE
               KEY NOT LESS THAN KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT
               INVALID KEY
                   GO TO LIST-UNPRESENTED-PAYMENTS-EXT
           END-START.
           UNPRESENTED-READ.
           READ SUPP-PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO LIST-UNPRESENTED-PAYMENTS-EXT
           END-READ.
           IF NOT (DATE-SPAY IS NUMERIC) OR DATE-SPAY > BR-ASOF-WS
               GO TO UNPRESENTED-READ
           END-IF.
           MOVE "S" TO TYPE-BREC.
           MOVE KEY-SUPP-PAYMENT OF REC-SUPP-PAYMENT TO ID-BREC.
           MOVE "Y" TO BR-BOOK-OPEN-SW.
           READ BANK-RECON-FILE
               KEY IS KEY-BANK-RECON OF REC-BANK-RECON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BREC-MATCHED AND DATE-BREC NOT > BR-ASOF-WS
                       MOVE "N" TO BR-BOOK-OPEN-SW
                   END-IF
           END-READ.
           IF NOT BR-BOOK-OPEN
               ADD AMOUNT-SPAY TO BR-CLR-PAY-WS
               GO TO UNPRESENTED-READ
           END-IF.
           ADD AMOUNT-SPAY TO BR-UNPRES-PAY-WS.
           MOVE SPACE TO BR-RPT-LINE-WS.
           STRING "UNPRESENTED PAYMENT: SUPPLIER " CODE-SUPPLIER-SPAY
               " REMIT " ID-REMIT-SPAY
               " INVOICE " NO-INVOICE-SPAY
               " DATED " DATE-SPAY
               " AMOUNT " AMOUNT-SPAY
               DELIMITED BY SIZE INTO BR-RPT-LINE-WS.
           PERFORM WRITE-BANK-RECON-LINE.
           GO TO UNPRESENTED-READ.
           .
       LIST-UNPRESENTED-PAYMENTS-EXT.
           EXIT.

       WRITE-BANK-RECON-LINE SECTION.
           MOVE BR-RPT-LINE-WS TO REC-BANK-RECON-RPT.
           WRITE REC-BANK-RECON-RPT.
           DISPLAY BR-RPT-LINE-WS.
           .
       WRITE-BANK-RECON-LINE-EXT.
           EXIT.
       END PROGRAM BANKRECON.
