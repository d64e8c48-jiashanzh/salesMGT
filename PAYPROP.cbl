               SELECT REMIT-FILE
               ASSIGN TO "D:\db\remit.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL TRANSFER-BATCH-FILE
               ASSIGN TO "D:\db\trfbatch"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-BATCH-TRF OF REC-TRANSFER-BATCH
               FILE STATUS IS FILE-STA-TRF.
      *>  ========================================
               SELECT OPTIONAL BANK-TRANSFER-FILE
               ASSIGN TO "D:\db\banktrf"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-TRFOUT.
       DATA DIVISION.
       FILE SECTION.
         COPY SUPPFILE.
         COPY SUPINVFILE.
         COPY SPAYFILE.
         COPY COUNTFILE.
         COPY TRFFILE.
       FD REMIT-FILE.
       01 REC-REMIT                    PIC X(120).
      *>  BULK CREDIT-TRANSFER FILE FOR UPLOAD TO THE BANK: ONE
      *>  HEADER, ONE PAYMENT PER SUPPLIER, ONE TRAILER CARRYING THE
      *>  CONTROL TOTALS THE BANK CHECKS THE BATCH AGAINST.
       FD BANK-TRANSFER-FILE.
       01 REC-TRF-HEADER.
           02 TYPE-TRFH                PIC X.
           02 BATCH-TRFH               PIC 9(6).
           02 CREATED-TRFH             PIC 9(8).
           02 EXEC-DATE-TRFH           PIC 9(8).
           02 FILLER                   PIC X(211).
       01 REC-TRF-DETAIL.
           02 TYPE-TRFD                PIC X.
           02 BATCH-TRFD               PIC 9(6).
           02 SEQ-TRFD                 PIC 9(5).
           02 SUPPLIER-TRFD            PIC X(06).
           02 ACCT-NAME-TRFD           PIC X(20).
           02 IBAN-TRFD                PIC X(34).
           02 BIC-TRFD                 PIC X(11).
           02 AMOUNT-TRFD              PIC 9(9)V99.
           02 REFERENCE-TRFD           PIC X(140).
       01 REC-TRF-TRAILER.
           02 TYPE-TRFT                PIC X.
           02 BATCH-TRFT               PIC 9(6).
           02 COUNT-TRFT               PIC 9(5).
           02 TOTAL-TRFT               PIC 9(11)V99.
           02 FILLER                   PIC X(209).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 PROP-PARAM-WS.
           02 DUE-ADD-DAYS-WS          PIC 9(3).
           02 DUE-OUT-DATE-WS          PIC 9(8).
       01 SIZE-SPAY-WS                 PIC 9(6).
       01 PROP-ACTION-WS               PIC X.
       01 TRF-WORK-WS.
           02 TRF-BATCH-WS             PIC 9(6).
           02 TRF-BATCH-OK-SW          PIC X.
               88 TRF-BATCH-OK             VALUE "Y".
           02 TRF-TODAY-WS             PIC 9(8).
           02 TRF-SUPP-WS              PIC X(06).
           02 TRF-SUPP-AMT-WS          PIC S9(9)V99.
           02 TRF-COUNT-WS             PIC 9(5).
           02 TRF-TOTAL-WS             PIC S9(9)V99.
           02 TRF-SKIPPED-WS           PIC 9(5).
           02 TRF-REF-WS               PIC X(140).
           02 TRF-REF-PTR              PIC 9(3).
           02 TRF-SEP-WS               PIC X.
           02 TRF-REF-FULL-SW          PIC X.
               88 TRF-REF-FULL             VALUE "Y".
           02 TRF-HAS-BANK-SW          PIC X.
               88 TRF-HAS-BANK             VALUE "Y".
           02 TRF-HEADER-SW            PIC X.
               88 TRF-HEADER-DONE          VALUE "Y".
           02 TRF-ACCT-NAME-WS         PIC X(20).
           02 TRF-IBAN-WS              PIC X(34).
           02 TRF-BIC-WS               PIC X(11).
       LINKAGE SECTION.
       01 LS-RETURN-PAYPROP PIC 9.
       01 LS-OPERATOR-ID PIC X(10).
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============SUPPLIER PAYMENT PROPOSAL"
           ACCEPT PROP-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "P>PAYMENT PROPOSAL    "
                   "T>TRANSFER FILE FOR AN APPROVED RUN."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT PROP-ACTION-WS.
           IF PROP-ACTION-WS = "T"
               DISPLAY "ENTER PAYMENT RUN NUMBER:"
               ACCEPT TRF-BATCH-WS
               PERFORM GENERATE-TRANSFER-FILE
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           CHECK-PROP-CUTOFF.
           DISPLAY "ENTER PAY-THROUGH DATE (YYYYMMDD) - EVERYTHING "
                   "DUE ON OR BEFORE IT IS PROPOSED:"
                       FILE-STA-SPAY
               GO TO RECORD-PROPOSED-PAYMENTS-EXT
           END-IF.
      *>  NO PAYMENT IS RECORDED UNLESS ITS RUN IS ON FILE - A
      *>  PAYMENT STAMPED WITH A RUN THAT WAS NEVER WRITTEN COULD
      *>  NOT BE PUT ON A TRANSFER FILE.
           PERFORM OPEN-TRANSFER-BATCH.
           IF NOT TRF-BATCH-OK
               DISPLAY "PAYMENT RUN NOT RECORDED - NO PAYMENTS "
                       "WRITTEN."
               CLOSE SUPP-PAYMENT-FILE
               GO TO RECORD-PROPOSED-PAYMENTS-EXT
           END-IF.
           OPEN EXTEND REMIT-FILE.
           OPEN INPUT SUPPLIER-FILE.
           MOVE SPACE TO PROP-LAST-SUPP-WS.
           MOVE PROP-TODAY-WS TO DATE-SPAY.
           MOVE PROP-INVOICE(PROP-IDX) TO NO-INVOICE-SPAY.
           MOVE LS-OPERATOR-ID TO OPERATOR-SPAY.
           MOVE TRF-BATCH-WS TO BATCH-SPAY.
           WRITE REC-SUPP-PAYMENT
               INVALID KEY
                   DISPLAY "PAYMENT RECORD COULD NOT BE WRITTEN FOR "
           CLOSE SUPPLIER-FILE.
           CLOSE REMIT-FILE.
           CLOSE SUPP-PAYMENT-FILE.
           DISPLAY "PAYMENT RUN NUMBER " TRF-BATCH-WS ".".
           IF TRF-BATCH-OK
               PERFORM GENERATE-TRANSFER-FILE
           END-IF.
           .
       RECORD-PROPOSED-PAYMENTS-EXT.
           EXIT.
           RESCAN-PROP-SPAY-ID-EXT.
               EXIT.

      *>  NUMBERS THE APPROVED RUN AND RECORDS IT AS AWAITING ITS
      *>  TRANSFER FILE.
       OPEN-TRANSFER-BATCH SECTION.
           MOVE "N" TO TRF-BATCH-OK-SW.
           OPEN I-O COUNTER-FILE.
           MOVE "TRFBATCH" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ.
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO TRF-BATCH-WS.
           CLOSE COUNTER-FILE.
           OPEN I-O TRANSFER-BATCH-FILE.
           IF NOT (FILE-STA-TRF = 00 OR FILE-STA-TRF = 05)
               DISPLAY "TRANSFER BATCH FILE WILL NOT OPEN - STATUS "
                       FILE-STA-TRF
               GO TO OPEN-TRANSFER-BATCH-EXT
           END-IF.
           INITIALIZE REC-TRANSFER-BATCH.
           MOVE TRF-BATCH-WS TO ID-BATCH-TRF.
           MOVE PROP-TODAY-WS TO DATE-RUN-TRF.
           MOVE PROP-CUTOFF-WS TO CUTOFF-TRF.
           MOVE LS-OPERATOR-ID TO OPERATOR-TRF.
           SET TRF-PENDING TO TRUE.
           WRITE REC-TRANSFER-BATCH
               INVALID KEY
                   DISPLAY "PAYMENT RUN " TRF-BATCH-WS
                           " ALREADY ON FILE - CHECK THE TRFBATCH "
                           "COUNTER."
               NOT INVALID KEY
                   SET TRF-BATCH-OK TO TRUE
           END-WRITE.
           CLOSE TRANSFER-BATCH-FILE.
           .
       OPEN-TRANSFER-BATCH-EXT.
           EXIT.

      *>  WRITES THE BANK TRANSFER FILE FOR RUN TRF-BATCH-WS FROM THE
      *>  PAYMENTS THAT RUN RECORDED: ONE CREDIT PER SUPPLIER, THE
      *>  INVOICES IT SETTLES IN THE REFERENCE SO THE SUPPLIER CAN
      *>  ALLOCATE IT. A RUN ALREADY WRITTEN IS REFUSED OUTRIGHT.
       GENERATE-TRANSFER-FILE SECTION.
           ACCEPT TRF-TODAY-WS FROM DATE YYYYMMDD.
           OPEN I-O TRANSFER-BATCH-FILE.
           IF NOT (FILE-STA-TRF = 00 OR FILE-STA-TRF = 05)
               DISPLAY "TRANSFER BATCH FILE WILL NOT OPEN - STATUS "
                       FILE-STA-TRF
               GO TO GENERATE-TRANSFER-FILE-EXT
           END-IF.
           MOVE TRF-BATCH-WS TO ID-BATCH-TRF.
           READ TRANSFER-BATCH-FILE
               KEY IS ID-BATCH-TRF OF REC-TRANSFER-BATCH
               INVALID KEY
                   DISPLAY "NO PAYMENT RUN " TRF-BATCH-WS " ON FILE."
                   CLOSE TRANSFER-BATCH-FILE
                   GO TO GENERATE-TRANSFER-FILE-EXT
           END-READ.
           IF TRF-GENERATED
               DISPLAY "TRANSFER FILE FOR RUN " TRF-BATCH-WS
                       " WAS ALREADY GENERATED ON " DATE-GEN-TRF
                       " BY " OPERATOR-GEN-TRF " - NOT REPEATED."
               CLOSE TRANSFER-BATCH-FILE
               GO TO GENERATE-TRANSFER-FILE-EXT
           END-IF.
           OPEN INPUT SUPP-PAYMENT-FILE.
           IF NOT (FILE-STA-SPAY = 00 OR FILE-STA-SPAY = 05)
               DISPLAY "SUPPLIER PAYMENT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SPAY
               CLOSE TRANSFER-BATCH-FILE
               GO TO GENERATE-TRANSFER-FILE-EXT
           END-IF.
           OPEN EXTEND BANK-TRANSFER-FILE.
           IF NOT (FILE-STA-TRFOUT = 00 OR FILE-STA-TRFOUT = 05)
               DISPLAY "BANK TRANSFER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-TRFOUT " - RUN LEFT PENDING."
               CLOSE SUPP-PAYMENT-FILE
               CLOSE TRANSFER-BATCH-FILE
               GO TO GENERATE-TRANSFER-FILE-EXT
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           MOVE 0 TO TRF-COUNT-WS TRF-TOTAL-WS TRF-SKIPPED-WS.
           MOVE "N" TO TRF-HEADER-SW.
           MOVE SPACE TO TRF-SUPP-WS.
           MOVE 0 TO TRF-SUPP-AMT-WS.
           TRF-READ-PAYMENT.
           READ SUPP-PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO TRF-READ-DONE
           END-READ.
           IF NOT (BATCH-SPAY IS NUMERIC AND BATCH-SPAY = TRF-BATCH-WS)
               GO TO TRF-READ-PAYMENT
           END-IF.
           IF NOT (CODE-SUPPLIER-SPAY = TRF-SUPP-WS)
               PERFORM TRF-FLUSH-SUPPLIER
               PERFORM TRF-START-SUPPLIER
           END-IF.
           ADD AMOUNT-SPAY TO TRF-SUPP-AMT-WS.
           IF NOT (NO-INVOICE-SPAY = SPACE) AND NOT TRF-REF-FULL
               STRING TRF-SEP-WS DELIMITED BY SIZE
                   NO-INVOICE-SPAY DELIMITED BY SPACE
                   INTO TRF-REF-WS WITH POINTER TRF-REF-PTR
                   ON OVERFLOW
                       SET TRF-REF-FULL TO TRUE
               END-STRING
               MOVE "," TO TRF-SEP-WS
           END-IF.
           GO TO TRF-READ-PAYMENT.

           TRF-READ-DONE.
           PERFORM TRF-FLUSH-SUPPLIER.
           IF TRF-HEADER-DONE
               MOVE SPACE TO REC-TRF-TRAILER
               MOVE "T" TO TYPE-TRFT
               MOVE TRF-BATCH-WS TO BATCH-TRFT
               MOVE TRF-COUNT-WS TO COUNT-TRFT
               MOVE TRF-TOTAL-WS TO TOTAL-TRFT
               WRITE REC-TRF-TRAILER
           END-IF.
           CLOSE SUPPLIER-FILE.
           CLOSE BANK-TRANSFER-FILE.
           CLOSE SUPP-PAYMENT-FILE.
           SET TRF-GENERATED TO TRUE.
           MOVE TRF-TODAY-WS TO DATE-GEN-TRF.
           MOVE LS-OPERATOR-ID TO OPERATOR-GEN-TRF.
           MOVE TRF-COUNT-WS TO PAYMENTS-CT-TRF.
           MOVE TRF-TOTAL-WS TO TOTAL-TRF.
           REWRITE REC-TRANSFER-BATCH
               INVALID KEY
                   DISPLAY "PAYMENT RUN " TRF-BATCH-WS
                           " COULD NOT BE MARKED GENERATED."
           END-REWRITE.
           CLOSE TRANSFER-BATCH-FILE.
           DISPLAY "BANK TRANSFER FILE WRITTEN FOR RUN " TRF-BATCH-WS
                   " - " TRF-COUNT-WS " PAYMENTS TOTAL " TRF-TOTAL-WS
                   ", " TRF-SKIPPED-WS " SUPPLIERS TO PAY BY HAND.".
           .
       GENERATE-TRANSFER-FILE-EXT.
           EXIT.

       TRF-START-SUPPLIER SECTION.
           MOVE CODE-SUPPLIER-SPAY TO TRF-SUPP-WS.
           MOVE 0 TO TRF-SUPP-AMT-WS.
           MOVE SPACE TO TRF-REF-WS.
           MOVE "INV" TO TRF-REF-WS.
           MOVE 4 TO TRF-REF-PTR.
           MOVE " " TO TRF-SEP-WS.
           MOVE "N" TO TRF-REF-FULL-SW.
           MOVE "N" TO TRF-HAS-BANK-SW.
           MOVE CODE-SUPPLIER-SPAY TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               INVALID KEY
                   GO TO TRF-START-SUPPLIER-EXT
           END-READ.
           IF NOT (BANK-IBAN-SUPPLIER = SPACE)
               SET TRF-HAS-BANK TO TRUE
               MOVE BANK-ACCT-NAME-SUPPLIER TO TRF-ACCT-NAME-WS
               MOVE BANK-IBAN-SUPPLIER TO TRF-IBAN-WS
               MOVE BANK-BIC-SUPPLIER TO TRF-BIC-WS
               IF TRF-ACCT-NAME-WS = SPACE
                   MOVE NAME-SUPPLIER OF REC-SUPPLIER
                       TO TRF-ACCT-NAME-WS
               END-IF
           END-IF.
           .
       TRF-START-SUPPLIER-EXT.
           EXIT.

      *>  ONE CREDIT FOR THE SUPPLIER JUST FINISHED.
       TRF-FLUSH-SUPPLIER SECTION.
           IF TRF-SUPP-WS = SPACE OR NOT (TRF-SUPP-AMT-WS > 0)
               GO TO TRF-FLUSH-SUPPLIER-EXT
           END-IF.
           IF NOT TRF-HAS-BANK
               ADD 1 TO TRF-SKIPPED-WS
               DISPLAY "NO BANK DETAILS FOR SUPPLIER " TRF-SUPP-WS
                       " - " TRF-SUPP-AMT-WS " TO BE PAID BY HAND."
               GO TO TRF-FLUSH-SUPPLIER-EXT
           END-IF.
           IF NOT TRF-HEADER-DONE
               MOVE SPACE TO REC-TRF-HEADER
               MOVE "H" TO TYPE-TRFH
               MOVE TRF-BATCH-WS TO BATCH-TRFH
               MOVE TRF-TODAY-WS TO CREATED-TRFH
               MOVE TRF-TODAY-WS TO EXEC-DATE-TRFH
               WRITE REC-TRF-HEADER
               SET TRF-HEADER-DONE TO TRUE
           END-IF.
           ADD 1 TO TRF-COUNT-WS.
           ADD TRF-SUPP-AMT-WS TO TRF-TOTAL-WS.
           MOVE SPACE TO REC-TRF-DETAIL.
           MOVE "D" TO TYPE-TRFD.
           MOVE TRF-BATCH-WS TO BATCH-TRFD.
           MOVE TRF-COUNT-WS TO SEQ-TRFD.
           MOVE TRF-SUPP-WS TO SUPPLIER-TRFD.
           MOVE TRF-ACCT-NAME-WS TO ACCT-NAME-TRFD.
           MOVE TRF-IBAN-WS TO IBAN-TRFD.
           MOVE TRF-BIC-WS TO BIC-TRFD.
           MOVE TRF-SUPP-AMT-WS TO AMOUNT-TRFD.
           MOVE TRF-REF-WS TO REFERENCE-TRFD.
           WRITE REC-TRF-DETAIL.
           .
       TRF-FLUSH-SUPPLIER-EXT.
           EXIT.

      *>  ROLLS DUE-IN-DATE-WS FORWARD DUE-ADD-DAYS-WS DAYS ON
      *>  30-DAY MONTHS INTO DUE-OUT-DATE-WS - THE SAME APPROXIMATION
      *>  THE AGING REPORTS USE.
