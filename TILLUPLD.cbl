      ******************************************************************
      * Author:
      * Date:
      * Purpose: OFFLINE TILL UPLOAD - POSTS THE BILLS RUNG ON A
      *          STANDALONE TILL AS SALES, WITH AN EXCEPTION LIST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLUPLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
               LOCK MODE IS AUTOMATIC
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
               SELECT CUSTOMER-FILE
               ASSIGN TO "D:\db\customer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CUSTOMER OF REC-CUSTOMER
               FILE STATUS IS FILE-STA-CUSTOMER.
      *>  ========================================
               SELECT COUNTER-FILE
               ASSIGN TO "D:\db\counter"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-COUNTER OF REC-COUNTER
               FILE STATUS IS FILE-STA-COUNTER.
      *>  ========================================
               SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "D:\db\audithist"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-AUDIT OF REC-AUDIT
               FILE STATUS IS FILE-STA-AUDIT.
      *>  ========================================
               SELECT LOCATION-FILE
               ASSIGN TO "D:\db\location"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-LOCATION OF REC-LOCATION
               FILE STATUS IS FILE-STA-LOCATION.
      *>  ========================================
               SELECT OPTIONAL LOT-FILE
               ASSIGN TO "D:\db\lot"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-LOT OF REC-LOT
               FILE STATUS IS FILE-STA-LOT.
      *>  ========================================
               SELECT OPTIONAL LOT-CONSUME-FILE
               ASSIGN TO "D:\db\lotconsume"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-LOT-CONSUME OF REC-LOT-CONSUME
               FILE STATUS IS FILE-STA-LOTCONS.
      *>  ========================================
               SELECT OPTIONAL BOM-FILE
               ASSIGN TO "D:\db\bom"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-BOM OF REC-BOM
               FILE STATUS IS FILE-STA-BOM.
      *>  ========================================
               SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "D:\db\period"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-YYYYMM OF REC-PERIOD
               FILE STATUS IS FILE-STA-PERIOD.
      *>  ========================================
               SELECT OPTIONAL COST-LAYER-FILE
               ASSIGN TO "D:\db\costlayer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-COST-LAYER OF REC-COST-LAYER
               FILE STATUS IS FILE-STA-LAYER.
      *>  ========================================
               SELECT OPTIONAL VAT-RATE-FILE
               ASSIGN TO "D:\db\vatrate"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-VAT-RATE OF REC-VAT-RATE
               FILE STATUS IS FILE-STA-VATRATE.
      *>  ========================================
               SELECT OPTIONAL DRAWER-FILE
               ASSIGN TO "D:\db\drawer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SESSION-DRAWER OF REC-DRAWER
               FILE STATUS IS FILE-STA-DRAWER.
      *>  ========================================
               SELECT OPTIONAL DAY-TOTAL-FILE
               ASSIGN TO "D:\db\daytotal"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATE-DAYTOT OF REC-DAY-TOTAL
               FILE STATUS IS FILE-STA-DAYTOT.
      *>  ========================================
               SELECT OPTIONAL MONTH-SUMMARY-FILE
               ASSIGN TO "D:\db\monthsum"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               FILE STATUS IS FILE-STA-MONTHSUM.
      *>  ========================================
               SELECT OPTIONAL CONSIGN-FILE
               ASSIGN TO "D:\db\consign"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-CONSIGN OF REC-CONSIGN
               FILE STATUS IS FILE-STA-CONSIGN.
      *>  ========================================
               SELECT CONSIGN-LOG-FILE
               ASSIGN TO "D:\db\conslog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-CONSLOG.
      *>  ========================================
               SELECT OPTIONAL XREF-FILE
               ASSIGN TO "D:\db\xref"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-ALT-XREF OF REC-XREF
               FILE STATUS IS FILE-STA-XREF.
      *>  ========================================
               SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "D:\db\operator"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATOR OF REC-OPERATOR
               FILE STATUS IS FILE-STA-OPERATOR.
      *>  ========================================
               SELECT JOURNAL-FILE
               ASSIGN TO "D:\db\journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-JOURNAL.
      *>  ========================================
               SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "D:\db\control"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-CONTROL OF REC-CONTROL
               FILE STATUS IS FILE-STA-CONTROL.
      *>  ========================================
               SELECT OPTIONAL LOYALTY-FILE
               ASSIGN TO "D:\db\loyalty"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CUSTOMER-LOY OF REC-LOYALTY
               FILE STATUS IS FILE-STA-LOYALTY.
      *>  ========================================
               SELECT OPTIONAL TILL-UPLOAD-FILE
               ASSIGN TO "D:\db\tillupld"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-TILL-UPLOAD OF REC-TILL-UPLOAD
               FILE STATUS IS FILE-STA-TILLUP.
      *>  ========================================
               SELECT TILL-INPUT-FILE
               ASSIGN TO "D:\db\tillin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-TILLIN.
      *>  ========================================
               SELECT TILL-EXCEPTION-FILE
               ASSIGN TO "D:\db\tillexc.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY CUSTFILE.
         COPY COUNTFILE.
         COPY AUDITFILE.
         COPY LOCFILE.
         COPY LOTFILE.
         COPY LOTCFILE.
         COPY BOMFILE.
         COPY PERIODFILE.
         COPY LAYERFILE.
         COPY VATFILE.
         COPY DRWFILE.
         COPY DAYTOTFILE.
         COPY MSUMFILE.
         COPY CONSFILE.
         COPY CONSLOG.
         COPY XREFFILE.
         COPY OPERFILE.
         COPY JRNFILE.
         COPY CTLFILE.
         COPY LOYFILE.
         COPY TILLFILE.
      *>  THE TILL'S OWN FILE: EACH BILL IS A HEADER (H) FOLLOWED BY
      *>  ITS LINES (L), ALL CARRYING THE TILL CODE AND THE TILL'S
      *>  BILL NUMBER. THE GOODS CODE MAY BE AN ID OR ANY CODE ON THE
      *>  CROSS-REFERENCE FILE (BARCODES ARE THE USUAL CASE). A ZERO
      *>  PRICE MEANS THE TILL DID NOT PRICE THE LINE - THE CATALOG
      *>  PRICE IS USED.
       FD TILL-INPUT-FILE.
       01 REC-TILL-INPUT.
           02 TYPE-TIN                 PIC X.
               88 TIN-HEADER               VALUE "H".
               88 TIN-LINE                 VALUE "L".
           02 CODE-TILL-TIN            PIC X(04).
           02 NO-BILL-TIN              PIC X(6).
           02 BODY-TIN                 PIC X(60).
       01 REC-TILL-HEADER-IN.
           02 FILLER                   PIC X(11).
           02 DATE-BILL-THI            PIC X(8).
           02 ID-CUSTOMER-THI          PIC X(6).
           02 TENDER-THI               PIC X.
           02 ID-SESSION-THI           PIC X(6).
           02 OPERATOR-THI             PIC X(10).
           02 FILLER                   PIC X(29).
       01 REC-TILL-LINE-IN.
           02 FILLER                   PIC X(11).
           02 GOODS-CODE-TLI           PIC X(15).
           02 QTY-TLI                  PIC X(5).
           02 PRICE-TLI                PIC X(6).
           02 LOCATION-TLI             PIC X(06).
           02 FILLER                   PIC X(28).
       FD TILL-EXCEPTION-FILE.
       01 REC-TILL-EXCEPTION           PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 LINE-SALE-WS                 PIC 9(3) VALUE 0.
      *>  STANDARD DEFAULT RATE, USED WHEN THE GOODS CARRIES NO RATE
      *>  CODE OR THE CODE IS NOT ON THE RATE FILE.
       01 VAT-RATE-WS                  PIC V999 VALUE .150.
       01 EFFECTIVE-VAT-RATE-WS        PIC V999.
       01 UNIT-PRICE-WS                PIC S9(4)V99.
       01 LINE-VALUE-WS                PIC S9(7)V99.
       01 COGS-WORK-WS.
           02 COGS-NEED-WS             PIC 9(5).
           02 COGS-TAKE-WS             PIC 9(5).
           02 COGS-AMT-WS              PIC S9(7)V99.
           02 LAYER-GOODS-ID-WS        PIC 9(6).
           02 LAYER-NEED-WS            PIC 9(5).
       01 SAVE-AUDIT-REC-WS            PIC X(80).
       01 NEXT-AUDIT-SEQ-WS            PIC 9(6).
       01 DATE-CHECK-WS                PIC 9(8).
       01 DATE-MODE-WS                 PIC X.
       01 DATE-OK-WS                   PIC X.
       01 PERIOD-CHECK-WS.
           02 PERIOD-CHECK-DATE-WS.
               03 PCD-YYYYMM           PIC 9(6).
               03 PCD-DD               PIC 9(2).
           02 PERIOD-OPEN-SW           PIC X.
               88 POSTING-PERIOD-OPEN      VALUE "Y".
       01 KIT-WORK-WS.
           02 KIT-ITEM-SW              PIC X.
               88 KIT-ITEM                 VALUE "Y".
           02 KIT-STOCK-OK-SW          PIC X.
               88 KIT-STOCK-OK             VALUE "Y".
           02 KIT-COMP-NEED-WS         PIC 9(7).
       01 LOT-WORK-WS.
           02 LOT-NEED-WS              PIC 9(5).
           02 LOT-TAKE-WS              PIC 9(5).
           02 LOT-CONS-LINE-WS         PIC 9(3).
           02 LOT-BEST-NO-WS           PIC X(10).
           02 LOT-BEST-EXPIRY-WS       PIC 9(8).
           02 LOT-FOUND-SW             PIC X.
               88 LOT-FOUND                VALUE "Y".
       01 XREF-LOOKUP-WS.
           02 XRF-ENTRY-WS             PIC X(15).
           02 XRF-LEN-WS               PIC 9(2).
           02 XRF-POS-WS               PIC 9(2).
           02 XRF-NUM-WS               PIC X(6).
           02 XRF-GOODS-WS             PIC 9(6).
           02 XRF-OK-SW                PIC X.
               88 XRF-OK                   VALUE "Y".
       01 CONTROL-LOOKUP-WS.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
       01 LOYALTY-WORK-WS.
           02 LOY-CUSTOMER-WS          PIC 9(6).
           02 LOY-DELTA-WS             PIC S9(9).
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
       01 DAY-TOTAL-DELTA-WS.
           02 DT-DATE-WS               PIC 9(8).
           02 DT-BILLS-WS              PIC S9(5).
           02 DT-QTY-WS                PIC S9(7).
           02 DT-REVENUE-WS            PIC S9(9)V99.
           02 DT-VAT-WS                PIC S9(7)V99.
           02 DT-VOIDS-WS              PIC S9(5).
           02 DT-CASH-WS               PIC S9(9)V99.
           02 DT-CARD-WS               PIC S9(9)V99.
           02 DT-ACCOUNT-WS            PIC S9(9)V99.
           02 DT-CREDIT-WS             PIC S9(9)V99.
           02 DT-GROSS-WS              PIC S9(9)V99.
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
       01 DUE-DATE-WORK-WS.
           02 DUE-YYYY-WS              PIC 9(4).
           02 DUE-MM-WS                PIC 9(3).
           02 DUE-DD-WS                PIC 9(5).
           02 DUE-IN-DATE-WS           PIC 9(8).
           02 DUE-ADD-DAYS-WS          PIC 9(3).
           02 DUE-OUT-DATE-WS          PIC 9(8).
           02 PEND-DUE-DATE-WS         PIC 9(8).
      *>  THE BILL BEING GATHERED FROM THE TILL FILE. NOTHING OF IT
      *>  IS POSTED UNTIL THE NEXT HEADER (OR END OF FILE) SHOWS ALL
      *>  ITS LINES ARE IN AND EVERY ONE OF THEM HAS PASSED - A BILL
      *>  IS POSTED WHOLE OR NOT AT ALL.
       01 TILL-BILL-WS.
           02 TUP-BILL-HELD-SW         PIC X VALUE "N".
               88 TUP-BILL-HELD            VALUE "Y".
           02 TUP-TILL-WS              PIC X(04).
           02 TUP-BILL-NO-WS           PIC 9(6).
           02 TUP-DATE-WS              PIC 9(8).
           02 TUP-CUSTOMER-WS          PIC 9(6).
           02 TUP-TENDER-WS            PIC X.
           02 TUP-SESSION-WS           PIC 9(6).
           02 TUP-OPERATOR-WS          PIC X(10).
           02 TUP-SALE-ID-WS           PIC 9(6).
           02 TUP-LINE-CT-WS           PIC 9(3).
           02 TUP-IDX                  PIC 9(3).
           02 TUP-PRIOR-IDX            PIC 9(3).
           02 TUP-BAD-LINE-WS          PIC 9(3).
           02 TUP-PRIOR-QTY-WS         PIC 9(7).
           02 TUP-OVERFLOW-SW          PIC X.
               88 TUP-OVERFLOW             VALUE "Y".
           02 TUP-REASON-WS            PIC X(50).
           02 TUP-LINE OCCURS 50 TIMES.
               03 TUP-CODE-WS          PIC X(15).
               03 TUP-QTY-WS           PIC 9(5).
               03 TUP-PRICE-WS         PIC 9(4)V99.
               03 TUP-LOC-WS           PIC X(06).
               03 TUP-GOODS-WS         PIC 9(6).
               03 TUP-LINE-BAD-SW      PIC X.
                   88 TUP-LINE-BAD         VALUE "Y".
       01 TILL-RUN-WS.
           02 TUP-TODAY-WS             PIC 9(8).
           02 TUP-READ-CT-WS           PIC 9(7).
           02 TUP-BILL-CT-WS           PIC 9(5).
           02 TUP-POSTED-CT-WS         PIC 9(5).
           02 TUP-LINES-POSTED-CT-WS   PIC 9(7).
           02 TUP-DUP-CT-WS            PIC 9(5).
           02 TUP-EXC-CT-WS            PIC 9(5).
           02 TUP-BRANCH-WS            PIC X(4).
           02 TUP-EXC-TILL-WS          PIC X(04).
           02 TUP-EXC-BILL-WS          PIC X(6).
           02 TUP-EXC-LINE-WS          PIC 9(3).
           02 TUP-EXC-REASON-WS        PIC X(50).
           02 TUP-PRINT-LINE-WS        PIC X(120).
       LINKAGE SECTION.
       01 LS-RETURN-TILLUPLD PIC 9.
       01 LS-OPERATOR-ID PIC X(10).

       PROCEDURE DIVISION USING LS-RETURN-TILLUPLD LS-OPERATOR-ID.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============TILL UPLOAD"
           ACCEPT TUP-TODAY-WS FROM DATE YYYYMMDD.
           PERFORM TILL-UPLOAD-RUN.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  READS THE TILL FILE A BILL AT A TIME. A BILL ALREADY ON THE
      *>  UPLOAD LOG IS SKIPPED QUIETLY, SO THE SAME FILE CAN BE RUN
      *>  AGAIN SAFELY; ANYTHING THAT CANNOT POST GOES TO THE
      *>  EXCEPTION LIST AND IS PICKED UP WHEN THE CORRECTED FILE IS
      *>  SENT AGAIN.
       TILL-UPLOAD-RUN SECTION.
           OPEN INPUT TILL-INPUT-FILE.
           IF NOT (FILE-STA-TILLIN = 00)
               DISPLAY "TILL INPUT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-TILLIN
               GO TO TILL-UPLOAD-RUN-EXT
           END-IF.
           OPEN I-O TILL-UPLOAD-FILE.
           IF NOT (FILE-STA-TILLUP = 00 OR FILE-STA-TILLUP = 05)
               DISPLAY "TILL UPLOAD LOG WILL NOT OPEN - STATUS "
                       FILE-STA-TILLUP
               CLOSE TILL-INPUT-FILE
               GO TO TILL-UPLOAD-RUN-EXT
           END-IF.
           OPEN I-O SALE-FILE.
           IF NOT (FILE-STA-SALE = 00)
               DISPLAY "SALE FILE WILL NOT OPEN - STATUS " FILE-STA-SALE
               CLOSE TILL-UPLOAD-FILE
               CLOSE TILL-INPUT-FILE
               GO TO TILL-UPLOAD-RUN-EXT
           END-IF.
           OPEN I-O GOODS-FILE.
           IF NOT (FILE-STA-GOODS = 00)
               DISPLAY "GOODS FILE WILL NOT OPEN - STATUS "
                       FILE-STA-GOODS
               CLOSE SALE-FILE
               CLOSE TILL-UPLOAD-FILE
               CLOSE TILL-INPUT-FILE
               GO TO TILL-UPLOAD-RUN-EXT
           END-IF.
           OPEN I-O LOCATION-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT DRAWER-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN OUTPUT TILL-EXCEPTION-FILE.
           MOVE SPACE TO TUP-PRINT-LINE-WS.
           STRING "TILL UPLOAD EXCEPTIONS - RUN OF " TUP-TODAY-WS
                  " BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO TUP-PRINT-LINE-WS.
           WRITE REC-TILL-EXCEPTION FROM TUP-PRINT-LINE-WS.
           MOVE ALL "-" TO REC-TILL-EXCEPTION.
           WRITE REC-TILL-EXCEPTION.
           MOVE 0 TO TUP-READ-CT-WS.
           MOVE 0 TO TUP-BILL-CT-WS.
           MOVE 0 TO TUP-POSTED-CT-WS.
           MOVE 0 TO TUP-LINES-POSTED-CT-WS.
           MOVE 0 TO TUP-DUP-CT-WS.
           MOVE 0 TO TUP-EXC-CT-WS.
           MOVE "N" TO TUP-BILL-HELD-SW.

           TILL-UPLOAD-READ.
           READ TILL-INPUT-FILE NEXT RECORD
               AT END
                   GO TO TILL-UPLOAD-END
           END-READ.
           ADD 1 TO TUP-READ-CT-WS.
           EVALUATE TRUE
               WHEN TIN-HEADER
                   IF TUP-BILL-HELD
                       PERFORM TILL-POST-BILL
                   END-IF
                   PERFORM TILL-START-BILL
               WHEN TIN-LINE
                   PERFORM TILL-ADD-LINE
               WHEN OTHER
                   MOVE CODE-TILL-TIN TO TUP-EXC-TILL-WS
                   MOVE NO-BILL-TIN TO TUP-EXC-BILL-WS
                   MOVE 0 TO TUP-EXC-LINE-WS
                   MOVE "UNKNOWN RECORD TYPE - RECORD IGNORED"
                       TO TUP-EXC-REASON-WS
                   PERFORM TILL-EXCEPTION
           END-EVALUATE.
           GO TO TILL-UPLOAD-READ.

           TILL-UPLOAD-END.
           IF TUP-BILL-HELD
               PERFORM TILL-POST-BILL
           END-IF.
           MOVE ALL "-" TO REC-TILL-EXCEPTION.
           WRITE REC-TILL-EXCEPTION.
           MOVE SPACE TO TUP-PRINT-LINE-WS.
           STRING "RECORDS READ " TUP-READ-CT-WS
                  "  BILLS " TUP-BILL-CT-WS
                  "  POSTED " TUP-POSTED-CT-WS
                  "  ALREADY UPLOADED " TUP-DUP-CT-WS
                  "  EXCEPTIONS " TUP-EXC-CT-WS
               DELIMITED BY SIZE INTO TUP-PRINT-LINE-WS.
           WRITE REC-TILL-EXCEPTION FROM TUP-PRINT-LINE-WS.
           CLOSE TILL-EXCEPTION-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE DRAWER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE LOCATION-FILE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           CLOSE TILL-UPLOAD-FILE.
           CLOSE TILL-INPUT-FILE.
           DISPLAY "TILL UPLOAD COMPLETE - " TUP-POSTED-CT-WS
                   " BILLS POSTED (" TUP-LINES-POSTED-CT-WS
                   " LINES), " TUP-DUP-CT-WS " ALREADY UPLOADED, "
                   TUP-EXC-CT-WS " EXCEPTIONS."
           IF TUP-EXC-CT-WS > 0
               DISPLAY "SEE THE EXCEPTION LIST TILLEXC.PRT."
           END-IF.
           .
       TILL-UPLOAD-RUN-EXT.
           EXIT.

      *>  A HEADER OPENS A NEW BILL. A HEADER THAT WILL NOT READ
      *>  STILL OPENS ONE, SO ITS LINES ARE HELD WITH IT AND THE
      *>  WHOLE BILL IS LISTED ONCE INSTEAD OF LINE BY LINE.
       TILL-START-BILL SECTION.
           SET TUP-BILL-HELD TO TRUE.
           ADD 1 TO TUP-BILL-CT-WS.
           MOVE CODE-TILL-TIN TO TUP-TILL-WS.
           MOVE 0 TO TUP-LINE-CT-WS.
           MOVE "N" TO TUP-OVERFLOW-SW.
           MOVE SPACE TO TUP-REASON-WS.
           MOVE 0 TO TUP-BILL-NO-WS.
           MOVE 0 TO TUP-DATE-WS.
           MOVE 0 TO TUP-CUSTOMER-WS.
           MOVE 0 TO TUP-SESSION-WS.
           MOVE TENDER-THI TO TUP-TENDER-WS.
           MOVE OPERATOR-THI TO TUP-OPERATOR-WS.
           IF NO-BILL-TIN IS NUMERIC
               MOVE NO-BILL-TIN TO TUP-BILL-NO-WS
           ELSE
               MOVE "BILL NUMBER NOT NUMERIC" TO TUP-REASON-WS
           END-IF.
           IF DATE-BILL-THI IS NUMERIC
               MOVE DATE-BILL-THI TO TUP-DATE-WS
           ELSE
               MOVE "BILL DATE NOT NUMERIC" TO TUP-REASON-WS
           END-IF.
           IF ID-CUSTOMER-THI IS NUMERIC
               MOVE ID-CUSTOMER-THI TO TUP-CUSTOMER-WS
           ELSE
               MOVE "CUSTOMER ID NOT NUMERIC" TO TUP-REASON-WS
           END-IF.
      *>  A TILL RUNNING WITHOUT DRAWER SESSIONS SENDS BLANKS.
           IF ID-SESSION-THI = SPACE
               MOVE 0 TO TUP-SESSION-WS
           ELSE
               IF ID-SESSION-THI IS NUMERIC
                   MOVE ID-SESSION-THI TO TUP-SESSION-WS
               ELSE
                   MOVE "DRAWER SESSION NOT NUMERIC" TO TUP-REASON-WS
               END-IF
           END-IF.
           .
       TILL-START-BILL-EXT.
           EXIT.

      *>  HOLDS ONE LINE AGAINST THE BILL OPENED BY THE LAST HEADER.
      *>  A LINE THAT DOES NOT BELONG TO THAT BILL HAS LOST ITS
      *>  HEADER AND IS LISTED ON ITS OWN.
       TILL-ADD-LINE SECTION.
           IF NOT TUP-BILL-HELD
                  OR NOT (CODE-TILL-TIN = TUP-TILL-WS)
                  OR NOT (NO-BILL-TIN IS NUMERIC)
               GO TO TILL-ADD-LINE-ORPHAN
           END-IF.
           IF NOT (NO-BILL-TIN = TUP-BILL-NO-WS)
               GO TO TILL-ADD-LINE-ORPHAN
           END-IF.
           IF TUP-LINE-CT-WS NOT < 50
               SET TUP-OVERFLOW TO TRUE
               GO TO TILL-ADD-LINE-EXT
           END-IF.
           ADD 1 TO TUP-LINE-CT-WS.
           MOVE TUP-LINE-CT-WS TO TUP-IDX.
           MOVE GOODS-CODE-TLI TO TUP-CODE-WS(TUP-IDX).
           MOVE LOCATION-TLI TO TUP-LOC-WS(TUP-IDX).
           MOVE 0 TO TUP-GOODS-WS(TUP-IDX).
           MOVE "N" TO TUP-LINE-BAD-SW(TUP-IDX).
           IF QTY-TLI IS NUMERIC
               MOVE QTY-TLI TO TUP-QTY-WS(TUP-IDX)
           ELSE
               MOVE 0 TO TUP-QTY-WS(TUP-IDX)
               SET TUP-LINE-BAD(TUP-IDX) TO TRUE
           END-IF.
           IF PRICE-TLI = SPACE
               MOVE 0 TO TUP-PRICE-WS(TUP-IDX)
           ELSE
               IF PRICE-TLI IS NUMERIC
                   MOVE PRICE-TLI TO TUP-PRICE-WS(TUP-IDX)
               ELSE
                   MOVE 0 TO TUP-PRICE-WS(TUP-IDX)
                   SET TUP-LINE-BAD(TUP-IDX) TO TRUE
               END-IF
           END-IF.
           GO TO TILL-ADD-LINE-EXT.

           TILL-ADD-LINE-ORPHAN.
           MOVE CODE-TILL-TIN TO TUP-EXC-TILL-WS.
           MOVE NO-BILL-TIN TO TUP-EXC-BILL-WS.
           MOVE 0 TO TUP-EXC-LINE-WS.
           MOVE "LINE HAS NO BILL HEADER - LINE IGNORED"
               TO TUP-EXC-REASON-WS.
           PERFORM TILL-EXCEPTION.
           .
       TILL-ADD-LINE-EXT.
           EXIT.

      *>  VALIDATES THE HELD BILL WHOLE - THE SAME CHECKS NEW SALE
      *>  MAKES - AND POSTS IT ONLY WHEN EVERY LINE PASSES.
       TILL-POST-BILL SECTION.
           MOVE "N" TO TUP-BILL-HELD-SW.
           MOVE TUP-TILL-WS TO TUP-EXC-TILL-WS.
           MOVE TUP-BILL-NO-WS TO TUP-EXC-BILL-WS.
           MOVE 0 TO TUP-EXC-LINE-WS.
           IF TUP-REASON-WS NOT = SPACE
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           MOVE TUP-TILL-WS TO CODE-TILL-TUL.
           MOVE TUP-BILL-NO-WS TO NO-BILL-TUL.
           READ TILL-UPLOAD-FILE
               KEY IS KEY-TILL-UPLOAD OF REC-TILL-UPLOAD
               NOT INVALID KEY
                   ADD 1 TO TUP-DUP-CT-WS
                   DISPLAY "TILL " TUP-TILL-WS " BILL "
                           TUP-BILL-NO-WS " ALREADY POSTED AS SALE "
                           ID-SALE-TUL " - SKIPPED."
                   GO TO TILL-POST-BILL-EXT
           END-READ.
           IF TUP-OVERFLOW
               MOVE "MORE THAN 50 LINES ON THE BILL" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           IF TUP-LINE-CT-WS = 0
               MOVE "BILL HAS NO LINES" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           MOVE TUP-DATE-WS TO DATE-CHECK-WS.
           MOVE "S" TO DATE-MODE-WS.
           CALL 'DATECHK' USING DATE-CHECK-WS DATE-MODE-WS
               DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y"
               MOVE "INVALID BILL DATE" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           MOVE TUP-DATE-WS TO PERIOD-CHECK-DATE-WS.
           PERFORM CHECK-PERIOD-OPEN.
           IF NOT POSTING-PERIOD-OPEN
               MOVE "ACCOUNTING PERIOD CLOSED" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           MOVE TUP-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   MOVE "INVALID CUSTOMER" TO TUP-REASON-WS
                   GO TO TILL-POST-BILL-REFUSE
           END-READ.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               MOVE "CUSTOMER ACCOUNT CLOSED" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
      *>  STORE CREDIT NEEDS THE CREDIT NOTES REDEEMED AT THE POINT
      *>  OF SALE, WHICH A TILL FILE CANNOT CARRY.
           IF TUP-TENDER-WS = "R"
               MOVE "STORE CREDIT TENDER - ENTER THROUGH NEW SALE"
                   TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           IF NOT (TUP-TENDER-WS = "C" OR TUP-TENDER-WS = "D"
                   OR TUP-TENDER-WS = "A")
               MOVE "INVALID TENDER TYPE" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           IF TUP-TENDER-WS = "A" AND CUSTOMER-ON-STOP OF REC-CUSTOMER
               MOVE "CUSTOMER ACCOUNT ON STOP" TO TUP-REASON-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.
           PERFORM TILL-CHECK-OPERATOR.
           IF TUP-REASON-WS NOT = SPACE
               GO TO TILL-POST-BILL-REFUSE
           END-IF.

           MOVE 0 TO TUP-BAD-LINE-WS.
           MOVE 1 TO TUP-IDX.
           PERFORM TILL-CHECK-LINE
               UNTIL TUP-IDX > TUP-LINE-CT-WS
                  OR TUP-REASON-WS NOT = SPACE.
           IF TUP-REASON-WS NOT = SPACE
               MOVE TUP-BAD-LINE-WS TO TUP-EXC-LINE-WS
               GO TO TILL-POST-BILL-REFUSE
           END-IF.

      *>  THE LOG ROW GOES DOWN BEFORE THE FIRST LINE, SO A RUN
      *>  THAT STOPS PART WAY THROUGH A BILL CAN NEVER POST IT A
      *>  SECOND TIME WHEN THE FILE IS RUN AGAIN.
           PERFORM INITIALIZE-SALE.
           MOVE ID-SALE OF REC-SALE TO TUP-SALE-ID-WS.
           MOVE TUP-TILL-WS TO CODE-TILL-TUL.
           MOVE TUP-BILL-NO-WS TO NO-BILL-TUL.
           MOVE TUP-SALE-ID-WS TO ID-SALE-TUL.
           MOVE TUP-DATE-WS TO DATE-BILL-TUL.
           MOVE TUP-TODAY-WS TO DATE-UPLOAD-TUL.
           MOVE LS-OPERATOR-ID TO OPERATOR-UPLOAD-TUL.
           WRITE REC-TILL-UPLOAD
               INVALID KEY
                   MOVE "UPLOAD LOG ROW COULD NOT BE WRITTEN"
                       TO TUP-REASON-WS
                   GO TO TILL-POST-BILL-REFUSE
           END-WRITE.
           MOVE TUP-SALE-ID-WS TO ID-SALE OF REC-SALE.
           MOVE TUP-DATE-WS TO DATE-SALE OF REC-SALE.
           MOVE TUP-TENDER-WS TO TENDER-TYPE-SALE.
           PERFORM STAMP-BILL-DUE-DATE.
           MOVE 0 TO LINE-SALE-WS.
           MOVE 1 TO TUP-IDX.
           PERFORM TILL-POST-LINE
               UNTIL TUP-IDX > TUP-LINE-CT-WS.
           ADD 1 TO TUP-POSTED-CT-WS.
           DISPLAY "TILL " TUP-TILL-WS " BILL " TUP-BILL-NO-WS
                   " POSTED AS SALE " TUP-SALE-ID-WS " WITH "
                   LINE-SALE-WS " LINES."
           GO TO TILL-POST-BILL-EXT.

           TILL-POST-BILL-REFUSE.
           MOVE TUP-REASON-WS TO TUP-EXC-REASON-WS.
           PERFORM TILL-EXCEPTION.
           MOVE SPACE TO TUP-REASON-WS.
           .
       TILL-POST-BILL-EXT.
           EXIT.

      *>  THE TILL'S OPERATOR MUST BE ONE OF OURS, AND A DRAWER
      *>  SESSION, WHEN GIVEN, MUST BE THAT OPERATOR'S.
       TILL-CHECK-OPERATOR SECTION.
           MOVE SPACE TO TUP-BRANCH-WS.
           IF TUP-OPERATOR-WS = SPACE
               MOVE "NO OPERATOR ON THE BILL" TO TUP-REASON-WS
               GO TO TILL-CHECK-OPERATOR-EXT
           END-IF.
           IF FILE-STA-OPERATOR = 00
               MOVE TUP-OPERATOR-WS TO ID-OPERATOR
               READ OPERATOR-FILE
                   KEY IS ID-OPERATOR OF REC-OPERATOR
                   INVALID KEY
                       MOVE "UNKNOWN OPERATOR" TO TUP-REASON-WS
                       GO TO TILL-CHECK-OPERATOR-EXT
               END-READ
      *>  THE BILL BELONGS TO THE BRANCH OF THE OPERATOR WHO RANG IT.
               MOVE BRANCH-OPERATOR TO TUP-BRANCH-WS
           END-IF.
           IF TUP-SESSION-WS = 0
               GO TO TILL-CHECK-OPERATOR-EXT
           END-IF.
           IF NOT (FILE-STA-DRAWER = 00)
               MOVE "UNKNOWN DRAWER SESSION" TO TUP-REASON-WS
               GO TO TILL-CHECK-OPERATOR-EXT
           END-IF.
           MOVE TUP-SESSION-WS TO ID-SESSION-DRAWER.
           READ DRAWER-FILE
               KEY IS ID-SESSION-DRAWER OF REC-DRAWER
               INVALID KEY
                   MOVE "UNKNOWN DRAWER SESSION" TO TUP-REASON-WS
                   GO TO TILL-CHECK-OPERATOR-EXT
           END-READ.
           IF NOT (OPERATOR-DRAWER = TUP-OPERATOR-WS)
               MOVE "DRAWER SESSION BELONGS TO ANOTHER OPERATOR"
                   TO TUP-REASON-WS
               GO TO TILL-CHECK-OPERATOR-EXT
           END-IF.
           IF DRAWER-CLOSED
               DISPLAY "NOTE: TILL " TUP-TILL-WS " BILL "
                       TUP-BILL-NO-WS " GOES ON DRAWER SESSION "
                       TUP-SESSION-WS ", ALREADY CASHED UP."
           END-IF.
           .
       TILL-CHECK-OPERATOR-EXT.
           EXIT.

      *>  ONE HELD LINE, CHECKED AS ENTER-SALE-LINE WOULD. STOCK IS
      *>  CHECKED AGAINST WHAT THE EARLIER LINES OF THE SAME BILL
      *>  HAVE ALREADY CLAIMED, SO A GOODS RUNG TWICE CANNOT PASS
      *>  ON STOCK ONLY ONE OF THE LINES COULD HAVE.
       TILL-CHECK-LINE SECTION.
           IF TUP-LINE-BAD(TUP-IDX)
               MOVE "QUANTITY OR PRICE NOT NUMERIC" TO TUP-REASON-WS
               GO TO TILL-CHECK-LINE-BAD
           END-IF.
           MOVE TUP-CODE-WS(TUP-IDX) TO XRF-ENTRY-WS.
           PERFORM RESOLVE-GOODS-CODE.
           IF NOT XRF-OK
               MOVE "UNKNOWN GOODS CODE" TO TUP-REASON-WS
               GO TO TILL-CHECK-LINE-BAD
           END-IF.
           MOVE XRF-GOODS-WS TO TUP-GOODS-WS(TUP-IDX).
           MOVE XRF-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "INVALID GOODS" TO TUP-REASON-WS
                   GO TO TILL-CHECK-LINE-BAD
           END-READ.
           IF TUP-QTY-WS(TUP-IDX) = 0
               MOVE "QUANTITY NOT GREATER THAN ZERO" TO TUP-REASON-WS
               GO TO TILL-CHECK-LINE-BAD
           END-IF.
           IF GOODS-SERIALIZED
               MOVE "SERIALIZED GOODS - ENTER THROUGH NEW SALE"
                   TO TUP-REASON-WS
               GO TO TILL-CHECK-LINE-BAD
           END-IF.
           IF TUP-PRICE-WS(TUP-IDX) = 0
                  AND NOT (PRICE-GOODS OF REC-GOODS > 0)
               MOVE "NO PRICE ON THE LINE OR THE CATALOG"
                   TO TUP-REASON-WS
               GO TO TILL-CHECK-LINE-BAD
           END-IF.
           MOVE XRF-GOODS-WS TO ID-GOODS OF REC-SALE.
           MOVE TUP-QTY-WS(TUP-IDX) TO NUM-SALE OF REC-SALE.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
               PERFORM CHECK-KIT-STOCK
               IF NOT KIT-STOCK-OK
                   MOVE "INSUFFICIENT COMPONENT STOCK"
                       TO TUP-REASON-WS
                   GO TO TILL-CHECK-LINE-BAD
               END-IF
           ELSE
               PERFORM TILL-SUM-PRIOR-QTY
               IF TUP-PRIOR-QTY-WS + TUP-QTY-WS(TUP-IDX)
                      > LEFT-GOODS OF REC-GOODS
                   MOVE "INSUFFICIENT STOCK" TO TUP-REASON-WS
                   GO TO TILL-CHECK-LINE-BAD
               END-IF
           END-IF.
           ADD 1 TO TUP-IDX.
           GO TO TILL-CHECK-LINE-EXT.

           TILL-CHECK-LINE-BAD.
           MOVE TUP-IDX TO TUP-BAD-LINE-WS.
           .
       TILL-CHECK-LINE-EXT.
           EXIT.

       TILL-SUM-PRIOR-QTY SECTION.
           MOVE 0 TO TUP-PRIOR-QTY-WS.
           MOVE 1 TO TUP-PRIOR-IDX.
           TILL-SUM-PRIOR-NEXT.
           IF NOT (TUP-PRIOR-IDX < TUP-IDX)
               GO TO TILL-SUM-PRIOR-QTY-EXT
           END-IF.
           IF TUP-GOODS-WS(TUP-PRIOR-IDX) = TUP-GOODS-WS(TUP-IDX)
               ADD TUP-QTY-WS(TUP-PRIOR-IDX) TO TUP-PRIOR-QTY-WS
           END-IF.
           ADD 1 TO TUP-PRIOR-IDX.
           GO TO TILL-SUM-PRIOR-NEXT.
           .
       TILL-SUM-PRIOR-QTY-EXT.
           EXIT.

      *>  POSTS ONE LINE OF A BILL THAT HAS PASSED. REC-CUSTOMER
      *>  STILL HOLDS THE BILL'S CUSTOMER FOR THE VAT RATE.
       TILL-POST-LINE SECTION.
           MOVE TUP-SALE-ID-WS TO ID-SALE OF REC-SALE.
           MOVE TUP-DATE-WS TO DATE-SALE OF REC-SALE.
           MOVE TUP-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           MOVE TUP-TENDER-WS TO TENDER-TYPE-SALE.
           MOVE SPACE TO CODE-SALESPERSON-SALE.
           MOVE "N" TO VOID-SALE-SW OF REC-SALE.
           MOVE TUP-GOODS-WS(TUP-IDX) TO ID-GOODS OF REC-SALE.
           MOVE TUP-GOODS-WS(TUP-IDX) TO ID-GOODS OF REC-GOODS.
           MOVE TUP-QTY-WS(TUP-IDX) TO NUM-SALE OF REC-SALE.
           MOVE TUP-LOC-WS(TUP-IDX) TO LOCATION-GOODS OF REC-SALE.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " TUP-GOODS-WS(TUP-IDX)
                           " NO LONGER ON FILE - LINE SKIPPED."
                   GO TO TILL-POST-LINE-NEXT
           END-READ.
           PERFORM POST-SALE-LINE.
           ADD 1 TO TUP-LINES-POSTED-CT-WS.
           TILL-POST-LINE-NEXT.
           ADD 1 TO TUP-IDX.
           .
       TILL-POST-LINE-EXT.
           EXIT.

      *>  ONE LINE ON THE EXCEPTION LIST. LINE ZERO MEANS THE BILL
      *>  AS A WHOLE.
       TILL-EXCEPTION SECTION.
           ADD 1 TO TUP-EXC-CT-WS.
           MOVE SPACE TO TUP-PRINT-LINE-WS.
           STRING "TILL " TUP-EXC-TILL-WS
                  "  BILL " TUP-EXC-BILL-WS
                  "  LINE " TUP-EXC-LINE-WS
                  "  NOT POSTED: " TUP-EXC-REASON-WS
               DELIMITED BY SIZE INTO TUP-PRINT-LINE-WS.
           WRITE REC-TILL-EXCEPTION FROM TUP-PRINT-LINE-WS.
           DISPLAY "TILL " TUP-EXC-TILL-WS " BILL " TUP-EXC-BILL-WS
                   " LINE " TUP-EXC-LINE-WS " NOT POSTED: "
                   TUP-EXC-REASON-WS.
           .
       TILL-EXCEPTION-EXT.
           EXIT.

      *>  THE SAME POSTING NEW SALE DOES FOR A CONFIRMED LINE: STOCK,
      *>  AUDIT, COST LAYERS OR CONSIGNMENT, VAT, DAY TOTALS,
      *>  LOYALTY, LOCATION AND LOTS, THEN THE SALE LINE ITSELF AND
      *>  ITS JOURNAL IMAGE. THE PRICE IS THE ONE THE TILL STRUCK.
       POST-SALE-LINE SECTION.
           PERFORM CHECK-IS-KIT.
           IF KIT-ITEM
      *>  A KIT CARRIES NO STOCK OF ITS OWN - EVERY COMPONENT IS
      *>  CHECKED AND DEDUCTED INSTEAD, ONE AUDIT RECORD EACH.
               PERFORM EXPLODE-KIT-COMPONENTS
               GO TO POST-SALE-LINE-PRICING
           END-IF.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               NOT INVALID KEY
                  SUBTRACT  NUM-SALE OF REC-SALE
                      FROM LEFT-GOODS OF REC-GOODS
                  REWRITE REC-GOODS
                  MOVE "R" TO JRN-ACTION-WS
                  PERFORM JOURNAL-GOODS-REC
                  MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-AUDIT
                  COMPUTE CHANGE-QTY-AUDIT = 0 - NUM-SALE OF REC-SALE
                  MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT
                  MOVE "SALE" TO REASON-AUDIT
                  MOVE DATE-SALE OF REC-SALE TO DATE-AUDIT
                  PERFORM WRITE-AUDIT-LOG
                  IF LEFT-GOODS OF REC-GOODS
                         NOT GREATER THAN REORDER-LEVEL OF REC-GOODS
                      DISPLAY "** LOW STOCK WARNING ** GOODS "
                              ID-GOODS OF REC-GOODS " NOW AT "
                              LEFT-GOODS OF REC-GOODS
                  END-IF
           END-READ.

           POST-SALE-LINE-PRICING.
           IF TUP-PRICE-WS(TUP-IDX) > 0
               MOVE TUP-PRICE-WS(TUP-IDX) TO UNIT-PRICE-WS
           ELSE
               MOVE PRICE-GOODS OF REC-GOODS TO UNIT-PRICE-WS
           END-IF.
           MOVE 0 TO DISC-PCT-SALE.
           MOVE UNIT-PRICE-WS TO UNIT-PRICE-SALE OF REC-SALE.
           IF NOT KIT-ITEM
               IF GOODS-CONSIGNMENT
                   PERFORM CONSUME-CONSIGNMENT
               ELSE
                   PERFORM CONSUME-COST-LAYERS
               END-IF
           END-IF.
           MOVE COGS-AMT-WS TO COST-AMT-SALE OF REC-SALE.
           PERFORM PICK-VAT-RATE.
           MOVE EFFECTIVE-VAT-RATE-WS TO VAT-RATE-SALE OF REC-SALE.
           COMPUTE VAT-AMT-SALE OF REC-SALE ROUNDED =
               UNIT-PRICE-WS * NUM-SALE OF REC-SALE
                   * EFFECTIVE-VAT-RATE-WS.
           COMPUTE LINE-VALUE-WS =
               UNIT-PRICE-WS * NUM-SALE OF REC-SALE.
           PERFORM CLEAR-DAY-DELTA.
           MOVE DATE-SALE OF REC-SALE TO DT-DATE-WS.
           IF LINE-SALE-WS = 0
               MOVE 1 TO DT-BILLS-WS
           END-IF.
           MOVE NUM-SALE OF REC-SALE TO DT-QTY-WS.
           MOVE LINE-VALUE-WS TO DT-REVENUE-WS.
           MOVE VAT-AMT-SALE OF REC-SALE TO DT-VAT-WS.
           COMPUTE DT-GROSS-WS =
               LINE-VALUE-WS + VAT-AMT-SALE OF REC-SALE.
           EVALUATE TRUE
               WHEN TENDER-CASH
                   MOVE DT-GROSS-WS TO DT-CASH-WS
               WHEN TENDER-CARD
                   MOVE DT-GROSS-WS TO DT-CARD-WS
               WHEN TENDER-CREDIT
                   MOVE DT-GROSS-WS TO DT-CREDIT-WS
               WHEN OTHER
                   MOVE DT-GROSS-WS TO DT-ACCOUNT-WS
           END-EVALUATE.
           PERFORM UPDATE-DAY-TOTALS.
           INITIALIZE MONTH-SUMMARY-DELTA-WS.
           MOVE ID-GOODS OF REC-SALE TO MS-GOODS-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO MS-CUSTOMER-WS.
           MOVE DATE-SALE OF REC-SALE TO MS-DATE-WS.
           MOVE NUM-SALE OF REC-SALE TO MS-QTY-WS.
           MOVE LINE-VALUE-WS TO MS-REVENUE-WS.
           MOVE COGS-AMT-WS TO MS-COST-WS.
           PERFORM UPDATE-MONTH-SUMMARY.
           PERFORM ACCRUE-LOYALTY-POINTS.

           IF NOT KIT-ITEM
               MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LOC
               MOVE LOCATION-GOODS OF REC-SALE TO CODE-LOCATION
               READ LOCATION-FILE
                   KEY IS KEY-LOCATION OF REC-LOCATION
                   INVALID KEY
                       DISPLAY "NO STOCK ON FILE AT LOCATION "
                               LOCATION-GOODS OF REC-SALE
                               " FOR GOODS " ID-GOODS OF REC-SALE "."
                   NOT INVALID KEY
                       SUBTRACT NUM-SALE OF REC-SALE FROM QTY-LOCATION
                       REWRITE REC-LOCATION
               END-READ
               PERFORM CONSUME-LOTS-FEFO
           END-IF.

           ADD 1 TO LINE-SALE-WS.
           MOVE LINE-SALE-WS TO LINE-SALE OF REC-SALE.
           SET SHIP-PICKING TO TRUE.
           MOVE TUP-SESSION-WS TO ID-SESSION-SALE OF REC-SALE.
           MOVE SPACE TO CODE-SHIPTO-SALE OF REC-SALE.
           MOVE "N" TO DROPSHIP-SW-SALE OF REC-SALE.
           MOVE 0 TO ID-PURCHASE-DS-SALE OF REC-SALE.
           MOVE 0 TO LINE-PURCH-DS-SALE OF REC-SALE.
           MOVE PEND-DUE-DATE-WS TO DUE-DATE-SALE OF REC-SALE.
           MOVE TUP-BRANCH-WS TO BRANCH-SALE OF REC-SALE.
           MOVE 0 TO ID-JOB-SALE OF REC-SALE.
           WRITE REC-SALE.
           MOVE "W" TO JRN-ACTION-WS.
           PERFORM JOURNAL-SALE-REC.
           .
       POST-SALE-LINE-EXT.
           EXIT.

       RESOLVE-GOODS-CODE SECTION.
           MOVE "N" TO XRF-OK-SW.
           MOVE 15 TO XRF-LEN-WS.
           RESOLVE-CODE-TRIM.
           IF XRF-LEN-WS > 1
                  AND XRF-ENTRY-WS(XRF-LEN-WS:1) = SPACE
               SUBTRACT 1 FROM XRF-LEN-WS
               GO TO RESOLVE-CODE-TRIM
           END-IF.
           IF XRF-ENTRY-WS = SPACE
               GO TO RESOLVE-GOODS-CODE-EXT
           END-IF.
           IF XRF-LEN-WS NOT > 6
                  AND XRF-ENTRY-WS(1:XRF-LEN-WS) IS NUMERIC
               MOVE "000000" TO XRF-NUM-WS
               COMPUTE XRF-POS-WS = 7 - XRF-LEN-WS
               MOVE XRF-ENTRY-WS(1:XRF-LEN-WS)
                   TO XRF-NUM-WS(XRF-POS-WS:XRF-LEN-WS)
               MOVE XRF-NUM-WS TO XRF-GOODS-WS
               SET XRF-OK TO TRUE
               GO TO RESOLVE-GOODS-CODE-EXT
           END-IF.
           OPEN INPUT XREF-FILE.
           IF NOT (FILE-STA-XREF = 00 OR FILE-STA-XREF = 05)
               GO TO RESOLVE-GOODS-CODE-EXT
           END-IF.
           MOVE XRF-ENTRY-WS TO CODE-ALT-XREF.
           READ XREF-FILE
               KEY IS CODE-ALT-XREF OF REC-XREF
               NOT INVALID KEY
                   MOVE ID-GOODS-XREF TO XRF-GOODS-WS
                   SET XRF-OK TO TRUE
           END-READ.
           CLOSE XREF-FILE.
           .
       RESOLVE-GOODS-CODE-EXT.
           EXIT.

      *>  A GOODS WITH ANY BILL-OF-MATERIALS ROWS IS A KIT.
       CHECK-IS-KIT SECTION.
           MOVE "N" TO KIT-ITEM-SW.
           OPEN INPUT BOM-FILE.
           IF NOT (FILE-STA-BOM = 00 OR FILE-STA-BOM = 05)
               GO TO CHECK-IS-KIT-EXT
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-KIT.
           MOVE 0 TO ID-GOODS-COMP.
           START BOM-FILE
               KEY NOT LESS THAN KEY-BOM OF REC-BOM
               INVALID KEY
                   GO TO CHECK-IS-KIT-CLOSE
           END-START.
           READ BOM-FILE NEXT RECORD
               AT END
                   GO TO CHECK-IS-KIT-CLOSE
           END-READ.
           IF ID-GOODS-KIT = ID-GOODS OF REC-SALE
               SET KIT-ITEM TO TRUE
           END-IF.
           CHECK-IS-KIT-CLOSE.
           CLOSE BOM-FILE.
           .
       CHECK-IS-KIT-EXT.
           EXIT.

      *>  VERIFIES EVERY COMPONENT HAS ENOUGH STOCK FOR THE KIT
      *>  QUANTITY IN NUM-SALE. LEAVES THE KIT GOODS BACK IN
      *>  REC-GOODS WHEN DONE.
       CHECK-KIT-STOCK SECTION.
           MOVE "Y" TO KIT-STOCK-OK-SW.
           OPEN INPUT BOM-FILE.
           IF NOT (FILE-STA-BOM = 00 OR FILE-STA-BOM = 05)
               GO TO CHECK-KIT-STOCK-EXT
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-KIT.
           MOVE 0 TO ID-GOODS-COMP.
           START BOM-FILE
               KEY NOT LESS THAN KEY-BOM OF REC-BOM
               INVALID KEY
                   GO TO CHECK-KIT-STOCK-DONE
           END-START.
           CHECK-KIT-STOCK-READ.
           READ BOM-FILE NEXT RECORD
               AT END
                   GO TO CHECK-KIT-STOCK-DONE
           END-READ.
           IF NOT (ID-GOODS-KIT = ID-GOODS OF REC-SALE)
               GO TO CHECK-KIT-STOCK-DONE
           END-IF.
           MOVE ID-GOODS-COMP TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "N" TO KIT-STOCK-OK-SW
                   GO TO CHECK-KIT-STOCK-READ
           END-READ.
           COMPUTE KIT-COMP-NEED-WS =
               NUM-SALE OF REC-SALE * QTY-PER-KIT.
           IF KIT-COMP-NEED-WS > LEFT-GOODS OF REC-GOODS
               MOVE "N" TO KIT-STOCK-OK-SW
           END-IF.
           GO TO CHECK-KIT-STOCK-READ.

           CHECK-KIT-STOCK-DONE.
           CLOSE BOM-FILE.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   CONTINUE
           END-READ.
           .
       CHECK-KIT-STOCK-EXT.
           EXIT.

      *>  DEDUCTS COMPONENT STOCK FOR THE KIT QUANTITY SOLD, ONE
      *>  AUDIT RECORD PER COMPONENT, PICKED FROM THE TILL LINE'S
      *>  LOCATION. LEAVES THE KIT GOODS BACK IN REC-GOODS FOR
      *>  PRICING.
       EXPLODE-KIT-COMPONENTS SECTION.
           MOVE 0 TO COGS-AMT-WS.
           OPEN INPUT BOM-FILE.
           IF NOT (FILE-STA-BOM = 00 OR FILE-STA-BOM = 05)
               GO TO EXPLODE-KIT-COMPONENTS-EXT
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-KIT.
           MOVE 0 TO ID-GOODS-COMP.
           START BOM-FILE
               KEY NOT LESS THAN KEY-BOM OF REC-BOM
               INVALID KEY
                   GO TO EXPLODE-KIT-DONE
           END-START.
           EXPLODE-KIT-READ.
           READ BOM-FILE NEXT RECORD
               AT END
                   GO TO EXPLODE-KIT-DONE
           END-READ.
           IF NOT (ID-GOODS-KIT = ID-GOODS OF REC-SALE)
               GO TO EXPLODE-KIT-DONE
           END-IF.
           PERFORM EXPLODE-ONE-COMPONENT.
           GO TO EXPLODE-KIT-READ.

           EXPLODE-KIT-DONE.
           CLOSE BOM-FILE.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   CONTINUE
           END-READ.
           .
       EXPLODE-KIT-COMPONENTS-EXT.
           EXIT.

       EXPLODE-ONE-COMPONENT SECTION.
           MOVE ID-GOODS-COMP TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "COMPONENT " ID-GOODS-COMP
                           " NOT ON GOODS FILE - SKIPPED."
                   GO TO EXPLODE-ONE-COMPONENT-EXT
           END-READ.
           COMPUTE KIT-COMP-NEED-WS =
               NUM-SALE OF REC-SALE * QTY-PER-KIT.
      *>  NEVER DRIVE THE UNSIGNED COUNTER BELOW ZERO - THE BILL WAS
      *>  CHECKED FIRST, THIS IS THE LAST-DITCH GUARD.
           IF KIT-COMP-NEED-WS > LEFT-GOODS OF REC-GOODS
               DISPLAY "COMPONENT " ID-GOODS-COMP " SHORT - ONLY "
                       LEFT-GOODS OF REC-GOODS " OF "
                       KIT-COMP-NEED-WS " DEDUCTED."
               MOVE LEFT-GOODS OF REC-GOODS TO KIT-COMP-NEED-WS
           END-IF.
           SUBTRACT KIT-COMP-NEED-WS FROM LEFT-GOODS OF REC-GOODS.
           REWRITE REC-GOODS.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-GOODS-REC.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-AUDIT.
           COMPUTE CHANGE-QTY-AUDIT = 0 - KIT-COMP-NEED-WS.
           MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT.
           MOVE "KIT-COMP" TO REASON-AUDIT.
           MOVE DATE-SALE OF REC-SALE TO DATE-AUDIT.
           PERFORM WRITE-AUDIT-LOG.
           MOVE ID-GOODS-COMP TO LAYER-GOODS-ID-WS.
           MOVE KIT-COMP-NEED-WS TO LAYER-NEED-WS.
           PERFORM CONSUME-LAYERS-FOR-GOODS.
           MOVE ID-GOODS-COMP TO ID-GOODS-LOC.
           MOVE LOCATION-GOODS OF REC-SALE TO CODE-LOCATION.
           READ LOCATION-FILE
               KEY IS KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   DISPLAY "NO STOCK ON FILE AT LOCATION "
                           LOCATION-GOODS OF REC-SALE
                           " FOR COMPONENT " ID-GOODS-COMP "."
               NOT INVALID KEY
                   SUBTRACT KIT-COMP-NEED-WS FROM QTY-LOCATION
                   REWRITE REC-LOCATION
           END-READ.
           .
       EXPLODE-ONE-COMPONENT-EXT.
           EXIT.

       CONSUME-LOTS-FEFO SECTION.
           OPEN I-O LOT-FILE.
           IF NOT (FILE-STA-LOT = 00 OR FILE-STA-LOT = 05)
               GO TO CONSUME-LOTS-FEFO-EXT
           END-IF.
           MOVE NUM-SALE OF REC-SALE TO LOT-NEED-WS.
           CONSUME-LOT-NEXT.
           PERFORM FIND-EARLIEST-LOT.
           IF NOT LOT-FOUND
               GO TO CONSUME-LOTS-FEFO-DONE
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LOT.
           MOVE LOT-BEST-NO-WS TO NO-LOT.
           READ LOT-FILE
               KEY IS KEY-LOT OF REC-LOT
               INVALID KEY
                   GO TO CONSUME-LOTS-FEFO-DONE
           END-READ.
           IF QTY-REMAIN-LOT < LOT-NEED-WS
               MOVE QTY-REMAIN-LOT TO LOT-TAKE-WS
           ELSE
               MOVE LOT-NEED-WS TO LOT-TAKE-WS
           END-IF.
           SUBTRACT LOT-TAKE-WS FROM QTY-REMAIN-LOT.
           REWRITE REC-LOT.
           PERFORM RECORD-LOT-CONSUMPTION.
           SUBTRACT LOT-TAKE-WS FROM LOT-NEED-WS.
           IF LOT-NEED-WS > 0
               GO TO CONSUME-LOT-NEXT
           END-IF.

           CONSUME-LOTS-FEFO-DONE.
           CLOSE LOT-FILE.
           .
       CONSUME-LOTS-FEFO-EXT.
           EXIT.

      *>  THE LOT JUST DRAWN DOWN IS RECORDED AGAINST THE SALE LINE
      *>  BEING POSTED, SO A SUPPLIER RECALL CAN NAME EVERY CUSTOMER
      *>  WHO GOT THE BATCH. THE LINE NUMBER IS NOT STAMPED ON
      *>  REC-SALE YET - IT WILL BE LINE-SALE-WS PLUS ONE.
       RECORD-LOT-CONSUMPTION SECTION.
           OPEN I-O LOT-CONSUME-FILE.
           IF NOT (FILE-STA-LOTCONS = 00 OR FILE-STA-LOTCONS = 05)
               GO TO RECORD-LOT-CONSUMPTION-EXT
           END-IF.
           COMPUTE LOT-CONS-LINE-WS = LINE-SALE-WS + 1.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LC.
           MOVE NO-LOT TO NO-LOT-LC.
           MOVE ID-SALE OF REC-SALE TO ID-SALE-LC.
           MOVE LOT-CONS-LINE-WS TO LINE-SALE-LC.
           MOVE LOT-TAKE-WS TO QTY-LC.
           MOVE DATE-SALE OF REC-SALE TO DATE-LC.
           WRITE REC-LOT-CONSUME
               INVALID KEY
                   READ LOT-CONSUME-FILE
                       KEY IS KEY-LOT-CONSUME OF REC-LOT-CONSUME
                       NOT INVALID KEY
                           ADD LOT-TAKE-WS TO QTY-LC
                           REWRITE REC-LOT-CONSUME
                   END-READ
           END-WRITE.
           CLOSE LOT-CONSUME-FILE.
           .
       RECORD-LOT-CONSUMPTION-EXT.
           EXIT.

      *>  FINDS THE LOT OF THE GOODS IN REC-SALE WITH STOCK LEFT AND
      *>  THE EARLIEST EXPIRY DATE.
       FIND-EARLIEST-LOT SECTION.
           MOVE "N" TO LOT-FOUND-SW.
           MOVE 99999999 TO LOT-BEST-EXPIRY-WS.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-LOT.
           MOVE SPACE TO NO-LOT.
           START LOT-FILE
               KEY NOT LESS THAN KEY-LOT OF REC-LOT
               INVALID KEY
                   GO TO FIND-EARLIEST-LOT-EXT
           END-START.
           FIND-LOT-READ.
           READ LOT-FILE NEXT RECORD
               AT END
                   GO TO FIND-EARLIEST-LOT-EXT
           END-READ.
           IF NOT (ID-GOODS-LOT = ID-GOODS OF REC-SALE)
               GO TO FIND-EARLIEST-LOT-EXT
           END-IF.
           IF QTY-REMAIN-LOT > 0
                  AND DATE-EXPIRY-LOT < LOT-BEST-EXPIRY-WS
               MOVE NO-LOT TO LOT-BEST-NO-WS
               MOVE DATE-EXPIRY-LOT TO LOT-BEST-EXPIRY-WS
               SET LOT-FOUND TO TRUE
           END-IF.
           GO TO FIND-LOT-READ.
           .
       FIND-EARLIEST-LOT-EXT.
           EXIT.

      *>  DRAWS THE QUANTITY SOLD OFF THE SUPPLIER'S CONSIGNMENT
      *>  HOLDING, COSTS THE LINE AT THE CONSIGNMENT COST, AND LOGS
      *>  THE CONSUMPTION - FROM THIS MOMENT WE OWE THE SUPPLIER.
       CONSUME-CONSIGNMENT SECTION.
           MOVE 0 TO COGS-AMT-WS.
           OPEN I-O CONSIGN-FILE.
           IF NOT (FILE-STA-CONSIGN = 00 OR FILE-STA-CONSIGN = 05)
               GO TO CONSUME-CONSIGNMENT-EXT
           END-IF.
           MOVE CODE-SUPPLIER OF REC-GOODS TO CODE-SUPPLIER-CON.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-CON.
           READ CONSIGN-FILE
               KEY IS KEY-CONSIGN OF REC-CONSIGN
               INVALID KEY
                   DISPLAY "NO CONSIGNMENT HOLDING ON FILE FOR "
                           "GOODS " ID-GOODS OF REC-SALE
                           " - COGS LEFT AT ZERO."
                   CLOSE CONSIGN-FILE
                   GO TO CONSUME-CONSIGNMENT-EXT
           END-READ.
           SUBTRACT NUM-SALE OF REC-SALE FROM QTY-CON.
           REWRITE REC-CONSIGN.
           CLOSE CONSIGN-FILE.
           COMPUTE COGS-AMT-WS =
               NUM-SALE OF REC-SALE * COST-CON.
           MOVE CODE-SUPPLIER-CON TO CODE-SUPPLIER-CL.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS-CL.
           MOVE NUM-SALE OF REC-SALE TO QTY-CL.
           MOVE COST-CON TO COST-CL.
           MOVE DATE-SALE OF REC-SALE TO DATE-CL.
           OPEN EXTEND CONSIGN-LOG-FILE.
           IF FILE-STA-CONSLOG = 00
               WRITE REC-CONSIGN-LOG
               CLOSE CONSIGN-LOG-FILE
           END-IF.
           .
       CONSUME-CONSIGNMENT-EXT.
           EXIT.

       CONSUME-COST-LAYERS SECTION.
           MOVE 0 TO COGS-AMT-WS.
           MOVE ID-GOODS OF REC-SALE TO LAYER-GOODS-ID-WS.
           MOVE NUM-SALE OF REC-SALE TO LAYER-NEED-WS.
           PERFORM CONSUME-LAYERS-FOR-GOODS.
           .
       CONSUME-COST-LAYERS-EXT.
           EXIT.

      *>  THE FIFO WALK: DRAWS LAYER-NEED-WS UNITS OF
      *>  LAYER-GOODS-ID-WS OUT OF THAT GOODS' LAYERS, OLDEST FIRST,
      *>  ADDING THE CONSUMED COST INTO COGS-AMT-WS.
       CONSUME-LAYERS-FOR-GOODS SECTION.
           MOVE LAYER-NEED-WS TO COGS-NEED-WS.
           OPEN I-O COST-LAYER-FILE.
           IF NOT (FILE-STA-LAYER = 00 OR FILE-STA-LAYER = 05)
               GO TO CONSUME-LAYERS-FOR-GOODS-EXT
           END-IF.
           MOVE LAYER-GOODS-ID-WS TO ID-GOODS-LAYER.
           MOVE 0 TO SEQ-LAYER.
           START COST-LAYER-FILE
               KEY NOT LESS THAN KEY-COST-LAYER OF REC-COST-LAYER
               INVALID KEY
                   GO TO CONSUME-LAYERS-DONE
           END-START.
           CONSUME-LAYER-READ.
           READ COST-LAYER-FILE NEXT RECORD
               AT END
                   GO TO CONSUME-LAYERS-DONE
           END-READ.
           IF NOT (ID-GOODS-LAYER = LAYER-GOODS-ID-WS)
               GO TO CONSUME-LAYERS-DONE
           END-IF.
           IF QTY-REMAIN-LAYER = 0
               GO TO CONSUME-LAYER-READ
           END-IF.
           IF QTY-REMAIN-LAYER < COGS-NEED-WS
               MOVE QTY-REMAIN-LAYER TO COGS-TAKE-WS
           ELSE
               MOVE COGS-NEED-WS TO COGS-TAKE-WS
           END-IF.
           COMPUTE COGS-AMT-WS =
               COGS-AMT-WS + COGS-TAKE-WS * COST-LAYER.
           SUBTRACT COGS-TAKE-WS FROM QTY-REMAIN-LAYER.
           REWRITE REC-COST-LAYER.
           SUBTRACT COGS-TAKE-WS FROM COGS-NEED-WS.
           IF COGS-NEED-WS > 0
               GO TO CONSUME-LAYER-READ
           END-IF.

           CONSUME-LAYERS-DONE.
           CLOSE COST-LAYER-FILE.
           IF COGS-NEED-WS > 0
               DISPLAY "NOTE: " COGS-NEED-WS " UNITS OF GOODS "
                       LAYER-GOODS-ID-WS " HAD NO COST LAYER - "
                       "COGS UNDERSTATED FOR PRE-LAYER STOCK."
           END-IF.
           .
       CONSUME-LAYERS-FOR-GOODS-EXT.
           EXIT.

      *>  PICKS THE VAT RATE FOR THE LINE: ZERO FOR AN EXEMPT
      *>  CUSTOMER, ELSE THE RATE OF THE GOODS' RATE CODE ON THE
      *>  RATE FILE, ELSE THE STANDARD DEFAULT. REC-CUSTOMER MUST
      *>  HOLD THE BILL'S CUSTOMER.
       PICK-VAT-RATE SECTION.
           IF CUSTOMER-VAT-EXEMPT
               MOVE 0 TO EFFECTIVE-VAT-RATE-WS
               GO TO PICK-VAT-RATE-EXT
           END-IF.
           MOVE VAT-RATE-WS TO EFFECTIVE-VAT-RATE-WS.
           IF CODE-VAT-GOODS OF REC-GOODS = SPACE
               GO TO PICK-VAT-RATE-EXT
           END-IF.
           OPEN INPUT VAT-RATE-FILE.
           IF NOT (FILE-STA-VATRATE = 00 OR FILE-STA-VATRATE = 05)
               GO TO PICK-VAT-RATE-EXT
           END-IF.
           MOVE CODE-VAT-GOODS OF REC-GOODS TO CODE-VAT.
           MOVE 0 TO DATE-EFF-VAT.
           START VAT-RATE-FILE
               KEY NOT LESS THAN KEY-VAT-RATE OF REC-VAT-RATE
               INVALID KEY
                   GO TO PICK-VAT-RATE-CLOSE
           END-START.
           PICK-VAT-RATE-READ.
           READ VAT-RATE-FILE NEXT RECORD
               AT END
                   GO TO PICK-VAT-RATE-CLOSE
           END-READ.
           IF NOT (CODE-VAT = CODE-VAT-GOODS OF REC-GOODS)
               GO TO PICK-VAT-RATE-CLOSE
           END-IF.
           IF DATE-EFF-VAT > DATE-SALE OF REC-SALE
               GO TO PICK-VAT-RATE-CLOSE
           END-IF.
           MOVE PCT-VAT TO EFFECTIVE-VAT-RATE-WS.
           GO TO PICK-VAT-RATE-READ.

           PICK-VAT-RATE-CLOSE.
           CLOSE VAT-RATE-FILE.
           .
       PICK-VAT-RATE-EXT.
           EXIT.

       STAMP-BILL-DUE-DATE SECTION.
           MOVE 0 TO PEND-DUE-DATE-WS.
           IF TENDER-CASH OR TENDER-CARD OR TENDER-CREDIT
               GO TO STAMP-BILL-DUE-DATE-EXT
           END-IF.
           MOVE DATE-SALE OF REC-SALE TO DUE-IN-DATE-WS.
           IF TERMS-DAYS-CUSTOMER OF REC-CUSTOMER IS NUMERIC
                  AND TERMS-DAYS-CUSTOMER OF REC-CUSTOMER > 0
               MOVE TERMS-DAYS-CUSTOMER OF REC-CUSTOMER
                   TO DUE-ADD-DAYS-WS
           ELSE
               MOVE 30 TO DUE-ADD-DAYS-WS
           END-IF.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DUE-OUT-DATE-WS TO PEND-DUE-DATE-WS.
           .
       STAMP-BILL-DUE-DATE-EXT.
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

       INITIALIZE-SALE SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "SALE" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   PERFORM RESCAN-SALE-ID
                   ADD 1 TO SIZE-SALE-WS
                   MOVE SIZE-SALE-WS TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO ID-SALE OF REC-SALE
           CLOSE COUNTER-FILE
           .
           INITIALIZE-SALE-EXT.
               EXIT.

       RESCAN-SALE-ID SECTION.
           INITIALIZE SIZE-SALE-WS.
           RESCAN-READ-SALE.
           READ SALE-FILE NEXT RECORD
               NOT AT END
                   IF ID-SALE OF REC-SALE > SIZE-SALE-WS
                       MOVE ID-SALE OF REC-SALE TO SIZE-SALE-WS
                   END-IF
                   GO TO RESCAN-READ-SALE
           END-READ
           .
           RESCAN-SALE-ID-EXT.
               EXIT.

       CHECK-PERIOD-OPEN SECTION.
           MOVE "Y" TO PERIOD-OPEN-SW.
           OPEN INPUT PERIOD-FILE.
           IF NOT (FILE-STA-PERIOD = 00 OR FILE-STA-PERIOD = 05)
               GO TO CHECK-PERIOD-OPEN-EXT
           END-IF.
           MOVE PCD-YYYYMM TO PERIOD-YYYYMM.
           READ PERIOD-FILE
               KEY IS PERIOD-YYYYMM OF REC-PERIOD
               NOT INVALID KEY
                   IF PERIOD-CLOSED
                       MOVE "N" TO PERIOD-OPEN-SW
                   END-IF
           END-READ.
           CLOSE PERIOD-FILE.
           .
       CHECK-PERIOD-OPEN-EXT.
           EXIT.

      *>  NAMED TUNING VALUE OFF THE CONTROL FILE, WITH A COMPILED-IN
      *>  DEFAULT WHEN THE ROW (OR THE FILE) IS MISSING.
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

      *>  POSTS THE SIGNED POINT MOVEMENT IN LOY-DELTA-WS TO THE
      *>  BALANCE OF LOY-CUSTOMER-WS.
       ADD-LOYALTY-POINTS SECTION.
           IF LOY-DELTA-WS = 0
               GO TO ADD-LOYALTY-POINTS-EXT
           END-IF.
           OPEN I-O LOYALTY-FILE.
           IF NOT (FILE-STA-LOYALTY = 00 OR FILE-STA-LOYALTY = 05)
               GO TO ADD-LOYALTY-POINTS-EXT
           END-IF.
           MOVE LOY-CUSTOMER-WS TO ID-CUSTOMER-LOY.
           READ LOYALTY-FILE
               KEY IS ID-CUSTOMER-LOY OF REC-LOYALTY
               INVALID KEY
                   MOVE LOY-CUSTOMER-WS TO ID-CUSTOMER-LOY
                   MOVE LOY-DELTA-WS TO POINTS-LOY
                   WRITE REC-LOYALTY
               NOT INVALID KEY
                   ADD LOY-DELTA-WS TO POINTS-LOY
                   REWRITE REC-LOYALTY
           END-READ.
           CLOSE LOYALTY-FILE.
           .
       ADD-LOYALTY-POINTS-EXT.
           EXIT.

      *>  POINTS EARNED ON THE LINE JUST POSTED: LINE VALUE TIMES
      *>  THE LOYEARN RATE (DEFAULT ONE POINT PER CURRENCY UNIT).
       ACCRUE-LOYALTY-POINTS SECTION.
           MOVE "LOYEARN" TO CTL-NAME-WS.
           MOVE 1 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           COMPUTE LOY-DELTA-WS =
               LINE-VALUE-WS * CTL-VALUE-WS.
           MOVE ID-CUSTOMER OF REC-SALE TO LOY-CUSTOMER-WS.
           PERFORM ADD-LOYALTY-POINTS.
           .
       ACCRUE-LOYALTY-POINTS-EXT.
           EXIT.

       JOURNAL-SALE-REC SECTION.
           MOVE "SALE" TO FILE-JRN.
           MOVE REC-SALE TO IMAGE-JRN.
           PERFORM WRITE-JOURNAL-REC.
           .
       JOURNAL-SALE-REC-EXT.
           EXIT.

       JOURNAL-GOODS-REC SECTION.
           MOVE "GOODS" TO FILE-JRN.
           MOVE REC-GOODS TO IMAGE-JRN.
           PERFORM WRITE-JOURNAL-REC.
           .
       JOURNAL-GOODS-REC-EXT.
           EXIT.

       WRITE-JOURNAL-REC SECTION.
           MOVE JRN-ACTION-WS TO ACTION-JRN.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE TUP-OPERATOR-WS TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO WRITE-JOURNAL-REC-EXT
           END-IF.
           WRITE REC-JOURNAL.
           CLOSE JOURNAL-FILE.
           .
       WRITE-JOURNAL-REC-EXT.
           EXIT.

       CLEAR-DAY-DELTA SECTION.
           INITIALIZE DAY-TOTAL-DELTA-WS.
           .
       CLEAR-DAY-DELTA-EXT.
           EXIT.

      *>  POSTS THE DELTAS IN DAY-TOTAL-DELTA-WS ONTO THE RUNNING
      *>  TOTALS ROW FOR DT-DATE-WS, CREATING IT ON FIRST USE.
       UPDATE-DAY-TOTALS SECTION.
           OPEN I-O DAY-TOTAL-FILE.
           IF NOT (FILE-STA-DAYTOT = 00 OR FILE-STA-DAYTOT = 05)
               GO TO UPDATE-DAY-TOTALS-EXT
           END-IF.
           MOVE DT-DATE-WS TO DATE-DAYTOT.
           READ DAY-TOTAL-FILE
               KEY IS DATE-DAYTOT OF REC-DAY-TOTAL
               INVALID KEY
                   INITIALIZE REC-DAY-TOTAL
                   MOVE DT-DATE-WS TO DATE-DAYTOT
                   WRITE REC-DAY-TOTAL
           END-READ.
           ADD DT-BILLS-WS TO BILLS-DAYTOT.
           ADD DT-QTY-WS TO SALE-QTY-DAYTOT.
           ADD DT-REVENUE-WS TO REVENUE-DAYTOT.
           ADD DT-VAT-WS TO VAT-DAYTOT.
           ADD DT-VOIDS-WS TO VOID-CT-DAYTOT.
           ADD DT-CASH-WS TO CASH-DAYTOT.
           ADD DT-CARD-WS TO CARD-DAYTOT.
           ADD DT-ACCOUNT-WS TO ACCOUNT-DAYTOT.
           ADD DT-CREDIT-WS TO CREDIT-DAYTOT.
           REWRITE REC-DAY-TOTAL.
           CLOSE DAY-TOTAL-FILE.
           .
       UPDATE-DAY-TOTALS-EXT.
           EXIT.

      *>  POSTS THE DELTAS IN MONTH-SUMMARY-DELTA-WS ONTO THE GOODS
      *>  ROW AND THE CUSTOMER ROW FOR THE MONTH OF MS-DATE-WS,
      *>  CREATING EITHER ON FIRST USE.
       UPDATE-MONTH-SUMMARY SECTION.
           OPEN I-O MONTH-SUMMARY-FILE.
           IF NOT (FILE-STA-MONTHSUM = 00 OR FILE-STA-MONTHSUM = 05)
               GO TO UPDATE-MONTH-SUMMARY-EXT
           END-IF.
           MOVE "G" TO MS-ROW-TYPE-WS.
           MOVE MS-GOODS-WS TO MS-ROW-ID-WS.
           PERFORM POST-MONTH-SUMMARY-ROW.
           MOVE "C" TO MS-ROW-TYPE-WS.
           MOVE MS-CUSTOMER-WS TO MS-ROW-ID-WS.
           PERFORM POST-MONTH-SUMMARY-ROW.
           CLOSE MONTH-SUMMARY-FILE.
           .
       UPDATE-MONTH-SUMMARY-EXT.
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

      *>  THE MOVEMENT IS THE TILL OPERATOR'S, NOT THE UPLOADER'S.
       WRITE-AUDIT-LOG SECTION.
           MOVE TUP-OPERATOR-WS TO OPERATOR-AUDIT.
           MOVE SPACE TO APPROVER-AUDIT.
           MOVE SPACE TO LOCATION-AUDIT.
           MOVE 0 TO UNIT-COST-AUDIT.
           MOVE 0 TO SCRAP-QTY-AUDIT.
           MOVE REC-AUDIT TO SAVE-AUDIT-REC-WS.
           PERFORM NEXT-AUDIT-SEQ.
           MOVE SAVE-AUDIT-REC-WS TO REC-AUDIT.
           MOVE NEXT-AUDIT-SEQ-WS TO SEQ-AUDIT.
           OPEN I-O AUDIT-FILE.
           IF NOT (FILE-STA-AUDIT = 00 OR FILE-STA-AUDIT = 05)
               DISPLAY "AUDIT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-AUDIT
               GO TO WRITE-AUDIT-LOG-EXT
           END-IF.
           WRITE REC-AUDIT
               INVALID KEY
                   DISPLAY "AUDIT RECORD COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE AUDIT-FILE.
           .
       WRITE-AUDIT-LOG-EXT.
           EXIT.

       NEXT-AUDIT-SEQ SECTION.
           OPEN I-O COUNTER-FILE.
           MOVE "AUDITSEQ" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO NEXT-AUDIT-SEQ-WS
           CLOSE COUNTER-FILE
           .
           NEXT-AUDIT-SEQ-EXT.
               EXIT.
       END PROGRAM TILLUPLD.
