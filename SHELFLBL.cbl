      ******************************************************************
      * Author:
      * Date:
      * Purpose: SHELF-EDGE LABEL PRINT FILE, SORTED BY LOCATION
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELFLBL.
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
               SELECT OPTIONAL LOCATION-FILE
               ASSIGN TO "D:\db\location"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-LOCATION OF REC-LOCATION
               FILE STATUS IS FILE-STA-LOCATION.
      *>  ========================================
               SELECT OPTIONAL XREF-FILE
               ASSIGN TO "D:\db\xref"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-ALT-XREF OF REC-XREF
               FILE STATUS IS FILE-STA-XREF.
      *>  ========================================
               SELECT OPTIONAL VAT-RATE-FILE
               ASSIGN TO "D:\db\vatrate"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-VAT-RATE OF REC-VAT-RATE
               FILE STATUS IS FILE-STA-VATRATE.
      *>  ========================================
               SELECT OPTIONAL LABEL-QUEUE-FILE
               ASSIGN TO "D:\db\labelq"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-GOODS-LBLQ OF REC-LABEL-QUEUE
               FILE STATUS IS FILE-STA-LABELQ.
      *>  ========================================
               SELECT SHELF-LABEL-FILE
               ASSIGN TO "D:\db\shelflbl.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY LOCFILE.
         COPY XREFFILE.
         COPY VATFILE.
         COPY LBLQFILE.
         FD SHELF-LABEL-FILE.
         01 REC-SHELF-LABEL             PIC X(40).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 LABEL-TODAY-WS               PIC 9(8).
       01 VAT-RATE-WS                  PIC V999 VALUE .150.
       01 EFFECTIVE-VAT-RATE-WS        PIC V999.
       01 LABEL-WORK-WS.
           02 LBL-LOC-OPEN-SW          PIC X.
               88 LBL-LOC-OPEN             VALUE "Y".
           02 LBL-FULL-SW              PIC X.
               88 LBL-TABLE-FULL           VALUE "Y".
           02 LBL-GOODS-ROWS-WS        PIC 9(4).
           02 LBL-QUEUE-CT-WS          PIC 9(5).
           02 LBL-SKIP-CT-WS           PIC 9(5).
           02 LBL-LAST-LOC-WS          PIC X(06).
           02 LBL-LINE-WS              PIC X(40).
           02 LBL-IDX                  PIC 9(4).
           02 LBL-OUTER                PIC 9(4).
           02 LBL-INNER                PIC 9(4).
           02 LBL-MIN-IDX              PIC 9(4).
           02 LBL-PRICE-ED             PIC ZZZ9.99.
           02 LBL-VAT-PRICE-ED         PIC ZZZZ9.99.
           02 LBL-PCT-WS               PIC 99V9.
           02 LBL-PCT-ED               PIC Z9.9.
           02 LBL-ROW-TEMP             PIC X(67).
      *>  ONE ROW PER LABEL - A GOODS STOCKED IN THREE WAREHOUSE
      *>  LOCATIONS GETS THREE. THE SORT KEY IS LOCATION THEN GOODS
      *>  SO THE PRINTED LABELS FOLLOW THE AISLES.
           02 LBL-COUNT-WS             PIC 9(4) VALUE 0.
           02 LBL-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON LBL-COUNT-WS.
               03 LBL-SORT-KEY.
                   04 LBL-R-LOC        PIC X(06).
                   04 LBL-R-GOODS      PIC 9(6).
               03 LBL-R-NAME           PIC X(20).
               03 LBL-R-PRICE          PIC S9(4)V99.
               03 LBL-R-VAT-PRICE      PIC S9(5)V99.
               03 LBL-R-VAT-RATE       PIC V999.
               03 LBL-R-UNIT           PIC X(4).
               03 LBL-R-BARCODE        PIC X(15).
      *>  FIRST BARCODE ON THE CROSS-REFERENCE FILE FOR EACH GOODS,
      *>  LOADED ONCE PER RUN THE SAME WAY AS FOR THE WEB FEED.
       01 LABEL-BARCODE-WS.
           02 LBL-BC-COUNT-WS          PIC 9(4) VALUE 0.
           02 LBL-BC-ROW OCCURS 1 TO 3000 TIMES
                 DEPENDING ON LBL-BC-COUNT-WS.
               03 LBL-BC-GOODS         PIC 9(6).
               03 LBL-BC-CODE          PIC X(15).
       LINKAGE SECTION.
       01 LS-RETURN-SHELFLBL PIC 9.
      *>  Q = EVERY LABEL ON THE QUEUE (TAKEN OFF AS PRINTED),
      *>  G = REPRINT ONE GOODS, C = REPRINT A WHOLE CATEGORY. THE
      *>  NUMBER OF LABELS PRINTED COMES BACK IN LS-LABEL-COUNT.
       01 LS-LABEL-PARAM.
           02 LS-LABEL-MODE            PIC X.
           02 LS-LABEL-GOODS           PIC 9(6).
           02 LS-LABEL-CATEGORY        PIC X(10).
           02 LS-LABEL-COUNT           PIC 9(5).

       PROCEDURE DIVISION USING LS-RETURN-SHELFLBL LS-LABEL-PARAM.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============SHELF-EDGE LABELS".
           MOVE 0 TO LS-RETURN-SHELFLBL.
           MOVE 0 TO LS-LABEL-COUNT.
           MOVE "N" TO LBL-LOC-OPEN-SW.
           MOVE "N" TO LBL-FULL-SW.
           MOVE 0 TO LBL-QUEUE-CT-WS.
           MOVE 0 TO LBL-SKIP-CT-WS.
           MOVE 0 TO LBL-COUNT-WS.
           MOVE 0 TO LBL-BC-COUNT-WS.
           ACCEPT LABEL-TODAY-WS FROM DATE YYYYMMDD.
           IF NOT (LS-LABEL-MODE = "Q" OR LS-LABEL-MODE = "G"
                   OR LS-LABEL-MODE = "C")
               DISPLAY "LABEL RUN MODE " LS-LABEL-MODE " UNKNOWN."
               MOVE 1 TO LS-RETURN-SHELFLBL
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           IF NOT (FILE-STA-GOODS = 00)
               DISPLAY "GOODS FILE WILL NOT OPEN - STATUS "
                       FILE-STA-GOODS
               MOVE 1 TO LS-RETURN-SHELFLBL
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           PERFORM LOAD-LABEL-BARCODES.
           OPEN INPUT LOCATION-FILE.
           IF FILE-STA-LOCATION = 00 OR FILE-STA-LOCATION = 05
               SET LBL-LOC-OPEN TO TRUE
           END-IF.

           EVALUATE LS-LABEL-MODE
               WHEN "Q"
                   PERFORM COLLECT-QUEUED-LABELS
               WHEN "G"
                   PERFORM COLLECT-GOODS-LABELS
               WHEN "C"
                   PERFORM COLLECT-CATEGORY-LABELS
           END-EVALUATE.

           IF LBL-LOC-OPEN
               CLOSE LOCATION-FILE
           END-IF.
           CLOSE GOODS-FILE.
           PERFORM SORT-LABELS.
           PERFORM PRINT-LABELS.
           MOVE LBL-COUNT-WS TO LS-LABEL-COUNT.
           DISPLAY LBL-COUNT-WS " SHELF LABELS WRITTEN TO THE LABEL "
                   "PRINT FILE.".
           IF LS-LABEL-MODE = "Q"
               DISPLAY LBL-QUEUE-CT-WS " QUEUED PRICE CHANGES "
                       "LABELLED."
           END-IF.
           IF LBL-SKIP-CT-WS > 0
               DISPLAY LBL-SKIP-CT-WS " GOODS SKIPPED - NOT ON FILE "
                       "OR NO PRICE."
           END-IF.
           IF LBL-TABLE-FULL
               DISPLAY "LABEL TABLE FULL - THE REST STAY QUEUED FOR "
                       "THE NEXT RUN."
           END-IF.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  EVERY ROW ON THE QUEUE BECOMES ITS LABELS AT TODAY'S PRICE
      *>  ON THE GOODS RECORD, AND THE ROW COMES OFF THE QUEUE. A
      *>  GOODS WHOSE LABELS WILL NOT FIT IN THE TABLE STAYS QUEUED.
       COLLECT-QUEUED-LABELS SECTION.
           OPEN I-O LABEL-QUEUE-FILE.
           IF NOT (FILE-STA-LABELQ = 00 OR FILE-STA-LABELQ = 05)
               DISPLAY "LABEL QUEUE WILL NOT OPEN - STATUS "
                       FILE-STA-LABELQ
               MOVE 1 TO LS-RETURN-SHELFLBL
               GO TO COLLECT-QUEUED-LABELS-EXT
           END-IF.
           COLLECT-QUEUE-READ.
           READ LABEL-QUEUE-FILE NEXT RECORD
               AT END
                   GO TO COLLECT-QUEUE-DONE
           END-READ.
           MOVE ID-GOODS-LBLQ TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   ADD 1 TO LBL-SKIP-CT-WS
                   DELETE LABEL-QUEUE-FILE RECORD
                   GO TO COLLECT-QUEUE-READ
           END-READ.
           PERFORM ADD-GOODS-LABELS.
           IF LBL-TABLE-FULL
               GO TO COLLECT-QUEUE-DONE
           END-IF.
           DELETE LABEL-QUEUE-FILE RECORD.
           ADD 1 TO LBL-QUEUE-CT-WS.
           GO TO COLLECT-QUEUE-READ.

           COLLECT-QUEUE-DONE.
           CLOSE LABEL-QUEUE-FILE.
           .
       COLLECT-QUEUED-LABELS-EXT.
           EXIT.

       COLLECT-GOODS-LABELS SECTION.
           MOVE LS-LABEL-GOODS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   ADD 1 TO LBL-SKIP-CT-WS
                   GO TO COLLECT-GOODS-LABELS-EXT
           END-READ.
           PERFORM ADD-GOODS-LABELS.
           .
       COLLECT-GOODS-LABELS-EXT.
           EXIT.

       COLLECT-CATEGORY-LABELS SECTION.
           MOVE LS-LABEL-CATEGORY TO CATEGORY-GOODS OF REC-GOODS.
           START GOODS-FILE
               KEY NOT LESS THAN CATEGORY-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO COLLECT-CATEGORY-LABELS-EXT
           END-START.
           COLLECT-CAT-READ.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO COLLECT-CATEGORY-LABELS-EXT
           END-READ.
           IF NOT (CATEGORY-GOODS OF REC-GOODS = LS-LABEL-CATEGORY)
               GO TO COLLECT-CATEGORY-LABELS-EXT
           END-IF.
           PERFORM ADD-GOODS-LABELS.
           IF LBL-TABLE-FULL
               GO TO COLLECT-CATEGORY-LABELS-EXT
           END-IF.
           GO TO COLLECT-CAT-READ.
           .
       COLLECT-CATEGORY-LABELS-EXT.
           EXIT.

      *>  ONE LABEL FOR EVERY WAREHOUSE LOCATION THAT HOLDS A ROW FOR
      *>  THE GOODS IN REC-GOODS - EMPTY OR NOT, THE SHELF IS STILL
      *>  THERE. A GOODS WITH NO LOCATION ROW GETS ONE LABEL UNDER A
      *>  BLANK LOCATION. NOTHING IS ADDED UNLESS ALL ITS LABELS FIT.
       ADD-GOODS-LABELS SECTION.
           IF NOT (PRICE-GOODS OF REC-GOODS > 0)
               ADD 1 TO LBL-SKIP-CT-WS
               GO TO ADD-GOODS-LABELS-EXT
           END-IF.
           PERFORM COUNT-GOODS-LOCATIONS.
           IF LBL-GOODS-ROWS-WS = 0
               MOVE 1 TO LBL-GOODS-ROWS-WS
           END-IF.
           IF LBL-COUNT-WS + LBL-GOODS-ROWS-WS > 2000
               SET LBL-TABLE-FULL TO TRUE
               GO TO ADD-GOODS-LABELS-EXT
           END-IF.
           PERFORM PICK-VAT-RATE.
           MOVE 0 TO LBL-GOODS-ROWS-WS.
           IF NOT LBL-LOC-OPEN
               GO TO ADD-LABEL-LOCS-DONE
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC.
           MOVE SPACE TO CODE-LOCATION.
           START LOCATION-FILE
               KEY NOT LESS THAN KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   GO TO ADD-LABEL-LOCS-DONE
           END-START.
           ADD-LABEL-READ-LOC.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   GO TO ADD-LABEL-LOCS-DONE
           END-READ.
           IF NOT (ID-GOODS-LOC = ID-GOODS OF REC-GOODS)
               GO TO ADD-LABEL-LOCS-DONE
           END-IF.
           PERFORM ADD-ONE-LABEL.
           MOVE CODE-LOCATION TO LBL-R-LOC(LBL-COUNT-WS).
           ADD 1 TO LBL-GOODS-ROWS-WS.
           GO TO ADD-LABEL-READ-LOC.

           ADD-LABEL-LOCS-DONE.
           IF LBL-GOODS-ROWS-WS = 0
               PERFORM ADD-ONE-LABEL
           END-IF.
           .
       ADD-GOODS-LABELS-EXT.
           EXIT.

       COUNT-GOODS-LOCATIONS SECTION.
           MOVE 0 TO LBL-GOODS-ROWS-WS.
           IF NOT LBL-LOC-OPEN
               GO TO COUNT-GOODS-LOCATIONS-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC.
           MOVE SPACE TO CODE-LOCATION.
           START LOCATION-FILE
               KEY NOT LESS THAN KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   GO TO COUNT-GOODS-LOCATIONS-EXT
           END-START.
           COUNT-LOC-READ.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   GO TO COUNT-GOODS-LOCATIONS-EXT
           END-READ.
           IF NOT (ID-GOODS-LOC = ID-GOODS OF REC-GOODS)
               GO TO COUNT-GOODS-LOCATIONS-EXT
           END-IF.
           ADD 1 TO LBL-GOODS-ROWS-WS.
           GO TO COUNT-LOC-READ.
           .
       COUNT-GOODS-LOCATIONS-EXT.
           EXIT.

      *>  A NEW TABLE ROW FOR REC-GOODS UNDER A BLANK LOCATION - THE
      *>  CALLER FILLS THE LOCATION IN WHEN IT HAS ONE. THE SHELF
      *>  PRICE IS PER STOCKING UNIT, BEFORE AND AFTER VAT.
       ADD-ONE-LABEL SECTION.
           ADD 1 TO LBL-COUNT-WS.
           MOVE SPACE TO LBL-R-LOC(LBL-COUNT-WS).
           MOVE ID-GOODS OF REC-GOODS TO LBL-R-GOODS(LBL-COUNT-WS).
           MOVE NAME-GOODS OF REC-GOODS TO LBL-R-NAME(LBL-COUNT-WS).
           MOVE PRICE-GOODS OF REC-GOODS TO LBL-R-PRICE(LBL-COUNT-WS).
           MOVE EFFECTIVE-VAT-RATE-WS TO LBL-R-VAT-RATE(LBL-COUNT-WS).
           COMPUTE LBL-R-VAT-PRICE(LBL-COUNT-WS) ROUNDED =
               PRICE-GOODS OF REC-GOODS * (1 + EFFECTIVE-VAT-RATE-WS).
           IF UNIT-STOCK-GOODS OF REC-GOODS = SPACE
               MOVE "EA" TO LBL-R-UNIT(LBL-COUNT-WS)
           ELSE
               MOVE UNIT-STOCK-GOODS OF REC-GOODS
                   TO LBL-R-UNIT(LBL-COUNT-WS)
           END-IF.
           MOVE SPACE TO LBL-R-BARCODE(LBL-COUNT-WS).
           MOVE 1 TO LBL-IDX.
           ADD-LABEL-FIND-BC.
           IF LBL-IDX > LBL-BC-COUNT-WS
               GO TO ADD-ONE-LABEL-EXT
           END-IF.
           IF LBL-BC-GOODS(LBL-IDX) = ID-GOODS OF REC-GOODS
               MOVE LBL-BC-CODE(LBL-IDX) TO LBL-R-BARCODE(LBL-COUNT-WS)
               GO TO ADD-ONE-LABEL-EXT
           END-IF.
           ADD 1 TO LBL-IDX.
           GO TO ADD-LABEL-FIND-BC.
           .
       ADD-ONE-LABEL-EXT.
           EXIT.

      *>  THE RATE ON THE SHELF IS TODAY'S - THE LATEST ROW OF THE
      *>  GOODS' RATE CODE NOT AFTER TODAY, AS THE TILL WILL CHARGE.
       PICK-VAT-RATE SECTION.
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
           IF DATE-EFF-VAT > LABEL-TODAY-WS
               GO TO PICK-VAT-RATE-CLOSE
           END-IF.
           MOVE PCT-VAT TO EFFECTIVE-VAT-RATE-WS.
           GO TO PICK-VAT-RATE-READ.

           PICK-VAT-RATE-CLOSE.
           CLOSE VAT-RATE-FILE.
           .
       PICK-VAT-RATE-EXT.
           EXIT.

       LOAD-LABEL-BARCODES SECTION.
           MOVE 0 TO LBL-BC-COUNT-WS.
           OPEN INPUT XREF-FILE.
           IF NOT (FILE-STA-XREF = 00 OR FILE-STA-XREF = 05)
               GO TO LOAD-LABEL-BARCODES-EXT
           END-IF.
           LOAD-BC-READ.
           READ XREF-FILE NEXT RECORD
               AT END
                   GO TO LOAD-BC-DONE
           END-READ.
           IF NOT (KIND-XREF = "B")
               GO TO LOAD-BC-READ
           END-IF.
           MOVE 1 TO LBL-IDX.
           LOAD-BC-FIND.
           IF LBL-IDX > LBL-BC-COUNT-WS
               GO TO LOAD-BC-ADD
           END-IF.
           IF LBL-BC-GOODS(LBL-IDX) = ID-GOODS-XREF
               GO TO LOAD-BC-READ
           END-IF.
           ADD 1 TO LBL-IDX.
           GO TO LOAD-BC-FIND.
           LOAD-BC-ADD.
           IF LBL-BC-COUNT-WS NOT < 3000
               DISPLAY "BARCODE TABLE FULL - LATER GOODS ARE "
                       "LABELLED WITHOUT A BARCODE."
               GO TO LOAD-BC-DONE
           END-IF.
           ADD 1 TO LBL-BC-COUNT-WS.
           MOVE ID-GOODS-XREF TO LBL-BC-GOODS(LBL-BC-COUNT-WS).
           MOVE CODE-ALT-XREF TO LBL-BC-CODE(LBL-BC-COUNT-WS).
           GO TO LOAD-BC-READ.
           LOAD-BC-DONE.
           CLOSE XREF-FILE.
           .
       LOAD-LABEL-BARCODES-EXT.
           EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE ROUTE SHEET,
      *>  ASCENDING ON LOCATION THEN GOODS.
       SORT-LABELS SECTION.
           MOVE 1 TO LBL-OUTER.
           SORT-LBL-OUTER-STEP.
           IF LBL-OUTER > LBL-COUNT-WS
               GO TO SORT-LABELS-EXT
           END-IF.
           MOVE LBL-OUTER TO LBL-MIN-IDX.
           COMPUTE LBL-INNER = LBL-OUTER + 1.
           SORT-LBL-INNER-STEP.
           IF LBL-INNER > LBL-COUNT-WS
               GO TO SORT-LBL-SWAP
           END-IF.
           IF LBL-SORT-KEY(LBL-INNER) < LBL-SORT-KEY(LBL-MIN-IDX)
               MOVE LBL-INNER TO LBL-MIN-IDX
           END-IF.
           ADD 1 TO LBL-INNER.
           GO TO SORT-LBL-INNER-STEP.
           SORT-LBL-SWAP.
           IF LBL-MIN-IDX NOT = LBL-OUTER
               MOVE LBL-ROW(LBL-OUTER) TO LBL-ROW-TEMP
               MOVE LBL-ROW(LBL-MIN-IDX) TO LBL-ROW(LBL-OUTER)
               MOVE LBL-ROW-TEMP TO LBL-ROW(LBL-MIN-IDX)
           END-IF.
           ADD 1 TO LBL-OUTER.
           GO TO SORT-LBL-OUTER-STEP.
           .
       SORT-LABELS-EXT.
           EXIT.

      *>  A HEADING AT EACH CHANGE OF LOCATION, THEN ONE SIX-LINE
      *>  LABEL PER ROW: LOCATION AND GOODS, NAME, PRICE WITH VAT,
      *>  PRICE WITHOUT VAT, PRICE PER STOCKING UNIT AND BARCODE.
       PRINT-LABELS SECTION.
           OPEN OUTPUT SHELF-LABEL-FILE.
           MOVE SPACE TO LBL-LINE-WS.
           STRING "SHELF LABELS " LABEL-TODAY-WS " RUN "
               LS-LABEL-MODE DELIMITED BY SIZE INTO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE HIGH-VALUE TO LBL-LAST-LOC-WS.
           MOVE 1 TO LBL-IDX.
           PRINT-LBL-ROW.
           IF LBL-IDX > LBL-COUNT-WS
               GO TO PRINT-LBL-DONE
           END-IF.
           IF NOT (LBL-R-LOC(LBL-IDX) = LBL-LAST-LOC-WS)
               MOVE LBL-R-LOC(LBL-IDX) TO LBL-LAST-LOC-WS
               MOVE ALL "=" TO LBL-LINE-WS
               WRITE REC-SHELF-LABEL FROM LBL-LINE-WS
               MOVE SPACE TO LBL-LINE-WS
               IF LBL-R-LOC(LBL-IDX) = SPACE
                   MOVE "NO WAREHOUSE LOCATION" TO LBL-LINE-WS
               ELSE
                   STRING "LOCATION " LBL-R-LOC(LBL-IDX)
                       DELIMITED BY SIZE INTO LBL-LINE-WS
               END-IF
               WRITE REC-SHELF-LABEL FROM LBL-LINE-WS
               MOVE ALL "=" TO LBL-LINE-WS
               WRITE REC-SHELF-LABEL FROM LBL-LINE-WS
           END-IF.
           MOVE SPACE TO LBL-LINE-WS.
           STRING LBL-R-LOC(LBL-IDX) "    GOODS " LBL-R-GOODS(LBL-IDX)
               DELIMITED BY SIZE INTO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE LBL-R-NAME(LBL-IDX) TO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE LBL-R-VAT-PRICE(LBL-IDX) TO LBL-VAT-PRICE-ED.
           COMPUTE LBL-PCT-WS = LBL-R-VAT-RATE(LBL-IDX) * 100.
           MOVE LBL-PCT-WS TO LBL-PCT-ED.
           MOVE SPACE TO LBL-LINE-WS.
           STRING "PRICE " LBL-VAT-PRICE-ED " INCL VAT " LBL-PCT-ED "%"
               DELIMITED BY SIZE INTO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE LBL-R-PRICE(LBL-IDX) TO LBL-PRICE-ED.
           MOVE SPACE TO LBL-LINE-WS.
           STRING "       " LBL-PRICE-ED " EXCL VAT"
               DELIMITED BY SIZE INTO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE SPACE TO LBL-LINE-WS.
           STRING "UNIT PRICE " LBL-VAT-PRICE-ED " PER "
               LBL-R-UNIT(LBL-IDX)
               DELIMITED BY SIZE INTO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE SPACE TO LBL-LINE-WS.
           IF LBL-R-BARCODE(LBL-IDX) = SPACE
               MOVE "NO BARCODE" TO LBL-LINE-WS
           ELSE
               STRING "BARCODE " LBL-R-BARCODE(LBL-IDX)
                   DELIMITED BY SIZE INTO LBL-LINE-WS
           END-IF.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           MOVE ALL "-" TO LBL-LINE-WS.
           WRITE REC-SHELF-LABEL FROM LBL-LINE-WS.
           ADD 1 TO LBL-IDX.
           GO TO PRINT-LBL-ROW.

           PRINT-LBL-DONE.
           CLOSE SHELF-LABEL-FILE.
           .
       PRINT-LABELS-EXT.
           EXIT.
       END PROGRAM SHELFLBL.
