      ******************************************************************
      * Author:
      * Date:
      * Purpose: DEMAND FORECAST - PROPOSES REORDER LEVELS AND ORDER
      *          QUANTITIES FROM SALES HISTORY AND SUPPLIER LEAD TIME
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.
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
               SELECT RECEIPT-FILE
               ASSIGN TO "D:\db\receipt.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RECEIPT.
      *>  ========================================
               SELECT SALE-ARCHIVE-FILE
               ASSIGN TO "D:\db\sales.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-SALEARC.
      *>  ========================================
               SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "D:\db\control"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-CONTROL OF REC-CONTROL
               FILE STATUS IS FILE-STA-CONTROL.
      *>  ========================================
               SELECT COUNTER-FILE
               ASSIGN TO "D:\db\counter"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-COUNTER OF REC-COUNTER
               FILE STATUS IS FILE-STA-COUNTER.
      *>  ========================================
               SELECT OPTIONAL MASTER-CHANGE-FILE
               ASSIGN TO "D:\db\masterchg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-MCHG OF REC-MASTER-CHANGE
               FILE STATUS IS FILE-STA-MCHG.
      *>  ========================================
               SELECT JOURNAL-FILE
               ASSIGN TO "D:\db\journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-JOURNAL.
      *>  ========================================
               SELECT OPTIONAL FORECAST-FILE
               ASSIGN TO "D:\db\fcprop"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-GOODS-FCST OF REC-FORECAST
               FILE STATUS IS FILE-STA-FCST.
      *>  ========================================
               SELECT FORECAST-RPT
               ASSIGN TO "D:\db\forecast.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY RECPTFILE.
         COPY CTLFILE.
         COPY COUNTFILE.
         COPY MCHGFILE.
         COPY JRNFILE.
         COPY FCSTFILE.
       FD SALE-ARCHIVE-FILE.
       01 ARC-LINE-SALE                PIC X(100).
       FD FORECAST-RPT.
       01 REC-FORECAST-RPT             PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 FILE-STA-SALEARC             PIC 99.
       01 FC-PARAM-WS.
           02 FC-ACTION-WS             PIC X.
           02 FC-TODAY-WS              PIC 9(8).
           02 FC-TODAY-DAY-WS          PIC 9(7).
           02 FC-WEEKS-WS              PIC 9(2).
           02 FC-Z-WS                  PIC 9(2)V99.
           02 FC-DEFAULT-LEAD-WS       PIC 9(3).
           02 FC-COVER-WS              PIC 9(2).
           02 FC-ALL-SW                PIC X.
               88 FC-ACCEPT-ALL            VALUE "Y".
           02 FC-ANSWER-WS             PIC X.
       01 CTL-LOOKUP-WS.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
      *>  DAY NUMBERS ON THE SAME 30-DAY MONTH USED FOR DUE DATES -
      *>  CLOSE ENOUGH TO BUCKET SALES INTO WEEKS AND TIME RECEIPTS.
       01 FC-DAY-CALC-WS.
           02 FC-DATE-IN-WS            PIC 9(8).
           02 FC-YYYY-WS               PIC 9(4).
           02 FC-MM-WS                 PIC 9(2).
           02 FC-DD-WS                 PIC 9(2).
           02 FC-DAY-NO-WS             PIC 9(7).
      *>  ONE ROW PER GOODS ON FILE, IN GOODS NUMBER ORDER SO IT CAN
      *>  BE HALVED TO FIND A GOODS. WEEK 1 IS THE WEEK ENDING TODAY.
       01 FC-GOODS-TABLE-WS.
           02 FC-GOODS-CT-WS           PIC 9(4) VALUE 0.
           02 FC-IDX                   PIC 9(4).
           02 FC-WK-IDX                PIC 9(2).
           02 FC-FULL-WARNED-SW        PIC X VALUE "N".
               88 FC-FULL-WARNED           VALUE "Y".
           02 FC-GOODS-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON FC-GOODS-CT-WS.
               03 FC-ROW-GOODS         PIC 9(6).
               03 FC-ROW-SUPPLIER      PIC X(06).
               03 FC-ROW-LEAD-SUM      PIC 9(7).
               03 FC-ROW-LEAD-CT       PIC 9(5).
               03 FC-ROW-WEEK          PIC 9(7) OCCURS 52 TIMES.
       01 FC-SUPP-TABLE-WS.
           02 FC-SUPP-CT-WS            PIC 9(3) VALUE 0.
           02 FC-SUPP-IDX              PIC 9(3).
           02 FC-SUPP-ROW OCCURS 1 TO 500 TIMES
                 DEPENDING ON FC-SUPP-CT-WS.
               03 FC-SUPP-CODE         PIC X(06).
               03 FC-SUPP-LEAD-SUM     PIC 9(7).
               03 FC-SUPP-LEAD-CT      PIC 9(5).
       01 FC-FIND-WS.
           02 FC-KEY-WS                PIC 9(6).
           02 FC-LO-WS                 PIC 9(4).
           02 FC-HI-WS                 PIC 9(4).
           02 FC-MID-WS                PIC 9(4).
           02 FC-FOUND-WS              PIC 9(4).
       01 ARC-SALE-FIELDS-WS.
           02 ARC-ID-X-WS              PIC X(6).
           02 ARC-LINE-X-WS            PIC X(3).
           02 ARC-GOODS-X-WS           PIC X(6).
           02 ARC-QTY-X-WS             PIC X(5).
           02 ARC-DATE-X-WS            PIC X(8).
           02 ARC-CUST-X-WS            PIC X(6).
           02 ARC-VOID-X-WS            PIC X.
           02 ARC-PRICE-X-WS           PIC X(6).
       01 FC-WORK-WS.
           02 FC-EVENT-GOODS-WS        PIC 9(6).
           02 FC-EVENT-QTY-WS          PIC 9(5).
           02 FC-EVENT-DATE-WS         PIC 9(8).
           02 FC-AGE-WS                PIC S9(7).
           02 FC-LEAD-DIFF-WS          PIC S9(7).
           02 FC-SUM-WS                PIC 9(9).
           02 FC-SUMSQ-WS              PIC 9(16).
           02 FC-VAR-NUM-WS            PIC S9(18).
           02 FC-MEAN-WS               PIC 9(7)V9999.
           02 FC-VAR-WS                PIC 9(14)V9999.
           02 FC-SD-WS                 PIC 9(7)V9999.
           02 FC-LEAD-DAYS-WS          PIC 9(3).
           02 FC-LEAD-WEEKS-WS         PIC 9(3)V9999.
           02 FC-LEAD-SOURCE-WS        PIC X.
           02 FC-TARGET-WS             PIC 9(9)V9999.
           02 FC-CEIL-WS               PIC 9(9).
           02 FC-CASES-WS              PIC 9(9).
           02 FC-NEW-LEVEL-WS          PIC 9(5).
           02 FC-NEW-QTY-WS            PIC 9(5).
           02 FC-CUR-QTY-WS            PIC 9(5).
           02 FC-SALES-CT-WS           PIC 9(7).
           02 FC-ARC-CT-WS             PIC 9(7).
           02 FC-RCPT-CT-WS            PIC 9(7).
           02 FC-PROPOSED-CT-WS        PIC 9(5).
           02 FC-ACCEPTED-CT-WS        PIC 9(5).
           02 FC-REJECTED-CT-WS        PIC 9(5).
           02 FC-SKIPPED-CT-WS         PIC 9(5).
           02 FC-LINE-WS               PIC X(120).
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
       01 MASTER-CHANGE-WS.
           02 MC-FILE-WS               PIC X(8).
           02 MC-KEY-WS                PIC X(15).
           02 MC-FIELD-WS              PIC X(12).
           02 MC-OLD-WS                PIC X(20).
           02 MC-NEW-WS                PIC X(20).
       LINKAGE SECTION.
       01 LS-RETURN-FORECAST PIC 9.
       01 LS-OPERATOR-ID PIC X(10).

       PROCEDURE DIVISION USING LS-RETURN-FORECAST LS-OPERATOR-ID.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============DEMAND FORECAST"
           ACCEPT FC-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "R>FORECAST RUN   A>ACCEPT PROPOSALS."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT FC-ACTION-WS.
           EVALUATE FC-ACTION-WS
               WHEN "R"
                   PERFORM FORECAST-RUN
               WHEN "A"
                   PERFORM ACCEPT-PROPOSALS
               WHEN OTHER
                   DISPLAY "INVALID CHOICE!"
           END-EVALUATE.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  WORKS OUT AVERAGE WEEKLY DEMAND AND ITS SPREAD OVER THE
      *>  LAST FCWEEKS WEEKS OF LIVE AND ARCHIVED SALES, AND EACH
      *>  SUPPLIER'S ACTUAL LEAD TIME FROM THE RECEIPT LOG, THEN
      *>  PROPOSES A REORDER LEVEL THAT COVERS DEMAND OVER THE LEAD
      *>  TIME PLUS FCSERVICE STANDARD DEVIATIONS OF SAFETY STOCK,
      *>  AND AN ORDER QUANTITY OF FCCOVER WEEKS IN WHOLE CASES.
      *>  ONLY GOODS WHOSE FIGURES WOULD CHANGE ARE PROPOSED. EACH RUN
      *>  REPLACES THE PROPOSALS OF THE ONE BEFORE.
       FORECAST-RUN SECTION.
           PERFORM LOAD-FORECAST-CONTROLS.
           MOVE FC-TODAY-WS TO FC-DATE-IN-WS.
           PERFORM DATE-TO-DAY-NO.
           MOVE FC-DAY-NO-WS TO FC-TODAY-DAY-WS.
           PERFORM LOAD-GOODS-TABLE.
           IF FC-GOODS-CT-WS = 0
               DISPLAY "NO GOODS ON FILE - NOTHING TO FORECAST."
               GO TO FORECAST-RUN-EXT
           END-IF.
           PERFORM SCAN-LIVE-SALES.
           PERFORM SCAN-ARCHIVED-SALES.
           PERFORM SCAN-RECEIPT-LEAD-TIMES.
           PERFORM WRITE-PROPOSALS.
           DISPLAY FC-SALES-CT-WS " LIVE AND " FC-ARC-CT-WS
                   " ARCHIVED SALE LINES, " FC-RCPT-CT-WS
                   " RECEIPTS USED OVER " FC-WEEKS-WS " WEEKS.".
           DISPLAY FC-PROPOSED-CT-WS " CHANGES PROPOSED - SEE "
                   "FORECAST.PRT.".
           .
       FORECAST-RUN-EXT.
           EXIT.

       LOAD-FORECAST-CONTROLS SECTION.
           MOVE "FCWEEKS" TO CTL-NAME-WS.
           MOVE 26 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 4 OR CTL-VALUE-WS > 52
               MOVE 26 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO FC-WEEKS-WS.
           MOVE "FCSERVICE" TO CTL-NAME-WS.
           MOVE 1.65 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 0 OR CTL-VALUE-WS > 5
               MOVE 1.65 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO FC-Z-WS.
           MOVE "FCLEAD" TO CTL-NAME-WS.
           MOVE 14 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 1 OR CTL-VALUE-WS > 365
               MOVE 14 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO FC-DEFAULT-LEAD-WS.
           MOVE "FCCOVER" TO CTL-NAME-WS.
           MOVE 4 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 1 OR CTL-VALUE-WS > 52
               MOVE 4 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO FC-COVER-WS.
           .
       LOAD-FORECAST-CONTROLS-EXT.
           EXIT.

       LOAD-GOODS-TABLE SECTION.
           MOVE 0 TO FC-GOODS-CT-WS.
           MOVE 0 TO FC-SUPP-CT-WS.
           OPEN INPUT GOODS-FILE.
           IF NOT (FILE-STA-GOODS = 00 OR FILE-STA-GOODS = 05)
               DISPLAY "GOODS FILE WILL NOT OPEN - STATUS "
                       FILE-STA-GOODS
               GO TO LOAD-GOODS-TABLE-EXT
           END-IF.
           LOAD-FC-READ.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO LOAD-FC-DONE
           END-READ.
           IF FC-GOODS-CT-WS NOT < 2000
               IF NOT FC-FULL-WARNED
                   DISPLAY "MORE THAN 2000 GOODS - THE REST ARE NOT "
                           "FORECAST THIS RUN."
                   SET FC-FULL-WARNED TO TRUE
               END-IF
               GO TO LOAD-FC-DONE
           END-IF.
           ADD 1 TO FC-GOODS-CT-WS.
           MOVE FC-GOODS-CT-WS TO FC-IDX.
           INITIALIZE FC-GOODS-ROW(FC-IDX).
           MOVE ID-GOODS OF REC-GOODS TO FC-ROW-GOODS(FC-IDX).
           MOVE CODE-SUPPLIER OF REC-GOODS TO FC-ROW-SUPPLIER(FC-IDX).
           GO TO LOAD-FC-READ.
           LOAD-FC-DONE.
           CLOSE GOODS-FILE.
           .
       LOAD-GOODS-TABLE-EXT.
           EXIT.

      *>  VOIDED LINES NEVER LEFT THE SHOP AND DROP-SHIPPED LINES
      *>  NEVER CAME OUT OF STOCK, SO NEITHER IS DEMAND ON IT.
       SCAN-LIVE-SALES SECTION.
           MOVE 0 TO FC-SALES-CT-WS.
           OPEN INPUT SALE-FILE.
           IF NOT (FILE-STA-SALE = 00 OR FILE-STA-SALE = 05)
               DISPLAY "SALE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SALE
               GO TO SCAN-LIVE-SALES-EXT
           END-IF.
           SCAN-FC-SALE-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO SCAN-FC-SALE-DONE
           END-READ.
           IF SALE-VOIDED OR SALE-DROPSHIP
               GO TO SCAN-FC-SALE-READ
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO FC-EVENT-GOODS-WS.
           MOVE NUM-SALE OF REC-SALE TO FC-EVENT-QTY-WS.
           MOVE DATE-SALE OF REC-SALE TO FC-EVENT-DATE-WS.
           PERFORM ADD-DEMAND-EVENT.
           IF FC-FOUND-WS > 0 AND FC-WK-IDX > 0
               ADD 1 TO FC-SALES-CT-WS
           END-IF.
           GO TO SCAN-FC-SALE-READ.
           SCAN-FC-SALE-DONE.
           CLOSE SALE-FILE.
           .
       SCAN-LIVE-SALES-EXT.
           EXIT.

       SCAN-ARCHIVED-SALES SECTION.
           MOVE 0 TO FC-ARC-CT-WS.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               GO TO SCAN-ARCHIVED-SALES-EXT
           END-IF.
           SCAN-FC-ARC-READ.
           READ SALE-ARCHIVE-FILE
               AT END
                   GO TO SCAN-FC-ARC-DONE
           END-READ.
           MOVE SPACE TO ARC-ID-X-WS ARC-LINE-X-WS ARC-GOODS-X-WS
               ARC-QTY-X-WS ARC-DATE-X-WS ARC-CUST-X-WS
               ARC-VOID-X-WS ARC-PRICE-X-WS.
           UNSTRING ARC-LINE-SALE DELIMITED BY ","
               INTO ARC-ID-X-WS ARC-LINE-X-WS ARC-GOODS-X-WS
                    ARC-QTY-X-WS ARC-DATE-X-WS ARC-CUST-X-WS
                    ARC-VOID-X-WS ARC-PRICE-X-WS
           END-UNSTRING.
           IF ARC-VOID-X-WS = "Y"
               GO TO SCAN-FC-ARC-READ
           END-IF.
           IF ARC-GOODS-X-WS NOT NUMERIC
                  OR ARC-QTY-X-WS NOT NUMERIC
                  OR ARC-DATE-X-WS NOT NUMERIC
               GO TO SCAN-FC-ARC-READ
           END-IF.
           MOVE ARC-GOODS-X-WS TO FC-EVENT-GOODS-WS.
           MOVE ARC-QTY-X-WS TO FC-EVENT-QTY-WS.
           MOVE ARC-DATE-X-WS TO FC-EVENT-DATE-WS.
           PERFORM ADD-DEMAND-EVENT.
           IF FC-FOUND-WS > 0 AND FC-WK-IDX > 0
               ADD 1 TO FC-ARC-CT-WS
           END-IF.
           GO TO SCAN-FC-ARC-READ.
           SCAN-FC-ARC-DONE.
           CLOSE SALE-ARCHIVE-FILE.
           .
       SCAN-ARCHIVED-SALES-EXT.
           EXIT.

      *>  ADDS FC-EVENT-QTY-WS TO THE WEEK OF FC-EVENT-DATE-WS FOR
      *>  FC-EVENT-GOODS-WS. FC-WK-IDX IS LEFT ZERO WHEN THE SALE
      *>  FALLS OUTSIDE THE WINDOW.
       ADD-DEMAND-EVENT SECTION.
           MOVE 0 TO FC-WK-IDX.
           MOVE FC-EVENT-GOODS-WS TO FC-KEY-WS.
           PERFORM FIND-GOODS-ROW.
           IF FC-FOUND-WS = 0
               GO TO ADD-DEMAND-EVENT-EXT
           END-IF.
           MOVE FC-EVENT-DATE-WS TO FC-DATE-IN-WS.
           PERFORM DATE-TO-DAY-NO.
           COMPUTE FC-AGE-WS = FC-TODAY-DAY-WS - FC-DAY-NO-WS.
           IF FC-AGE-WS < 0
               GO TO ADD-DEMAND-EVENT-EXT
           END-IF.
           IF FC-AGE-WS NOT < FC-WEEKS-WS * 7
               GO TO ADD-DEMAND-EVENT-EXT
           END-IF.
           COMPUTE FC-WK-IDX = FC-AGE-WS / 7 + 1.
           ADD FC-EVENT-QTY-WS TO FC-ROW-WEEK(FC-FOUND-WS, FC-WK-IDX).
           .
       ADD-DEMAND-EVENT-EXT.
           EXIT.

      *>  LEAD TIME IS THE DAYS FROM THE PURCHASE DATE TO EACH
      *>  RECEIPT AGAINST IT, TAKEN OVER THE SAME WINDOW AS DEMAND.
      *>  DROP-SHIPPED LINES GO STRAIGHT TO THE CUSTOMER AND ARE LEFT
      *>  OUT. EACH RECEIPT COUNTS FOR ITS GOODS AND ITS SUPPLIER.
       SCAN-RECEIPT-LEAD-TIMES SECTION.
           MOVE 0 TO FC-RCPT-CT-WS.
           OPEN INPUT RECEIPT-FILE.
           IF NOT (FILE-STA-RECEIPT = 00)
               DISPLAY "NO RECEIPT LOG - DEFAULT LEAD TIME USED."
               GO TO SCAN-RECEIPT-LEAD-TIMES-EXT
           END-IF.
           OPEN INPUT PURCHASE-FILE.
           SCAN-FC-RCPT-READ.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   GO TO SCAN-FC-RCPT-DONE
           END-READ.
           MOVE DATE-RECEIPT TO FC-DATE-IN-WS.
           PERFORM DATE-TO-DAY-NO.
           COMPUTE FC-AGE-WS = FC-TODAY-DAY-WS - FC-DAY-NO-WS.
           IF FC-AGE-WS < 0 OR FC-AGE-WS NOT < FC-WEEKS-WS * 7
               GO TO SCAN-FC-RCPT-READ
           END-IF.
           MOVE ID-PURCHASE-RECEIPT TO ID-PURCHASE OF REC-PURCHASE.
           MOVE LINE-PURCHASE-RECEIPT
               TO LINE-PURCHASE OF REC-PURCHASE.
           READ PURCHASE-FILE
               KEY IS KEY-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO SCAN-FC-RCPT-READ
           END-READ.
           IF PURCHASE-VOIDED OR PURCHASE-DROPSHIP
               GO TO SCAN-FC-RCPT-READ
           END-IF.
           COMPUTE FC-LEAD-DIFF-WS = FC-DAY-NO-WS.
           MOVE DATE-PURCHASE OF REC-PURCHASE TO FC-DATE-IN-WS.
           PERFORM DATE-TO-DAY-NO.
           SUBTRACT FC-DAY-NO-WS FROM FC-LEAD-DIFF-WS.
           IF FC-LEAD-DIFF-WS < 0 OR FC-LEAD-DIFF-WS > 999
               GO TO SCAN-FC-RCPT-READ
           END-IF.
           MOVE ID-GOODS-RECEIPT TO FC-KEY-WS.
           PERFORM FIND-GOODS-ROW.
           IF FC-FOUND-WS = 0
               GO TO SCAN-FC-RCPT-READ
           END-IF.
           ADD FC-LEAD-DIFF-WS TO FC-ROW-LEAD-SUM(FC-FOUND-WS).
           ADD 1 TO FC-ROW-LEAD-CT(FC-FOUND-WS).
           PERFORM ADD-SUPPLIER-LEAD.
           ADD 1 TO FC-RCPT-CT-WS.
           GO TO SCAN-FC-RCPT-READ.
           SCAN-FC-RCPT-DONE.
           CLOSE PURCHASE-FILE.
           CLOSE RECEIPT-FILE.
           .
       SCAN-RECEIPT-LEAD-TIMES-EXT.
           EXIT.

       ADD-SUPPLIER-LEAD SECTION.
           MOVE 1 TO FC-SUPP-IDX.
           ADD-SUPP-LOOK.
           IF FC-SUPP-IDX > FC-SUPP-CT-WS
               IF FC-SUPP-CT-WS NOT < 500
                   GO TO ADD-SUPPLIER-LEAD-EXT
               END-IF
               ADD 1 TO FC-SUPP-CT-WS
               MOVE FC-SUPP-CT-WS TO FC-SUPP-IDX
               MOVE FC-ROW-SUPPLIER(FC-FOUND-WS)
                   TO FC-SUPP-CODE(FC-SUPP-IDX)
               MOVE 0 TO FC-SUPP-LEAD-SUM(FC-SUPP-IDX)
               MOVE 0 TO FC-SUPP-LEAD-CT(FC-SUPP-IDX)
           END-IF.
           IF NOT (FC-SUPP-CODE(FC-SUPP-IDX) =
                   FC-ROW-SUPPLIER(FC-FOUND-WS))
               ADD 1 TO FC-SUPP-IDX
               GO TO ADD-SUPP-LOOK
           END-IF.
           ADD FC-LEAD-DIFF-WS TO FC-SUPP-LEAD-SUM(FC-SUPP-IDX).
           ADD 1 TO FC-SUPP-LEAD-CT(FC-SUPP-IDX).
           .
       ADD-SUPPLIER-LEAD-EXT.
           EXIT.

      *>  HALVES THE GOODS TABLE FOR FC-KEY-WS. FC-FOUND-WS IS THE
      *>  ROW, OR ZERO WHEN THE GOODS IS NOT ON FILE.
       FIND-GOODS-ROW SECTION.
           MOVE 0 TO FC-FOUND-WS.
           MOVE 1 TO FC-LO-WS.
           MOVE FC-GOODS-CT-WS TO FC-HI-WS.
           FIND-FC-HALVE.
           IF FC-LO-WS > FC-HI-WS OR FC-HI-WS = 0
               GO TO FIND-GOODS-ROW-EXT
           END-IF.
           COMPUTE FC-MID-WS = (FC-LO-WS + FC-HI-WS) / 2.
           IF FC-ROW-GOODS(FC-MID-WS) = FC-KEY-WS
               MOVE FC-MID-WS TO FC-FOUND-WS
               GO TO FIND-GOODS-ROW-EXT
           END-IF.
           IF FC-ROW-GOODS(FC-MID-WS) < FC-KEY-WS
               COMPUTE FC-LO-WS = FC-MID-WS + 1
           ELSE
               IF FC-MID-WS = 1
                   GO TO FIND-GOODS-ROW-EXT
               END-IF
               COMPUTE FC-HI-WS = FC-MID-WS - 1
           END-IF.
           GO TO FIND-FC-HALVE.
           .
       FIND-GOODS-ROW-EXT.
           EXIT.

       WRITE-PROPOSALS SECTION.
           MOVE 0 TO FC-PROPOSED-CT-WS.
           OPEN OUTPUT FORECAST-FILE.
           IF NOT (FILE-STA-FCST = 00 OR FILE-STA-FCST = 05)
               DISPLAY "FORECAST FILE WILL NOT OPEN - STATUS "
                       FILE-STA-FCST
               GO TO WRITE-PROPOSALS-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           OPEN OUTPUT FORECAST-RPT.
           MOVE SPACE TO FC-LINE-WS.
           STRING "DEMAND FORECAST - PROPOSED REORDER LEVELS  RUN "
                  DELIMITED BY SIZE
                  FC-TODAY-WS DELIMITED BY SIZE
                  "  WEEKS " DELIMITED BY SIZE
                  FC-WEEKS-WS DELIMITED BY SIZE
                  "  SERVICE Z " DELIMITED BY SIZE
                  FC-Z-WS DELIMITED BY SIZE
                  "  COVER WEEKS " DELIMITED BY SIZE
                  FC-COVER-WS DELIMITED BY SIZE
                  INTO FC-LINE-WS
           END-STRING.
           WRITE REC-FORECAST-RPT FROM FC-LINE-WS.
           MOVE SPACE TO FC-LINE-WS.
           STRING "GOODS  NAME                 AVG/WEEK   "
                  DELIMITED BY SIZE
                  "SD/WEEK    LEAD S  LEVEL  NEW    QTY    NEW"
                  DELIMITED BY SIZE
                  INTO FC-LINE-WS
           END-STRING.
           WRITE REC-FORECAST-RPT FROM FC-LINE-WS.
           MOVE 1 TO FC-IDX.
           PERFORM PROPOSE-ONE-GOODS UNTIL FC-IDX > FC-GOODS-CT-WS.
           MOVE SPACE TO FC-LINE-WS.
           STRING FC-PROPOSED-CT-WS DELIMITED BY SIZE
                  " CHANGES PROPOSED FOR REVIEW." DELIMITED BY SIZE
                  INTO FC-LINE-WS
           END-STRING.
           WRITE REC-FORECAST-RPT FROM FC-LINE-WS.
           CLOSE FORECAST-RPT.
           CLOSE GOODS-FILE.
           CLOSE FORECAST-FILE.
           .
       WRITE-PROPOSALS-EXT.
           EXIT.

       PROPOSE-ONE-GOODS SECTION.
           MOVE FC-ROW-GOODS(FC-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO PROPOSE-ONE-GOODS-NEXT
           END-READ.
           IF REORDER-QTY-GOODS OF REC-GOODS IS NUMERIC
               MOVE REORDER-QTY-GOODS OF REC-GOODS TO FC-CUR-QTY-WS
           ELSE
               MOVE 0 TO FC-CUR-QTY-WS
           END-IF.
           PERFORM COMPUTE-DEMAND-STATS.
           PERFORM CHOOSE-LEAD-TIME.
           IF GOODS-DISCONTINUED
               MOVE 0 TO FC-NEW-LEVEL-WS
               MOVE 0 TO FC-NEW-QTY-WS
           ELSE
               PERFORM COMPUTE-NEW-FIGURES
           END-IF.
           IF FC-NEW-LEVEL-WS = REORDER-LEVEL OF REC-GOODS
                  AND FC-NEW-QTY-WS = FC-CUR-QTY-WS
               GO TO PROPOSE-ONE-GOODS-NEXT
           END-IF.
           INITIALIZE REC-FORECAST.
           MOVE FC-ROW-GOODS(FC-IDX) TO ID-GOODS-FCST.
           MOVE FC-TODAY-WS TO DATE-RUN-FCST.
           MOVE FC-WEEKS-WS TO WEEKS-FCST.
           MOVE FC-MEAN-WS TO AVG-WEEK-FCST.
           MOVE FC-SD-WS TO SD-WEEK-FCST.
           MOVE FC-LEAD-DAYS-WS TO LEAD-DAYS-FCST.
           MOVE FC-LEAD-SOURCE-WS TO LEAD-SOURCE-FCST.
           MOVE REORDER-LEVEL OF REC-GOODS TO OLD-LEVEL-FCST.
           MOVE FC-NEW-LEVEL-WS TO NEW-LEVEL-FCST.
           MOVE FC-CUR-QTY-WS TO OLD-QTY-FCST.
           MOVE FC-NEW-QTY-WS TO NEW-QTY-FCST.
           SET FCST-PROPOSED TO TRUE.
           MOVE 0 TO DATE-DECIDED-FCST.
           MOVE SPACE TO OPERATOR-FCST.
           WRITE REC-FORECAST
               INVALID KEY
                   DISPLAY "PROPOSAL FOR GOODS " ID-GOODS-FCST
                           " COULD NOT BE WRITTEN."
                   GO TO PROPOSE-ONE-GOODS-NEXT
           END-WRITE.
           ADD 1 TO FC-PROPOSED-CT-WS.
           MOVE SPACE TO FC-LINE-WS.
           STRING ID-GOODS-FCST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NAME-GOODS OF REC-GOODS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AVG-WEEK-FCST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SD-WEEK-FCST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEAD-DAYS-FCST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEAD-SOURCE-FCST DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OLD-LEVEL-FCST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NEW-LEVEL-FCST DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OLD-QTY-FCST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NEW-QTY-FCST DELIMITED BY SIZE
                  INTO FC-LINE-WS
           END-STRING.
           IF GOODS-DISCONTINUED
               MOVE "DISCONTINUED" TO FC-LINE-WS(100:12)
           END-IF.
           WRITE REC-FORECAST-RPT FROM FC-LINE-WS.
           PROPOSE-ONE-GOODS-NEXT.
           ADD 1 TO FC-IDX.
           .
       PROPOSE-ONE-GOODS-EXT.
           EXIT.

      *>  MEAN AND POPULATION STANDARD DEVIATION OF THE WEEKLY
      *>  BUCKETS, WEEKS WITH NO SALES COUNTING AS ZERO.
       COMPUTE-DEMAND-STATS SECTION.
           MOVE 0 TO FC-SUM-WS.
           MOVE 0 TO FC-SUMSQ-WS.
           MOVE 1 TO FC-WK-IDX.
           PERFORM SUM-ONE-WEEK UNTIL FC-WK-IDX > FC-WEEKS-WS.
           COMPUTE FC-MEAN-WS ROUNDED = FC-SUM-WS / FC-WEEKS-WS.
           COMPUTE FC-VAR-NUM-WS =
               FC-WEEKS-WS * FC-SUMSQ-WS - FC-SUM-WS * FC-SUM-WS.
           IF FC-VAR-NUM-WS < 0
               MOVE 0 TO FC-VAR-NUM-WS
           END-IF.
           COMPUTE FC-VAR-WS ROUNDED =
               FC-VAR-NUM-WS / (FC-WEEKS-WS * FC-WEEKS-WS).
           IF FC-VAR-WS = 0
               MOVE 0 TO FC-SD-WS
           ELSE
               COMPUTE FC-SD-WS ROUNDED = FC-VAR-WS ** 0.5
           END-IF.
           .
       COMPUTE-DEMAND-STATS-EXT.
           EXIT.

       SUM-ONE-WEEK SECTION.
           ADD FC-ROW-WEEK(FC-IDX, FC-WK-IDX) TO FC-SUM-WS.
           COMPUTE FC-SUMSQ-WS = FC-SUMSQ-WS +
               FC-ROW-WEEK(FC-IDX, FC-WK-IDX) *
               FC-ROW-WEEK(FC-IDX, FC-WK-IDX).
           ADD 1 TO FC-WK-IDX.
           .
       SUM-ONE-WEEK-EXT.
           EXIT.

      *>  THE GOODS' OWN RECEIPTS IF IT HAD ANY IN THE WINDOW, ELSE
      *>  ITS SUPPLIER'S ACROSS ALL GOODS, ELSE THE FCLEAD DEFAULT.
       CHOOSE-LEAD-TIME SECTION.
           IF FC-ROW-LEAD-CT(FC-IDX) > 0
               COMPUTE FC-LEAD-DAYS-WS ROUNDED =
                   FC-ROW-LEAD-SUM(FC-IDX) / FC-ROW-LEAD-CT(FC-IDX)
               MOVE "G" TO FC-LEAD-SOURCE-WS
               GO TO CHOOSE-LEAD-TIME-EXT
           END-IF.
           MOVE 1 TO FC-SUPP-IDX.
           CHOOSE-LEAD-SUPP.
           IF FC-SUPP-IDX > FC-SUPP-CT-WS
               MOVE FC-DEFAULT-LEAD-WS TO FC-LEAD-DAYS-WS
               MOVE "D" TO FC-LEAD-SOURCE-WS
               GO TO CHOOSE-LEAD-TIME-EXT
           END-IF.
           IF NOT (FC-SUPP-CODE(FC-SUPP-IDX) = FC-ROW-SUPPLIER(FC-IDX))
               ADD 1 TO FC-SUPP-IDX
               GO TO CHOOSE-LEAD-SUPP
           END-IF.
           COMPUTE FC-LEAD-DAYS-WS ROUNDED =
               FC-SUPP-LEAD-SUM(FC-SUPP-IDX) /
               FC-SUPP-LEAD-CT(FC-SUPP-IDX).
           MOVE "S" TO FC-LEAD-SOURCE-WS.
           .
       CHOOSE-LEAD-TIME-EXT.
           EXIT.

      *>  REORDER LEVEL = DEMAND OVER THE LEAD TIME PLUS Z STANDARD
      *>  DEVIATIONS OF LEAD-TIME DEMAND, ROUNDED UP. ORDER QUANTITY
      *>  = FCCOVER WEEKS OF DEMAND, ROUNDED UP TO WHOLE CASES.
       COMPUTE-NEW-FIGURES SECTION.
           COMPUTE FC-LEAD-WEEKS-WS ROUNDED = FC-LEAD-DAYS-WS / 7.
           COMPUTE FC-TARGET-WS ROUNDED =
               FC-MEAN-WS * FC-LEAD-WEEKS-WS
               + FC-Z-WS * FC-SD-WS * (FC-LEAD-WEEKS-WS ** 0.5).
           MOVE FC-TARGET-WS TO FC-CEIL-WS.
           IF FC-CEIL-WS < FC-TARGET-WS
               ADD 1 TO FC-CEIL-WS
           END-IF.
           IF FC-CEIL-WS > 99999
               MOVE 99999 TO FC-CEIL-WS
           END-IF.
           MOVE FC-CEIL-WS TO FC-NEW-LEVEL-WS.
           COMPUTE FC-TARGET-WS = FC-MEAN-WS * FC-COVER-WS.
           MOVE FC-TARGET-WS TO FC-CEIL-WS.
           IF FC-CEIL-WS < FC-TARGET-WS
               ADD 1 TO FC-CEIL-WS
           END-IF.
           IF UNITS-PER-CASE-GOODS OF REC-GOODS IS NUMERIC
                  AND UNITS-PER-CASE-GOODS OF REC-GOODS > 1
                  AND FC-CEIL-WS > 0
               COMPUTE FC-CASES-WS =
                   (FC-CEIL-WS + UNITS-PER-CASE-GOODS OF REC-GOODS - 1)
                   / UNITS-PER-CASE-GOODS OF REC-GOODS
               COMPUTE FC-CEIL-WS =
                   FC-CASES-WS * UNITS-PER-CASE-GOODS OF REC-GOODS
           END-IF.
           IF FC-CEIL-WS > 99999
               MOVE 99999 TO FC-CEIL-WS
           END-IF.
           MOVE FC-CEIL-WS TO FC-NEW-QTY-WS.
           .
       COMPUTE-NEW-FIGURES-EXT.
           EXIT.

      *>  A SUPERVISOR TAKES THE PENDING PROPOSALS ONE AT A TIME OR
      *>  ALL TOGETHER. A GOODS WHOSE LEVEL OR QUANTITY WAS CHANGED
      *>  BY HAND SINCE THE RUN IS SKIPPED RATHER THAN OVERWRITTEN.
       ACCEPT-PROPOSALS SECTION.
           MOVE 0 TO FC-ACCEPTED-CT-WS.
           MOVE 0 TO FC-REJECTED-CT-WS.
           MOVE 0 TO FC-SKIPPED-CT-WS.
           OPEN I-O FORECAST-FILE.
           IF NOT (FILE-STA-FCST = 00)
               DISPLAY "NO FORECAST PROPOSALS ON FILE - RUN THE "
                       "FORECAST FIRST."
               CLOSE FORECAST-FILE
               GO TO ACCEPT-PROPOSALS-EXT
           END-IF.
           DISPLAY "ACCEPT EVERY PENDING PROPOSAL? (Y = ALL, "
                   "N = ONE BY ONE):"
           ACCEPT FC-ALL-SW.
           OPEN I-O GOODS-FILE.
           ACC-FC-READ.
           READ FORECAST-FILE NEXT RECORD
               AT END
                   GO TO ACC-FC-DONE
           END-READ.
           IF NOT FCST-PROPOSED
               GO TO ACC-FC-READ
           END-IF.
           IF NOT FC-ACCEPT-ALL
               DISPLAY "GOODS " ID-GOODS-FCST
                       " AVG/WEEK " AVG-WEEK-FCST
                       " SD " SD-WEEK-FCST
                       " LEAD " LEAD-DAYS-FCST " " LEAD-SOURCE-FCST
               DISPLAY "  LEVEL " OLD-LEVEL-FCST " -> " NEW-LEVEL-FCST
                       "   QTY " OLD-QTY-FCST " -> " NEW-QTY-FCST
               DISPLAY "ACCEPT? (Y/N, S = STOP):"
               ACCEPT FC-ANSWER-WS
               IF FC-ANSWER-WS = "S"
                   GO TO ACC-FC-DONE
               END-IF
               IF NOT (FC-ANSWER-WS = "Y")
                   SET FCST-REJECTED TO TRUE
                   ACCEPT DATE-DECIDED-FCST FROM DATE YYYYMMDD
                   MOVE LS-OPERATOR-ID TO OPERATOR-FCST
                   REWRITE REC-FORECAST
                   ADD 1 TO FC-REJECTED-CT-WS
                   GO TO ACC-FC-READ
               END-IF
           END-IF.
           PERFORM APPLY-ONE-PROPOSAL.
           GO TO ACC-FC-READ.
           ACC-FC-DONE.
           CLOSE GOODS-FILE.
           CLOSE FORECAST-FILE.
           DISPLAY FC-ACCEPTED-CT-WS " ACCEPTED, " FC-REJECTED-CT-WS
                   " REJECTED, " FC-SKIPPED-CT-WS " SKIPPED.".
           .
       ACCEPT-PROPOSALS-EXT.
           EXIT.

       APPLY-ONE-PROPOSAL SECTION.
           MOVE ID-GOODS-FCST TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " ID-GOODS-FCST
                           " NO LONGER ON FILE - SKIPPED."
                   ADD 1 TO FC-SKIPPED-CT-WS
                   GO TO APPLY-ONE-PROPOSAL-EXT
           END-READ.
           IF REORDER-QTY-GOODS OF REC-GOODS IS NUMERIC
               MOVE REORDER-QTY-GOODS OF REC-GOODS TO FC-CUR-QTY-WS
           ELSE
               MOVE 0 TO FC-CUR-QTY-WS
           END-IF.
           IF NOT (REORDER-LEVEL OF REC-GOODS = OLD-LEVEL-FCST
                   AND FC-CUR-QTY-WS = OLD-QTY-FCST)
               DISPLAY "GOODS " ID-GOODS-FCST
                       " CHANGED SINCE THE FORECAST RUN - SKIPPED. "
                       "RE-RUN THE FORECAST."
               ADD 1 TO FC-SKIPPED-CT-WS
               GO TO APPLY-ONE-PROPOSAL-EXT
           END-IF.
           MOVE NEW-LEVEL-FCST TO REORDER-LEVEL OF REC-GOODS.
           MOVE NEW-QTY-FCST TO REORDER-QTY-GOODS OF REC-GOODS.
           REWRITE REC-GOODS
               INVALID KEY
                   DISPLAY "GOODS " ID-GOODS-FCST
                           " COULD NOT BE UPDATED - SKIPPED."
                   ADD 1 TO FC-SKIPPED-CT-WS
                   GO TO APPLY-ONE-PROPOSAL-EXT
           END-REWRITE.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM JOURNAL-GOODS-REC.
           MOVE "GOODS" TO MC-FILE-WS.
           MOVE SPACE TO MC-KEY-WS.
           MOVE ID-GOODS-FCST TO MC-KEY-WS(1:6).
           IF NOT (OLD-LEVEL-FCST = NEW-LEVEL-FCST)
               MOVE "REORDER-LVL" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS MC-NEW-WS
               MOVE OLD-LEVEL-FCST TO MC-OLD-WS(1:5)
               MOVE NEW-LEVEL-FCST TO MC-NEW-WS(1:5)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           IF NOT (OLD-QTY-FCST = NEW-QTY-FCST)
               MOVE "REORDER-QTY" TO MC-FIELD-WS
               MOVE SPACE TO MC-OLD-WS MC-NEW-WS
               MOVE OLD-QTY-FCST TO MC-OLD-WS(1:5)
               MOVE NEW-QTY-FCST TO MC-NEW-WS(1:5)
               PERFORM WRITE-MASTER-CHANGE
           END-IF.
           SET FCST-ACCEPTED TO TRUE.
           ACCEPT DATE-DECIDED-FCST FROM DATE YYYYMMDD.
           MOVE LS-OPERATOR-ID TO OPERATOR-FCST.
           REWRITE REC-FORECAST.
           ADD 1 TO FC-ACCEPTED-CT-WS.
           .
       APPLY-ONE-PROPOSAL-EXT.
           EXIT.

       DATE-TO-DAY-NO SECTION.
           MOVE FC-DATE-IN-WS(1:4) TO FC-YYYY-WS.
           MOVE FC-DATE-IN-WS(5:2) TO FC-MM-WS.
           MOVE FC-DATE-IN-WS(7:2) TO FC-DD-WS.
           COMPUTE FC-DAY-NO-WS =
               FC-YYYY-WS * 360 + FC-MM-WS * 30 + FC-DD-WS.
           .
       DATE-TO-DAY-NO-EXT.
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

      *>  WRITES ONE BEFORE/AFTER ROW FROM MASTER-CHANGE-WS. THE
      *>  SEQUENCE COMES OFF THE GLOBAL MCHGSEQ COUNTER SO ROWS
      *>  READ BACK IN THE ORDER THE EDITS HAPPENED.
       WRITE-MASTER-CHANGE SECTION.
           OPEN I-O MASTER-CHANGE-FILE.
           IF NOT (FILE-STA-MCHG = 00 OR FILE-STA-MCHG = 05)
               GO TO WRITE-MASTER-CHANGE-EXT
           END-IF.
           OPEN I-O COUNTER-FILE.
           MOVE "MCHGSEQ" TO NAME-COUNTER OF REC-COUNTER.
           READ COUNTER-FILE
               KEY IS NAME-COUNTER OF REC-COUNTER
               INVALID KEY
                   MOVE 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   WRITE REC-COUNTER
               NOT INVALID KEY
                   ADD 1 TO NEXT-ID-COUNTER OF REC-COUNTER
                   REWRITE REC-COUNTER
           END-READ.
           MOVE NEXT-ID-COUNTER OF REC-COUNTER TO SEQ-MCHG.
           CLOSE COUNTER-FILE.
           MOVE MC-FILE-WS TO FILE-MCHG.
           MOVE MC-KEY-WS TO KEY-MCHG.
           MOVE MC-FIELD-WS TO FIELD-MCHG.
           MOVE MC-OLD-WS TO OLD-MCHG.
           MOVE MC-NEW-WS TO NEW-MCHG.
           ACCEPT DATE-MCHG FROM DATE YYYYMMDD.
           MOVE LS-OPERATOR-ID TO OPERATOR-MCHG.
           WRITE REC-MASTER-CHANGE
               INVALID KEY
                   DISPLAY "MASTER CHANGE ROW COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE MASTER-CHANGE-FILE.
           .
       WRITE-MASTER-CHANGE-EXT.
           EXIT.

      *>  AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - SEE THE
      *>  RECOVER PROGRAM. THE CALLER LEAVES THE ACTION (W/R/D) IN
      *>  JRN-ACTION-WS.
       JOURNAL-GOODS-REC SECTION.
           MOVE "GOODS" TO FILE-JRN.
           MOVE REC-GOODS TO IMAGE-JRN.
           MOVE JRN-ACTION-WS TO ACTION-JRN.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE LS-OPERATOR-ID TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO JOURNAL-GOODS-REC-EXT
           END-IF.
           WRITE REC-JOURNAL.
           CLOSE JOURNAL-FILE.
           .
       JOURNAL-GOODS-REC-EXT.
           EXIT.
       END PROGRAM FORECAST.
