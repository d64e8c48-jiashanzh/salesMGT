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
               SELECT LOCATION-FILE
               ASSIGN TO "D:\db\journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-JOURNAL.
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
               SELECT COUNT-SHEET-FILE
               ASSIGN TO "D:\db\countsheet.prt"
               SELECT COUNT-VAR-FILE
               ASSIGN TO "D:\db\countvar.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT ABC-CLASS-RPT
               ASSIGN TO "D:\db\abcclass.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY AUDITFILE.
         COPY XREFFILE.
         COPY JRNFILE.
         COPY CTLFILE.
       FD SALE-ARCHIVE-FILE.
       01 ARC-LINE-SALE                PIC X(100).
       FD COUNT-SHEET-FILE.
       01 REC-COUNT-SHEET              PIC X(100).
       FD COUNT-VAR-FILE.
       01 REC-COUNT-VAR                PIC X(150).
       FD ABC-CLASS-RPT.
       01 REC-ABC-CLASS-RPT            PIC X(120).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 XREF-LOOKUP-WS.
       01 COUNT-TOTAL-VALUE-WS         PIC S9(9)V99.
       01 COUNT-LINE-CT-WS             PIC 9(5).
       01 TODAY-DATE-WS                PIC 9(8).
       01 SAVE-AUDIT-REC-WS            PIC X(80).
       01 NEXT-AUDIT-SEQ-WS            PIC 9(6).
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
       01 SHEET-LINE-WS                PIC X(100).
       01 VAR-LINE-WS                  PIC X(150).
       01 FILE-STA-SALEARC             PIC 99.
       01 CTL-LOOKUP-WS.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
      *>  DAYS BETWEEN COUNTS FOR EACH CLASS - CONTROLS CCDAYSA,
      *>  CCDAYSB AND CCDAYSC, MONTHLY/QUARTERLY/YEARLY BY DEFAULT.
       01 COUNT-SCHEDULE-WS.
           02 COUNT-DAYS-A-WS          PIC 9(3).
           02 COUNT-DAYS-B-WS          PIC 9(3).
           02 COUNT-DAYS-C-WS          PIC 9(3).
           02 COUNT-INTERVAL-WS        PIC 9(3).
           02 COUNT-FULL-SW            PIC X.
               88 COUNT-FULL               VALUE "Y".
           02 COUNT-DUE-SW             PIC X.
               88 COUNT-DUE                VALUE "Y".
           02 COUNT-NOT-DUE-CT-WS      PIC 9(5).
       01 AGE-WORK-WS.
           02 AGE-FROM-DATE-WS.
               03 AGE-FROM-YYYY         PIC 9(4).
               03 AGE-FROM-MM           PIC 9(2).
               03 AGE-FROM-DD           PIC 9(2).
           02 AGE-TO-DATE-WS.
               03 AGE-TO-YYYY           PIC 9(4).
               03 AGE-TO-MM             PIC 9(2).
               03 AGE-TO-DD             PIC 9(2).
           02 AGE-DAYS-WS               PIC S9(5).
      *>  ONE ROW PER GOODS FOR THE CLASSIFICATION RUN - LOADED IN
      *>  GOODS NUMBER ORDER SO A SALE LINE'S GOODS CAN BE FOUND BY
      *>  HALVING, THEN RE-ORDERED BIGGEST SALES VALUE FIRST.
       01 ABC-TABLE-WS.
           02 ABC-COUNT-WS             PIC 9(4) VALUE 0.
           02 ABC-IDX                  PIC 9(4).
           02 ABC-OUTER                PIC 9(4).
           02 ABC-INNER                PIC 9(4).
           02 ABC-MAX-IDX              PIC 9(4).
           02 ABC-TRUNC-WARNED-SW      PIC X.
               88 ABC-TRUNC-WARNED         VALUE "Y".
           02 ABC-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON ABC-COUNT-WS.
               03 ABC-ID-GOODS         PIC 9(6).
               03 ABC-PRICE            PIC S9(4)V99.
               03 ABC-VALUE            PIC S9(9)V99.
       01 ABC-ROW-TEMP.
           02 ABC-ID-GOODS-TMP         PIC 9(6).
           02 ABC-PRICE-TMP            PIC S9(4)V99.
           02 ABC-VALUE-TMP            PIC S9(9)V99.
       01 ABC-WORK-WS.
           02 ABC-FROM-DATE-WS         PIC 9(8).
           02 ABC-PCT-A-WS             PIC 9(3).
           02 ABC-PCT-B-WS             PIC 9(3).
           02 ABC-KEY-WS               PIC 9(6).
           02 ABC-LO-WS                PIC 9(4).
           02 ABC-HI-WS                PIC 9(4).
           02 ABC-MID-WS               PIC 9(4).
           02 ABC-FOUND-WS             PIC 9(4).
           02 ABC-EVENT-QTY-WS         PIC 9(5).
           02 ABC-EVENT-PRICE-WS       PIC S9(4)V99.
           02 ABC-TOTAL-WS             PIC S9(11)V99.
           02 ABC-CUM-WS               PIC S9(11)V99.
           02 ABC-CUM-PCT-WS           PIC 9(3)V99.
           02 ABC-NEW-CLASS-WS         PIC X.
           02 ABC-OLD-CLASS-WS         PIC X.
           02 ABC-CT-A-WS              PIC 9(5).
           02 ABC-CT-B-WS              PIC 9(5).
           02 ABC-CT-C-WS              PIC 9(5).
           02 ABC-CHANGED-CT-WS        PIC 9(5).
           02 ABC-LINE-WS              PIC X(120).
       01 ARC-PARSE-WS.
           02 ARC-ID-X-WS              PIC X(6).
           02 ARC-LINE-X-WS            PIC X(3).
           02 ARC-GOODS-X-WS           PIC X(6).
           02 ARC-QTY-X-WS             PIC X(5).
           02 ARC-DATE-X-WS            PIC X(8).
           02 ARC-CUST-X-WS            PIC X(6).
           02 ARC-VOID-X-WS            PIC X.
           02 ARC-PRICE-X-WS           PIC X(6).
      *>  THE ARCHIVED PRICE IS SIX DIGITS WITH TWO IMPLIED
      *>  DECIMALS, AS THE ARCHIVE WRITES IT.
           02 ARC-PRICE-IMPLIED-WS REDEFINES ARC-PRICE-X-WS
                                       PIC 9(4)V99.
       LINKAGE SECTION.
       01 LS-RETURN-CYCLECNT PIC 9.
       01 LS-OPERATOR-ID PIC X(10).
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============CYCLE COUNT"
           DISPLAY "G>GENERATE COUNT SHEET    P>POST COUNTED "
                   "QUANTITIES    C>CLASSIFY GOODS A/B/C."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT COUNT-ACTION-CHOICE
           EVALUATE COUNT-ACTION-CHOICE
               WHEN "P"
                   PERFORM POST-COUNTS
               WHEN "C"
                   PERFORM CLASSIFY-GOODS
               WHEN OTHER
                   PERFORM GENERATE-COUNT-SHEET
           END-EVALUATE.
       MAIN-PROCEDURE-EXT.
           EXIT.

      *>  A DAY'S SHEET LISTS ONLY THE ITEMS DUE FOR COUNTING BY
      *>  THEIR A/B/C CLASS AND LAST COUNT DATE, UNLESS A FULL COUNT
      *>  OF THE WAREHOUSE IS ASKED FOR.
       GENERATE-COUNT-SHEET SECTION.
           DISPLAY "ENTER WAREHOUSE TO COUNT:"
           ACCEPT COUNT-WAREHOUSE-WS
           DISPLAY "FULL COUNT OF EVERY ITEM? (Y/N, N = ONLY ITEMS "
                   "DUE BY CLASS):"
           ACCEPT COUNT-FULL-SW
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-COUNT-SCHEDULE.
           MOVE 0 TO COUNT-NOT-DUE-CT-WS.
           OPEN INPUT LOCATION-FILE.
           IF NOT (FILE-STA-LOCATION = 00)
               DISPLAY "LOCATION FILE WILL NOT OPEN - STATUS "
               DELIMITED BY SIZE INTO SHEET-LINE-WS.
           MOVE SHEET-LINE-WS TO REC-COUNT-SHEET.
           WRITE REC-COUNT-SHEET.
           MOVE SPACE TO SHEET-LINE-WS.
           STRING "GOODS-ID  NAME                 SYSTEM-QTY  COUNTED"
               "  CL  LAST-COUNTED"
               DELIMITED BY SIZE INTO SHEET-LINE-WS.
           MOVE SHEET-LINE-WS TO REC-COUNT-SHEET.
           WRITE REC-COUNT-SHEET.
           SHEET-SCAN-LOCATION.
           READ LOCATION-FILE NEXT RECORD
           CLOSE GOODS-FILE.
           CLOSE LOCATION-FILE.
           DISPLAY "COUNT SHEET GENERATED - " COUNT-LINE-CT-WS
                   " LINES, " COUNT-NOT-DUE-CT-WS " ITEMS NOT YET DUE."
           .
       GENERATE-COUNT-SHEET-EXT.
           EXIT.
               INVALID KEY
                   MOVE "(NOT ON GOODS FILE)" TO NAME-GOODS
                       OF REC-GOODS
                   MOVE "?" TO ABC-CLASS-GOODS OF REC-GOODS
                   MOVE 0 TO LAST-COUNT-DATE-GOODS OF REC-GOODS
               NOT INVALID KEY
                   IF NOT COUNT-FULL
                       PERFORM CHECK-COUNT-DUE
                       IF NOT COUNT-DUE
                           ADD 1 TO COUNT-NOT-DUE-CT-WS
                           GO TO SHEET-ONE-LINE-EXT
                       END-IF
                   END-IF
           END-READ.
           MOVE SPACE TO SHEET-LINE-WS.
           STRING ID-GOODS-LOC "    "
               NAME-GOODS OF REC-GOODS " "
               QTY-LOCATION "       ______"
               "  " ABC-CLASS-GOODS OF REC-GOODS
               "   " LAST-COUNT-DATE-GOODS OF REC-GOODS
               DELIMITED BY SIZE INTO SHEET-LINE-WS.
           MOVE SHEET-LINE-WS TO REC-COUNT-SHEET.
           WRITE REC-COUNT-SHEET.
       SHEET-ONE-LINE-EXT.
           EXIT.

      *>  SETS COUNT-DUE WHEN THE GOODS IN REC-GOODS HAS GONE LONGER
      *>  THAN ITS CLASS ALLOWS SINCE IT WAS LAST COUNTED, OR HAS
      *>  NEVER BEEN COUNTED AT ALL.
       CHECK-COUNT-DUE SECTION.
           MOVE "Y" TO COUNT-DUE-SW.
           IF LAST-COUNT-DATE-GOODS OF REC-GOODS NOT NUMERIC
               GO TO CHECK-COUNT-DUE-EXT
           END-IF.
           IF LAST-COUNT-DATE-GOODS OF REC-GOODS = 0
               GO TO CHECK-COUNT-DUE-EXT
           END-IF.
           EVALUATE TRUE
               WHEN GOODS-CLASS-A
                   MOVE COUNT-DAYS-A-WS TO COUNT-INTERVAL-WS
               WHEN GOODS-CLASS-B
                   MOVE COUNT-DAYS-B-WS TO COUNT-INTERVAL-WS
               WHEN OTHER
                   MOVE COUNT-DAYS-C-WS TO COUNT-INTERVAL-WS
           END-EVALUATE.
           MOVE LAST-COUNT-DATE-GOODS OF REC-GOODS
               TO AGE-FROM-DATE-WS.
           MOVE TODAY-DATE-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           IF AGE-DAYS-WS < COUNT-INTERVAL-WS
               MOVE "N" TO COUNT-DUE-SW
           END-IF.
           .
       CHECK-COUNT-DUE-EXT.
           EXIT.

       LOAD-COUNT-SCHEDULE SECTION.
           MOVE "CCDAYSA" TO CTL-NAME-WS.
           MOVE 30 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 1 OR CTL-VALUE-WS > 999
               MOVE 30 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO COUNT-DAYS-A-WS.
           MOVE "CCDAYSB" TO CTL-NAME-WS.
           MOVE 90 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 1 OR CTL-VALUE-WS > 999
               MOVE 90 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO COUNT-DAYS-B-WS.
           MOVE "CCDAYSC" TO CTL-NAME-WS.
           MOVE 365 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 1 OR CTL-VALUE-WS > 999
               MOVE 365 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO COUNT-DAYS-C-WS.
           .
       LOAD-COUNT-SCHEDULE-EXT.
           EXIT.

      *>  KEYS IN THE COUNTED QUANTITIES FOR ONE WAREHOUSE AND POSTS
      *>  THE VARIANCES TO QTY-LOCATION AND LEFT-GOODS, WITH ONE
      *>  COUNT-ADJ AUDIT RECORD AND ONE VARIANCE REPORT LINE EACH.
                   MOVE COUNT-GOODS-ID-WS TO ID-GOODS-LOC
                   MOVE COUNT-WAREHOUSE-WS TO CODE-LOCATION
                   MOVE 0 TO QTY-LOCATION
                   MOVE 0 TO MIN-LOCATION
                   MOVE 0 TO MAX-LOCATION
                   WRITE REC-LOCATION
           END-READ.
           COMPUTE COUNT-VARIANCE-WS =
               COUNTED-QTY-WS - QTY-LOCATION.
           MOVE TODAY-DATE-WS TO LAST-COUNT-DATE-GOODS OF REC-GOODS.
           IF COUNT-VARIANCE-WS = 0
               REWRITE REC-GOODS
               MOVE "R" TO JRN-ACTION-WS
               PERFORM JOURNAL-GOODS-REC
               DISPLAY "NO VARIANCE ON GOODS " COUNT-GOODS-ID-WS "."
               GO TO POST-ONE-COUNT-EXT
           END-IF.
           MOVE LEFT-GOODS OF REC-GOODS TO LEFT-GOODS-AUDIT.
           MOVE "COUNT-ADJ" TO REASON-AUDIT.
           MOVE TODAY-DATE-WS TO DATE-AUDIT.
           MOVE COUNT-WAREHOUSE-WS TO LOCATION-AUDIT.
           MOVE 0 TO UNIT-COST-AUDIT.
           MOVE 0 TO SCRAP-QTY-AUDIT.
           PERFORM WRITE-AUDIT-LOG.

           COMPUTE COUNT-VAR-VALUE-WS =
       POST-ONE-COUNT-EXT.
           EXIT.

      *>  RANKS EVERY GOODS BY ITS SALES VALUE OVER THE LAST YEAR,
      *>  LIVE AND ARCHIVED, BIGGEST FIRST. THE GOODS MAKING UP THE
      *>  FIRST ABCPCTA PER CENT OF THE TOTAL ARE CLASS A, THOSE UP
      *>  TO ABCPCTB PER CENT CLASS B, AND THE REST - WITH ANYTHING
      *>  THAT DID NOT SELL - CLASS C. THE NEW CLASSES GO ONTO THE
      *>  GOODS RECORDS AND THE RANKING TO ABCCLASS.PRT.
       CLASSIFY-GOODS SECTION.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE ABC-FROM-DATE-WS = TODAY-DATE-WS - 10000.
           MOVE "ABCPCTA" TO CTL-NAME-WS.
           MOVE 80 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO ABC-PCT-A-WS.
           MOVE "ABCPCTB" TO CTL-NAME-WS.
           MOVE 95 TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           MOVE CTL-VALUE-WS TO ABC-PCT-B-WS.
           IF ABC-PCT-A-WS < 1 OR ABC-PCT-A-WS > 99
                  OR ABC-PCT-B-WS NOT > ABC-PCT-A-WS
                  OR ABC-PCT-B-WS > 100
               DISPLAY "ABCPCTA/ABCPCTB CONTROLS ARE INCONSISTENT - "
                       "USING 80 AND 95."
               MOVE 80 TO ABC-PCT-A-WS
               MOVE 95 TO ABC-PCT-B-WS
           END-IF.
           PERFORM ABC-LOAD-GOODS.
           IF ABC-COUNT-WS = 0
               DISPLAY "NO GOODS ON FILE - NOTHING TO CLASSIFY."
               GO TO CLASSIFY-GOODS-EXT
           END-IF.
           MOVE 0 TO ABC-TOTAL-WS.
           PERFORM ABC-SCAN-SALES.
           PERFORM ABC-SCAN-ARCHIVE.
           MOVE 1 TO ABC-OUTER.
           PERFORM ABC-RANK-OUTER UNTIL ABC-OUTER > ABC-COUNT-WS.
           PERFORM ABC-ASSIGN-CLASSES.
           DISPLAY "CLASSIFIED " ABC-COUNT-WS " GOODS - A "
                   ABC-CT-A-WS " B " ABC-CT-B-WS " C " ABC-CT-C-WS
                   " - " ABC-CHANGED-CT-WS " CHANGED CLASS.".
           .
       CLASSIFY-GOODS-EXT.
           EXIT.

       ABC-LOAD-GOODS SECTION.
           MOVE 0 TO ABC-COUNT-WS.
           MOVE "N" TO ABC-TRUNC-WARNED-SW.
           OPEN INPUT GOODS-FILE.
           IF NOT (FILE-STA-GOODS = 00 OR FILE-STA-GOODS = 05)
               DISPLAY "GOODS FILE WILL NOT OPEN - STATUS "
                       FILE-STA-GOODS
               GO TO ABC-LOAD-GOODS-EXT
           END-IF.
           ABC-LOAD-READ.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO ABC-LOAD-DONE
           END-READ.
           IF ABC-COUNT-WS NOT < 2000
               IF NOT ABC-TRUNC-WARNED
                   DISPLAY "MORE THAN 2000 GOODS - THE REST ARE NOT "
                           "CLASSIFIED THIS RUN."
                   SET ABC-TRUNC-WARNED TO TRUE
               END-IF
               GO TO ABC-LOAD-DONE
           END-IF.
           ADD 1 TO ABC-COUNT-WS.
           MOVE ID-GOODS OF REC-GOODS TO ABC-ID-GOODS(ABC-COUNT-WS).
           MOVE PRICE-GOODS OF REC-GOODS TO ABC-PRICE(ABC-COUNT-WS).
           MOVE 0 TO ABC-VALUE(ABC-COUNT-WS).
           GO TO ABC-LOAD-READ.
           ABC-LOAD-DONE.
           CLOSE GOODS-FILE.
           .
       ABC-LOAD-GOODS-EXT.
           EXIT.

      *>  EACH NON-VOIDED LINE OF THE YEAR AT ITS STRUCK PRICE, OR
      *>  TODAY'S PRICE FOR LINES WRITTEN BEFORE THE PRICE WAS KEPT.
       ABC-SCAN-SALES SECTION.
           OPEN INPUT SALE-FILE.
           IF NOT (FILE-STA-SALE = 00 OR FILE-STA-SALE = 05)
               DISPLAY "SALE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SALE
               GO TO ABC-SCAN-SALES-EXT
           END-IF.
           ABC-SALE-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO ABC-SALE-DONE
           END-READ.
           IF SALE-VOIDED
                  OR DATE-SALE OF REC-SALE NOT > ABC-FROM-DATE-WS
                  OR DATE-SALE OF REC-SALE > TODAY-DATE-WS
               GO TO ABC-SALE-READ
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ABC-KEY-WS.
           PERFORM ABC-FIND-GOODS.
           IF ABC-FOUND-WS = 0
               GO TO ABC-SALE-READ
           END-IF.
           MOVE NUM-SALE OF REC-SALE TO ABC-EVENT-QTY-WS.
           IF UNIT-PRICE-SALE OF REC-SALE IS NUMERIC
                  AND UNIT-PRICE-SALE OF REC-SALE > 0
               MOVE UNIT-PRICE-SALE OF REC-SALE TO ABC-EVENT-PRICE-WS
           ELSE
               MOVE ABC-PRICE(ABC-FOUND-WS) TO ABC-EVENT-PRICE-WS
           END-IF.
           PERFORM ABC-ADD-VALUE.
           GO TO ABC-SALE-READ.
           ABC-SALE-DONE.
           CLOSE SALE-FILE.
           .
       ABC-SCAN-SALES-EXT.
           EXIT.

       ABC-SCAN-ARCHIVE SECTION.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               GO TO ABC-SCAN-ARCHIVE-EXT
           END-IF.
           ABC-ARC-READ.
           READ SALE-ARCHIVE-FILE
               AT END
                   GO TO ABC-ARC-DONE
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
               GO TO ABC-ARC-READ
           END-IF.
           IF ARC-GOODS-X-WS NOT NUMERIC
                  OR ARC-QTY-X-WS NOT NUMERIC
                  OR ARC-DATE-X-WS NOT NUMERIC
               GO TO ABC-ARC-READ
           END-IF.
           IF ARC-DATE-X-WS NOT > ABC-FROM-DATE-WS
                  OR ARC-DATE-X-WS > TODAY-DATE-WS
               GO TO ABC-ARC-READ
           END-IF.
           MOVE ARC-GOODS-X-WS TO ABC-KEY-WS.
           PERFORM ABC-FIND-GOODS.
           IF ABC-FOUND-WS = 0
               GO TO ABC-ARC-READ
           END-IF.
           MOVE ARC-QTY-X-WS TO ABC-EVENT-QTY-WS.
           IF ARC-PRICE-X-WS IS NUMERIC
                  AND NOT (ARC-PRICE-X-WS = "000000")
               MOVE ARC-PRICE-IMPLIED-WS TO ABC-EVENT-PRICE-WS
           ELSE
               MOVE ABC-PRICE(ABC-FOUND-WS) TO ABC-EVENT-PRICE-WS
           END-IF.
           PERFORM ABC-ADD-VALUE.
           GO TO ABC-ARC-READ.
           ABC-ARC-DONE.
           CLOSE SALE-ARCHIVE-FILE.
           .
       ABC-SCAN-ARCHIVE-EXT.
           EXIT.

       ABC-ADD-VALUE SECTION.
           COMPUTE ABC-VALUE(ABC-FOUND-WS) = ABC-VALUE(ABC-FOUND-WS)
               + ABC-EVENT-QTY-WS * ABC-EVENT-PRICE-WS.
           COMPUTE ABC-TOTAL-WS = ABC-TOTAL-WS
               + ABC-EVENT-QTY-WS * ABC-EVENT-PRICE-WS.
           .
       ABC-ADD-VALUE-EXT.
           EXIT.

      *>  HALVES THE TABLE (STILL IN GOODS NUMBER ORDER) FOR
      *>  ABC-KEY-WS. ABC-FOUND-WS IS THE ROW, OR ZERO.
       ABC-FIND-GOODS SECTION.
           MOVE 0 TO ABC-FOUND-WS.
           MOVE 1 TO ABC-LO-WS.
           MOVE ABC-COUNT-WS TO ABC-HI-WS.
           ABC-FIND-HALVE.
           IF ABC-LO-WS > ABC-HI-WS OR ABC-HI-WS = 0
               GO TO ABC-FIND-GOODS-EXT
           END-IF.
           COMPUTE ABC-MID-WS = (ABC-LO-WS + ABC-HI-WS) / 2.
           IF ABC-ID-GOODS(ABC-MID-WS) = ABC-KEY-WS
               MOVE ABC-MID-WS TO ABC-FOUND-WS
               GO TO ABC-FIND-GOODS-EXT
           END-IF.
           IF ABC-ID-GOODS(ABC-MID-WS) < ABC-KEY-WS
               COMPUTE ABC-LO-WS = ABC-MID-WS + 1
           ELSE
               IF ABC-MID-WS = 1
                   GO TO ABC-FIND-GOODS-EXT
               END-IF
               COMPUTE ABC-HI-WS = ABC-MID-WS - 1
           END-IF.
           GO TO ABC-FIND-HALVE.
           .
       ABC-FIND-GOODS-EXT.
           EXIT.

      *>  SELECTION SORT ON THE SALES VALUE, BIGGEST FIRST.
       ABC-RANK-OUTER SECTION.
           MOVE ABC-OUTER TO ABC-MAX-IDX.
           COMPUTE ABC-INNER = ABC-OUTER + 1.
           PERFORM ABC-RANK-INNER UNTIL ABC-INNER > ABC-COUNT-WS.
           IF ABC-MAX-IDX NOT = ABC-OUTER
               MOVE ABC-ROW(ABC-OUTER) TO ABC-ROW-TEMP
               MOVE ABC-ROW(ABC-MAX-IDX) TO ABC-ROW(ABC-OUTER)
               MOVE ABC-ROW-TEMP TO ABC-ROW(ABC-MAX-IDX)
           END-IF.
           ADD 1 TO ABC-OUTER.
           .
       ABC-RANK-OUTER-EXT.
           EXIT.

       ABC-RANK-INNER SECTION.
           IF ABC-VALUE(ABC-INNER) > ABC-VALUE(ABC-MAX-IDX)
               MOVE ABC-INNER TO ABC-MAX-IDX
           END-IF.
           ADD 1 TO ABC-INNER.
           .
       ABC-RANK-INNER-EXT.
           EXIT.

       ABC-ASSIGN-CLASSES SECTION.
           MOVE 0 TO ABC-CUM-WS.
           MOVE 0 TO ABC-CT-A-WS ABC-CT-B-WS ABC-CT-C-WS.
           MOVE 0 TO ABC-CHANGED-CT-WS.
           OPEN I-O GOODS-FILE.
           OPEN OUTPUT ABC-CLASS-RPT.
           MOVE SPACE TO ABC-LINE-WS.
           STRING "A/B/C CLASSIFICATION " TODAY-DATE-WS
               " - SALES FROM " ABC-FROM-DATE-WS " - A TO "
               ABC-PCT-A-WS "% B TO " ABC-PCT-B-WS "% - TOTAL "
               ABC-TOTAL-WS
               DELIMITED BY SIZE INTO ABC-LINE-WS.
           WRITE REC-ABC-CLASS-RPT FROM ABC-LINE-WS.
           MOVE "RANK GOODS  NAME                 SALES-VALUE    CUM-%"
               TO REC-ABC-CLASS-RPT.
           WRITE REC-ABC-CLASS-RPT.
           MOVE 1 TO ABC-IDX.
           PERFORM ABC-CLASS-ONE-GOODS UNTIL ABC-IDX > ABC-COUNT-WS.
           CLOSE ABC-CLASS-RPT.
           CLOSE GOODS-FILE.
           .
       ABC-ASSIGN-CLASSES-EXT.
           EXIT.

      *>  THE CLASS GOES BY THE SHARE OF THE TOTAL ALREADY TAKEN UP
      *>  BY THE GOODS RANKED ABOVE, SO THE GOODS THAT CROSSES THE
      *>  LINE STILL FALLS IN THE HIGHER CLASS.
       ABC-CLASS-ONE-GOODS SECTION.
           IF ABC-TOTAL-WS > 0
               COMPUTE ABC-CUM-PCT-WS ROUNDED =
                   ABC-CUM-WS * 100 / ABC-TOTAL-WS
           ELSE
               MOVE 100 TO ABC-CUM-PCT-WS
           END-IF.
           EVALUATE TRUE
               WHEN ABC-VALUE(ABC-IDX) NOT > 0
                   MOVE "C" TO ABC-NEW-CLASS-WS
               WHEN ABC-CUM-PCT-WS < ABC-PCT-A-WS
                   MOVE "A" TO ABC-NEW-CLASS-WS
               WHEN ABC-CUM-PCT-WS < ABC-PCT-B-WS
                   MOVE "B" TO ABC-NEW-CLASS-WS
               WHEN OTHER
                   MOVE "C" TO ABC-NEW-CLASS-WS
           END-EVALUATE.
           EVALUATE ABC-NEW-CLASS-WS
               WHEN "A"
                   ADD 1 TO ABC-CT-A-WS
               WHEN "B"
                   ADD 1 TO ABC-CT-B-WS
               WHEN OTHER
                   ADD 1 TO ABC-CT-C-WS
           END-EVALUATE.
           IF ABC-VALUE(ABC-IDX) > 0
               ADD ABC-VALUE(ABC-IDX) TO ABC-CUM-WS
           END-IF.
           MOVE ABC-ID-GOODS(ABC-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO ABC-CLASS-ONE-NEXT
           END-READ.
           MOVE ABC-CLASS-GOODS OF REC-GOODS TO ABC-OLD-CLASS-WS.
           IF NOT (ABC-OLD-CLASS-WS = ABC-NEW-CLASS-WS)
               MOVE ABC-NEW-CLASS-WS TO ABC-CLASS-GOODS OF REC-GOODS
               REWRITE REC-GOODS
               MOVE "R" TO JRN-ACTION-WS
               PERFORM JOURNAL-GOODS-REC
               ADD 1 TO ABC-CHANGED-CT-WS
           END-IF.
           MOVE SPACE TO ABC-LINE-WS.
           STRING ABC-IDX " " ABC-ID-GOODS(ABC-IDX) " "
               NAME-GOODS OF REC-GOODS " "
               ABC-VALUE(ABC-IDX) " " ABC-CUM-PCT-WS " "
               ABC-NEW-CLASS-WS
               DELIMITED BY SIZE INTO ABC-LINE-WS.
           IF NOT (ABC-OLD-CLASS-WS = ABC-NEW-CLASS-WS)
               MOVE "WAS" TO ABC-LINE-WS(80:3)
               MOVE ABC-OLD-CLASS-WS TO ABC-LINE-WS(84:1)
           END-IF.
           WRITE REC-ABC-CLASS-RPT FROM ABC-LINE-WS.
           ABC-CLASS-ONE-NEXT.
           ADD 1 TO ABC-IDX.
           .
       ABC-CLASS-ONE-GOODS-EXT.
           EXIT.

      *>  RESOLVES WHATEVER WAS KEYED OR SCANNED IN XRF-ENTRY-WS TO
      *>  A GOODS ID: UP TO SIX DIGITS IS A PLAIN GOODS ID, ANYTHING
      *>  ELSE (EAN BARCODE, SUPPLIER PART NUMBER) IS LOOKED UP ON
       RESOLVE-GOODS-CODE-EXT.
           EXIT.

      *>  APPROXIMATE AGE IN DAYS BETWEEN TWO YYYYMMDD DATES -
      *>  GOOD ENOUGH FOR A COUNTING SCHEDULE.
       COMPUTE-AGE-DAYS SECTION.
           COMPUTE AGE-DAYS-WS =
               (AGE-TO-YYYY - AGE-FROM-YYYY) * 365
               + (AGE-TO-MM - AGE-FROM-MM) * 30
               + (AGE-TO-DD - AGE-FROM-DD).
           .
       COMPUTE-AGE-DAYS-EXT.
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

      *>  AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - SEE THE
      *>  RECOVER PROGRAM.
       JOURNAL-GOODS-REC SECTION.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE LS-OPERATOR-ID TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO JOURNAL-GOODS-REC-EXT

       WRITE-AUDIT-LOG SECTION.
           MOVE LS-OPERATOR-ID TO OPERATOR-AUDIT.
           MOVE SPACE TO APPROVER-AUDIT.
           MOVE REC-AUDIT TO SAVE-AUDIT-REC-WS.
           PERFORM NEXT-AUDIT-SEQ.
           MOVE SAVE-AUDIT-REC-WS TO REC-AUDIT.
                   DISPLAY "AUDIT RECORD COULD NOT BE WRITTEN."
           END-WRITE.
           CLOSE AUDIT-FILE.
           MOVE SPACE TO LOCATION-AUDIT.
           MOVE 0 TO UNIT-COST-AUDIT.
           MOVE 0 TO SCRAP-QTY-AUDIT.
           .
       WRITE-AUDIT-LOG-EXT.
           EXIT.
