      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTH-END INVENTORY VALUATION SNAPSHOT BY GOODS AND
      *          LOCATION AT FIFO COST, FOR "AS AT" REPORTING
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSNAP.
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
               SELECT OPTIONAL COST-LAYER-FILE
               ASSIGN TO "D:\db\costlayer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-COST-LAYER OF REC-COST-LAYER
               FILE STATUS IS FILE-STA-LAYER.
      *>  ========================================
               SELECT OPTIONAL FX-RATE-FILE
               ASSIGN TO "D:\db\fxrate"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-FX-RATE OF REC-FX-RATE
               FILE STATUS IS FILE-STA-FXRATE.
      *>  ========================================
               SELECT OPTIONAL INV-SNAPSHOT-FILE
               ASSIGN TO "D:\db\invsnap"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-INV-SNAPSHOT OF REC-INV-SNAPSHOT
               FILE STATUS IS FILE-STA-INVSNAP.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY LOCFILE.
         COPY LAYERFILE.
         COPY FXFILE.
         COPY SNAPFILE.
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 SNAP-TODAY-WS                PIC 9(8).
       01 FX-LOOKUP-WS.
           02 HOME-CURRENCY-WS          PIC X(3) VALUE "USD".
           02 FX-CUR-WS                 PIC X(3).
           02 FX-DATE-WS                PIC 9(8).
           02 FX-RATE-WS                PIC 9(5)V9(4).
           02 FX-FOUND-SW               PIC X.
               88 FX-FOUND                  VALUE "Y".
       01 SNAP-WORK-WS.
           02 SN-LOC-OPEN-SW            PIC X.
               88 SN-LOC-OPEN               VALUE "Y".
           02 SN-LAYER-OPEN-SW          PIC X.
               88 SN-LAYER-OPEN             VALUE "Y".
           02 SN-LAYER-QTY-WS           PIC 9(7).
           02 SN-LAYER-VALUE-WS         PIC S9(9)V99.
           02 SN-LAST-COST-WS           PIC S9(4)V99.
           02 SN-UNIT-COST-WS           PIC S9(7)V9(4).
           02 SN-LOC-QTY-WS             PIC 9(7).
           02 SN-REST-QTY-WS            PIC 9(7).
           02 SN-ROW-CT-WS              PIC 9(7).
           02 SN-DELETE-CT-WS           PIC 9(7).
           02 SN-NO-COST-CT-WS          PIC 9(5).
           02 SN-HOME-TOTAL-WS          PIC S9(11)V99.
       LINKAGE SECTION.
       01 LS-RETURN-INVSNAP PIC 9.
      *>  MONTH END PASSES THE PERIOD BEING CLOSED AND THE LAST DAY
      *>  OF IT, WHOSE RATES VALUE THE FOREIGN-CURRENCY GOODS. THE
      *>  SNAPSHOT ROWS WRITTEN COME BACK IN LS-SNAP-COUNT, AND A 1
      *>  IN LS-RETURN-INVSNAP WHEN THE SNAPSHOT FILE WILL NOT OPEN.
       01 LS-SNAP-PARAM.
           02 LS-SNAP-YYYYMM            PIC 9(6).
           02 LS-SNAP-RATE-DATE         PIC 9(8).
           02 LS-SNAP-COUNT             PIC 9(7).

       PROCEDURE DIVISION USING LS-RETURN-INVSNAP LS-SNAP-PARAM.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============INVENTORY VALUATION SNAPSHOT".
           MOVE 0 TO LS-RETURN-INVSNAP.
           MOVE 0 TO LS-SNAP-COUNT.
           INITIALIZE SNAP-WORK-WS.
           ACCEPT SNAP-TODAY-WS FROM DATE YYYYMMDD.
           OPEN I-O INV-SNAPSHOT-FILE.
           IF NOT (FILE-STA-INVSNAP = 00 OR FILE-STA-INVSNAP = 05)
               DISPLAY "SNAPSHOT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-INVSNAP
               MOVE 1 TO LS-RETURN-INVSNAP
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
      *>  A MONTH END RUN AGAIN AFTER A FAILURE REPLACES THE MONTH'S
      *>  SNAPSHOT WHOLE - NO ROW FROM THE FIRST ATTEMPT SURVIVES.
           PERFORM CLEAR-SNAPSHOT-MONTH.

           OPEN INPUT GOODS-FILE.
           OPEN INPUT LOCATION-FILE.
           IF FILE-STA-LOCATION = 00 OR FILE-STA-LOCATION = 05
               SET SN-LOC-OPEN TO TRUE
           END-IF.
           OPEN INPUT COST-LAYER-FILE.
           IF FILE-STA-LAYER = 00 OR FILE-STA-LAYER = 05
               SET SN-LAYER-OPEN TO TRUE
           END-IF.
           SNAP-READ-GOODS.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO SNAP-GOODS-DONE
           END-READ.
      *>  CONSIGNMENT STOCK IS THE SUPPLIER'S - NOT OUR INVENTORY.
           IF GOODS-CONSIGNMENT
                  OR LEFT-GOODS OF REC-GOODS = 0
               GO TO SNAP-READ-GOODS
           END-IF.
           PERFORM SNAP-ONE-GOODS.
           GO TO SNAP-READ-GOODS.

           SNAP-GOODS-DONE.
           IF SN-LAYER-OPEN
               CLOSE COST-LAYER-FILE
           END-IF.
           IF SN-LOC-OPEN
               CLOSE LOCATION-FILE
           END-IF.
           CLOSE GOODS-FILE.
           CLOSE INV-SNAPSHOT-FILE.
           DISPLAY "SNAPSHOT " LS-SNAP-YYYYMM ": " SN-ROW-CT-WS
                   " ROWS, HOME VALUE " SN-HOME-TOTAL-WS.
           IF SN-NO-COST-CT-WS > 0
               DISPLAY SN-NO-COST-CT-WS " GOODS HAVE NO COST LAYER "
                       "- SNAPPED AT ZERO VALUE."
           END-IF.
           MOVE SN-ROW-CT-WS TO LS-SNAP-COUNT.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

       CLEAR-SNAPSHOT-MONTH SECTION.
           MOVE LS-SNAP-YYYYMM TO YYYYMM-SNAP.
           MOVE 0 TO ID-GOODS-SNAP.
           MOVE SPACE TO CODE-LOCATION-SNAP.
           START INV-SNAPSHOT-FILE
               KEY NOT LESS THAN KEY-INV-SNAPSHOT OF REC-INV-SNAPSHOT
               INVALID KEY
                   GO TO CLEAR-SNAPSHOT-MONTH-EXT
           END-START.
           CLEAR-SNAP-READ.
           READ INV-SNAPSHOT-FILE NEXT RECORD
               AT END
                   GO TO CLEAR-SNAP-DONE
           END-READ.
           IF NOT (YYYYMM-SNAP = LS-SNAP-YYYYMM)
               GO TO CLEAR-SNAP-DONE
           END-IF.
           DELETE INV-SNAPSHOT-FILE RECORD.
           ADD 1 TO SN-DELETE-CT-WS.
           GO TO CLEAR-SNAP-READ.

           CLEAR-SNAP-DONE.
           IF SN-DELETE-CT-WS > 0
               DISPLAY SN-DELETE-CT-WS " ROWS OF AN EARLIER SNAPSHOT "
                       "FOR " LS-SNAP-YYYYMM " REPLACED."
           END-IF.
           .
       CLEAR-SNAPSHOT-MONTH-EXT.
           EXIT.

      *>  THE UNIT COST IS THE FIFO VALUE OF THE LAYERS STILL HOLDING
      *>  STOCK OVER THE QUANTITY IN THEM, SO THE ROWS OF A GOODS ADD
      *>  BACK TO ITS LAYER VALUE WHENEVER THE LAYERS AGREE WITH ON
      *>  HAND. A GOODS WITH EVERY LAYER USED UP FALLS BACK ON ITS
      *>  LAST RECEIPT COST.
       SNAP-ONE-GOODS SECTION.
           PERFORM SUM-GOODS-LAYERS.
           IF SN-LAYER-QTY-WS > 0
               COMPUTE SN-UNIT-COST-WS ROUNDED =
                   SN-LAYER-VALUE-WS / SN-LAYER-QTY-WS
           ELSE
               MOVE SN-LAST-COST-WS TO SN-UNIT-COST-WS
           END-IF.
           IF SN-UNIT-COST-WS = 0
               ADD 1 TO SN-NO-COST-CT-WS
           END-IF.
           MOVE CURRENCY-GOODS OF REC-GOODS TO FX-CUR-WS.
           MOVE LS-SNAP-RATE-DATE TO FX-DATE-WS.
           PERFORM GET-FX-RATE.

           MOVE 0 TO SN-LOC-QTY-WS.
           IF NOT SN-LOC-OPEN
               GO TO SNAP-LOCS-DONE
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LOC.
           MOVE SPACE TO CODE-LOCATION.
           START LOCATION-FILE
               KEY NOT LESS THAN KEY-LOCATION OF REC-LOCATION
               INVALID KEY
                   GO TO SNAP-LOCS-DONE
           END-START.
           SNAP-READ-LOC.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   GO TO SNAP-LOCS-DONE
           END-READ.
           IF NOT (ID-GOODS-LOC = ID-GOODS OF REC-GOODS)
               GO TO SNAP-LOCS-DONE
           END-IF.
           IF QTY-LOCATION = 0
               GO TO SNAP-READ-LOC
           END-IF.
           ADD QTY-LOCATION TO SN-LOC-QTY-WS.
           MOVE CODE-LOCATION TO CODE-LOCATION-SNAP.
           MOVE QTY-LOCATION TO QTY-SNAP.
           PERFORM WRITE-SNAPSHOT-ROW.
           GO TO SNAP-READ-LOC.

      *>  WHATEVER OF LEFT-GOODS NO WAREHOUSE ROW HOLDS IS STILL
      *>  STOCK - IT IS SNAPPED UNDER A BLANK LOCATION.
           SNAP-LOCS-DONE.
           IF LEFT-GOODS OF REC-GOODS > SN-LOC-QTY-WS
               COMPUTE SN-REST-QTY-WS =
                   LEFT-GOODS OF REC-GOODS - SN-LOC-QTY-WS
               MOVE SPACE TO CODE-LOCATION-SNAP
               MOVE SN-REST-QTY-WS TO QTY-SNAP
               PERFORM WRITE-SNAPSHOT-ROW
           END-IF.
           .
       SNAP-ONE-GOODS-EXT.
           EXIT.

       SUM-GOODS-LAYERS SECTION.
           MOVE 0 TO SN-LAYER-QTY-WS.
           MOVE 0 TO SN-LAYER-VALUE-WS.
           MOVE 0 TO SN-LAST-COST-WS.
           IF NOT SN-LAYER-OPEN
               GO TO SUM-GOODS-LAYERS-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LAYER.
           MOVE 0 TO SEQ-LAYER.
           START COST-LAYER-FILE
               KEY NOT LESS THAN KEY-COST-LAYER OF REC-COST-LAYER
               INVALID KEY
                   GO TO SUM-GOODS-LAYERS-EXT
           END-START.
           SUM-LAYER-READ.
           READ COST-LAYER-FILE NEXT RECORD
               AT END
                   GO TO SUM-GOODS-LAYERS-EXT
           END-READ.
           IF NOT (ID-GOODS-LAYER = ID-GOODS OF REC-GOODS)
               GO TO SUM-GOODS-LAYERS-EXT
           END-IF.
           MOVE COST-LAYER TO SN-LAST-COST-WS.
           ADD QTY-REMAIN-LAYER TO SN-LAYER-QTY-WS.
           COMPUTE SN-LAYER-VALUE-WS ROUNDED = SN-LAYER-VALUE-WS
               + QTY-REMAIN-LAYER * COST-LAYER.
           GO TO SUM-LAYER-READ.
           .
       SUM-GOODS-LAYERS-EXT.
           EXIT.

      *>  QTY-SNAP AND CODE-LOCATION-SNAP ARE SET BY THE CALLER.
       WRITE-SNAPSHOT-ROW SECTION.
           MOVE LS-SNAP-YYYYMM TO YYYYMM-SNAP.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-SNAP.
           MOVE CATEGORY-GOODS OF REC-GOODS TO CATEGORY-SNAP.
           MOVE CURRENCY-GOODS OF REC-GOODS TO CURRENCY-SNAP.
           COMPUTE FIFO-VALUE-SNAP ROUNDED =
               QTY-SNAP * SN-UNIT-COST-WS.
           MOVE FX-RATE-WS TO FX-RATE-SNAP.
           COMPUTE HOME-VALUE-SNAP ROUNDED =
               FIFO-VALUE-SNAP * FX-RATE-WS.
           MOVE SNAP-TODAY-WS TO DATE-TAKEN-SNAP.
           WRITE REC-INV-SNAPSHOT
               INVALID KEY
                   REWRITE REC-INV-SNAPSHOT
           END-WRITE.
           ADD 1 TO SN-ROW-CT-WS.
           ADD HOME-VALUE-SNAP TO SN-HOME-TOTAL-WS.
           .
       WRITE-SNAPSHOT-ROW-EXT.
           EXIT.

      *>  LATEST RATE NOT AFTER FX-DATE-WS FOR FX-CUR-WS, INTO
      *>  FX-RATE-WS. HOME CURRENCY AND UNKNOWN CURRENCIES RATE 1.
       GET-FX-RATE SECTION.
           MOVE 1 TO FX-RATE-WS.
           MOVE "N" TO FX-FOUND-SW.
           IF FX-CUR-WS = HOME-CURRENCY-WS
               SET FX-FOUND TO TRUE
               GO TO GET-FX-RATE-EXT
           END-IF.
           OPEN INPUT FX-RATE-FILE.
           IF NOT (FILE-STA-FXRATE = 00 OR FILE-STA-FXRATE = 05)
               GO TO GET-FX-RATE-WARN
           END-IF.
           MOVE FX-CUR-WS TO CODE-CURRENCY-FX.
           MOVE 0 TO DATE-EFF-FX.
           START FX-RATE-FILE
               KEY NOT LESS THAN KEY-FX-RATE OF REC-FX-RATE
               INVALID KEY
                   GO TO GET-FX-RATE-CLOSE
           END-START.
           GET-FX-RATE-READ.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   GO TO GET-FX-RATE-CLOSE
           END-READ.
           IF NOT (CODE-CURRENCY-FX = FX-CUR-WS)
               GO TO GET-FX-RATE-CLOSE
           END-IF.
           IF DATE-EFF-FX > FX-DATE-WS
               GO TO GET-FX-RATE-CLOSE
           END-IF.
           MOVE RATE-FX TO FX-RATE-WS.
           SET FX-FOUND TO TRUE.
           GO TO GET-FX-RATE-READ.

           GET-FX-RATE-CLOSE.
           CLOSE FX-RATE-FILE.
           GET-FX-RATE-WARN.
           IF NOT FX-FOUND
               DISPLAY "NO EXCHANGE RATE FOR " FX-CUR-WS
                       " - RATE 1.0000 ASSUMED."
           END-IF.
           .
           GET-FX-RATE-EXT.
               EXIT.
       END PROGRAM INVSNAP.
