      ******************************************************************
      * Author:
      * Date:
      * Purpose: CARRIER MANIFEST - SENDS THE DAY'S SHIPPED BILLS TO
      *          THE CARRIER AND LOADS THEIR TRACKING NUMBERS BACK
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
               SELECT CUSTOMER-FILE
               ASSIGN TO "D:\db\customer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CUSTOMER OF REC-CUSTOMER
               FILE STATUS IS FILE-STA-CUSTOMER.
      *>  ========================================
               SELECT OPTIONAL SHIPTO-FILE
               ASSIGN TO "D:\db\shipto"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SHIPTO OF REC-SHIPTO
               FILE STATUS IS FILE-STA-SHIPTO.
      *>  ========================================
               SELECT OPTIONAL MANIFEST-FILE
               ASSIGN TO "D:\db\manifest"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SALE-MAN OF REC-MANIFEST
               FILE STATUS IS FILE-STA-MANIFEST.
      *>  ========================================
               SELECT CARRIER-OUT-FILE
               ASSIGN TO "D:\db\carrier.out"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT CARRIER-IN-FILE
               ASSIGN TO "D:\db\carrier.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-CARRIN.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY CUSTFILE.
         COPY SHIPTOFILE.
         COPY MANFILE.
      *>  THE CARRIER'S IMPORT LAYOUT: ONE FIXED-WIDTH RECORD PER
      *>  SHIPPED BILL. WEIGHT CARRIES TWO IMPLIED DECIMALS (KG).
       FD CARRIER-OUT-FILE.
       01 REC-CARRIER-OUT.
           02 REF-CMO                  PIC 9(6).
           02 DATE-SHIPPED-CMO         PIC 9(8).
           02 ID-CUSTOMER-CMO          PIC 9(6).
           02 NAME-CMO                 PIC X(20).
           02 CONTACT-CMO              PIC X(20).
           02 ADDR-LINE1-CMO           PIC X(30).
           02 ADDR-LINE2-CMO           PIC X(30).
           02 CITY-CMO                 PIC X(20).
           02 POSTCODE-CMO             PIC X(10).
           02 AREA-CMO                 PIC X(10).
           02 PHONE-CMO                PIC X(15).
           02 PARCELS-CMO              PIC 9(3).
           02 WEIGHT-CMO               PIC 9(5)V99.
      *>  THE CARRIER'S RETURN FILE: OUR BILL REFERENCE AS SENT ON
      *>  THE MANIFEST AND THE CONSIGNMENT NUMBER THEY BOOKED IT UNDER.
       FD CARRIER-IN-FILE.
       01 REC-CARRIER-IN.
           02 REF-CRI                  PIC X(6).
           02 TRACKING-CRI             PIC X(20).
           02 FILLER                   PIC X(54).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 CARRIER-RUN-WS.
           02 CAR-CHOICE-WS            PIC X.
           02 CAR-TODAY-WS             PIC 9(8).
           02 CAR-READ-CT-WS           PIC 9(5).
           02 CAR-SENT-CT-WS           PIC 9(5).
           02 CAR-SKIP-CT-WS           PIC 9(5).
           02 CAR-LOADED-CT-WS         PIC 9(5).
           02 CAR-EXC-CT-WS            PIC 9(5).
           02 CAR-SALE-WS              PIC 9(6).
           02 CAR-LIVE-SW              PIC X.
               88 CAR-LIVE                 VALUE "Y".
       LINKAGE SECTION.
       01 LS-RETURN-CARRIER PIC 9.
       01 LS-OPERATOR-ID PIC X(10).

       PROCEDURE DIVISION USING LS-RETURN-CARRIER LS-OPERATOR-ID.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============CARRIER MANIFEST"
           ACCEPT CAR-TODAY-WS FROM DATE YYYYMMDD.
           DISPLAY "M>BUILD TODAY'S MANIFEST    "
                   "T>LOAD CARRIER TRACKING NUMBERS."
           DISPLAY "ENTER YOUR CHOICE:"
           ACCEPT CAR-CHOICE-WS
           EVALUATE CAR-CHOICE-WS
               WHEN "M"
                   PERFORM BUILD-MANIFEST
               WHEN "T"
                   PERFORM LOAD-TRACKING
               WHEN OTHER
                   DISPLAY "INVALID CHOICE."
           END-EVALUATE.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  EVERY SHIPPED BILL NOT YET SENT GOES ON TODAY'S MANIFEST
      *>  AND IS STAMPED WITH TODAY'S DATE, SO A SECOND RUN THE SAME
      *>  DAY ONLY PICKS UP BILLS SHIPPED SINCE. THE CONSIGNEE IS THE
      *>  SHIP-TO SITE CHOSEN ON THE BILL, OR THE CUSTOMER'S BILLING
      *>  ADDRESS WHEN THE BILL HAS NONE. A BILL VOIDED AFTER IT WAS
      *>  SHIPPED IS LEFT OFF.
       BUILD-MANIFEST SECTION.
           OPEN I-O MANIFEST-FILE.
           IF NOT (FILE-STA-MANIFEST = 00 OR FILE-STA-MANIFEST = 05)
               DISPLAY "MANIFEST FILE WILL NOT OPEN - STATUS "
                       FILE-STA-MANIFEST
               GO TO BUILD-MANIFEST-EXT
           END-IF.
           OPEN INPUT SALE-FILE.
           IF NOT (FILE-STA-SALE = 00 OR FILE-STA-SALE = 05)
               DISPLAY "SALE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SALE
               CLOSE MANIFEST-FILE
               GO TO BUILD-MANIFEST-EXT
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT (FILE-STA-CUSTOMER = 00 OR FILE-STA-CUSTOMER = 05)
               DISPLAY "CUSTOMER FILE WILL NOT OPEN - STATUS "
                       FILE-STA-CUSTOMER
               CLOSE SALE-FILE
               CLOSE MANIFEST-FILE
               GO TO BUILD-MANIFEST-EXT
           END-IF.
           OPEN INPUT SHIPTO-FILE.
           IF NOT (FILE-STA-SHIPTO = 00 OR FILE-STA-SHIPTO = 05)
               DISPLAY "SHIP-TO FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SHIPTO
               CLOSE CUSTOMER-FILE
               CLOSE SALE-FILE
               CLOSE MANIFEST-FILE
               GO TO BUILD-MANIFEST-EXT
           END-IF.
           OPEN OUTPUT CARRIER-OUT-FILE.
           MOVE 0 TO CAR-READ-CT-WS.
           MOVE 0 TO CAR-SENT-CT-WS.
           MOVE 0 TO CAR-SKIP-CT-WS.

           MAN-READ.
           READ MANIFEST-FILE NEXT RECORD
               AT END
                   GO TO MAN-DONE
           END-READ.
           ADD 1 TO CAR-READ-CT-WS.
           IF DATE-MANIFEST-MAN > 0
               GO TO MAN-READ
           END-IF.
           MOVE ID-SALE-MAN TO CAR-SALE-WS.
           PERFORM CHECK-BILL-LIVE.
           IF NOT CAR-LIVE
               ADD 1 TO CAR-SKIP-CT-WS
               DISPLAY "SALE " ID-SALE-MAN " IS VOIDED - LEFT OFF "
                       "THE MANIFEST."
               GO TO MAN-READ
           END-IF.
           PERFORM BUILD-CONSIGNEE.
           MOVE ID-SALE-MAN TO REF-CMO.
           MOVE DATE-SHIPPED-MAN TO DATE-SHIPPED-CMO.
           MOVE ID-CUSTOMER-MAN TO ID-CUSTOMER-CMO.
           MOVE PARCELS-MAN TO PARCELS-CMO.
           MOVE WEIGHT-MAN TO WEIGHT-CMO.
           WRITE REC-CARRIER-OUT.
           MOVE CAR-TODAY-WS TO DATE-MANIFEST-MAN.
           REWRITE REC-MANIFEST.
           ADD 1 TO CAR-SENT-CT-WS.
           GO TO MAN-READ.

           MAN-DONE.
           CLOSE CARRIER-OUT-FILE.
           CLOSE SHIPTO-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE SALE-FILE.
           CLOSE MANIFEST-FILE.
           DISPLAY "MANIFEST OF " CAR-TODAY-WS " WRITTEN - "
                   CAR-SENT-CT-WS " BILLS, " CAR-SKIP-CT-WS
                   " VOIDED BILLS LEFT OFF."
           IF CAR-SENT-CT-WS > 0
               DISPLAY "SEND CARRIER.OUT TO THE CARRIER."
           END-IF.
           .
       BUILD-MANIFEST-EXT.
           EXIT.

      *>  THE BILL IN CAR-SALE-WS STILL HAS A LIVE LINE.
       CHECK-BILL-LIVE SECTION.
           MOVE "N" TO CAR-LIVE-SW.
           MOVE CAR-SALE-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN KEY-SALE OF REC-SALE
               INVALID KEY
                   GO TO CHECK-BILL-LIVE-EXT
           END-START.
           LIVE-READ.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO CHECK-BILL-LIVE-EXT
           END-READ.
           IF NOT (ID-SALE OF REC-SALE = CAR-SALE-WS)
               GO TO CHECK-BILL-LIVE-EXT
           END-IF.
           IF SALE-VOIDED
               GO TO LIVE-READ
           END-IF.
           MOVE "Y" TO CAR-LIVE-SW.
           .
       CHECK-BILL-LIVE-EXT.
           EXIT.

      *>  NAME AND ADDRESS OF WHOEVER RECEIVES THE PARCELS.
       BUILD-CONSIGNEE SECTION.
           MOVE SPACE TO REC-CARRIER-OUT.
           MOVE ID-CUSTOMER-MAN TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   INITIALIZE REC-CUSTOMER
           END-READ.
           MOVE NAME-CUSTOMER TO NAME-CMO.
           MOVE CONTACT-CUSTOMER TO CONTACT-CMO.
           MOVE ADDR-LINE1-CUSTOMER TO ADDR-LINE1-CMO.
           MOVE ADDR-LINE2-CUSTOMER TO ADDR-LINE2-CMO.
           MOVE CITY-CUSTOMER TO CITY-CMO.
           MOVE POSTCODE-CUSTOMER TO POSTCODE-CMO.
           MOVE PHONE-CUSTOMER TO PHONE-CMO.
           IF CODE-SHIPTO-MAN = SPACE
               GO TO BUILD-CONSIGNEE-EXT
           END-IF.
           MOVE ID-CUSTOMER-MAN TO ID-CUSTOMER-ST.
           MOVE CODE-SHIPTO-MAN TO CODE-SHIPTO-ST.
           READ SHIPTO-FILE
               KEY IS KEY-SHIPTO OF REC-SHIPTO
               INVALID KEY
                   GO TO BUILD-CONSIGNEE-EXT
           END-READ.
      *>  A SITE CARRIES ONE ADDRESS LINE; THE CUSTOMER'S OWN CITY
      *>  AND POSTCODE DO NOT BELONG TO IT.
           MOVE NAME-ST TO NAME-CMO.
           MOVE ADDRESS-ST TO ADDR-LINE1-CMO.
           MOVE SPACE TO ADDR-LINE2-CMO.
           MOVE SPACE TO CITY-CMO.
           MOVE SPACE TO POSTCODE-CMO.
           MOVE AREA-ST TO AREA-CMO.
           .
       BUILD-CONSIGNEE-EXT.
           EXIT.

      *>  ONE TRACKING NUMBER PER BILL FROM THE CARRIER'S RETURN FILE.
      *>  A REFERENCE THAT WAS NEVER MANIFESTED IS REPORTED AND SKIPPED;
      *>  LOADING THE SAME FILE TWICE JUST RE-STAMPS THE SAME NUMBERS.
       LOAD-TRACKING SECTION.
           OPEN INPUT CARRIER-IN-FILE.
           IF NOT (FILE-STA-CARRIN = 00)
               DISPLAY "CARRIER RETURN FILE WILL NOT OPEN - STATUS "
                       FILE-STA-CARRIN
               GO TO LOAD-TRACKING-EXT
           END-IF.
           OPEN I-O MANIFEST-FILE.
           IF NOT (FILE-STA-MANIFEST = 00)
               DISPLAY "MANIFEST FILE WILL NOT OPEN - STATUS "
                       FILE-STA-MANIFEST
               CLOSE CARRIER-IN-FILE
               GO TO LOAD-TRACKING-EXT
           END-IF.
           MOVE 0 TO CAR-READ-CT-WS.
           MOVE 0 TO CAR-LOADED-CT-WS.
           MOVE 0 TO CAR-EXC-CT-WS.

           TRK-READ.
           READ CARRIER-IN-FILE NEXT RECORD
               AT END
                   GO TO TRK-DONE
           END-READ.
           ADD 1 TO CAR-READ-CT-WS.
           IF REF-CRI IS NOT NUMERIC OR TRACKING-CRI = SPACE
               ADD 1 TO CAR-EXC-CT-WS
               DISPLAY "RETURN RECORD " CAR-READ-CT-WS
                       " UNREADABLE - SKIPPED: " REF-CRI " "
                       TRACKING-CRI
               GO TO TRK-READ
           END-IF.
           MOVE REF-CRI TO ID-SALE-MAN.
           READ MANIFEST-FILE
               KEY IS ID-SALE-MAN OF REC-MANIFEST
               INVALID KEY
                   ADD 1 TO CAR-EXC-CT-WS
                   DISPLAY "SALE " REF-CRI " WAS NEVER SHIPPED - "
                           "TRACKING " TRACKING-CRI " SKIPPED."
                   GO TO TRK-READ
           END-READ.
           IF DATE-MANIFEST-MAN = 0
               ADD 1 TO CAR-EXC-CT-WS
               DISPLAY "SALE " REF-CRI " IS NOT ON ANY MANIFEST YET - "
                       "TRACKING " TRACKING-CRI " SKIPPED."
               GO TO TRK-READ
           END-IF.
           MOVE TRACKING-CRI TO TRACKING-MAN.
           MOVE CAR-TODAY-WS TO DATE-TRACKING-MAN.
           REWRITE REC-MANIFEST.
           ADD 1 TO CAR-LOADED-CT-WS.
           GO TO TRK-READ.

           TRK-DONE.
           CLOSE MANIFEST-FILE.
           CLOSE CARRIER-IN-FILE.
           DISPLAY "TRACKING LOAD COMPLETE - " CAR-READ-CT-WS
                   " RECORDS READ, " CAR-LOADED-CT-WS " LOADED, "
                   CAR-EXC-CT-WS " SKIPPED."
           .
       LOAD-TRACKING-EXT.
           EXIT.
       END PROGRAM CARRIER.
