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
               SELECT OPTIONAL DAY-TOTAL-FILE
               ASSIGN TO "D:\db\receipt.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RECEIPT.
      *>  ========================================
               SELECT OPTIONAL FREIGHT-FILE
               ASSIGN TO "D:\db\freight"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SALE-FRT OF REC-FREIGHT
               FILE STATUS IS FILE-STA-FREIGHT.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY DAYTOTFILE.
         COPY RECPTFILE.
         COPY FRTFILE.
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 REBUILD-WORK-WS.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.

           OPEN INPUT FREIGHT-FILE.
           IF FILE-STA-FREIGHT = 00
               PERFORM RB-SCAN-FREIGHT
           END-IF.
           CLOSE FREIGHT-FILE.

           OPEN INPUT RECEIPT-FILE.
           IF FILE-STA-RECEIPT = 00
               OPEN INPUT PURCHASE-FILE
       RB-FIND-DAY-ROW-EXT.
           EXIT.

      *>  DELIVERY CHARGED ON A BILL IS REVENUE AND VAT OF THE BILL'S
      *>  DAY, TAKEN IN THE BILL'S TENDER.
       RB-SCAN-FREIGHT SECTION.
           RB-READ-FREIGHT.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO RB-SCAN-FREIGHT-EXT
           END-READ.
           IF FRT-VOIDED
               GO TO RB-READ-FREIGHT
           END-IF.
           MOVE DATE-FRT TO DATE-DAYTOT.
           READ DAY-TOTAL-FILE
               KEY IS DATE-DAYTOT OF REC-DAY-TOTAL
               INVALID KEY
                   INITIALIZE REC-DAY-TOTAL
                   MOVE DATE-FRT TO DATE-DAYTOT
                   WRITE REC-DAY-TOTAL
           END-READ.
           ADD AMOUNT-FRT TO REVENUE-DAYTOT.
           ADD VAT-AMT-FRT TO VAT-DAYTOT.
           COMPUTE RB-GROSS-WS = AMOUNT-FRT + VAT-AMT-FRT.
           EVALUATE TENDER-TYPE-FRT
               WHEN "C"
                   ADD RB-GROSS-WS TO CASH-DAYTOT
               WHEN "D"
                   ADD RB-GROSS-WS TO CARD-DAYTOT
               WHEN "R"
                   ADD RB-GROSS-WS TO CREDIT-DAYTOT
               WHEN OTHER
                   ADD RB-GROSS-WS TO ACCOUNT-DAYTOT
           END-EVALUATE.
           REWRITE REC-DAY-TOTAL.
           GO TO RB-READ-FREIGHT.
           .
       RB-SCAN-FREIGHT-EXT.
           EXIT.

       RB-SCAN-RECEIPTS SECTION.
           RB-READ-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
