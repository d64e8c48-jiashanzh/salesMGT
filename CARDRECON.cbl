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
               SELECT OPTIONAL CARD-MATCH-FILE
               GO TO REPORT-UNSETTLED-SALES-EXT
           END-IF.
           MOVE 0 TO CR-LAST-BILL-WS.
           MOVE CR-CHECK-DATE-WS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO REPORT-UNSETTLED-SALES-EXT
           END-START.
               AT END
                   GO TO REPORT-UNSETTLED-SALES-EXT
           END-READ.
           IF DATE-SALE OF REC-SALE > CR-CHECK-DATE-WS
               GO TO REPORT-UNSETTLED-SALES-EXT
           END-IF.
           IF SALE-VOIDED OR NOT TENDER-CARD
                  OR ID-SALE OF REC-SALE = CR-LAST-BILL-WS
               GO TO UNSETTLED-READ-SALE
           END-IF.
