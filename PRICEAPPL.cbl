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
               SELECT OPTIONAL PENDING-PRICE-FILE
               ASSIGN TO "D:\db\journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-JOURNAL.
      *>  ========================================
               SELECT OPTIONAL LABEL-QUEUE-FILE
               ASSIGN TO "D:\db\labelq"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-GOODS-LBLQ OF REC-LABEL-QUEUE
               FILE STATUS IS FILE-STA-LABELQ.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY PENDPRC.
         COPY PRCHIST.
         COPY JRNFILE.
         COPY LBLQFILE.
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 APPLY-TODAY-WS               PIC 9(8).
       01 APPLY-CT-WS                  PIC 9(5).
       01 APPLY-OLD-PRICE-WS           PIC S9(4)V99.
       01 APPLY-LBLQ-FOUND-SW          PIC X.
           88 APPLY-LBLQ-FOUND              VALUE "Y".
       01 JRN-ACTION-WS                PIC X.
       01 JRN-TIME-WS                  PIC 9(8).
       LINKAGE SECTION.
           OPEN EXTEND PRICE-HISTORY-FILE.
           WRITE REC-PRICE-HIST.
           CLOSE PRICE-HISTORY-FILE.
           PERFORM QUEUE-SHELF-LABEL.
           DELETE PENDING-PRICE-FILE.
           ADD 1 TO APPLY-CT-WS.
           DISPLAY "GOODS " ID-GOODS OF REC-GOODS " REPRICED "
       APPLY-ONE-CHANGE-EXT.
           EXIT.

      *>  THE NEW PRICE NEEDS A NEW SHELF-EDGE LABEL - QUEUED FOR
      *>  THE LABEL RUN THAT FOLLOWS IN THE END-OF-DAY.
       QUEUE-SHELF-LABEL SECTION.
           OPEN I-O LABEL-QUEUE-FILE.
           IF NOT (FILE-STA-LABELQ = 00 OR FILE-STA-LABELQ = 05)
               DISPLAY "LABEL QUEUE WILL NOT OPEN - STATUS "
                       FILE-STA-LABELQ " - NO SHELF LABEL QUEUED."
               GO TO QUEUE-SHELF-LABEL-EXT
           END-IF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-LBLQ.
           READ LABEL-QUEUE-FILE
               KEY IS ID-GOODS-LBLQ
               INVALID KEY
                   MOVE "N" TO APPLY-LBLQ-FOUND-SW
                   MOVE APPLY-OLD-PRICE-WS TO OLD-PRICE-LBLQ
               NOT INVALID KEY
                   MOVE "Y" TO APPLY-LBLQ-FOUND-SW
           END-READ.
           MOVE NEW-PRICE-PEND TO NEW-PRICE-LBLQ.
           MOVE APPLY-TODAY-WS TO DATE-LBLQ.
           MOVE "PRICEAPPL" TO SOURCE-LBLQ.
           MOVE OPERATOR-PEND TO OPERATOR-LBLQ.
           IF APPLY-LBLQ-FOUND
               REWRITE REC-LABEL-QUEUE
           ELSE
               WRITE REC-LABEL-QUEUE
           END-IF.
           CLOSE LABEL-QUEUE-FILE.
           .
       QUEUE-SHELF-LABEL-EXT.
           EXIT.

      *>  AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - SEE THE
      *>  RECOVER PROGRAM.
       JOURNAL-GOODS-REC SECTION.
           ACCEPT DATE-JRN FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME-WS FROM TIME.
           MOVE JRN-TIME-WS TO TIME-JRN.
           MOVE "PRICEAPPL" TO OPERATOR-JRN.
           MOVE SPACE TO APPROVER-JRN.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT (FILE-STA-JOURNAL = 00)
               GO TO JOURNAL-GOODS-REC-EXT
