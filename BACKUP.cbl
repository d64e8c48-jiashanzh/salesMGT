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
               SELECT GOODS-BAK-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-GOODS-OLD OF REC-GOODS-OLD
               FILE STATUS IS FILE-STA-GOODSOLD.
      *>  AND THE SALE AND PURCHASE FILES AS THEY WERE BEFORE THEIR
      *>  DATE, CUSTOMER AND SUPPLIER INDEXES WERE ADDED.
               SELECT SALE-OLD-FILE
               ASSIGN TO "D:\db\sales"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SALE-OLD OF REC-SALE-OLD
               FILE STATUS IS FILE-STA-SALEOLD.
               SELECT PURCHASE-OLD-FILE
               ASSIGN TO "D:\db\purchase"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PURCHASE-OLD OF REC-PURCHASE-OLD
               FILE STATUS IS FILE-STA-PURCHOLD.

       DATA DIVISION.
       FILE SECTION.
           02 CONSIGN-SW-GOODS         PIC X.
           02 INSPECT-SW-GOODS         PIC X.
           02 WEIGHT-GOODS             PIC 9(3)V99.
           02 DISCONTINUED-SW-GOODS    PIC X.
           02 REORDER-QTY-GOODS        PIC 9(5).
           02 ABC-CLASS-GOODS          PIC X.
           02 LAST-COUNT-DATE-GOODS    PIC 9(8).
           02 SUCCESSOR-GOODS          PIC 9(6).
           02 SUPERSEDE-DATE-GOODS     PIC 9(8).
           02 STYLE-GOODS              PIC X(08).
       FD PURCHASE-BAK-FILE.
       01 REC-PURCHASE-BAK.
           02 KEY-PURCHASE.
           02 KEY-SALE-DS-PURCHASE.
               03 ID-SALE-DS-PURCH     PIC 9(6).
               03 LINE-SALE-DS-PURCH   PIC 9(3).
           02 CODE-SUPPLIER-PURCHASE   PIC X(06).
       FD GOODS-OLD-FILE
           RECORD IS VARYING IN SIZE FROM 6 TO 140 CHARACTERS.
       01 REC-GOODS-OLD.
           02 ID-GOODS-OLD             PIC 9(6).
           02 FILLER                   PIC X(134).
       FD SALE-OLD-FILE
           RECORD IS VARYING IN SIZE FROM 9 TO 125 CHARACTERS.
       01 REC-SALE-OLD.
           02 KEY-SALE-OLD             PIC 9(9).
           02 FILLER                   PIC X(116).
       FD PURCHASE-OLD-FILE
           RECORD IS VARYING IN SIZE FROM 9 TO 70 CHARACTERS.
       01 REC-PURCHASE-OLD.
           02 KEY-PURCHASE-OLD         PIC 9(9).
           02 FILLER                   PIC X(61).
       FD SALE-BAK-FILE.
       01 REC-SALE-BAK.
           02 KEY-SALE.
           02 KEY-PURCHASE-DS-SALE.
               03 ID-PURCHASE-DS-SALE  PIC 9(6).
               03 LINE-PURCH-DS-SALE   PIC 9(3).
           02 DUE-DATE-SALE            PIC 9(8).
           02 BRANCH-SALE              PIC X(4).
           02 ID-JOB-SALE              PIC 9(6).

       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 FILE-STA-PURCHBAK            PIC 99.
       01 FILE-STA-SALEBAK             PIC 99.
       01 FILE-STA-GOODSOLD            PIC 99.
       01 FILE-STA-SALEOLD             PIC 99.
       01 FILE-STA-PURCHOLD            PIC 99.
       01 CONVERT-COUNT-WS             PIC 9(6).
       LINKAGE SECTION.
       01 LS-RETURN-BACKUP PIC 9.
       PROCEDURE DIVISION USING LS-RETURN-BACKUP LS-BACKUP-MODE.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============BACKUP / RESTORE"
           MOVE 0 TO LS-RETURN-BACKUP.
           IF LS-BACKUP-MODE = "B"
               MOVE "B" TO BACKUP-ACTION-CHOICE
           ELSE
               DISPLAY "B>BACKUP ALL FILES    R>RESTORE ALL FILES"
                       "    C>CONVERT OLD GOODS FILE."
               DISPLAY "S>CONVERT OLD SALE AND PURCHASE FILES."
               DISPLAY "ENTER YOUR CHOICE:"
               ACCEPT BACKUP-ACTION-CHOICE
           END-IF
           EVALUATE BACKUP-ACTION-CHOICE
               WHEN "C"
                   PERFORM CONVERT-GOODS-FILE
               WHEN "S"
                   PERFORM CONVERT-SALE-PURCHASE
               WHEN "R"
                   DISPLAY "RESTORE OVERWRITES THE CURRENT FILES. "
                           "ARE YOU SURE? (Y/N):"
                   PERFORM BACKUP-GOODS
                   PERFORM BACKUP-PURCHASE
                   PERFORM BACKUP-SALE
                   IF LS-RETURN-BACKUP = 0
                       DISPLAY "BACKUP COMPLETE."
                   ELSE
                       DISPLAY "BACKUP INCOMPLETE - SEE ABOVE."
                   END-IF
           END-EVALUATE.
           .
       MAIN-PROCEDURE-EXT.
                       "EXISTING GOODS.BAK LEFT UNTOUCHED."
               DISPLAY "A PRE-UPGRADE GOODS FILE MUST FIRST BE "
                       "CONVERTED VIA C>CONVERT OLD GOODS FILE."
               MOVE 1 TO LS-RETURN-BACKUP
               GO TO BACKUP-GOODS-EXT
           END-IF.
           OPEN OUTPUT GOODS-BAK-FILE.
               DISPLAY "PURCHASE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PURCHASE " - BACKUP ABORTED, "
                       "EXISTING PURCHASE.BAK LEFT UNTOUCHED."
               MOVE 1 TO LS-RETURN-BACKUP
               GO TO BACKUP-PURCHASE-EXT
           END-IF.
           OPEN OUTPUT PURCHASE-BAK-FILE.
               DISPLAY "SALE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-SALE " - BACKUP ABORTED, "
                       "EXISTING SALES.BAK LEFT UNTOUCHED."
               MOVE 1 TO LS-RETURN-BACKUP
               GO TO BACKUP-SALE-EXT
           END-IF.
           OPEN OUTPUT SALE-BAK-FILE.
       CONVERT-GOODS-FILE-EXT.
           EXIT.

      *>  THE SAME ONE-OFF UPGRADE FOR THE SALE AND PURCHASE FILES:
      *>  EACH IS READ THROUGH ITS PRIMARY-KEY-ONLY DECLARATION INTO
      *>  ITS .BAK AND RECREATED WITH THE DATE, CUSTOMER AND SUPPLIER
      *>  INDEXES. THE RESTORE STAMPS EACH PURCHASE LINE WITH ITS
      *>  GOODS' SUPPLIER.
       CONVERT-SALE-PURCHASE SECTION.
           DISPLAY "CONVERT REWRITES THE SALE AND PURCHASE FILES WITH "
                   "THE NEW INDEXES. ARE YOU SURE? (Y/N):"
           ACCEPT CONFIRM-CHOICE-WS.
           IF CONFIRM-CHOICE-WS NOT = "Y"
               DISPLAY "CONVERSION CANCELLED."
               GO TO CONVERT-SALE-PURCHASE-EXT
           END-IF.
           OPEN INPUT SALE-OLD-FILE.
           IF NOT (FILE-STA-SALEOLD = 00)
               DISPLAY "SALE FILE WILL NOT OPEN WITH THE OLD "
                       "DECLARATION EITHER - STATUS "
                       FILE-STA-SALEOLD " - NOTHING CHANGED."
               GO TO CONVERT-SALE-PURCHASE-EXT
           END-IF.
           OPEN INPUT PURCHASE-OLD-FILE.
           IF NOT (FILE-STA-PURCHOLD = 00)
               DISPLAY "PURCHASE FILE WILL NOT OPEN WITH THE OLD "
                       "DECLARATION EITHER - STATUS "
                       FILE-STA-PURCHOLD " - NOTHING CHANGED."
               CLOSE SALE-OLD-FILE
               GO TO CONVERT-SALE-PURCHASE-EXT
           END-IF.

           OPEN OUTPUT SALE-BAK-FILE.
           MOVE 0 TO CONVERT-COUNT-WS.
           CONVERT-READ-OLD-SALE.
           MOVE SPACE TO REC-SALE-OLD.
           READ SALE-OLD-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-SALE-COPIED
           END-READ.
           MOVE REC-SALE-OLD TO REC-SALE-BAK.
           WRITE REC-SALE-BAK.
           ADD 1 TO CONVERT-COUNT-WS.
           GO TO CONVERT-READ-OLD-SALE.

           CONVERT-SALE-COPIED.
           CLOSE SALE-BAK-FILE.
           CLOSE SALE-OLD-FILE.
           DISPLAY CONVERT-COUNT-WS " SALE LINES COPIED TO SALES.BAK.".

           OPEN OUTPUT PURCHASE-BAK-FILE.
           MOVE 0 TO CONVERT-COUNT-WS.
           CONVERT-READ-OLD-PURCHASE.
           MOVE SPACE TO REC-PURCHASE-OLD.
           READ PURCHASE-OLD-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-PURCHASE-COPIED
           END-READ.
           MOVE REC-PURCHASE-OLD TO REC-PURCHASE-BAK.
           WRITE REC-PURCHASE-BAK.
           ADD 1 TO CONVERT-COUNT-WS.
           GO TO CONVERT-READ-OLD-PURCHASE.

           CONVERT-PURCHASE-COPIED.
           CLOSE PURCHASE-BAK-FILE.
           CLOSE PURCHASE-OLD-FILE.
           DISPLAY CONVERT-COUNT-WS
                   " PURCHASE LINES COPIED TO PURCHASE.BAK.".
           PERFORM RESTORE-SALE.
           PERFORM RESTORE-PURCHASE.
           DISPLAY "SALE AND PURCHASE FILES REBUILT WITH THE NEW "
                   "INDEXES.".
           .
       CONVERT-SALE-PURCHASE-EXT.
           EXIT.

       RESTORE-GOODS SECTION.
           OPEN INPUT GOODS-BAK-FILE.
           IF NOT (FILE-STA-GOODSBAK = 00)
               DISPLAY "GOODS.BAK WILL NOT OPEN - STATUS "
                       FILE-STA-GOODSBAK " - RESTORE ABORTED, "
                       "LIVE GOODS FILE LEFT UNTOUCHED."
               MOVE 1 TO LS-RETURN-BACKUP
               GO TO RESTORE-GOODS-EXT
           END-IF.
           OPEN OUTPUT GOODS-FILE.
               DISPLAY "PURCHASE.BAK WILL NOT OPEN - STATUS "
                       FILE-STA-PURCHBAK " - RESTORE ABORTED, "
                       "LIVE PURCHASE FILE LEFT UNTOUCHED."
               MOVE 1 TO LS-RETURN-BACKUP
               GO TO RESTORE-PURCHASE-EXT
           END-IF.
           OPEN OUTPUT PURCHASE-FILE.
      *>  LINES BACKED UP BEFORE THE SUPPLIER WAS CARRIED ON THE
      *>  LINE TAKE THEIR GOODS' SUPPLIER.
           OPEN INPUT GOODS-FILE.
           RESTORE-READ-PURCHASE.
           READ PURCHASE-BAK-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CORR REC-PURCHASE-BAK TO REC-PURCHASE
                   IF CODE-SUPPLIER-PURCHASE OF REC-PURCHASE = SPACE
                       PERFORM RESTORE-PURCHASE-SUPPLIER
                   END-IF
                   WRITE REC-PURCHASE
                   GO TO RESTORE-READ-PURCHASE
           END-READ.
           CLOSE GOODS-FILE.
           CLOSE PURCHASE-BAK-FILE.
           CLOSE PURCHASE-FILE.
           .
       RESTORE-PURCHASE-EXT.
           EXIT.

       RESTORE-PURCHASE-SUPPLIER SECTION.
           MOVE ID-GOODS OF REC-PURCHASE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO RESTORE-PURCHASE-SUPPLIER-EXT
           END-READ.
           MOVE CODE-SUPPLIER OF REC-GOODS
               TO CODE-SUPPLIER-PURCHASE OF REC-PURCHASE.
           .
       RESTORE-PURCHASE-SUPPLIER-EXT.
           EXIT.

       RESTORE-SALE SECTION.
           OPEN INPUT SALE-BAK-FILE.
           IF NOT (FILE-STA-SALEBAK = 00)
               DISPLAY "SALES.BAK WILL NOT OPEN - STATUS "
                       FILE-STA-SALEBAK " - RESTORE ABORTED, "
                       "LIVE SALE FILE LEFT UNTOUCHED."
               MOVE 1 TO LS-RETURN-BACKUP
               GO TO RESTORE-SALE-EXT
           END-IF.
           OPEN OUTPUT SALE-FILE.
