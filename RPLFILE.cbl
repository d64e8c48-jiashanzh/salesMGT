      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD REPLENISH-FILE.
       01 REC-REPLENISH.
      *>  ONE SUGGESTION FROM THE LAST WAREHOUSE REPLENISHMENT RUN
      *>  FOR A WAREHOUSE BELOW ITS MINIMUM: A TRANSFER FROM A
      *>  WAREHOUSE WITH STOCK TO SPARE, OR - FOR WHAT NO WAREHOUSE
      *>  CAN COVER - A PURCHASE. AN ACCEPTED TRANSFER IS POSTED AT
      *>  ONCE; AN ACCEPTED PURCHASE WAITS AT STATUS A UNTIL THE
      *>  DRAFT ORDER RUN IN PURCHASE PICKS IT UP.
           02 KEY-REPLENISH.
               03 ID-GOODS-RPL         PIC 9(6).
               03 TO-LOC-RPL           PIC X(06).
               03 SEQ-RPL              PIC 9(2).
           02 TYPE-RPL                 PIC X.
               88 RPL-TRANSFER             VALUE "T".
               88 RPL-PURCHASE             VALUE "P".
           02 FROM-LOC-RPL             PIC X(06).
           02 QTY-RPL                  PIC 9(5).
           02 QTY-AT-TO-RPL            PIC 9(5).
           02 MIN-AT-TO-RPL            PIC 9(5).
           02 MAX-AT-TO-RPL            PIC 9(5).
           02 DATE-RUN-RPL             PIC 9(8).
           02 STATUS-RPL               PIC X.
               88 RPL-PROPOSED             VALUE "P".
               88 RPL-ACCEPTED             VALUE "A".
               88 RPL-DONE                 VALUE "D".
               88 RPL-REJECTED             VALUE "R".
           02 DATE-DONE-RPL            PIC 9(8).
           02 OPERATOR-RPL             PIC X(10).
