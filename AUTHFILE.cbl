      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD AUTH-FILE.
       01 REC-AUTH.
      *>  ONE TRANSACTION HELD FOR A SECOND SIGNATURE. A VOID, STOCK
      *>  ADJUSTMENT OR RETURN SCRAP WORTH MORE THAN ITS CONTROL LIMIT
      *>  (VOIDLIMIT, ADJLIMIT, SCRAPLIMIT) IS WRITTEN HERE INSTEAD OF
      *>  POSTING, AND ONLY POSTS WHEN A SUPERVISOR OTHER THAN THE
      *>  OPERATOR WHO RAISED IT APPROVES IT FROM THE QUEUE.
           02 ID-AUTH                  PIC 9(6).
           02 TYPE-AUTH                PIC X.
               88 AUTH-VOID                VALUE "V".
               88 AUTH-ADJUST              VALUE "A".
               88 AUTH-SCRAP               VALUE "S".
           02 STATUS-AUTH              PIC X.
               88 AUTH-PENDING             VALUE "P".
               88 AUTH-APPROVED            VALUE "A".
               88 AUTH-REJECTED            VALUE "R".
           02 VALUE-AUTH               PIC S9(7)V99.
           02 LIMIT-AUTH               PIC S9(7)V99.
      *>  V = THE BILL TO VOID. S = THE RMA THE RETURN IS AGAINST AND
      *>  THE SALE LINE. A = THE GOODS, WAREHOUSE, SIGNED QUANTITY
      *>  AND REASON CODE OF THE ADJUSTMENT.
           02 ID-SALE-AUTH             PIC 9(6).
           02 LINE-SALE-AUTH           PIC 9(3).
           02 ID-RMA-AUTH              PIC 9(6).
           02 ID-GOODS-AUTH            PIC 9(6).
           02 LOCATION-AUTH            PIC X(06).
           02 QTY-AUTH                 PIC S9(5).
           02 REASON-AUTH              PIC X(10).
           02 REQUESTED-BY-AUTH        PIC X(10).
           02 DATE-REQ-AUTH            PIC 9(8).
           02 DECIDED-BY-AUTH          PIC X(10).
           02 DATE-DECIDED-AUTH        PIC 9(8).
           02 NOTE-AUTH                PIC X(30).
