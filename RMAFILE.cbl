      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD RMA-FILE.
       01 REC-RMA.
      *>  A RETURN AUTHORISATION RAISED AGAINST ONE SALE LINE BEFORE
      *>  THE GOODS COME BACK. THE COUNTER ONLY ACCEPTS A RETURN THAT
      *>  QUOTES AN APPROVED, UNEXPIRED RMA WITH QUANTITY STILL OPEN;
      *>  EACH RETURN POSTED AGAINST IT ADDS TO THE RECEIVED QUANTITY
      *>  AND THE RMA CLOSES WHEN THE LAST UNIT IS IN.
           02 ID-RMA                   PIC 9(6).
           02 ID-SALE-RMA              PIC 9(6).
           02 LINE-SALE-RMA            PIC 9(3).
           02 ID-CUSTOMER-RMA          PIC 9(6).
           02 ID-GOODS-RMA             PIC 9(6).
           02 QTY-RMA                  PIC 9(5).
           02 QTY-RECEIVED-RMA         PIC 9(5).
           02 REASON-RMA               PIC X(10).
           02 DATE-ISSUED-RMA          PIC 9(8).
           02 DATE-EXPIRY-RMA          PIC 9(8).
      *>  P = RAISED, AWAITING A SUPERVISOR; A = APPROVED, OPEN FOR
      *>  RETURN; C = CLOSED (EVERYTHING RECEIVED); X = CANCELLED.
           02 STATUS-RMA               PIC X.
               88 RMA-PENDING              VALUE "P".
               88 RMA-APPROVED             VALUE "A".
               88 RMA-CLOSED               VALUE "C".
               88 RMA-CANCELLED            VALUE "X".
      *>  Y = THE SALE WAS ALREADY PAST THE RETURN WINDOW WHEN THE RMA
      *>  WAS RAISED - THE APPROVER IS TOLD BEFORE SIGNING IT OFF.
           02 LATE-SW-RMA              PIC X.
               88 RMA-LATE                 VALUE "Y".
           02 OPERATOR-RMA             PIC X(10).
           02 APPROVED-BY-RMA          PIC X(10).
           02 DATE-APPROVED-RMA        PIC 9(8).
