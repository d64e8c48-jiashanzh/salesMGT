      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD DRAWER-TXN-FILE.
       01 REC-DRAWER-TXN.
      *>  MONEY IN OR OUT OF AN OPEN CASH DRAWER THAT IS NOT A SALE:
      *>  PETTY PURCHASES AND DEPOSIT REFUNDS PAID OUT, CHANGE TOP-UPS
      *>  PAID IN, AND CASH DROPPED TO THE BANK OR SAFE. THE SESSION'S
      *>  EXPECTED CASH IS NETTED FOR THEM AT CLOSE. PAID-OUTS POST TO
      *>  THE EXPENSE ACCOUNT MAPPED AS X-<REASON> ON THE GL MAP.
           02 KEY-DRAWER-TXN.
               03 ID-SESSION-DTX       PIC 9(6).
               03 SEQ-DTX              PIC 9(3).
           02 TYPE-DTX                 PIC X.
               88 DTX-PAID-OUT             VALUE "O".
               88 DTX-PAID-IN              VALUE "I".
               88 DTX-BANK-DROP            VALUE "B".
           02 REASON-DTX               PIC X(10).
      *>  ALWAYS POSITIVE - TYPE-DTX SAYS WHICH WAY IT WENT.
           02 AMOUNT-DTX               PIC S9(7)V99.
           02 OPERATOR-DTX             PIC X(10).
           02 DATE-DTX                 PIC 9(8).
           02 TIME-DTX                 PIC 9(8).
           02 BRANCH-DTX               PIC X(4).
           02 NOTE-DTX                 PIC X(20).
