      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD PO-TRANSMIT-FILE.
       01 REC-PO-TRANSMIT.
      *>  ONE ROW PER PURCHASE ORDER THAT HAS GONE TO ITS SUPPLIER
      *>  ON THE OUTBOUND ORDER FILE. AN APPROVED ORDER WITH A ROW
      *>  HERE IS NOT PICKED UP AGAIN - IT ONLY GOES OUT A SECOND
      *>  TIME WHEN SOMEONE ASKS FOR A RESEND, WHICH IS COUNTED.
           02 ID-PURCHASE-POT          PIC 9(6).
           02 DATE-FIRST-POT           PIC 9(8).
           02 DATE-LAST-POT            PIC 9(8).
           02 SEND-CT-POT              PIC 9(3).
           02 LINES-POT                PIC 9(3).
           02 OPERATOR-POT             PIC X(10).
