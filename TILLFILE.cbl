      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD TILL-UPLOAD-FILE.
       01 REC-TILL-UPLOAD.
      *>  ONE BILL RUNG ON A STANDALONE TILL AND POSTED BY THE TILL
      *>  UPLOAD, KEYED BY THE TILL AND ITS OWN BILL NUMBER. A BILL
      *>  ALREADY HERE IS NEVER POSTED AGAIN, SO A TILL FILE SENT
      *>  TWICE (OR RESENT AFTER ITS EXCEPTIONS WERE PUT RIGHT) ONLY
      *>  POSTS WHAT IS STILL MISSING.
           02 KEY-TILL-UPLOAD.
               03 CODE-TILL-TUL        PIC X(04).
               03 NO-BILL-TUL          PIC 9(6).
           02 ID-SALE-TUL              PIC 9(6).
           02 DATE-BILL-TUL            PIC 9(8).
           02 DATE-UPLOAD-TUL          PIC 9(8).
           02 OPERATOR-UPLOAD-TUL      PIC X(10).
