               88 JRN-REWRITE              VALUE "R".
               88 JRN-DELETE               VALUE "D".
           02 IMAGE-JRN                PIC X(150).
      *>  WHO MADE THE CHANGE, AND THE SUPERVISOR WHO APPROVED IT
      *>  WHEN IT WAS HELD FOR A SECOND SIGNATURE.
           02 OPERATOR-JRN             PIC X(10).
           02 APPROVER-JRN             PIC X(10).
