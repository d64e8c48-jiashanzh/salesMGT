               88 OPERATOR-LOCKED          VALUE "Y".
           02 FORCE-CHG-SW-OPERATOR    PIC X.
               88 OPERATOR-MUST-CHANGE     VALUE "Y".
      *>  THE BRANCH THE OPERATOR WORKS AT (SEE BRANCH-FILE). BLANK
      *>  ON OLD RECORDS = HEAD OFFICE / NOT ASSIGNED.
           02 BRANCH-OPERATOR          PIC X(4).
