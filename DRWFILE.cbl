           02 OVER-CARD-DRAWER         PIC S9(7)V99.
           02 OPEN-TIME-DRAWER         PIC 9(8).
           02 CLOSE-TIME-DRAWER        PIC 9(8).
      *>  THE BRANCH OF THE OPERATOR WHO OPENED THE DRAWER.
           02 BRANCH-DRAWER            PIC X(4).
      *>  PAID-OUTS, PAID-INS AND BANK DROPS MADE DURING THE SESSION
      *>  (SEE DRAWER-TXN-FILE), TOTALLED AT CLOSE. COMP-CASH-DRAWER
      *>  IS ALREADY NET OF THEM.
           02 PAID-OUT-DRAWER          PIC S9(7)V99.
           02 PAID-IN-DRAWER           PIC S9(7)V99.
           02 DROP-DRAWER              PIC S9(7)V99.
