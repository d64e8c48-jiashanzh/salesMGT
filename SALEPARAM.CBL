               03  FILE-STA-DAYTOT        PIC 99.
               03  FILE-STA-MCHG          PIC 99.
               03  FILE-STA-LOYRD         PIC 99.
               03  FILE-STA-ALLOC         PIC 99.
               03  FILE-STA-BANK          PIC 99.
               03  FILE-STA-BANKIN        PIC 99.
               03  FILE-STA-TRF           PIC 99.
               03  FILE-STA-TRFOUT        PIC 99.
               03  FILE-STA-REBATE        PIC 99.
               03  FILE-STA-REBACC        PIC 99.
               03  FILE-STA-POTX          PIC 99.
               03  FILE-STA-EDIOUT        PIC 99.
               03  FILE-STA-SINVIN        PIC 99.
               03  FILE-STA-TILLIN        PIC 99.
               03  FILE-STA-TILLUP        PIC 99.
               03  FILE-STA-FCST          PIC 99.
               03  FILE-STA-RPL           PIC 99.
               03  FILE-STA-SUBST         PIC 99.
               03  FILE-STA-STYLE         PIC 99.
               03  FILE-STA-VARIANT       PIC 99.
               03  FILE-STA-FRTRATE       PIC 99.
               03  FILE-STA-FREIGHT       PIC 99.
               03  FILE-STA-MANIFEST      PIC 99.
               03  FILE-STA-CARRIN        PIC 99.
               03  FILE-STA-RMA           PIC 99.
               03  FILE-STA-APPROVAL      PIC 99.
               03  FILE-STA-BRANCH        PIC 99.
               03  FILE-STA-AUTH          PIC 99.
               03  FILE-STA-DRWTXN        PIC 99.
               03  FILE-STA-ANNSUM        PIC 99.
               03  FILE-STA-SESSLOG       PIC 99.
               03  FILE-STA-PRICEHIST     PIC 99.
               03  FILE-STA-MERGELOG      PIC 99.
               03  FILE-STA-OVERLOG       PIC 99.
               03  FILE-STA-LOGHIST       PIC 99.
               03  FILE-STA-HKTEMP        PIC 99.
               03  FILE-STA-MONTHSUM      PIC 99.
               03  FILE-STA-INVSNAP       PIC 99.
               03  FILE-STA-BUDGET        PIC 99.
               03  FILE-STA-LABELQ        PIC 99.
               03  FILE-STA-STDORD        PIC 99.
               03  FILE-STA-EDOC          PIC 99.
               03  FILE-STA-EDOCIDX       PIC 99.
               03  FILE-STA-REPAIR        PIC 99.
               03  FILE-STA-RPRLINE       PIC 99.

       01 TABLE-GOODS.
           02 GBODY.
