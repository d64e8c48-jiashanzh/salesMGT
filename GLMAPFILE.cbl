       01 REC-GL-MAP.
      *>  CHART-OF-ACCOUNTS MAPPING THE SHOP CONTROLS. THE EXTRACT
      *>  LOOKS SOURCES UP BY CODE: SALES, VATOUT, COGS, INVENTORY,
      *>  AR, AP, FREIGHT, REBATE-RCV, REBATE-INC, CASH, P-XXXXXXXX
      *>  FOR PURCHASES OF ONE GOODS CATEGORY AND X-XXXXXXXX FOR
      *>  DRAWER PAID-OUTS UNDER ONE REASON CODE. AN UNMAPPED CODE
      *>  FALLS BACK TO THE ACCOUNTS THE OLD SUMMARY EXTRACT HAD
      *>  HARD-WIRED.
           02 CODE-GL-MAP              PIC X(10).
           02 ACCOUNT-GL-MAP           PIC X(8).
           02 DESC-GL-MAP              PIC X(20).
