      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       FD BRANCH-FILE.
       01 REC-BRANCH.
      *>  ONE SELLING BRANCH - A SHOP COUNTER OR THE TRADE DESK. EACH
      *>  OPERATOR BELONGS TO ONE; THE SALES, DRAWER SESSIONS AND
      *>  FREIGHT THEY POST CARRY ITS CODE, AND SALE ENTRY SELLS FROM
      *>  THE BRANCH'S OWN WAREHOUSE WHEN NONE IS KEYED. A BLANK
      *>  BRANCH ON A RECORD MEANS HEAD OFFICE / NOT ASSIGNED.
           02 CODE-BRANCH              PIC X(4).
           02 NAME-BRANCH              PIC X(20).
           02 DEFAULT-LOC-BRANCH       PIC X(06).
