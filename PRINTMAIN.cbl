               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PURCHASE OF REC-PURCHASE
               ALTERNATE RECORD KEY IS DATE-PURCHASE OF REC-PURCHASE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   CODE-SUPPLIER-PURCHASE OF REC-PURCHASE
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-PURCHASE.
      *>  ========================================
               SELECT GOODS-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-SALE OF REC-SALE
               ALTERNATE RECORD KEY IS DATE-SALE OF REC-SALE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ID-CUSTOMER OF REC-SALE
                   WITH DUPLICATES
               FILE STATUS IS FILE-STA-SALE.
      *>  ========================================
               SELECT PRINT-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATE-DAYTOT OF REC-DAY-TOTAL
               FILE STATUS IS FILE-STA-DAYTOT.
      *>  ========================================
               SELECT OPTIONAL MONTH-SUMMARY-FILE
               ASSIGN TO "D:\db\monthsum"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-MONTH-SUMMARY OF REC-MONTH-SUMMARY
               FILE STATUS IS FILE-STA-MONTHSUM.
      *>  ========================================
               SELECT OPTIONAL INV-SNAPSHOT-FILE
               ASSIGN TO "D:\db\invsnap"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-INV-SNAPSHOT OF REC-INV-SNAPSHOT
               FILE STATUS IS FILE-STA-INVSNAP.
      *>  ========================================
               SELECT OPTIONAL PURCH-BUDGET-FILE
               ASSIGN TO "D:\db\purchbudget"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-PURCH-BUDGET OF REC-PURCH-BUDGET
               FILE STATUS IS FILE-STA-BUDGET.
      *>  ========================================
               SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO "D:\db\contract"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-CONTRACT OF REC-CONTRACT
               FILE STATUS IS FILE-STA-CONTRACT.
      *>  ========================================
               SELECT OPTIONAL DISCOUNT-FILE
               ASSIGN TO "D:\db\discount"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-DISCOUNT OF REC-DISCOUNT
               FILE STATUS IS FILE-STA-DISCOUNT.
      *>  ========================================
               SELECT PRICE-LIST-FILE
               ASSIGN TO "D:\db\pricelist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT SEGMENT-EXTRACT-FILE
               ASSIGN TO "D:\db\custsegment.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  ========================================
               SELECT OPTIONAL QUARANTINE-FILE
               ASSIGN TO "D:\db\quarantine"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SESSION-DRAWER OF REC-DRAWER
               FILE STATUS IS FILE-STA-DRAWER.
      *>  ========================================
               SELECT OPTIONAL ALLOC-FILE
               ASSIGN TO "D:\db\payalloc"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ALLOC OF REC-ALLOC
               FILE STATUS IS FILE-STA-ALLOC.
      *>  ========================================
               SELECT OPTIONAL QUOTE-FILE
               ASSIGN TO "D:\db\quote"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-QUOTE OF REC-QUOTE
               FILE STATUS IS FILE-STA-QUOTE.
      *>  ========================================
               SELECT OPTIONAL STYLE-FILE
               ASSIGN TO "D:\db\style"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-STYLE OF REC-STYLE
               FILE STATUS IS FILE-STA-STYLE.
      *>  ========================================
               SELECT OPTIONAL FREIGHT-FILE
               ASSIGN TO "D:\db\freight"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SALE-FRT OF REC-FREIGHT
               FILE STATUS IS FILE-STA-FREIGHT.
      *>  ========================================
               SELECT OPTIONAL RMA-FILE
               ASSIGN TO "D:\db\rma"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-RMA OF REC-RMA
               FILE STATUS IS FILE-STA-RMA.
      *>  ========================================
               SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "D:\db\approval"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-APPROVAL OF REC-APPROVAL
               FILE STATUS IS FILE-STA-APPROVAL.
      *>  ========================================
               SELECT OPTIONAL BRANCH-FILE
               ASSIGN TO "D:\db\branch"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-BRANCH OF REC-BRANCH
               FILE STATUS IS FILE-STA-BRANCH.
      *>  ========================================
               SELECT OPTIONAL AUTH-FILE
               ASSIGN TO "D:\db\authq"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-AUTH OF REC-AUTH
               FILE STATUS IS FILE-STA-AUTH.
      *>  ========================================
               SELECT OPTIONAL DRAWER-TXN-FILE
               ASSIGN TO "D:\db\drawertxn"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-DRAWER-TXN OF REC-DRAWER-TXN
               FILE STATUS IS FILE-STA-DRWTXN.
      *>  ========================================
               SELECT OPTIONAL REASON-FILE
               ASSIGN TO "D:\db\reason"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-REASON OF REC-REASON
               FILE STATUS IS FILE-STA-REASON.
      *>  ========================================
               SELECT OPTIONAL COST-LAYER-FILE
               ASSIGN TO "D:\db\costlayer"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-COST-LAYER OF REC-COST-LAYER
               FILE STATUS IS FILE-STA-LAYER.
      *>  ========================================
               SELECT OPTIONAL COST-CATALOG-FILE
               ASSIGN TO "D:\db\costcat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-COST-CATALOG OF REC-COST-CATALOG
               FILE STATUS IS FILE-STA-COSTCAT.
      *>  ========================================
      *>  ONE FILE PER E-MAILED DOCUMENT, NAMED WHEN IT IS OPENED -
      *>  SEE EDOC-OPEN-DOC.
               SELECT EDOC-FILE
               ASSIGN TO DYNAMIC EDOC-PATH-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-EDOC.
      *>  ========================================
               SELECT OPTIONAL EDOC-INDEX-FILE
               ASSIGN TO "D:\db\edoc\edocindex.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-EDOCIDX.
      *>  ========================================
               SELECT OPTIONAL REPAIR-JOB-FILE
               ASSIGN TO "D:\db\repairjob"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-JOB-RJ OF REC-REPAIR-JOB
               FILE STATUS IS FILE-STA-REPAIR.
      *>  ========================================
               SELECT OPTIONAL REPAIR-LINE-FILE
               ASSIGN TO "D:\db\repairline"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-REPAIR-LINE OF REC-REPAIR-LINE
               FILE STATUS IS FILE-STA-RPRLINE.
       DATA DIVISION.
       FILE SECTION.
         COPY SALEFILES.
         COPY SCLAIMFILE.
         COPY QUARFILE.
         COPY DAYTOTFILE.
         COPY MSUMFILE.
         COPY SNAPFILE.
         COPY BUDGFILE.
         COPY CTRFILE.
         COPY DISCFILE.
         COPY MCHGFILE.
         COPY ALLOCFILE.
         COPY QUOTEFILE.
         COPY STYLEFILE.
         COPY FRTFILE.
         COPY RMAFILE.
         COPY APPRFILE.
         COPY BRNFILE.
         COPY AUTHFILE.
         COPY DRWTXFILE.
         COPY REASONFILE.
         COPY LAYERFILE.
         COPY COSTCAT.
         COPY REPAIRFILES.
       FD SPOOL-LOG-FILE.
       01 REC-SPOOL-LOG.
           02 ID-SPOOL-LINE            PIC 9(6).
       01 REC-DELIVERY-NOTE            PIC X(150).
       FD SALE-ARCHIVE-FILE.
       01 ARC-LINE-SALE                PIC X(100).
      *>  THE CUSTOMER PRICE LIST AS A FLAT FILE FOR E-MAILING - ONE
      *>  ROW PER GOODS AND QUANTITY BREAK. SOURCE-PLF IS L = LIST
      *>  PRICE, C = CONTRACT PRICE, D = A DISCOUNT BREAK OFF EITHER.
      *>  A ZERO VALID-TO MEANS OPEN-ENDED.
       FD PRICE-LIST-FILE.
       01 REC-PRICE-LIST.
           02 ID-CUSTOMER-PLF          PIC 9(6).
           02 ID-GOODS-PLF             PIC 9(6).
           02 NAME-GOODS-PLF           PIC X(20).
           02 UNIT-PLF                 PIC X(4).
           02 QTY-FROM-PLF             PIC 9(5).
           02 LIST-PRICE-PLF           PIC S9(4)V99
                                       SIGN LEADING SEPARATE.
           02 PCT-PLF                  PIC 9(2)V99.
           02 NET-PRICE-PLF            PIC S9(4)V99
                                       SIGN LEADING SEPARATE.
           02 VALID-FROM-PLF           PIC 9(8).
           02 VALID-TO-PLF             PIC 9(8).
           02 SOURCE-PLF               PIC X.
      *>  ONE ROW PER CUSTOMER FOR THE MARKETING MAIL-OUT: ITS
      *>  SEGMENT, THE THREE MEASURES OVER THE WINDOW AND THEIR 1-5
      *>  SCORES, AND WHERE TO REACH IT.
       FD SEGMENT-EXTRACT-FILE.
       01 REC-SEGMENT-EXTRACT.
           02 ID-CUSTOMER-SGX          PIC 9(6).
           02 NAME-CUSTOMER-SGX        PIC X(20).
           02 CONTACT-SGX              PIC X(20).
           02 SEGMENT-SGX              PIC X(7).
           02 LAST-SALE-SGX            PIC 9(8).
           02 DAYS-SINCE-SGX           PIC 9(5).
           02 BILLS-SGX                PIC 9(5).
           02 SPEND-SGX                PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           02 R-SCORE-SGX              PIC 9.
           02 F-SCORE-SGX              PIC 9.
           02 V-SCORE-SGX              PIC 9.
           02 SALESPERSON-SGX          PIC X(6).
           02 EMAIL-SGX                PIC X(40).
           02 PHONE-SGX                PIC X(15).
           02 ADDR-LINE1-SGX           PIC X(30).
           02 ADDR-LINE2-SGX           PIC X(30).
           02 CITY-SGX                 PIC X(20).
           02 POSTCODE-SGX             PIC X(10).
       FD EDOC-FILE.
       01 REC-EDOC                     PIC X(150).
      *>  THE MAIL JOB'S WORK LIST - ONE ROW PER DOCUMENT FILE
      *>  WRITTEN: WHO GETS IT, WHAT IT IS AND WHERE IT SITS. THE
      *>  MAIL JOB CLEARS THE LIST ONCE IT HAS SENT IT. DOC-TYPE-EDX
      *>  IS INV = TAX INVOICE (DOC-NO = SALE), STM = STATEMENT
      *>  (DOC-NO = PERIOD END DATE) OR DUN = REMINDER LETTER
      *>  (DOC-NO = THE CUSTOMER'S LETTER SEQUENCE).
       FD EDOC-INDEX-FILE.
       01 REC-EDOC-INDEX.
           02 EMAIL-EDX                PIC X(40).
           02 ID-CUSTOMER-EDX          PIC 9(6).
           02 NAME-CUSTOMER-EDX        PIC X(20).
           02 DOC-TYPE-EDX             PIC X(3).
           02 DOC-NO-EDX               PIC 9(8).
           02 DATE-EDX                 PIC 9(8).
           02 PATH-EDX                 PIC X(60).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 PRINT-LINE-WS                PIC X(150).
           02 GOODS-PRINT-CHOICE       PIC X.
           02 SALE-PRINT-CHOICE        PIC X.
           02 PURCHASE-PRINT-CHOICE    PIC X.
           02 MORE-PRINT-CHOICE        PIC X.
       01 PRARM-ACCEPT.
           02 PARAM-NAME-GOODS         PIC X(20).
           02 PARAM-FIRM-GOODS         PIC X(20).
           02 FX-FOUND-SW              PIC X.
               88 FX-FOUND                 VALUE "Y".
       01 RPT-TODAY-WS                 PIC 9(8).
      *>  A/B/C CLASS FILTER FOR THE VALUATION AND SLOW-MOVER
      *>  REPORTS - SPACE TAKES EVERY GOODS.
       01 RPT-ABC-CLASS-WS             PIC X.
       01 RPT-ABC-MATCH-SW             PIC X.
           88 RPT-ABC-MATCH                VALUE "Y".
       01 DATE-CHECK-WS                PIC 9(8).
       01 DATE-MODE-WS                 PIC X.
       01 DATE-OK-WS                   PIC X.
               88 ARC-LINE-VALID           VALUE "Y".
           02 INCLUDE-ARC-CHOICE-WS    PIC X.
       01 CUSTPROF-WS.
           02 CP-MONTH-FROM-WS         PIC 9(6).
           02 CP-MONTH-TO-WS           PIC 9(6).
           02 CP-COUNT-WS              PIC 9(4) VALUE 0.
           02 CP-OUTER                 PIC 9(4).
           02 CP-INNER                 PIC 9(4).
           02 CP-MAX-IDX               PIC 9(4).
           02 CP-IDX                   PIC 9(4).
           02 CP-TARGET-WS             PIC 9(6).
           02 CP-FOUND-SW              PIC X.
               88 CP-FOUND                 VALUE "Y".
           02 CP-TRUNC-WARNED-SW       PIC X.
           02 DN-FOUND-SW              PIC X.
               88 DN-FOUND                 VALUE "Y".
           02 DN-LINE-WS               PIC X(150).
       01 RMA-AGING-WS.
           02 RMA-AGE-CT-WS            PIC 9(5).
           02 RMA-AGE-EXPIRED-CT-WS    PIC 9(5).
           02 RMA-AGE-OPEN-QTY-WS      PIC 9(5).
           02 RMA-AGE-FLAG-WS          PIC X(8).
       01 UNSHIPPED-WS.
           02 UNSHIP-DAYS-WS           PIC 9(4).
           02 UNSHIP-CT-WS             PIC 9(5).
           02 TS-NAME-GOODS-TMP         PIC X(20).
           02 TS-QTY-TMP                PIC 9(7).
       01 TS-RANK-WS                    PIC 9(4).
       01 TS-MONTH-FROM-WS              PIC 9(6).
       01 TS-MONTH-TO-WS                PIC 9(6).
       01 TS-TRUNC-WARNED-SW            PIC X VALUE "N".
           88 TS-TRUNC-WARNED               VALUE "Y".
       01 SALE-RPT-VAT-TOTAL-WS         PIC S9(7)V99.
       01 BUDGET-ACTUAL-WS.
           02 BA-MONTH-WS               PIC 9(6).
           02 BA-DATE-FROM-WS           PIC 9(8).
           02 BA-DATE-TO-WS             PIC 9(8).
           02 BA-LINE-VALUE-WS          PIC S9(9)V99.
           02 BA-OTB-WS                 PIC S9(9)V99.
           02 BA-TOT-BUDGET-WS          PIC S9(11)V99.
           02 BA-TOT-APPROVED-WS        PIC S9(11)V99.
           02 BA-TOT-RECEIVED-WS        PIC S9(11)V99.
           02 BA-TOT-PENDING-WS         PIC S9(11)V99.
           02 BA-TOT-OTB-WS             PIC S9(11)V99.
           02 BA-CATEGORY-WS            PIC X(10).
           02 BA-COUNT-WS               PIC 9(3) VALUE 0.
           02 BA-IDX                    PIC 9(3).
           02 BA-ROW OCCURS 1 TO 200 TIMES
                 DEPENDING ON BA-COUNT-WS.
               03 BA-CAT                PIC X(10).
               03 BA-BUDGETED-SW        PIC X.
                   88 BA-BUDGETED           VALUE "Y".
               03 BA-BUDGET             PIC S9(9)V99.
               03 BA-APPROVED           PIC S9(9)V99.
               03 BA-RECEIVED           PIC S9(9)V99.
               03 BA-PENDING            PIC S9(9)V99.
       01 QUOTE-CONV-WS.
           02 QC-DATE-FROM-WS           PIC 9(8).
           02 QC-DATE-TO-WS             PIC 9(8).
           02 QC-LINE-VALUE-WS          PIC S9(9)V99.
           02 QC-LINE-PRICE-WS          PIC S9(4)V99.
           02 QC-LINE-DAYS-WS           PIC 9(5).
           02 QC-DAYS-SW                PIC X.
               88 QC-HAS-DAYS               VALUE "Y".
           02 QC-DIM-WS                 PIC X.
           02 QC-KEY-WS                 PIC X(10).
           02 QC-LAST-DIM-WS            PIC X.
           02 QC-REASON-IDX             PIC 9.
           02 QC-IDX                    PIC 9(4).
           02 QC-JDX                    PIC 9(4).
           02 QC-MIN-IDX                PIC 9(4).
           02 QC-KDX                    PIC 9.
           02 QC-LINE-CT-WS             PIC 9(7).
           02 QC-HIT-PCT-WS             PIC 9(3)V99.
           02 QC-CONV-PCT-WS            PIC 9(3)V99.
           02 QC-AVG-DAYS-WS            PIC 9(5).
           02 QC-DECIDED-WS             PIC S9(9)V99.
           02 QC-LOST-TOTAL-WS          PIC S9(9)V99.
           02 QC-NAME-WS                PIC X(20).
           02 QC-TRUNC-WARNED-SW        PIC X.
               88 QC-TRUNC-WARNED           VALUE "Y".
      *>  LOST-VALUE COLUMNS IN THIS ORDER; A BLANK REASON ON A LINE
      *>  CANCELLED BEFORE REASONS WERE TAKEN COUNTS AS OTHER.
           02 QC-REASON-NAMES-WS.
               03 FILLER                PIC X(10) VALUE "PRICE".
               03 FILLER                PIC X(10) VALUE "STOCK".
               03 FILLER                PIC X(10) VALUE "LEADTIME".
               03 FILLER                PIC X(10) VALUE "COMPETITOR".
               03 FILLER                PIC X(10) VALUE "NOREPLY".
               03 FILLER                PIC X(10) VALUE "LAPSED".
               03 FILLER                PIC X(10) VALUE "OTHER".
           02 QC-REASON-NAME REDEFINES QC-REASON-NAMES-WS
                                        PIC X(10) OCCURS 7 TIMES.
      *>  ONE ROW PER SALESPERSON (DIM 1), CUSTOMER (2) AND CATEGORY
      *>  (3). QUOTES COUNT ONCE PER ROW - A QUOTE'S LINES ARE READ
      *>  TOGETHER - AND A QUOTE WITH ANY LINE CONVERTED IS A HIT.
       01 QC-TABLE-WS.
           02 QC-COUNT-WS               PIC 9(4) VALUE 0.
           02 QC-ROW OCCURS 1 TO 3000 TIMES
                 DEPENDING ON QC-COUNT-WS.
               03 QC-DIM                PIC X.
               03 QC-KEY                PIC X(10).
               03 QC-LAST-QUOTE         PIC 9(6).
               03 QC-LAST-CONV-QUOTE    PIC 9(6).
               03 QC-QUOTES             PIC 9(5).
               03 QC-CONV-QUOTES        PIC 9(5).
               03 QC-VALUE              PIC S9(9)V99.
               03 QC-OPEN-VALUE         PIC S9(9)V99.
               03 QC-CONV-VALUE         PIC S9(9)V99.
               03 QC-DAYS-LINES         PIC 9(5).
               03 QC-DAYS-TOTAL         PIC 9(7).
               03 QC-LOST-VALUE         PIC S9(9)V99 OCCURS 7 TIMES.
       01 QC-ROW-TEMP                   PIC X(155).
       01 SHRINK-RPT-WS.
           02 SH-DATE-FROM-WS           PIC 9(8).
           02 SH-DATE-TO-WS             PIC 9(8).
           02 SH-PRI-FROM-WS            PIC 9(8).
           02 SH-PRI-TO-WS              PIC 9(8).
           02 SH-PERIOD-SW              PIC X.
               88 SH-IN-CURRENT             VALUE "C".
               88 SH-IN-PRIOR               VALUE "P".
           02 SH-BACK-IN-WS             PIC 9(8).
           02 SH-BACK-DAYS-WS           PIC 9(5).
           02 SH-BACK-OUT-WS            PIC 9(8).
           02 SH-BACK-YYYY-WS           PIC 9(4).
           02 SH-BACK-MM-WS             PIC S9(3).
           02 SH-BACK-DD-WS             PIC S9(5).
           02 SH-LINE-DATE-WS           PIC 9(8).
           02 SH-LOSS-QTY-WS            PIC S9(6).
           02 SH-UNIT-COST-WS           PIC S9(4)V99.
           02 SH-LOSS-VALUE-WS          PIC S9(9)V99.
           02 SH-GROSS-VALUE-WS         PIC S9(9)V99.
           02 SH-SALE-AMT-WS            PIC S9(9)V99.
           02 SH-LOSS-SW                PIC X.
               88 SH-LOSS-REASON            VALUE "Y".
           02 SH-ADD-SW                 PIC X.
               88 SH-ADD-ALLOWED            VALUE "Y".
           02 SH-DIM-WS                 PIC X.
           02 SH-KEY-WS                 PIC X(10).
           02 SH-LAST-DIM-WS            PIC X.
           02 SH-IDX                    PIC 9(4).
           02 SH-JDX                    PIC 9(4).
           02 SH-MIN-IDX                PIC 9(4).
           02 SH-LAYERS-SW              PIC X.
               88 SH-LAYERS-OPEN            VALUE "Y".
           02 SH-MOVE-CT-WS             PIC 9(7).
           02 SH-UNCOSTED-CT-WS         PIC 9(7).
           02 SH-OPER-CT-WS             PIC 9(2).
           02 SH-TOTAL-CUR-WS           PIC S9(9)V99.
           02 SH-TOTAL-PRI-WS           PIC S9(9)V99.
           02 SH-SALES-CUR-WS           PIC S9(9)V99.
           02 SH-SALES-PRI-WS           PIC S9(9)V99.
           02 SH-CHANGE-WS              PIC S9(9)V99.
           02 SH-PCT-CUR-WS             PIC S9(3)V99.
           02 SH-PCT-PRI-WS             PIC S9(3)V99.
           02 SH-NAME-WS                PIC X(20).
           02 SH-TRUNC-WARNED-SW        PIC X.
               88 SH-TRUNC-WARNED           VALUE "Y".
      *>  ONE ROW PER REASON CODE (DIM 1), WAREHOUSE (2), CATEGORY
      *>  (3) AND OPERATOR (4). VALUES ARE LOSS-POSITIVE: A GAIN
      *>  (FOUND STOCK, A COUNT OVER) NETS OFF THE SHRINK. GROSS IS
      *>  THE UNSIGNED VALUE AN OPERATOR MOVED EITHER WAY.
       01 SH-TABLE-WS.
           02 SH-COUNT-WS               PIC 9(4) VALUE 0.
           02 SH-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON SH-COUNT-WS.
               03 SH-DIM                PIC X.
               03 SH-KEY                PIC X(10).
               03 SH-MOVES              PIC 9(5).
               03 SH-QTY-CUR            PIC S9(7).
               03 SH-VALUE-CUR          PIC S9(9)V99.
               03 SH-VALUE-PRI          PIC S9(9)V99.
               03 SH-GROSS-CUR          PIC S9(9)V99.
               03 SH-SALES-CUR          PIC S9(9)V99.
               03 SH-SALES-PRI          PIC S9(9)V99.
       01 SH-ROW-TEMP                   PIC X(78).
       01 AGREE-WARN-WS.
           02 AW-DAYS-WS                PIC 9(3).
           02 AW-TODAY-WS               PIC 9(8).
           02 AW-HORIZON-WS             PIC 9(8).
           02 AW-END-WS                 PIC 9(8).
           02 AW-DAYS-LEFT-WS           PIC S9(5).
           02 AW-DUE-SW                 PIC X.
               88 AW-DUE                    VALUE "Y".
           02 AW-COUNT-WS               PIC 9(7).
           02 AW-UNDRAWN-WS             PIC S9(7).
           02 AW-GOODS-WS               PIC 9(6).
           02 AW-SUPPLIER-WS            PIC X(06).
           02 AW-NAME-WS                PIC X(20).
           02 AW-ITEM-WS                PIC X(20).
           02 AW-LIST-PRICE-WS          PIC S9(4)V99.
           02 AW-CAT-HELD-SW            PIC X.
               88 AW-CAT-HELD               VALUE "Y".
           02 AW-CAT-SUPPLIER-WS        PIC X(06).
           02 AW-CAT-GOODS-WS           PIC 9(6).
           02 AW-CAT-EFF-WS             PIC 9(8).
           02 AW-CAT-COST-WS            PIC S9(4)V99.
           02 AW-CAT-END-WS             PIC 9(8).
       01 SEGMENT-RPT-WS.
           02 RFM-DATE-FROM-WS          PIC 9(8).
           02 RFM-DATE-TO-WS            PIC 9(8).
           02 RFM-NEW-DAYS-WS           PIC 9(4).
           02 RFM-RISK-DAYS-WS          PIC 9(4).
           02 RFM-LAPSED-DAYS-WS        PIC 9(4).
           02 RFM-TARGET-WS             PIC 9(6).
           02 RFM-LINE-BILL-WS          PIC 9(6).
           02 RFM-LINE-DATE-WS          PIC 9(8).
           02 RFM-LINE-AMT-WS           PIC S9(9)V99.
           02 RFM-LINE-SP-WS            PIC X(6).
           02 RFM-IDX                   PIC 9(4).
           02 RFM-LOW                   PIC 9(4).
           02 RFM-HIGH                  PIC 9(4).
           02 RFM-FOUND-SW              PIC X.
               88 RFM-FOUND                 VALUE "Y".
           02 RFM-SEGMENT-WS            PIC X(7).
               88 RFM-SEG-LOYAL             VALUE "LOYAL".
               88 RFM-SEG-AT-RISK           VALUE "AT-RISK".
               88 RFM-SEG-LAPSED            VALUE "LAPSED".
               88 RFM-SEG-NEW               VALUE "NEW".
               88 RFM-SEG-NONE              VALUE "NONE".
           02 RFM-LIST-SEG-WS           PIC X(7).
           02 RFM-DAYS-SINCE-WS         PIC 9(5).
           02 RFM-FIRST-DAYS-WS         PIC 9(5).
           02 RFM-R-SCORE-WS            PIC 9.
           02 RFM-F-SCORE-WS            PIC 9.
           02 RFM-V-SCORE-WS            PIC 9.
           02 RFM-SPEND-TOT-WS          PIC S9(11)V99.
           02 RFM-BUYER-CT-WS           PIC 9(5).
           02 RFM-AVG-SPEND-WS          PIC S9(9)V99.
           02 RFM-LOYAL-CT-WS           PIC 9(5).
           02 RFM-RISK-CT-WS            PIC 9(5).
           02 RFM-LAPSED-CT-WS          PIC 9(5).
           02 RFM-NEW-CT-WS             PIC 9(5).
           02 RFM-NONE-CT-WS            PIC 9(5).
           02 RFM-LISTED-CT-WS          PIC 9(5).
           02 RFM-TRUNC-WARNED-SW       PIC X.
               88 RFM-TRUNC-WARNED          VALUE "Y".
      *>  EVERY CUSTOMER NOT CLOSED, IN ID ORDER SO A SALE LINE
      *>  FINDS ITS ROW BY HALVING. FIRST AND LAST ARE OVER ALL
      *>  SALES TO THE WINDOW END; BILLS AND SPEND ARE IN THE WINDOW.
       01 RFM-TABLE-WS.
           02 RFM-COUNT-WS              PIC 9(4) VALUE 0.
           02 RFM-ROW OCCURS 1 TO 5000 TIMES
                 DEPENDING ON RFM-COUNT-WS.
               03 RFM-ID-CUSTOMER       PIC 9(6).
               03 RFM-FIRST-SALE        PIC 9(8).
               03 RFM-LAST-SALE         PIC 9(8).
               03 RFM-LAST-BILL         PIC 9(6).
               03 RFM-BILLS             PIC 9(5).
               03 RFM-SPEND             PIC S9(9)V99.
               03 RFM-SALESPERSON       PIC X(6).
               03 RFM-SP-DATE           PIC 9(8).
       01 BASKET-WS.
           02 MB-DATE-FROM-WS           PIC 9(8).
           02 MB-DATE-TO-WS             PIC 9(8).
           02 MB-MIN-PAIR-WS            PIC 9(5).
           02 MB-BILL-CT-WS             PIC 9(7).
           02 MB-CUR-BILL-WS            PIC 9(6).
           02 MB-LINE-BILL-WS           PIC 9(6).
           02 MB-LINE-GOODS-WS          PIC 9(6).
           02 MB-GOODS-A-WS             PIC 9(6).
           02 MB-GOODS-B-WS             PIC 9(6).
           02 MB-COMPANION-WS           PIC 9(6).
           02 MB-IDX                    PIC 9(5).
           02 MB-JDX                    PIC 9(5).
           02 MB-KDX                    PIC 9(5).
           02 MB-MIN-IDX                PIC 9(5).
           02 MB-SUPPORT-WS             PIC 9(3)V99.
           02 MB-CONFIDENCE-WS          PIC 9(3)V99.
           02 MB-PRINTED-CT-WS          PIC 9(5).
           02 MB-FOUND-SW               PIC X.
               88 MB-FOUND                  VALUE "Y".
           02 MB-FULL-WARNED-SW         PIC X.
               88 MB-FULL-WARNED            VALUE "Y".
      *>  THE DISTINCT GOODS ON THE BILL BEING READ.
           02 MB-BSK-COUNT-WS           PIC 9(3).
           02 MB-BSK-GOODS              PIC 9(6) OCCURS 100 TIMES.
      *>  THE FIVE STRONGEST COMPANIONS OF ONE GOODS, BEST FIRST.
           02 MB-TOP-COUNT-WS           PIC 9(2).
           02 MB-TOP-ROW OCCURS 5 TIMES.
               03 MB-TOP-GOODS          PIC 9(6).
               03 MB-TOP-BILLS          PIC 9(7).
           02 MB-TOP-TEMP               PIC X(13).
      *>  BILLS IN THE RANGE CARRYING EACH GOODS.
       01 MB-GOODS-TABLE-WS.
           02 MB-G-COUNT-WS             PIC 9(4) VALUE 0.
           02 MB-G-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON MB-G-COUNT-WS.
               03 MB-G-GOODS            PIC 9(6).
               03 MB-G-BILLS            PIC 9(7).
       01 MB-G-ROW-TEMP                 PIC X(13).
      *>  BILLS CARRYING BOTH GOODS OF A PAIR - LOWER ID FIRST.
       01 MB-PAIR-TABLE-WS.
           02 MB-P-COUNT-WS             PIC 9(5) VALUE 0.
           02 MB-P-ROW OCCURS 1 TO 20000 TIMES
                 DEPENDING ON MB-P-COUNT-WS.
               03 MB-P-GOODS-A          PIC 9(6).
               03 MB-P-GOODS-B          PIC 9(6).
               03 MB-P-BILLS            PIC 9(7).
       01 CUST-PRICE-LIST-WS.
           02 CPL-CUSTOMER-WS           PIC 9(6).
           02 CPL-AS-AT-WS              PIC 9(8).
           02 CPL-CAT-IN-WS             PIC X(10).
           02 CPL-CAT-COUNT-WS          PIC 9(2).
           02 CPL-CAT                   PIC X(10) OCCURS 10 TIMES.
           02 CPL-IDX                   PIC 9(2).
           02 CPL-JDX                   PIC 9(2).
           02 CPL-MIN-IDX               PIC 9(2).
           02 CPL-SELECTED-SW           PIC X.
               88 CPL-SELECTED              VALUE "Y".
           02 CPL-CONTRACT-SW           PIC X.
               88 CPL-ON-CONTRACT           VALUE "Y".
           02 CPL-BASE-PRICE-WS         PIC S9(4)V99.
           02 CPL-BASE-FROM-WS          PIC 9(8).
           02 CPL-BASE-TO-WS            PIC 9(8).
           02 CPL-BEST-PCT-WS           PIC 9(2)V99.
           02 CPL-NET-PRICE-WS          PIC S9(4)V99.
           02 CPL-FROM-WS               PIC 9(8).
           02 CPL-TO-WS                 PIC 9(8).
           02 CPL-DISC-KIND-WS          PIC X.
           02 CPL-DISC-ID-WS            PIC X(10).
           02 CPL-CUST-CT-WS            PIC 9(5).
           02 CPL-GOODS-CT-WS           PIC 9(7).
           02 CPL-ROW-CT-WS             PIC 9(7).
      *>  THE DISCOUNT ROWS IN FORCE FOR ONE GOODS - ITS OWN AND ITS
      *>  CATEGORY'S - IN QUANTITY-BREAK ORDER.
           02 CPL-BRK-COUNT-WS          PIC 9(2).
           02 CPL-BRK-ROW OCCURS 20 TIMES.
               03 CPL-BRK-QTY           PIC 9(5).
               03 CPL-BRK-PCT           PIC 9(2)V99.
               03 CPL-BRK-FROM          PIC 9(8).
               03 CPL-BRK-TO            PIC 9(8).
           02 CPL-BRK-TEMP              PIC X(25).
       01 VAL-HISTORY-WS.
           02 VH-MONTH-WS               PIC 9(6).
           02 VH-COMPARE-WS             PIC 9(6).
           02 VH-SCAN-MONTH-WS          PIC 9(6).
           02 VH-PASS-SW                PIC X.
               88 VH-PASS-CURRENT           VALUE "C".
               88 VH-PASS-COMPARE           VALUE "P".
           02 VH-ROW-CT-WS              PIC 9(7).
           02 VH-TAKEN-WS               PIC 9(8).
           02 VH-QTY-TOT-WS             PIC S9(9).
           02 VH-VALUE-TOT-WS           PIC S9(11)V99.
           02 VH-PRI-QTY-TOT-WS         PIC S9(9).
           02 VH-PRI-VALUE-TOT-WS       PIC S9(11)V99.
           02 VH-QTY-MOVE-WS            PIC S9(9).
           02 VH-VALUE-MOVE-WS          PIC S9(11)V99.
           02 VH-CAT-COUNT-WS           PIC 9(3) VALUE 0.
           02 VH-CAT-IDX                PIC 9(3).
           02 VH-CAT-ROW OCCURS 1 TO 200 TIMES
                 DEPENDING ON VH-CAT-COUNT-WS.
               03 VH-CAT-NAME           PIC X(10).
               03 VH-CAT-QTY            PIC S9(9).
               03 VH-CAT-VALUE          PIC S9(11)V99.
               03 VH-CAT-PRI-QTY        PIC S9(9).
               03 VH-CAT-PRI-VALUE      PIC S9(11)V99.
       01 RECON-DATE-WS                 PIC X(8).
       01 PARAM-ID-PURCHASE-WS          PIC 9(6).
       01 PARAM-CODE-SUPPLIER-WS        PIC X(06).
           02 TREND-MM-CUR-WS           PIC 9(2).
           02 TREND-YYYY-PRI-WS         PIC 9(4).
           02 TREND-MM-PRI-WS           PIC 9(2).
           02 TREND-YYYYMM-CUR-WS       PIC 9(6).
           02 TREND-YYYYMM-PRI-WS       PIC 9(6).
       01 TREND-RESULT-WS.
           02 TREND-QTY-CUR-WS          PIC 9(7).
           02 TREND-REVENUE-CUR-WS      PIC S9(9)V99.
               88 AR-FOUND                  VALUE "Y".
           02 AR-TRUNC-WARNED-SW        PIC X.
               88 AR-TRUNC-WARNED           VALUE "Y".
           02 AR-NET-WS                 PIC S9(9)V99.
           02 AR-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON AR-COUNT-WS.
               03 AR-BUCKET-90          PIC S9(9)V99.
               03 AR-BUCKET-OVER        PIC S9(9)V99.
               03 AR-PAID               PIC S9(9)V99.
       01 OPEN-ITEM-WS.
           02 OI-ASOF-DATE-WS           PIC 9(8).
           02 OI-CUSTOMER-WS            PIC 9(6).
           02 OI-SALE-WS                PIC 9(6).
           02 OI-LINE-VALUE-WS          PIC S9(7)V99.
           02 OI-LOW-WS                 PIC 9(5).
           02 OI-HIGH-WS                PIC 9(5).
           02 OI-COUNT-WS               PIC 9(5) VALUE 0.
           02 OI-IDX                    PIC 9(5).
           02 OI-FOUND-SW               PIC X.
               88 OI-FOUND                  VALUE "Y".
           02 OI-TRUNC-WARNED-SW        PIC X.
               88 OI-TRUNC-WARNED           VALUE "Y".
           02 OI-ROW OCCURS 1 TO 20000 TIMES
                 DEPENDING ON OI-COUNT-WS.
               03 OI-ID-SALE            PIC 9(6).
               03 OI-ID-CUSTOMER        PIC 9(6).
               03 OI-DATE               PIC 9(8).
               03 OI-DUE-DATE           PIC 9(8).
               03 OI-AMOUNT             PIC S9(9)V99.
               03 OI-ALLOC              PIC S9(9)V99.
               03 OI-DISC               PIC S9(9)V99.
               03 OI-OPEN               PIC S9(9)V99.
       01 DEPOSIT-RPT-WS.
           02 DPR-CT-WS                 PIC 9(5).
           02 DPR-TOTAL-WS              PIC S9(9)V99.
       01 RESERVE-RPT-WS.
           02 RSL-COUNT-WS              PIC 9(4) VALUE 0.
           02 RSL-OUTER                 PIC 9(4).
           02 RSL-INNER                 PIC 9(4).
           02 RSL-MIN-IDX               PIC 9(4).
           02 RSL-LAST-CUST-WS          PIC 9(6).
           02 RSL-CUST-QTY-WS           PIC 9(7).
           02 RSL-CUST-LINES-WS         PIC 9(5).
           02 RSL-TOTAL-QTY-WS          PIC 9(9).
           02 RSL-TOTAL-LINES-WS        PIC 9(5).
           02 RSL-EXPIRED-CT-WS         PIC 9(5).
           02 RSL-ROW OCCURS 1 TO 500 TIMES
                 DEPENDING ON RSL-COUNT-WS.
               03 RSL-SORT-KEY.
                   04 RSL-ID-CUSTOMER   PIC 9(6).
                   04 RSL-ID-QUOTE      PIC 9(6).
                   04 RSL-LINE-QUOTE    PIC 9(3).
               03 RSL-ID-GOODS          PIC 9(6).
               03 RSL-QTY               PIC 9(5).
               03 RSL-LOC               PIC X(06).
               03 RSL-DATE              PIC 9(8).
               03 RSL-EXPIRY            PIC 9(8).
               03 RSL-OPERATOR          PIC X(10).
               03 RSL-STATE             PIC X(7).
       01 RSL-ROW-TEMP                  PIC X(65).
       01 AUTH-RPT-WS.
           02 AUL-PASS-WS               PIC X.
           02 AUL-TYPE-WS               PIC X(5).
           02 AUL-WHAT-WS               PIC X(22).
           02 AUL-PEND-CT-WS            PIC 9(5).
           02 AUL-REJ-CT-WS             PIC 9(5).
           02 AUL-PEND-VALUE-WS         PIC S9(9)V99.
           02 AUL-VALUE-ED              PIC -ZZZZZZ9.99.
           02 AUL-LIMIT-ED              PIC -ZZZZZZ9.99.
           02 AUL-QTY-ED                PIC -ZZZZ9.
       01 APPROVAL-RPT-WS.
           02 APL-COUNT-WS              PIC 9(4) VALUE 0.
           02 APL-OUTER                 PIC 9(4).
           02 APL-INNER                 PIC 9(4).
           02 APL-MIN-IDX               PIC 9(4).
           02 APL-LAST-CUST-WS          PIC 9(6).
           02 APL-CUST-QTY-WS           PIC 9(7).
           02 APL-CUST-LINES-WS         PIC 9(5).
           02 APL-CUST-OVERDUE-WS       PIC 9(5).
           02 APL-TOTAL-QTY-WS          PIC 9(9).
           02 APL-TOTAL-LINES-WS        PIC 9(5).
           02 APL-OVERDUE-CT-WS         PIC 9(5).
           02 APL-ROW OCCURS 1 TO 500 TIMES
                 DEPENDING ON APL-COUNT-WS.
               03 APL-SORT-KEY.
                   04 APL-ID-CUSTOMER   PIC 9(6).
                   04 APL-ID-APPROVAL   PIC 9(6).
                   04 APL-LINE-APPROVAL PIC 9(3).
               03 APL-ID-GOODS          PIC 9(6).
               03 APL-QTY               PIC 9(5).
               03 APL-LOC               PIC X(06).
               03 APL-DATE-OUT          PIC 9(8).
               03 APL-DATE-DUE          PIC 9(8).
               03 APL-STATE             PIC X(7).
       01 APL-ROW-TEMP                  PIC X(55).
       01 STYLE-RPT-WS.
           02 SR-COUNT-WS               PIC 9(4) VALUE 0.
           02 SR-OUTER                  PIC 9(4).
           02 SR-INNER                  PIC 9(4).
           02 SR-MAX-IDX                PIC 9(4).
           02 SR-IDX                    PIC 9(4).
           02 SR-FROM-WS                PIC 9(8).
           02 SR-TO-WS                  PIC 9(8).
           02 SR-SALE-DATE-WS           PIC 9(8).
           02 SR-LOOK-CODE-WS           PIC X(08).
           02 SR-TOT-STOCK-WS           PIC 9(9).
           02 SR-TOT-STOCK-VAL-WS       PIC S9(11)V99.
           02 SR-TOT-SOLD-WS            PIC 9(9).
           02 SR-TOT-SALES-VAL-WS       PIC S9(11)V99.
           02 SR-RANK-ED                PIC ZZ9.
           02 SR-QTY-ED                 PIC ZZZZZZZ9.
           02 SR-VAL-ED                 PIC -ZZZZZZZZ9.99.
           02 SR-SOLD-ED                PIC ZZZZZZZ9.
           02 SR-SALES-ED               PIC -ZZZZZZZZ9.99.
           02 SR-ROW OCCURS 1 TO 500 TIMES
                 DEPENDING ON SR-COUNT-WS.
               03 SR-CODE               PIC X(08).
               03 SR-NAME               PIC X(20).
               03 SR-VARIANTS           PIC 9(3).
               03 SR-STOCK              PIC 9(7).
               03 SR-STOCK-VAL          PIC S9(9)V99.
               03 SR-SOLD               PIC 9(7).
               03 SR-SALES-VAL          PIC S9(9)V99.
       01 SR-ROW-TEMP                   PIC X(67).
       01 CASHFLOW-WS.
           02 CF-ASOF-DATE-WS           PIC 9(8).
           02 CF-WEEK-WS                PIC S9(3).
           02 OS-SESSION-CT-WS          PIC 9(5).
           02 OS-TOT-CASH-WS            PIC S9(9)V99.
           02 OS-TOT-CARD-WS            PIC S9(9)V99.
           02 OS-PAID-OUT-WS            PIC S9(7)V99.
           02 OS-PAID-IN-WS             PIC S9(7)V99.
           02 OS-DROP-WS                PIC S9(7)V99.
           02 OS-TOT-OUT-WS             PIC S9(9)V99.
           02 OS-TOT-IN-WS              PIC S9(9)V99.
           02 OS-TOT-DROP-WS            PIC S9(9)V99.
       01 DUNNING-WS.
           02 DUN-ACTION-CHOICE-WS      PIC X.
           02 DUN-TODAY-WS              PIC 9(8).
               88 DUN-FOUND                 VALUE "Y".
           02 DUN-TRUNC-WARNED-SW       PIC X.
               88 DUN-TRUNC-WARNED          VALUE "Y".
           02 DUN-PRIOR-CT-WS           PIC 9(4).
           02 DUN-LEVEL-WS              PIC 9.
           02 DUN-LETTER-CT-WS          PIC 9(4).
           02 DUN-MAILED-CT-WS          PIC 9(4).
           02 DUN-LETTER-LINE-WS        PIC X(150).
           02 DUN-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON DUN-COUNT-WS.
               03 AGE-TO-MM             PIC 9(2).
               03 AGE-TO-DD             PIC 9(2).
           02 AGE-DAYS-WS               PIC S9(5).
       01 DUE-DATE-WORK-WS.
           02 DUE-YYYY-WS               PIC 9(4).
           02 DUE-MM-WS                 PIC 9(3).
           02 DUE-DD-WS                 PIC 9(5).
           02 DUE-IN-DATE-WS            PIC 9(8).
           02 DUE-ADD-DAYS-WS           PIC 9(3).
           02 DUE-OUT-DATE-WS           PIC 9(8).
       01 DELIVERY-PERF-WS.
           02 DP-SUPPLIER-WS            PIC X(06).
           02 DP-THRESHOLD-WS           PIC 9(4).
           02 CASHUP-OTHER-WS           PIC S9(9)V99.
           02 CASHUP-VOID-CT-WS         PIC 9(5).
           02 CASHUP-VOID-VALUE-WS      PIC S9(9)V99.
           02 CASHUP-PAID-OUT-WS        PIC S9(9)V99.
           02 CASHUP-PAID-IN-WS         PIC S9(9)V99.
           02 CASHUP-DROP-WS            PIC S9(9)V99.
           02 CASHUP-EXPECTED-WS        PIC S9(9)V99.
           02 CASHUP-DAYTOT-SW          PIC X.
               88 CASHUP-FROM-DAYTOT        VALUE "Y".
       01 SALE-PRICE-WS                 PIC S9(4)V99.
      *>  THE BRANCH A REPORT IS CUT FOR - BLANK FOR THE WHOLE
      *>  BUSINESS.
       01 RPT-BRANCH-WS                 PIC X(4) VALUE SPACE.
       01 STATEMENT-WS.
           02 STMT-ID-CUSTOMER-WS       PIC 9(6).
           02 STMT-DATE-FROM-WS         PIC 9(8).
           02 STMT-DATE-TO-WS           PIC 9(8).
           02 STMT-BALANCE-WS           PIC S9(9)V99.
           02 STMT-LINE-VALUE-WS        PIC S9(7)V99.
           02 STMT-OPEN-TOTAL-WS        PIC S9(9)V99.
           02 STMT-UNAPPLIED-WS         PIC S9(9)V99.
           02 STMT-LINE-WS              PIC X(150).
      *>  THE CUSTOMER'S BILLING BLOCK, ONE PRINT LINE PER ROW, BLANK
      *>  ROWS LEFT OUT - BUILT BY BUILD-CUST-ADDRESS.
       01 CUST-ADDR-PRINT-WS.
           02 CA-COUNT-WS               PIC 9.
           02 CA-IDX                    PIC 9.
           02 CA-LINE-WS OCCURS 5 TIMES PIC X(80).
       01 RECONCILE-WS.
           02 RECON-SALE-QTY-WS         PIC 9(7).
           02 RECON-SALE-REVENUE-WS     PIC S9(9)V99.
           02 FILLER                   PIC X(20) VALUE "商品编号  ".
           02 FILLER                   PIC X(20) VALUE "售出数目  ".
           02 FILLER                   PIC X(20) VALUE "售出日期  ".
       01 EDOC-WS.
           02 EDOC-RUN-SW               PIC X VALUE "N".
               88 EDOC-RUN                  VALUE "Y".
           02 EDOC-TO-FILE-SW           PIC X VALUE "N".
               88 EDOC-TO-FILE              VALUE "Y".
           02 EDOC-TYPE-WS              PIC X(3).
           02 EDOC-DOC-NO-WS            PIC 9(8).
           02 EDOC-PATH-WS              PIC X(60).
           02 EDOC-LINE-WS              PIC X(150).
           02 EDOC-TODAY-WS             PIC 9(8).
           02 EDOC-INV-FROM-WS          PIC 9(8).
           02 EDOC-INV-TO-WS            PIC 9(8).
           02 EDOC-STMT-FROM-WS         PIC 9(8).
           02 EDOC-STMT-TO-WS           PIC 9(8).
           02 EDOC-DUN-CHOICE-WS        PIC X.
           02 EDOC-MAILED-CT-WS         PIC 9(5).
           02 EDOC-PRINTED-CT-WS        PIC 9(5).
           02 EDOC-LAST-BILL-WS         PIC 9(6).
           02 EDOC-IDX                  PIC 9(5).
           02 EDOC-TRUNC-WARNED-SW      PIC X.
               88 EDOC-TRUNC-WARNED         VALUE "Y".
       01 EDOC-BILL-WS.
           02 EDOC-BILL-CT-WS           PIC 9(5) VALUE 0.
           02 EDOC-BILL-ROW OCCURS 1 TO 5000 TIMES
                 DEPENDING ON EDOC-BILL-CT-WS.
               03 EDOC-BILL-ID          PIC 9(6).
       01 EDOC-CUST-WS.
           02 EDOC-CUST-CT-WS           PIC 9(4) VALUE 0.
           02 EDOC-CUST-ROW OCCURS 1 TO 2000 TIMES
                 DEPENDING ON EDOC-CUST-CT-WS.
               03 EDOC-CUST-ID          PIC 9(6).
       01 REPAIR-RPT-WS.
           02 RJR-TODAY-WS              PIC 9(8).
           02 RJR-DATE-FROM-WS          PIC 9(8).
           02 RJR-DATE-TO-WS            PIC 9(8).
           02 RJR-STATUS-NAME-WS        PIC X(14).
           02 RJR-DAYS-WS               PIC 9(5).
           02 RJR-DAYS-ED               PIC ZZZZ9.
           02 RJR-AVG-WS                PIC 9(5)V9.
           02 RJR-AVG-ED                PIC ZZZZ9.9.
           02 RJR-OPEN-CT-WS            PIC 9(5).
           02 RJR-OPEN-DAYS-WS          PIC 9(9).
           02 RJR-W-CT-WS               PIC 9(5).
           02 RJR-W-DAYS-WS             PIC 9(9).
           02 RJR-W-LONG-WS             PIC 9(5).
           02 RJR-P-CT-WS               PIC 9(5).
           02 RJR-P-DAYS-WS             PIC 9(9).
           02 RJR-P-LONG-WS             PIC 9(5).
       01 BATCH-RUN-WS.
           02 BAT-PERIOD-WS.
               03 BAT-YYYY-WS           PIC 9(4).
               03 BAT-MM-WS             PIC 9(2).
           02 BAT-DATE-WS.
               03 BAT-DATE-YYYYMM-WS    PIC 9(6).
               03 BAT-DATE-DD-WS        PIC 9(2).
           02 BAT-DATE-NUM-WS REDEFINES BAT-DATE-WS
                                        PIC 9(8).
       LINKAGE SECTION.
       01 LS-RETURN-PRINT              PIC 9.
       01 LS-OPERATOR-ID               PIC X(10).
      *>  A REPORT KEY HERE MEANS AN UNATTENDED CALLER (MONTH-END OR
      *>  END-OF-DAY) WANTS THAT ONE REPORT FOR THE PERIOD GIVEN - NO
      *>  MENU AND NO PROMPTS. THE REPORT'S ROW COUNT COMES BACK, AND
      *>  A 1 IN LS-RETURN-PRINT WHEN IT COULD NOT BE PRODUCED.
       01 LS-BATCH-PARAM.
           02 LS-BATCH-REPORT           PIC X.
           02 LS-BATCH-YYYYMM           PIC 9(6).
           02 LS-BATCH-COUNT            PIC 9(7).
       PROCEDURE DIVISION USING LS-RETURN-PRINT LS-OPERATOR-ID
                                LS-BATCH-PARAM.
       MAIN-PROCDDURE SECTION.
           IF LS-BATCH-REPORT NOT = SPACE
               PERFORM BATCH-REPORT-RUN
               GO TO MAIN-PROCDDURE-EXT
           END-IF.
           PERFORM ACCEPT-OPTION UNTIL USER-PRINT-CHOICE="E".
           .
           MAIN-PROCDDURE-EXT.
                   '7>DEPOSIT LIABILITY   8>STORE CREDIT   '
                   '9>OPEN SUPPLIER CLAIMS   Q>QUARANTINE AGING   '
                   'I>TAX INVOICE   M>MASTER CHANGES   '
                   'X>CASH FLOW FORECAST   0>MORE REPORTS.'.
           DISPLAY 'ENTER YOUR CHOICE:'.
           ACCEPT USER-PRINT-CHOICE
           DISPLAY USER-PRINT-CHOICE.
                   MOVE "MASTER CHANGES" TO SPOOL-NAME-WS
               WHEN "X"
                   MOVE "CASH FLOW FORECAST" TO SPOOL-NAME-WS
               WHEN "0"
                   PERFORM ACCEPT-MORE-OPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                    PERFORM MASTER-CHANGE-INFO
                WHEN "X"
                    PERFORM CASHFLOW-INFO
                WHEN "0"
                    PERFORM MORE-REPORTS-INFO
                WHEN "E"
                    CONTINUE
                WHEN OTHER

           ACCEPT-OPTION-DONE.
               EXIT.

      *>  THE MAIN MENU HAS A KEY FOR EVERY LETTER AND DIGIT BUT 0 -
      *>  LATER REPORTS ARE CHOSEN FROM THIS SECOND PAGE.
       ACCEPT-MORE-OPTION SECTION.
           DISPLAY 'R>STOCK RESERVATIONS BY CUSTOMER    '
                   'S>STYLE ROLL-UP    A>STOCK ON APPROVAL    '
                   'G>HELD FOR SIGN-OFF    P>CUSTOMER PRICE LIST    '
                   'M>MARKET BASKET    F>CUSTOMER SEGMENTS    '
                   'Q>QUOTE CONVERSION    W>SHRINKAGE ANALYSIS    '
                   'X>EXPIRING AGREEMENTS    '
                   'E>E-MAIL/PRINT DOCUMENT RUN    '
                   'J>REPAIR JOBS.'.
           DISPLAY 'ENTER YOUR CHOICE:'.
           ACCEPT MORE-PRINT-CHOICE
           DISPLAY MORE-PRINT-CHOICE.
           EVALUATE MORE-PRINT-CHOICE
               WHEN "R"
                   MOVE "STOCK RESERVATIONS" TO SPOOL-NAME-WS
               WHEN "S"
                   MOVE "STYLE ROLL-UP" TO SPOOL-NAME-WS
               WHEN "A"
                   MOVE "STOCK ON APPROVAL" TO SPOOL-NAME-WS
               WHEN "G"
                   MOVE "HELD FOR SIGN-OFF" TO SPOOL-NAME-WS
               WHEN "P"
                   MOVE "CUSTOMER PRICE LIST" TO SPOOL-NAME-WS
               WHEN "M"
                   MOVE "MARKET BASKET" TO SPOOL-NAME-WS
               WHEN "F"
                   MOVE "CUSTOMER SEGMENTS" TO SPOOL-NAME-WS
               WHEN "Q"
                   MOVE "QUOTE CONVERSION" TO SPOOL-NAME-WS
               WHEN "W"
                   MOVE "SHRINKAGE ANALYSIS" TO SPOOL-NAME-WS
               WHEN "X"
                   MOVE "EXPIRING AGREEMENTS" TO SPOOL-NAME-WS
               WHEN "E"
                   MOVE "DOCUMENT DELIVERY" TO SPOOL-NAME-WS
               WHEN "J"
                   MOVE "REPAIR JOBS" TO SPOOL-NAME-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           .
           ACCEPT-MORE-OPTION-EXT.
               EXIT.

      *>  MONTH-END RUNS THE DUNNING LETTERS, THE COMMISSION REPORT
      *>  AND THE VAT RETURN FOR A WHOLE CALENDAR MONTH; END-OF-DAY
      *>  RUNS THE EXPIRING AGREEMENTS WARNING (NO PERIOD - IT LOOKS
      *>  AHEAD FROM TODAY) AND THE DOCUMENT DELIVERY RUN (TODAY'S
      *>  INVOICES, PLUS THE MONTH'S STATEMENTS ON ITS LAST DAY).
      *>  EACH STILL GETS ITS OWN NUMBERED SPOOL ENTRY LIKE A MENU
      *>  RUN.
       BATCH-REPORT-RUN SECTION.
           MOVE 0 TO LS-RETURN-PRINT.
           MOVE 0 TO LS-BATCH-COUNT.
           MOVE LS-BATCH-YYYYMM TO BAT-PERIOD-WS.
           MOVE LS-BATCH-REPORT TO USER-PRINT-CHOICE.
           MOVE SPACE TO SPOOL-NAME-WS.
           EVALUATE LS-BATCH-REPORT
               WHEN "N"
                   MOVE "DUNNING" TO SPOOL-NAME-WS
               WHEN "K"
                   MOVE "COMMISSIONS" TO SPOOL-NAME-WS
               WHEN "T"
                   MOVE "VAT RETURN" TO SPOOL-NAME-WS
               WHEN "X"
                   MOVE "EXPIRING AGREEMENTS" TO SPOOL-NAME-WS
               WHEN "E"
                   MOVE "DOCUMENT DELIVERY" TO SPOOL-NAME-WS
               WHEN OTHER
                   DISPLAY "REPORT " LS-BATCH-REPORT
                           " CANNOT BE RUN UNATTENDED."
                   MOVE 1 TO LS-RETURN-PRINT
                   GO TO BATCH-REPORT-RUN-EXT
           END-EVALUATE.
           PERFORM OPEN-REPORT-SPOOL.
           EVALUATE LS-BATCH-REPORT
               WHEN "N"
                   MOVE 0 TO DUN-LETTER-CT-WS
                   PERFORM GENERATE-DUNNING-LETTERS
                   MOVE DUN-LETTER-CT-WS TO LS-BATCH-COUNT
               WHEN "K"
                   MOVE BAT-YYYY-WS TO COMM-YYYY-WS
                   MOVE BAT-MM-WS TO COMM-MM-WS
                   PERFORM COMMISSION-RPT-RUN
                   MOVE COMM-COUNT-WS TO LS-BATCH-COUNT
               WHEN "T"
                   MOVE LS-BATCH-YYYYMM TO BAT-DATE-YYYYMM-WS
                   MOVE 1 TO BAT-DATE-DD-WS
                   MOVE BAT-DATE-NUM-WS TO VRT-DATE-FROM-WS
                   PERFORM BATCH-LAST-DAY-OF-MONTH
                   MOVE BAT-DATE-NUM-WS TO VRT-DATE-TO-WS
                   MOVE "Y" TO INCLUDE-ARC-CHOICE-WS
                   PERFORM VAT-RETURN-RUN
                   MOVE VRT-COUNT-WS TO LS-BATCH-COUNT
               WHEN "X"
                   MOVE 0 TO AW-DAYS-WS
                   PERFORM AW-RUN
                   MOVE AW-COUNT-WS TO LS-BATCH-COUNT
               WHEN "E"
                   ACCEPT EDOC-TODAY-WS FROM DATE YYYYMMDD
                   MOVE EDOC-TODAY-WS TO EDOC-INV-FROM-WS
                   MOVE EDOC-TODAY-WS TO EDOC-INV-TO-WS
                   MOVE EDOC-TODAY-WS TO BAT-DATE-NUM-WS
                   PERFORM BATCH-LAST-DAY-OF-MONTH
                   MOVE 0 TO EDOC-STMT-FROM-WS
                   MOVE 0 TO EDOC-STMT-TO-WS
                   IF BAT-DATE-NUM-WS = EDOC-TODAY-WS
                       MOVE EDOC-TODAY-WS TO EDOC-STMT-TO-WS
                       MOVE 1 TO BAT-DATE-DD-WS
                       MOVE BAT-DATE-NUM-WS TO EDOC-STMT-FROM-WS
                   END-IF
      *>  REMINDER LETTERS ARE MONTH-END'S JOB - THEY ROUTE THE
      *>  SAME WAY WHEN IT RUNS THEM.
                   MOVE "N" TO EDOC-DUN-CHOICE-WS
                   PERFORM DOC-DELIVERY-RUN
                   COMPUTE LS-BATCH-COUNT =
                       EDOC-MAILED-CT-WS + EDOC-PRINTED-CT-WS
           END-EVALUATE.
           .
           BATCH-REPORT-RUN-EXT.
               EXIT.

      *>  STEPS BACK FROM THE 31ST UNTIL THE DATE IS A REAL ONE.
       BATCH-LAST-DAY-OF-MONTH SECTION.
           MOVE 31 TO BAT-DATE-DD-WS.
           BATCH-LAST-DAY-TRY.
           MOVE BAT-DATE-NUM-WS TO DATE-CHECK-WS.
           PERFORM CHECK-REPORT-DATE.
           IF DATE-OK-WS NOT = "Y" AND BAT-DATE-DD-WS > 28
               SUBTRACT 1 FROM BAT-DATE-DD-WS
               GO TO BATCH-LAST-DAY-TRY
           END-IF.
           .
           BATCH-LAST-DAY-OF-MONTH-EXT.
               EXIT.

       MORE-REPORTS-INFO SECTION.
           EVALUATE MORE-PRINT-CHOICE
               WHEN "R"
                   PERFORM RESERVATION-LIST-INFO
               WHEN "S"
                   PERFORM STYLE-ROLLUP-INFO
               WHEN "A"
                   PERFORM APPROVAL-LIST-INFO
               WHEN "G"
                   PERFORM AUTH-LIST-INFO
               WHEN "P"
                   PERFORM CUST-PRICE-LIST-INFO
               WHEN "M"
                   PERFORM MARKET-BASKET-INFO
               WHEN "F"
                   PERFORM CUST-SEGMENT-INFO
               WHEN "Q"
                   PERFORM QUOTE-CONV-INFO
               WHEN "W"
                   PERFORM SHRINK-ANALYSIS-INFO
               WHEN "X"
                   PERFORM EXPIRING-AGREE-INFO
               WHEN "E"
                   PERFORM DOC-DELIVERY-INFO
               WHEN "J"
                   PERFORM REPAIR-JOBS-INFO
               WHEN OTHER
                   DISPLAY "INVALID PRINT CHOICE! "
           END-EVALUATE.
           .
           MORE-REPORTS-INFO-EXT.
               EXIT.

      *>  =========================客户价目表==========================
      *>  "OUR PRICES" FOR ONE TRADE CUSTOMER, OR EVERY CUSTOMER NOT
      *>  CLOSED, AS AT A DATE: THE LIST PRICE, THE CONTRACT PRICE IN
      *>  FORCE, AND THE NET PRICE AT EACH QUANTITY BREAK OF THE
      *>  GOODS' OR ITS CATEGORY'S DISCOUNT ROWS - PRICED THE SAME
      *>  WAY THE SALE LINE IS. SPOOLED, AND WRITTEN TO THE FLAT
      *>  PRICE-LIST FILE FOR E-MAILING.
       CUST-PRICE-LIST-INFO SECTION.
           DISPLAY "CUSTOMER-PRICE-LIST-INFO".
           DISPLAY "ENTER ID OF CUSTOMER (0 = ALL CUSTOMERS):"
           ACCEPT CPL-CUSTOMER-WS.
           CHECK-CPL-DATE.
           DISPLAY "ENTER PRICES-AS-AT DATE (YYYYMMDD, 0 = TODAY):"
           ACCEPT CPL-AS-AT-WS
           IF CPL-AS-AT-WS = 0
               ACCEPT CPL-AS-AT-WS FROM DATE YYYYMMDD
           END-IF.
           MOVE CPL-AS-AT-WS TO DATE-CHECK-WS.
           PERFORM CHECK-REPORT-DATE.
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-CPL-DATE
           END-IF.
           MOVE 0 TO CPL-CAT-COUNT-WS.
           DISPLAY "ENTER UP TO 10 CATEGORIES, ONE AT A TIME - BLANK "
                   "TO FINISH (NONE = ALL GOODS):".
           CPL-ACCEPT-CATEGORY.
           ACCEPT CPL-CAT-IN-WS
           IF CPL-CAT-IN-WS NOT = SPACE
               ADD 1 TO CPL-CAT-COUNT-WS
               MOVE CPL-CAT-IN-WS TO CPL-CAT(CPL-CAT-COUNT-WS)
               IF CPL-CAT-COUNT-WS < 10
                   GO TO CPL-ACCEPT-CATEGORY
               END-IF
           END-IF.

           MOVE 0 TO CPL-CUST-CT-WS CPL-GOODS-CT-WS CPL-ROW-CT-WS.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT CONTRACT-FILE.
           OPEN INPUT DISCOUNT-FILE.
           OPEN OUTPUT PRICE-LIST-FILE.
           IF CPL-CUSTOMER-WS NOT = 0
               MOVE CPL-CUSTOMER-WS TO ID-CUSTOMER OF REC-CUSTOMER
               READ CUSTOMER-FILE
                   KEY IS ID-CUSTOMER OF REC-CUSTOMER
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT FOUND."
                       GO TO CPL-CLOSE
               END-READ
               PERFORM CPL-ONE-CUSTOMER
               GO TO CPL-CLOSE
           END-IF.
           CPL-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   GO TO CPL-CLOSE
           END-READ.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               GO TO CPL-READ-CUSTOMER
           END-IF.
           PERFORM CPL-ONE-CUSTOMER.
           GO TO CPL-READ-CUSTOMER.

           CPL-CLOSE.
           CLOSE PRICE-LIST-FILE.
           CLOSE DISCOUNT-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE GOODS-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY "PRICE LIST: " CPL-CUST-CT-WS " CUSTOMERS, "
                   CPL-ROW-CT-WS " PRICE ROWS WRITTEN TO THE FILE.".
           .
           CUST-PRICE-LIST-INFO-EXT.
               EXIT.

       CPL-ONE-CUSTOMER SECTION.
           ADD 1 TO CPL-CUST-CT-WS.
           STRING "PRICE LIST FOR CUSTOMER "
               ID-CUSTOMER OF REC-CUSTOMER " "
               NAME-CUSTOMER OF REC-CUSTOMER
               " - PRICES AS AT " CPL-AS-AT-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "GOODS  NAME                 UNIT  FROM-QTY  "
               TO PRINT-LINE-WS.
           MOVE "LIST-PRICE   LESS%  NET-PRICE  VALID-FROM  VALID-TO"
               TO PRINT-LINE-WS(46:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO ID-GOODS OF REC-GOODS.
           START GOODS-FILE
               KEY NOT LESS THAN ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO CPL-ONE-CUSTOMER-EXT
           END-START.
           CPL-READ-GOODS.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO CPL-ONE-CUSTOMER-EXT
           END-READ.
           IF GOODS-DISCONTINUED
                  OR NOT (PRICE-GOODS OF REC-GOODS > 0)
               GO TO CPL-READ-GOODS
           END-IF.
           IF CPL-CAT-COUNT-WS > 0
               MOVE "N" TO CPL-SELECTED-SW
               MOVE 1 TO CPL-IDX
               PERFORM CPL-CHECK-CATEGORY
               IF NOT CPL-SELECTED
                   GO TO CPL-READ-GOODS
               END-IF
           END-IF.
           PERFORM CPL-ONE-GOODS.
           GO TO CPL-READ-GOODS.
           .
           CPL-ONE-CUSTOMER-EXT.
               EXIT.

       CPL-CHECK-CATEGORY SECTION.
           IF CPL-IDX > CPL-CAT-COUNT-WS
               GO TO CPL-CHECK-CATEGORY-EXT
           END-IF.
           IF CPL-CAT(CPL-IDX) = CATEGORY-GOODS OF REC-GOODS
               SET CPL-SELECTED TO TRUE
               GO TO CPL-CHECK-CATEGORY-EXT
           END-IF.
           ADD 1 TO CPL-IDX.
           GO TO CPL-CHECK-CATEGORY.
           .
           CPL-CHECK-CATEGORY-EXT.
               EXIT.

      *>  THE BASE IS THE CONTRACT PRICE WHEN ONE IS IN FORCE ON THE
      *>  DATE, ELSE THE LIST PRICE. EACH BREAK TAKES THE BEST
      *>  PERCENTAGE OF ALL ROWS AT OR BELOW ITS QUANTITY OFF THE
      *>  BASE, AND IS VALID ONLY WHILE BOTH IT AND THE BASE ARE.
       CPL-ONE-GOODS SECTION.
           ADD 1 TO CPL-GOODS-CT-WS.
           MOVE PRICE-GOODS OF REC-GOODS TO CPL-BASE-PRICE-WS.
           MOVE "N" TO CPL-CONTRACT-SW.
           MOVE 0 TO CPL-BASE-FROM-WS CPL-BASE-TO-WS.
           MOVE ID-CUSTOMER OF REC-CUSTOMER TO ID-CUSTOMER-CTR.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-CTR.
           READ CONTRACT-FILE
               KEY IS KEY-CONTRACT OF REC-CONTRACT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CPL-AS-AT-WS NOT < DATE-START-CTR
                          AND (DATE-END-CTR = 0
                               OR CPL-AS-AT-WS NOT > DATE-END-CTR)
                       SET CPL-ON-CONTRACT TO TRUE
                       MOVE PRICE-CTR TO CPL-BASE-PRICE-WS
                       MOVE DATE-START-CTR TO CPL-BASE-FROM-WS
                       MOVE DATE-END-CTR TO CPL-BASE-TO-WS
                   END-IF
           END-READ.

           MOVE 0 TO CPL-BRK-COUNT-WS.
           MOVE "G" TO CPL-DISC-KIND-WS.
           MOVE SPACE TO CPL-DISC-ID-WS.
           MOVE ID-GOODS OF REC-GOODS TO CPL-DISC-ID-WS(1:6).
           PERFORM CPL-LOAD-BREAKS.
           MOVE "C" TO CPL-DISC-KIND-WS.
           MOVE CATEGORY-GOODS OF REC-GOODS TO CPL-DISC-ID-WS.
           PERFORM CPL-LOAD-BREAKS.
           PERFORM CPL-SORT-BREAKS.

      *>  THE ONE-UNIT PRICE FIRST - A BREAK AT QUANTITY 1 (OR 0)
      *>  ALREADY DISCOUNTS IT.
           MOVE 0 TO CPL-BEST-PCT-WS.
           MOVE CPL-BASE-FROM-WS TO CPL-FROM-WS.
           MOVE CPL-BASE-TO-WS TO CPL-TO-WS.
           MOVE 1 TO CPL-IDX.
           PERFORM CPL-BEST-PCT-AT-ONE.
           IF CPL-BEST-PCT-WS > 0
               MOVE "D" TO SOURCE-PLF
           ELSE
               IF CPL-ON-CONTRACT
                   MOVE "C" TO SOURCE-PLF
               ELSE
                   MOVE "L" TO SOURCE-PLF
               END-IF
           END-IF.
           MOVE 1 TO QTY-FROM-PLF.
           PERFORM CPL-WRITE-PRICE-ROW.
           MOVE 1 TO CPL-IDX.
           CPL-NEXT-BREAK.
           IF CPL-IDX > CPL-BRK-COUNT-WS
               GO TO CPL-ONE-GOODS-EXT
           END-IF.
           IF CPL-BRK-QTY(CPL-IDX) > 1
               IF CPL-BRK-PCT(CPL-IDX) > CPL-BEST-PCT-WS
                   MOVE CPL-BRK-PCT(CPL-IDX) TO CPL-BEST-PCT-WS
                   PERFORM CPL-NARROW-DATES
                   MOVE "D" TO SOURCE-PLF
                   MOVE CPL-BRK-QTY(CPL-IDX) TO QTY-FROM-PLF
                   PERFORM CPL-WRITE-PRICE-ROW
               END-IF
           END-IF.
           ADD 1 TO CPL-IDX.
           GO TO CPL-NEXT-BREAK.
           .
           CPL-ONE-GOODS-EXT.
               EXIT.

       CPL-BEST-PCT-AT-ONE SECTION.
           IF CPL-IDX > CPL-BRK-COUNT-WS
               GO TO CPL-BEST-PCT-AT-ONE-EXT
           END-IF.
           IF CPL-BRK-QTY(CPL-IDX) > 1
               GO TO CPL-BEST-PCT-AT-ONE-EXT
           END-IF.
           IF CPL-BRK-PCT(CPL-IDX) > CPL-BEST-PCT-WS
               MOVE CPL-BRK-PCT(CPL-IDX) TO CPL-BEST-PCT-WS
               PERFORM CPL-NARROW-DATES
           END-IF.
           ADD 1 TO CPL-IDX.
           GO TO CPL-BEST-PCT-AT-ONE.
           .
           CPL-BEST-PCT-AT-ONE-EXT.
               EXIT.

      *>  THE PRICE HOLDS WHILE BOTH THE BASE AND BREAK CPL-IDX DO.
       CPL-NARROW-DATES SECTION.
           MOVE CPL-BASE-FROM-WS TO CPL-FROM-WS.
           MOVE CPL-BASE-TO-WS TO CPL-TO-WS.
           IF CPL-BRK-FROM(CPL-IDX) > CPL-FROM-WS
               MOVE CPL-BRK-FROM(CPL-IDX) TO CPL-FROM-WS
           END-IF.
           IF CPL-BRK-TO(CPL-IDX) NOT = 0
                  AND (CPL-TO-WS = 0
                       OR CPL-BRK-TO(CPL-IDX) < CPL-TO-WS)
               MOVE CPL-BRK-TO(CPL-IDX) TO CPL-TO-WS
           END-IF.
           .
           CPL-NARROW-DATES-EXT.
               EXIT.

      *>  THE ROWS OF ONE KIND AND ID IN FORCE ON THE DATE.
       CPL-LOAD-BREAKS SECTION.
           IF CPL-DISC-ID-WS = SPACE
               GO TO CPL-LOAD-BREAKS-EXT
           END-IF.
           MOVE CPL-DISC-KIND-WS TO KIND-DISC.
           MOVE CPL-DISC-ID-WS TO ID-DISC.
           MOVE 0 TO QTY-BREAK-DISC.
           START DISCOUNT-FILE
               KEY NOT LESS THAN KEY-DISCOUNT OF REC-DISCOUNT
               INVALID KEY
                   GO TO CPL-LOAD-BREAKS-EXT
           END-START.
           CPL-READ-DISCOUNT.
           READ DISCOUNT-FILE NEXT RECORD
               AT END
                   GO TO CPL-LOAD-BREAKS-EXT
           END-READ.
           IF NOT (KIND-DISC = CPL-DISC-KIND-WS
                   AND ID-DISC = CPL-DISC-ID-WS)
               GO TO CPL-LOAD-BREAKS-EXT
           END-IF.
           IF CPL-AS-AT-WS < DATE-START-DISC
                  OR (DATE-END-DISC NOT = 0
                      AND CPL-AS-AT-WS > DATE-END-DISC)
               GO TO CPL-READ-DISCOUNT
           END-IF.
           IF CPL-BRK-COUNT-WS NOT < 20
               GO TO CPL-LOAD-BREAKS-EXT
           END-IF.
           ADD 1 TO CPL-BRK-COUNT-WS.
           MOVE QTY-BREAK-DISC TO CPL-BRK-QTY(CPL-BRK-COUNT-WS).
           MOVE PCT-DISC TO CPL-BRK-PCT(CPL-BRK-COUNT-WS).
           MOVE DATE-START-DISC TO CPL-BRK-FROM(CPL-BRK-COUNT-WS).
           MOVE DATE-END-DISC TO CPL-BRK-TO(CPL-BRK-COUNT-WS).
           GO TO CPL-READ-DISCOUNT.
           .
           CPL-LOAD-BREAKS-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE ROUTE SHEET,
      *>  ASCENDING ON THE BREAK QUANTITY.
       CPL-SORT-BREAKS SECTION.
           MOVE 1 TO CPL-IDX.
           CPL-SORT-OUTER-STEP.
           IF CPL-IDX > CPL-BRK-COUNT-WS
               GO TO CPL-SORT-BREAKS-EXT
           END-IF.
           MOVE CPL-IDX TO CPL-MIN-IDX.
           COMPUTE CPL-JDX = CPL-IDX + 1.
           CPL-SORT-INNER-STEP.
           IF CPL-JDX > CPL-BRK-COUNT-WS
               GO TO CPL-SORT-SWAP
           END-IF.
           IF CPL-BRK-QTY(CPL-JDX) < CPL-BRK-QTY(CPL-MIN-IDX)
               MOVE CPL-JDX TO CPL-MIN-IDX
           END-IF.
           ADD 1 TO CPL-JDX.
           GO TO CPL-SORT-INNER-STEP.
           CPL-SORT-SWAP.
           IF CPL-MIN-IDX NOT = CPL-IDX
               MOVE CPL-BRK-ROW(CPL-IDX) TO CPL-BRK-TEMP
               MOVE CPL-BRK-ROW(CPL-MIN-IDX) TO CPL-BRK-ROW(CPL-IDX)
               MOVE CPL-BRK-TEMP TO CPL-BRK-ROW(CPL-MIN-IDX)
           END-IF.
           ADD 1 TO CPL-IDX.
           GO TO CPL-SORT-OUTER-STEP.
           .
           CPL-SORT-BREAKS-EXT.
               EXIT.

      *>  ONE PRICE ROW AT CPL-BEST-PCT-WS OFF THE BASE, FROM THE
      *>  QUANTITY AND SOURCE THE CALLER SET, VALID CPL-FROM-WS TO
      *>  CPL-TO-WS - PRINTED AND WRITTEN TO THE FLAT FILE.
       CPL-WRITE-PRICE-ROW SECTION.
           COMPUTE CPL-NET-PRICE-WS ROUNDED =
               CPL-BASE-PRICE-WS * (100 - CPL-BEST-PCT-WS) / 100.
           MOVE ID-CUSTOMER OF REC-CUSTOMER TO ID-CUSTOMER-PLF.
           MOVE ID-GOODS OF REC-GOODS TO ID-GOODS-PLF.
           MOVE NAME-GOODS OF REC-GOODS TO NAME-GOODS-PLF.
           IF UNIT-STOCK-GOODS OF REC-GOODS = SPACE
               MOVE "EA" TO UNIT-PLF
           ELSE
               MOVE UNIT-STOCK-GOODS OF REC-GOODS TO UNIT-PLF
           END-IF.
           MOVE PRICE-GOODS OF REC-GOODS TO LIST-PRICE-PLF.
           MOVE CPL-BEST-PCT-WS TO PCT-PLF.
           MOVE CPL-NET-PRICE-WS TO NET-PRICE-PLF.
           MOVE CPL-FROM-WS TO VALID-FROM-PLF.
           MOVE CPL-TO-WS TO VALID-TO-PLF.
           WRITE REC-PRICE-LIST.
           ADD 1 TO CPL-ROW-CT-WS.
           IF QTY-FROM-PLF = 1
               STRING ID-GOODS OF REC-GOODS " "
                   NAME-GOODS OF REC-GOODS " " UNIT-PLF "  "
                   QTY-FROM-PLF "     " PRICE-GOODS OF REC-GOODS
                   "  " CPL-BEST-PCT-WS "  " CPL-NET-PRICE-WS
                   "  " CPL-FROM-WS "  " CPL-TO-WS
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
           ELSE
               STRING "                                  "
                   QTY-FROM-PLF "     " PRICE-GOODS OF REC-GOODS
                   "  " CPL-BEST-PCT-WS "  " CPL-NET-PRICE-WS
                   "  " CPL-FROM-WS "  " CPL-TO-WS
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
           END-IF.
           IF SOURCE-PLF = "C"
               MOVE " CONTRACT" TO PRINT-LINE-WS(100:)
           END-IF.
           IF SOURCE-PLF = "D" AND CPL-ON-CONTRACT
               MOVE " CONTRACT LESS BREAK" TO PRINT-LINE-WS(100:)
           END-IF.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           CPL-WRITE-PRICE-ROW-EXT.
               EXIT.

      *>  =========================购物篮分析============================
      *>  GOODS BOUGHT TOGETHER: EVERY PAIR OF GOODS ON THE SAME BILL
      *>  IN THE RANGE, LIVE AND ARCHIVED, IS COUNTED ONCE PER BILL.
      *>  FOR EACH GOODS ITS FIVE STRONGEST COMPANIONS ARE LISTED -
      *>  SUPPORT IS THE PERCENT OF ALL BILLS CARRYING THE PAIR,
      *>  CONFIDENCE THE PERCENT OF THE GOODS' OWN BILLS THAT ALSO
      *>  CARRY THE COMPANION.
       MARKET-BASKET-INFO SECTION.
           DISPLAY "MARKET-BASKET-INFO".
           CHECK-MB-FROM.
           DISPLAY "ENTER START DATE (YYYYMMDD):"
           ACCEPT MB-DATE-FROM-WS
           MOVE MB-DATE-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-MB-FROM
           END-IF.
           CHECK-MB-TO.
           DISPLAY "ENTER END DATE (YYYYMMDD):"
           ACCEPT MB-DATE-TO-WS
           MOVE MB-DATE-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-MB-TO
           END-IF.
           DISPLAY "LEAST BILLS TOGETHER TO LIST A PAIR (0 = 2):"
           ACCEPT MB-MIN-PAIR-WS.
           IF MB-MIN-PAIR-WS = 0
               MOVE 2 TO MB-MIN-PAIR-WS
           END-IF.

           MOVE 0 TO MB-G-COUNT-WS MB-P-COUNT-WS MB-BILL-CT-WS
               MB-BSK-COUNT-WS MB-PRINTED-CT-WS.
           MOVE "N" TO MB-FULL-WARNED-SW.
           PERFORM MB-SCAN-SALES.
           PERFORM MB-SCAN-ARCHIVE.
           IF MB-BILL-CT-WS = 0
               DISPLAY "NO BILLS IN THE RANGE."
               GO TO MARKET-BASKET-INFO-EXT
           END-IF.
           PERFORM MB-SORT-GOODS.

           STRING "GOODS BOUGHT TOGETHER " MB-DATE-FROM-WS " TO "
               MB-DATE-TO-WS " - " MB-BILL-CT-WS " BILLS, PAIRS ON "
               MB-MIN-PAIR-WS " OR MORE"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT GOODS-FILE.
           MOVE 1 TO MB-IDX.
           MB-NEXT-GOODS.
           IF MB-IDX > MB-G-COUNT-WS
               GO TO MB-REPORT-DONE
           END-IF.
           PERFORM MB-ONE-GOODS.
           ADD 1 TO MB-IDX.
           GO TO MB-NEXT-GOODS.
           MB-REPORT-DONE.
           CLOSE GOODS-FILE.
           IF MB-PRINTED-CT-WS = 0
               MOVE "NO PAIR REACHES THE LEAST BILLS TOGETHER."
                   TO PRINT-LINE-WS
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
           END-IF.
           .
           MARKET-BASKET-INFO-EXT.
               EXIT.

      *>  LIVE LINES IN KEY ORDER, SO A BILL'S LINES ARRIVE TOGETHER.
       MB-SCAN-SALES SECTION.
           OPEN INPUT SALE-FILE.
           MB-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO MB-SALES-DONE
           END-READ.
           IF SALE-VOIDED
                  OR DATE-SALE OF REC-SALE < MB-DATE-FROM-WS
                  OR DATE-SALE OF REC-SALE > MB-DATE-TO-WS
               GO TO MB-READ-SALE
           END-IF.
           MOVE ID-SALE OF REC-SALE TO MB-LINE-BILL-WS.
           MOVE ID-GOODS OF REC-SALE TO MB-LINE-GOODS-WS.
           PERFORM MB-ADD-LINE.
           GO TO MB-READ-SALE.
           MB-SALES-DONE.
           CLOSE SALE-FILE.
           PERFORM MB-CLOSE-BASKET.
           .
           MB-SCAN-SALES-EXT.
               EXIT.

      *>  THE ARCHIVE TAKES WHOLE BILLS IN KEY ORDER, SO THE SAME
      *>  GROUPING HOLDS THERE.
       MB-SCAN-ARCHIVE SECTION.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               DISPLAY "NO SALES ARCHIVE ON FILE - LIVE SALES ONLY."
               GO TO MB-SCAN-ARCHIVE-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           MB-ARC-READ.
           READ SALE-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO MB-ARC-DONE
           END-READ.
           PERFORM PARSE-ARC-SALE-LINE.
           IF NOT ARC-LINE-VALID
                  OR ARC-ID-X-WS NOT NUMERIC
               GO TO MB-ARC-READ
           END-IF.
           IF ARC-DATE-N-WS < MB-DATE-FROM-WS
                  OR ARC-DATE-N-WS > MB-DATE-TO-WS
               GO TO MB-ARC-READ
           END-IF.
           MOVE ARC-ID-X-WS TO MB-LINE-BILL-WS.
           MOVE ARC-GOODS-N-WS TO MB-LINE-GOODS-WS.
           PERFORM MB-ADD-LINE.
           GO TO MB-ARC-READ.
           MB-ARC-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-ARCHIVE-FILE.
           PERFORM MB-CLOSE-BASKET.
           .
           MB-SCAN-ARCHIVE-EXT.
               EXIT.

      *>  A NEW BILL NUMBER CLOSES THE BASKET BEFORE IT. A GOODS ON
      *>  THE BILL TWICE IS ONE GOODS IN THE BASKET.
       MB-ADD-LINE SECTION.
           IF MB-BSK-COUNT-WS > 0
                  AND MB-LINE-BILL-WS NOT = MB-CUR-BILL-WS
               PERFORM MB-CLOSE-BASKET
           END-IF.
           MOVE MB-LINE-BILL-WS TO MB-CUR-BILL-WS.
           MOVE 1 TO MB-KDX.
           MB-BASKET-LOOK.
           IF MB-KDX > MB-BSK-COUNT-WS
               GO TO MB-BASKET-ADD
           END-IF.
           IF MB-BSK-GOODS(MB-KDX) = MB-LINE-GOODS-WS
               GO TO MB-ADD-LINE-EXT
           END-IF.
           ADD 1 TO MB-KDX.
           GO TO MB-BASKET-LOOK.
           MB-BASKET-ADD.
           IF MB-BSK-COUNT-WS < 100
               ADD 1 TO MB-BSK-COUNT-WS
               MOVE MB-LINE-GOODS-WS TO MB-BSK-GOODS(MB-BSK-COUNT-WS)
           END-IF.
           .
           MB-ADD-LINE-EXT.
               EXIT.

       MB-CLOSE-BASKET SECTION.
           IF MB-BSK-COUNT-WS = 0
               GO TO MB-CLOSE-BASKET-EXT
           END-IF.
           ADD 1 TO MB-BILL-CT-WS.
           MOVE 1 TO MB-IDX.
           MB-BASKET-GOODS.
           IF MB-IDX > MB-BSK-COUNT-WS
               GO TO MB-BASKET-DONE
           END-IF.
           PERFORM MB-COUNT-GOODS.
           COMPUTE MB-JDX = MB-IDX + 1.
           MB-BASKET-PAIR.
           IF MB-JDX > MB-BSK-COUNT-WS
               ADD 1 TO MB-IDX
               GO TO MB-BASKET-GOODS
           END-IF.
           IF MB-BSK-GOODS(MB-IDX) < MB-BSK-GOODS(MB-JDX)
               MOVE MB-BSK-GOODS(MB-IDX) TO MB-GOODS-A-WS
               MOVE MB-BSK-GOODS(MB-JDX) TO MB-GOODS-B-WS
           ELSE
               MOVE MB-BSK-GOODS(MB-JDX) TO MB-GOODS-A-WS
               MOVE MB-BSK-GOODS(MB-IDX) TO MB-GOODS-B-WS
           END-IF.
           PERFORM MB-COUNT-PAIR.
           ADD 1 TO MB-JDX.
           GO TO MB-BASKET-PAIR.
           MB-BASKET-DONE.
           MOVE 0 TO MB-BSK-COUNT-WS.
           .
           MB-CLOSE-BASKET-EXT.
               EXIT.

       MB-COUNT-GOODS SECTION.
           MOVE 1 TO MB-KDX.
           MB-GOODS-LOOK.
           IF MB-KDX > MB-G-COUNT-WS
               GO TO MB-GOODS-NEW
           END-IF.
           IF MB-G-GOODS(MB-KDX) = MB-BSK-GOODS(MB-IDX)
               ADD 1 TO MB-G-BILLS(MB-KDX)
               GO TO MB-COUNT-GOODS-EXT
           END-IF.
           ADD 1 TO MB-KDX.
           GO TO MB-GOODS-LOOK.
           MB-GOODS-NEW.
           IF MB-G-COUNT-WS NOT < 2000
               PERFORM MB-WARN-FULL
               GO TO MB-COUNT-GOODS-EXT
           END-IF.
           ADD 1 TO MB-G-COUNT-WS.
           MOVE MB-BSK-GOODS(MB-IDX) TO MB-G-GOODS(MB-G-COUNT-WS).
           MOVE 1 TO MB-G-BILLS(MB-G-COUNT-WS).
           .
           MB-COUNT-GOODS-EXT.
               EXIT.

       MB-COUNT-PAIR SECTION.
           MOVE 1 TO MB-KDX.
           MB-PAIR-LOOK.
           IF MB-KDX > MB-P-COUNT-WS
               GO TO MB-PAIR-NEW
           END-IF.
           IF MB-P-GOODS-A(MB-KDX) = MB-GOODS-A-WS
                  AND MB-P-GOODS-B(MB-KDX) = MB-GOODS-B-WS
               ADD 1 TO MB-P-BILLS(MB-KDX)
               GO TO MB-COUNT-PAIR-EXT
           END-IF.
           ADD 1 TO MB-KDX.
           GO TO MB-PAIR-LOOK.
           MB-PAIR-NEW.
           IF MB-P-COUNT-WS NOT < 20000
               PERFORM MB-WARN-FULL
               GO TO MB-COUNT-PAIR-EXT
           END-IF.
           ADD 1 TO MB-P-COUNT-WS.
           MOVE MB-GOODS-A-WS TO MB-P-GOODS-A(MB-P-COUNT-WS).
           MOVE MB-GOODS-B-WS TO MB-P-GOODS-B(MB-P-COUNT-WS).
           MOVE 1 TO MB-P-BILLS(MB-P-COUNT-WS).
           .
           MB-COUNT-PAIR-EXT.
               EXIT.

       MB-WARN-FULL SECTION.
           IF NOT MB-FULL-WARNED
               SET MB-FULL-WARNED TO TRUE
               DISPLAY "BASKET TABLES FULL - NARROW THE DATE RANGE;"
                       " LATER GOODS AND PAIRS ARE NOT COUNTED."
           END-IF.
           .
           MB-WARN-FULL-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE ROUTE SHEET, ASCENDING
      *>  ON THE GOODS ID.
       MB-SORT-GOODS SECTION.
           MOVE 1 TO MB-IDX.
           MB-SORT-OUTER-STEP.
           IF MB-IDX > MB-G-COUNT-WS
               GO TO MB-SORT-GOODS-EXT
           END-IF.
           MOVE MB-IDX TO MB-MIN-IDX.
           COMPUTE MB-JDX = MB-IDX + 1.
           MB-SORT-INNER-STEP.
           IF MB-JDX > MB-G-COUNT-WS
               GO TO MB-SORT-SWAP
           END-IF.
           IF MB-G-GOODS(MB-JDX) < MB-G-GOODS(MB-MIN-IDX)
               MOVE MB-JDX TO MB-MIN-IDX
           END-IF.
           ADD 1 TO MB-JDX.
           GO TO MB-SORT-INNER-STEP.
           MB-SORT-SWAP.
           IF MB-MIN-IDX NOT = MB-IDX
               MOVE MB-G-ROW(MB-IDX) TO MB-G-ROW-TEMP
               MOVE MB-G-ROW(MB-MIN-IDX) TO MB-G-ROW(MB-IDX)
               MOVE MB-G-ROW-TEMP TO MB-G-ROW(MB-MIN-IDX)
           END-IF.
           ADD 1 TO MB-IDX.
           GO TO MB-SORT-OUTER-STEP.
           .
           MB-SORT-GOODS-EXT.
               EXIT.

      *>  GOODS MB-IDX: ITS TOP COMPANIONS OFF THE PAIR TABLE.
       MB-ONE-GOODS SECTION.
           MOVE 0 TO MB-TOP-COUNT-WS.
           MOVE 1 TO MB-JDX.
           MB-PAIR-SCAN.
           IF MB-JDX > MB-P-COUNT-WS
               GO TO MB-PAIR-SCAN-DONE
           END-IF.
           IF MB-P-BILLS(MB-JDX) < MB-MIN-PAIR-WS
               ADD 1 TO MB-JDX
               GO TO MB-PAIR-SCAN
           END-IF.
           IF MB-P-GOODS-A(MB-JDX) = MB-G-GOODS(MB-IDX)
               MOVE MB-P-GOODS-B(MB-JDX) TO MB-COMPANION-WS
               PERFORM MB-TOP-INSERT
           ELSE
               IF MB-P-GOODS-B(MB-JDX) = MB-G-GOODS(MB-IDX)
                   MOVE MB-P-GOODS-A(MB-JDX) TO MB-COMPANION-WS
                   PERFORM MB-TOP-INSERT
               END-IF
           END-IF.
           ADD 1 TO MB-JDX.
           GO TO MB-PAIR-SCAN.
           MB-PAIR-SCAN-DONE.
           IF MB-TOP-COUNT-WS = 0
               GO TO MB-ONE-GOODS-EXT
           END-IF.

           ADD 1 TO MB-PRINTED-CT-WS.
           MOVE MB-G-GOODS(MB-IDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO NAME-GOODS OF REC-GOODS
           END-READ.
           STRING MB-G-GOODS(MB-IDX) " " NAME-GOODS OF REC-GOODS
               " ON " MB-G-BILLS(MB-IDX) " BILLS - BOUGHT WITH:"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO MB-KDX.
           MB-PRINT-COMPANION.
           IF MB-KDX > MB-TOP-COUNT-WS
               GO TO MB-ONE-GOODS-EXT
           END-IF.
           MOVE MB-TOP-GOODS(MB-KDX) TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO NAME-GOODS OF REC-GOODS
           END-READ.
           COMPUTE MB-SUPPORT-WS ROUNDED =
               MB-TOP-BILLS(MB-KDX) * 100 / MB-BILL-CT-WS.
           COMPUTE MB-CONFIDENCE-WS ROUNDED =
               MB-TOP-BILLS(MB-KDX) * 100 / MB-G-BILLS(MB-IDX).
           STRING "    " MB-TOP-GOODS(MB-KDX) " "
               NAME-GOODS OF REC-GOODS " BILLS " MB-TOP-BILLS(MB-KDX)
               "  SUPPORT% " MB-SUPPORT-WS
               "  CONFIDENCE% " MB-CONFIDENCE-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO MB-KDX.
           GO TO MB-PRINT-COMPANION.
           .
           MB-ONE-GOODS-EXT.
               EXIT.

      *>  KEEPS THE FIVE BEST: A NEW ROW GOES IN AT THE FOOT (OR
      *>  OVER THE WEAKEST WHEN FULL) AND RISES PAST WEAKER ROWS.
       MB-TOP-INSERT SECTION.
           IF MB-TOP-COUNT-WS < 5
               ADD 1 TO MB-TOP-COUNT-WS
           ELSE
               IF NOT (MB-P-BILLS(MB-JDX) > MB-TOP-BILLS(5))
                   GO TO MB-TOP-INSERT-EXT
               END-IF
           END-IF.
           MOVE MB-TOP-COUNT-WS TO MB-KDX.
           MOVE MB-COMPANION-WS TO MB-TOP-GOODS(MB-KDX).
           MOVE MB-P-BILLS(MB-JDX) TO MB-TOP-BILLS(MB-KDX).
           MB-TOP-RISE.
           IF MB-KDX = 1
               GO TO MB-TOP-INSERT-EXT
           END-IF.
           IF NOT (MB-TOP-BILLS(MB-KDX) > MB-TOP-BILLS(MB-KDX - 1))
               GO TO MB-TOP-INSERT-EXT
           END-IF.
           MOVE MB-TOP-ROW(MB-KDX) TO MB-TOP-TEMP.
           MOVE MB-TOP-ROW(MB-KDX - 1) TO MB-TOP-ROW(MB-KDX).
           MOVE MB-TOP-TEMP TO MB-TOP-ROW(MB-KDX - 1).
           SUBTRACT 1 FROM MB-KDX.
           GO TO MB-TOP-RISE.
           .
           MB-TOP-INSERT-EXT.
               EXIT.

      *>  =========================客户分群报表==========================
      *>  RECENCY / FREQUENCY / VALUE OF EVERY CUSTOMER NOT CLOSED,
      *>  LIVE AND ARCHIVED SALES. AS AT THE WINDOW END A CUSTOMER
      *>  WHOSE FIRST SALE FALLS INSIDE THE NEW DAYS IS NEW, ONE
      *>  SILENT PAST THE LAPSED DAYS IS LAPSED, PAST THE AT-RISK
      *>  DAYS AT-RISK, ANY OTHER BUYER LOYAL. AT-RISK AND LAPSED ARE
      *>  LISTED FOR THE SALESPEOPLE; EVERY CUSTOMER GOES TO THE
      *>  MAIL-OUT EXTRACT. THE ARCHIVE CARRIES NO SALESPERSON, SO
      *>  THE ONE SHOWN IS OFF THE LATEST LIVE BILL.
       CUST-SEGMENT-INFO SECTION.
           DISPLAY "CUSTOMER-SEGMENT-INFO".
           CHECK-RFM-FROM.
           DISPLAY "ENTER START DATE OF WINDOW (YYYYMMDD):"
           ACCEPT RFM-DATE-FROM-WS
           MOVE RFM-DATE-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RFM-FROM
           END-IF.
           CHECK-RFM-TO.
           DISPLAY "ENTER END DATE OF WINDOW (YYYYMMDD, 0 = TODAY):"
           ACCEPT RFM-DATE-TO-WS
           IF RFM-DATE-TO-WS = 0
               ACCEPT RFM-DATE-TO-WS FROM DATE YYYYMMDD
           END-IF.
           MOVE RFM-DATE-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
                  OR RFM-DATE-TO-WS < RFM-DATE-FROM-WS
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RFM-TO
           END-IF.
           DISPLAY "DAYS A FIRST SALE COUNTS AS NEW (0 = 60):"
           ACCEPT RFM-NEW-DAYS-WS.
           IF RFM-NEW-DAYS-WS = 0
               MOVE 60 TO RFM-NEW-DAYS-WS
           END-IF.
           DISPLAY "DAYS SILENT BEFORE AT-RISK (0 = 90):"
           ACCEPT RFM-RISK-DAYS-WS.
           IF RFM-RISK-DAYS-WS = 0
               MOVE 90 TO RFM-RISK-DAYS-WS
           END-IF.
           DISPLAY "DAYS SILENT BEFORE LAPSED (0 = 180):"
           ACCEPT RFM-LAPSED-DAYS-WS.
           IF RFM-LAPSED-DAYS-WS = 0
               MOVE 180 TO RFM-LAPSED-DAYS-WS
           END-IF.
           IF RFM-LAPSED-DAYS-WS < RFM-RISK-DAYS-WS
               MOVE RFM-RISK-DAYS-WS TO RFM-LAPSED-DAYS-WS
           END-IF.

           MOVE 0 TO RFM-COUNT-WS RFM-SPEND-TOT-WS RFM-BUYER-CT-WS
               RFM-LOYAL-CT-WS RFM-RISK-CT-WS RFM-LAPSED-CT-WS
               RFM-NEW-CT-WS RFM-NONE-CT-WS.
           MOVE "N" TO RFM-TRUNC-WARNED-SW.
           PERFORM RFM-LOAD-CUSTOMERS.
           IF RFM-COUNT-WS = 0
               DISPLAY "NO CUSTOMERS ON FILE."
               GO TO CUST-SEGMENT-INFO-EXT
           END-IF.
           PERFORM RFM-SCAN-SALES.
           PERFORM RFM-SCAN-ARCHIVE.

           MOVE 0 TO RFM-AVG-SPEND-WS.
           MOVE 1 TO RFM-IDX.
           RFM-SUM-SPEND.
           IF RFM-IDX NOT > RFM-COUNT-WS
               IF RFM-SPEND(RFM-IDX) > 0
                   ADD RFM-SPEND(RFM-IDX) TO RFM-SPEND-TOT-WS
                   ADD 1 TO RFM-BUYER-CT-WS
               END-IF
               ADD 1 TO RFM-IDX
               GO TO RFM-SUM-SPEND
           END-IF.
           IF RFM-BUYER-CT-WS > 0
               COMPUTE RFM-AVG-SPEND-WS ROUNDED =
                   RFM-SPEND-TOT-WS / RFM-BUYER-CT-WS
           END-IF.

      *>  SCORE AND EXTRACT EVERY ROW, THEN LIST THE TWO SEGMENTS
      *>  THE SALESPEOPLE HAVE TO CHASE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT SEGMENT-EXTRACT-FILE.
           MOVE 1 TO RFM-IDX.
           RFM-EXTRACT-NEXT.
           IF RFM-IDX NOT > RFM-COUNT-WS
               PERFORM RFM-SCORE-ROW
               PERFORM RFM-COUNT-SEGMENT
               PERFORM RFM-WRITE-EXTRACT
               ADD 1 TO RFM-IDX
               GO TO RFM-EXTRACT-NEXT
           END-IF.
           CLOSE SEGMENT-EXTRACT-FILE.

           STRING "CUSTOMER SEGMENTS " RFM-DATE-FROM-WS " TO "
               RFM-DATE-TO-WS " - NEW " RFM-NEW-DAYS-WS
               " / AT-RISK " RFM-RISK-DAYS-WS " / LAPSED "
               RFM-LAPSED-DAYS-WS " DAYS"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "LOYAL " RFM-LOYAL-CT-WS "  NEW " RFM-NEW-CT-WS
               "  AT-RISK " RFM-RISK-CT-WS "  LAPSED " RFM-LAPSED-CT-WS
               "  NO SALES " RFM-NONE-CT-WS
               "  AVERAGE SPEND " RFM-AVG-SPEND-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AT-RISK" TO RFM-LIST-SEG-WS.
           PERFORM RFM-LIST-SEGMENT.
           MOVE "LAPSED" TO RFM-LIST-SEG-WS.
           PERFORM RFM-LIST-SEGMENT.
           CLOSE CUSTOMER-FILE.
           DISPLAY "SEGMENT EXTRACT WRITTEN FOR " RFM-COUNT-WS
                   " CUSTOMERS.".
           .
           CUST-SEGMENT-INFO-EXT.
               EXIT.

       RFM-LOAD-CUSTOMERS SECTION.
           OPEN INPUT CUSTOMER-FILE.
           RFM-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   GO TO RFM-LOAD-DONE
           END-READ.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               GO TO RFM-READ-CUSTOMER
           END-IF.
           IF RFM-COUNT-WS NOT < 5000
               IF NOT RFM-TRUNC-WARNED
                   SET RFM-TRUNC-WARNED TO TRUE
                   DISPLAY "MORE THAN 5000 CUSTOMERS - THE REST ARE "
                           "NOT SCORED."
               END-IF
               GO TO RFM-LOAD-DONE
           END-IF.
           ADD 1 TO RFM-COUNT-WS.
           MOVE ID-CUSTOMER OF REC-CUSTOMER
               TO RFM-ID-CUSTOMER(RFM-COUNT-WS).
           MOVE 0 TO RFM-FIRST-SALE(RFM-COUNT-WS)
               RFM-LAST-SALE(RFM-COUNT-WS) RFM-LAST-BILL(RFM-COUNT-WS)
               RFM-BILLS(RFM-COUNT-WS) RFM-SPEND(RFM-COUNT-WS)
               RFM-SP-DATE(RFM-COUNT-WS).
           MOVE SPACE TO RFM-SALESPERSON(RFM-COUNT-WS).
           GO TO RFM-READ-CUSTOMER.
           RFM-LOAD-DONE.
           CLOSE CUSTOMER-FILE.
           .
           RFM-LOAD-CUSTOMERS-EXT.
               EXIT.

       RFM-SCAN-SALES SECTION.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           RFM-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO RFM-SALES-DONE
           END-READ.
           IF SALE-VOIDED
                  OR ID-CUSTOMER OF REC-SALE = 0
                  OR DATE-SALE OF REC-SALE > RFM-DATE-TO-WS
               GO TO RFM-READ-SALE
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE 0 TO PRICE-GOODS OF REC-GOODS
           END-READ.
           PERFORM GET-SALE-LINE-PRICE.
           MOVE ID-CUSTOMER OF REC-SALE TO RFM-TARGET-WS.
           MOVE ID-SALE OF REC-SALE TO RFM-LINE-BILL-WS.
           MOVE DATE-SALE OF REC-SALE TO RFM-LINE-DATE-WS.
           COMPUTE RFM-LINE-AMT-WS =
               NUM-SALE OF REC-SALE * SALE-PRICE-WS.
           MOVE CODE-SALESPERSON-SALE OF REC-SALE TO RFM-LINE-SP-WS.
           PERFORM RFM-ADD-LINE.
           GO TO RFM-READ-SALE.
           RFM-SALES-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           .
           RFM-SCAN-SALES-EXT.
               EXIT.

       RFM-SCAN-ARCHIVE SECTION.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               DISPLAY "NO SALES ARCHIVE ON FILE - LIVE SALES ONLY."
               GO TO RFM-SCAN-ARCHIVE-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           RFM-ARC-READ.
           READ SALE-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO RFM-ARC-DONE
           END-READ.
           PERFORM PARSE-ARC-SALE-LINE.
           IF NOT ARC-LINE-VALID
                  OR ARC-ID-X-WS NOT NUMERIC
                  OR ARC-CUST-X-WS NOT NUMERIC
               GO TO RFM-ARC-READ
           END-IF.
           IF ARC-CUST-X-WS = "000000"
                  OR ARC-DATE-N-WS > RFM-DATE-TO-WS
               GO TO RFM-ARC-READ
           END-IF.
           MOVE ARC-CUST-X-WS TO RFM-TARGET-WS.
           MOVE ARC-ID-X-WS TO RFM-LINE-BILL-WS.
           MOVE ARC-DATE-N-WS TO RFM-LINE-DATE-WS.
           COMPUTE RFM-LINE-AMT-WS = ARC-QTY-N-WS * ARC-PRICE-N-WS.
           MOVE SPACE TO RFM-LINE-SP-WS.
           PERFORM RFM-ADD-LINE.
           GO TO RFM-ARC-READ.
           RFM-ARC-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-ARCHIVE-FILE.
           .
           RFM-SCAN-ARCHIVE-EXT.
               EXIT.

      *>  ONE SALE LINE ONTO ITS CUSTOMER'S ROW. A BILL'S LINES ARE
      *>  READ TOGETHER, SO A CHANGE OF BILL NUMBER IS A NEW BILL.
       RFM-ADD-LINE SECTION.
           PERFORM RFM-FIND-CUSTOMER.
           IF NOT RFM-FOUND
               GO TO RFM-ADD-LINE-EXT
           END-IF.
           IF RFM-FIRST-SALE(RFM-IDX) = 0
                  OR RFM-LINE-DATE-WS < RFM-FIRST-SALE(RFM-IDX)
               MOVE RFM-LINE-DATE-WS TO RFM-FIRST-SALE(RFM-IDX)
           END-IF.
           IF RFM-LINE-DATE-WS > RFM-LAST-SALE(RFM-IDX)
               MOVE RFM-LINE-DATE-WS TO RFM-LAST-SALE(RFM-IDX)
           END-IF.
           IF RFM-LINE-SP-WS NOT = SPACE
                  AND RFM-LINE-DATE-WS NOT < RFM-SP-DATE(RFM-IDX)
               MOVE RFM-LINE-SP-WS TO RFM-SALESPERSON(RFM-IDX)
               MOVE RFM-LINE-DATE-WS TO RFM-SP-DATE(RFM-IDX)
           END-IF.
           IF RFM-LINE-DATE-WS < RFM-DATE-FROM-WS
               GO TO RFM-ADD-LINE-EXT
           END-IF.
           IF RFM-LINE-BILL-WS NOT = RFM-LAST-BILL(RFM-IDX)
               ADD 1 TO RFM-BILLS(RFM-IDX)
               MOVE RFM-LINE-BILL-WS TO RFM-LAST-BILL(RFM-IDX)
           END-IF.
           ADD RFM-LINE-AMT-WS TO RFM-SPEND(RFM-IDX).
           .
           RFM-ADD-LINE-EXT.
               EXIT.

      *>  HALVING SEARCH OF THE ID-ORDERED TABLE FOR RFM-TARGET-WS.
       RFM-FIND-CUSTOMER SECTION.
           MOVE "N" TO RFM-FOUND-SW.
           MOVE 1 TO RFM-LOW.
           MOVE RFM-COUNT-WS TO RFM-HIGH.
           RFM-HALVE.
           IF RFM-LOW > RFM-HIGH
               GO TO RFM-FIND-CUSTOMER-EXT
           END-IF.
           COMPUTE RFM-IDX = (RFM-LOW + RFM-HIGH) / 2.
           IF RFM-ID-CUSTOMER(RFM-IDX) = RFM-TARGET-WS
               SET RFM-FOUND TO TRUE
               GO TO RFM-FIND-CUSTOMER-EXT
           END-IF.
           IF RFM-ID-CUSTOMER(RFM-IDX) < RFM-TARGET-WS
               COMPUTE RFM-LOW = RFM-IDX + 1
           ELSE
               IF RFM-IDX = 1
                   GO TO RFM-FIND-CUSTOMER-EXT
               END-IF
               COMPUTE RFM-HIGH = RFM-IDX - 1
           END-IF.
           GO TO RFM-HALVE.
           .
           RFM-FIND-CUSTOMER-EXT.
               EXIT.

      *>  SEGMENT AND 1-5 SCORES OF ROW RFM-IDX. RECENCY AND BILLS
      *>  SCORE ON FIXED BANDS; SPEND AGAINST THE AVERAGE BUYER.
       RFM-SCORE-ROW SECTION.
           MOVE 0 TO RFM-R-SCORE-WS RFM-F-SCORE-WS RFM-V-SCORE-WS.
           IF RFM-LAST-SALE(RFM-IDX) = 0
               MOVE 99999 TO RFM-DAYS-SINCE-WS
               SET RFM-SEG-NONE TO TRUE
               GO TO RFM-SCORE-ROW-EXT
           END-IF.
           MOVE RFM-LAST-SALE(RFM-IDX) TO AGE-FROM-DATE-WS.
           MOVE RFM-DATE-TO-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE AGE-DAYS-WS TO RFM-DAYS-SINCE-WS.
           MOVE RFM-FIRST-SALE(RFM-IDX) TO AGE-FROM-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE AGE-DAYS-WS TO RFM-FIRST-DAYS-WS.
           EVALUATE TRUE
               WHEN RFM-FIRST-DAYS-WS NOT > RFM-NEW-DAYS-WS
                   SET RFM-SEG-NEW TO TRUE
               WHEN RFM-DAYS-SINCE-WS > RFM-LAPSED-DAYS-WS
                   SET RFM-SEG-LAPSED TO TRUE
               WHEN RFM-DAYS-SINCE-WS > RFM-RISK-DAYS-WS
                   SET RFM-SEG-AT-RISK TO TRUE
               WHEN OTHER
                   SET RFM-SEG-LOYAL TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RFM-DAYS-SINCE-WS NOT > 30
                   MOVE 5 TO RFM-R-SCORE-WS
               WHEN RFM-DAYS-SINCE-WS NOT > 60
                   MOVE 4 TO RFM-R-SCORE-WS
               WHEN RFM-DAYS-SINCE-WS NOT > 90
                   MOVE 3 TO RFM-R-SCORE-WS
               WHEN RFM-DAYS-SINCE-WS NOT > 180
                   MOVE 2 TO RFM-R-SCORE-WS
               WHEN OTHER
                   MOVE 1 TO RFM-R-SCORE-WS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RFM-BILLS(RFM-IDX) NOT < 12
                   MOVE 5 TO RFM-F-SCORE-WS
               WHEN RFM-BILLS(RFM-IDX) NOT < 6
                   MOVE 4 TO RFM-F-SCORE-WS
               WHEN RFM-BILLS(RFM-IDX) NOT < 3
                   MOVE 3 TO RFM-F-SCORE-WS
               WHEN RFM-BILLS(RFM-IDX) = 2
                   MOVE 2 TO RFM-F-SCORE-WS
               WHEN OTHER
                   MOVE 1 TO RFM-F-SCORE-WS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NOT (RFM-SPEND(RFM-IDX) > 0)
                   MOVE 1 TO RFM-V-SCORE-WS
               WHEN RFM-SPEND(RFM-IDX) NOT < RFM-AVG-SPEND-WS * 2
                   MOVE 5 TO RFM-V-SCORE-WS
               WHEN RFM-SPEND(RFM-IDX) NOT < RFM-AVG-SPEND-WS
                   MOVE 4 TO RFM-V-SCORE-WS
               WHEN RFM-SPEND(RFM-IDX) NOT < RFM-AVG-SPEND-WS / 2
                   MOVE 3 TO RFM-V-SCORE-WS
               WHEN OTHER
                   MOVE 2 TO RFM-V-SCORE-WS
           END-EVALUATE.
           .
           RFM-SCORE-ROW-EXT.
               EXIT.

       RFM-COUNT-SEGMENT SECTION.
           EVALUATE TRUE
               WHEN RFM-SEG-LOYAL
                   ADD 1 TO RFM-LOYAL-CT-WS
               WHEN RFM-SEG-AT-RISK
                   ADD 1 TO RFM-RISK-CT-WS
               WHEN RFM-SEG-LAPSED
                   ADD 1 TO RFM-LAPSED-CT-WS
               WHEN RFM-SEG-NEW
                   ADD 1 TO RFM-NEW-CT-WS
               WHEN OTHER
                   ADD 1 TO RFM-NONE-CT-WS
           END-EVALUATE.
           .
           RFM-COUNT-SEGMENT-EXT.
               EXIT.

       RFM-WRITE-EXTRACT SECTION.
           MOVE RFM-ID-CUSTOMER(RFM-IDX) TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   GO TO RFM-WRITE-EXTRACT-EXT
           END-READ.
           MOVE ID-CUSTOMER OF REC-CUSTOMER TO ID-CUSTOMER-SGX.
           MOVE NAME-CUSTOMER OF REC-CUSTOMER TO NAME-CUSTOMER-SGX.
           MOVE CONTACT-CUSTOMER OF REC-CUSTOMER TO CONTACT-SGX.
           MOVE RFM-SEGMENT-WS TO SEGMENT-SGX.
           MOVE RFM-LAST-SALE(RFM-IDX) TO LAST-SALE-SGX.
           MOVE RFM-DAYS-SINCE-WS TO DAYS-SINCE-SGX.
           MOVE RFM-BILLS(RFM-IDX) TO BILLS-SGX.
           MOVE RFM-SPEND(RFM-IDX) TO SPEND-SGX.
           MOVE RFM-R-SCORE-WS TO R-SCORE-SGX.
           MOVE RFM-F-SCORE-WS TO F-SCORE-SGX.
           MOVE RFM-V-SCORE-WS TO V-SCORE-SGX.
           MOVE RFM-SALESPERSON(RFM-IDX) TO SALESPERSON-SGX.
           MOVE EMAIL-CUSTOMER OF REC-CUSTOMER TO EMAIL-SGX.
           MOVE PHONE-CUSTOMER OF REC-CUSTOMER TO PHONE-SGX.
           MOVE ADDR-LINE1-CUSTOMER OF REC-CUSTOMER TO ADDR-LINE1-SGX.
           MOVE ADDR-LINE2-CUSTOMER OF REC-CUSTOMER TO ADDR-LINE2-SGX.
           MOVE CITY-CUSTOMER OF REC-CUSTOMER TO CITY-SGX.
           MOVE POSTCODE-CUSTOMER OF REC-CUSTOMER TO POSTCODE-SGX.
           WRITE REC-SEGMENT-EXTRACT.
           .
           RFM-WRITE-EXTRACT-EXT.
               EXIT.

      *>  ONE SEGMENT'S CUSTOMERS WITH THEIR SALESPERSON AND LAST
      *>  PURCHASE, THE SEGMENT RE-DERIVED ROW BY ROW.
       RFM-LIST-SEGMENT SECTION.
           STRING "---- " RFM-LIST-SEG-WS " CUSTOMERS ----"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CUST   NAME                 SALESP LAST-SALE DAYS  "
               TO PRINT-LINE-WS.
           MOVE "BILLS  SPEND         R F V  PHONE"
               TO PRINT-LINE-WS(54:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO RFM-LISTED-CT-WS.
           MOVE 1 TO RFM-IDX.
           RFM-LIST-NEXT.
           IF RFM-IDX > RFM-COUNT-WS
               GO TO RFM-LIST-DONE
           END-IF.
           PERFORM RFM-SCORE-ROW.
           IF RFM-SEGMENT-WS NOT = RFM-LIST-SEG-WS
               ADD 1 TO RFM-IDX
               GO TO RFM-LIST-NEXT
           END-IF.
           ADD 1 TO RFM-LISTED-CT-WS.
           MOVE RFM-ID-CUSTOMER(RFM-IDX) TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   MOVE SPACE TO NAME-CUSTOMER OF REC-CUSTOMER
                       PHONE-CUSTOMER OF REC-CUSTOMER
           END-READ.
           STRING RFM-ID-CUSTOMER(RFM-IDX) " "
               NAME-CUSTOMER OF REC-CUSTOMER " "
               RFM-SALESPERSON(RFM-IDX) " "
               RFM-LAST-SALE(RFM-IDX) "  " RFM-DAYS-SINCE-WS " "
               RFM-BILLS(RFM-IDX) "  " RFM-SPEND(RFM-IDX) " "
               RFM-R-SCORE-WS " " RFM-F-SCORE-WS " " RFM-V-SCORE-WS
               "  " PHONE-CUSTOMER OF REC-CUSTOMER
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO RFM-IDX.
           GO TO RFM-LIST-NEXT.
           RFM-LIST-DONE.
           STRING RFM-LISTED-CT-WS " " RFM-LIST-SEG-WS " CUSTOMERS."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           RFM-LIST-SEGMENT-EXT.
               EXIT.

      *>  =========================报价转化分析==========================
      *>  QUOTES DATED IN THE RANGE BY SALESPERSON, CUSTOMER AND
      *>  CATEGORY: QUOTES ISSUED AND THEIR VALUE, HIT RATE (QUOTES
      *>  WITH A LINE CONVERTED), VALUE CONVERTED AS A PERCENT OF
      *>  THE VALUE DECIDED (NOT STILL OPEN), AVERAGE DAYS FROM
      *>  QUOTE TO CONVERSION, AND THE VALUE LOST BY REASON.
       QUOTE-CONV-INFO SECTION.
           DISPLAY "QUOTE-CONVERSION-INFO".
           CHECK-QC-FROM.
           DISPLAY "ENTER START DATE OF QUOTES (YYYYMMDD):"
           ACCEPT QC-DATE-FROM-WS
           MOVE QC-DATE-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-QC-FROM
           END-IF.
           CHECK-QC-TO.
           DISPLAY "ENTER END DATE OF QUOTES (YYYYMMDD):"
           ACCEPT QC-DATE-TO-WS
           MOVE QC-DATE-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-QC-TO
           END-IF.

           MOVE 0 TO QC-COUNT-WS QC-LINE-CT-WS.
           MOVE "N" TO QC-TRUNC-WARNED-SW.
           OPEN INPUT QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00)
               DISPLAY "NO QUOTES ON FILE."
               CLOSE QUOTE-FILE
               GO TO QUOTE-CONV-INFO-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           QC-READ-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   GO TO QC-READ-DONE
           END-READ.
           IF DATE-QUOTE < QC-DATE-FROM-WS
                  OR DATE-QUOTE > QC-DATE-TO-WS
               GO TO QC-READ-QUOTE
           END-IF.
           PERFORM QC-ONE-LINE.
           GO TO QC-READ-QUOTE.
           QC-READ-DONE.
           CLOSE GOODS-FILE.
           CLOSE QUOTE-FILE.
           IF QC-COUNT-WS = 0
               DISPLAY "NO QUOTES IN THE RANGE."
               GO TO QUOTE-CONV-INFO-EXT
           END-IF.
           PERFORM QC-SORT-ROWS.

           STRING "QUOTE CONVERSION " QC-DATE-FROM-WS " TO "
               QC-DATE-TO-WS " - " QC-LINE-CT-WS " QUOTE LINES"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT SALESPERSON-FILE.
           MOVE SPACE TO QC-LAST-DIM-WS.
           MOVE 1 TO QC-IDX.
           QC-PRINT-NEXT.
           IF QC-IDX > QC-COUNT-WS
               GO TO QC-PRINT-DONE
           END-IF.
           PERFORM QC-PRINT-ROW.
           ADD 1 TO QC-IDX.
           GO TO QC-PRINT-NEXT.
           QC-PRINT-DONE.
           CLOSE SALESPERSON-FILE.
           CLOSE CUSTOMER-FILE.
           .
           QUOTE-CONV-INFO-EXT.
               EXIT.

      *>  VALUES ONE QUOTE LINE AND POSTS IT UNDER ALL THREE HEADS.
       QC-ONE-LINE SECTION.
           ADD 1 TO QC-LINE-CT-WS.
           MOVE ID-GOODS-QUOTE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE 0 TO PRICE-GOODS OF REC-GOODS
                   MOVE SPACE TO CATEGORY-GOODS OF REC-GOODS
           END-READ.
           IF PRICE-QUOTE IS NUMERIC
                  AND PRICE-QUOTE > 0
               MOVE PRICE-QUOTE TO QC-LINE-PRICE-WS
           ELSE
               MOVE PRICE-GOODS OF REC-GOODS TO QC-LINE-PRICE-WS
           END-IF.
           COMPUTE QC-LINE-VALUE-WS = NUM-QUOTE * QC-LINE-PRICE-WS.

           MOVE "N" TO QC-DAYS-SW.
           IF QUOTE-CONVERTED
                  AND CLOSE-DATE-QUOTE IS NUMERIC
                  AND CLOSE-DATE-QUOTE NOT < DATE-QUOTE
               MOVE DATE-QUOTE TO AGE-FROM-DATE-WS
               MOVE CLOSE-DATE-QUOTE TO AGE-TO-DATE-WS
               PERFORM COMPUTE-AGE-DAYS
               MOVE AGE-DAYS-WS TO QC-LINE-DAYS-WS
               SET QC-HAS-DAYS TO TRUE
           END-IF.
           MOVE 0 TO QC-REASON-IDX.
           IF QUOTE-CANCELLED OR QUOTE-LAPSED
               EVALUATE TRUE
                   WHEN LOST-ON-PRICE
                       MOVE 1 TO QC-REASON-IDX
                   WHEN LOST-ON-STOCK
                       MOVE 2 TO QC-REASON-IDX
                   WHEN LOST-ON-LEADTIME
                       MOVE 3 TO QC-REASON-IDX
                   WHEN LOST-TO-COMPETITOR
                       MOVE 4 TO QC-REASON-IDX
                   WHEN LOST-NO-REPLY
                       MOVE 5 TO QC-REASON-IDX
                   WHEN LOST-LAPSED
                       MOVE 6 TO QC-REASON-IDX
                   WHEN OTHER
                       MOVE 7 TO QC-REASON-IDX
               END-EVALUATE
           END-IF.

           MOVE "1" TO QC-DIM-WS.
           IF SALESPERSON-QUOTE = SPACE OR SALESPERSON-QUOTE = LOW-VALUE
               MOVE "(NONE)" TO QC-KEY-WS
           ELSE
               MOVE SALESPERSON-QUOTE TO QC-KEY-WS
           END-IF.
           PERFORM QC-APPLY-LINE.
           MOVE "2" TO QC-DIM-WS.
           MOVE ID-CUSTOMER-QUOTE TO QC-KEY-WS.
           PERFORM QC-APPLY-LINE.
           MOVE "3" TO QC-DIM-WS.
           IF CATEGORY-GOODS OF REC-GOODS = SPACE
               MOVE "(NONE)" TO QC-KEY-WS
           ELSE
               MOVE CATEGORY-GOODS OF REC-GOODS TO QC-KEY-WS
           END-IF.
           PERFORM QC-APPLY-LINE.
           .
           QC-ONE-LINE-EXT.
               EXIT.

       QC-APPLY-LINE SECTION.
           MOVE 1 TO QC-JDX.
           QC-FIND-ROW.
           IF QC-JDX > QC-COUNT-WS
               GO TO QC-NEW-ROW
           END-IF.
           IF QC-DIM(QC-JDX) = QC-DIM-WS
                  AND QC-KEY(QC-JDX) = QC-KEY-WS
               GO TO QC-ADD-TO-ROW
           END-IF.
           ADD 1 TO QC-JDX.
           GO TO QC-FIND-ROW.
           QC-NEW-ROW.
           IF QC-COUNT-WS NOT < 3000
               IF NOT QC-TRUNC-WARNED
                   SET QC-TRUNC-WARNED TO TRUE
                   DISPLAY "MORE THAN 3000 REPORT ROWS - NARROW THE "
                           "DATE RANGE."
               END-IF
               GO TO QC-APPLY-LINE-EXT
           END-IF.
           ADD 1 TO QC-COUNT-WS.
           MOVE QC-COUNT-WS TO QC-JDX.
           MOVE QC-DIM-WS TO QC-DIM(QC-JDX).
           MOVE QC-KEY-WS TO QC-KEY(QC-JDX).
           MOVE 0 TO QC-LAST-QUOTE(QC-JDX) QC-LAST-CONV-QUOTE(QC-JDX)
               QC-QUOTES(QC-JDX) QC-CONV-QUOTES(QC-JDX)
               QC-VALUE(QC-JDX) QC-OPEN-VALUE(QC-JDX)
               QC-CONV-VALUE(QC-JDX) QC-DAYS-LINES(QC-JDX)
               QC-DAYS-TOTAL(QC-JDX).
           MOVE 1 TO QC-KDX.
           QC-CLEAR-LOST.
           MOVE 0 TO QC-LOST-VALUE(QC-JDX, QC-KDX).
           IF QC-KDX < 7
               ADD 1 TO QC-KDX
               GO TO QC-CLEAR-LOST
           END-IF.
           QC-ADD-TO-ROW.
           IF ID-QUOTE NOT = QC-LAST-QUOTE(QC-JDX)
               ADD 1 TO QC-QUOTES(QC-JDX)
               MOVE ID-QUOTE TO QC-LAST-QUOTE(QC-JDX)
           END-IF.
           ADD QC-LINE-VALUE-WS TO QC-VALUE(QC-JDX).
           IF QUOTE-OPEN
               ADD QC-LINE-VALUE-WS TO QC-OPEN-VALUE(QC-JDX)
           END-IF.
           IF QUOTE-CONVERTED
               ADD QC-LINE-VALUE-WS TO QC-CONV-VALUE(QC-JDX)
               IF ID-QUOTE NOT = QC-LAST-CONV-QUOTE(QC-JDX)
                   ADD 1 TO QC-CONV-QUOTES(QC-JDX)
                   MOVE ID-QUOTE TO QC-LAST-CONV-QUOTE(QC-JDX)
               END-IF
           END-IF.
           IF QC-HAS-DAYS
               ADD 1 TO QC-DAYS-LINES(QC-JDX)
               ADD QC-LINE-DAYS-WS TO QC-DAYS-TOTAL(QC-JDX)
           END-IF.
           IF QC-REASON-IDX > 0
               ADD QC-LINE-VALUE-WS
                   TO QC-LOST-VALUE(QC-JDX, QC-REASON-IDX)
           END-IF.
           .
           QC-APPLY-LINE-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE ROUTE SHEET, ASCENDING
      *>  ON HEAD THEN KEY.
       QC-SORT-ROWS SECTION.
           MOVE 1 TO QC-IDX.
           QC-SORT-OUTER-STEP.
           IF QC-IDX > QC-COUNT-WS
               GO TO QC-SORT-ROWS-EXT
           END-IF.
           MOVE QC-IDX TO QC-MIN-IDX.
           COMPUTE QC-JDX = QC-IDX + 1.
           QC-SORT-INNER-STEP.
           IF QC-JDX > QC-COUNT-WS
               GO TO QC-SORT-SWAP
           END-IF.
           IF QC-DIM(QC-JDX) < QC-DIM(QC-MIN-IDX)
                  OR (QC-DIM(QC-JDX) = QC-DIM(QC-MIN-IDX)
                      AND QC-KEY(QC-JDX) < QC-KEY(QC-MIN-IDX))
               MOVE QC-JDX TO QC-MIN-IDX
           END-IF.
           ADD 1 TO QC-JDX.
           GO TO QC-SORT-INNER-STEP.
           QC-SORT-SWAP.
           IF QC-MIN-IDX NOT = QC-IDX
               MOVE QC-ROW(QC-IDX) TO QC-ROW-TEMP
               MOVE QC-ROW(QC-MIN-IDX) TO QC-ROW(QC-IDX)
               MOVE QC-ROW-TEMP TO QC-ROW(QC-MIN-IDX)
           END-IF.
           ADD 1 TO QC-IDX.
           GO TO QC-SORT-OUTER-STEP.
           .
           QC-SORT-ROWS-EXT.
               EXIT.

       QC-PRINT-ROW SECTION.
           IF QC-DIM(QC-IDX) NOT = QC-LAST-DIM-WS
               MOVE QC-DIM(QC-IDX) TO QC-LAST-DIM-WS
               EVALUATE QC-LAST-DIM-WS
                   WHEN "1"
                       MOVE "---- BY SALESPERSON ----" TO PRINT-LINE-WS
                   WHEN "2"
                       MOVE "---- BY CUSTOMER ----" TO PRINT-LINE-WS
                   WHEN OTHER
                       MOVE "---- BY CATEGORY ----" TO PRINT-LINE-WS
               END-EVALUATE
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
               MOVE "KEY        NAME                 QUOTES  VALUE   "
                   TO PRINT-LINE-WS
               MOVE "      HIT%   CONV%  AVG-DAYS  OPEN-VALUE    LOST"
                   TO PRINT-LINE-WS(51:)
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACE TO QC-NAME-WS.
           IF QC-DIM(QC-IDX) = "1"
               MOVE QC-KEY(QC-IDX) TO CODE-SALESPERSON-SP
               READ SALESPERSON-FILE
                   KEY IS CODE-SALESPERSON-SP OF REC-SALESPERSON
                   NOT INVALID KEY
                       MOVE NAME-SP TO QC-NAME-WS
               END-READ
           END-IF.
           IF QC-DIM(QC-IDX) = "2"
               MOVE QC-KEY(QC-IDX)(1:6) TO ID-CUSTOMER OF REC-CUSTOMER
               READ CUSTOMER-FILE
                   KEY IS ID-CUSTOMER OF REC-CUSTOMER
                   NOT INVALID KEY
                       MOVE NAME-CUSTOMER OF REC-CUSTOMER TO QC-NAME-WS
               END-READ
           END-IF.
           MOVE 0 TO QC-HIT-PCT-WS QC-CONV-PCT-WS QC-AVG-DAYS-WS
               QC-LOST-TOTAL-WS.
           IF QC-QUOTES(QC-IDX) > 0
               COMPUTE QC-HIT-PCT-WS ROUNDED =
                   QC-CONV-QUOTES(QC-IDX) * 100 / QC-QUOTES(QC-IDX)
           END-IF.
           COMPUTE QC-DECIDED-WS =
               QC-VALUE(QC-IDX) - QC-OPEN-VALUE(QC-IDX).
           IF QC-DECIDED-WS > 0
               COMPUTE QC-CONV-PCT-WS ROUNDED =
                   QC-CONV-VALUE(QC-IDX) * 100 / QC-DECIDED-WS
           END-IF.
           IF QC-DAYS-LINES(QC-IDX) > 0
               COMPUTE QC-AVG-DAYS-WS ROUNDED =
                   QC-DAYS-TOTAL(QC-IDX) / QC-DAYS-LINES(QC-IDX)
           END-IF.
           MOVE 1 TO QC-KDX.
           QC-SUM-LOST.
           ADD QC-LOST-VALUE(QC-IDX, QC-KDX) TO QC-LOST-TOTAL-WS.
           IF QC-KDX < 7
               ADD 1 TO QC-KDX
               GO TO QC-SUM-LOST
           END-IF.
           STRING QC-KEY(QC-IDX) " " QC-NAME-WS " "
               QC-QUOTES(QC-IDX) " " QC-VALUE(QC-IDX) " "
               QC-HIT-PCT-WS " " QC-CONV-PCT-WS " "
               QC-AVG-DAYS-WS "  " QC-OPEN-VALUE(QC-IDX) " "
               QC-LOST-TOTAL-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
      *>  THE LOST VALUE SPLIT BY REASON, ONE LINE PER REASON HIT.
           MOVE 1 TO QC-KDX.
           QC-PRINT-LOST.
           IF NOT (QC-LOST-VALUE(QC-IDX, QC-KDX) = 0)
               STRING "           LOST - " QC-REASON-NAME(QC-KDX) " "
                   QC-LOST-VALUE(QC-IDX, QC-KDX)
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF QC-KDX < 7
               ADD 1 TO QC-KDX
               GO TO QC-PRINT-LOST
           END-IF.
           .
           QC-PRINT-ROW-EXT.
               EXIT.

      *>  =========================损耗分析报表==========================
      *>  STOCK LOST TO ADJUSTMENTS, COUNT VARIANCES, EXPIRED LOTS AND
      *>  SCRAPPED RETURNS OVER A DATE RANGE, VALUED AT FIFO COST AND
      *>  TOTALLED BY REASON, WAREHOUSE AND CATEGORY AGAINST THE SAME
      *>  LENGTH OF PERIOD JUST BEFORE IT. CATEGORY SHRINK IS ALSO
      *>  SHOWN AS A PERCENT OF THE CATEGORY'S SALES, AND THE
      *>  OPERATORS WHO MOVED THE MOST VALUE ARE LISTED AT THE FOOT.
       SHRINK-ANALYSIS-INFO SECTION.
           DISPLAY "SHRINKAGE-ANALYSIS-INFO".
           CHECK-SH-FROM.
           DISPLAY "ENTER START DATE OF PERIOD (YYYYMMDD):"
           ACCEPT SH-DATE-FROM-WS
           MOVE SH-DATE-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-SH-FROM
           END-IF.
           CHECK-SH-TO.
           DISPLAY "ENTER END DATE OF PERIOD (YYYYMMDD):"
           ACCEPT SH-DATE-TO-WS
           MOVE SH-DATE-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
                  OR SH-DATE-TO-WS < SH-DATE-FROM-WS
               DISPLAY "NOT A VALID END DATE! PLEASE RE-ENTER:"
               GO TO CHECK-SH-TO
           END-IF.
      *>  THE PRIOR PERIOD ENDS THE DAY BEFORE THIS ONE STARTS AND
      *>  RUNS AS MANY DAYS, ON THE SAME 30-DAY MONTHS AS THE AGEING.
           MOVE SH-DATE-FROM-WS TO AGE-FROM-DATE-WS.
           MOVE SH-DATE-TO-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE SH-DATE-FROM-WS TO SH-BACK-IN-WS.
           MOVE 1 TO SH-BACK-DAYS-WS.
           PERFORM SH-STEP-BACK.
           MOVE SH-BACK-OUT-WS TO SH-PRI-TO-WS.
           COMPUTE SH-BACK-DAYS-WS = AGE-DAYS-WS + 1.
           PERFORM SH-STEP-BACK.
           MOVE SH-BACK-OUT-WS TO SH-PRI-FROM-WS.

           MOVE 0 TO SH-COUNT-WS SH-MOVE-CT-WS SH-UNCOSTED-CT-WS
               SH-TOTAL-CUR-WS SH-TOTAL-PRI-WS
               SH-SALES-CUR-WS SH-SALES-PRI-WS.
           MOVE "N" TO SH-TRUNC-WARNED-SW.
           OPEN INPUT AUDIT-FILE.
           IF NOT (FILE-STA-AUDIT = 00)
               DISPLAY "NO STOCK MOVEMENTS ON FILE."
               CLOSE AUDIT-FILE
               GO TO SHRINK-ANALYSIS-INFO-EXT
           END-IF.
           OPEN INPUT REASON-FILE.
           MOVE "N" TO SH-LAYERS-SW.
           OPEN INPUT COST-LAYER-FILE.
           IF FILE-STA-LAYER = 00
               SET SH-LAYERS-OPEN TO TRUE
           END-IF.
           OPEN INPUT GOODS-FILE.
           SH-READ-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   GO TO SH-AUDIT-DONE
           END-READ.
           IF DATE-AUDIT < SH-PRI-FROM-WS
                  OR DATE-AUDIT > SH-DATE-TO-WS
               GO TO SH-READ-AUDIT
           END-IF.
           PERFORM SH-ONE-MOVEMENT.
           GO TO SH-READ-AUDIT.
           SH-AUDIT-DONE.
           CLOSE COST-LAYER-FILE.
           CLOSE REASON-FILE.
           CLOSE AUDIT-FILE.
           IF SH-COUNT-WS = 0
               CLOSE GOODS-FILE
               DISPLAY "NO SHRINKAGE IN EITHER PERIOD."
               GO TO SHRINK-ANALYSIS-INFO-EXT
           END-IF.
           PERFORM SH-SCAN-SALES.
           CLOSE GOODS-FILE.
           PERFORM SH-SCAN-ARCHIVE.
           PERFORM SH-SORT-ROWS.

           STRING "SHRINKAGE ANALYSIS " SH-DATE-FROM-WS " TO "
               SH-DATE-TO-WS " AGAINST " SH-PRI-FROM-WS " TO "
               SH-PRI-TO-WS " - " SH-MOVE-CT-WS " MOVEMENTS"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT REASON-FILE.
           MOVE SPACE TO SH-LAST-DIM-WS.
           MOVE 0 TO SH-OPER-CT-WS.
           MOVE 1 TO SH-IDX.
           SH-PRINT-NEXT.
           IF SH-IDX > SH-COUNT-WS
               GO TO SH-PRINT-DONE
           END-IF.
           PERFORM SH-PRINT-ROW.
           ADD 1 TO SH-IDX.
           GO TO SH-PRINT-NEXT.
           SH-PRINT-DONE.
           CLOSE REASON-FILE.

           COMPUTE SH-CHANGE-WS = SH-TOTAL-CUR-WS - SH-TOTAL-PRI-WS.
           MOVE 0 TO SH-PCT-CUR-WS SH-PCT-PRI-WS.
           IF SH-SALES-CUR-WS > 0
               COMPUTE SH-PCT-CUR-WS ROUNDED =
                   SH-TOTAL-CUR-WS * 100 / SH-SALES-CUR-WS
           END-IF.
           IF SH-SALES-PRI-WS > 0
               COMPUTE SH-PCT-PRI-WS ROUNDED =
                   SH-TOTAL-PRI-WS * 100 / SH-SALES-PRI-WS
           END-IF.
           STRING "TOTAL SHRINK " SH-TOTAL-CUR-WS " OF SALES "
               SH-SALES-CUR-WS " = " SH-PCT-CUR-WS "%   PRIOR "
               SH-TOTAL-PRI-WS " = " SH-PCT-PRI-WS "%   CHANGE "
               SH-CHANGE-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           IF SH-UNCOSTED-CT-WS > 0
               STRING SH-UNCOSTED-CT-WS " MOVEMENTS HAD NO COST TO "
                   "VALUE THEM AT AND COUNT AS ZERO."
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
           END-IF.
           .
           SHRINK-ANALYSIS-INFO-EXT.
               EXIT.

      *>  ONE AUDIT ROW: KEPT WHEN ITS REASON IS A LOSS OR GAIN - A
      *>  CONTROLLED ADJUSTMENT CODE, A COUNT VARIANCE, AN EXPIRY OR
      *>  A SCRAPPED RETURN - NOT A SALE, RECEIPT OR TRANSFER.
       SH-ONE-MOVEMENT SECTION.
           MOVE "N" TO SH-LOSS-SW.
           IF REASON-AUDIT = "COUNT-ADJ" OR REASON-AUDIT = "EXPIRED"
                  OR REASON-AUDIT = "RET-SCRAP"
               SET SH-LOSS-REASON TO TRUE
           ELSE
               MOVE REASON-AUDIT TO CODE-REASON OF REC-REASON
               READ REASON-FILE
                   KEY IS CODE-REASON OF REC-REASON
                   NOT INVALID KEY
                       SET SH-LOSS-REASON TO TRUE
               END-READ
           END-IF.
           IF NOT SH-LOSS-REASON
               GO TO SH-ONE-MOVEMENT-EXT
           END-IF.
           COMPUTE SH-LOSS-QTY-WS = 0 - CHANGE-QTY-AUDIT.
           IF SCRAP-QTY-AUDIT IS NUMERIC
               ADD SCRAP-QTY-AUDIT TO SH-LOSS-QTY-WS
           END-IF.
           IF SH-LOSS-QTY-WS = 0
               GO TO SH-ONE-MOVEMENT-EXT
           END-IF.
           ADD 1 TO SH-MOVE-CT-WS.
           IF DATE-AUDIT < SH-DATE-FROM-WS
               SET SH-IN-PRIOR TO TRUE
           ELSE
               SET SH-IN-CURRENT TO TRUE
           END-IF.

           MOVE ID-GOODS-AUDIT TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE SPACE TO CATEGORY-GOODS OF REC-GOODS
           END-READ.
           IF UNIT-COST-AUDIT IS NUMERIC
                  AND UNIT-COST-AUDIT > 0
               MOVE UNIT-COST-AUDIT TO SH-UNIT-COST-WS
           ELSE
               PERFORM SH-LAYER-COST
           END-IF.
           IF SH-UNIT-COST-WS = 0
               ADD 1 TO SH-UNCOSTED-CT-WS
           END-IF.
           COMPUTE SH-LOSS-VALUE-WS = SH-LOSS-QTY-WS * SH-UNIT-COST-WS.
           IF SH-LOSS-VALUE-WS < 0
               COMPUTE SH-GROSS-VALUE-WS = 0 - SH-LOSS-VALUE-WS
           ELSE
               MOVE SH-LOSS-VALUE-WS TO SH-GROSS-VALUE-WS
           END-IF.
           IF SH-IN-CURRENT
               ADD SH-LOSS-VALUE-WS TO SH-TOTAL-CUR-WS
           ELSE
               ADD SH-LOSS-VALUE-WS TO SH-TOTAL-PRI-WS
           END-IF.

           SET SH-ADD-ALLOWED TO TRUE.
           MOVE "1" TO SH-DIM-WS.
           MOVE REASON-AUDIT TO SH-KEY-WS.
           PERFORM SH-APPLY-MOVEMENT.
           MOVE "2" TO SH-DIM-WS.
           IF LOCATION-AUDIT = SPACE OR LOCATION-AUDIT = LOW-VALUE
               MOVE "(NONE)" TO SH-KEY-WS
           ELSE
               MOVE LOCATION-AUDIT TO SH-KEY-WS
           END-IF.
           PERFORM SH-APPLY-MOVEMENT.
           MOVE "3" TO SH-DIM-WS.
           IF CATEGORY-GOODS OF REC-GOODS = SPACE
               MOVE "(NONE)" TO SH-KEY-WS
           ELSE
               MOVE CATEGORY-GOODS OF REC-GOODS TO SH-KEY-WS
           END-IF.
           PERFORM SH-APPLY-MOVEMENT.
      *>  EXPIRED LOTS ARE WRITTEN OFF BY THE NIGHT RUN, NOT BY AN
      *>  OPERATOR, AND ONLY THIS PERIOD'S MOVEMENTS ARE RANKED.
           IF SH-IN-CURRENT AND REASON-AUDIT NOT = "EXPIRED"
               MOVE "4" TO SH-DIM-WS
               MOVE OPERATOR-AUDIT TO SH-KEY-WS
               PERFORM SH-APPLY-MOVEMENT
           END-IF.
           .
           SH-ONE-MOVEMENT-EXT.
               EXIT.

      *>  FIFO COST FOR A MOVEMENT RECORDED WITHOUT ONE: THE OLDEST
      *>  LAYER OF THE GOODS WITH QUANTITY REMAINING, OR THE NEWEST
      *>  LAYER WHEN ALL ARE USED UP. ZERO WITH NO LAYERS.
       SH-LAYER-COST SECTION.
           MOVE 0 TO SH-UNIT-COST-WS.
           IF NOT SH-LAYERS-OPEN
               GO TO SH-LAYER-COST-EXT
           END-IF.
           MOVE ID-GOODS-AUDIT TO ID-GOODS-LAYER.
           MOVE 0 TO SEQ-LAYER.
           START COST-LAYER-FILE
               KEY NOT LESS THAN KEY-COST-LAYER OF REC-COST-LAYER
               INVALID KEY
                   GO TO SH-LAYER-COST-EXT
           END-START.
           SH-LAYER-READ.
           READ COST-LAYER-FILE NEXT RECORD
               AT END
                   GO TO SH-LAYER-COST-EXT
           END-READ.
           IF NOT (ID-GOODS-LAYER = ID-GOODS-AUDIT)
               GO TO SH-LAYER-COST-EXT
           END-IF.
           MOVE COST-LAYER TO SH-UNIT-COST-WS.
           IF QTY-REMAIN-LAYER = 0
               GO TO SH-LAYER-READ
           END-IF.
           .
           SH-LAYER-COST-EXT.
               EXIT.

      *>  POSTS THE MOVEMENT, OR A SALE LINE'S VALUE, TO THE ROW OF
      *>  SH-DIM-WS/SH-KEY-WS. SALES ARE ONLY ADDED TO A CATEGORY
      *>  THAT HAS A ROW ALREADY, SO SH-ADD-ALLOWED IS OFF FOR THEM.
       SH-APPLY-MOVEMENT SECTION.
           MOVE 1 TO SH-JDX.
           SH-FIND-ROW.
           IF SH-JDX > SH-COUNT-WS
               GO TO SH-NEW-ROW
           END-IF.
           IF SH-DIM(SH-JDX) = SH-DIM-WS
                  AND SH-KEY(SH-JDX) = SH-KEY-WS
               GO TO SH-ADD-TO-ROW
           END-IF.
           ADD 1 TO SH-JDX.
           GO TO SH-FIND-ROW.
           SH-NEW-ROW.
           IF NOT SH-ADD-ALLOWED
               GO TO SH-APPLY-MOVEMENT-EXT
           END-IF.
           IF SH-COUNT-WS NOT < 2000
               IF NOT SH-TRUNC-WARNED
                   SET SH-TRUNC-WARNED TO TRUE
                   DISPLAY "MORE THAN 2000 REPORT ROWS - NARROW THE "
                           "DATE RANGE."
               END-IF
               GO TO SH-APPLY-MOVEMENT-EXT
           END-IF.
           ADD 1 TO SH-COUNT-WS.
           MOVE SH-COUNT-WS TO SH-JDX.
           MOVE SH-DIM-WS TO SH-DIM(SH-JDX).
           MOVE SH-KEY-WS TO SH-KEY(SH-JDX).
           MOVE 0 TO SH-MOVES(SH-JDX) SH-QTY-CUR(SH-JDX)
               SH-VALUE-CUR(SH-JDX) SH-VALUE-PRI(SH-JDX)
               SH-GROSS-CUR(SH-JDX) SH-SALES-CUR(SH-JDX)
               SH-SALES-PRI(SH-JDX).
           SH-ADD-TO-ROW.
           IF NOT SH-ADD-ALLOWED
               IF SH-IN-CURRENT
                   ADD SH-SALE-AMT-WS TO SH-SALES-CUR(SH-JDX)
               ELSE
                   ADD SH-SALE-AMT-WS TO SH-SALES-PRI(SH-JDX)
               END-IF
               GO TO SH-APPLY-MOVEMENT-EXT
           END-IF.
           IF SH-IN-CURRENT
               ADD 1 TO SH-MOVES(SH-JDX)
               ADD SH-LOSS-QTY-WS TO SH-QTY-CUR(SH-JDX)
               ADD SH-LOSS-VALUE-WS TO SH-VALUE-CUR(SH-JDX)
               ADD SH-GROSS-VALUE-WS TO SH-GROSS-CUR(SH-JDX)
           ELSE
               ADD SH-LOSS-VALUE-WS TO SH-VALUE-PRI(SH-JDX)
           END-IF.
           .
           SH-APPLY-MOVEMENT-EXT.
               EXIT.

      *>  SALES VALUE OF BOTH PERIODS BY CATEGORY, LIVE SALES FIRST.
       SH-SCAN-SALES SECTION.
           OPEN INPUT SALE-FILE.
           SH-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO SH-SALES-DONE
           END-READ.
           IF SALE-VOIDED
                  OR DATE-SALE OF REC-SALE < SH-PRI-FROM-WS
                  OR DATE-SALE OF REC-SALE > SH-DATE-TO-WS
               GO TO SH-READ-SALE
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE 0 TO PRICE-GOODS OF REC-GOODS
                   MOVE SPACE TO CATEGORY-GOODS OF REC-GOODS
           END-READ.
           PERFORM GET-SALE-LINE-PRICE.
           COMPUTE SH-SALE-AMT-WS =
               NUM-SALE OF REC-SALE * SALE-PRICE-WS.
           MOVE DATE-SALE OF REC-SALE TO SH-LINE-DATE-WS.
           PERFORM SH-APPLY-SALE.
           GO TO SH-READ-SALE.
           SH-SALES-DONE.
           CLOSE SALE-FILE.
           .
           SH-SCAN-SALES-EXT.
               EXIT.

       SH-SCAN-ARCHIVE SECTION.
           OPEN INPUT SALE-ARCHIVE-FILE.
           IF NOT (FILE-STA-SALEARC = 00)
               DISPLAY "NO SALES ARCHIVE ON FILE - LIVE SALES ONLY."
               GO TO SH-SCAN-ARCHIVE-EXT
           END-IF.
           OPEN INPUT GOODS-FILE.
           SH-ARC-READ.
           READ SALE-ARCHIVE-FILE NEXT RECORD
               AT END
                   GO TO SH-ARC-DONE
           END-READ.
           PERFORM PARSE-ARC-SALE-LINE.
           IF NOT ARC-LINE-VALID
               GO TO SH-ARC-READ
           END-IF.
           IF ARC-DATE-N-WS < SH-PRI-FROM-WS
                  OR ARC-DATE-N-WS > SH-DATE-TO-WS
               GO TO SH-ARC-READ
           END-IF.
           MOVE ARC-GOODS-N-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE SPACE TO CATEGORY-GOODS OF REC-GOODS
           END-READ.
           COMPUTE SH-SALE-AMT-WS = ARC-QTY-N-WS * ARC-PRICE-N-WS.
           MOVE ARC-DATE-N-WS TO SH-LINE-DATE-WS.
           PERFORM SH-APPLY-SALE.
           GO TO SH-ARC-READ.
           SH-ARC-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-ARCHIVE-FILE.
           .
           SH-SCAN-ARCHIVE-EXT.
               EXIT.

      *>  ONE SALE LINE OF THE GOODS IN REC-GOODS INTO THE PERIOD
      *>  TOTALS AND ITS CATEGORY ROW.
       SH-APPLY-SALE SECTION.
           MOVE "N" TO SH-ADD-SW.
           MOVE "3" TO SH-DIM-WS.
           IF SH-LINE-DATE-WS < SH-DATE-FROM-WS
               SET SH-IN-PRIOR TO TRUE
               ADD SH-SALE-AMT-WS TO SH-SALES-PRI-WS
           ELSE
               SET SH-IN-CURRENT TO TRUE
               ADD SH-SALE-AMT-WS TO SH-SALES-CUR-WS
           END-IF.
           IF CATEGORY-GOODS OF REC-GOODS = SPACE
               MOVE "(NONE)" TO SH-KEY-WS
           ELSE
               MOVE CATEGORY-GOODS OF REC-GOODS TO SH-KEY-WS
           END-IF.
           PERFORM SH-APPLY-MOVEMENT.
           .
           SH-APPLY-SALE-EXT.
               EXIT.

      *>  STEPS SH-BACK-IN-WS BACK SH-BACK-DAYS-WS DAYS ON 30-DAY
      *>  MONTHS INTO SH-BACK-OUT-WS - ADD-DAYS-TO-DATE IN REVERSE.
       SH-STEP-BACK SECTION.
           MOVE SH-BACK-IN-WS(1:4) TO SH-BACK-YYYY-WS.
           MOVE SH-BACK-IN-WS(5:2) TO SH-BACK-MM-WS.
           MOVE SH-BACK-IN-WS(7:2) TO SH-BACK-DD-WS.
           SUBTRACT SH-BACK-DAYS-WS FROM SH-BACK-DD-WS.
           SH-BACK-ROLL-DAYS.
           IF SH-BACK-DD-WS < 1
               ADD 30 TO SH-BACK-DD-WS
               SUBTRACT 1 FROM SH-BACK-MM-WS
               GO TO SH-BACK-ROLL-DAYS
           END-IF.
           SH-BACK-ROLL-MONTHS.
           IF SH-BACK-MM-WS < 1
               ADD 12 TO SH-BACK-MM-WS
               SUBTRACT 1 FROM SH-BACK-YYYY-WS
               GO TO SH-BACK-ROLL-MONTHS
           END-IF.
           COMPUTE SH-BACK-OUT-WS = SH-BACK-YYYY-WS * 10000
               + SH-BACK-MM-WS * 100 + SH-BACK-DD-WS.
           .
           SH-STEP-BACK-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE ROUTE SHEET: ASCENDING
      *>  ON HEAD THEN KEY, EXCEPT OPERATORS, WHICH COME LARGEST
      *>  GROSS VALUE FIRST.
       SH-SORT-ROWS SECTION.
           MOVE 1 TO SH-IDX.
           SH-SORT-OUTER-STEP.
           IF SH-IDX > SH-COUNT-WS
               GO TO SH-SORT-ROWS-EXT
           END-IF.
           MOVE SH-IDX TO SH-MIN-IDX.
           COMPUTE SH-JDX = SH-IDX + 1.
           SH-SORT-INNER-STEP.
           IF SH-JDX > SH-COUNT-WS
               GO TO SH-SORT-SWAP
           END-IF.
           IF SH-DIM(SH-JDX) < SH-DIM(SH-MIN-IDX)
               MOVE SH-JDX TO SH-MIN-IDX
           ELSE
               IF SH-DIM(SH-JDX) = SH-DIM(SH-MIN-IDX)
                   IF SH-DIM(SH-JDX) = "4"
                       IF SH-GROSS-CUR(SH-JDX) >
                              SH-GROSS-CUR(SH-MIN-IDX)
                           MOVE SH-JDX TO SH-MIN-IDX
                       END-IF
                   ELSE
                       IF SH-KEY(SH-JDX) < SH-KEY(SH-MIN-IDX)
                           MOVE SH-JDX TO SH-MIN-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO SH-JDX.
           GO TO SH-SORT-INNER-STEP.
           SH-SORT-SWAP.
           IF SH-MIN-IDX NOT = SH-IDX
               MOVE SH-ROW(SH-IDX) TO SH-ROW-TEMP
               MOVE SH-ROW(SH-MIN-IDX) TO SH-ROW(SH-IDX)
               MOVE SH-ROW-TEMP TO SH-ROW(SH-MIN-IDX)
           END-IF.
           ADD 1 TO SH-IDX.
           GO TO SH-SORT-OUTER-STEP.
           .
           SH-SORT-ROWS-EXT.
               EXIT.

       SH-PRINT-ROW SECTION.
           IF SH-DIM(SH-IDX) NOT = SH-LAST-DIM-WS
               MOVE SH-DIM(SH-IDX) TO SH-LAST-DIM-WS
               EVALUATE SH-LAST-DIM-WS
                   WHEN "1"
                       MOVE "---- BY REASON ----" TO PRINT-LINE-WS
                   WHEN "2"
                       MOVE "---- BY WAREHOUSE ----" TO PRINT-LINE-WS
                   WHEN "3"
                       MOVE "---- BY CATEGORY ----" TO PRINT-LINE-WS
                   WHEN OTHER
                       MOVE "---- TOP 10 OPERATORS BY VALUE ----"
                           TO PRINT-LINE-WS
               END-EVALUATE
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
               EVALUATE SH-LAST-DIM-WS
                   WHEN "3"
                       MOVE "KEY        LOSS-VALUE    SALES-VALUE   "
                           TO PRINT-LINE-WS
                       MOVE "SHRINK%  PRIOR-LOSS    PRIOR-SALES   "
                           TO PRINT-LINE-WS(39:)
                       MOVE "PRIOR%" TO PRINT-LINE-WS(75:)
                   WHEN "4"
                       MOVE "OPERATOR   MOVES  GROSS-VALUE   NET-LOSS"
                           TO PRINT-LINE-WS
                   WHEN OTHER
                       MOVE "KEY        NAME                 QTY-LOST"
                           TO PRINT-LINE-WS
                       MOVE "   LOSS-VALUE    PRIOR-LOSS    CHANGE"
                           TO PRINT-LINE-WS(41:)
               END-EVALUATE
               DISPLAY PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
           END-IF.
           COMPUTE SH-CHANGE-WS =
               SH-VALUE-CUR(SH-IDX) - SH-VALUE-PRI(SH-IDX).
           EVALUATE SH-DIM(SH-IDX)
               WHEN "3"
                   MOVE 0 TO SH-PCT-CUR-WS SH-PCT-PRI-WS
                   IF SH-SALES-CUR(SH-IDX) > 0
                       COMPUTE SH-PCT-CUR-WS ROUNDED =
                           SH-VALUE-CUR(SH-IDX) * 100
                           / SH-SALES-CUR(SH-IDX)
                   END-IF
                   IF SH-SALES-PRI(SH-IDX) > 0
                       COMPUTE SH-PCT-PRI-WS ROUNDED =
                           SH-VALUE-PRI(SH-IDX) * 100
                           / SH-SALES-PRI(SH-IDX)
                   END-IF
                   STRING SH-KEY(SH-IDX) " " SH-VALUE-CUR(SH-IDX) " "
                       SH-SALES-CUR(SH-IDX) " " SH-PCT-CUR-WS "  "
                       SH-VALUE-PRI(SH-IDX) " " SH-SALES-PRI(SH-IDX)
                       " " SH-PCT-PRI-WS
                       DELIMITED BY SIZE INTO PRINT-LINE-WS
               WHEN "4"
                   ADD 1 TO SH-OPER-CT-WS
                   IF SH-OPER-CT-WS > 10
                       GO TO SH-PRINT-ROW-EXT
                   END-IF
                   STRING SH-KEY(SH-IDX) " " SH-MOVES(SH-IDX) "  "
                       SH-GROSS-CUR(SH-IDX) " " SH-VALUE-CUR(SH-IDX)
                       DELIMITED BY SIZE INTO PRINT-LINE-WS
               WHEN OTHER
                   MOVE SPACE TO SH-NAME-WS
                   IF SH-DIM(SH-IDX) = "1"
                       MOVE SH-KEY(SH-IDX) TO CODE-REASON OF REC-REASON
                       READ REASON-FILE
                           KEY IS CODE-REASON OF REC-REASON
                           NOT INVALID KEY
                               MOVE DESC-REASON TO SH-NAME-WS
                       END-READ
                   END-IF
                   STRING SH-KEY(SH-IDX) " " SH-NAME-WS " "
                       SH-QTY-CUR(SH-IDX) "  " SH-VALUE-CUR(SH-IDX) " "
                       SH-VALUE-PRI(SH-IDX) " " SH-CHANGE-WS
                       DELIMITED BY SIZE INTO PRINT-LINE-WS
           END-EVALUATE.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           SH-PRINT-ROW-EXT.
               EXIT.

      *>  =========================到期协议预警==========================
      *>  EVERY PRICED AGREEMENT ENDING WITHIN THE NEXT N DAYS, SO IT
      *>  CAN BE RENEWED BEFORE IT LAPSES: CUSTOMER CONTRACT PRICES,
      *>  SUPPLIER BLANKET ORDERS (WITH THE VOLUME STILL UNDRAWN),
      *>  SUPPLIER COST CATALOG ROWS AND DATED PROMOTIONS. N IS
      *>  KEYED, OR TAKEN FROM THE AGREEWARN CONTROL (DEFAULT 30).
       EXPIRING-AGREE-INFO SECTION.
           DISPLAY "EXPIRING-AGREEMENTS-INFO".
           DISPLAY "ENTER DAYS AHEAD TO WARN OF (0 = STANDING "
                   "SETTING):"
           ACCEPT AW-DAYS-WS.
           PERFORM AW-RUN.
           .
           EXPIRING-AGREE-INFO-EXT.
               EXIT.

       AW-RUN SECTION.
           IF AW-DAYS-WS = 0
               MOVE 30 TO AW-DAYS-WS
               OPEN INPUT CONTROL-FILE
               IF FILE-STA-CONTROL = 00 OR FILE-STA-CONTROL = 05
                   MOVE "AGREEWARN" TO NAME-CONTROL
                   READ CONTROL-FILE
                       KEY IS NAME-CONTROL OF REC-CONTROL
                       NOT INVALID KEY
                           IF VALUE-CONTROL > 0
                               MOVE VALUE-CONTROL TO AW-DAYS-WS
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.
           ACCEPT AW-TODAY-WS FROM DATE YYYYMMDD.
           MOVE AW-TODAY-WS TO DUE-IN-DATE-WS.
           MOVE AW-DAYS-WS TO DUE-ADD-DAYS-WS.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DUE-OUT-DATE-WS TO AW-HORIZON-WS.
           MOVE 0 TO AW-COUNT-WS.
           STRING "AGREEMENTS ENDING " AW-TODAY-WS " TO "
               AW-HORIZON-WS " (" AW-DAYS-WS " DAYS)"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT GOODS-FILE.
           PERFORM AW-CONTRACTS.
           PERFORM AW-BLANKETS.
           PERFORM AW-CATALOG.
           PERFORM AW-PROMOTIONS.
           CLOSE GOODS-FILE.
           STRING AW-COUNT-WS " AGREEMENTS END WITHIN " AW-DAYS-WS
               " DAYS."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           AW-RUN-EXT.
               EXIT.

      *>  SETS AW-DUE WHEN AW-END-WS FALLS FROM TODAY TO THE HORIZON,
      *>  WITH THE DAYS STILL TO RUN IN AW-DAYS-LEFT-WS. A ZERO END
      *>  DATE IS OPEN-ENDED AND NEVER DUE.
       AW-CHECK-END SECTION.
           MOVE "N" TO AW-DUE-SW.
           IF AW-END-WS = 0
                  OR AW-END-WS < AW-TODAY-WS
                  OR AW-END-WS > AW-HORIZON-WS
               GO TO AW-CHECK-END-EXT
           END-IF.
           SET AW-DUE TO TRUE.
           ADD 1 TO AW-COUNT-WS.
           MOVE AW-TODAY-WS TO AGE-FROM-DATE-WS.
           MOVE AW-END-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE AGE-DAYS-WS TO AW-DAYS-LEFT-WS.
           .
           AW-CHECK-END-EXT.
               EXIT.

      *>  THE GOODS NAME AND TODAY'S LIST PRICE FOR AW-GOODS-WS.
       AW-GET-GOODS SECTION.
           MOVE SPACE TO AW-ITEM-WS.
           MOVE 0 TO AW-LIST-PRICE-WS.
           MOVE AW-GOODS-WS TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               NOT INVALID KEY
                   MOVE NAME-GOODS OF REC-GOODS TO AW-ITEM-WS
                   MOVE PRICE-GOODS OF REC-GOODS TO AW-LIST-PRICE-WS
           END-READ.
           .
           AW-GET-GOODS-EXT.
               EXIT.

       AW-CONTRACTS SECTION.
           OPEN INPUT CONTRACT-FILE.
           IF NOT (FILE-STA-CONTRACT = 00)
               CLOSE CONTRACT-FILE
               GO TO AW-CONTRACTS-EXT
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           MOVE "---- CUSTOMER CONTRACT PRICES ----" TO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CUSTOMER NAME                  GOODS  NAME"
               TO PRINT-LINE-WS.
           MOVE "CONTRACT  LIST     ENDS     DAYS"
               TO PRINT-LINE-WS(62:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           AW-CTR-READ.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   GO TO AW-CTR-DONE
           END-READ.
           MOVE DATE-END-CTR TO AW-END-WS.
           PERFORM AW-CHECK-END.
           IF NOT AW-DUE
               GO TO AW-CTR-READ
           END-IF.
           MOVE SPACE TO AW-NAME-WS.
           MOVE ID-CUSTOMER-CTR TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               NOT INVALID KEY
                   MOVE NAME-CUSTOMER OF REC-CUSTOMER TO AW-NAME-WS
           END-READ.
           MOVE ID-GOODS-CTR TO AW-GOODS-WS.
           PERFORM AW-GET-GOODS.
           STRING ID-CUSTOMER-CTR "   " AW-NAME-WS "  "
               ID-GOODS-CTR " " AW-ITEM-WS " " PRICE-CTR " "
               AW-LIST-PRICE-WS " " DATE-END-CTR " " AW-DAYS-LEFT-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO AW-CTR-READ.
           AW-CTR-DONE.
           CLOSE CUSTOMER-FILE.
           CLOSE CONTRACT-FILE.
           .
           AW-CONTRACTS-EXT.
               EXIT.

       AW-BLANKETS SECTION.
           OPEN INPUT BLANKET-FILE.
           IF NOT (FILE-STA-BLANKET = 00)
               CLOSE BLANKET-FILE
               GO TO AW-BLANKETS-EXT
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           MOVE "---- SUPPLIER BLANKET ORDERS ----" TO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "BLANKET SUPPLIER NAME                  GOODS  NAME"
               TO PRINT-LINE-WS.
           MOVE "PRICE    AGREED  UNDRAWN ENDS     DAYS"
               TO PRINT-LINE-WS(70:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           AW-BLKT-READ.
           READ BLANKET-FILE NEXT RECORD
               AT END
                   GO TO AW-BLKT-DONE
           END-READ.
           MOVE DATE-END-BLKT TO AW-END-WS.
           PERFORM AW-CHECK-END.
           IF NOT AW-DUE
               GO TO AW-BLKT-READ
           END-IF.
           COMPUTE AW-UNDRAWN-WS = QTY-AGREED-BLKT - QTY-DRAWN-BLKT.
           IF AW-UNDRAWN-WS < 0
               MOVE 0 TO AW-UNDRAWN-WS
           END-IF.
           MOVE CODE-SUPPLIER-BLKT TO AW-SUPPLIER-WS.
           PERFORM AW-GET-SUPPLIER.
           MOVE ID-GOODS-BLKT TO AW-GOODS-WS.
           PERFORM AW-GET-GOODS.
           STRING ID-BLANKET "  " CODE-SUPPLIER-BLKT "   " AW-NAME-WS
               "  " ID-GOODS-BLKT " " AW-ITEM-WS " " PRICE-BLKT " "
               QTY-AGREED-BLKT " " AW-UNDRAWN-WS " " DATE-END-BLKT " "
               AW-DAYS-LEFT-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO AW-BLKT-READ.
           AW-BLKT-DONE.
           CLOSE SUPPLIER-FILE.
           CLOSE BLANKET-FILE.
           .
           AW-BLANKETS-EXT.
               EXIT.

       AW-GET-SUPPLIER SECTION.
           MOVE SPACE TO AW-NAME-WS.
           MOVE AW-SUPPLIER-WS TO CODE-SUPPLIER OF REC-SUPPLIER.
           READ SUPPLIER-FILE
               KEY IS CODE-SUPPLIER OF REC-SUPPLIER
               NOT INVALID KEY
                   MOVE NAME-SUPPLIER TO AW-NAME-WS
           END-READ.
           .
           AW-GET-SUPPLIER-EXT.
               EXIT.

      *>  A CATALOG ROW ONLY COUNTS WHEN NO LATER ROW FOR THE SAME
      *>  SUPPLIER AND GOODS HAS REPLACED IT. ROWS COME IN KEY ORDER,
      *>  SO EACH ROW IS HELD UNTIL THE NEXT ONE SHOWS WHETHER IT
      *>  WAS THE LAST OF ITS PAIR.
       AW-CATALOG SECTION.
           OPEN INPUT COST-CATALOG-FILE.
           IF NOT (FILE-STA-COSTCAT = 00)
               CLOSE COST-CATALOG-FILE
               GO TO AW-CATALOG-EXT
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           MOVE "---- SUPPLIER COST CATALOG ----" TO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SUPPLIER NAME                  GOODS  NAME"
               TO PRINT-LINE-WS.
           MOVE "COST    FROM     ENDS     DAYS"
               TO PRINT-LINE-WS(62:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO AW-CAT-HELD-SW.
           AW-CAT-READ.
           READ COST-CATALOG-FILE NEXT RECORD
               AT END
                   GO TO AW-CAT-DONE
           END-READ.
           IF AW-CAT-HELD
                  AND NOT (CODE-SUPPLIER-CAT = AW-CAT-SUPPLIER-WS
                           AND ID-GOODS-CAT = AW-CAT-GOODS-WS)
               PERFORM AW-CAT-PRINT-HELD
           END-IF.
           SET AW-CAT-HELD TO TRUE.
           MOVE CODE-SUPPLIER-CAT TO AW-CAT-SUPPLIER-WS.
           MOVE ID-GOODS-CAT TO AW-CAT-GOODS-WS.
           MOVE DATE-EFF-CAT TO AW-CAT-EFF-WS.
           MOVE COST-CAT TO AW-CAT-COST-WS.
           MOVE 0 TO AW-CAT-END-WS.
           IF DATE-END-CAT IS NUMERIC
               MOVE DATE-END-CAT TO AW-CAT-END-WS
           END-IF.
           GO TO AW-CAT-READ.
           AW-CAT-DONE.
           IF AW-CAT-HELD
               PERFORM AW-CAT-PRINT-HELD
           END-IF.
           CLOSE SUPPLIER-FILE.
           CLOSE COST-CATALOG-FILE.
           .
           AW-CATALOG-EXT.
               EXIT.

       AW-CAT-PRINT-HELD SECTION.
           MOVE AW-CAT-END-WS TO AW-END-WS.
           PERFORM AW-CHECK-END.
           IF NOT AW-DUE
               GO TO AW-CAT-PRINT-HELD-EXT
           END-IF.
           MOVE AW-CAT-SUPPLIER-WS TO AW-SUPPLIER-WS.
           PERFORM AW-GET-SUPPLIER.
           MOVE AW-CAT-GOODS-WS TO AW-GOODS-WS.
           PERFORM AW-GET-GOODS.
           STRING AW-CAT-SUPPLIER-WS "   " AW-NAME-WS "  "
               AW-CAT-GOODS-WS " " AW-ITEM-WS " " AW-CAT-COST-WS " "
               AW-CAT-EFF-WS " " AW-CAT-END-WS " " AW-DAYS-LEFT-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           AW-CAT-PRINT-HELD-EXT.
               EXIT.

       AW-PROMOTIONS SECTION.
           OPEN INPUT DISCOUNT-FILE.
           IF NOT (FILE-STA-DISCOUNT = 00)
               CLOSE DISCOUNT-FILE
               GO TO AW-PROMOTIONS-EXT
           END-IF.
           MOVE "---- DATED PROMOTIONS ----" TO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "KIND GOODS/CATEGORY NAME                 FROM-QTY  PCT"
               TO PRINT-LINE-WS.
           MOVE "    ENDS     DAYS" TO PRINT-LINE-WS(56:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           AW-DISC-READ.
           READ DISCOUNT-FILE NEXT RECORD
               AT END
                   GO TO AW-DISC-DONE
           END-READ.
           MOVE DATE-END-DISC TO AW-END-WS.
           PERFORM AW-CHECK-END.
           IF NOT AW-DUE
               GO TO AW-DISC-READ
           END-IF.
           MOVE SPACE TO AW-ITEM-WS.
           IF DISC-BY-GOODS AND ID-DISC(1:6) IS NUMERIC
               MOVE ID-DISC(1:6) TO AW-GOODS-WS
               PERFORM AW-GET-GOODS
           END-IF.
           STRING KIND-DISC "    " ID-DISC "     " AW-ITEM-WS " "
               QTY-BREAK-DISC "     " PCT-DISC " " DATE-END-DISC " "
               AW-DAYS-LEFT-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO AW-DISC-READ.
           AW-DISC-DONE.
           CLOSE DISCOUNT-FILE.
           .
           AW-PROMOTIONS-EXT.
               EXIT.
      *>  =========================打印仓库信息========================
       GOODS-INFO SECTION.
           DISPLAY 'A>ALL-GOODS-INF    M>BY MANUFACTURER   '
                   'N>BY NAME     I>BY ID    L>LOW-STOCK    '
                   'V>INVENTORY-VALUE    T>TOP-SELLING    '
                   'C>BY CATEGORY    X>EXPIRING LOTS    '
                   'S>SLOW MOVERS    H>VALUATION AS AT    E>EXIT.'
           DISPLAY 'ENTER YOUR CHOICE:'
           ACCEPT GOODS-PRINT-CHOICE
           EVALUATE GOODS-PRINT-CHOICE
               WHEN 'A'
                   PERFORM ALL-GOODS-INFO
               WHEN 'M'
                   PERFORM MANUF-GOODS-INFO
               WHEN 'N'
                   PERFORM NAME-GOODS-INFO
               WHEN 'I'
                   PERFORM ID-GOODS-INFO
               WHEN 'L'
                   PERFORM LOW-STOCK-GOODS-INFO
               WHEN 'V'
                   PERFORM VALUE-GOODS-INFO
               WHEN 'T'
                   PERFORM TOP-SELLING-INFO
               WHEN 'C'
                   PERFORM CATEGORY-GOODS-INFO
               WHEN 'X'
                   PERFORM EXPIRING-LOTS-INFO
               WHEN 'S'
                   PERFORM SLOW-MOVER-INFO
               WHEN 'H'
                   PERFORM VALUATION-HISTORY-INFO
               WHEN 'E'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE!"
           END-EVALUATE.
           GO TO GOODS-INFO-EXT.
           .
           GOODS-INFO-EXT.
               EXIT.
       ALL-GOODS-INFO SECTION.
           DISPLAY "ALL-GOODS-INFO"
           DISPLAY GHEAD.
           MOVE GHEAD TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT GOODS-FILE.
           READ-REC.
           READ GOODS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CORR REC-GOODS TO GBODY
                   DISPLAY GBODY
                   MOVE GBODY TO PRINT-LINE-WS
                   PERFORM WRITE-REPORT-LINE
                   GO TO READ-REC
           END-READ.
           CLOSE GOODS-FILE.
           .
           ALL-GOODS-INFO-EXT.
               EXIT.
      *>  STARTS-WITH SEARCH OFF THE NAME ALTERNATE KEY - TYPE AS
      *>  MUCH OF THE NAME AS IS KNOWN AT THE COUNTER.
       NAME-GOODS-INFO SECTION.
           DISPLAY "NAME-GOODS-INFO"
           DISPLAY "INPUT THE NAME (OR START) OF GOODS:"
           ACCEPT PARAM-NAME-GOODS
           MOVE 20 TO NAME-PREFIX-LEN-WS.
           NAME-PREFIX-TRIM.
           IF NAME-PREFIX-LEN-WS > 1 AND
                  PARAM-NAME-GOODS(NAME-PREFIX-LEN-WS:1) = SPACE
               SUBTRACT 1 FROM NAME-PREFIX-LEN-WS
               GO TO NAME-PREFIX-TRIM
           END-IF.
           DISPLAY GHEAD.
           MOVE GHEAD TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT GOODS-FILE.
           MOVE PARAM-NAME-GOODS TO NAME-GOODS OF REC-GOODS.
           START GOODS-FILE
               KEY NOT LESS THAN NAME-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO NAME-GOODS-DONE
           END-START.
           READ-REC.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO NAME-GOODS-DONE
           END-READ.
           IF NOT (NAME-GOODS OF REC-GOODS(1:NAME-PREFIX-LEN-WS)
                   = PARAM-NAME-GOODS(1:NAME-PREFIX-LEN-WS))
               GO TO NAME-GOODS-DONE
           END-IF.
           MOVE CORR REC-GOODS TO GBODY.
           DISPLAY GBODY.
           MOVE GBODY TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO READ-REC.

           NAME-GOODS-DONE.
           CLOSE GOODS-FILE.
           .
           NAME-GOODS-INFO-EXT.
               EXIT.
      *>  READS STRAIGHT OFF THE SUPPLIER ALTERNATE KEY INSTEAD OF
      *>  SCANNING THE WHOLE CATALOG.
       MANUF-GOODS-INFO SECTION.
           DISPLAY "MANUF-GOODS-INFO"
           DISPLAY "INPUT THE SUPPLIER CODE OF GOODS:"
           ACCEPT PARAM-CODE-SUPPLIER-WS
           DISPLAY GHEAD.
           MOVE GHEAD TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT GOODS-FILE.
           MOVE PARAM-CODE-SUPPLIER-WS
               TO CODE-SUPPLIER OF REC-GOODS.
           START GOODS-FILE
               KEY NOT LESS THAN CODE-SUPPLIER OF REC-GOODS
               INVALID KEY
                   GO TO MANUF-GOODS-DONE
           END-START.
           READ-REC.
           READ GOODS-FILE NEXT RECORD
               AT END
                   GO TO MANUF-GOODS-DONE
           END-READ.
           IF NOT (CODE-SUPPLIER OF REC-GOODS
                   = PARAM-CODE-SUPPLIER-WS)
               GO TO MANUF-GOODS-DONE
           END-IF.
           MOVE CORR REC-GOODS TO GBODY.
           DISPLAY GBODY.
           MOVE GBODY TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO READ-REC.

           MANUF-GOODS-DONE.
           CLOSE GOODS-FILE.
           .
           MANUF-GOODS-INFO-EXT.
               EXIT.
       ID-GOODS-INFO SECTION.
           DISPLAY "ID-GOODS-INFO"
           DISPLAY "INPUT THE ID OF GOODS:"
           ACCEPT PARAM-ID-GOODS
           DISPLAY GHEAD.
           MOVE GHEAD TO PRINT-LINE-WS.
                   "HOME-VALUE"
           INITIALIZE GRAND-TOTAL-VALUE-WS.
           ACCEPT RPT-TODAY-WS FROM DATE YYYYMMDD.
           PERFORM ACCEPT-ABC-CLASS-FILTER.
           OPEN INPUT GOODS-FILE.
           VALUE-READ-REC.
           READ GOODS-FILE NEXT RECORD
                   IF GOODS-CONSIGNMENT
                       GO TO VALUE-READ-REC
                   END-IF
                   PERFORM CHECK-ABC-CLASS-FILTER
                   IF NOT RPT-ABC-MATCH
                       GO TO VALUE-READ-REC
                   END-IF
                   COMPUTE EXT-VALUE-WS =
                       PRICE-GOODS OF REC-GOODS
                           * LEFT-GOODS OF REC-GOODS
           STRING "GRAND TOTAL INVENTORY VALUE ("
               HOME-CURRENCY-WS "): " GRAND-TOTAL-VALUE-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           IF NOT (RPT-ABC-CLASS-WS = SPACE)
               MOVE SPACE TO PRINT-LINE-WS(60:)
               STRING " - CLASS " RPT-ABC-CLASS-WS " ONLY"
                   DELIMITED BY SIZE INTO PRINT-LINE-WS(60:)
               DISPLAY "(CLASS " RPT-ABC-CLASS-WS " GOODS ONLY)"
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           .
           VALUE-GOODS-INFO-EXT.
               EXIT.

      *>  STOCK AS IT STOOD AT A MONTH END, FROM THE SNAPSHOT THE
      *>  MONTH-END RUN TOOK - EVERY GOODS AND LOCATION AT FIFO COST
      *>  AND IN HOME CURRENCY, THEN BY CATEGORY. AN EARLIER
      *>  SNAPSHOT MONTH GIVEN AS WELL ADDS THE MOVEMENT BETWEEN THE
      *>  TWO, CATEGORY BY CATEGORY.
       VALUATION-HISTORY-INFO SECTION.
           DISPLAY "VALUATION-AS-AT-INFO (HOME CURRENCY "
                   HOME-CURRENCY-WS ")".
           CHECK-VH-MONTH.
           DISPLAY "ENTER SNAPSHOT MONTH (YYYYMM):"
           ACCEPT VH-MONTH-WS
           IF VH-MONTH-WS NOT NUMERIC
                  OR VH-MONTH-WS(5:2) < "01"
                  OR VH-MONTH-WS(5:2) > "12"
               DISPLAY "NOT A VALID MONTH! PLEASE RE-ENTER:"
               GO TO CHECK-VH-MONTH
           END-IF.
           CHECK-VH-COMPARE.
           DISPLAY "COMPARE WITH AN EARLIER SNAPSHOT MONTH "
                   "(YYYYMM, 0 = NO COMPARISON):"
           ACCEPT VH-COMPARE-WS
           IF VH-COMPARE-WS NOT NUMERIC
               DISPLAY "NOT A VALID MONTH! PLEASE RE-ENTER:"
               GO TO CHECK-VH-COMPARE
           END-IF.
           IF VH-COMPARE-WS > 0
                  AND (VH-COMPARE-WS(5:2) < "01"
                       OR VH-COMPARE-WS(5:2) > "12"
                       OR NOT (VH-COMPARE-WS < VH-MONTH-WS))
               DISPLAY "MUST BE A MONTH BEFORE " VH-MONTH-WS
                       "! PLEASE RE-ENTER:"
               GO TO CHECK-VH-COMPARE
           END-IF.
           OPEN INPUT INV-SNAPSHOT-FILE.
           IF NOT (FILE-STA-INVSNAP = 00)
               DISPLAY "NO VALUATION SNAPSHOTS ON FILE."
               GO TO VALUATION-HISTORY-INFO-EXT
           END-IF.
           MOVE 0 TO VH-CAT-COUNT-WS.
           MOVE 0 TO VH-QTY-TOT-WS VH-VALUE-TOT-WS.
           MOVE 0 TO VH-PRI-QTY-TOT-WS VH-PRI-VALUE-TOT-WS.
           MOVE 0 TO VH-TAKEN-WS.
           STRING "STOCK VALUATION AS AT MONTH END " VH-MONTH-WS
               " - HOME CURRENCY " HOME-CURRENCY-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "GOODS  NAME                 LOCN   CATEGORY     "
               TO PRINT-LINE-WS.
           MOVE "QTY CUR    FIFO-VALUE    HOME-VALUE"
               TO PRINT-LINE-WS(50:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT GOODS-FILE.
           SET VH-PASS-CURRENT TO TRUE.
           MOVE VH-MONTH-WS TO VH-SCAN-MONTH-WS.
           PERFORM VH-SCAN-SNAPSHOT.
           CLOSE GOODS-FILE.
           IF VH-ROW-CT-WS = 0
               DISPLAY "NO SNAPSHOT WAS TAKEN FOR " VH-MONTH-WS "."
               STRING "NO SNAPSHOT WAS TAKEN FOR " VH-MONTH-WS "."
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
               PERFORM WRITE-REPORT-LINE
               GO TO VH-CLOSE
           END-IF.
           STRING "TOTAL QTY " VH-QTY-TOT-WS "  HOME VALUE "
               VH-VALUE-TOT-WS "  (SNAPSHOT TAKEN " VH-TAKEN-WS ")"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.

           IF VH-COMPARE-WS > 0
               SET VH-PASS-COMPARE TO TRUE
               MOVE VH-COMPARE-WS TO VH-SCAN-MONTH-WS
               PERFORM VH-SCAN-SNAPSHOT
               IF VH-ROW-CT-WS = 0
                   DISPLAY "NO SNAPSHOT WAS TAKEN FOR " VH-COMPARE-WS
                           " - NO MOVEMENT SHOWN."
                   STRING "NO SNAPSHOT WAS TAKEN FOR " VH-COMPARE-WS
                       " - NO MOVEMENT SHOWN."
                       DELIMITED BY SIZE INTO PRINT-LINE-WS
                   PERFORM WRITE-REPORT-LINE
                   MOVE 0 TO VH-COMPARE-WS
               END-IF
           END-IF.
           PERFORM VH-PRINT-CATEGORIES.
           VH-CLOSE.
           CLOSE INV-SNAPSHOT-FILE.
           .
           VALUATION-HISTORY-INFO-EXT.
               EXIT.

      *>  ONE SNAPSHOT MONTH, VH-SCAN-MONTH-WS, INTO THE CATEGORY
      *>  TABLE - THE CURRENT MONTH'S ROWS ARE LISTED AS THEY GO,
      *>  THE COMPARISON MONTH'S ONLY ACCUMULATE.
       VH-SCAN-SNAPSHOT SECTION.
           MOVE 0 TO VH-ROW-CT-WS.
           MOVE VH-SCAN-MONTH-WS TO YYYYMM-SNAP.
           MOVE 0 TO ID-GOODS-SNAP.
           MOVE SPACE TO CODE-LOCATION-SNAP.
           START INV-SNAPSHOT-FILE
               KEY NOT LESS THAN KEY-INV-SNAPSHOT OF REC-INV-SNAPSHOT
               INVALID KEY
                   GO TO VH-SCAN-SNAPSHOT-EXT
           END-START.
           VH-SCAN-READ.
           READ INV-SNAPSHOT-FILE NEXT RECORD
               AT END
                   GO TO VH-SCAN-SNAPSHOT-EXT
           END-READ.
           IF NOT (YYYYMM-SNAP = VH-SCAN-MONTH-WS)
               GO TO VH-SCAN-SNAPSHOT-EXT
           END-IF.
           ADD 1 TO VH-ROW-CT-WS.
           PERFORM VH-FIND-CATEGORY.
           IF VH-PASS-COMPARE
               ADD QTY-SNAP TO VH-CAT-PRI-QTY(VH-CAT-IDX)
                               VH-PRI-QTY-TOT-WS
               ADD HOME-VALUE-SNAP TO VH-CAT-PRI-VALUE(VH-CAT-IDX)
                                      VH-PRI-VALUE-TOT-WS
               GO TO VH-SCAN-READ
           END-IF.
           ADD QTY-SNAP TO VH-CAT-QTY(VH-CAT-IDX) VH-QTY-TOT-WS.
           ADD HOME-VALUE-SNAP TO VH-CAT-VALUE(VH-CAT-IDX)
                                  VH-VALUE-TOT-WS.
           MOVE DATE-TAKEN-SNAP TO VH-TAKEN-WS.
           MOVE ID-GOODS-SNAP TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO NAME-GOODS OF REC-GOODS
           END-READ.
           STRING ID-GOODS-SNAP " " NAME-GOODS OF REC-GOODS " "
               CODE-LOCATION-SNAP " " CATEGORY-SNAP " "
               QTY-SNAP " " CURRENCY-SNAP " " FIFO-VALUE-SNAP " "
               HOME-VALUE-SNAP
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO VH-SCAN-READ.
           .
           VH-SCAN-SNAPSHOT-EXT.
               EXIT.

      *>  CATEGORIES IN FIRST-SEEN ORDER. A CATALOGUE WITH MORE THAN
      *>  200 OF THEM LUMPS THE REST INTO THE LAST ROW.
       VH-FIND-CATEGORY SECTION.
           MOVE 1 TO VH-CAT-IDX.
           VH-FIND-CAT-SCAN.
           IF VH-CAT-IDX > VH-CAT-COUNT-WS
               GO TO VH-FIND-CAT-ADD
           END-IF.
           IF VH-CAT-NAME(VH-CAT-IDX) = CATEGORY-SNAP
               GO TO VH-FIND-CATEGORY-EXT
           END-IF.
           ADD 1 TO VH-CAT-IDX.
           GO TO VH-FIND-CAT-SCAN.
           VH-FIND-CAT-ADD.
           IF VH-CAT-COUNT-WS NOT < 200
               MOVE VH-CAT-COUNT-WS TO VH-CAT-IDX
               GO TO VH-FIND-CATEGORY-EXT
           END-IF.
           ADD 1 TO VH-CAT-COUNT-WS.
           MOVE VH-CAT-COUNT-WS TO VH-CAT-IDX.
           MOVE CATEGORY-SNAP TO VH-CAT-NAME(VH-CAT-IDX).
           MOVE 0 TO VH-CAT-QTY(VH-CAT-IDX).
           MOVE 0 TO VH-CAT-VALUE(VH-CAT-IDX).
           MOVE 0 TO VH-CAT-PRI-QTY(VH-CAT-IDX).
           MOVE 0 TO VH-CAT-PRI-VALUE(VH-CAT-IDX).
           .
           VH-FIND-CATEGORY-EXT.
               EXIT.

      *>  WITHOUT A COMPARISON MONTH, THE CATEGORY TOTALS ALONE;
      *>  WITH ONE, EACH CATEGORY THEN AND NOW AND THE MOVEMENT. A
      *>  CATEGORY PRESENT IN ONLY ONE OF THE MONTHS SHOWS ZERO IN
      *>  THE OTHER.
       VH-PRINT-CATEGORIES SECTION.
           IF VH-COMPARE-WS = 0
               MOVE "CATEGORY          QTY     HOME-VALUE"
                   TO PRINT-LINE-WS
           ELSE
               STRING "CATEGORY   QTY " VH-COMPARE-WS
                   "  QTY " VH-MONTH-WS "  VALUE " VH-COMPARE-WS
                   "     VALUE " VH-MONTH-WS "       MOVEMENT"
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
           END-IF.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO VH-CAT-IDX.
           VH-PRINT-CAT-ROW.
           IF VH-CAT-IDX > VH-CAT-COUNT-WS
               GO TO VH-PRINT-CAT-DONE
           END-IF.
           IF VH-COMPARE-WS = 0
               STRING VH-CAT-NAME(VH-CAT-IDX) " "
                   VH-CAT-QTY(VH-CAT-IDX) " "
                   VH-CAT-VALUE(VH-CAT-IDX)
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
           ELSE
               COMPUTE VH-VALUE-MOVE-WS = VH-CAT-VALUE(VH-CAT-IDX)
                   - VH-CAT-PRI-VALUE(VH-CAT-IDX)
               STRING VH-CAT-NAME(VH-CAT-IDX) " "
                   VH-CAT-PRI-QTY(VH-CAT-IDX) " "
                   VH-CAT-QTY(VH-CAT-IDX) " "
                   VH-CAT-PRI-VALUE(VH-CAT-IDX) " "
                   VH-CAT-VALUE(VH-CAT-IDX) " "
                   VH-VALUE-MOVE-WS
                   DELIMITED BY SIZE INTO PRINT-LINE-WS
           END-IF.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO VH-CAT-IDX.
           GO TO VH-PRINT-CAT-ROW.

           VH-PRINT-CAT-DONE.
           IF VH-COMPARE-WS = 0
               GO TO VH-PRINT-CATEGORIES-EXT
           END-IF.
           COMPUTE VH-QTY-MOVE-WS = VH-QTY-TOT-WS - VH-PRI-QTY-TOT-WS.
           COMPUTE VH-VALUE-MOVE-WS =
               VH-VALUE-TOT-WS - VH-PRI-VALUE-TOT-WS.
           STRING "TOTAL      " VH-PRI-QTY-TOT-WS " "
               VH-QTY-TOT-WS " " VH-PRI-VALUE-TOT-WS " "
               VH-VALUE-TOT-WS " " VH-VALUE-MOVE-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "NET QTY MOVEMENT " VH-QTY-MOVE-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           VH-PRINT-CATEGORIES-EXT.
               EXIT.

      *>  ASKS FOR THE A/B/C CLASS TO REPORT ON.
       ACCEPT-ABC-CLASS-FILTER SECTION.
           DISPLAY "ENTER A/B/C CLASS TO REPORT (BLANK = ALL GOODS):"
           MOVE SPACE TO RPT-ABC-CLASS-WS.
           ACCEPT RPT-ABC-CLASS-WS.
           IF NOT (RPT-ABC-CLASS-WS = SPACE OR RPT-ABC-CLASS-WS = "A"
                   OR RPT-ABC-CLASS-WS = "B"
                   OR RPT-ABC-CLASS-WS = "C")
               DISPLAY "NOT A CLASS - REPORTING ALL GOODS."
               MOVE SPACE TO RPT-ABC-CLASS-WS
           END-IF.
           .
           ACCEPT-ABC-CLASS-FILTER-EXT.
               EXIT.

      *>  SETS RPT-ABC-MATCH WHEN THE GOODS IN REC-GOODS IS IN THE
      *>  CLASS ASKED FOR. UNCLASSIFIED GOODS COUNT AS CLASS C.
       CHECK-ABC-CLASS-FILTER SECTION.
           MOVE "N" TO RPT-ABC-MATCH-SW.
           EVALUATE RPT-ABC-CLASS-WS
               WHEN SPACE
                   SET RPT-ABC-MATCH TO TRUE
               WHEN "A"
                   IF GOODS-CLASS-A
                       SET RPT-ABC-MATCH TO TRUE
                   END-IF
               WHEN "B"
                   IF GOODS-CLASS-B
                       SET RPT-ABC-MATCH TO TRUE
                   END-IF
               WHEN OTHER
                   IF NOT (GOODS-CLASS-A OR GOODS-CLASS-B)
                       SET RPT-ABC-MATCH TO TRUE
                   END-IF
           END-EVALUATE.
           .
           CHECK-ABC-CLASS-FILTER-EXT.
               EXIT.

      *>  LATEST RATE NOT AFTER FX-DATE-WS FOR FX-CUR-WS, INTO
      *>  FX-RATE-WS. HOME CURRENCY AND UNKNOWN CURRENCIES RATE 1.
       GET-FX-RATE SECTION.
       SLOW-MOVER-INFO SECTION.
           DISPLAY "SLOW-MOVER-INFO"
           ACCEPT RPT-TODAY-WS FROM DATE YYYYMMDD.
           PERFORM ACCEPT-ABC-CLASS-FILTER.
           INITIALIZE SM-COUNT-WS.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT MONTH-SUMMARY-FILE.
           SLOW-READ-GOODS.
           READ GOODS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CHECK-ABC-CLASS-FILTER
                   IF LEFT-GOODS OF REC-GOODS > 0
                          AND SM-COUNT-WS < 2000
                          AND RPT-ABC-MATCH
                       PERFORM SLOW-ONE-GOODS
                   END-IF
                   GO TO SLOW-READ-GOODS
           END-READ.
           CLOSE MONTH-SUMMARY-FILE.
           CLOSE GOODS-FILE.
           IF SM-COUNT-WS = 2000
               DISPLAY "SLOW-MOVER-INFO: REPORT TRUNCATED AT 2000 "
           SLOW-MOVER-INFO-EXT.
               EXIT.

      *>  FINDS THE MOST RECENT SALE OF THE GOODS IN REC-GOODS FROM
      *>  ITS MONTHLY SUMMARY ROWS AND KEEPS THE ROW WHEN IT IS OLDER
      *>  THAN 30 DAYS (OR THE ITEM NEVER SOLD AT ALL).
       SLOW-ONE-GOODS SECTION.
           MOVE 0 TO SM-LAST-SALE-WS.
           SET MSUM-GOODS TO TRUE.
           MOVE ID-GOODS OF REC-GOODS TO ID-MSUM.
           MOVE 0 TO YYYYMM-MSUM.
           START MONTH-SUMMARY-FILE
               KEY NOT LESS THAN KEY-MONTH-SUMMARY
               INVALID KEY
                   GO TO SLOW-ONE-GOODS-JUDGE
           END-START.
           SLOW-SCAN-SUMMARY.
           READ MONTH-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO SLOW-ONE-GOODS-JUDGE
           END-READ.
           IF NOT MSUM-GOODS
                  OR ID-MSUM NOT = ID-GOODS OF REC-GOODS
               GO TO SLOW-ONE-GOODS-JUDGE
           END-IF.
           IF QTY-MSUM > 0
                  AND LAST-SALE-MSUM > SM-LAST-SALE-WS
               MOVE LAST-SALE-MSUM TO SM-LAST-SALE-WS
           END-IF.
           GO TO SLOW-SCAN-SUMMARY.

           SLOW-ONE-GOODS-JUDGE.
           IF SM-LAST-SALE-WS = 0
           INITIALIZE RECONCILE-WS.

           OPEN INPUT SALE-FILE.
           MOVE RECON-DATE-WS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO RECON-SALE-DONE
           END-START.
           RECON-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-SALE OF REC-SALE > RECON-DATE-WS
                       GO TO RECON-SALE-DONE
                   END-IF
                   IF DATE-SALE OF REC-SALE = RECON-DATE-WS
                       IF SALE-VOIDED
                           ADD 1 TO RECON-SALE-VOID-CT-WS
                   END-IF
                   GO TO RECON-READ-SALE
           END-READ.
           RECON-SALE-DONE.
           CLOSE SALE-FILE.

           OPEN INPUT PURCHASE-FILE.
           MOVE RECON-DATE-WS TO DATE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN DATE-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO RECON-PURCHASE-DONE
           END-START.
           RECON-READ-PURCHASE.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-PURCHASE OF REC-PURCHASE > RECON-DATE-WS
                       GO TO RECON-PURCHASE-DONE
                   END-IF
                   IF DATE-PURCHASE OF REC-PURCHASE = RECON-DATE-WS
                       IF PURCHASE-VOIDED
                           ADD 1 TO RECON-PURCH-VOID-CT-WS
                   END-IF
                   GO TO RECON-READ-PURCHASE
           END-READ.
           RECON-PURCHASE-DONE.
           CLOSE PURCHASE-FILE.

           COMPUTE RECON-NET-STOCK-WS =
      *>  BY MARGIN, BIGGEST FIRST.
       CUSTOMER-PROFIT-INFO SECTION.
           DISPLAY "CUSTOMER-PROFIT-INFO".
           DISPLAY "ENTER FIRST MONTH OF RANGE (YYYYMM, 0 = ALL):"
           ACCEPT CP-MONTH-FROM-WS
           DISPLAY "ENTER LAST MONTH OF RANGE (YYYYMM, 0 = TO DATE):"
           ACCEPT CP-MONTH-TO-WS
           IF CP-MONTH-TO-WS = 0
               MOVE 999999 TO CP-MONTH-TO-WS
           END-IF.

           INITIALIZE CP-COUNT-WS.
           MOVE "N" TO CP-TRUNC-WARNED-SW.
           OPEN INPUT MONTH-SUMMARY-FILE.
           SET MSUM-CUSTOMER TO TRUE.
           MOVE 0 TO ID-MSUM.
           MOVE 0 TO YYYYMM-MSUM.
           START MONTH-SUMMARY-FILE
               KEY NOT LESS THAN KEY-MONTH-SUMMARY
               INVALID KEY
                   GO TO CP-READ-DONE
           END-START.
           CP-READ-SUMMARY.
           READ MONTH-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO CP-READ-DONE
           END-READ.
           IF NOT MSUM-CUSTOMER
               GO TO CP-READ-DONE
           END-IF.
           IF YYYYMM-MSUM NOT < CP-MONTH-FROM-WS
                  AND YYYYMM-MSUM NOT > CP-MONTH-TO-WS
               PERFORM CP-ACCUM-SUMMARY
           END-IF.
           GO TO CP-READ-SUMMARY.
           CP-READ-DONE.
           CLOSE MONTH-SUMMARY-FILE.

           MOVE 1 TO CP-IDX.
           PERFORM CP-SET-MARGIN UNTIL CP-IDX > CP-COUNT-WS.
           MOVE 1 TO CP-OUTER.
           PERFORM CP-PRINT-ROW UNTIL CP-OUTER > CP-COUNT-WS.
           CLOSE CUSTOMER-FILE.
           .
           CUSTOMER-PROFIT-INFO-EXT.
               EXIT.

      *>  ONE CUSTOMER-MONTH ROW OF THE MONTHLY SUMMARY. A MONTH
      *>  WITH NOTHING LEFT IN IT AFTER VOIDS ADDS NO CUSTOMER.
       CP-ACCUM-SUMMARY SECTION.
           IF REVENUE-MSUM = 0 AND COST-MSUM = 0
                  AND RETURN-QTY-MSUM = 0
               GO TO CP-ACCUM-SUMMARY-EXT
           END-IF.
           MOVE ID-MSUM TO CP-TARGET-WS.
           PERFORM CP-FIND-CUSTOMER.
           IF NOT CP-FOUND
               GO TO CP-ACCUM-SUMMARY-EXT
           END-IF.
           ADD REVENUE-MSUM TO CP-REVENUE(CP-IDX).
           ADD COST-MSUM TO CP-COST(CP-IDX).
           ADD RETURN-QTY-MSUM TO CP-RETURN-QTY(CP-IDX).
           .
           CP-ACCUM-SUMMARY-EXT.
               EXIT.

      *>  FINDS (OR ADDS) THE ROW FOR THE CUSTOMER IN CP-TARGET-WS
                   " QTY " CHANGE-QTY-AUDIT
                   " LEFT " LEFT-GOODS-AUDIT
                   " REASON " REASON-AUDIT
                   " BY " OPERATOR-AUDIT
                   " APPROVED " APPROVER-AUDIT.
           STRING DATE-AUDIT " GOODS " ID-GOODS-AUDIT
               " QTY " CHANGE-QTY-AUDIT
               " LEFT " LEFT-GOODS-AUDIT
               " REASON " REASON-AUDIT
               " BY " OPERATOR-AUDIT
               " APPROVED " APPROVER-AUDIT
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           ACCEPT COMM-YYYY-WS
           DISPLAY "ENTER PERIOD MONTH (MM):"
           ACCEPT COMM-MM-WS
           PERFORM COMMISSION-RPT-RUN.
           .
           COMMISSION-RPT-INFO-EXT.
               EXIT.

       COMMISSION-RPT-RUN SECTION.
           INITIALIZE COMM-COUNT-WS.

           OPEN INPUT COMMISSION-FILE.
           IF NOT (FILE-STA-COMM = 00 OR FILE-STA-COMM = 05)
               DISPLAY "COMMISSION FILE WILL NOT OPEN - STATUS "
                       FILE-STA-COMM
               MOVE 1 TO LS-RETURN-PRINT
               GO TO COMMISSION-RPT-RUN-EXT
           END-IF.
           COMM-LOAD-READ.
           READ COMMISSION-FILE NEXT RECORD
           CLOSE SALE-FILE.
           CLOSE COMMISSION-FILE.
           .
           COMMISSION-RPT-RUN-EXT.
               EXIT.

       COMM-ONE-SALESPERSON SECTION.
           INITIALIZE COMM-REV-WS COMM-AMT-WS.
           MOVE COMM-YYYY-WS TO YYYY-DATE OF DATE-SALE OF REC-SALE.
           MOVE COMM-MM-WS TO MM-DATE OF DATE-SALE OF REC-SALE.
           MOVE 0 TO DD-DATE OF DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO COMM-ONE-SALESPERSON-PRINT
           END-START.
               AT END
                   GO TO COMM-ONE-SALESPERSON-PRINT
           END-READ.
           IF NOT (YYYY-DATE OF DATE-SALE OF REC-SALE = COMM-YYYY-WS
                  AND MM-DATE OF DATE-SALE OF REC-SALE = COMM-MM-WS)
               GO TO COMM-ONE-SALESPERSON-PRINT
           END-IF.
           IF CODE-SALESPERSON-SALE OF REC-SALE
                  = CM-CODE(COMM-IDX)
                  AND NOT SALE-VOIDED
               PERFORM COMM-ONE-SALE-LINE
           END-IF.
           GO TO COMM-SCAN-SALE.
           END-IF
           INITIALIZE CASHUP-CASH-WS CASHUP-CARD-WS CASHUP-ACCOUNT-WS
               CASHUP-CREDIT-WS CASHUP-OTHER-WS CASHUP-VOID-CT-WS
               CASHUP-VOID-VALUE-WS CASHUP-PAID-OUT-WS
               CASHUP-PAID-IN-WS CASHUP-DROP-WS.
           PERFORM ACCEPT-REPORT-BRANCH.

      *>  THE RUNNING DAILY TOTALS SERVE THE CASH-UP IN ONE READ;
      *>  THE FULL SCAN SURVIVES AS THE FALLBACK FOR DAYS WITH NO
      *>  TOTALS ROW. THE TOTALS ARE FOR THE WHOLE BUSINESS, SO A
      *>  SINGLE BRANCH IS ALWAYS CASHED UP FROM THE SCAN.
           MOVE "N" TO CASHUP-DAYTOT-SW.
           OPEN INPUT DAY-TOTAL-FILE.
           IF (FILE-STA-DAYTOT = 00 OR FILE-STA-DAYTOT = 05)
                  AND RPT-BRANCH-WS = SPACE
               MOVE CASHUP-DATE-WS TO DATE-DAYTOT
               READ DAY-TOTAL-FILE
                   KEY IS DATE-DAYTOT OF REC-DAY-TOTAL
               PERFORM CASHUP-SCAN-SALES
               CLOSE SALE-FILE
               CLOSE GOODS-FILE
               PERFORM CASHUP-SCAN-FREIGHT
           END-IF.
           PERFORM CASHUP-SCAN-MOVEMENTS.
           COMPUTE CASHUP-EXPECTED-WS = CASHUP-CASH-WS
               + CASHUP-PAID-IN-WS - CASHUP-PAID-OUT-WS
               - CASHUP-DROP-WS.

           DISPLAY "CASH-UP FOR " CASHUP-DATE-WS.
           IF RPT-BRANCH-WS NOT = SPACE
               DISPLAY "BRANCH:             " RPT-BRANCH-WS
           END-IF.
           DISPLAY "CASH TAKINGS:       " CASHUP-CASH-WS.
           DISPLAY "CARD TAKINGS:       " CASHUP-CARD-WS.
           DISPLAY "ON-ACCOUNT CHARGES: " CASHUP-ACCOUNT-WS.
           DISPLAY "UNCODED TENDER:     " CASHUP-OTHER-WS.
           DISPLAY "VOIDED SALES:       " CASHUP-VOID-CT-WS
                   " FOR " CASHUP-VOID-VALUE-WS.
           DISPLAY "PAID OUT:           " CASHUP-PAID-OUT-WS.
           DISPLAY "PAID IN:            " CASHUP-PAID-IN-WS.
           DISPLAY "DROPPED TO BANK:    " CASHUP-DROP-WS.
           DISPLAY "EXPECTED CASH DRAWER: " CASHUP-EXPECTED-WS.

           STRING "CASH-UP FOR " CASHUP-DATE-WS
               " BRANCH " RPT-BRANCH-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "CASH: " CASHUP-CASH-WS
               " UNCODED: " CASHUP-OTHER-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "PAID OUT: " CASHUP-PAID-OUT-WS
               " PAID IN: " CASHUP-PAID-IN-WS
               " DROPPED TO BANK: " CASHUP-DROP-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "VOIDED: " CASHUP-VOID-CT-WS
               " FOR " CASHUP-VOID-VALUE-WS
               " EXPECTED CASH DRAWER: " CASHUP-EXPECTED-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           DAILY-CASHUP-INFO-EXT.
               EXIT.

      *>  THE DAY'S CASH PAID OUT OF, PAID INTO AND DROPPED FROM THE
      *>  DRAWERS - THE EXPECTED CASH IS NET OF THEM.
       CASHUP-SCAN-MOVEMENTS SECTION.
           OPEN INPUT DRAWER-TXN-FILE.
           IF NOT (FILE-STA-DRWTXN = 00)
               CLOSE DRAWER-TXN-FILE
               GO TO CASHUP-SCAN-MOVEMENTS-EXT
           END-IF.
           CASHUP-READ-MOVEMENT.
           READ DRAWER-TXN-FILE NEXT RECORD
               AT END
                   GO TO CASHUP-MOVEMENTS-DONE
           END-READ.
           IF NOT (DATE-DTX = CASHUP-DATE-WS)
               GO TO CASHUP-READ-MOVEMENT
           END-IF.
           IF NOT (RPT-BRANCH-WS = SPACE
                   OR BRANCH-DTX = RPT-BRANCH-WS)
               GO TO CASHUP-READ-MOVEMENT
           END-IF.
           EVALUATE TRUE
               WHEN DTX-PAID-OUT
                   ADD AMOUNT-DTX TO CASHUP-PAID-OUT-WS
               WHEN DTX-PAID-IN
                   ADD AMOUNT-DTX TO CASHUP-PAID-IN-WS
               WHEN DTX-BANK-DROP
                   ADD AMOUNT-DTX TO CASHUP-DROP-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GO TO CASHUP-READ-MOVEMENT.
           CASHUP-MOVEMENTS-DONE.
           CLOSE DRAWER-TXN-FILE.
           .
           CASHUP-SCAN-MOVEMENTS-EXT.
               EXIT.

       CASHUP-SCAN-SALES SECTION.
           MOVE CASHUP-DATE-WS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO CASHUP-SALES-DONE
           END-START.
           CASHUP-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-SALE OF REC-SALE > CASHUP-DATE-WS
                       GO TO CASHUP-SALES-DONE
                   END-IF
                   IF DATE-SALE OF REC-SALE = CASHUP-DATE-WS
                          AND (RPT-BRANCH-WS = SPACE
                          OR BRANCH-SALE OF REC-SALE = RPT-BRANCH-WS)
                       PERFORM CASHUP-ONE-LINE
                   END-IF
                   GO TO CASHUP-READ-SALE
           END-READ.
           CASHUP-SALES-DONE.
           .
           CASHUP-SCAN-SALES-EXT.
               EXIT.

      *>  DELIVERY CHARGES TAKEN THAT DAY, BY TENDER - THE RUNNING
      *>  TOTALS CARRY THEM ALREADY.
       CASHUP-SCAN-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO CASHUP-SCAN-FREIGHT-EXT
           END-IF.
           CASHUP-READ-FREIGHT.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO CASHUP-FREIGHT-DONE
           END-READ.
           IF NOT (DATE-FRT = CASHUP-DATE-WS) OR FRT-VOIDED
               GO TO CASHUP-READ-FREIGHT
           END-IF.
           IF NOT (RPT-BRANCH-WS = SPACE OR BRANCH-FRT = RPT-BRANCH-WS)
               GO TO CASHUP-READ-FREIGHT
           END-IF.
           COMPUTE CASHUP-LINE-VALUE-WS = AMOUNT-FRT + VAT-AMT-FRT.
           EVALUATE TENDER-TYPE-FRT
               WHEN "C"
                   ADD CASHUP-LINE-VALUE-WS TO CASHUP-CASH-WS
               WHEN "D"
                   ADD CASHUP-LINE-VALUE-WS TO CASHUP-CARD-WS
               WHEN "A"
                   ADD CASHUP-LINE-VALUE-WS TO CASHUP-ACCOUNT-WS
               WHEN "R"
                   ADD CASHUP-LINE-VALUE-WS TO CASHUP-CREDIT-WS
               WHEN OTHER
                   ADD CASHUP-LINE-VALUE-WS TO CASHUP-OTHER-WS
           END-EVALUATE.
           GO TO CASHUP-READ-FREIGHT.
           CASHUP-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
           CASHUP-SCAN-FREIGHT-EXT.
               EXIT.

       CASHUP-ONE-LINE SECTION.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
           CASHUP-ONE-LINE-EXT.
               EXIT.

      *>  ASKS WHICH BRANCH A REPORT IS FOR. BLANK TAKES THE WHOLE
      *>  BUSINESS; A CODE MUST BE ON THE BRANCH FILE ONCE THERE IS
      *>  ONE.
       ACCEPT-REPORT-BRANCH SECTION.
           CHECK-REPORT-BRANCH.
           DISPLAY "ENTER BRANCH CODE (BLANK = ALL BRANCHES):"
           ACCEPT RPT-BRANCH-WS
           IF RPT-BRANCH-WS = SPACE
               GO TO ACCEPT-REPORT-BRANCH-EXT
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF NOT (FILE-STA-BRANCH = 00)
               GO TO ACCEPT-REPORT-BRANCH-EXT
           END-IF.
           MOVE RPT-BRANCH-WS TO CODE-BRANCH.
           READ BRANCH-FILE
               KEY IS CODE-BRANCH OF REC-BRANCH
               INVALID KEY
                   DISPLAY "BRANCH NOT ON FILE! PLEASE RE-ENTER:"
                   CLOSE BRANCH-FILE
                   GO TO CHECK-REPORT-BRANCH
           END-READ.
           CLOSE BRANCH-FILE.
           DISPLAY "BRANCH " RPT-BRANCH-WS " - " NAME-BRANCH.
           .
           ACCEPT-REPORT-BRANCH-EXT.
               EXIT.

      *>  =========================客户对账单============================
       CUSTOMER-STATEMENT-INFO SECTION.
           DISPLAY "CUSTOMER-STATEMENT-INFO"
               GO TO CHECK-STMT-RANGE-TO
           END-IF

           OPEN OUTPUT STATEMENT-FILE.
           PERFORM STMT-PRODUCE.
           CLOSE STATEMENT-FILE.
           .
           CUSTOMER-STATEMENT-INFO-EXT.
               EXIT.

      *>  ONE STATEMENT FOR STMT-ID-CUSTOMER-WS OVER THE STMT- DATE
      *>  RANGE. REC-CUSTOMER HOLDS THE CUSTOMER AND THE CALLER HOLDS
      *>  THE STATEMENT PRINT FILE OPEN.
       STMT-PRODUCE SECTION.
           INITIALIZE STMT-BALANCE-WS.
           IF EDOC-RUN
               MOVE "STM" TO EDOC-TYPE-WS
               MOVE STMT-DATE-TO-WS TO EDOC-DOC-NO-WS
               PERFORM EDOC-OPEN-DOC
           END-IF.
           STRING "STATEMENT FOR CUSTOMER " STMT-ID-CUSTOMER-WS
               " " NAME-CUSTOMER OF REC-CUSTOMER
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM BUILD-CUST-ADDRESS.
           MOVE 1 TO CA-IDX.
           PERFORM STMT-WRITE-ADDR-LINE UNTIL CA-IDX > CA-COUNT-WS.
           IF CUSTOMER-ON-STOP OF REC-CUSTOMER
               MOVE "ACCOUNT STATUS: ON STOP" TO STMT-LINE-WS
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           IF CUSTOMER-CLOSED OF REC-CUSTOMER
               MOVE "ACCOUNT STATUS: CLOSED" TO STMT-LINE-WS
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           STRING "PERIOD " STMT-DATE-FROM-WS " TO " STMT-DATE-TO-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.

           PERFORM STMT-SALES-SCAN.
           PERFORM STMT-FREIGHT-SCAN.
           PERFORM STMT-RETURN-SCAN.
           PERFORM STMT-PAYMENT-SCAN.
           PERFORM STMT-DISCOUNT-SCAN.

           STRING "CLOSING BALANCE: " STMT-BALANCE-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM STMT-OPEN-ITEMS.
           IF EDOC-TO-FILE
               DISPLAY "STATEMENT FOR CUSTOMER " STMT-ID-CUSTOMER-WS
                       " FILED FOR E-MAIL - CLOSING BALANCE "
                       STMT-BALANCE-WS
           ELSE
               DISPLAY "STATEMENT SPOOLED - CLOSING BALANCE "
                       STMT-BALANCE-WS
           END-IF.
           IF EDOC-RUN
               PERFORM EDOC-CLOSE-DOC
           END-IF.
           .
           STMT-PRODUCE-EXT.
               EXIT.

       STMT-SALES-SCAN SECTION.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           MOVE STMT-ID-CUSTOMER-WS TO ID-CUSTOMER OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN ID-CUSTOMER OF REC-SALE
               INVALID KEY
                   GO TO STMT-SALES-DONE
           END-START.
           STMT-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-CUSTOMER OF REC-SALE > STMT-ID-CUSTOMER-WS
                       GO TO STMT-SALES-DONE
                   END-IF
      *>  THE STATEMENT CARRIES THE ON-ACCOUNT CHARGES A PAYMENT
      *>  CAN SETTLE - CASH AND CARD BILLS NEVER OWE ANYTHING.
                   IF ID-CUSTOMER OF REC-SALE = STMT-ID-CUSTOMER-WS
                   END-IF
                   GO TO STMT-READ-SALE
           END-READ.
           STMT-SALES-DONE.
           CLOSE SALE-FILE.
           CLOSE GOODS-FILE.
           .
           STMT-SALES-SCAN-EXT.
               EXIT.

      *>  DELIVERY CHARGED ON THE CUSTOMER'S ON-ACCOUNT BILLS.
       STMT-FREIGHT-SCAN SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO STMT-FREIGHT-SCAN-EXT
           END-IF.
           STMT-READ-FREIGHT.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO STMT-FREIGHT-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-FRT = STMT-ID-CUSTOMER-WS)
                  OR FRT-VOIDED
                  OR TENDER-TYPE-FRT = "C" OR TENDER-TYPE-FRT = "D"
                  OR TENDER-TYPE-FRT = "R"
                  OR DATE-FRT < STMT-DATE-FROM-WS
                  OR DATE-FRT > STMT-DATE-TO-WS
                  OR AMOUNT-FRT + VAT-AMT-FRT = 0
               GO TO STMT-READ-FREIGHT
           END-IF.
           COMPUTE STMT-LINE-VALUE-WS = AMOUNT-FRT + VAT-AMT-FRT.
           ADD STMT-LINE-VALUE-WS TO STMT-BALANCE-WS.
           STRING DATE-FRT
               " FREIGHT ON SALE " ID-SALE-FRT
               " AREA " AREA-FRT
               " CHARGE " STMT-LINE-VALUE-WS
               " BALANCE " STMT-BALANCE-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           GO TO STMT-READ-FREIGHT.
           STMT-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
           STMT-FREIGHT-SCAN-EXT.
               EXIT.

      *>  A RETURN ROW ONLY CARRIES THE SALE KEY, SO THE SALE LINE IS
      *>  READ BACK TO PROVE THE RETURN BELONGS TO THIS CUSTOMER.
       STMT-RETURN-SCAN SECTION.
           OPEN INPUT RETURN-FILE.
           IF NOT (FILE-STA-RETURN = 00)
               GO TO STMT-RETURN-SCAN-EXT
           END-IF.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           STMT-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-RETURN NOT < STMT-DATE-FROM-WS
                          AND DATE-RETURN NOT > STMT-DATE-TO-WS
                       PERFORM STMT-ONE-RETURN
                   END-IF
                   GO TO STMT-READ-RETURN
           END-READ.
           CLOSE SALE-FILE.
           CLOSE GOODS-FILE.
           CLOSE RETURN-FILE.
           .
           STMT-RETURN-SCAN-EXT.
               EXIT.

       STMT-ONE-RETURN SECTION.
           MOVE ID-SALE-RETURN TO ID-SALE OF REC-SALE.
           MOVE LINE-SALE-RETURN TO LINE-SALE OF REC-SALE.
           READ SALE-FILE
               KEY IS KEY-SALE OF REC-SALE
               INVALID KEY
                   GO TO STMT-ONE-RETURN-EXT
           END-READ.
           IF NOT (ID-CUSTOMER OF REC-SALE = STMT-ID-CUSTOMER-WS)
               GO TO STMT-ONE-RETURN-EXT
           END-IF.
      *>  THE CREDIT IS THE REFUND THE CREDIT NOTE DOCUMENTS -
      *>  VALUE PLUS VAT AS RECORDED ON THE RETURN ROW. ONLY
      *>  ROWS WRITTEN BEFORE THOSE FIELDS EXISTED FALL BACK TO
      *>  TODAY'S CATALOG PRICE.
           IF VALUE-RETURN IS NUMERIC
                  AND VAT-RETURN IS NUMERIC
               COMPUTE STMT-LINE-VALUE-WS =
                   VALUE-RETURN + VAT-RETURN
           ELSE
               MOVE ID-GOODS-RETURN TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
                   INVALID KEY
                       MOVE 0 TO PRICE-GOODS OF REC-GOODS
               END-READ
               COMPUTE STMT-LINE-VALUE-WS =
                   QTY-RETURN * PRICE-GOODS OF REC-GOODS
           END-IF.
           SUBTRACT STMT-LINE-VALUE-WS FROM STMT-BALANCE-WS.
           STRING DATE-RETURN
               " RETURN ON SALE " ID-SALE-RETURN
               " GOODS " ID-GOODS-RETURN
               " QTY " QTY-RETURN
               " CREDIT " STMT-LINE-VALUE-WS
               " BALANCE " STMT-BALANCE-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           .
           STMT-ONE-RETURN-EXT.
               EXIT.

       STMT-PAYMENT-SCAN SECTION.
           OPEN INPUT PAYMENT-FILE.
           IF NOT (FILE-STA-PAYMENT = 00)
               GO TO STMT-PAYMENT-SCAN-EXT
           END-IF.
           STMT-READ-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ID-CUSTOMER-PAY = STMT-ID-CUSTOMER-WS
                          AND DATE-PAY NOT < STMT-DATE-FROM-WS
                          AND DATE-PAY NOT > STMT-DATE-TO-WS
                       SUBTRACT AMOUNT-PAY FROM STMT-BALANCE-WS
                       STRING DATE-PAY
                           " PAYMENT RECEIPT " ID-RECEIPT-PAY
                           " AMOUNT " AMOUNT-PAY
                           " BALANCE " STMT-BALANCE-WS
                           DELIMITED BY SIZE INTO STMT-LINE-WS
                       PERFORM WRITE-STATEMENT-LINE
                   END-IF
                   GO TO STMT-READ-PAYMENT
           END-READ.
           CLOSE PAYMENT-FILE.
           .
           STMT-PAYMENT-SCAN-EXT.
               EXIT.

      *>  AN EARLY-SETTLEMENT DISCOUNT CLEARS PART OF A BILL WITH NO
      *>  CASH, SO IT IS CREDITED ON THE STATEMENT IN ITS OWN RIGHT.
       STMT-DISCOUNT-SCAN SECTION.
           OPEN INPUT ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00)
               GO TO STMT-DISCOUNT-SCAN-EXT
           END-IF.
           MOVE STMT-ID-CUSTOMER-WS TO ID-CUSTOMER-ALC.
           MOVE 0 TO ID-RECEIPT-ALC.
           MOVE 0 TO ID-SALE-ALC.
           START ALLOC-FILE
               KEY NOT LESS THAN KEY-ALLOC OF REC-ALLOC
               INVALID KEY
                   GO TO STMT-DISC-DONE
           END-START.
           STMT-READ-DISC.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO STMT-DISC-DONE
           END-READ.
           IF NOT (ID-CUSTOMER-ALC = STMT-ID-CUSTOMER-WS)
               GO TO STMT-DISC-DONE
           END-IF.
           IF DISCOUNT-ALC = 0
                  OR DATE-ALC < STMT-DATE-FROM-WS
                  OR DATE-ALC > STMT-DATE-TO-WS
               GO TO STMT-READ-DISC
           END-IF.
           SUBTRACT DISCOUNT-ALC FROM STMT-BALANCE-WS.
           STRING DATE-ALC
               " EARLY SETTLEMENT DISCOUNT ON BILL " ID-SALE-ALC
               " RECEIPT " ID-RECEIPT-ALC
               " CREDIT " DISCOUNT-ALC
               " BALANCE " STMT-BALANCE-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           GO TO STMT-READ-DISC.

           STMT-DISC-DONE.
           CLOSE ALLOC-FILE.
           .
           STMT-DISCOUNT-SCAN-EXT.
               EXIT.

      *>  THE BILLS STILL OPEN AT THE END OF THE PERIOD, EACH WITH
      *>  WHAT HAS BEEN PAID AGAINST IT, AND ANY CASH THE CUSTOMER
      *>  SENT THAT IS NOT YET APPLIED TO A BILL.
       STMT-OPEN-ITEMS SECTION.
           MOVE STMT-DATE-TO-WS TO OI-ASOF-DATE-WS.
           MOVE STMT-ID-CUSTOMER-WS TO OI-CUSTOMER-WS.
           PERFORM OI-BUILD-OPEN-ITEMS.
           MOVE SPACE TO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           STRING "OPEN ITEMS AT " STMT-DATE-TO-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE 0 TO STMT-OPEN-TOTAL-WS.
           MOVE 0 TO STMT-UNAPPLIED-WS.
           MOVE 1 TO OI-IDX.
           PERFORM STMT-ONE-OPEN-ITEM UNTIL OI-IDX > OI-COUNT-WS.

           OPEN INPUT PAYMENT-FILE.
           IF FILE-STA-PAYMENT = 00
               PERFORM STMT-SUM-RECEIPTS
               CLOSE PAYMENT-FILE
           END-IF.
           STRING "UNAPPLIED CASH ON ACCOUNT: " STMT-UNAPPLIED-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           SUBTRACT STMT-UNAPPLIED-WS FROM STMT-OPEN-TOTAL-WS.
           STRING "TOTAL NOW DUE: " STMT-OPEN-TOTAL-WS
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           .
           STMT-OPEN-ITEMS-EXT.
               EXIT.

       STMT-ONE-OPEN-ITEM SECTION.
           SUBTRACT OI-ALLOC(OI-IDX) FROM STMT-UNAPPLIED-WS.
           IF OI-OPEN(OI-IDX) = 0
               GO TO STMT-ONE-OPEN-ITEM-NEXT
           END-IF.
           ADD OI-OPEN(OI-IDX) TO STMT-OPEN-TOTAL-WS.
           STRING "BILL " OI-ID-SALE(OI-IDX)
               " DATED " OI-DATE(OI-IDX)
               " DUE " OI-DUE-DATE(OI-IDX)
               " CHARGED " OI-AMOUNT(OI-IDX)
               " PAID " OI-ALLOC(OI-IDX)
               " DISCOUNT " OI-DISC(OI-IDX)
               " OPEN " OI-OPEN(OI-IDX)
               DELIMITED BY SIZE INTO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           STMT-ONE-OPEN-ITEM-NEXT.
           ADD 1 TO OI-IDX.
           .
           STMT-ONE-OPEN-ITEM-EXT.
               EXIT.

       STMT-SUM-RECEIPTS SECTION.
           STMT-SUM-READ.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO STMT-SUM-RECEIPTS-EXT
           END-READ.
           IF ID-CUSTOMER-PAY = STMT-ID-CUSTOMER-WS
                  AND DATE-PAY NOT > STMT-DATE-TO-WS
               ADD AMOUNT-PAY TO STMT-UNAPPLIED-WS
           END-IF.
           GO TO STMT-SUM-READ.
           .
           STMT-SUM-RECEIPTS-EXT.
               EXIT.

       WRITE-STATEMENT-LINE SECTION.
           IF EDOC-TO-FILE
               MOVE STMT-LINE-WS TO EDOC-LINE-WS
               PERFORM EDOC-PUT-LINE
           ELSE
               MOVE STMT-LINE-WS TO REC-STATEMENT
               WRITE REC-STATEMENT
           END-IF.
           MOVE SPACE TO STMT-LINE-WS.
           .
           WRITE-STATEMENT-LINE-EXT.
               EXIT.

       STMT-WRITE-ADDR-LINE SECTION.
           MOVE CA-LINE-WS(CA-IDX) TO STMT-LINE-WS.
           PERFORM WRITE-STATEMENT-LINE.
           ADD 1 TO CA-IDX.
           .
           STMT-WRITE-ADDR-LINE-EXT.
               EXIT.

      *>  LAYS OUT THE BILLING ADDRESS, PHONE/E-MAIL AND TAX NUMBER
      *>  OF THE CUSTOMER IN REC-CUSTOMER INTO CA-LINE-WS. RECORDS
      *>  SET UP BEFORE THESE FIELDS EXISTED PRINT NO BLOCK AT ALL.
       BUILD-CUST-ADDRESS SECTION.
           MOVE 0 TO CA-COUNT-WS.
           MOVE SPACE TO CA-LINE-WS(1) CA-LINE-WS(2) CA-LINE-WS(3)
               CA-LINE-WS(4) CA-LINE-WS(5).
           IF NOT (ADDR-LINE1-CUSTOMER OF REC-CUSTOMER = SPACE)
               ADD 1 TO CA-COUNT-WS
               MOVE ADDR-LINE1-CUSTOMER OF REC-CUSTOMER
                   TO CA-LINE-WS(CA-COUNT-WS)
           END-IF.
           IF NOT (ADDR-LINE2-CUSTOMER OF REC-CUSTOMER = SPACE)
               ADD 1 TO CA-COUNT-WS
               MOVE ADDR-LINE2-CUSTOMER OF REC-CUSTOMER
                   TO CA-LINE-WS(CA-COUNT-WS)
           END-IF.
           IF NOT (CITY-CUSTOMER OF REC-CUSTOMER = SPACE
                   AND POSTCODE-CUSTOMER OF REC-CUSTOMER = SPACE)
               ADD 1 TO CA-COUNT-WS
               STRING CITY-CUSTOMER OF REC-CUSTOMER " "
                   POSTCODE-CUSTOMER OF REC-CUSTOMER
                   DELIMITED BY SIZE INTO CA-LINE-WS(CA-COUNT-WS)
           END-IF.
           IF NOT (PHONE-CUSTOMER OF REC-CUSTOMER = SPACE
                   AND EMAIL-CUSTOMER OF REC-CUSTOMER = SPACE)
               ADD 1 TO CA-COUNT-WS
               STRING "PHONE: " PHONE-CUSTOMER OF REC-CUSTOMER
                   "  E-MAIL: " EMAIL-CUSTOMER OF REC-CUSTOMER
                   DELIMITED BY SIZE INTO CA-LINE-WS(CA-COUNT-WS)
           END-IF.
           IF NOT (TAX-REG-CUSTOMER OF REC-CUSTOMER = SPACE)
               ADD 1 TO CA-COUNT-WS
               STRING "CUSTOMER VAT NO: "
                   TAX-REG-CUSTOMER OF REC-CUSTOMER
                   DELIMITED BY SIZE INTO CA-LINE-WS(CA-COUNT-WS)
           END-IF.
           .
           BUILD-CUST-ADDRESS-EXT.
               EXIT.

      *>  =========================电子单据投递==========================
      *>  SENDS TAX INVOICES, STATEMENTS AND (ON REQUEST) REMINDER
      *>  LETTERS THE WAY EACH CUSTOMER WANTS THEM: A CUSTOMER WHO
      *>  TAKES E-MAIL GETS ONE FILE PER DOCUMENT AND A ROW ON THE
      *>  MAIL JOB'S INDEX, EVERYONE ELSE GOES TO THE PRINTER AS
      *>  BEFORE.
       DOC-DELIVERY-INFO SECTION.
           DISPLAY "DOCUMENT-DELIVERY-RUN".
           CHECK-EDOC-INV-FROM.
           DISPLAY "INVOICE ACCOUNT BILLS DATED FROM (YYYYMMDD, "
                   "0 = NO INVOICES):"
           ACCEPT EDOC-INV-FROM-WS
           MOVE 0 TO EDOC-INV-TO-WS.
           IF EDOC-INV-FROM-WS = 0
               GO TO CHECK-EDOC-STMT-FROM
           END-IF.
           MOVE EDOC-INV-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-EDOC-INV-FROM
           END-IF.
           CHECK-EDOC-INV-TO.
           DISPLAY "TO (YYYYMMDD):"
           ACCEPT EDOC-INV-TO-WS
           MOVE EDOC-INV-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
                  OR EDOC-INV-TO-WS < EDOC-INV-FROM-WS
               DISPLAY "NOT A VALID DATE ON OR AFTER THE START! "
                       "PLEASE RE-ENTER:"
               GO TO CHECK-EDOC-INV-TO
           END-IF.
           CHECK-EDOC-STMT-FROM.
           DISPLAY "STATEMENTS FOR PERIOD FROM (YYYYMMDD, "
                   "0 = NO STATEMENTS):"
           ACCEPT EDOC-STMT-FROM-WS
           MOVE 0 TO EDOC-STMT-TO-WS.
           IF EDOC-STMT-FROM-WS = 0
               GO TO EDOC-ASK-DUNNING
           END-IF.
           MOVE EDOC-STMT-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-EDOC-STMT-FROM
           END-IF.
           CHECK-EDOC-STMT-TO.
           DISPLAY "TO (YYYYMMDD):"
           ACCEPT EDOC-STMT-TO-WS
           MOVE EDOC-STMT-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
                  OR EDOC-STMT-TO-WS < EDOC-STMT-FROM-WS
               DISPLAY "NOT A VALID DATE ON OR AFTER THE START! "
                       "PLEASE RE-ENTER:"
               GO TO CHECK-EDOC-STMT-TO
           END-IF.
           EDOC-ASK-DUNNING.
           DISPLAY "GENERATE THE REMINDER LETTERS DUE AS WELL? (Y/N):"
           ACCEPT EDOC-DUN-CHOICE-WS
           PERFORM DOC-DELIVERY-RUN.
           .
           DOC-DELIVERY-INFO-EXT.
               EXIT.

       DOC-DELIVERY-RUN SECTION.
           MOVE 0 TO EDOC-MAILED-CT-WS.
           MOVE 0 TO EDOC-PRINTED-CT-WS.
           SET EDOC-RUN TO TRUE.
           IF EDOC-INV-FROM-WS > 0
               PERFORM EDOC-INVOICES
           END-IF.
           IF EDOC-STMT-FROM-WS > 0
               PERFORM EDOC-STATEMENTS
           END-IF.
           IF EDOC-DUN-CHOICE-WS = "Y"
               PERFORM GENERATE-DUNNING-LETTERS
           END-IF.
           MOVE "N" TO EDOC-RUN-SW.
           DISPLAY "DOCUMENT DELIVERY: " EDOC-MAILED-CT-WS
                   " FILED FOR E-MAIL (SEE EDOCINDEX.TXT), "
                   EDOC-PRINTED-CT-WS " SENT TO THE PRINTER.".
           .
           DOC-DELIVERY-RUN-EXT.
               EXIT.

      *>  EVERY ON-ACCOUNT BILL DATED IN THE RANGE GETS ITS TAX
      *>  INVOICE. THE BILL NUMBERS ARE LISTED FIRST BECAUSE EACH
      *>  INVOICE RE-POSITIONS THE SALE FILE.
       EDOC-INVOICES SECTION.
           MOVE 0 TO EDOC-BILL-CT-WS.
           MOVE 0 TO EDOC-LAST-BILL-WS.
           MOVE "N" TO EDOC-TRUNC-WARNED-SW.
           OPEN INPUT SALE-FILE.
           EDOC-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO EDOC-SALES-DONE
           END-READ.
           IF SALE-VOIDED OR NOT TENDER-ACCOUNT
                  OR DATE-SALE OF REC-SALE < EDOC-INV-FROM-WS
                  OR DATE-SALE OF REC-SALE > EDOC-INV-TO-WS
                  OR ID-SALE OF REC-SALE = EDOC-LAST-BILL-WS
               GO TO EDOC-READ-SALE
           END-IF.
           IF EDOC-BILL-CT-WS NOT < 5000
               IF NOT EDOC-TRUNC-WARNED
                   DISPLAY "MORE THAN 5000 BILLS - RUN A SHORTER "
                           "DATE RANGE FOR THE REST."
                   SET EDOC-TRUNC-WARNED TO TRUE
               END-IF
               GO TO EDOC-SALES-DONE
           END-IF.
           ADD 1 TO EDOC-BILL-CT-WS.
           MOVE ID-SALE OF REC-SALE TO EDOC-BILL-ID(EDOC-BILL-CT-WS).
           MOVE ID-SALE OF REC-SALE TO EDOC-LAST-BILL-WS.
           GO TO EDOC-READ-SALE.

           EDOC-SALES-DONE.
           CLOSE SALE-FILE.
           IF EDOC-BILL-CT-WS = 0
               DISPLAY "NO ACCOUNT BILLS TO INVOICE IN THE RANGE."
               GO TO EDOC-INVOICES-EXT
           END-IF.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND TAX-INVOICE-FILE.
           MOVE 1 TO EDOC-IDX.
           PERFORM EDOC-ONE-INVOICE UNTIL EDOC-IDX > EDOC-BILL-CT-WS.
           CLOSE TAX-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           .
           EDOC-INVOICES-EXT.
               EXIT.

       EDOC-ONE-INVOICE SECTION.
           MOVE EDOC-BILL-ID(EDOC-IDX) TO TI-TARGET-ID-WS.
           PERFORM TI-PRODUCE.
           ADD 1 TO EDOC-IDX.
           .
           EDOC-ONE-INVOICE-EXT.
               EXIT.

      *>  A STATEMENT GOES TO EVERY CUSTOMER WITH AN ACCOUNT BILL
      *>  STILL OPEN AT THE PERIOD END OR ONE RAISED DURING THE
      *>  PERIOD. THE CUSTOMERS ARE LISTED FIRST BECAUSE EACH
      *>  STATEMENT REBUILDS THE OPEN-ITEM TABLE FOR ITSELF.
       EDOC-STATEMENTS SECTION.
           MOVE 0 TO EDOC-CUST-CT-WS.
           MOVE "N" TO EDOC-TRUNC-WARNED-SW.
           MOVE EDOC-STMT-TO-WS TO OI-ASOF-DATE-WS.
           MOVE 0 TO OI-CUSTOMER-WS.
           PERFORM OI-BUILD-OPEN-ITEMS.
           MOVE 1 TO OI-IDX.
           PERFORM EDOC-PICK-CUSTOMER UNTIL OI-IDX > OI-COUNT-WS.
           IF EDOC-CUST-CT-WS = 0
               DISPLAY "NO CUSTOMERS DUE A STATEMENT FOR THE PERIOD."
               GO TO EDOC-STATEMENTS-EXT
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE 1 TO EDOC-IDX.
           PERFORM EDOC-ONE-STATEMENT UNTIL EDOC-IDX > EDOC-CUST-CT-WS.
           CLOSE STATEMENT-FILE.
           CLOSE CUSTOMER-FILE.
           .
           EDOC-STATEMENTS-EXT.
               EXIT.

       EDOC-PICK-CUSTOMER SECTION.
           IF NOT (OI-OPEN(OI-IDX) > 0
                   OR OI-DATE(OI-IDX) NOT < EDOC-STMT-FROM-WS)
               GO TO EDOC-PICK-CUSTOMER-NEXT
           END-IF.
           MOVE 1 TO EDOC-IDX.
           EDOC-PICK-SCAN.
           IF EDOC-IDX > EDOC-CUST-CT-WS
               GO TO EDOC-PICK-ADD
           END-IF.
           IF EDOC-CUST-ID(EDOC-IDX) = OI-ID-CUSTOMER(OI-IDX)
               GO TO EDOC-PICK-CUSTOMER-NEXT
           END-IF.
           ADD 1 TO EDOC-IDX.
           GO TO EDOC-PICK-SCAN.
           EDOC-PICK-ADD.
           IF EDOC-CUST-CT-WS NOT < 2000
               IF NOT EDOC-TRUNC-WARNED
                   DISPLAY "STATEMENTS: MORE THAN 2000 CUSTOMERS - "
                           "RUN TRUNCATED."
                   SET EDOC-TRUNC-WARNED TO TRUE
               END-IF
               GO TO EDOC-PICK-CUSTOMER-NEXT
           END-IF.
           ADD 1 TO EDOC-CUST-CT-WS.
           MOVE OI-ID-CUSTOMER(OI-IDX)
               TO EDOC-CUST-ID(EDOC-CUST-CT-WS).
           EDOC-PICK-CUSTOMER-NEXT.
           ADD 1 TO OI-IDX.
           .
           EDOC-PICK-CUSTOMER-EXT.
               EXIT.

       EDOC-ONE-STATEMENT SECTION.
           MOVE EDOC-CUST-ID(EDOC-IDX) TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   GO TO EDOC-ONE-STATEMENT-NEXT
           END-READ.
           MOVE EDOC-CUST-ID(EDOC-IDX) TO STMT-ID-CUSTOMER-WS.
           MOVE EDOC-STMT-FROM-WS TO STMT-DATE-FROM-WS.
           MOVE EDOC-STMT-TO-WS TO STMT-DATE-TO-WS.
           PERFORM STMT-PRODUCE.
           EDOC-ONE-STATEMENT-NEXT.
           ADD 1 TO EDOC-IDX.
           .
           EDOC-ONE-STATEMENT-EXT.
               EXIT.

      *>  DECIDES WHERE THE DOCUMENT ABOUT TO BE WRITTEN GOES, FROM
      *>  THE CUSTOMER IN REC-CUSTOMER. AN E-MAIL CUSTOMER'S FILE IS
      *>  NAMED <CUSTOMER>-<EDOC-TYPE-WS>-<EDOC-DOC-NO-WS>.TXT. NO
      *>  ADDRESS ON FILE, OR A FILE THAT WILL NOT OPEN, MEANS PAPER.
       EDOC-OPEN-DOC SECTION.
           MOVE "N" TO EDOC-TO-FILE-SW.
           IF NOT DELIVER-BY-EMAIL OF REC-CUSTOMER
               GO TO EDOC-OPEN-DOC-EXT
           END-IF.
           IF EMAIL-CUSTOMER OF REC-CUSTOMER = SPACE
               DISPLAY "CUSTOMER " ID-CUSTOMER OF REC-CUSTOMER
                       " TAKES E-MAIL BUT HAS NO ADDRESS - PRINTED."
               GO TO EDOC-OPEN-DOC-EXT
           END-IF.
           MOVE SPACE TO EDOC-PATH-WS.
           STRING "D:\db\edoc\" ID-CUSTOMER OF REC-CUSTOMER "-"
                  EDOC-TYPE-WS "-" EDOC-DOC-NO-WS ".txt"
               DELIMITED BY SIZE INTO EDOC-PATH-WS.
           OPEN OUTPUT EDOC-FILE.
           IF NOT (FILE-STA-EDOC = 00)
               DISPLAY "E-MAIL FILE " EDOC-PATH-WS
                       " WILL NOT OPEN - STATUS " FILE-STA-EDOC
                       " - PRINTED."
               GO TO EDOC-OPEN-DOC-EXT
           END-IF.
           SET EDOC-TO-FILE TO TRUE.
           .
           EDOC-OPEN-DOC-EXT.
               EXIT.

       EDOC-PUT-LINE SECTION.
           MOVE EDOC-LINE-WS TO REC-EDOC.
           WRITE REC-EDOC.
           .
           EDOC-PUT-LINE-EXT.
               EXIT.

      *>  CLOSES THE DOCUMENT'S FILE AND PUTS IT ON THE MAIL JOB'S
      *>  INDEX, OR COUNTS A PRINTED ONE.
       EDOC-CLOSE-DOC SECTION.
           IF NOT EDOC-TO-FILE
               ADD 1 TO EDOC-PRINTED-CT-WS
               GO TO EDOC-CLOSE-DOC-EXT
           END-IF.
           CLOSE EDOC-FILE.
           MOVE "N" TO EDOC-TO-FILE-SW.
           ADD 1 TO EDOC-MAILED-CT-WS.
           OPEN EXTEND EDOC-INDEX-FILE.
           IF NOT (FILE-STA-EDOCIDX = 00 OR FILE-STA-EDOCIDX = 05)
               DISPLAY "E-MAIL INDEX WILL NOT OPEN - STATUS "
                       FILE-STA-EDOCIDX " - " EDOC-PATH-WS
                       " NOT LISTED."
               GO TO EDOC-CLOSE-DOC-EXT
           END-IF.
           MOVE EMAIL-CUSTOMER OF REC-CUSTOMER TO EMAIL-EDX.
           MOVE ID-CUSTOMER OF REC-CUSTOMER TO ID-CUSTOMER-EDX.
           MOVE NAME-CUSTOMER OF REC-CUSTOMER TO NAME-CUSTOMER-EDX.
           MOVE EDOC-TYPE-WS TO DOC-TYPE-EDX.
           MOVE EDOC-DOC-NO-WS TO DOC-NO-EDX.
           ACCEPT DATE-EDX FROM DATE YYYYMMDD.
           MOVE EDOC-PATH-WS TO PATH-EDX.
           WRITE REC-EDOC-INDEX.
           CLOSE EDOC-INDEX-FILE.
           .
           EDOC-CLOSE-DOC-EXT.
               EXIT.

      *>  =========================维修工单报表==========================
      *>  EVERY UNIT STILL IN THE WORKSHOP WITH ITS STATUS AND THE
      *>  DAYS SINCE IT WAS BOOKED IN, OLDEST FIRST AS BOOKED, THEN
      *>  THE JOBS COLLECTED OVER A DATE RANGE WITH THEIR TURNAROUND
      *>  - BOOKED IN TO COLLECTED - AVERAGED FOR WARRANTY AND PAID
      *>  REPAIRS SEPARATELY.
       REPAIR-JOBS-INFO SECTION.
           DISPLAY "REPAIR-JOBS-INFO".
           CHECK-RJR-FROM.
           DISPLAY "ENTER START DATE OF COLLECTIONS (YYYYMMDD):"
           ACCEPT RJR-DATE-FROM-WS
           MOVE RJR-DATE-FROM-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
               DISPLAY "NOT A VALID DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RJR-FROM
           END-IF.
           CHECK-RJR-TO.
           DISPLAY "ENTER END DATE OF COLLECTIONS (YYYYMMDD):"
           ACCEPT RJR-DATE-TO-WS
           MOVE RJR-DATE-TO-WS TO DATE-CHECK-WS
           PERFORM CHECK-REPORT-DATE
           IF DATE-OK-WS NOT = "Y"
                  OR RJR-DATE-TO-WS < RJR-DATE-FROM-WS
               DISPLAY "NOT A VALID END DATE! PLEASE RE-ENTER:"
               GO TO CHECK-RJR-TO
           END-IF.
           OPEN INPUT REPAIR-JOB-FILE.
           IF NOT (FILE-STA-REPAIR = 00)
               DISPLAY "NO REPAIR JOBS ON FILE."
               CLOSE REPAIR-JOB-FILE
               GO TO REPAIR-JOBS-INFO-EXT
           END-IF.
           ACCEPT RJR-TODAY-WS FROM DATE YYYYMMDD.
           MOVE 0 TO RJR-OPEN-CT-WS RJR-OPEN-DAYS-WS
               RJR-W-CT-WS RJR-W-DAYS-WS RJR-W-LONG-WS
               RJR-P-CT-WS RJR-P-DAYS-WS RJR-P-LONG-WS.
           STRING "REPAIR JOBS IN THE WORKSHOP AT " RJR-TODAY-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "JOB    GOODS  SERIAL          CUSTOMER W/P STATUS"
               TO PRINT-LINE-WS.
           MOVE "RECEIVED  DAYS SUPPLIER REF" TO PRINT-LINE-WS(59:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           RJR-READ-OPEN.
           READ REPAIR-JOB-FILE NEXT RECORD
               AT END
                   GO TO RJR-OPEN-DONE
           END-READ.
           IF RJ-OPEN
               PERFORM RJR-OPEN-ROW
           END-IF.
           GO TO RJR-READ-OPEN.
           RJR-OPEN-DONE.
           CLOSE REPAIR-JOB-FILE.
           MOVE 0 TO RJR-AVG-WS.
           IF RJR-OPEN-CT-WS > 0
               COMPUTE RJR-AVG-WS ROUNDED =
                   RJR-OPEN-DAYS-WS / RJR-OPEN-CT-WS
           END-IF.
           MOVE RJR-AVG-WS TO RJR-AVG-ED.
           STRING RJR-OPEN-CT-WS " JOBS OPEN, IN THE WORKSHOP "
               RJR-AVG-ED " DAYS ON AVERAGE."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.

           STRING "JOBS COLLECTED " RJR-DATE-FROM-WS " TO "
               RJR-DATE-TO-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT REPAIR-JOB-FILE.
           RJR-READ-DONE.
           READ REPAIR-JOB-FILE NEXT RECORD
               AT END
                   GO TO RJR-DONE-DONE
           END-READ.
           IF RJ-COLLECTED
                  AND DATE-COLLECTED-RJ NOT < RJR-DATE-FROM-WS
                  AND DATE-COLLECTED-RJ NOT > RJR-DATE-TO-WS
               PERFORM RJR-DONE-ROW
           END-IF.
           GO TO RJR-READ-DONE.
           RJR-DONE-DONE.
           CLOSE REPAIR-JOB-FILE.

           MOVE 0 TO RJR-AVG-WS.
           IF RJR-W-CT-WS > 0
               COMPUTE RJR-AVG-WS ROUNDED =
                   RJR-W-DAYS-WS / RJR-W-CT-WS
           END-IF.
           MOVE RJR-AVG-WS TO RJR-AVG-ED.
           STRING "WARRANTY: " RJR-W-CT-WS " COLLECTED, TURNAROUND "
               RJR-AVG-ED " DAYS ON AVERAGE, LONGEST " RJR-W-LONG-WS
               " DAYS."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO RJR-AVG-WS.
           IF RJR-P-CT-WS > 0
               COMPUTE RJR-AVG-WS ROUNDED =
                   RJR-P-DAYS-WS / RJR-P-CT-WS
           END-IF.
           MOVE RJR-AVG-WS TO RJR-AVG-ED.
           STRING "PAID:     " RJR-P-CT-WS " COLLECTED, TURNAROUND "
               RJR-AVG-ED " DAYS ON AVERAGE, LONGEST " RJR-P-LONG-WS
               " DAYS."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           REPAIR-JOBS-INFO-EXT.
               EXIT.

       RJR-OPEN-ROW SECTION.
           EVALUATE TRUE
               WHEN RJ-RECEIVED
                   MOVE "RECEIVED" TO RJR-STATUS-NAME-WS
               WHEN RJ-AWAITING-PARTS
                   MOVE "AWAITING PARTS" TO RJR-STATUS-NAME-WS
               WHEN RJ-WITH-SUPPLIER
                   MOVE "WITH SUPPLIER" TO RJR-STATUS-NAME-WS
               WHEN OTHER
                   MOVE "READY" TO RJR-STATUS-NAME-WS
           END-EVALUATE.
           MOVE DATE-RECEIVED-RJ TO AGE-FROM-DATE-WS.
           MOVE RJR-TODAY-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE 0 TO RJR-DAYS-WS.
           IF AGE-DAYS-WS > 0
               MOVE AGE-DAYS-WS TO RJR-DAYS-WS
           END-IF.
           ADD 1 TO RJR-OPEN-CT-WS.
           ADD RJR-DAYS-WS TO RJR-OPEN-DAYS-WS.
           MOVE RJR-DAYS-WS TO RJR-DAYS-ED.
           STRING ID-JOB-RJ " " ID-GOODS-RJ " " NO-SERIAL-RJ " "
               ID-CUSTOMER-RJ "   " SOURCE-RJ "   "
               RJR-STATUS-NAME-WS " " DATE-RECEIVED-RJ " "
               RJR-DAYS-ED " " CODE-SUPPLIER-RJ " " SUPP-REF-RJ
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           IF NOT RJ-WITH-SUPPLIER
               MOVE SPACE TO PRINT-LINE-WS(73:)
           END-IF.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           RJR-OPEN-ROW-EXT.
               EXIT.

       RJR-DONE-ROW SECTION.
           MOVE DATE-RECEIVED-RJ TO AGE-FROM-DATE-WS.
           MOVE DATE-COLLECTED-RJ TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE 0 TO RJR-DAYS-WS.
           IF AGE-DAYS-WS > 0
               MOVE AGE-DAYS-WS TO RJR-DAYS-WS
           END-IF.
           IF RJ-WARRANTY
               ADD 1 TO RJR-W-CT-WS
               ADD RJR-DAYS-WS TO RJR-W-DAYS-WS
               IF RJR-DAYS-WS > RJR-W-LONG-WS
                   MOVE RJR-DAYS-WS TO RJR-W-LONG-WS
               END-IF
           ELSE
               ADD 1 TO RJR-P-CT-WS
               ADD RJR-DAYS-WS TO RJR-P-DAYS-WS
               IF RJR-DAYS-WS > RJR-P-LONG-WS
                   MOVE RJR-DAYS-WS TO RJR-P-LONG-WS
               END-IF
           END-IF.
           MOVE RJR-DAYS-WS TO RJR-DAYS-ED.
           STRING ID-JOB-RJ " " ID-GOODS-RJ " " NO-SERIAL-RJ " "
               ID-CUSTOMER-RJ "   " SOURCE-RJ "   "
               DATE-RECEIVED-RJ " TO " DATE-COLLECTED-RJ " "
               RJR-DAYS-ED " DAYS  BILLED ON SALE " ID-SALE-RJ
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           RJR-DONE-ROW-EXT.
               EXIT.

      *>  =========================应收账款账龄报表======================
           INITIALIZE AR-COUNT-WS.
           MOVE "N" TO AR-TRUNC-WARNED-SW.

      *>  ONLY ON-ACCOUNT BUSINESS IS A RECEIVABLE - CASH AND CARD
      *>  BILLS WERE SETTLED AT THE COUNTER. EACH BILL IS AGED ON
      *>  WHAT IS STILL OPEN ON IT, BY DAYS PAST ITS DUE DATE - A
      *>  BILL NOT YET DUE IS CURRENT WHATEVER ITS TERMS. RECEIPTS
      *>  NOT APPLIED TO ANY BILL SHOW AS UNAPPLIED CASH AND NET OFF
      *>  THE BALANCE.
           MOVE AR-ASOF-DATE-WS TO OI-ASOF-DATE-WS.
           MOVE 0 TO OI-CUSTOMER-WS.
           PERFORM OI-BUILD-OPEN-ITEMS.
           MOVE 1 TO OI-IDX.
           PERFORM AR-ACCUM-OPEN-ITEM UNTIL OI-IDX > OI-COUNT-WS.

           OPEN INPUT PAYMENT-FILE.
           IF FILE-STA-PAYMENT = 00
               CLOSE PAYMENT-FILE
           END-IF.

           DISPLAY "CUSTOMER  NAME                 CURRENT     "
                   "1-30 OVER   31-60 OVER  OVER-60     UNAPPLIED   "
                   "BALANCE"
           MOVE "CUSTOMER AR AGING" TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT CUSTOMER-FILE.
           AR-AGING-INFO-EXT.
               EXIT.

       AR-ACCUM-OPEN-ITEM SECTION.
           MOVE OI-ID-CUSTOMER(OI-IDX) TO AR-TARGET-CUST-WS.
           PERFORM AR-FIND-CUSTOMER.
           IF NOT AR-FOUND
               GO TO AR-ACCUM-OPEN-ITEM-NEXT
           END-IF.
      *>  AR-PAID ENDS UP AS THE CASH NOT APPLIED TO ANY BILL: ALL
      *>  RECEIPTS ARE ADDED IN BY AR-ACCUM-PAYMENTS AND THE PART
      *>  APPLIED TO BILLS COMES OFF HERE.
           SUBTRACT OI-ALLOC(OI-IDX) FROM AR-PAID(AR-IDX).
           MOVE OI-DUE-DATE(OI-IDX) TO AGE-FROM-DATE-WS.
           MOVE AR-ASOF-DATE-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           EVALUATE TRUE
               WHEN AGE-DAYS-WS NOT > 0
                   ADD OI-OPEN(OI-IDX) TO AR-BUCKET-30(AR-IDX)
               WHEN AGE-DAYS-WS NOT > 30
                   ADD OI-OPEN(OI-IDX) TO AR-BUCKET-60(AR-IDX)
               WHEN AGE-DAYS-WS NOT > 60
                   ADD OI-OPEN(OI-IDX) TO AR-BUCKET-90(AR-IDX)
               WHEN OTHER
                   ADD OI-OPEN(OI-IDX) TO AR-BUCKET-OVER(AR-IDX)
           END-EVALUATE.
           AR-ACCUM-OPEN-ITEM-NEXT.
           ADD 1 TO OI-IDX.
           .
           AR-ACCUM-OPEN-ITEM-EXT.
               EXIT.

       AR-ACCUM-PAYMENTS SECTION.
           AR-PRINT-ROW-EXT.
               EXIT.

      *>  =========================未结账单==============================
      *>  BUILDS THE OPEN ON-ACCOUNT BILLS AS AT OI-ASOF-DATE-WS FOR
      *>  CUSTOMER OI-CUSTOMER-WS (ZERO = EVERY CUSTOMER), ONE ROW
      *>  PER BILL IN BILL ORDER: THE CHARGE, ITS DUE DATE, THE
      *>  RECEIPTS AND EARLY DISCOUNTS APPLIED TO IT AND WHAT IS
      *>  STILL OPEN AFTER THOSE AND ANY RETURNS. CASH
      *>  NOT APPLIED TO A BILL IS THE CUSTOMER'S PAYMENTS LESS THE
      *>  OI-ALLOC OF HIS ROWS. SALE, GOODS, RETURN AND ALLOCATION
      *>  FILES MUST BE CLOSED ON ENTRY.
       OI-BUILD-OPEN-ITEMS SECTION.
           MOVE 0 TO OI-COUNT-WS.
           MOVE "N" TO OI-TRUNC-WARNED-SW.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           OI-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO OI-SALES-DONE
           END-READ.
           IF SALE-VOIDED
                  OR TENDER-CASH OR TENDER-CARD OR TENDER-CREDIT
                  OR DATE-SALE OF REC-SALE > OI-ASOF-DATE-WS
               GO TO OI-READ-SALE
           END-IF.
           IF OI-CUSTOMER-WS NOT = 0
                  AND ID-CUSTOMER OF REC-SALE NOT = OI-CUSTOMER-WS
               GO TO OI-READ-SALE
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE 0 TO PRICE-GOODS OF REC-GOODS
           END-READ.
           PERFORM GET-SALE-LINE-PRICE.
           COMPUTE OI-LINE-VALUE-WS =
               NUM-SALE OF REC-SALE * SALE-PRICE-WS
               + VAT-AMT-SALE OF REC-SALE.
           IF OI-COUNT-WS > 0
               IF OI-ID-SALE(OI-COUNT-WS) = ID-SALE OF REC-SALE
                   ADD OI-LINE-VALUE-WS TO OI-AMOUNT(OI-COUNT-WS)
                   ADD OI-LINE-VALUE-WS TO OI-OPEN(OI-COUNT-WS)
                   GO TO OI-READ-SALE
               END-IF
           END-IF.
           IF OI-COUNT-WS NOT < 20000
               IF NOT OI-TRUNC-WARNED
                   DISPLAY "MORE THAN 20000 OPEN BILLS - "
                           "REPORT TRUNCATED."
                   SET OI-TRUNC-WARNED TO TRUE
               END-IF
               GO TO OI-READ-SALE
           END-IF.
           ADD 1 TO OI-COUNT-WS.
           MOVE ID-SALE OF REC-SALE TO OI-ID-SALE(OI-COUNT-WS).
           MOVE ID-CUSTOMER OF REC-SALE TO OI-ID-CUSTOMER(OI-COUNT-WS).
           MOVE DATE-SALE OF REC-SALE TO OI-DATE(OI-COUNT-WS).
      *>  LINES POSTED BEFORE DUE DATES WERE STAMPED FALL DUE NET 30.
           IF DUE-DATE-SALE OF REC-SALE IS NUMERIC
                  AND DUE-DATE-SALE OF REC-SALE > 0
               MOVE DUE-DATE-SALE OF REC-SALE
                   TO OI-DUE-DATE(OI-COUNT-WS)
           ELSE
               MOVE DATE-SALE OF REC-SALE TO DUE-IN-DATE-WS
               MOVE 30 TO DUE-ADD-DAYS-WS
               PERFORM ADD-DAYS-TO-DATE
               MOVE DUE-OUT-DATE-WS TO OI-DUE-DATE(OI-COUNT-WS)
           END-IF.
           MOVE OI-LINE-VALUE-WS TO OI-AMOUNT(OI-COUNT-WS).
           MOVE 0 TO OI-ALLOC(OI-COUNT-WS).
           MOVE 0 TO OI-DISC(OI-COUNT-WS).
           MOVE OI-LINE-VALUE-WS TO OI-OPEN(OI-COUNT-WS).
           GO TO OI-READ-SALE.

           OI-SALES-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           PERFORM OI-APPLY-FREIGHT.
           PERFORM OI-APPLY-RETURNS.
           PERFORM OI-APPLY-ALLOCS.
           .
           OI-BUILD-OPEN-ITEMS-EXT.
               EXIT.

      *>  THE DELIVERY CHARGE IS OWED ON THE BILL WITH ITS GOODS.
       OI-APPLY-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO OI-APPLY-FREIGHT-EXT
           END-IF.
           OI-READ-FREIGHT.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO OI-FREIGHT-DONE
           END-READ.
           IF FRT-VOIDED OR DATE-FRT > OI-ASOF-DATE-WS
               GO TO OI-READ-FREIGHT
           END-IF.
           MOVE ID-SALE-FRT TO OI-SALE-WS.
           PERFORM OI-FIND-BILL.
           IF OI-FOUND
               COMPUTE OI-AMOUNT(OI-IDX) =
                   OI-AMOUNT(OI-IDX) + AMOUNT-FRT + VAT-AMT-FRT
               COMPUTE OI-OPEN(OI-IDX) =
                   OI-OPEN(OI-IDX) + AMOUNT-FRT + VAT-AMT-FRT
           END-IF.
           GO TO OI-READ-FREIGHT.

           OI-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
           OI-APPLY-FREIGHT-EXT.
               EXIT.

      *>  AN ON-ACCOUNT RETURN NETS OFF THE BILL IT CAME BACK FROM.
       OI-APPLY-RETURNS SECTION.
           OPEN INPUT RETURN-FILE.
           IF NOT (FILE-STA-RETURN = 00)
               GO TO OI-APPLY-RETURNS-EXT
           END-IF.
           OI-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END
                   GO TO OI-RETURNS-DONE
           END-READ.
           IF NOT (VALUE-RETURN IS NUMERIC AND VAT-RETURN IS NUMERIC)
                  OR DATE-RETURN > OI-ASOF-DATE-WS
               GO TO OI-READ-RETURN
           END-IF.
           MOVE ID-SALE-RETURN TO OI-SALE-WS.
           PERFORM OI-FIND-BILL.
           IF OI-FOUND
               COMPUTE OI-OPEN(OI-IDX) =
                   OI-OPEN(OI-IDX) - VALUE-RETURN - VAT-RETURN
           END-IF.
           GO TO OI-READ-RETURN.

           OI-RETURNS-DONE.
           CLOSE RETURN-FILE.
           .
           OI-APPLY-RETURNS-EXT.
               EXIT.

      *>  AN ALLOCATION TO A BILL NOT IN THE TABLE (VOIDED, OR NOT
      *>  ON ACCOUNT) IS LEFT OUT OF OI-ALLOC, SO THAT CASH COUNTS
      *>  AS UNAPPLIED.
       OI-APPLY-ALLOCS SECTION.
           OPEN INPUT ALLOC-FILE.
           IF NOT (FILE-STA-ALLOC = 00)
               GO TO OI-APPLY-ALLOCS-EXT
           END-IF.
           OI-READ-ALLOC.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   GO TO OI-ALLOCS-DONE
           END-READ.
           IF DATE-ALC > OI-ASOF-DATE-WS
               GO TO OI-READ-ALLOC
           END-IF.
           IF OI-CUSTOMER-WS NOT = 0
                  AND ID-CUSTOMER-ALC NOT = OI-CUSTOMER-WS
               GO TO OI-READ-ALLOC
           END-IF.
           MOVE ID-SALE-ALC TO OI-SALE-WS.
           PERFORM OI-FIND-BILL.
           IF OI-FOUND
               ADD AMOUNT-ALC TO OI-ALLOC(OI-IDX)
               SUBTRACT AMOUNT-ALC FROM OI-OPEN(OI-IDX)
               ADD DISCOUNT-ALC TO OI-DISC(OI-IDX)
               SUBTRACT DISCOUNT-ALC FROM OI-OPEN(OI-IDX)
           END-IF.
           GO TO OI-READ-ALLOC.

           OI-ALLOCS-DONE.
           CLOSE ALLOC-FILE.
           .
           OI-APPLY-ALLOCS-EXT.
               EXIT.

      *>  THE TABLE IS BUILT IN BILL ORDER, SO BILL OI-SALE-WS IS
      *>  FOUND BY HALVING. LEAVES ITS SUBSCRIPT IN OI-IDX.
       OI-FIND-BILL SECTION.
           MOVE "N" TO OI-FOUND-SW.
           MOVE 1 TO OI-LOW-WS.
           MOVE OI-COUNT-WS TO OI-HIGH-WS.
           OI-FIND-HALVE.
           IF OI-LOW-WS > OI-HIGH-WS
               GO TO OI-FIND-BILL-EXT
           END-IF.
           COMPUTE OI-IDX = (OI-LOW-WS + OI-HIGH-WS) / 2.
           IF OI-ID-SALE(OI-IDX) = OI-SALE-WS
               SET OI-FOUND TO TRUE
               GO TO OI-FIND-BILL-EXT
           END-IF.
           IF OI-ID-SALE(OI-IDX) < OI-SALE-WS
               COMPUTE OI-LOW-WS = OI-IDX + 1
           ELSE
               COMPUTE OI-HIGH-WS = OI-IDX - 1
           END-IF.
           GO TO OI-FIND-HALVE.
           .
           OI-FIND-BILL-EXT.
               EXIT.

      *>  =========================现金流预测============================
      *>  EIGHT WEEKS OF CASH, FORWARD, FROM THE FILES: EXPECTED
      *>  CUSTOMER RECEIPTS FROM OPEN ON-ACCOUNT BALANCES, SUPPLIER

           MOVE "EIGHT-WEEK CASH FLOW FORECAST" TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "ASSUMPTIONS: CUSTOMERS PAY EACH OPEN BILL ON ITS "
               "DUE DATE (OVERDUE COLLECTS IN WEEK 1);"
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "SUPPLIER INVOICES PAY ON THEIR DUE DATE; OPEN "
           CF-PICK-WEEK-EXT.
               EXIT.

      *>  EACH OPEN ON-ACCOUNT BILL IS EXPECTED ON ITS DUE DATE FOR
      *>  WHAT IS STILL OPEN ON IT - RETURNS, APPLIED RECEIPTS AND
      *>  EARLY DISCOUNTS ARE ALREADY OFF. THE RECEIPTS APPLIED ARE
      *>  ADDED UP IN CF-PAYCRED-WS FOR CF-NET-PAYMENTS.
       CF-SCAN-SALES SECTION.
           MOVE CF-ASOF-DATE-WS TO OI-ASOF-DATE-WS.
           MOVE 0 TO OI-CUSTOMER-WS.
           PERFORM OI-BUILD-OPEN-ITEMS.
           MOVE 0 TO CF-PAYCRED-WS.
           MOVE 1 TO OI-IDX.
           PERFORM CF-ONE-OPEN-ITEM UNTIL OI-IDX > OI-COUNT-WS.
           .
           CF-SCAN-SALES-EXT.
               EXIT.

       CF-ONE-OPEN-ITEM SECTION.
           SUBTRACT OI-ALLOC(OI-IDX) FROM CF-PAYCRED-WS.
           IF NOT (OI-OPEN(OI-IDX) > 0)
               GO TO CF-ONE-OPEN-ITEM-NEXT
           END-IF.
           MOVE CF-ASOF-DATE-WS TO AGE-FROM-DATE-WS.
           MOVE OI-DUE-DATE(OI-IDX) TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE AGE-DAYS-WS TO CF-DAYS-WS.
           PERFORM CF-PICK-WEEK.
           ADD OI-OPEN(OI-IDX) TO CF-IN-WK(CF-WEEK-WS).
           CF-ONE-OPEN-ITEM-NEXT.
           ADD 1 TO OI-IDX.
           .
           CF-ONE-OPEN-ITEM-EXT.
               EXIT.

      *>  CASH ALREADY RECEIVED BUT NOT APPLIED TO ANY BILL COMES
      *>  OFF THE NEAREST EXPECTED RECEIPTS FIRST - IT WILL NOT
      *>  ARRIVE TWICE. CF-PAYCRED-WS ARRIVES HOLDING MINUS THE
      *>  RECEIPTS ALREADY APPLIED TO BILLS.
       CF-NET-PAYMENTS SECTION.
           OPEN INPUT PAYMENT-FILE.
           IF NOT (FILE-STA-PAYMENT = 00)
               GO TO CF-NET-APPLY
           END-IF.
           CF-READ-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   GO TO CF-PAYMENTS-DONE
           END-READ.
           IF DATE-PAY NOT > CF-ASOF-DATE-WS
               ADD AMOUNT-PAY TO CF-PAYCRED-WS
           END-IF.
           GO TO CF-READ-PAYMENT.
           CF-PAYMENTS-DONE.
           CLOSE PAYMENT-FILE.

           CF-NET-APPLY.
           MOVE 1 TO CF-IDX.
           CF-NET-LOOP.
           DISPLAY "TAX-INVOICE-INFO"
           DISPLAY "INPUT THE ID OF SALE:"
           ACCEPT TI-TARGET-ID-WS
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND TAX-INVOICE-FILE.
           PERFORM TI-PRODUCE.
           CLOSE TAX-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           .
           TAX-INVOICE-INFO-EXT.
               EXIT.

      *>  ONE TAX INVOICE FOR SALE TI-TARGET-ID-WS. THE CALLER HOLDS
      *>  THE SALE, GOODS AND CUSTOMER FILES AND THE INVOICE PRINT
      *>  FILE OPEN.
       TI-PRODUCE SECTION.
           MOVE "N" TO TI-FOUND-SW.
           INITIALIZE TI-RATE-COUNT-WS TI-TOTAL-NET-WS
               TI-TOTAL-VAT-WS.
           MOVE TI-TARGET-ID-WS TO ID-SALE OF REC-SALE.
           MOVE 0 TO LINE-SALE OF REC-SALE.
           START SALE-FILE
           TI-DONE.
           IF NOT TI-FOUND
               DISPLAY "SALE NOT FOUND OR FULLY VOIDED."
               GO TO TI-PRODUCE-EXT
           END-IF.
           PERFORM TI-PRINT-FREIGHT.
           PERFORM TI-PRINT-TOTALS.
           IF EDOC-TO-FILE
               DISPLAY "TAX INVOICE FOR SALE " TI-TARGET-ID-WS
                       " FILED FOR E-MAIL."
           ELSE
               DISPLAY "TAX INVOICE SPOOLED FOR SALE "
                       TI-TARGET-ID-WS "."
           END-IF.
           IF EDOC-RUN
               PERFORM EDOC-CLOSE-DOC
           END-IF.
           .
           TI-PRODUCE-EXT.
               EXIT.

       TI-PRINT-HEADER SECTION.
               INVALID KEY
                   MOVE "(UNKNOWN)" TO NAME-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO CONTACT-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO BILL-ADDR-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO PHONE-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO EMAIL-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO TAX-REG-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER
           END-READ.
      *>  IN A DELIVERY RUN THE CUSTOMER'S PREFERENCE DECIDES WHERE
      *>  THE INVOICE GOES, SO IT IS SETTLED BEFORE ITS FIRST LINE.
           IF EDOC-RUN
               MOVE "INV" TO EDOC-TYPE-WS
               MOVE TI-TARGET-ID-WS TO EDOC-DOC-NO-WS
               PERFORM EDOC-OPEN-DOC
           END-IF.
           MOVE SPACE TO TI-LINE-WS.
           STRING "TAX INVOICE - SALE " TI-TARGET-ID-WS
               " DATED " DATE-SALE OF REC-SALE
               "  " CONTACT-CUSTOMER OF REC-CUSTOMER
               DELIMITED BY SIZE INTO TI-LINE-WS.
           PERFORM TI-WRITE-LINE.
           PERFORM BUILD-CUST-ADDRESS.
           MOVE 1 TO CA-IDX.
           PERFORM TI-WRITE-ADDR-LINE UNTIL CA-IDX > CA-COUNT-WS.
           IF DUE-DATE-SALE OF REC-SALE IS NUMERIC
                  AND DUE-DATE-SALE OF REC-SALE > 0
               MOVE SPACE TO TI-LINE-WS
               STRING "ON ACCOUNT - PAYMENT DUE BY "
                   DUE-DATE-SALE OF REC-SALE
                   DELIMITED BY SIZE INTO TI-LINE-WS
               PERFORM TI-WRITE-LINE
           END-IF.
           MOVE "LN  GOODS  NAME                 QTY   PRICE   "
               TO TI-LINE-WS.
           STRING "LN  GOODS  NAME                 QTY   PRICE   "
           TI-PRINT-LINE-EXT.
               EXIT.

      *>  THE BILL'S DELIVERY CHARGE PRINTS AS ITS OWN LINE AND
      *>  JOINS THE RATE BREAKDOWN. REC-SALE IS FINISHED WITH BY NOW,
      *>  SO ITS RATE AND VAT FIELDS CARRY THE FREIGHT FIGURES INTO
      *>  TI-ACCUM-RATE.
       TI-PRINT-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO TI-PRINT-FREIGHT-EXT
           END-IF.
           MOVE TI-TARGET-ID-WS TO ID-SALE-FRT.
           READ FREIGHT-FILE
               KEY IS ID-SALE-FRT OF REC-FREIGHT
               INVALID KEY
                   CLOSE FREIGHT-FILE
                   GO TO TI-PRINT-FREIGHT-EXT
           END-READ.
           CLOSE FREIGHT-FILE.
           IF FRT-VOIDED
               GO TO TI-PRINT-FREIGHT-EXT
           END-IF.
           MOVE SPACE TO TI-LINE-WS.
           IF FRT-WAIVED
               STRING "    FREIGHT " AREA-FRT " WEIGHT " WEIGHT-FRT
                   " WAIVED (" CALC-FRT ")"
                   DELIMITED BY SIZE INTO TI-LINE-WS
               PERFORM TI-WRITE-LINE
               GO TO TI-PRINT-FREIGHT-EXT
           END-IF.
           MOVE AMOUNT-FRT TO TI-NET-WS.
           ADD TI-NET-WS TO TI-TOTAL-NET-WS.
           ADD VAT-AMT-FRT TO TI-TOTAL-VAT-WS.
           MOVE VAT-RATE-FRT TO VAT-RATE-SALE OF REC-SALE.
           MOVE VAT-AMT-FRT TO VAT-AMT-SALE OF REC-SALE.
           PERFORM TI-ACCUM-RATE.
           STRING "    FREIGHT " AREA-FRT " WEIGHT " WEIGHT-FRT
               "        " TI-NET-WS " " VAT-AMT-FRT
               DELIMITED BY SIZE INTO TI-LINE-WS.
           PERFORM TI-WRITE-LINE.
           .
           TI-PRINT-FREIGHT-EXT.
               EXIT.

       TI-ACCUM-RATE SECTION.
           MOVE "N" TO TI-RATE-FOUND-SW.
           MOVE 1 TO TI-RATE-IDX.
               EXIT.

      *>  EVERY INVOICE LINE GOES TO THE INVOICE PRINT FILE AND
      *>  INTO THE REPORT SPOOL, SO A REPRINT IS A REPRINT - UNLESS
      *>  THE INVOICE IS BEING FILED FOR E-MAIL.
       TI-WRITE-LINE SECTION.
           IF EDOC-TO-FILE
               MOVE TI-LINE-WS TO EDOC-LINE-WS
               PERFORM EDOC-PUT-LINE
               GO TO TI-WRITE-LINE-EXT
           END-IF.
           MOVE TI-LINE-WS TO REC-TAX-INVOICE.
           WRITE REC-TAX-INVOICE.
           DISPLAY TI-LINE-WS.
           TI-WRITE-LINE-EXT.
               EXIT.

       TI-WRITE-ADDR-LINE SECTION.
           MOVE SPACE TO TI-LINE-WS.
           STRING "             " CA-LINE-WS(CA-IDX)
               DELIMITED BY SIZE INTO TI-LINE-WS.
           PERFORM TI-WRITE-LINE.
           ADD 1 TO CA-IDX.
           .
           TI-WRITE-ADDR-LINE-EXT.
               EXIT.

      *>  =========================待检隔离库龄报表======================
      *>  STOCK SITTING IN QUARANTINE AWAITING QC, AGED FROM ITS
      *>  RECEIPT DATE - THE PALLET NOBODY INSPECTED SHOWS UP HERE.
           DEPOSIT-LIABILITY-INFO-EXT.
               EXIT.

      *>  =========================客户预留库存报表======================
      *>  STOCK HARD-RESERVED FOR CONFIRMED ORDERS, BY CUSTOMER. A
      *>  HOLD PAST ITS EXPIRY NO LONGER BLOCKS SALES - IT IS LISTED
      *>  AS EXPIRED SO THE ORDER CAN BE CHASED, BUT NOT TOTALLED.
       RESERVATION-LIST-INFO SECTION.
           DISPLAY "RESERVATION-LIST-INFO".
           INITIALIZE RSL-TOTAL-QTY-WS RSL-TOTAL-LINES-WS
                      RSL-EXPIRED-CT-WS.
           MOVE 0 TO RSL-COUNT-WS.
           ACCEPT RPT-TODAY-WS FROM DATE YYYYMMDD.
           OPEN INPUT QUOTE-FILE.
           IF NOT (FILE-STA-QUOTE = 00 OR FILE-STA-QUOTE = 05)
               DISPLAY "QUOTE FILE WILL NOT OPEN - STATUS "
                       FILE-STA-QUOTE
               GO TO RESERVATION-LIST-INFO-EXT
           END-IF.
           RSL-READ-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF QUOTE-OPEN AND QUOTE-RESERVED
                       PERFORM RSL-ONE-QUOTE-LINE
                   END-IF
                   GO TO RSL-READ-QUOTE
           END-READ.
           CLOSE QUOTE-FILE.
           MOVE 1 TO RSL-OUTER.
           PERFORM RANK-RSV-OUTER UNTIL RSL-OUTER > RSL-COUNT-WS.
           MOVE "STOCK RESERVED FOR CONFIRMED ORDERS" TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE 0 TO RSL-LAST-CUST-WS.
           MOVE 1 TO RSL-OUTER.
           PERFORM RSL-PRINT-ROW UNTIL RSL-OUTER > RSL-COUNT-WS.
           IF RSL-COUNT-WS > 0
               PERFORM RSL-CUSTOMER-TOTAL
           END-IF.
           CLOSE CUSTOMER-FILE.
           DISPLAY RSL-TOTAL-LINES-WS " LIVE LINES HOLDING "
                   RSL-TOTAL-QTY-WS " UNITS, " RSL-EXPIRED-CT-WS
                   " EXPIRED.".
           STRING RSL-TOTAL-LINES-WS " LIVE LINES HOLDING "
               RSL-TOTAL-QTY-WS " UNITS, " RSL-EXPIRED-CT-WS
               " EXPIRED."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           RESERVATION-LIST-INFO-EXT.
               EXIT.

       RSL-ONE-QUOTE-LINE SECTION.
           IF RSL-COUNT-WS >= 500
               DISPLAY "MORE THAN 500 RESERVED LINES - LIST CUT SHORT."
               GO TO RSL-ONE-QUOTE-LINE-EXT
           END-IF.
           ADD 1 TO RSL-COUNT-WS.
           MOVE ID-CUSTOMER-QUOTE TO RSL-ID-CUSTOMER(RSL-COUNT-WS).
           MOVE ID-QUOTE TO RSL-ID-QUOTE(RSL-COUNT-WS).
           MOVE LINE-QUOTE TO RSL-LINE-QUOTE(RSL-COUNT-WS).
           MOVE ID-GOODS-QUOTE TO RSL-ID-GOODS(RSL-COUNT-WS).
           MOVE NUM-QUOTE TO RSL-QTY(RSL-COUNT-WS).
           MOVE RESERVE-LOC-QUOTE TO RSL-LOC(RSL-COUNT-WS).
           MOVE RESERVE-DATE-QUOTE TO RSL-DATE(RSL-COUNT-WS).
           MOVE RESERVE-EXPIRY-QUOTE TO RSL-EXPIRY(RSL-COUNT-WS).
           MOVE RESERVE-OPERATOR-QUOTE TO RSL-OPERATOR(RSL-COUNT-WS).
           IF RESERVE-EXPIRY-QUOTE < RPT-TODAY-WS
               MOVE "EXPIRED" TO RSL-STATE(RSL-COUNT-WS)
           ELSE
               MOVE "LIVE" TO RSL-STATE(RSL-COUNT-WS)
           END-IF.
           .
           RSL-ONE-QUOTE-LINE-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE TOP-SELLER RANKING,
      *>  ASCENDING ON CUSTOMER, QUOTE AND LINE.
       RANK-RSV-OUTER SECTION.
           MOVE RSL-OUTER TO RSL-MIN-IDX.
           COMPUTE RSL-INNER = RSL-OUTER + 1.
           PERFORM RANK-RSV-INNER UNTIL RSL-INNER > RSL-COUNT-WS.
           IF RSL-MIN-IDX NOT = RSL-OUTER
               MOVE RSL-ROW(RSL-OUTER) TO RSL-ROW-TEMP
               MOVE RSL-ROW(RSL-MIN-IDX) TO RSL-ROW(RSL-OUTER)
               MOVE RSL-ROW-TEMP TO RSL-ROW(RSL-MIN-IDX)
           END-IF.
           ADD 1 TO RSL-OUTER.
           .
           RANK-RSV-OUTER-EXT.
               EXIT.

       RANK-RSV-INNER SECTION.
           IF RSL-SORT-KEY(RSL-INNER) < RSL-SORT-KEY(RSL-MIN-IDX)
               MOVE RSL-INNER TO RSL-MIN-IDX
           END-IF.
           ADD 1 TO RSL-INNER.
           .
           RANK-RSV-INNER-EXT.
               EXIT.

      *>  STOCK, STOCK VALUE AND SALES OF EVERY COLOUR/SIZE CHILD
      *>  ADDED UP TO ITS PARENT STYLE, BEST-SELLING STYLE FIRST.
       STYLE-ROLLUP-INFO SECTION.
           DISPLAY "STYLE-ROLLUP-INFO".
           INITIALIZE SR-TOT-STOCK-WS SR-TOT-STOCK-VAL-WS
                      SR-TOT-SOLD-WS SR-TOT-SALES-VAL-WS.
           MOVE 0 TO SR-COUNT-WS.
           DISPLAY "SALES FROM DATE YYYYMMDD (0 = ALL):"
           ACCEPT SR-FROM-WS.
           DISPLAY "SALES TO DATE YYYYMMDD (0 = ALL):"
           ACCEPT SR-TO-WS.
           IF SR-TO-WS = 0
               MOVE 99999999 TO SR-TO-WS
           END-IF.
           OPEN INPUT STYLE-FILE.
           IF NOT (FILE-STA-STYLE = 00)
               DISPLAY "NO STYLES ON FILE."
               CLOSE STYLE-FILE
               GO TO STYLE-ROLLUP-INFO-EXT
           END-IF.
           SR-READ-STYLE.
           READ STYLE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-COUNT-WS < 500
                       ADD 1 TO SR-COUNT-WS
                       MOVE CODE-STYLE TO SR-CODE(SR-COUNT-WS)
                       MOVE NAME-STYLE TO SR-NAME(SR-COUNT-WS)
                       MOVE 0 TO SR-VARIANTS(SR-COUNT-WS)
                       MOVE 0 TO SR-STOCK(SR-COUNT-WS)
                       MOVE 0 TO SR-STOCK-VAL(SR-COUNT-WS)
                       MOVE 0 TO SR-SOLD(SR-COUNT-WS)
                       MOVE 0 TO SR-SALES-VAL(SR-COUNT-WS)
                   ELSE
                       DISPLAY "MORE THAN 500 STYLES - REST LEFT OUT."
                   END-IF
                   GO TO SR-READ-STYLE
           END-READ.
           CLOSE STYLE-FILE.
           OPEN INPUT GOODS-FILE.
           SR-READ-GOODS.
           READ GOODS-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF STYLE-GOODS OF REC-GOODS NOT = SPACE
                       MOVE STYLE-GOODS OF REC-GOODS
                           TO SR-LOOK-CODE-WS
                       PERFORM SR-FIND-STYLE
                       IF SR-IDX > 0
                           ADD 1 TO SR-VARIANTS(SR-IDX)
                           ADD LEFT-GOODS OF REC-GOODS
                               TO SR-STOCK(SR-IDX)
                           COMPUTE SR-STOCK-VAL(SR-IDX) =
                               SR-STOCK-VAL(SR-IDX)
                               + LEFT-GOODS OF REC-GOODS
                               * PRICE-GOODS OF REC-GOODS
                       END-IF
                   END-IF
                   GO TO SR-READ-GOODS
           END-READ.
           OPEN INPUT SALE-FILE.
           SR-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO SR-SALES-DONE
           END-READ.
           MOVE DATE-SALE OF REC-SALE TO SR-SALE-DATE-WS.
           IF SALE-VOIDED OR SR-SALE-DATE-WS < SR-FROM-WS
                  OR SR-SALE-DATE-WS > SR-TO-WS
               GO TO SR-READ-SALE
           END-IF.
           MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   GO TO SR-READ-SALE
           END-READ.
           IF STYLE-GOODS OF REC-GOODS = SPACE
               GO TO SR-READ-SALE
           END-IF.
           MOVE STYLE-GOODS OF REC-GOODS TO SR-LOOK-CODE-WS.
           PERFORM SR-FIND-STYLE.
           IF SR-IDX > 0
               ADD NUM-SALE OF REC-SALE TO SR-SOLD(SR-IDX)
               COMPUTE SR-SALES-VAL(SR-IDX) = SR-SALES-VAL(SR-IDX)
                   + NUM-SALE OF REC-SALE * UNIT-PRICE-SALE
           END-IF.
           GO TO SR-READ-SALE.
           SR-SALES-DONE.
           CLOSE SALE-FILE.
           CLOSE GOODS-FILE.
           MOVE 1 TO SR-OUTER.
           PERFORM RANK-STYLE-OUTER UNTIL SR-OUTER > SR-COUNT-WS.
           MOVE "STYLE ROLL-UP - STOCK AND SALES OF ALL VARIANTS"
               TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "RNK STYLE    NAME                 VAR    "
                   "STOCK    STOCK VALUE     SOLD    SALES VALUE".
           MOVE "RNK STYLE    NAME                 VAR    STOCK    STOC
      -        "K VALUE     SOLD    SALES VALUE" TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO SR-OUTER.
           PERFORM SR-PRINT-ROW UNTIL SR-OUTER > SR-COUNT-WS.
           MOVE SR-TOT-STOCK-WS TO SR-QTY-ED.
           MOVE SR-TOT-STOCK-VAL-WS TO SR-VAL-ED.
           MOVE SR-TOT-SOLD-WS TO SR-SOLD-ED.
           MOVE SR-TOT-SALES-VAL-WS TO SR-SALES-ED.
           DISPLAY "TOTAL                            " SR-QTY-ED " "
                   SR-VAL-ED " " SR-SOLD-ED " " SR-SALES-ED.
           STRING "TOTAL                            " SR-QTY-ED " "
               SR-VAL-ED " " SR-SOLD-ED " " SR-SALES-ED
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           STYLE-ROLLUP-INFO-EXT.
               EXIT.

      *>  SR-IDX COMES BACK AS THE ROW OF SR-LOOK-CODE-WS, OR ZERO.
       SR-FIND-STYLE SECTION.
           MOVE 1 TO SR-IDX.
           SR-FIND-NEXT.
           IF SR-IDX > SR-COUNT-WS
               MOVE 0 TO SR-IDX
               GO TO SR-FIND-STYLE-EXT
           END-IF.
           IF SR-CODE(SR-IDX) = SR-LOOK-CODE-WS
               GO TO SR-FIND-STYLE-EXT
           END-IF.
           ADD 1 TO SR-IDX.
           GO TO SR-FIND-NEXT.
           .
           SR-FIND-STYLE-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE TOP-SELLER RANKING,
      *>  DESCENDING ON SALES VALUE.
       RANK-STYLE-OUTER SECTION.
           MOVE SR-OUTER TO SR-MAX-IDX.
           COMPUTE SR-INNER = SR-OUTER + 1.
           PERFORM RANK-STYLE-INNER UNTIL SR-INNER > SR-COUNT-WS.
           IF SR-MAX-IDX NOT = SR-OUTER
               MOVE SR-ROW(SR-OUTER) TO SR-ROW-TEMP
               MOVE SR-ROW(SR-MAX-IDX) TO SR-ROW(SR-OUTER)
               MOVE SR-ROW-TEMP TO SR-ROW(SR-MAX-IDX)
           END-IF.
           ADD 1 TO SR-OUTER.
           .
           RANK-STYLE-OUTER-EXT.
               EXIT.

       RANK-STYLE-INNER SECTION.
           IF SR-SALES-VAL(SR-INNER) > SR-SALES-VAL(SR-MAX-IDX)
               MOVE SR-INNER TO SR-MAX-IDX
           END-IF.
           ADD 1 TO SR-INNER.
           .
           RANK-STYLE-INNER-EXT.
               EXIT.

       SR-PRINT-ROW SECTION.
           MOVE SR-OUTER TO SR-RANK-ED.
           MOVE SR-STOCK(SR-OUTER) TO SR-QTY-ED.
           MOVE SR-STOCK-VAL(SR-OUTER) TO SR-VAL-ED.
           MOVE SR-SOLD(SR-OUTER) TO SR-SOLD-ED.
           MOVE SR-SALES-VAL(SR-OUTER) TO SR-SALES-ED.
           DISPLAY SR-RANK-ED " " SR-CODE(SR-OUTER) " "
                   SR-NAME(SR-OUTER) " " SR-VARIANTS(SR-OUTER) " "
                   SR-QTY-ED " " SR-VAL-ED " " SR-SOLD-ED " "
                   SR-SALES-ED.
           STRING SR-RANK-ED " " SR-CODE(SR-OUTER) " "
               SR-NAME(SR-OUTER) " " SR-VARIANTS(SR-OUTER) " "
               SR-QTY-ED " " SR-VAL-ED " " SR-SOLD-ED " "
               SR-SALES-ED
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD SR-STOCK(SR-OUTER) TO SR-TOT-STOCK-WS.
           ADD SR-STOCK-VAL(SR-OUTER) TO SR-TOT-STOCK-VAL-WS.
           ADD SR-SOLD(SR-OUTER) TO SR-TOT-SOLD-WS.
           ADD SR-SALES-VAL(SR-OUTER) TO SR-TOT-SALES-VAL-WS.
           ADD 1 TO SR-OUTER.
           .
           SR-PRINT-ROW-EXT.
               EXIT.

       RSL-PRINT-ROW SECTION.
           IF RSL-OUTER = 1
              OR RSL-ID-CUSTOMER(RSL-OUTER) NOT = RSL-LAST-CUST-WS
               IF RSL-OUTER > 1
                   PERFORM RSL-CUSTOMER-TOTAL
               END-IF
               PERFORM RSL-CUSTOMER-HEADER
           END-IF.
           DISPLAY "  " RSL-ID-QUOTE(RSL-OUTER) "/"
                   RSL-LINE-QUOTE(RSL-OUTER) " "
                   RSL-ID-GOODS(RSL-OUTER) " "
                   RSL-QTY(RSL-OUTER) " "
                   RSL-LOC(RSL-OUTER) " "
                   RSL-DATE(RSL-OUTER) " "
                   RSL-EXPIRY(RSL-OUTER) " "
                   RSL-OPERATOR(RSL-OUTER) " "
                   RSL-STATE(RSL-OUTER).
           STRING "  QUOTE " RSL-ID-QUOTE(RSL-OUTER) "/"
               RSL-LINE-QUOTE(RSL-OUTER)
               " GOODS " RSL-ID-GOODS(RSL-OUTER)
               " QTY " RSL-QTY(RSL-OUTER)
               " AT " RSL-LOC(RSL-OUTER)
               " HELD " RSL-DATE(RSL-OUTER)
               " UNTIL " RSL-EXPIRY(RSL-OUTER)
               " BY " RSL-OPERATOR(RSL-OUTER)
               " " RSL-STATE(RSL-OUTER)
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           IF RSL-STATE(RSL-OUTER) = "EXPIRED"
               ADD 1 TO RSL-EXPIRED-CT-WS
           ELSE
               ADD RSL-QTY(RSL-OUTER) TO RSL-CUST-QTY-WS
               ADD 1 TO RSL-CUST-LINES-WS
           END-IF.
           ADD 1 TO RSL-OUTER.
           .
           RSL-PRINT-ROW-EXT.
               EXIT.

       RSL-CUSTOMER-HEADER SECTION.
           MOVE RSL-ID-CUSTOMER(RSL-OUTER) TO RSL-LAST-CUST-WS.
           INITIALIZE RSL-CUST-QTY-WS RSL-CUST-LINES-WS.
           MOVE RSL-LAST-CUST-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   MOVE "(UNKNOWN)" TO NAME-CUSTOMER OF REC-CUSTOMER
           END-READ.
           DISPLAY "CUSTOMER " RSL-LAST-CUST-WS " "
                   NAME-CUSTOMER OF REC-CUSTOMER.
           STRING "CUSTOMER " RSL-LAST-CUST-WS " "
               NAME-CUSTOMER OF REC-CUSTOMER
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           RSL-CUSTOMER-HEADER-EXT.
               EXIT.

       RSL-CUSTOMER-TOTAL SECTION.
           DISPLAY "  " RSL-CUST-LINES-WS " LIVE LINES, "
                   RSL-CUST-QTY-WS " UNITS RESERVED.".
           STRING "  " RSL-CUST-LINES-WS " LIVE LINES, "
               RSL-CUST-QTY-WS " UNITS RESERVED."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD RSL-CUST-QTY-WS TO RSL-TOTAL-QTY-WS.
           ADD RSL-CUST-LINES-WS TO RSL-TOTAL-LINES-WS.
           .
           RSL-CUSTOMER-TOTAL-EXT.
               EXIT.

      *>  VOIDS, STOCK ADJUSTMENTS AND RETURN SCRAPS HELD OVER THEIR
      *>  CONTROL LIMIT - FIRST THOSE STILL WAITING FOR A SECOND
      *>  SIGNATURE, THEN THOSE A SUPERVISOR TURNED DOWN AND WHY.
       AUTH-LIST-INFO SECTION.
           DISPLAY "AUTH-LIST-INFO".
           MOVE 0 TO AUL-PEND-CT-WS.
           MOVE 0 TO AUL-REJ-CT-WS.
           MOVE 0 TO AUL-PEND-VALUE-WS.
           OPEN INPUT AUTH-FILE.
           IF NOT (FILE-STA-AUTH = 00)
               DISPLAY "NOTHING HAS BEEN HELD FOR SIGN-OFF."
               CLOSE AUTH-FILE
               GO TO AUTH-LIST-INFO-EXT
           END-IF.
           CLOSE AUTH-FILE.
           MOVE "AWAITING A SECOND SIGNATURE" TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "P" TO AUL-PASS-WS.
           PERFORM AUTH-LIST-PASS.
           MOVE SPACE TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REJECTED" TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "R" TO AUL-PASS-WS.
           PERFORM AUTH-LIST-PASS.
           MOVE AUL-PEND-VALUE-WS TO AUL-VALUE-ED.
           DISPLAY AUL-PEND-CT-WS " PENDING WORTH " AUL-VALUE-ED
                   ", " AUL-REJ-CT-WS " REJECTED.".
           MOVE SPACE TO PRINT-LINE-WS.
           STRING AUL-PEND-CT-WS " PENDING WORTH " AUL-VALUE-ED
               ", " AUL-REJ-CT-WS " REJECTED."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           AUTH-LIST-INFO-EXT.
               EXIT.

      *>  ONE LINE PER REQUEST WHOSE STATUS IS AUL-PASS-WS.
       AUTH-LIST-PASS SECTION.
           OPEN INPUT AUTH-FILE.
           AUL-READ-AUTH.
           READ AUTH-FILE NEXT RECORD
               AT END
                   GO TO AUL-READ-DONE
           END-READ.
           IF NOT (STATUS-AUTH = AUL-PASS-WS)
               GO TO AUL-READ-AUTH
           END-IF.
           MOVE SPACE TO AUL-WHAT-WS.
           MOVE QTY-AUTH TO AUL-QTY-ED.
           EVALUATE TRUE
               WHEN AUTH-VOID
                   MOVE "VOID" TO AUL-TYPE-WS
                   STRING "SALE " ID-SALE-AUTH
                       DELIMITED BY SIZE INTO AUL-WHAT-WS
               WHEN AUTH-ADJUST
                   MOVE "ADJ" TO AUL-TYPE-WS
                   STRING ID-GOODS-AUTH " " LOCATION-AUTH AUL-QTY-ED
                       DELIMITED BY SIZE INTO AUL-WHAT-WS
               WHEN OTHER
                   MOVE "SCRAP" TO AUL-TYPE-WS
                   STRING "RMA " ID-RMA-AUTH AUL-QTY-ED
                       DELIMITED BY SIZE INTO AUL-WHAT-WS
           END-EVALUATE.
           MOVE VALUE-AUTH TO AUL-VALUE-ED.
           MOVE LIMIT-AUTH TO AUL-LIMIT-ED.
           IF AUTH-PENDING
               ADD 1 TO AUL-PEND-CT-WS
               ADD VALUE-AUTH TO AUL-PEND-VALUE-WS
           ELSE
               ADD 1 TO AUL-REJ-CT-WS
           END-IF.
           DISPLAY ID-AUTH " " AUL-TYPE-WS " " AUL-WHAT-WS
                   AUL-VALUE-ED AUL-LIMIT-ED " "
                   REQUESTED-BY-AUTH " " DATE-REQ-AUTH " "
                   DECIDED-BY-AUTH " " NOTE-AUTH.
           MOVE SPACE TO PRINT-LINE-WS.
           STRING ID-AUTH " " AUL-TYPE-WS " " AUL-WHAT-WS
               AUL-VALUE-ED AUL-LIMIT-ED " "
               REQUESTED-BY-AUTH " " DATE-REQ-AUTH " "
               DECIDED-BY-AUTH " " NOTE-AUTH
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO AUL-READ-AUTH.
           AUL-READ-DONE.
           CLOSE AUTH-FILE.
           .
           AUTH-LIST-PASS-EXT.
               EXIT.

      *>  STOCK SITTING AT CUSTOMER SITES ON APPROVAL, CUSTOMER BY
      *>  CUSTOMER, WITH EVERY LINE PAST ITS DUE DATE FLAGGED OVERDUE
      *>  SO THE REPS KNOW WHOM TO CHASE.
       APPROVAL-LIST-INFO SECTION.
           DISPLAY "APPROVAL-LIST-INFO".
           INITIALIZE APL-TOTAL-QTY-WS APL-TOTAL-LINES-WS
                      APL-OVERDUE-CT-WS.
           MOVE 0 TO APL-COUNT-WS.
           ACCEPT RPT-TODAY-WS FROM DATE YYYYMMDD.
           OPEN INPUT APPROVAL-FILE.
           IF NOT (FILE-STA-APPROVAL = 00)
               DISPLAY "NO STOCK IS OUT ON APPROVAL."
               CLOSE APPROVAL-FILE
               GO TO APPROVAL-LIST-INFO-EXT
           END-IF.
           APL-READ-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF APPROVAL-OPEN
                       PERFORM APL-ONE-LINE
                   END-IF
                   GO TO APL-READ-APPROVAL
           END-READ.
           CLOSE APPROVAL-FILE.
           MOVE 1 TO APL-OUTER.
           PERFORM RANK-APL-OUTER UNTIL APL-OUTER > APL-COUNT-WS.
           MOVE "STOCK OUT ON APPROVAL AT CUSTOMER SITES"
               TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE 0 TO APL-LAST-CUST-WS.
           MOVE 1 TO APL-OUTER.
           PERFORM APL-PRINT-ROW UNTIL APL-OUTER > APL-COUNT-WS.
           IF APL-COUNT-WS > 0
               PERFORM APL-CUSTOMER-TOTAL
           END-IF.
           CLOSE CUSTOMER-FILE.
           DISPLAY APL-TOTAL-LINES-WS " LINES OUT HOLDING "
                   APL-TOTAL-QTY-WS " UNITS, " APL-OVERDUE-CT-WS
                   " OVERDUE.".
           MOVE SPACE TO PRINT-LINE-WS.
           STRING APL-TOTAL-LINES-WS " LINES OUT HOLDING "
               APL-TOTAL-QTY-WS " UNITS, " APL-OVERDUE-CT-WS
               " OVERDUE."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           APPROVAL-LIST-INFO-EXT.
               EXIT.

       APL-ONE-LINE SECTION.
           IF APL-COUNT-WS >= 500
               DISPLAY "MORE THAN 500 APPROVAL LINES - LIST CUT SHORT."
               GO TO APL-ONE-LINE-EXT
           END-IF.
           ADD 1 TO APL-COUNT-WS.
           MOVE ID-CUSTOMER-APR TO APL-ID-CUSTOMER(APL-COUNT-WS).
           MOVE ID-APPROVAL TO APL-ID-APPROVAL(APL-COUNT-WS).
           MOVE LINE-APPROVAL TO APL-LINE-APPROVAL(APL-COUNT-WS).
           MOVE ID-GOODS-APR TO APL-ID-GOODS(APL-COUNT-WS).
           MOVE QTY-OUT-APR TO APL-QTY(APL-COUNT-WS).
           MOVE FROM-LOC-APR TO APL-LOC(APL-COUNT-WS).
           MOVE DATE-OUT-APR TO APL-DATE-OUT(APL-COUNT-WS).
           MOVE DATE-DUE-APR TO APL-DATE-DUE(APL-COUNT-WS).
           IF DATE-DUE-APR < RPT-TODAY-WS
               MOVE "OVERDUE" TO APL-STATE(APL-COUNT-WS)
           ELSE
               MOVE "OUT" TO APL-STATE(APL-COUNT-WS)
           END-IF.
           .
           APL-ONE-LINE-EXT.
               EXIT.

      *>  SAME SELECTION-SORT MECHANICS AS THE RESERVATION LIST,
      *>  ASCENDING ON CUSTOMER, APPROVAL AND LINE.
       RANK-APL-OUTER SECTION.
           MOVE APL-OUTER TO APL-MIN-IDX.
           COMPUTE APL-INNER = APL-OUTER + 1.
           PERFORM RANK-APL-INNER UNTIL APL-INNER > APL-COUNT-WS.
           IF APL-MIN-IDX NOT = APL-OUTER
               MOVE APL-ROW(APL-OUTER) TO APL-ROW-TEMP
               MOVE APL-ROW(APL-MIN-IDX) TO APL-ROW(APL-OUTER)
               MOVE APL-ROW-TEMP TO APL-ROW(APL-MIN-IDX)
           END-IF.
           ADD 1 TO APL-OUTER.
           .
           RANK-APL-OUTER-EXT.
               EXIT.

       RANK-APL-INNER SECTION.
           IF APL-SORT-KEY(APL-INNER) < APL-SORT-KEY(APL-MIN-IDX)
               MOVE APL-INNER TO APL-MIN-IDX
           END-IF.
           ADD 1 TO APL-INNER.
           .
           RANK-APL-INNER-EXT.
               EXIT.

       APL-PRINT-ROW SECTION.
           IF APL-OUTER = 1
              OR APL-ID-CUSTOMER(APL-OUTER) NOT = APL-LAST-CUST-WS
               IF APL-OUTER > 1
                   PERFORM APL-CUSTOMER-TOTAL
               END-IF
               PERFORM APL-CUSTOMER-HEADER
           END-IF.
           DISPLAY "  " APL-ID-APPROVAL(APL-OUTER) "/"
                   APL-LINE-APPROVAL(APL-OUTER) " "
                   APL-ID-GOODS(APL-OUTER) " "
                   APL-QTY(APL-OUTER) " "
                   APL-LOC(APL-OUTER) " "
                   APL-DATE-OUT(APL-OUTER) " "
                   APL-DATE-DUE(APL-OUTER) " "
                   APL-STATE(APL-OUTER).
           MOVE SPACE TO PRINT-LINE-WS.
           STRING "  APPROVAL " APL-ID-APPROVAL(APL-OUTER) "/"
               APL-LINE-APPROVAL(APL-OUTER)
               " GOODS " APL-ID-GOODS(APL-OUTER)
               " QTY " APL-QTY(APL-OUTER)
               " FROM " APL-LOC(APL-OUTER)
               " SENT " APL-DATE-OUT(APL-OUTER)
               " DUE " APL-DATE-DUE(APL-OUTER)
               " " APL-STATE(APL-OUTER)
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           IF APL-STATE(APL-OUTER) = "OVERDUE"
               ADD 1 TO APL-CUST-OVERDUE-WS
           END-IF.
           ADD APL-QTY(APL-OUTER) TO APL-CUST-QTY-WS.
           ADD 1 TO APL-CUST-LINES-WS.
           ADD 1 TO APL-OUTER.
           .
           APL-PRINT-ROW-EXT.
               EXIT.

       APL-CUSTOMER-HEADER SECTION.
           MOVE APL-ID-CUSTOMER(APL-OUTER) TO APL-LAST-CUST-WS.
           INITIALIZE APL-CUST-QTY-WS APL-CUST-LINES-WS
                      APL-CUST-OVERDUE-WS.
           MOVE APL-LAST-CUST-WS TO ID-CUSTOMER OF REC-CUSTOMER.
           READ CUSTOMER-FILE
               KEY IS ID-CUSTOMER OF REC-CUSTOMER
               INVALID KEY
                   MOVE "(UNKNOWN)" TO NAME-CUSTOMER OF REC-CUSTOMER
           END-READ.
           DISPLAY "CUSTOMER " APL-LAST-CUST-WS " "
                   NAME-CUSTOMER OF REC-CUSTOMER.
           MOVE SPACE TO PRINT-LINE-WS.
           STRING "CUSTOMER " APL-LAST-CUST-WS " "
               NAME-CUSTOMER OF REC-CUSTOMER
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           APL-CUSTOMER-HEADER-EXT.
               EXIT.

       APL-CUSTOMER-TOTAL SECTION.
           DISPLAY "  " APL-CUST-LINES-WS " LINES, "
                   APL-CUST-QTY-WS " UNITS HELD, "
                   APL-CUST-OVERDUE-WS " OVERDUE.".
           MOVE SPACE TO PRINT-LINE-WS.
           STRING "  " APL-CUST-LINES-WS " LINES, "
               APL-CUST-QTY-WS " UNITS HELD, "
               APL-CUST-OVERDUE-WS " OVERDUE."
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD APL-CUST-QTY-WS TO APL-TOTAL-QTY-WS.
           ADD APL-CUST-LINES-WS TO APL-TOTAL-LINES-WS.
           ADD APL-CUST-OVERDUE-WS TO APL-OVERDUE-CT-WS.
           .
           APL-CUSTOMER-TOTAL-EXT.
               EXIT.

      *>  =========================框架协议提货报表======================
      *>  DRAWDOWN PER BLANKET: AGREED, DRAWN, REMAINING AND HOW
      *>  CLOSE EACH DEAL IS TO EXHAUSTION OR EXPIRY.
           MOVE 0 TO RS-LAST-BILL-WS.
           OPEN INPUT SALE-FILE.
           OPEN INPUT SHIPTO-FILE.
           MOVE ZEROS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO RS-SALES-DONE
           END-START.
           RS-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-SALE OF REC-SALE > RS-DATE-WS
                       GO TO RS-SALES-DONE
                   END-IF
                   IF NOT SALE-VOIDED
                          AND NOT SHIP-DELIVERED
                          AND DATE-SALE OF REC-SALE
                   END-IF
                   GO TO RS-READ-SALE
           END-READ.
           RS-SALES-DONE.
           CLOSE SHIPTO-FILE.
           CLOSE SALE-FILE.
           IF RS-COUNT-WS = 0

       TGT-ONE-SALESPERSON SECTION.
           INITIALIZE TGT-ACTUAL-WS.
           MOVE TGT-YYYY-WS TO YYYY-DATE OF DATE-SALE OF REC-SALE.
           MOVE TGT-MM-WS TO MM-DATE OF DATE-SALE OF REC-SALE.
           MOVE 0 TO DD-DATE OF DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO TGT-ONE-SP-REPORT
           END-START.
               AT END
                   GO TO TGT-ONE-SP-REPORT
           END-READ.
           IF NOT (YYYY-DATE OF DATE-SALE OF REC-SALE = TGT-YYYY-WS
                  AND MM-DATE OF DATE-SALE OF REC-SALE = TGT-MM-WS)
               GO TO TGT-ONE-SP-REPORT
           END-IF.
           IF CODE-SALESPERSON-SALE = CODE-SALESPERSON-SP
                  AND NOT SALE-VOIDED
               MOVE ID-GOODS OF REC-SALE TO ID-GOODS OF REC-GOODS
               READ GOODS-FILE
                   KEY IS ID-GOODS OF REC-GOODS
           END-IF.
           DISPLAY "INCLUDE ARCHIVED SALES? (Y/N):"
           ACCEPT INCLUDE-ARC-CHOICE-WS.
           PERFORM VAT-RETURN-RUN.
           .
           VAT-RETURN-INFO-EXT.
               EXIT.

       VAT-RETURN-RUN SECTION.
           INITIALIZE VRT-COUNT-WS VRT-INPUT-TOTAL-WS.

           PERFORM VRT-SCAN-SALES.
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           VAT-RETURN-RUN-EXT.
               EXIT.

       VRT-SCAN-SALES SECTION.
           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
           MOVE VRT-DATE-FROM-WS TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO VRT-SALES-DONE
           END-START.
           VRT-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-SALE OF REC-SALE > VRT-DATE-TO-WS
                       GO TO VRT-SALES-DONE
                   END-IF
                   IF NOT SALE-VOIDED
                          AND DATE-SALE OF REC-SALE
                              NOT < VRT-DATE-FROM-WS
                   END-IF
                   GO TO VRT-READ-SALE
           END-READ.
           VRT-SALES-DONE.
           CLOSE GOODS-FILE.
           CLOSE SALE-FILE.
           PERFORM VRT-SCAN-FREIGHT.
           .
           VRT-SCAN-SALES-EXT.
               EXIT.

      *>  VAT ON DELIVERY CHARGES IS STANDARD-RATED OUTPUT TAX.
       VRT-SCAN-FREIGHT SECTION.
           OPEN INPUT FREIGHT-FILE.
           IF NOT (FILE-STA-FREIGHT = 00)
               CLOSE FREIGHT-FILE
               GO TO VRT-SCAN-FREIGHT-EXT
           END-IF.
           VRT-READ-FREIGHT.
           READ FREIGHT-FILE NEXT RECORD
               AT END
                   GO TO VRT-FREIGHT-DONE
           END-READ.
           IF FRT-VOIDED
                  OR DATE-FRT < VRT-DATE-FROM-WS
                  OR DATE-FRT > VRT-DATE-TO-WS
                  OR VAT-AMT-FRT = 0
               GO TO VRT-READ-FREIGHT
           END-IF.
           MOVE "STD" TO VRT-CODE-WS.
           MOVE VAT-AMT-FRT TO VRT-AMT-WS.
           PERFORM VRT-FIND-CODE.
           ADD VRT-AMT-WS TO VRT-ROW-OUTPUT(VRT-IDX).
           GO TO VRT-READ-FREIGHT.
           VRT-FREIGHT-DONE.
           CLOSE FREIGHT-FILE.
           .
           VRT-SCAN-FREIGHT-EXT.
               EXIT.

      *>  RATE CODE OF THE GOODS ON THE CURRENT SALE LINE - BLANK
           DISPLAY "DRAWER-OVERSHORT-INFO"
           DISPLAY "ENTER DATE TO REPORT (YYYYMMDD, 0 = ALL):"
           ACCEPT OS-DATE-WS
           PERFORM ACCEPT-REPORT-BRANCH.
           INITIALIZE OS-SESSION-CT-WS OS-TOT-CASH-WS OS-TOT-CARD-WS
               OS-TOT-OUT-WS OS-TOT-IN-WS OS-TOT-DROP-WS.
           OPEN INPUT DRAWER-FILE.
           IF NOT (FILE-STA-DRAWER = 00 OR FILE-STA-DRAWER = 05)
               DISPLAY "DRAWER FILE WILL NOT OPEN - STATUS "
               GO TO DRAWER-OVERSHORT-INFO-EXT
           END-IF.
           DISPLAY "SESSION OPERATOR   DATE     FLOAT      "
                   "CASH O/S   CARD O/S   PAID-OUT   PAID-IN    "
                   "BANK DROP".
           STRING "DRAWER OVER/SHORT BY SESSION  BRANCH "
               RPT-BRANCH-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OS-READ-DRAWER.
           READ DRAWER-FILE NEXT RECORD
                   IF DRAWER-CLOSED
                          AND (OS-DATE-WS = 0
                               OR DATE-DRAWER = OS-DATE-WS)
                          AND (RPT-BRANCH-WS = SPACE
                               OR BRANCH-DRAWER = RPT-BRANCH-WS)
                       ADD 1 TO OS-SESSION-CT-WS
                       ADD OVER-CASH-DRAWER TO OS-TOT-CASH-WS
                       ADD OVER-CARD-DRAWER TO OS-TOT-CARD-WS
                       PERFORM OS-DRAWER-MOVEMENTS
                       DISPLAY ID-SESSION-DRAWER " "
                               OPERATOR-DRAWER " "
                               DATE-DRAWER " "
                               FLOAT-DRAWER " "
                               OVER-CASH-DRAWER " "
                               OVER-CARD-DRAWER " "
                               OS-PAID-OUT-WS " "
                               OS-PAID-IN-WS " "
                               OS-DROP-WS
                       STRING ID-SESSION-DRAWER " "
                           OPERATOR-DRAWER " "
                           DATE-DRAWER " "
                           FLOAT-DRAWER " "
                           OVER-CASH-DRAWER " "
                           OVER-CARD-DRAWER " "
                           OS-PAID-OUT-WS " "
                           OS-PAID-IN-WS " "
                           OS-DROP-WS
                           DELIMITED BY SIZE INTO PRINT-LINE-WS
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               OS-TOT-CASH-WS " NET CARD O/S " OS-TOT-CARD-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "PAID OUT " OS-TOT-OUT-WS " PAID IN "
                   OS-TOT-IN-WS " DROPPED TO BANK " OS-TOT-DROP-WS.
           STRING "PAID OUT " OS-TOT-OUT-WS " PAID IN "
               OS-TOT-IN-WS " DROPPED TO BANK " OS-TOT-DROP-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           DRAWER-OVERSHORT-INFO-EXT.
               EXIT.

      *>  THE SESSION'S PAID-OUTS, PAID-INS AND DROPS AS TOTALLED AT
      *>  CLOSE. SESSIONS CLOSED BEFORE THEY WERE KEPT SHOW ZERO.
       OS-DRAWER-MOVEMENTS SECTION.
           MOVE 0 TO OS-PAID-OUT-WS OS-PAID-IN-WS OS-DROP-WS.
           IF PAID-OUT-DRAWER IS NUMERIC
               MOVE PAID-OUT-DRAWER TO OS-PAID-OUT-WS
           END-IF.
           IF PAID-IN-DRAWER IS NUMERIC
               MOVE PAID-IN-DRAWER TO OS-PAID-IN-WS
           END-IF.
           IF DROP-DRAWER IS NUMERIC
               MOVE DROP-DRAWER TO OS-DROP-WS
           END-IF.
           ADD OS-PAID-OUT-WS TO OS-TOT-OUT-WS.
           ADD OS-PAID-IN-WS TO OS-TOT-IN-WS.
           ADD OS-DROP-WS TO OS-TOT-DROP-WS.
           .
           OS-DRAWER-MOVEMENTS-EXT.
               EXIT.

      *>  =========================催款函==============================
      *>  CHASES OVERDUE ON-ACCOUNT BALANCES: THE SAME OPEN-BALANCE
      *>  ARITHMETIC AS THE AR AGING (SALES LESS PAYMENTS LESS
           ACCEPT DUN-TODAY-WS FROM DATE YYYYMMDD.
           INITIALIZE DUN-COUNT-WS.
           MOVE "N" TO DUN-TRUNC-WARNED-SW.
           MOVE DUN-TODAY-WS TO OI-ASOF-DATE-WS.
           MOVE 0 TO OI-CUSTOMER-WS.
           PERFORM OI-BUILD-OPEN-ITEMS.
           MOVE 1 TO OI-IDX.
           PERFORM DUN-ACCUM-OPEN-ITEM UNTIL OI-IDX > OI-COUNT-WS.
           PERFORM DUN-SCAN-PAYMENTS.

           OPEN I-O DUNNING-FILE.
           IF NOT (FILE-STA-DUNNING = 00 OR FILE-STA-DUNNING = 05)
               DISPLAY "DUNNING FILE WILL NOT OPEN - STATUS "
                       FILE-STA-DUNNING
               MOVE 1 TO LS-RETURN-PRINT
               GO TO GENERATE-DUNNING-LETTERS-EXT
           END-IF.
           OPEN EXTEND DUNNING-LETTER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE 0 TO DUN-LETTER-CT-WS.
           MOVE 0 TO DUN-MAILED-CT-WS.
           MOVE 1 TO DUN-IDX.
           PERFORM DUN-ONE-CUSTOMER UNTIL DUN-IDX > DUN-COUNT-WS.
           CLOSE CUSTOMER-FILE.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE DUNNING-FILE.
           DISPLAY DUN-LETTER-CT-WS " REMINDER LETTERS - "
                   DUN-MAILED-CT-WS " FILED FOR E-MAIL, THE REST "
                   "SPOOLED TO DUNNING.PRT.".
           .
           GENERATE-DUNNING-LETTERS-EXT.
               EXIT.

      *>  ONLY ON-ACCOUNT BUSINESS CAN BE OVERDUE, AND ONLY THE
      *>  BILLS STILL OPEN - A BILL ALREADY PAID IS NEVER CHASED
      *>  BECAUSE ANOTHER ONE IS IN DISPUTE. THE APPLIED RECEIPTS
      *>  ARE ADDED BACK HERE SO THAT, ONCE DUN-SCAN-PAYMENTS TAKES
      *>  OFF EVERY RECEIPT, ONLY UNAPPLIED CASH NETS THE BALANCE.
       DUN-ACCUM-OPEN-ITEM SECTION.
           MOVE OI-ID-CUSTOMER(OI-IDX) TO DUN-TARGET-CUST-WS.
           PERFORM DUN-FIND-CUSTOMER.
           IF NOT DUN-FOUND
               GO TO DUN-ACCUM-OPEN-ITEM-NEXT
           END-IF.
           ADD OI-OPEN(OI-IDX) TO DUN-BALANCE(DUN-IDX).
           ADD OI-ALLOC(OI-IDX) TO DUN-BALANCE(DUN-IDX).
           IF OI-OPEN(OI-IDX) > 0
                  AND OI-DUE-DATE(OI-IDX) < DUN-OLDEST-DATE(DUN-IDX)
               MOVE OI-DUE-DATE(OI-IDX) TO DUN-OLDEST-DATE(DUN-IDX)
           END-IF.
           DUN-ACCUM-OPEN-ITEM-NEXT.
           ADD 1 TO OI-IDX.
           .
           DUN-ACCUM-OPEN-ITEM-EXT.
               EXIT.

       DUN-SCAN-PAYMENTS SECTION.
           DUN-FIND-CUSTOMER-EXT.
               EXIT.

      *>  PICKS THE LETTER LEVEL FOR ONE CUSTOMER OR SKIPS HIM, OFF
      *>  THE DAYS HIS OLDEST OPEN BILL IS PAST ITS DUE DATE: FINAL
      *>  NOTICE NEEDS 60+ DAYS OVERDUE AND TWO LETTERS ALREADY SENT,
      *>  FIRM NEEDS 30+ DAYS AND ONE, GENTLE NEEDS ANY BILL OVERDUE -
      *>  NOBODY JUMPS STRAIGHT TO A FINAL NOTICE.
       DUN-ONE-CUSTOMER SECTION.
           IF NOT (DUN-BALANCE(DUN-IDX) > 0)
           PERFORM COMPUTE-AGE-DAYS.
           PERFORM DUN-COUNT-PRIOR.
           EVALUATE TRUE
               WHEN AGE-DAYS-WS > 60 AND DUN-PRIOR-CT-WS > 1
                   MOVE 3 TO DUN-LEVEL-WS
               WHEN AGE-DAYS-WS > 30 AND DUN-PRIOR-CT-WS > 0
                   MOVE 2 TO DUN-LEVEL-WS
               WHEN AGE-DAYS-WS > 0
                   MOVE 1 TO DUN-LEVEL-WS
               WHEN OTHER
                   GO TO DUN-ONE-CUSTOMER-NEXT
           DUN-COUNT-PRIOR-EXT.
               EXIT.

      *>  EACH PRINTED LETTER LINE ALSO GOES INTO THE REPORT SPOOL,
      *>  SO THE CATALOGED RUN CAN BE BROWSED AND REPRINTED AS SENT.
       DUN-WRITE-LETTER SECTION.
           MOVE DUN-ID-CUSTOMER(DUN-IDX)
               TO ID-CUSTOMER OF REC-CUSTOMER.
               INVALID KEY
                   MOVE "(UNKNOWN)" TO NAME-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO CONTACT-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO BILL-ADDR-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO PHONE-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO EMAIL-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO TAX-REG-CUSTOMER OF REC-CUSTOMER
                   MOVE SPACE TO DELIVERY-PREF-CUSTOMER OF REC-CUSTOMER
           END-READ.
      *>  A CUSTOMER WHO TAKES E-MAIL GETS THE LETTER AS ITS OWN
      *>  FILE, NUMBERED AS THE HISTORY ROW ABOUT TO BE WRITTEN.
           MOVE "DUN" TO EDOC-TYPE-WS.
           COMPUTE EDOC-DOC-NO-WS = DUN-PRIOR-CT-WS + 1.
           PERFORM EDOC-OPEN-DOC.
           MOVE SPACE TO DUN-LETTER-LINE-WS.
           STRING "REMINDER LETTER " DUN-TODAY-WS
               " LEVEL " DUN-LEVEL-WS
               " TO CUSTOMER " DUN-ID-CUSTOMER(DUN-IDX)
               " " NAME-CUSTOMER OF REC-CUSTOMER
               DELIMITED BY SIZE INTO DUN-LETTER-LINE-WS.
           PERFORM DUN-PUT-LINE.
           PERFORM BUILD-CUST-ADDRESS.
           MOVE 1 TO CA-IDX.
           PERFORM DUN-WRITE-ADDR-LINE UNTIL CA-IDX > CA-COUNT-WS.
           MOVE SPACE TO DUN-LETTER-LINE-WS.
           STRING "CONTACT: " CONTACT-CUSTOMER OF REC-CUSTOMER
               "  BALANCE OUTSTANDING: " DUN-BALANCE(DUN-IDX)
               "  OLDEST ITEM DUE: " DUN-OLDEST-DATE(DUN-IDX)
               DELIMITED BY SIZE INTO DUN-LETTER-LINE-WS.
           PERFORM DUN-PUT-LINE.
           MOVE 1 TO OI-IDX.
           PERFORM DUN-LIST-OPEN-BILL UNTIL OI-IDX > OI-COUNT-WS.
           MOVE SPACE TO DUN-LETTER-LINE-WS.
           EVALUATE DUN-LEVEL-WS
               WHEN 1
                       "ON STOP AND PASSED FOR COLLECTION."
                       DELIMITED BY SIZE INTO DUN-LETTER-LINE-WS
           END-EVALUATE.
           PERFORM DUN-PUT-LINE.
           MOVE SPACE TO DUN-LETTER-LINE-WS.
           PERFORM DUN-PUT-LINE.
           IF EDOC-TO-FILE
               ADD 1 TO DUN-MAILED-CT-WS
           END-IF.
           PERFORM EDOC-CLOSE-DOC.
           .
           DUN-WRITE-LETTER-EXT.
               EXIT.

       DUN-WRITE-ADDR-LINE SECTION.
           MOVE CA-LINE-WS(CA-IDX) TO DUN-LETTER-LINE-WS.
           PERFORM DUN-PUT-LINE.
           ADD 1 TO CA-IDX.
           .
           DUN-WRITE-ADDR-LINE-EXT.
               EXIT.

      *>  THE LETTER NAMES THE BILLS STILL OPEN, SO THE CUSTOMER
      *>  SEES EXACTLY WHAT IS BEING CHASED.
       DUN-LIST-OPEN-BILL SECTION.
           IF NOT (OI-ID-CUSTOMER(OI-IDX) = DUN-ID-CUSTOMER(DUN-IDX))
                  OR NOT (OI-OPEN(OI-IDX) > 0)
               GO TO DUN-LIST-OPEN-BILL-NEXT
           END-IF.
           MOVE SPACE TO DUN-LETTER-LINE-WS.
           STRING "    BILL " OI-ID-SALE(OI-IDX)
               " DATED " OI-DATE(OI-IDX)
               " DUE " OI-DUE-DATE(OI-IDX)
               " OPEN " OI-OPEN(OI-IDX)
               DELIMITED BY SIZE INTO DUN-LETTER-LINE-WS.
           PERFORM DUN-PUT-LINE.
           DUN-LIST-OPEN-BILL-NEXT.
           ADD 1 TO OI-IDX.
           .
           DUN-LIST-OPEN-BILL-EXT.
               EXIT.

       DUN-PUT-LINE SECTION.
           IF EDOC-TO-FILE
               MOVE DUN-LETTER-LINE-WS TO EDOC-LINE-WS
               PERFORM EDOC-PUT-LINE
               GO TO DUN-PUT-LINE-EXT
           END-IF.
           MOVE DUN-LETTER-LINE-WS TO REC-DUNNING-LETTER.
           WRITE REC-DUNNING-LETTER.
           MOVE DUN-LETTER-LINE-WS TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           DUN-PUT-LINE-EXT.
               EXIT.

       DUN-WRITE-HISTORY SECTION.
           COMPUTE-AGE-DAYS-EXT.
               EXIT.

      *>  ROLLS DUE-IN-DATE-WS FORWARD DUE-ADD-DAYS-WS DAYS ON
      *>  30-DAY MONTHS INTO DUE-OUT-DATE-WS - THE SAME APPROXIMATION
      *>  COMPUTE-AGE-DAYS USES.
       ADD-DAYS-TO-DATE SECTION.
           MOVE DUE-IN-DATE-WS(1:4) TO DUE-YYYY-WS.
           MOVE DUE-IN-DATE-WS(5:2) TO DUE-MM-WS.
           MOVE DUE-IN-DATE-WS(7:2) TO DUE-DD-WS.
           ADD DUE-ADD-DAYS-WS TO DUE-DD-WS.
           ADD-DAYS-ROLL-DAYS.
           IF DUE-DD-WS > 30
               SUBTRACT 30 FROM DUE-DD-WS
               ADD 1 TO DUE-MM-WS
               GO TO ADD-DAYS-ROLL-DAYS
           END-IF.
           ADD-DAYS-ROLL-MONTHS.
           IF DUE-MM-WS > 12
               SUBTRACT 12 FROM DUE-MM-WS
               ADD 1 TO DUE-YYYY-WS
               GO TO ADD-DAYS-ROLL-MONTHS
           END-IF.
           COMPUTE DUE-OUT-DATE-WS =
               DUE-YYYY-WS * 10000 + DUE-MM-WS * 100 + DUE-DD-WS.
           .
           ADD-DAYS-TO-DATE-EXT.
               EXIT.

      *>  THE PRICE A SALE LINE IS VALUED AT: THE UNIT PRICE STORED
      *>  AT POSTING TIME, FALLING BACK TO TODAY'S PRICE-GOODS ONLY
      *>  FOR RECORDS WRITTEN BEFORE THE FIELD EXISTED. REC-GOODS
           END-READ.
           CLOSE SUPPLIER-FILE.

      *>  THE SUPPLIER INDEX ON THE PURCHASE FILE GOES STRAIGHT TO
      *>  THE LINES ORDERED FROM THIS SUPPLIER.
           OPEN INPUT PURCHASE-FILE.
           MOVE PARAM-CODE-SUPPLIER-WS TO CODE-SUPPLIER-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN CODE-SUPPLIER-PURCHASE
               INVALID KEY
                   GO TO SPEND-PURCHASE-DONE
           END-START.
           SPEND-READ-PURCHASE.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO SPEND-PURCHASE-DONE
           END-READ.
           IF NOT (CODE-SUPPLIER-PURCHASE = PARAM-CODE-SUPPLIER-WS)
               GO TO SPEND-PURCHASE-DONE
           END-IF.
           IF PURCHASE-RECEIVED AND NOT PURCHASE-VOIDED
               ADD NUM-PURCHASE OF REC-PURCHASE TO SPEND-QTY-WS
               ADD 1 TO SPEND-LINE-CT-WS
               COMPUTE SPEND-TOTAL-WS = SPEND-TOTAL-WS +
                   NUM-PURCHASE OF REC-PURCHASE *
                   COST-GOODS OF REC-PURCHASE
           END-IF.
           GO TO SPEND-READ-PURCHASE.
           SPEND-PURCHASE-DONE.
           CLOSE PURCHASE-FILE.

           DISPLAY "SUPPLIER: " NAME-SUPPLIER OF REC-SUPPLIER.
      *>  =======================畅销商品排行报表====================
       TOP-SELLING-INFO SECTION.
           DISPLAY "TOP-SELLING-GOODS-INFO"
           DISPLAY "ENTER FIRST MONTH OF RANGE (YYYYMM, 0 = ALL):"
           ACCEPT TS-MONTH-FROM-WS
           DISPLAY "ENTER LAST MONTH OF RANGE (YYYYMM, 0 = TO DATE):"
           ACCEPT TS-MONTH-TO-WS
           IF TS-MONTH-TO-WS = 0
               MOVE 999999 TO TS-MONTH-TO-WS
           END-IF.
           INITIALIZE TS-COUNT-WS.
           MOVE "N" TO TS-TRUNC-WARNED-SW.
           OPEN INPUT GOODS-FILE.
           OPEN INPUT MONTH-SUMMARY-FILE.
           TOP-SELL-READ-GOODS.
           READ GOODS-FILE NEXT RECORD
               AT END
                   END-IF
                   GO TO TOP-SELL-READ-GOODS
           END-READ.
           CLOSE MONTH-SUMMARY-FILE.
           CLOSE GOODS-FILE.
           PERFORM RANK-TOP-SELL.
           DISPLAY "RANK  ID-GOODS  NAME-GOODS            QTY-SOLD"
           TOP-SELLING-INFO-EXT.
               EXIT.

      *>  THE GOODS' ROWS IN THE MONTHLY SUMMARY COVER ARCHIVED AND
      *>  LIVE SALES ALIKE, NET OF VOIDS.
       COMPUTE-TOP-SELL-QTY SECTION.
           ADD 1 TO TS-COUNT-WS.
           MOVE ID-GOODS OF REC-GOODS TO TS-ID-GOODS(TS-COUNT-WS).
           MOVE NAME-GOODS OF REC-GOODS TO TS-NAME-GOODS(TS-COUNT-WS).
           INITIALIZE TS-QTY(TS-COUNT-WS).
           SET MSUM-GOODS TO TRUE.
           MOVE ID-GOODS OF REC-GOODS TO ID-MSUM.
           MOVE TS-MONTH-FROM-WS TO YYYYMM-MSUM.
           START MONTH-SUMMARY-FILE
               KEY NOT LESS THAN KEY-MONTH-SUMMARY
               INVALID KEY
                   GO TO COMPUTE-TOP-SELL-QTY-EXT
           END-START.
           TOP-SELL-SCAN-SUMMARY.
           READ MONTH-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO COMPUTE-TOP-SELL-QTY-EXT
           END-READ.
           IF NOT MSUM-GOODS
                  OR ID-MSUM NOT = ID-GOODS OF REC-GOODS
                  OR YYYYMM-MSUM > TS-MONTH-TO-WS
               GO TO COMPUTE-TOP-SELL-QTY-EXT
           END-IF.
           ADD QTY-MSUM TO TS-QTY(TS-COUNT-WS).
           GO TO TOP-SELL-SCAN-SUMMARY.
           .
           COMPUTE-TOP-SELL-QTY-EXT.
               EXIT.

       RANK-TOP-SELL SECTION.
       SALE-INFO SECTION.
           DISPLAY 'A>ALL-SALE-INF   D>BY DATE-RANGE   '
                   'I>BY GOODS-ID   T>MONTHLY TREND   '
                   'N>DELIVERY NOTE   U>UNSHIPPED BILLS   '
                   'R>OPEN RMAS   E>EXIT.'
           DISPLAY 'ENTER YOUR CHOICE:'
           ACCEPT SALE-PRINT-CHOICE
           EVALUATE SALE-PRINT-CHOICE
                   PERFORM DELIVERY-NOTE-INFO
               WHEN 'U'
                   PERFORM UNSHIPPED-BILLS-INFO
               WHEN 'R'
                   PERFORM RMA-AGING-INFO
               WHEN 'E'
                   CONTINUE
               WHEN OTHER
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO SALE-RPT-VAT-TOTAL-WS.
           OPEN INPUT SALE-FILE.
           MOVE PARAM-DATE-FROM TO DATE-SALE OF REC-SALE.
           START SALE-FILE
               KEY NOT LESS THAN DATE-SALE OF REC-SALE
               INVALID KEY
                   GO TO DATE-READ-DONE
           END-START.
           DATE-READ-SALE.
           READ SALE-FILE NEXT RECORD
               AT END
                   GO TO DATE-READ-DONE
           END-READ.
           IF DATE-SALE OF REC-SALE > PARAM-DATE-TO
               GO TO DATE-READ-DONE
           END-IF.
           MOVE CORR REC-SALE TO SBODY.
           DISPLAY SBODY.
           MOVE SBODY TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           IF NOT SALE-VOIDED
               ADD VAT-AMT-SALE OF REC-SALE TO SALE-RPT-VAT-TOTAL-WS
           END-IF.
           GO TO DATE-READ-SALE.
           DATE-READ-DONE.
           CLOSE SALE-FILE.
           PERFORM PRINT-SALE-RPT-VAT-TOTAL.
           .
           UNSHIP-ONE-BILL-EXT.
               EXIT.

      *>  RETURN AUTHORISATIONS ISSUED BUT NEVER (OR ONLY PARTLY)
      *>  RECEIVED BACK, AGED FROM THE ISSUE DATE. EXPIRED ONES ARE
      *>  FLAGGED - THEY CAN BE CANCELLED AT THE COUNTER.
       RMA-AGING-INFO SECTION.
           DISPLAY "RMA-AGING-INFO"
           ACCEPT RPT-TODAY-WS FROM DATE YYYYMMDD.
           MOVE 0 TO RMA-AGE-CT-WS.
           MOVE 0 TO RMA-AGE-EXPIRED-CT-WS.
           MOVE "OPEN RETURN AUTHORISATIONS NOT YET RECEIVED BACK"
               TO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT RMA-FILE.
           IF NOT (FILE-STA-RMA = 00)
               CLOSE RMA-FILE
               GO TO RMA-AGING-TOTAL
           END-IF.
           RMA-AGING-READ.
           READ RMA-FILE NEXT RECORD
               AT END
                   GO TO RMA-AGING-DONE
           END-READ.
           IF NOT (RMA-PENDING OR RMA-APPROVED)
                  OR QTY-RECEIVED-RMA NOT < QTY-RMA
               GO TO RMA-AGING-READ
           END-IF.
           ADD 1 TO RMA-AGE-CT-WS.
           COMPUTE RMA-AGE-OPEN-QTY-WS = QTY-RMA - QTY-RECEIVED-RMA.
           MOVE DATE-ISSUED-RMA TO AGE-FROM-DATE-WS.
           MOVE RPT-TODAY-WS TO AGE-TO-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE SPACE TO RMA-AGE-FLAG-WS.
           IF RPT-TODAY-WS > DATE-EXPIRY-RMA
               MOVE "EXPIRED" TO RMA-AGE-FLAG-WS
               ADD 1 TO RMA-AGE-EXPIRED-CT-WS
           ELSE
               IF RMA-PENDING
                   MOVE "UNSIGNED" TO RMA-AGE-FLAG-WS
               END-IF
           END-IF.
           MOVE SPACE TO PRINT-LINE-WS.
           STRING "RMA " ID-RMA
               " CUST " ID-CUSTOMER-RMA
               " SALE " ID-SALE-RMA "/" LINE-SALE-RMA
               " GOODS " ID-GOODS-RMA
               " OPEN " RMA-AGE-OPEN-QTY-WS
               " ISSUED " DATE-ISSUED-RMA
               " AGE " AGE-DAYS-WS
               " EXP " DATE-EXPIRY-RMA
               " " RMA-AGE-FLAG-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           GO TO RMA-AGING-READ.

           RMA-AGING-DONE.
           CLOSE RMA-FILE.
           RMA-AGING-TOTAL.
           MOVE SPACE TO PRINT-LINE-WS.
           STRING "RMAS OUTSTANDING: " RMA-AGE-CT-WS
               "   OF WHICH EXPIRED: " RMA-AGE-EXPIRED-CT-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           RMA-AGING-INFO-EXT.
               EXIT.

       SALES-TREND-INFO SECTION.
           DISPLAY "PERIOD-OVER-PERIOD SALES TREND"
           DISPLAY "ENTER CURRENT PERIOD YEAR (YYYY):"
           ACCEPT TREND-YYYY-PRI-WS
           DISPLAY "ENTER PRIOR PERIOD MONTH (MM):"
           ACCEPT TREND-MM-PRI-WS
           PERFORM ACCEPT-REPORT-BRANCH.
           INITIALIZE TREND-RESULT-WS.
           COMPUTE TREND-YYYYMM-CUR-WS =
               TREND-YYYY-CUR-WS * 100 + TREND-MM-CUR-WS.
           COMPUTE TREND-YYYYMM-PRI-WS =
               TREND-YYYY-PRI-WS * 100 + TREND-MM-PRI-WS.
      *>  THE MONTHLY SUMMARY CARRIES NO BRANCH - ONE BRANCH'S TREND
      *>  IS STILL COUNTED FROM LIVE SALES ONLY.
           IF RPT-BRANCH-WS = SPACE
               PERFORM TREND-FROM-SUMMARY
               GO TO TREND-PRINT
           END-IF.
           DISPLAY "ARCHIVED SALES HAVE NO BRANCH - LIVE SALES ONLY."

           OPEN INPUT SALE-FILE.
           OPEN INPUT GOODS-FILE.
                   CONTINUE
               NOT AT END
                   IF NOT SALE-VOIDED
                          AND (RPT-BRANCH-WS = SPACE
                          OR BRANCH-SALE OF REC-SALE = RPT-BRANCH-WS)
                       PERFORM COMPUTE-TREND-LINE
                   END-IF
                   GO TO TREND-READ-SALE
           END-READ.
           CLOSE SALE-FILE.
           CLOSE GOODS-FILE.

           TREND-PRINT.
           IF TREND-QTY-PRI-WS > 0
               COMPUTE TREND-QTY-CHG-PCT-WS ROUNDED =
                   (TREND-QTY-CUR-WS - TREND-QTY-PRI-WS) * 100 /

           STRING "SALES TREND " TREND-YYYY-CUR-WS "/" TREND-MM-CUR-WS
               " VS " TREND-YYYY-PRI-WS "/" TREND-MM-PRI-WS
               " BRANCH " RPT-BRANCH-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           STRING "CURRENT QTY: " TREND-QTY-CUR-WS
           .
           SALES-TREND-INFO-EXT.
               EXIT.
      *>  BOTH MONTHS STRAIGHT OFF THE GOODS ROWS OF THE MONTHLY
      *>  SUMMARY, SO PERIOD-OVER-PERIOD SURVIVES THE MONTH-END PURGE.
       TREND-FROM-SUMMARY SECTION.
           OPEN INPUT MONTH-SUMMARY-FILE.
           SET MSUM-GOODS TO TRUE.
           MOVE 0 TO ID-MSUM.
           MOVE 0 TO YYYYMM-MSUM.
           START MONTH-SUMMARY-FILE
               KEY NOT LESS THAN KEY-MONTH-SUMMARY
               INVALID KEY
                   GO TO TREND-SUMMARY-DONE
           END-START.
           TREND-SUMMARY-READ.
           READ MONTH-SUMMARY-FILE NEXT RECORD
               AT END
                   GO TO TREND-SUMMARY-DONE
           END-READ.
           IF NOT MSUM-GOODS
               GO TO TREND-SUMMARY-DONE
           END-IF.
           IF YYYYMM-MSUM = TREND-YYYYMM-CUR-WS
               ADD QTY-MSUM TO TREND-QTY-CUR-WS
               ADD REVENUE-MSUM TO TREND-REVENUE-CUR-WS
           END-IF.
           IF YYYYMM-MSUM = TREND-YYYYMM-PRI-WS
               ADD QTY-MSUM TO TREND-QTY-PRI-WS
               ADD REVENUE-MSUM TO TREND-REVENUE-PRI-WS
           END-IF.
           GO TO TREND-SUMMARY-READ.

           TREND-SUMMARY-DONE.
           CLOSE MONTH-SUMMARY-FILE.
           .
           TREND-FROM-SUMMARY-EXT.
               EXIT.

      *>  PICKS AN ARCHIVED SALE LINE APART. LINES WRITTEN BEFORE
      *>  ===========================打印购进货单==============
       PURCHASE-INFO SECTION.
           DISPLAY 'A>ALL-PURCHASE-INF   D>BY DATE-RANGE   '
                   'I>BY GOODS-ID   O>PURCHASE ORDER DOC   '
                   'B>BUDGET VS ACTUAL   E>EXIT.'
           DISPLAY 'ENTER YOUR CHOICE:'
           ACCEPT PURCHASE-PRINT-CHOICE
           EVALUATE PURCHASE-PRINT-CHOICE
                   PERFORM ID-GOODS-PURCHASE-INFO
               WHEN 'O'
                   PERFORM PURCHASE-ORDER-DOC-INFO
               WHEN 'B'
                   PERFORM BUDGET-ACTUAL-INFO
               WHEN 'E'
                   CONTINUE
               WHEN OTHER
           .
           PURCHASE-INFO-EXT.
               EXIT.
      *>  OPEN-TO-BUY BUDGET AGAINST WHAT WAS BOUGHT, BY CATEGORY,
      *>  FOR ONE MONTH OF ORDER DATES, AT ORDER COST. APPROVED AND
      *>  RECEIVED LINES SPEND THE BUDGET; PENDING ORDERS ARE SHOWN
      *>  APART AS WHAT WOULD SPEND IT NEXT. A CATEGORY BOUGHT WITH
      *>  NO BUDGET FOR THE MONTH IS LISTED AS UNBUDGETED.
       BUDGET-ACTUAL-INFO SECTION.
           DISPLAY "BUDGET-VS-ACTUAL-PURCHASING-INFO".
           CHECK-BA-MONTH.
           DISPLAY "ENTER MONTH (YYYYMM):"
           ACCEPT BA-MONTH-WS
           IF BA-MONTH-WS NOT NUMERIC
                  OR BA-MONTH-WS(5:2) < "01"
                  OR BA-MONTH-WS(5:2) > "12"
               DISPLAY "NOT A VALID MONTH! PLEASE RE-ENTER:"
               GO TO CHECK-BA-MONTH
           END-IF.
           MOVE 0 TO BA-COUNT-WS.
           OPEN INPUT PURCH-BUDGET-FILE.
           IF NOT (FILE-STA-BUDGET = 00 OR FILE-STA-BUDGET = 05)
               GO TO BA-BUDGETS-DONE
           END-IF.
           BA-READ-BUDGET.
           READ PURCH-BUDGET-FILE NEXT RECORD
               AT END
                   GO TO BA-BUDGETS-CLOSE
           END-READ.
           IF NOT (YYYYMM-BUDG = BA-MONTH-WS)
               GO TO BA-READ-BUDGET
           END-IF.
           MOVE CATEGORY-BUDG TO BA-CATEGORY-WS.
           PERFORM BA-FIND-CATEGORY.
           SET BA-BUDGETED(BA-IDX) TO TRUE.
           ADD AMOUNT-BUDG TO BA-BUDGET(BA-IDX).
           GO TO BA-READ-BUDGET.
           BA-BUDGETS-CLOSE.
           CLOSE PURCH-BUDGET-FILE.
           BA-BUDGETS-DONE.

           COMPUTE BA-DATE-FROM-WS = BA-MONTH-WS * 100.
           COMPUTE BA-DATE-TO-WS = BA-MONTH-WS * 100 + 99.
           OPEN INPUT PURCHASE-FILE.
           OPEN INPUT GOODS-FILE.
           MOVE BA-DATE-FROM-WS TO DATE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN DATE-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO BA-PURCHASES-DONE
           END-START.
           BA-READ-PURCHASE.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   GO TO BA-PURCHASES-DONE
           END-READ.
           IF DATE-PURCHASE OF REC-PURCHASE > BA-DATE-TO-WS
               GO TO BA-PURCHASES-DONE
           END-IF.
           IF PURCHASE-VOIDED
               GO TO BA-READ-PURCHASE
           END-IF.
           MOVE ID-GOODS OF REC-PURCHASE TO ID-GOODS OF REC-GOODS.
           READ GOODS-FILE
               KEY IS ID-GOODS OF REC-GOODS
               INVALID KEY
                   MOVE SPACE TO CATEGORY-GOODS OF REC-GOODS
           END-READ.
           MOVE CATEGORY-GOODS OF REC-GOODS TO BA-CATEGORY-WS.
           PERFORM BA-FIND-CATEGORY.
           COMPUTE BA-LINE-VALUE-WS = NUM-PURCHASE OF REC-PURCHASE
               * COST-GOODS OF REC-PURCHASE.
           EVALUATE TRUE
               WHEN PURCHASE-APPROVED
                   ADD BA-LINE-VALUE-WS TO BA-APPROVED(BA-IDX)
               WHEN PURCHASE-RECEIVED
                   ADD BA-LINE-VALUE-WS TO BA-RECEIVED(BA-IDX)
               WHEN OTHER
                   ADD BA-LINE-VALUE-WS TO BA-PENDING(BA-IDX)
           END-EVALUATE.
           GO TO BA-READ-PURCHASE.

           BA-PURCHASES-DONE.
           CLOSE GOODS-FILE.
           CLOSE PURCHASE-FILE.
           IF BA-COUNT-WS = 0
               DISPLAY "NO BUDGETS OR PURCHASES FOR " BA-MONTH-WS "."
               GO TO BUDGET-ACTUAL-INFO-EXT
           END-IF.
           PERFORM BA-PRINT-REPORT.
           .
           BUDGET-ACTUAL-INFO-EXT.
               EXIT.

       BA-FIND-CATEGORY SECTION.
           MOVE 1 TO BA-IDX.
           BA-FIND-CAT-SCAN.
           IF BA-IDX > BA-COUNT-WS
               GO TO BA-FIND-CAT-ADD
           END-IF.
           IF BA-CAT(BA-IDX) = BA-CATEGORY-WS
               GO TO BA-FIND-CATEGORY-EXT
           END-IF.
           ADD 1 TO BA-IDX.
           GO TO BA-FIND-CAT-SCAN.
           BA-FIND-CAT-ADD.
           IF BA-COUNT-WS NOT < 200
               MOVE BA-COUNT-WS TO BA-IDX
               GO TO BA-FIND-CATEGORY-EXT
           END-IF.
           ADD 1 TO BA-COUNT-WS.
           MOVE BA-COUNT-WS TO BA-IDX.
           MOVE BA-CATEGORY-WS TO BA-CAT(BA-IDX).
           MOVE "N" TO BA-BUDGETED-SW(BA-IDX).
           MOVE 0 TO BA-BUDGET(BA-IDX).
           MOVE 0 TO BA-APPROVED(BA-IDX).
           MOVE 0 TO BA-RECEIVED(BA-IDX).
           MOVE 0 TO BA-PENDING(BA-IDX).
           .
           BA-FIND-CATEGORY-EXT.
               EXIT.

       BA-PRINT-REPORT SECTION.
           MOVE 0 TO BA-TOT-BUDGET-WS BA-TOT-APPROVED-WS
                     BA-TOT-RECEIVED-WS BA-TOT-PENDING-WS
                     BA-TOT-OTB-WS.
           STRING "PURCHASING BUDGET VS ACTUAL - MONTH " BA-MONTH-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CATEGORY         BUDGET     APPROVED     RECEIVED  "
               TO PRINT-LINE-WS.
           MOVE "OPEN-TO-BUY      PENDING" TO PRINT-LINE-WS(52:).
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO BA-IDX.
           BA-PRINT-ROW.
           IF BA-IDX > BA-COUNT-WS
               GO TO BA-PRINT-TOTALS
           END-IF.
           COMPUTE BA-OTB-WS = BA-BUDGET(BA-IDX)
               - BA-APPROVED(BA-IDX) - BA-RECEIVED(BA-IDX).
           STRING BA-CAT(BA-IDX) " " BA-BUDGET(BA-IDX) " "
               BA-APPROVED(BA-IDX) " " BA-RECEIVED(BA-IDX) " "
               BA-OTB-WS " " BA-PENDING(BA-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           IF NOT BA-BUDGETED(BA-IDX)
               MOVE " * NO BUDGET" TO PRINT-LINE-WS(85:)
           ELSE
               IF BA-OTB-WS < 0
                   MOVE " * OVER BUDGET" TO PRINT-LINE-WS(85:)
               END-IF
           END-IF.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           ADD BA-BUDGET(BA-IDX) TO BA-TOT-BUDGET-WS.
           ADD BA-APPROVED(BA-IDX) TO BA-TOT-APPROVED-WS.
           ADD BA-RECEIVED(BA-IDX) TO BA-TOT-RECEIVED-WS.
           ADD BA-PENDING(BA-IDX) TO BA-TOT-PENDING-WS.
           IF BA-BUDGETED(BA-IDX)
               ADD BA-OTB-WS TO BA-TOT-OTB-WS
           END-IF.
           ADD 1 TO BA-IDX.
           GO TO BA-PRINT-ROW.

           BA-PRINT-TOTALS.
           STRING "TOTAL      " BA-TOT-BUDGET-WS " "
               BA-TOT-APPROVED-WS " " BA-TOT-RECEIVED-WS " "
               BA-TOT-OTB-WS " " BA-TOT-PENDING-WS
               DELIMITED BY SIZE INTO PRINT-LINE-WS.
           DISPLAY PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           .
           BA-PRINT-REPORT-EXT.
               EXIT.

       ALL-PURCHASE-INFO SECTION.
           DISPLAY "ALL-PURCHASE-INFO"
           DISPLAY PHEAD.
           MOVE PHEAD TO PRINT-LINE-WS.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT PURCHASE-FILE.
           MOVE PARAM-DATE-FROM TO DATE-PURCHASE OF REC-PURCHASE.
           START PURCHASE-FILE
               KEY NOT LESS THAN DATE-PURCHASE OF REC-PURCHASE
               INVALID KEY
                   GO TO DATE-PURCHASE-DONE
           END-START.
           DATE-READ-PURCHASE.
           READ PURCHASE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF DATE-PURCHASE OF REC-PURCHASE > PARAM-DATE-TO
                       GO TO DATE-PURCHASE-DONE
                   END-IF
                   IF DATE-PURCHASE OF REC-PURCHASE
                          NOT < PARAM-DATE-FROM AND
                      DATE-PURCHASE OF REC-PURCHASE
                   END-IF
                   GO TO DATE-READ-PURCHASE
           END-READ.
           DATE-PURCHASE-DONE.
           CLOSE PURCHASE-FILE.
           .
           DATE-PURCHASE-INFO-EXT.
