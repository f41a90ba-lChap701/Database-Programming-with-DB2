      *    PRINT FILE FOR THE PRINTED QUOTE DOCUMENT
           SELECT QUOTERPT-FILE ASSIGN TO QUOTERPT
               ORGANIZATION IS LINE SEQUENTIAL.
      *    PRINT FILE FOR A STORED BATCH REPORT REPRINTED FROM THE
      *    REPORT MENU
           SELECT REPRINT-FILE ASSIGN TO RPTREPRT
               ORGANIZATION IS LINE SEQUENTIAL.
      *    CHECKPOINT/RESTART FILE FOR THE LAPTOPORDERS CURSOR LOOP -
      *    HOLDS THE LAST-PROCESSED ORDERID/LAPTOPID KEY SO A BIG
      *    OVERNIGHT RUN CAN RESUME WITHOUT REPROCESSING EVERY ROW
       01  LAPORDRPT-REC                   PIC X(132).
       FD  QUOTERPT-FILE.
       01  QUOTERPT-REC                    PIC X(132).
       FD  REPRINT-FILE.
       01  REPRINT-REC                     PIC X(132).
       FD  LAPORDCKPT-FILE.
       01  LAPORDCKPT-REC.
           03  CKPT-ORDERID                PIC X(8).
           03  CKPT-LAPID                  PIC X(8).

       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY
       01  CPU-TIER-HIGH-BREAK             PIC S9(3)V99    COMP-3
                                                            VALUE 3.50.
      *    HOLDS THE NEXT ORDERID TO BE GENERATED FOR INSERT-ROW-ORD
       01  WKNEXTORDERID                   PIC 9(8)        VALUE 0.
      *    HOLDS THE NEXT CUSTOMERID TO BE GENERATED FOR INSERT-ROW-
      *    CUST
       01  WKNEXTCUSTID                     PIC 9(8)        VALUE 0.
      *    HOLDS THE NUMERIC ENTRIES FOR UNIT NUMBER AND ZIP CODE
      *    BEFORE THEY ARE CONVERTED WITH FUNCTION NUMVAL
       01  WKUNITNUMENTRY                   PIC X(9).
      *    FUNCTION NUMVAL
       01  WKRATEENTRY                      PIC X(7).
      *    HOLDS THE NEXT RETURNID TO BE GENERATED FOR INSERT-RETURN
       01  WKNEXTRETID                      PIC 9(8)        VALUE 0.
      *    HOLDS THE NEXT BACKORDERID TO BE GENERATED FOR
      *    INSERT-BACKORDER
       01  WKNEXTBKOID                      PIC 9(8)        VALUE 0.
      *    HOLDS THE NEXT RECEIPTID TO BE GENERATED FOR INSERT-RECEIPT
       01  WKNEXTRCPTID                     PIC 9(8)        VALUE 0.
      *    HOLDS THE RECEIVED QUANTITY ENTRY BEFORE IT IS CONVERTED
      *    WITH FUNCTION NUMVAL
       01  WKRCPTQTYENTRY                   PIC X(5).
      *    HOLDS THE RECEIVED UNIT COST ENTRY BEFORE IT IS CONVERTED
      *    WITH FUNCTION NUMVAL
       01  WKRCPTCOSTENTRY                  PIC X(10).
      *    HOLDS THE REORDER POINT ENTRY BEFORE IT IS CONVERTED WITH
      *    FUNCTION NUMVAL
       01  WKREORDERENTRY                   PIC X(5).
      *    HOLDS THE LAPTOP ID THE OPERATOR KEYED WHILE THE MODEL
      *    REPLACING IT IS OFFERED AT ORDER OR QUOTE ENTRY
       01  WKKEYEDLAPID                     PIC X(8).
      *    HOLDS A CONTRACT PRICE AGREEMENT'S START/END DATE, AN
      *    EXEMPTION CERTIFICATE'S EXPIRY DATE OR A NOTE'S FOLLOW-UP
      *    DATE WHILE IT IS CHECKED
       01  WKCPDATEENTRY                    PIC X(10).
      *    THE EXEMPTION REASON SPELLED OUT FOR DISPLAY
       01  WKTXCREASONNAME                  PIC X(10).
      *    THE NOTE CATEGORY SPELLED OUT FOR DISPLAY, AND THE CASE
      *    NUMBER ENTRY WHEN A CASE IS CLOSED
       01  WKNOTECATNAME                    PIC X(10).
       01  WKNOTEIDENTRY                    PIC X(9).
      *    HOLDS THE RUN ID ENTRY FOR A STORED REPORT REPRINT BEFORE
      *    IT IS CONVERTED WITH FUNCTION NUMVAL
       01  WKRSRUNENTRY                     PIC X(9).
      *    COUNTS THE STORED REPORTS LISTED AND THE LINES REPRINTED
       01  RSLISTCTR                        PIC 9(5)        VALUE 0.
       01  RSLINECTR                        PIC 9(7)        VALUE 0.
      *    HOLDS THE ONE-OFF SHIP-TO UNIT NUMBER AND ZIP CODE ENTRIES
      *    BEFORE THEY ARE CONVERTED WITH FUNCTION NUMVAL
       01  WKSHIPUNITENTRY                  PIC X(9).
       01  WKSHIPZIPENTRY                   PIC X(9).
      *    HOLDS THE PARAMETER VALUE ENTRY BEFORE IT IS CONVERTED
      *    WITH FUNCTION NUMVAL
       01  WKPARMENTRY                      PIC X(10).
      *    HOLDS THE NEXT PAYMENTID TO BE GENERATED FOR THE LOYALTY
      *    CREDIT PAYMENT
       01  WKNEXTPAYID                      PIC 9(8)        VALUE 0.
      *    HOLDS THE POINTS-TO-REDEEM ENTRY BEFORE IT IS CONVERTED
      *    WITH FUNCTION NUMVAL, AND THE DOLLAR DISCOUNT IT BUYS
       01  WKPTSENTRY                       PIC X(9).
      *    CAPTURE, ASSIGNMENT OR TAKE-BACK LOOP
       01  UNITCTR                          PIC 9(4)        VALUE 0.
      *    HOLDS THE NEXT POID TO BE GENERATED FOR PO-ENTRY-OP
       01  WKNEXTPOID                       PIC 9(8)        VALUE 0.
      *    HOLDS THE ORDERED QUANTITY ENTRY FOR A MANUALLY KEYED PO
      *    LINE BEFORE IT IS CONVERTED WITH FUNCTION NUMVAL
       01  WKPOQTYENTRY                     PIC X(5).
      *    HOLDS THE AGREED UNIT COST ENTRY FOR A MANUALLY KEYED PO
      *    LINE BEFORE IT IS CONVERTED WITH FUNCTION NUMVAL
       01  WKPOCOSTENTRY                    PIC X(10).
      *    SET TO 'Y' WHEN THE OPERATOR FINISHES KEYING PO LINES
       01  POENTRYDONE-SW                   PIC X           VALUE 'N'.
      *    HOLDS THE NEXT VINVID TO BE GENERATED FOR VENDOR-INVOICE-OP
       01  WKNEXTVINVID                     PIC 9(8)        VALUE 0.
      *    HOLDS THE BILLED QUANTITY AND UNIT PRICE ENTRIES FOR A
      *    VENDOR INVOICE LINE BEFORE THEY ARE CONVERTED WITH
      *    FUNCTION NUMVAL, AND THE DUE DATE ENTRY BEFORE VALIDATION
       01  WKVINVQTYENTRY                   PIC X(5).
       01  WKVINVPRICEENTRY                 PIC X(10).
       01  WKVINVDUEENTRY                   PIC X(10).
      *    SET TO 'Y' WHEN THE OPERATOR FINISHES KEYING INVOICE LINES
       01  VINVDONE-SW                      PIC X           VALUE 'N'.
      *    LINES KEYED ON THE INVOICE SO FAR, AND HOW MANY OF THEM
      *    FELL OUTSIDE TOLERANCE
       01  VINVLINECTR                      PIC 9(4)        VALUE 0.
       01  VINVEXCCTR                       PIC 9(4)        VALUE 0.
      *    THE PRICE TOLERANCE IN DOLLARS FOR THE LINE BEING MATCHED,
      *    AND HOW FAR THE BILLED PRICE IS FROM THE PO UNIT COST
       01  WKPRICETOL                       PIC S9(7)V99    COMP-3
                                                            VALUE 0.
       01  WKPRICEDIFF                      PIC S9(7)V99    COMP-3
                                                            VALUE 0.
      *    CONFIGURABLE MATCH TOLERANCES - THE PERCENT OF THE PO UNIT
      *    COST A BILLED PRICE MAY BE OFF BY, AND THE UNITS THAT MAY
      *    BE BILLED BEYOND WHAT WAS RECEIVED
       01  INV-PRICE-TOL-PCT                PIC S9(3)V99    COMP-3
                                                            VALUE 2.
       01  INV-QTY-TOL                      PIC S9(4)       COMP
                                                            VALUE 0.
      *    CONFIGURABLE PASSCODE AGE - A PASSCODE OLDER THAN THIS MANY
      *    DAYS HAS TO BE CHANGED AT SIGN-ON
       01  PASSCODE-AGE-LIMIT               PIC S9(4)       COMP
                                                            VALUE 0.
       01  WKORDBAL                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    WHAT THE CUSTOMER HAS PAID PAST THE COST OF THEIR ORDERS -
      *    CREDIT THEY HOLD ON ACCOUNT, KEPT AS A NEGATIVE FIGURE
       01  WKOPENCRDTOT                     PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' WHEN THE ORDER BEING ENTERED WENT ON CREDIT HOLD
       01  ORDHOLD-SW                       PIC X           VALUE 'N'.
      *    SET TO 'Y' WHEN THE ORDER'S SHIP-TO IS KEYED BY HAND
      *    INSTEAD OF BEING TAKEN FROM THE CUSTOMER'S ADDRESS BOOK
       01  SHIPTOKEY-SW                     PIC X           VALUE 'N'.
      *    HOLDS THE NEXT QUOTEID TO BE GENERATED FOR QUOTE-ENTRY-OP
       01  WKNEXTQUOTEID                    PIC 9(8)        VALUE 0.
      *    HOLDS THE NEXT VRETID TO BE GENERATED FOR VENDOR-RTV-OP
       01  WKNEXTVRETID                     PIC 9(8)        VALUE 0.
      *    HOLDS THE EXPECTED VENDOR CREDIT ENTRY BEFORE IT IS
      *    CONVERTED WITH FUNCTION NUMVAL
       01  WKVCREDITENTRY                   PIC X(12).
      *    HAND AND THE REMAINDER SHOULD BE BOOKED AS A BACKORDER
      *    ONCE THE LINE ITEM IS ACCEPTED
       01  BACKORDER-SW                     PIC X           VALUE 'N'.
      *    SET TO 'Y' WHILE AN ORDER AMENDMENT IS ADDING A LINE ITEM,
      *    SO THE LAPTOP PROMPT REFUSES A MODEL ALREADY ON THE ORDER
       01  AMENDADD-SW                      PIC X           VALUE 'N'.
      *    SET TO 'Y' WHEN THE LINES OF THE ORDER BEING PACKED ARE
      *    EXHAUSTED OR THE PACKING STOPS
       01  PKGLINEEOF-SW                    PIC X           VALUE 'N'.
      *    THE PACKAGE NUMBER WHOSE HEADING WAS LAST SHOWN, AND THE
      *    PACKAGE NUMBER ENTRY BEFORE IT IS CONVERTED WITH NUMVAL
       01  LASTPKGNO                        PIC S9(4)  COMP VALUE 0.
       01  WKPKGENTRY                       PIC X(2).
      *    HOLDS THE NEXT FREIGHT CLAIM ID TO BE GENERATED FOR
      *    INSERT-FCLM, AND THE CLAIMED OR RECOVERED AMOUNT ENTRY
      *    BEFORE IT IS CONVERTED WITH FUNCTION NUMVAL
       01  WKNEXTFCLMID                     PIC 9(8)        VALUE 0.
       01  WKFCLMAMTENTRY                   PIC X(12).
      *    HOLDS THE NEXT CONTRACTID TO BE GENERATED FOR
      *    INSERT-CONTRACT, AND THE YEARS AND PRICE ENTRIES OF A
      *    WARRANTY PLAN BEFORE THEY ARE CONVERTED WITH FUNCTION NUMVAL
       01  WKNEXTCONTRACTID                 PIC 9(8)        VALUE 0.
       01  WKPLANYRSENTRY                   PIC X(2).
       01  WKPLANPRICEENTRY                 PIC X(12).
      *    SET TO 'Y' WHEN EVERY UNCOVERED UNIT OF THE LINE GETS THE
      *    PLAN WITHOUT BEING ASKED ABOUT ONE BY ONE
       01  WCTALL-SW                        PIC X           VALUE 'N'.
      *    HOLDS THE NEXT RECALLID TO BE GENERATED FOR INSERT-RECALL,
      *    AND THE RECALL DATE ENTRY BEFORE IT IS CHECKED
       01  WKNEXTRECALLID                   PIC 9(8)        VALUE 0.
       01  WKRCLDATEENTRY                   PIC X(10).
      *    SET TO 'Y' WHEN THE LAST SERIAL OF A LISTED RECALL IS KEYED
       01  RCLLISTDONE-SW                   PIC X           VALUE 'N'.
      *    HOLDS THE RETURNED QUANTITY ENTRY BEFORE IT IS CONVERTED
      *    WITH FUNCTION NUMVAL
       01  WKRETQTYENTRY                    PIC X(3).
      *    HOLDS THE NEXT COMPANYID TO BE GENERATED FOR INSERT-ROW-COMP
       01  WKNEXTCOMPID                     PIC 9(8)        VALUE 0.
      *    HOLDS THE NEXT LAPTOPID TO BE GENERATED FOR INSERT-ROW-LAP
       01  WKNEXTLAPID                      PIC 9(8)        VALUE 0.
      *    HOLDS THE NUMERIC ENTRIES FOR PURCHASE YEAR AND PRICE
      *    BEFORE THEY ARE CONVERTED WITH FUNCTION NUMVAL
       01  WKYYYYENTRY                      PIC X(9).
      *    OPERATOR ENTRY FIELDS FOR THE NAME-SEARCH PICK LIST
       01  WKLNAMEENTRY                    PIC X(12).
       01  WKFNAMEENTRY                    PIC X(12).
       01  WKPICKID                        PIC X(8).
      *    THE CUSTOMERID SELECTED OFF THE PICK LIST, CARRIED BACK TO
      *    WHICHEVER TRANSACTION ASKED FOR THE SEARCH
       01  WKPICKCUSTID                    PIC X(8).
      *    COUNTS MATCHES LISTED AND LINES SHOWN ON THE CURRENT PAGE
      *    OF THE PICK LIST
       01  PICKROWCTR                      PIC 9(4)        VALUE 0.
      *    SET WHEN CHANGE-PRICE ACTUALLY CHANGES PRICE, SO UPDATE-LAP
      *    ONLY WRITES A PRICEHISTORY ROW FOR A REAL PRICE CHANGE
       01  PRICE-CHANGED-SW                PIC X           VALUE 'N'.
      *    WHAT KIND OF SALE THE LAPTOP BEING LOOKED UP IS FOR - 'O'
      *    AN ORDER LINE, 'Q' A QUOTE LINE, 'N' NOT A SALE (RECEIVING,
      *    ADJUSTMENTS AND THE LIKE). ONLY A SALE PICKS UP THE
      *    CUSTOMER'S CONTRACT PRICE OR IS OFFERED A REPLACEMENT MODEL
       01  SALELINE-SW                     PIC X           VALUE 'N'.
      *    SET WHEN THE CUSTOMER SELECT-CUST-DELETE JUST LOOKED UP
      *    STILL HAS ROWS IN ORDERS, SO DELETE-ROW-CUST CAN WARN THE
      *    OPERATOR BEFORE THE DELETE IS CONFIRMED
      *    HAS ROWS IN LAPTOPORDERS, SO DELETE-ROW-ORD CAN WARN THE
      *    OPERATOR BEFORE THE DELETE IS CONFIRMED
       01  ORDHASLAPORDERS-SW              PIC X           VALUE 'N'.
      *    HOLDS THE NEXT APPROVALID TO BE GENERATED FOR A CHANGE
      *    HELD FOR A SECOND SUPERVISOR
       01  WKNEXTAPRID                     PIC 9(8)        VALUE 0.
      *    CONFIGURABLE DUAL-AUTHORIZATION THRESHOLDS - A CREDIT LIMIT
      *    RAISED BY MORE THAN THIS AMOUNT, A PRICE CUT BY MORE THAN
      *    THIS PERCENT, A STOCK ADJUSTMENT OF MORE THAN THIS MANY
      *    UNITS EITHER WAY, OR A REFUND OF MORE THAN THIS AMOUNT IS
      *    HELD FOR A SECOND SUPERVISOR INSTEAD OF BEING APPLIED
       01  DUAL-CREDIT-INCR                PIC S9(7)V99    COMP-3
                                                            VALUE 5000.
       01  DUAL-PRICE-CUT-PCT              PIC S9(3)V99    COMP-3
                                                            VALUE 20.
       01  DUAL-ADJUST-QTY                 PIC S9(4)       COMP
                                                            VALUE 10.
       01  DUAL-REFUND-AMT                 PIC S9(7)V99    COMP-3
                                                            VALUE 1000.
      *    HOW FAR BELOW THE PRICE ON FILE A KEYED PRICE IS, IN
      *    PERCENT, AND THE SIZE OF A STOCK ADJUSTMENT EITHER WAY
       01  WKPRICECUTPCT                   PIC S9(5)V99    COMP-3
                                                            VALUE 0.
       01  WKADJSIZE                       PIC S9(9)       COMP
                                                            VALUE 0.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  MFSQLMESSAGETEXT                PIC X(250).
      *    COLUMN IN THE CUSTOMERS TABLE.
       01  CUST-NO-VARCHAR.
      ************************CHAR VARIABLES****************************
           03  PK-CUSTID                   PIC X(8).
           03  RECUR                       PIC X.
      *    'Y' WHEN A PAYMENT OF THE CUSTOMER'S CAME BACK UNPAID AND
      *    THEIR NEXT ORDER HAS NOT YET BEEN HELD FOR IT
           03  NSFHOLD                     PIC X.
      *    'Y' WHILE A DUNNING FINAL DEMAND IS OUTSTANDING - EVERY NEW
      *    ORDER GOES TO CREDIT HOLD UNTIL THE DUNNING RUN CLEARS IT
           03  CREDITHOLD                  PIC X.
      *    'Y' WHEN THE CUSTOMER HAS ASKED NOT TO BE SENT ORDER
      *    NOTIFICATIONS BY THE NIGHTLY NOTIFICATION RUN
           03  NOTIFYOPTOUT                PIC X.
      *    THE CUSTOMER'S DUNNING LETTERS, FETCHED FOR DISPLAY-CUST -
      *    THE DATE, LEVEL, AND PAST-DUE AMOUNT OF EACH
           03  DH-LETTERDATE               PIC X(10).
           03  DH-LEVEL                    PIC S9(4)       COMP.
           03  DH-PASTDUE                  PIC S9(11)V99   COMP-3.
      *    THE DATE THE CUSTOMER'S PERSONAL DETAILS WERE ANONYMIZED,
      *    NULL WHILE THEY ARE STILL ON FILE
           03  ANONDATE                    PIC X(10).
           03  NL-ANONDATE                 PIC S9(4)       COMP.
      *************************INT VARIABLES****************************
           03  UNITNUM                     PIC S9(9)       COMP.
           03  ZIP                         PIC S9(9)       COMP.
      *    HOLDS THE COUNT OF ORDERS ROWS STILL OWNED BY PK-CUSTID,
      *    CHECKED BY SELECT-CUST-DELETE BEFORE DELETE-CUST RUNS
           03  CUSTORDCNT                  PIC S9(9)       COMP.
      *    REFUNDS STILL OWED TO THE CUSTOMER, AND THEIR ORDERS WITH
      *    WARRANTY COVERAGE STILL RUNNING, CHECKED BEFORE THEY ARE
      *    ANONYMIZED
           03  PRIVREFCNT                  PIC S9(9)       COMP.
           03  PRIVWARCNT                  PIC S9(9)       COMP.
      ************************DEC VARIABLE******************************
      *    THE CUSTOMER'S CREDIT LIMIT - NULL MEANS NO LIMIT IS SET
      *    AND THE CUSTOMER IS SOLD TO FREELY
      *    COLUMN IN THE ORDERS TABLE.
       01  ORD-NO-VARCHAR.
      ***********************CHAR VARIABLES*****************************
           03  PK-ORDERID                  PIC X(8).
           03  FK-CUSTID                   PIC X(8).
      ************************INT VARIABLE******************************
      *    HOLDS THE COUNT OF LAPTOPORDERS ROWS STILL OWNED BY
      *    PK-ORDERID, CHECKED BY SELECT-ORD-DELETE BEFORE DELETE-ORD
           03  NL-SHIPCITY                 PIC S9(4)       COMP.
           03  NL-SHIPST                   PIC S9(4)       COMP.
           03  NL-SHIPFEE                  PIC S9(4)       COMP.
      *    THE REST OF THE SHIP-TO ADDRESS - THE ADDRESS BOOK ENTRY IT
      *    CAME FROM (NULL WHEN KEYED BY HAND), THE UNIT, STREET AND
      *    ZIP
           03  SHIPTONAME                  PIC X(10).
           03  NL-SHIPTONAME               PIC S9(4)       COMP.
           03  SHIPUNIT                    PIC S9(9)       COMP.
           03  NL-SHIPUNIT                 PIC S9(4)       COMP.
           03  SHIPZIP                     PIC S9(9)       COMP.
           03  NL-SHIPZIP                  PIC S9(4)       COMP.
           03  NL-SHIPSTREET               PIC S9(4)       COMP.
      **********************VARCHAR VARIABLES***************************
       01  SHIPCITY.
           49 SHIPCITY-LENG                PIC S9(4)       COMP.
       01  SHIPST.
           49  SHIPST-LENG                 PIC S9(4)       COMP.
           49  SHIPST-VALUE                PIC XX.
       01  SHIPSTREET.
           49  SHIPSTREET-LENG             PIC S9(4)       COMP.
           49  SHIPSTREET-VALUE            PIC X(20).
      ******************************************************************

      **********************OPERATORS TABLE*****************************
       01  EXC-NO-VARCHAR.
           03  EXCID                       PIC S9(9)       COMP.
           03  EXCTYPE                     PIC X.
           03  EXCORDERID                  PIC X(8).
           03  EXCLAPID                    PIC X(8).
           03  EXCSTORED                   PIC S9(11)V99   COMP-3.
           03  EXCEXPECTED                 PIC S9(11)V99   COMP-3.
           03  EXCLOGDATE                  PIC X(10).
      *    RECONCILABLE AND THE OPEN-BALANCE REPORT NETS THE CREDIT
      *    OUT
       01  PAY-NO-VARCHAR.
           03  PK-PAYID                    PIC X(8).
           03  PAYAMT                      PIC S9(11)V99   COMP-3.
      ******************************************************************

           03  STKQTYMOVED                 PIC S9(9)       COMP.
           03  STKDIR                      PIC X.
           03  STKSRC                      PIC X.
           03  STKSRCID                    PIC X(8).
      *    THE LOCATION THE MOVEMENT TOUCHED
           03  STKLOC                      PIC X(4).
      *    THE COUNTED QUANTITY KEYED ON A CYCLE-COUNT ADJUSTMENT,
      *    A VENDOR DELIVERY PUTTING UNITS INTO STOCK, TIED BACK TO
      *    THE DELIVERING COMPANY
       01  RCPT-NO-VARCHAR.
           03  PK-RCPTID                   PIC X(8).
           03  RCPTQTY                     PIC S9(9)       COMP.
      *    THE UNIT COST BILLED ON THE DELIVERY, AND THE NULL
      *    INDICATOR FOR THE PO IT WAS RECEIVED AGAINST
           03  RCPTUNITCOST                PIC S9(7)V99    COMP-3.
           03  NL-RCPTPOID                 PIC S9(4)       COMP.
      ******************************************************************

      **********************CYCLECOUNTS TABLE***************************
      *    FIELDS, THE LINE BEING KEYED OR FETCHED AT ITS QUOTED
      *    PRICING, AND VALIDITY COUNTS
       01  QTE-NO-VARCHAR.
           03  PK-QUOTEID                  PIC X(8).
           03  QUOTEDATE                   PIC X(10).
           03  QUOTEEXPIRY                 PIC X(10).
           03  QUOTESTATUS                 PIC X.
           03  QLINEPRICE                  PIC S9(6)V99    COMP-3.
           03  QLINECOST                   PIC S9(9)V99    COMP-3.
           03  NL-QTE-EMPNO                PIC S9(4)       COMP.
      *    THE EXTENDED WARRANTY PLAN QUOTED ON THE LINE AND ITS
      *    PRICE PER UNIT - NULL WHEN THE LINE CARRIES NO PLAN
           03  QPLANCODE                   PIC X(4).
           03  QPLANPRICE                  PIC S9(7)V99    COMP-3.
           03  NL-QPLAN                    PIC S9(4)       COMP.
      *    1 WHEN THE QUOTE'S EXPIRY DATE HAS NOT YET PASSED
           03  QUOTELIVE                   PIC S9(9)       COMP.
      ******************************************************************
      *    A RETURN-TO-VENDOR SHIPMENT - THE DEFECTIVE RETURN GOING
      *    BACK, THE OWNING VENDOR, AND THE CREDIT EXPECTED FOR IT
       01  VRET-NO-VARCHAR.
           03  PK-VRETID                   PIC X(8).
           03  VRETCREDIT                  PIC S9(9)V99    COMP-3.
           03  NL-VRETCREDIT               PIC S9(4)       COMP.
           03  VRETRECVD                   PIC X.
      *    DUPLICATE'S LOYALTY BALANCE BEING FOLDED IN, AND EXISTENCE
      *    COUNTS
       01  MRG-NO-VARCHAR.
           03  MRG-SURVID                  PIC X(8).
           03  MRG-DUPID                   PIC X(8).
           03  MRG-CHKID                   PIC X(8).
           03  MRGPTS                      PIC S9(9)       COMP.
           03  MRGCNT                      PIC S9(9)       COMP.
      ******************************************************************
       01  KC-VALUE                        PIC S9(9)       COMP.
      ******************************************************************

      ********************BUSCALENDAR TABLE*****************************
      *    THE COMPANY CALENDAR DAY BEING MAINTAINED - ITS DATE,
      *    WHETHER IT IS A WORKING DAY AND WHAT IT IS - AND THE WORK
      *    FIELDS OF A WORKING-DAY STEP: THE DATE COUNTED FROM, THE
      *    WORKING DAYS TO ADD, AND THE WORKING DAY IT LANDS ON
       01  CAL-NO-VARCHAR.
           03  CALDATE                     PIC X(10).
           03  CALBUSDAY                   PIC X.
           03  CAL-FROMDATE                PIC X(10).
           03  CAL-DAYS                    PIC S9(4)       COMP.
           03  CAL-TODATE                  PIC X(10).
           03  NL-CAL-TODATE               PIC S9(4)       COMP.
       01  CALDESC.
           49  CALDESC-LENG                PIC S9(4)       COMP.
           49  CALDESC-VALUE               PIC X(30).
       01  NL-CALDESC                      PIC S9(4)       COMP.
      ******************************************************************

      ****************OPERATING-PARAMETER HOST FIELDS*******************
      *    PARAMETER VALUES THAT TAKE PART IN SQL DATE ARITHMETIC, SO
      *    THEY LIVE IN THE DECLARE SECTION - DAYS A QUOTE STAYS GOOD
      *    AND THE LEAD-TIME RULE BEHIND THE DEFAULT PROMISED SHIP
      *    DATE, THE VENDOR PAYMENT TERMS BEHIND THE DEFAULT DUE
      *    DATE OF A VENDOR INVOICE, AND THE DAYS A CHANGE HELD FOR A
      *    SECOND SUPERVISOR WAITS BEFORE IT EXPIRES
       01  QUOTE-VALID-DAYS                PIC S9(4)       COMP
                                                            VALUE 30.
       01  LEAD-TIME-DAYS                  PIC S9(4)       COMP
                                                            VALUE 5.
       01  VENDOR-TERMS-DAYS               PIC S9(4)       COMP
                                                            VALUE 30.
       01  DUAL-EXPIRY-DAYS                PIC S9(4)       COMP
                                                            VALUE 5.
      ******************************************************************

      ********************DASHBOARD WORK FIELDS*************************
      *    REPORT DOES IT, AND THE POSITIVE BALANCES ADD UP TO THE
      *    CUSTOMER'S OPEN EXPOSURE
       01  CRD-NO-VARCHAR.
           03  CRD-ORDERID                 PIC X(8).
           03  CRDSHIPFEE                  PIC S9(3)V99    COMP-3.
           03  NL-CRDSHIPFEE               PIC S9(4)       COMP.
           03  CRDTAX                      PIC S9(9)V99    COMP-3.
      *    THE ONE BEING KEYED MANUALLY - ITS STATUS, OWNING VENDOR,
      *    THE LINE QUANTITIES, AND THE COUNT OF LINES STILL SHORT
       01  PO-NO-VARCHAR.
           03  PK-POID                     PIC X(8).
           03  POSTATUS                    PIC X.
           03  POCOMPID                    PIC X(8).
           03  POORDQTY                    PIC S9(9)       COMP.
           03  POSHORTCNT                  PIC S9(9)       COMP.
      *    THE UNIT COST AGREED WITH THE VENDOR ON THE PO LINE
           03  POUNITCOST                  PIC S9(7)V99    COMP-3.
           03  NL-POUNITCOST               PIC S9(4)       COMP.
      ******************************************************************

      *******************VENDORINVOICES TABLE***************************
      *    THE VENDOR INVOICE BEING KEYED OR REVIEWED - ITS HEADER,
      *    THE LINE BEING MATCHED, WHAT THE PO LINE HAS RECEIVED AND
      *    HAS ALREADY BEEN BILLED FOR, AND AN EXISTENCE COUNT
       01  VINV-NO-VARCHAR.
           03  PK-VINVID                   PIC X(8).
           03  VINVNUMBER                  PIC X(15).
           03  VINVDUEDATE                 PIC X(10).
           03  VINVAMT                     PIC S9(9)V99    COMP-3.
           03  VINVSTATUS                  PIC X.
           03  VINVCNT                     PIC S9(9)       COMP.
           03  VLINEQTY                    PIC S9(9)       COMP.
           03  VLINEPRICE                  PIC S9(7)V99    COMP-3.
           03  VLINECODE                   PIC X.
           03  PORCVQTY                    PIC S9(9)       COMP.
           03  POINVQTY                    PIC S9(9)       COMP.
      ******************************************************************

      ****************STOCKLOCATIONS/LOCATIONSTOCK TABLES***************
      *    INSTEAD OF LOSING THE SALE, AND RELEASED OLDEST-FIRST WHEN
      *    STOCK COMES BACK
       01  BKO-NO-VARCHAR.
           03  PK-BKOID                    PIC X(8).
           03  BKOQTY                      PIC S9(9)       COMP.
      *    THE LAPTOPORDERS LINE'S QUANTITY AND ORDERCOST WHILE A
      *    RELEASED BACKORDER IS BEING FOLDED BACK INTO IT
           03  BKOLINECOST                 PIC S9(9)V99    COMP-3.
      ******************************************************************

      *    A LAPTOPORDERS LINE'S QUANTITY, ORDERCOST AND COST OF SALES
      *    BEFORE AND AFTER AN ORDER AMENDMENT CHANGES IT
       01  AMEND-NO-VARCHAR.
           03  AMENDOLDQTY                 PIC S9(9)       COMP.
           03  AMENDNEWQTY                 PIC S9(9)       COMP.
           03  AMENDLINECNT                PIC S9(9)       COMP.
           03  AMENDOLDPTS                 PIC S9(9)       COMP.
           03  AMENDOLDCOST                PIC S9(9)V99    COMP-3.
           03  AMENDNEWCOST                PIC S9(9)V99    COMP-3.
           03  AMENDCOS                    PIC S9(9)V99    COMP-3.
           03  NL-AMENDCOS                 PIC S9(4)       COMP.
      ******************************************************************

      ************************RETURNS TABLE*****************************
      *    A RETURNED LAPTOPORDERS LINE - THE RETURNED QUANTITY GOES
      *    BACK INTO LAPTOPS.STOCKQTY AND THE REFUND COMES OUT OF THE
      *    REVENUE ROLLUPS
       01  RET-NO-VARCHAR.
           03  PK-RETID                    PIC X(8).
           03  RETQTY                      PIC S9(9)       COMP.
           03  REASONCODE                  PIC X.
           03  REFUNDAMT                   PIC S9(9)V99    COMP-3.
           03  NL-TAXST                    PIC S9(4)       COMP.
           03  WKTAXBASE                   PIC S9(9)V99    COMP-3.
           03  NL-TAXBASE                  PIC S9(4)       COMP.
      *    EXEMPTION CERTIFICATE FIELDS - THE ORDER'S CUSTOMER, THE
      *    CERTIFICATE THAT EXEMPTS IT (NULL WHEN TAXED), THE REASON
      *    AND EXPIRY KEPT WITH THE CERTIFICATE, AND A WORK COUNT
           03  TAXCUSTID                   PIC X(8).
           03  TAXCERT                     PIC X(20).
           03  NL-TAXCERT                  PIC S9(4)       COMP.
           03  TXCREASON                   PIC X.
           03  TXCEXPIRY                   PIC X(10).
           03  TXCCNT                      PIC S9(9)       COMP.
      ******************************************************************

      ***********************SHIPMENTS TABLE****************************
      *    RATE THE FEE IS COMPUTED FROM
           03  SVCLEVEL                    PIC X.
           03  SHIPRATE                    PIC S9(3)V99    COMP-3.
      *    ONE PACKAGE OF A SPLIT SHIPMENT - ITS NUMBER WITHIN THE
      *    ORDER, ITS DATES, AND ONE LINE OF WHAT IS IN IT
           03  SHIPMENTNO                  PIC S9(4)       COMP.
           03  PKGSHIPDATE                 PIC X(10).
           03  NL-PKGSHIPDATE              PIC S9(4)       COMP.
           03  PKGARRIVDATE                PIC X(10).
           03  NL-PKGARRIVDATE             PIC S9(4)       COMP.
           03  PKGLAPID                    PIC X(8).
           03  NL-PKGLAPID                 PIC S9(4)       COMP.
           03  PKGQTY                      PIC S9(9)       COMP.
           03  NL-PKGQTY                   PIC S9(4)       COMP.
      *    A LINE'S UNITS STILL TO SHIP, THE UNITS PACKED SO FAR, AND
      *    THE ORDER'S ORDERED, SHIPPED AND STILL-TO-SHIP TOTALS
           03  PKGLINEQTY                  PIC S9(9)       COMP.
           03  PKGUNITCTR                  PIC S9(9)       COMP.
           03  PKGORDQTY                   PIC S9(9)       COMP.
           03  NL-PKGORDQTY                PIC S9(4)       COMP.
           03  PKGSHIPPEDQTY               PIC S9(9)       COMP.
           03  NL-PKGSHIPPEDQTY            PIC S9(4)       COMP.
           03  UNSHIPPEDQTY                PIC S9(9)       COMP.
           03  PKGCNT                      PIC S9(9)       COMP.
       01  CARRNAME.
           49  CARRNAME-LENG               PIC S9(4)       COMP.
           49  CARRNAME-VALUE              PIC X(25).
           49  TRACKINGNUM-LENG            PIC S9(4)       COMP.
           49  TRACKINGNUM-VALUE           PIC X(30).
      ******************************************************************

      *********************FREIGHTCLAIMS TABLE**************************
      *    A CLAIM AGAINST THE CARRIER FOR UNITS OF ONE MODEL LOST OR
      *    DAMAGED IN ONE PACKAGE, AND WHAT THE CARRIER PAID ON IT
       01  FCL-NO-VARCHAR.
           03  PK-FCLMID                   PIC X(8).
           03  FCLMTYPE                    PIC X.
           03  FCLMSRC                     PIC X.
           03  FCLMDATE                    PIC X(10).
           03  FCLMUNITS                   PIC S9(9)       COMP.
           03  FCLMAMT                     PIC S9(9)V99    COMP-3.
           03  FCLMSTATUS                  PIC X.
           03  FCLMRECOV                   PIC S9(9)V99    COMP-3.
           03  FCLMRECDATE                 PIC X(10).
           03  NL-FCLMRECDATE              PIC S9(4)       COMP.
           03  FCLMREPLNO                  PIC S9(4)       COMP.
           03  NL-FCLMREPLNO               PIC S9(4)       COMP.
      *    THE PACKAGE'S UNITS OF THE MODEL, THE ORDER LINE'S QUANTITY
      *    AND COST THE CLAIM IS PRICED FROM, AND A WORK COUNT
           03  FCLMPKGQTY                  PIC S9(9)       COMP.
           03  FCLMLINEQTY                 PIC S9(9)       COMP.
           03  FCLMLINECOST                PIC S9(9)V99    COMP-3.
           03  FCLMCNT                     PIC S9(9)       COMP.
      ******************************************************************

      ******************WARRANTYCONTRACTS TABLE*************************
      *    AN EXTENDED WARRANTY PLAN AND THE CONTRACT SOLD FROM IT
      *    AGAINST ONE SERIAL-NUMBERED UNIT OF AN ORDER LINE
       01  WCT-NO-VARCHAR.
           03  PK-CONTRACTID               PIC X(8).
           03  WCTPLANCODE                 PIC X(4).
           03  WCTYEARS                    PIC S9(4)       COMP.
           03  WCTPRICEPCT                 PIC S9V9(4)     COMP-3.
           03  NL-WCTPRICEPCT              PIC S9(4)       COMP.
           03  WCTFLATPRICE                PIC S9(7)V99    COMP-3.
           03  NL-WCTFLATPRICE             PIC S9(4)       COMP.
           03  WCTPRICE                    PIC S9(7)V99    COMP-3.
           03  WCTSERIAL                   PIC X(12).
           03  WCTCNT                      PIC S9(9)       COMP.
      *    THE ORDER'S CONTRACTS THAT ADD TO ITS TAXABLE BASE, AND
      *    WHETHER THE STATE TAXES SERVICE CONTRACTS AT ALL
           03  WCTTAXBASE                  PIC S9(9)V99    COMP-3.
           03  WCTTAXFLAG                  PIC X.
       01  WCTPLANDESC.
           49  WCTPLANDESC-LENG            PIC S9(4)       COMP.
           49  WCTPLANDESC-VALUE           PIC X(30).
       01  NL-WCTPLANDESC                  PIC S9(4)       COMP.
      ******************************************************************

      *********************CUSTPRICES TABLE*****************************
      *    A CUSTOMER'S NEGOTIATED PRICE FOR A MODEL AND THE DATES IT
      *    IS IN FORCE
       01  CP-NO-VARCHAR.
           03  CPPRICE                     PIC S9(6)V99    COMP-3.
           03  CPSTART                     PIC X(10).
           03  CPEND                       PIC X(10).
           03  CPCNT                       PIC S9(9)       COMP.
      ******************************************************************

      **********************RECALLS TABLES******************************
      *    A VENDOR PRODUCT RECALL - ITS DATE, THE SERIAL RANGE (BOTH
      *    NULL WHEN THE SERIALS ARE LISTED ONE BY ONE) AND STATUS, AND
      *    ONE UNIT THE RECALL RUN FOUND, BEING MARKED REMEDIED
       01  RCL-NO-VARCHAR.
           03  PK-RECALLID                 PIC X(8).
           03  RCLDATE                     PIC X(10).
           03  RCLSERIALFROM               PIC X(12).
           03  NL-RCLSERIALFROM            PIC S9(4)       COMP.
           03  RCLSERIALTO                 PIC X(12).
           03  NL-RCLSERIALTO              PIC S9(4)       COMP.
           03  RCLSTATUS                   PIC X.
           03  RCLUNITSTATE                PIC X.
           03  RCLREMEDIED                 PIC X.
           03  RCLCNT                      PIC S9(9)       COMP.
       01  RCLREMEDY.
           49  RCLREMEDY-LENG              PIC S9(4)       COMP.
           49  RCLREMEDY-VALUE             PIC X(60).
      ******************************************************************

      ***********************CUSTNOTES TABLE****************************
      *    CONTACT AND CASE NOTE FIELDS - THE NOTE'S KEY, THE ORDER IT
      *    IS ABOUT (NULL FOR THE CUSTOMER IN GENERAL), WHO TOOK IT,
      *    ITS CATEGORY, OPEN/CLOSED STATUS AND FOLLOW-UP DATE. THE
      *    OPEN CASES LIST FETCHES ITS ORDER INTO LISTORDID SO THE
      *    ORDER A NEW NOTE IS BEING TAKEN AGAINST IS LEFT ALONE
       01  NOTE-NO-VARCHAR.
           03  NOTEID                      PIC S9(9)       COMP.
           03  NOTEORDID                   PIC X(8).
           03  NL-NOTEORDID                PIC S9(4)       COMP.
           03  LISTORDID                   PIC X(8).
           03  NL-LISTORDID                PIC S9(4)       COMP.
           03  NOTEDATE                    PIC X(10).
           03  NOTEOPERID                  PIC X(4).
           03  NOTECAT                     PIC X.
           03  NOTESTATUS                  PIC X.
           03  NOTEFOLLOWUP                PIC X(10).
           03  NL-NOTEFOLLOWUP             PIC S9(4)       COMP.
           03  NOTECNT                     PIC S9(9)       COMP.
       01  NOTETEXT.
           49  NOTETEXT-LENG               PIC S9(4)       COMP.
           49  NOTETEXT-VALUE              PIC X(100).
      ******************************************************************

      **********************CUSTSHIPTO TABLE****************************
      *    SHIP-TO ADDRESS BOOK FIELDS - THE ENTRY'S NAME IS SHIPTONAME
      *    AND ITS ADDRESS IS KEYED INTO THE CUSTOMER ADDRESS FIELDS;
      *    THIS IS THE DEFAULT FLAG AND THE ENTRY COUNT
       01  SHIPTO-NO-VARCHAR.
           03  STDEFAULT                   PIC X.
           03  STCNT                       PIC S9(9)       COMP.
      ******************************************************************
           
      ************************COMPANY TABLE*****************************
      *    CONTAINS ALL THE VARIABLES THAT ARE NOT PART OF A VARCHAR
      *    COLUMN IN THE COMPANY TABLE.
       01  COMP-NO-VARCHAR.
      ************************CHAR VARIABLES****************************
           03  PK-COMPID                   PIC X(8).
      *    VENDOR ACTIVE/INACTIVE STATUS - 'N' CLOSES THE VENDOR TO
      *    NEW LAPTOP INTAKE
           03  COMPACTIVE                  PIC X.
      *    COLUMN IN THE LAPTOPS TABLE.
       01  LAP-NO-VARCHAR.
      ***********************CHAR VARIABLES*****************************
           03  PK-LAPID                    PIC X(8).
           03  FK-COMPID                   PIC X(8).
      ************************INT VARIABLES*****************************
           03  YEAR                        PIC S9(9)       COMP.
           03  WARRANTY                    PIC S9(9)       COMP.
      *    STOCK LEVEL AT OR BELOW WHICH THE MODEL SHOWS UP ON THE
      *    REPLENISHMENT REPORT
           03  REORDERPT                   PIC S9(9)       COMP.
      *    'Y' WHEN A SUPERVISOR HAS LOCKED THE REORDER POINT SO THE
      *    BATCH RECALCULATION LEAVES IT AS KEYED
           03  REORDERLOCK                 PIC X.
      ***********************CHAR VARIABLE******************************
      *    WAREHOUSE BIN THE MODEL IS SHELVED IN - THE PICK LIST
      *    PRINTS IN BIN WALK ORDER
           03  BINLOC                      PIC X(6).
           03  NL-BINLOC                   PIC S9(4)       COMP.
      *    MODEL LIFECYCLE - 'A' ACTIVE, 'S' SELL-THROUGH ONLY, 'D'
      *    DISCONTINUED - AND THE REPLACEMENT MODEL OFFERED IN ITS
      *    PLACE AT ORDER AND QUOTE ENTRY
           03  MODELSTATUS                 PIC X.
           03  SUBSTLAPID                  PIC X(8).
           03  NL-SUBSTLAPID               PIC S9(4)       COMP.
      *    HOLDS THE COUNT RETURNED WHEN CHECKING THAT A REPLACEMENT
      *    MODEL IS ON FILE
           03  SUBSTCNT                    PIC S9(9)       COMP.
      ************************DEC VARIABLES*****************************
           03  STORAGE                     PIC S9(3)V9     COMP-3.
           03  RAM                         PIC S9(3)V9     COMP-3.
      *    HOLDS LAPTOPS.PRICE AS IT WAS BEFORE CHANGE-PRICE OVERWRITES
      *    PRICE, SO THE OLD/NEW PAIR CAN BE WRITTEN TO PRICEHISTORY
           03  OLDPRICE                    PIC S9(6)V99    COMP-3.
      *    MOVING-AVERAGE UNIT COST OF THE STOCK ON HAND, RE-WEIGHTED
      *    BY EVERY COSTED RECEIPT - NULL UNTIL THE FIRST ONE
           03  AVGCOST                     PIC S9(7)V99    COMP-3.
           03  NL-AVGCOST                  PIC S9(4)       COMP.
      *********************NULLABLE VARIABLES***************************
           03  NL-OS                       PIC S9(4)       COMP.
           03  NL-STORAGE                  PIC S9(4)       COMP.
      *    COLUMN IN THE LAPTOPORDERS TABLE.
       01  LAPORD-NO-VARCHAR.
      ***********************CHAR VARIABLES*****************************
           03  FK-ORDERID                  PIC X(8).
           03  FK-LAPID                    PIC X(8).
      ************************INT VARIABLE******************************
           03  QTY                         PIC S9(9)       COMP.
      ************************DEC VARIABLES*****************************
           03  ORDERCOST                   PIC S9(9)V99    COMP-3.
           03  DEALS                       PIC SV99        COMP-3.
      *    COST OF THE UNITS JUST DRAWN FOR THE LINE AT THE MODEL'S
      *    AVERAGE COST, ADDED INTO LAPTOPORDERS.COSTOFSALES
           03  LINECOSTOFSALES             PIC S9(9)V99    COMP-3.
      **********************NULLABLE VARIABLE***************************
           03  NL-DEALS                    PIC S9(4)       COMP.
      ******************************************************************
      *******************CATALOGSTAGE TABLE*****************************
      *    ONE STAGED CATALOG ADD OR CHANGE UNDER REVIEW - ITS KEY,
      *    'A' ADD OR 'C' CHANGE, THE MODEL IT CHANGES (OR THE ONE
      *    GENERATED FOR AN APPROVED ADD), THE PRICE IT WOULD REPLACE,
      *    THE FIELDS THAT DIFFER, THE DAY IT WAS IMPORTED, THE
      *    STATUS THE REVIEW GIVES IT, AND THE VENDOR'S COST TO US
       01  CATSTAGE-NO-VARCHAR.
           03  CS-STAGEID                  PIC S9(9)       COMP.
           03  CS-ACTION                   PIC X.
           03  CS-LAPID                    PIC X(8).
           03  NL-CS-LAPID                 PIC S9(4)       COMP.
           03  CS-OLDPRICE                 PIC S9(6)V99    COMP-3.
           03  NL-CS-OLDPRICE              PIC S9(4)       COMP.
           03  CS-CHANGES                  PIC X(50).
           03  NL-CS-CHANGES               PIC S9(4)       COMP.
           03  CS-LOADDATE                 PIC X(10).
           03  CS-STATUS                   PIC X.
           03  VENDORCOST                  PIC S9(7)V99    COMP-3.
      ******************************************************************
      *******************APPROVALQUEUE TABLE****************************
      *    ONE CHANGE HELD FOR A SECOND SUPERVISOR - ITS KEY, 'C'
      *    CREDIT LIMIT, 'P' PRICE, 'A' STOCK ADJUSTMENT OR 'R'
      *    REFUND, THE CUSTOMER, LAPTOP OR RETURN IT IS FOR, THE
      *    LOCATION AN ADJUSTMENT WAS COUNTED AT, THE VALUE ON FILE
      *    AND THE VALUE ASKED FOR (A NULL CREDIT LIMIT IS NO LIMIT),
      *    WHO ASKED FOR IT AND WHEN, AND THE STATUS THE REVIEW GIVES
      *    IT
       01  APR-NO-VARCHAR.
           03  APRID                       PIC X(8).
           03  APRTYPE                     PIC X.
           03  APRKEY                      PIC X(8).
           03  APRLOC                      PIC X(4).
           03  APROLDVAL                   PIC S9(9)V99    COMP-3.
           03  NL-APROLDVAL                PIC S9(4)       COMP.
           03  APRNEWVAL                   PIC S9(9)V99    COMP-3.
           03  NL-APRNEWVAL                PIC S9(4)       COMP.
           03  APRREQBY                    PIC X(4).
           03  APRREQDATE                  PIC X(10).
           03  APRSTATUS                   PIC X.
      ******************************************************************
      ********************REPORTSTORE TABLE*****************************
      *    STORED BATCH REPORT FIELDS - THE PROGRAM AND BUSINESS DATE
      *    RANGE ASKED FOR, ONE STORED REPORT'S KEY AND DETAILS, ONE
      *    OF ITS LINES FOR A REPRINT, AND TODAY'S DATE FOR THE
      *    REPRINT MARK
       01  RPTSTORE-NO-VARCHAR.
           03  RSPROGNAME                  PIC X(12).
           03  RSFROMDATE                  PIC X(10).
           03  RSTODATE                    PIC X(10).
           03  RSRUNID                     PIC S9(9)       COMP.
           03  RSRPTNAME                   PIC X(8).
           03  RSBUSDATE                   PIC X(10).
           03  RSRUNDATE                   PIC X(10).
           03  RSPAGES                     PIC S9(9)       COMP.
           03  RSLINES                     PIC S9(9)       COMP.
           03  RSRETCLASS                  PIC X.
           03  RSCNT                       PIC S9(9)       COMP.
           03  RSLINETEXT                  PIC X(132).
           03  RSTODAY                     PIC X(10).
      ******************************************************************
      *********************SQLERRLOG TABLE******************************
      *    WHAT THE SQL ERROR HANDLER LOGS - THE PARAGRAPH IS SET
      *    AHEAD OF EVERY STATEMENT SO THE LOG SHOWS WHERE THE
      *    PROGRAM FAILED, AND THE KEY IS THE ROW IT WAS WORKING ON
       01  ERR-PROGNAME                    PIC X(12).
       01  ERR-PARAGRAPH                   PIC X(30)       VALUE SPACES.
       01  ERR-SQLCODE                     PIC S9(9)       COMP.
       01  ERR-SQLSTATE                    PIC X(5).
       01  ERR-MSGTEXT.
           49  ERR-MSGTEXT-LENG            PIC S9(4)       COMP.
           49  ERR-MSGTEXT-VALUE           PIC X(250).
       01  ERR-KEYVALUE                    PIC X(40).
       01  ERR-RETRY                       PIC X           VALUE 'N'.
      *    CHARACTER COUNT FOR THE MESSAGE TEXT LENGTH
       01  ERR-LEN                         PIC S9(4)       COMP.
      ******************************************************************
           EXEC SQL END DECLARE SECTION END-EXEC.
      ******************************************************************
           05  WKDEALS					   PIC V99.
           05  O-DEALS					   PIC 99.
           05  O-ROWCTR                    PIC Z9.
           05  O-NOTEID                    PIC Z(8)9.
           05  O-RSRUNID                   PIC Z(8)9.
           05  O-RSPAGES                   PIC Z(6)9.
           05  O-RSLINES                   PIC Z(6)9.
           05  O-APRVAL                    PIC $$$$,$$$,$$$.99.
           05  O-APRQTY                    PIC -(9)9.

      *    WORK AREAS FOR THE PRINTED LAPTOP ORDERS REPORT
       01  RPT-CTRS.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-QTY                   PIC ZZ9.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  RPT-D-ORDERCOST             PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'QUOTE ID: '.
           05  QRPT-H1-QUOTEID             PIC X(8).
       01  QRPT-INFO-LINE.
           05  QRPT-I-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
       01  QRPT-DETAIL-LINE.
           05  QRPT-D-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  QRPT-D-LAPID                PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  QRPT-D-LAPNAME              PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  QRPT-D-QTY                  PIC ZZ9.
                                           VALUE 'QUOTE TOTAL: '.
           05  QRPT-T-TOTAL                PIC $$$$,$$$,$$$.99.

      *    PRINTED UNDER EVERY PAGE HEADING OF A REPRINTED BATCH
      *    REPORT, SO A REPRINT IS NEVER TAKEN FOR THE ORIGINAL
       01  RRPT-MARK-LINE.
           05  RRPT-M-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(29)
                               VALUE '*** REPRINT *** ORIGINAL RUN '.
           05  RRPT-M-RUNDATE              PIC X(10).
           05  FILLER                      PIC X(19)
                               VALUE ' FOR BUSINESS DATE '.
           05  RRPT-M-BUSDATE              PIC X(10).
           05  FILLER                      PIC X(8)    VALUE ' RUN ID '.
           05  RRPT-M-RUNID                PIC Z(8)9.
           05  FILLER                      PIC X(11)
                               VALUE ' REPRINTED '.
           05  RRPT-M-TODAY                PIC X(10).
           05  FILLER                      PIC X(4)    VALUE ' BY '.
           05  RRPT-M-OPERID               PIC X(4).

       PROCEDURE DIVISION.
       RUN-START.
           DISPLAY 'WELCOME, PRESS ENTER TO CONTINUE'.
           DISPLAY 'ENTER YOUR PASSCODE:'.
           ACCEPT OPERPASS.

           MOVE 'GET-SIGNON' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT OPERNAME, AUTHLEVEL
               INTO :OPERNAME :NL-OPERNAME, :OPERLEVEL
      *    A GOOD SIGN-ON CLEARS THE FAILED-ATTEMPT COUNT SO OLD
      *    TYPOS DON'T ACCUMULATE TOWARD A LOCKOUT
       RESET-FAILCOUNT.
           MOVE 'RESET-FAILCOUNT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE OPERATORS
                   SET FAILCOUNT = 0
      *    GIVING UP FOR THIS ONE. THE COUNT IS COMMITTED AT ONCE SO
      *    A CANCELLED TRANSACTION LATER CAN'T ROLL IT BACK
       COUNT-SIGNON-FAILURE.
           MOVE 'COUNT-SIGNON-FAILURE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE OPERATORS
                   SET FAILCOUNT = FAILCOUNT + 1
       CHECK-PASSCODE-AGE.
           MOVE 0 TO PASSAGEDAYS.
           MOVE 0 TO NL-PASSAGE.
           MOVE 'CHECK-PASSCODE-AGE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT DAYS(CURRENT DATE) - DAYS(PASSCHANGED)
               INTO :PASSAGEDAYS :NL-PASSAGE
                   DISPLAY 'THE TWO ENTRIES DO NOT MATCH, NOTHING WAS'
                       ' CHANGED'
               ELSE
                   MOVE 'CHANGE-MY-PASSCODE' TO ERR-PARAGRAPH
                   EXEC SQL
                       UPDATE OPERATORS
                           SET PASSCODE = :NEWPASS,
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF JRNACTIVITY-VALUE GIVING
           JRNACTIVITY-LENG.
           MOVE 'JOURNAL-ACTIVITY' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SESSIONLOG
                   (OPERATORID, LOGDATE, LOGTIME, ACTIVITY)
      *    DRAWS THE NEXT VALUE FROM THE NAMED PERSISTENT COUNTER -
      *    UNLIKE THE OLD MAX(KEY)+1 LOOKUPS, A NUMBER IS NEVER
      *    RE-ISSUED NO MATTER WHAT THE ARCHIVE JOB HAS PURGED. AT
      *    99999999 THE 8-CHARACTER KEY SPACE IS SPENT AND NO FURTHER
      *    KEYS ARE ISSUED - A COUNTER IS NEVER RESET OR WRAPPED
       GET-NEXT-KEY.
           MOVE 'GET-NEXT-KEY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE KEYCOUNTERS
                   SET LASTVALUE = LASTVALUE + 1
               FROM KEYCOUNTERS
               WHERE KEYNAME = :KC-KEYNAME
           END-EXEC.
           IF KC-VALUE > 99999999
               DISPLAY 'THE KEY SPACE FOR ' KC-KEYNAME ' IS EXHAUSTED'
                   ' AT 99999999 - NO KEY WAS ISSUED'
               ADD 1 TO ERRCTR.

      *    TOP-LEVEL MENU - KEEPS OFFERING THE SUB-MENUS UNTIL THE
           DISPLAY '8 - SYSTEM PARAMETER MAINTENANCE (SUPERVISOR)'.
           DISPLAY '9 - OPERATOR MAINTENANCE (SUPERVISOR)'.
           DISPLAY 'Q - QUOTE TRANSACTIONS'.
           DISPLAY 'W - WARRANTY PLAN MAINTENANCE'.
           DISPLAY 'B - BUSINESS CALENDAR MAINTENANCE (SUPERVISOR)'.
           DISPLAY 'A - PENDING APPROVALS (SUPERVISOR)'.
           DISPLAY 'D - MORNING DASHBOARD'.
           DISPLAY 'C - CHANGE MY PASSCODE'.
           DISPLAY 'X - SIGN OFF'.
               PERFORM CHANGE-MY-PASSCODE
               GO TO MAIN-MENU-EXIT.

           IF FUNCTION UPPER-CASE(WKOP) = 'W'
               MOVE 'WARRANTY PLAN MAINTENANCE' TO JRNACTIVITY-VALUE
               PERFORM JOURNAL-ACTIVITY
               PERFORM BEGIN-TRAN
               PERFORM WARRPLAN-MAINT-OP
               PERFORM END-TRAN
               GO TO MAIN-MENU-EXIT.

           IF FUNCTION UPPER-CASE(WKOP) = 'B'
               MOVE 'BUSINESS CALENDAR MAINTENANCE'
                   TO JRNACTIVITY-VALUE
               PERFORM JOURNAL-ACTIVITY
               PERFORM BEGIN-TRAN
               PERFORM CALENDAR-MAINT-OP THRU CALENDAR-MAINT-OP-EXIT
               PERFORM END-TRAN
               GO TO MAIN-MENU-EXIT.

           IF FUNCTION UPPER-CASE(WKOP) = 'A'
               MOVE 'PENDING APPROVALS' TO JRNACTIVITY-VALUE
               PERFORM JOURNAL-ACTIVITY
               PERFORM BEGIN-TRAN
               PERFORM APPROVAL-REVIEW-OP THRU APPROVAL-REVIEW-OP-EXIT
               PERFORM END-TRAN
               GO TO MAIN-MENU-EXIT.

      *    EVERY DISPATCHED OPTION LEAVES A JOURNAL LINE - THE SUB-
      *    MENUS JOURNAL THEIR OWN OPTIONS THE SAME WAY
           MOVE ' ' TO JRNACTIVITY-VALUE.
           DISPLAY '2 - DELETE A CUSTOMER'.
           DISPLAY '3 - UPDATE A CUSTOMER'.
           DISPLAY '4 - MERGE DUPLICATE CUSTOMERS (SUPERVISOR)'.
           DISPLAY '5 - CUSTOMER CONTRACT PRICES (SUPERVISOR)'.
           DISPLAY '6 - TAX EXEMPTION CERTIFICATES (SUPERVISOR)'.
           DISPLAY '7 - CUSTOMER NOTES AND CASES'.
           DISPLAY '8 - SHIP-TO ADDRESS BOOK'.
           DISPLAY '9 - ANONYMIZE A CUSTOMER ON REQUEST (SUPERVISOR)'.
           DISPLAY 'X - RETURN TO THE MAIN MENU'.
           ACCEPT WKOP.

                               CUST-MERGE-OP-EXIT
                           PERFORM END-TRAN
                       ELSE
                           IF WKOP = '5'
                               PERFORM BEGIN-TRAN
                               PERFORM CONTRACT-PRICE-OP THRU
                                   CONTRACT-PRICE-OP-EXIT
                               PERFORM END-TRAN
                           ELSE
                               IF WKOP = '6'
                                   PERFORM BEGIN-TRAN
                                   PERFORM TAXCERT-OP THRU
                                       TAXCERT-OP-EXIT
                                   PERFORM END-TRAN
                               ELSE
                                 IF WKOP = '7'
                                     PERFORM BEGIN-TRAN
                                     PERFORM CUST-NOTE-OP
                                     PERFORM END-TRAN
                                 ELSE
                                   IF WKOP = '8'
                                     PERFORM BEGIN-TRAN
                                     PERFORM SHIPTO-OP THRU
                                         SHIPTO-OP-EXIT
                                     PERFORM END-TRAN
                                   ELSE
                                     IF WKOP = '9'
                                       PERFORM BEGIN-TRAN
                                       PERFORM PRIVACY-OP THRU
                                           PRIVACY-OP-EXIT
                                       PERFORM END-TRAN
                                     ELSE
                                       DISPLAY 'INVALID OPTION, PRESS'
                                           ' ENTER TO CONTINUE'
                                       ACCEPT WKHOLD.

       CUSTOMER-MENU-EXIT.
           EXIT.
           DISPLAY '9 - REVIEW CREDIT HOLDS (SUPERVISOR)'.
           DISPLAY 'C - CANCEL AN ORDER (SUPERVISOR)'.
           DISPLAY 'P - CONFIRM AN ORDER PICKED'.
           DISPLAY 'A - AMEND THE LINE ITEMS ON AN ORDER'.
           DISPLAY 'F - FREIGHT CLAIMS AGAINST A CARRIER'.
           DISPLAY 'N - CUSTOMER NOTES ON AN ORDER'.
           DISPLAY 'X - RETURN TO THE MAIN MENU'.
           ACCEPT WKOP.

               PERFORM END-TRAN
               GO TO ORDER-MENU-EXIT.

           IF FUNCTION UPPER-CASE(WKOP) = 'A'
               PERFORM BEGIN-TRAN
               PERFORM AMEND-ORDER-OP THRU AMEND-ORDER-OP-EXIT
               PERFORM END-TRAN
               GO TO ORDER-MENU-EXIT.

           IF FUNCTION UPPER-CASE(WKOP) = 'F'
               PERFORM BEGIN-TRAN
               PERFORM FREIGHT-CLAIM-OP
               PERFORM END-TRAN
               GO TO ORDER-MENU-EXIT.

           IF FUNCTION UPPER-CASE(WKOP) = 'N'
               PERFORM BEGIN-TRAN
               PERFORM ORDER-NOTE-OP
               PERFORM END-TRAN
               GO TO ORDER-MENU-EXIT.

           IF WKOP = '1'
               PERFORM BEGIN-TRAN
               PERFORM INSERT-ROW-ORD
                   ELSE
                       IF WKOP = '4'
                           PERFORM BEGIN-TRAN
                           PERFORM SHIP-CONFIRM-OP THRU
                               SHIP-CONFIRM-OP-EXIT
                           PERFORM END-TRAN
                       ELSE
                           IF WKOP = '6'
           DISPLAY '6 - TRANSFER STOCK BETWEEN LOCATIONS'.
           DISPLAY '7 - KEY CYCLE COUNT RESULTS'.
           DISPLAY '8 - REVIEW CYCLE COUNT VARIANCES (SUPERVISOR)'.
           DISPLAY '9 - REVIEW VENDOR CATALOG IMPORT (SUPERVISOR)'.
           DISPLAY 'X - RETURN TO THE MAIN MENU'.
           ACCEPT WKOP.

                                           CYCLE-REVIEW-OP-EXIT
                                       PERFORM END-TRAN
                                   ELSE
                                     IF WKOP = '9'
                                         PERFORM BEGIN-TRAN
                                         PERFORM CATREV-OP THRU
                                             CATREV-OP-EXIT
                                         PERFORM END-TRAN
                                     ELSE
                                         DISPLAY 'INVALID OPTION, PRESS'
                                             ' ENTER TO CONTINUE'
                                         ACCEPT WKHOLD.

       LAPTOP-MENU-EXIT.
           EXIT.
           DISPLAY '3 - DEACTIVATE/REACTIVATE A VENDOR'.
           DISPLAY '4 - SHIP DEFECTS BACK TO A VENDOR (RTV)'.
           DISPLAY '5 - RECORD A VENDOR CREDIT RECEIVED'.
           DISPLAY '6 - ENTER A VENDOR INVOICE'.
           DISPLAY '7 - REVIEW INVOICE MATCH EXCEPTIONS (SUPERVISOR)'.
           DISPLAY '8 - ENTER A VENDOR PRODUCT RECALL'.
           DISPLAY '9 - RECORD A RECALLED UNIT REMEDIED'.
           DISPLAY 'X - RETURN TO THE MAIN MENU'.
           ACCEPT WKOP.

                               PERFORM VENDOR-CREDIT-OP
                               PERFORM END-TRAN
                           ELSE
                               IF WKOP = '6'
                                   PERFORM BEGIN-TRAN
                                   PERFORM VENDOR-INVOICE-OP
                                   PERFORM END-TRAN
                               ELSE
                                   IF WKOP = '7'
                                       PERFORM BEGIN-TRAN
                                       PERFORM VINV-REVIEW-OP THRU
                                           VINV-REVIEW-OP-EXIT
                                       PERFORM END-TRAN
                                   ELSE
                                     IF WKOP = '8'
                                         PERFORM BEGIN-TRAN
                                         PERFORM RECALL-ENTRY-OP
                                         PERFORM END-TRAN
                                     ELSE
                                       IF WKOP = '9'
                                           PERFORM BEGIN-TRAN
                                           PERFORM RECALL-REMEDY-OP
                                             THRU RECALL-REMEDY-OP-EXIT
                                           PERFORM END-TRAN
                                       ELSE
                                           DISPLAY 'INVALID OPTION,'
                                             ' PRESS ENTER TO CONTINUE'
                                           ACCEPT WKHOLD.

       VENDOR-MENU-EXIT.
           EXIT.
           DISPLAY '3 - RECONCILE ORDERS.SHIPPINGFEE'.
           DISPLAY '4 - STOCK MOVEMENT HISTORY FOR A LAPTOP'.
           DISPLAY '5 - REVIEW RECONCILIATION EXCEPTIONS'.
           DISPLAY '6 - LIST AND REPRINT STORED BATCH REPORTS'.
           DISPLAY 'X - RETURN TO THE MAIN MENU'.
           ACCEPT WKOP.

                               PERFORM EXC-REVIEW-OP
                               PERFORM END-TRAN
                           ELSE
                               IF WKOP = '6'
                                   PERFORM REPRINT-OP
                                       THRU REPRINT-OP-EXIT
                               ELSE
                                   DISPLAY 'INVALID OPTION, PRESS'
                                       ' ENTER TO CONTINUE'
                                   ACCEPT WKHOLD.

       REPORT-MENU-EXIT.
           EXIT.
      *    MORNING DASHBOARD - THE FIVE QUESTIONS EVERY MORNING USED
      *    TO TAKE FIVE SYSOUT REPORTS, ON ONE SCREEN AT SIGN-ON:
      *    UNSHIPPED ORDERS, OPEN BACKORDERS, NEW EXCEPTIONS, MODELS
      *    AT THEIR REORDER POINT, AND HOW LAST NIGHT'S STREAM RAN -
      *    WITH A COUNT OF THE SQL ERRORS LOGGED SINCE THEN AND OF
      *    THE CHANGES WAITING ON A SECOND SUPERVISOR
       DASHBOARD-OP.
           DISPLAY '================ MORNING DASHBOARD ============='.

           MOVE 'DASHBOARD-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :DASHCNT
           END-EXEC.
           DISPLAY 'MODELS AT/UNDER REORDER POINT.....: ' DASHCNT.

      *    HELD CHANGES A SECOND SUPERVISOR HAS YET TO LOOK AT - ONE
      *    PAST ITS EXPIRY IS LEFT OUT EVEN BEFORE THE PENDING
      *    APPROVALS SCREEN HAS MARKED IT EXPIRED
           EXEC SQL
               SELECT COUNT(*)
               INTO :DASHCNT
               FROM APPROVALQUEUE
               WHERE STATUS = 'P'
               AND REQUESTDATE >= CURRENT DATE - :DUAL-EXPIRY-DAYS DAYS
           END-EXEC.
           DISPLAY 'CHANGES AWAITING SECOND APPROVAL..: ' DASHCNT.

      *    SQL ERRORS ON THE SHARED ERROR LOG SINCE THE LAST WORKING
      *    DAY BEFORE TODAY - BATCH AND ON-LINE ALIKE, INCLUDING THE
      *    DEADLOCKS AND TIMEOUTS A BATCH STEP WAS RUN AGAIN FOR
           EXEC SQL
               SELECT COUNT(*)
               INTO :DASHCNT
               FROM SQLERRLOG
               WHERE DATE(LOGTS) >=
                   (SELECT COALESCE(MAX(CALDATE), CURRENT DATE - 1 DAY)
                   FROM BUSCALENDAR
                   WHERE CALDATE < CURRENT DATE
                   AND BUSINESSDAY = 'Y')
           END-EXEC.
           DISPLAY 'SQL ERRORS SINCE LAST WORKING DAY.: ' DASHCNT.

           DISPLAY 'LAST NIGHT''S BATCH STREAM:'.
           PERFORM DECLARE-DASHRUN.
           PERFORM PROC-DASHRUN.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    EVERY RUNCONTROL ROW SINCE THE LAST WORKING DAY BEFORE
      *    TODAY ON THE COMPANY CALENDAR, SO A MONDAY MORNING STILL
      *    SEES FRIDAY NIGHT'S STREAM - A STEP STILL AT STARTED NEVER
      *    COMPLETED AND GETS FLAGGED
       DECLARE-DASHRUN.
           EXEC SQL
               DECLARE DASHRUN_CUR CURSOR FOR
               SELECT PROGRAMNAME, CHAR(BUSINESSDATE, ISO), STATUS
               FROM RUNCONTROL
               WHERE BUSINESSDATE >=
                   (SELECT COALESCE(MAX(CALDATE), CURRENT DATE - 1 DAY)
                   FROM BUSCALENDAR
                   WHERE CALDATE < CURRENT DATE
                   AND BUSINESSDAY = 'Y')
               ORDER BY BUSINESSDATE, RUNID
           END-EXEC.

       PROC-DASHRUN.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-DASHRUN' TO ERR-PARAGRAPH.
           EXEC SQL OPEN DASHRUN_CUR END-EXEC.
           PERFORM LOOP-DASHRUN THRU LOOP-DASHRUN-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-DASHRUN' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DASHRUN_CUR END-EXEC.
           IF ROWCTR = 0
               DISPLAY '   NO BATCH RUNS ARE ON FILE SINCE THE LAST'
                   ' WORKING DAY'.

       LOOP-DASHRUN.
           MOVE 'LOOP-DASHRUN' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DASHRUN_CUR
               INTO :DASH-PROGNAME, :DASH-BUSDATE, :DASH-STATUS
           EXIT.

      *    QUOTE SUB-MENU - A QUOTE HOLDS A WRITTEN PRICE FOR THIRTY
      *    WORKING DAYS (THE QUOTE-VALID-DAYS PARAMETER), PRINTS AS A
      *    DOCUMENT LIKE THE INVOICE, AND CONVERTS TO AN ORDER AT THE
      *    QUOTED PRICES EVEN IF LAPTOPS.PRICE HAS MOVED SINCE
       QUOTE-MENU.
           DISPLAY 'QUOTE TRANSACTIONS:'.
           DISPLAY '1 - ENTER A NEW QUOTE'.
           MOVE KC-VALUE TO WKNEXTQUOTEID.
           MOVE WKNEXTQUOTEID TO PK-QUOTEID.

      *    THE QUOTE STAYS GOOD FOR QUOTE-VALID-DAYS WORKING DAYS ON
      *    THE COMPANY CALENDAR
       INSERT-QUOTE-HEADER.
           MOVE 'INSERT-QUOTE-HEADER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :CAL-FROMDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE QUOTE-VALID-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE 'INSERT-QUOTE-HEADER' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO QUOTES
                   (QUOTEID, CUSTOMERID, QUOTEDATE, EXPIRYDATE,
                   QUOTESTATUS, EMPNO)
               VALUES (:PK-QUOTEID, :FK-CUSTID, CURRENT DATE,
               :CAL-TODATE, 'O', :EMPNUM)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'QUOTE ' PK-QUOTEID ' WAS OPENED, GOOD FOR '
                   QUOTE-VALID-DAYS ' WORKING DAY(S), UNTIL '
                   CAL-TODATE
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
      *    QUOTE. QUOTING DOESN'T RESERVE STOCK, SO THERE'S NO
      *    ON-HAND CHECK HERE - THAT HAPPENS AT CONVERSION
       GET-QUOTE-LINE.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID FOR THE NEXT QUOTE'
               ' LINE, LEAVE BLANK WHEN DONE, OR * TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               GO TO GET-QUOTE-LINE-EXIT.
           MOVE 0 TO ERRCTR.
           MOVE 'N' TO SELECTERR-SW.
           MOVE 'Q' TO SALELINE-SW.
           PERFORM SELECT-LAP-FOR-LAPORD.
           IF ERRCTR = 0
               PERFORM OFFER-SUBSTITUTE THRU OFFER-SUBSTITUTE-EXIT.
           MOVE 'N' TO SALELINE-SW.
           IF ERRCTR > 0
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW
           IF TRANCANCEL-SW = 'Y'
               GO TO GET-QUOTE-LINE-EXIT.

      *    AN EXTENDED WARRANTY PLAN CAN BE QUOTED FOR EVERY UNIT OF
      *    THE LINE AT TODAY'S PLAN PRICE
           MOVE ' ' TO WCTPLANCODE.
           MOVE 0 TO WCTPRICE.
           MOVE 'GET-QUOTE-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WCTCNT
               FROM WARRANTYPLANS
           END-EXEC.
           IF WCTCNT > 0
               PERFORM DECLARE-WPLAN
               PERFORM PROC-WPLAN
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-WARR-PLAN THRU GET-WARR-PLAN-EXIT
                   UNTIL FIELD-OK-SW = 'Y'.
           MOVE WCTPLANCODE TO QPLANCODE.
           MOVE WCTPRICE TO QPLANPRICE.
           IF QPLANCODE = ' '
               MOVE -1 TO NL-QPLAN
           ELSE
               MOVE 0 TO NL-QPLAN.

      *    THE LINE IS PRICED NOW AND THE PRICE HOLDS - CONVERSION
      *    USES THESE FIGURES, NOT THE PRICE OF THE DAY
           PERFORM CALC-ORDERCOST.
           MOVE WKLAPPRICE TO QLINEPRICE.
           MOVE ORDERCOST TO QLINECOST.

           MOVE 'GET-QUOTE-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO QUOTELINES
                   (QUOTEID, LAPTOPID, QUANTITY, UNITPRICE, DEALS,
                   PROMOCODE, LINECOST, PLANCODE, PLANPRICE)
               VALUES (:PK-QUOTEID, :FK-LAPID, :QTY, :QLINEPRICE,
               :DEALS :NL-DEALS, :PROMOCODE :NL-PROMOCODE,
               :QLINECOST, :QPLANCODE :NL-QPLAN,
               :QPLANPRICE :NL-QPLAN)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE QUOTE LINE WAS ADDED AT ' QLINECOST
       SELECT-QUOTE.
           MOVE 0 TO NL-QTE-EMPNO.
           MOVE ' ' TO EMPNUM.
           MOVE 'SELECT-QUOTE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID, QUOTEDATE, EXPIRYDATE, QUOTESTATUS,
                   EMPNO
           EXEC SQL
               DECLARE QPRINT_CUR CURSOR FOR
               SELECT QL.LAPTOPID, UPPER(L.LAPTOPNAME), QL.QUANTITY,
                   QL.UNITPRICE, QL.LINECOST, QL.PLANCODE, QL.PLANPRICE
               FROM QUOTELINES QL, LAPTOPS L
               WHERE QL.LAPTOPID = L.LAPTOPID
               AND QL.QUOTEID = :PK-QUOTEID
           END-EXEC.

       PROC-QPRINT.
           MOVE 'PROC-QPRINT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN QPRINT_CUR END-EXEC.
           PERFORM LOOP-QPRINT THRU LOOP-QPRINT-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-QPRINT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QPRINT_CUR END-EXEC.

       LOOP-QPRINT.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 0 TO NL-QPLAN.
           MOVE 'LOOP-QPRINT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QPRINT_CUR
               INTO :FK-LAPID, :LAPNAME-VALUE, :QTY, :QLINEPRICE,
                   :QLINECOST, :QPLANCODE :NL-QPLAN,
                   :QPLANPRICE :NL-QPLAN
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-QPRINT-EXIT.
           IF SQLCODE = 0
               MOVE QLINECOST TO QRPT-D-LINETOTAL
               ADD QLINECOST TO QRPT-TOTAL
               WRITE QUOTERPT-REC FROM QRPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               IF NL-QPLAN = 0
                   PERFORM WRITE-QUOTE-PLAN-LINE.

       LOOP-QPRINT-EXIT.
           EXIT.

      *    THE PLAN QUOTED ON THE LINE PRINTS UNDER IT - ONE CONTRACT
      *    PER UNIT AT THE QUOTED PLAN PRICE
       WRITE-QUOTE-PLAN-LINE.
           MOVE ' ' TO QRPT-D-LAPID.
           MOVE ' ' TO QRPT-D-LAPNAME.
           STRING '  EXT WARRANTY PLAN ' DELIMITED BY SIZE
               QPLANCODE DELIMITED BY SIZE
           INTO QRPT-D-LAPNAME.
           MOVE QTY TO QRPT-D-QTY.
           MOVE QPLANPRICE TO QRPT-D-PRICE.
           COMPUTE QLINECOST = QPLANPRICE * QTY.
           MOVE QLINECOST TO QRPT-D-LINETOTAL.
           ADD QLINECOST TO QRPT-TOTAL.
           WRITE QUOTERPT-REC FROM QRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    QUOTE CONVERSION - BUILDS THE ORDERS/LAPTOPORDERS ROWS AT
      *    THE QUOTED PRICES, RUNS THE SAME CREDIT CHECK AND STOCK
      *    LEDGER PATH ORDER ENTRY DOES, AND MARKS THE QUOTE
               GO TO QUOTE-CONVERT-OP-EXIT.

      *    AN EXPIRED QUOTE NO LONGER HOLDS ITS PRICES
           MOVE 'QUOTE-CONVERT-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QUOTELIVE
               ADD 1 TO ERRCTR
               GO TO QUOTE-CONVERT-OP-EXIT.

      *    THE ORDER SHIPS TO AN ADDRESS FROM THE CUSTOMER'S ADDRESS
      *    BOOK, OR A ONE-OFF ONE, AND ITS SHIPPING IS PRICED FOR
      *    THAT STATE THE SAME WAY ORDER ENTRY PRICES IT
           PERFORM ENTER-SHIPTO-VALUES.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPFEE THRU GET-SHIPFEE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO QUOTE-CONVERT-OP-EXIT.

           PERFORM GENERATE-ORDERID.
           DISPLAY 'GENERATED ORDER ID: ' PK-ORDERID.
           PERFORM CHECK-CUST-CREDIT THRU CHECK-CUST-CREDIT-EXIT.
           IF NL-QTE-EMPNO < 0
               MOVE ' ' TO EMPNUM.

      *    THE PROMISE IS THE LEAD-TIME RULE IN WORKING DAYS ON THE
      *    COMPANY CALENDAR, THE SAME AS ORDER ENTRY DEFAULTS IT
           MOVE 'QUOTE-CONVERT-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :CAL-FROMDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE LEAD-TIME-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.

           MOVE 'QUOTE-CONVERT-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO ORDERS
                   (ORDERID, CUSTOMERID, ORDERDATE, SHIPPEDDATE,
                   ARRIVALDATE, SHIPPINGCITY, SHIPPINGSTATE,
                   SHIPPINGFEE, TAXAMOUNT, EMPNO, ORDSTATUS,
                   PROMISEDSHIPDATE, SHIPTONAME, SHIPPINGUNIT,
                   SHIPPINGSTREET, SHIPPINGZIP)
               VALUES (:PK-ORDERID, :FK-CUSTID, CURRENT DATE, NULL,
               NULL, :SHIPCITY :NL-SHIPCITY, :SHIPST :NL-SHIPST,
               :SHIPFEE :NL-SHIPFEE, 0, :EMPNUM :NL-QTE-EMPNO,
               :ORDSTATUS, :CAL-TODATE,
               :SHIPTONAME :NL-SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
               :SHIPSTREET :NL-SHIPSTREET, :SHIPZIP :NL-SHIPZIP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'THE ORDER ROW COULD NOT BE BUILT'
           PERFORM PROC-QCONV.

           IF ERRCTR = 0
               MOVE 'QUOTE-CONVERT-OP' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE QUOTES
                       SET QUOTESTATUS = 'C'
       DECLARE-QCONV.
           EXEC SQL
               DECLARE QCONV_CUR CURSOR FOR
               SELECT LAPTOPID, QUANTITY, DEALS, PROMOCODE, LINECOST,
                   PLANCODE, PLANPRICE
               FROM QUOTELINES
               WHERE QUOTEID = :PK-QUOTEID
               ORDER BY LAPTOPID
           END-EXEC.

       PROC-QCONV.
           MOVE 'PROC-QCONV' TO ERR-PARAGRAPH.
           EXEC SQL OPEN QCONV_CUR END-EXEC.
           PERFORM LOOP-QCONV THRU LOOP-QCONV-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-QCONV' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QCONV_CUR END-EXEC.

      *    EACH QUOTED LINE BECOMES A LAPTOPORDERS LINE AT ITS QUOTED
           MOVE 0 TO NL-DEALS.
           MOVE 0 TO NL-PROMOCODE.
           MOVE ' ' TO PROMOCODE.
           MOVE 0 TO NL-QPLAN.
           MOVE 'LOOP-QCONV' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QCONV_CUR
               INTO :FK-LAPID, :QTY, :DEALS :NL-DEALS,
                   :PROMOCODE :NL-PROMOCODE, :QLINECOST,
                   :QPLANCODE :NL-QPLAN, :QPLANPRICE :NL-QPLAN
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-QCONV-EXIT.
           IF SQLCODE = 0
                   ADD 1 TO UPDATECTR
                   MOVE 'WH01' TO LOCATIONCODE
                   PERFORM DECREMENT-STOCKQTY
                   IF NL-QPLAN = 0
                       PERFORM CONVERT-QUOTE-PLAN
                   END-IF
                   PERFORM RECALC-ORDER-TAX
                   PERFORM ACCRUE-LOYALTY-POINTS THRU
                       ACCRUE-LOYALTY-POINTS-EXIT
       LOOP-QCONV-EXIT.
           EXIT.

      *    A LINE QUOTED WITH A PLAN HAS ITS UNITS NAMED BY SERIAL NOW
      *    SO EACH CAN CARRY ITS CONTRACT AT THE QUOTED PLAN PRICE.
      *    WHEN THE UNIT LIST CAN'T COVER THE LINE THE PLAN CAN'T BE
      *    SOLD AND THE OPERATOR IS TOLD SO
       CONVERT-QUOTE-PLAN.
           PERFORM ASSIGN-UNIT-SERIALS THRU ASSIGN-UNIT-SERIALS-EXIT.
           PERFORM COUNT-UNCOVERED-UNITS.
           IF UNITCNT < QTY OR TRANCANCEL-SW = 'Y'
               DISPLAY 'PLAN ' QPLANCODE ' COULD NOT BE SOLD ON LAPTOP '
                   FK-LAPID ' - ITS UNITS ARE NOT ALL SERIALISED'
           ELSE
               MOVE QPLANCODE TO WCTPLANCODE
               PERFORM SELECT-WARR-PLAN
               MOVE QPLANPRICE TO WCTPRICE
               MOVE 'Y' TO WCTALL-SW
               PERFORM SELL-LINE-CONTRACTS.

      *    PROMOTION MAINTENANCE - A PROMOTION IS A CODE, A
      *    DESCRIPTION, A DISCOUNT RATE AND A VALIDITY WINDOW. AN
      *    EXISTING CODE IS UPDATED IN PLACE, A NEW ONE IS ADDED, SO
       SHOW-CURRENT-PROMO.
           MOVE ' ' TO PROMODESC-VALUE.
           MOVE 0 TO NL-PROMODESC.
           MOVE 'SHOW-CURRENT-PROMO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT DESCRIPTION, DISCOUNTRATE, STARTDATE, ENDDATE
               INTO :PROMODESC :NL-PROMODESC, :DISCRATE,
      *    A CODE ALREADY ON FILE GETS UPDATED IN PLACE, A NEW CODE
      *    GETS A FRESH PROMOTIONS ROW
       SAVE-PROMO.
           MOVE 'SAVE-PROMO' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE PROMOTIONS
                   SET DESCRIPTION = :PROMODESC :NL-PROMODESC,
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    EXTENDED WARRANTY PLAN MAINTENANCE - A PLAN IS A CODE, A
      *    DESCRIPTION, THE YEARS IT ADDS TO THE MODEL'S OWN WARRANTY
      *    AND ITS PRICE, EITHER A SHARE OF THE LAPTOP'S PRICE OR A
      *    FLAT AMOUNT. AN EXISTING CODE IS UPDATED IN PLACE - THE
      *    CONTRACTS ALREADY SOLD KEEP THE TERMS THEY WERE SOLD AT
       WARRPLAN-MAINT-OP.
           DISPLAY 'ENTER THE PLAN CODE (UP TO 4 CHARACTERS):'.
           ACCEPT WCTPLANCODE.
           MOVE FUNCTION UPPER-CASE(WCTPLANCODE) TO WCTPLANCODE.

           IF WCTPLANCODE = ' '
               DISPLAY 'PLAN CODE WAS NOT ENTERED'
               ADD 1 TO ERRCTR.

           IF ERRCTR = 0
               PERFORM SHOW-CURRENT-WARRPLAN
               DISPLAY 'ENTER THE PLAN DESCRIPTION:'
               ACCEPT WCTPLANDESC-VALUE
               PERFORM CALC-LEN-WCTPLANDESC
               IF WCTPLANDESC-VALUE = ' '
                   MOVE -1 TO NL-WCTPLANDESC
               ELSE
                   MOVE 0 TO NL-WCTPLANDESC
               END-IF
           END-IF.

           IF ERRCTR = 0
               DISPLAY 'ENTER THE YEARS THE PLAN ADDS TO THE LAPTOP''S'
                   ' OWN WARRANTY:'
               ACCEPT WKPLANYRSENTRY
               PERFORM PLAN-YEARS-CHECK.

           IF ERRCTR = 0
               DISPLAY 'ENTER THE PRICE AS A DECIMAL SHARE OF THE'
                   ' LAPTOP PRICE (EXAMPLE: .10 FOR 10%), OR LEAVE'
                   ' BLANK FOR A FLAT PRICE:'
               ACCEPT WKRATEENTRY
               PERFORM PLAN-PCT-CHECK.

           IF ERRCTR = 0 AND NL-WCTPRICEPCT < 0
               DISPLAY 'ENTER THE FLAT PRICE OF THE PLAN:'
               ACCEPT WKPLANPRICEENTRY
               PERFORM PLAN-FLAT-CHECK.

           IF ERRCTR = 0
               PERFORM SAVE-WARRPLAN.

       SHOW-CURRENT-WARRPLAN.
           MOVE ' ' TO WCTPLANDESC-VALUE.
           MOVE 0 TO NL-WCTPLANDESC.
           MOVE 0 TO NL-WCTPRICEPCT.
           MOVE 0 TO NL-WCTFLATPRICE.
           MOVE 'SHOW-CURRENT-WARRPLAN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT DESCRIPTION, YEARSADDED, PRICEPCT, FLATPRICE
               INTO :WCTPLANDESC :NL-WCTPLANDESC, :WCTYEARS,
               :WCTPRICEPCT :NL-WCTPRICEPCT,
               :WCTFLATPRICE :NL-WCTFLATPRICE
               FROM WARRANTYPLANS
               WHERE PLANCODE = :WCTPLANCODE
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'PLAN ' WCTPLANCODE ' IS ON FILE:'
               IF NL-WCTPLANDESC = 0
                   DISPLAY 'DESCRIPTION: ' WCTPLANDESC-VALUE
               END-IF
               DISPLAY 'YEARS ADDED: ' WCTYEARS
               IF NL-WCTPRICEPCT = 0
                   DISPLAY 'PRICE: ' WCTPRICEPCT ' OF THE LAPTOP PRICE'
               ELSE
                   MOVE WCTFLATPRICE TO O-PRICE
                   DISPLAY 'PRICE: ' O-PRICE ' FLAT'
               END-IF
           ELSE
               DISPLAY 'PLAN ' WCTPLANCODE ' IS NOT ON FILE YET'.

       CALC-LEN-WCTPLANDESC.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(WCTPLANDESC-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF WCTPLANDESC-VALUE GIVING
           WCTPLANDESC-LENG.

       PLAN-YEARS-CHECK.
           IF WKPLANYRSENTRY = ' '
               DISPLAY 'YEARS ADDED WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF WKPLANYRSENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKPLANYRSENTRY) TO WCTYEARS
                   IF WCTYEARS < 1 OR WCTYEARS > 10
                       DISPLAY 'YEARS ADDED SHOULD BE BETWEEN 1 AND 10'
                       ADD 1 TO ERRCTR
                   END-IF
               ELSE
                   DISPLAY 'YEARS ADDED SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

      *    A SHARE OF THE LAPTOP PRICE LEAVES THE FLAT PRICE NULL, AND
      *    A BLANK SHARE MEANS THE PLAN IS FLAT PRICED INSTEAD
       PLAN-PCT-CHECK.
           MOVE 0 TO WCTPRICEPCT.
           MOVE 0 TO WCTFLATPRICE.
           IF WKRATEENTRY = ' '
               MOVE -1 TO NL-WCTPRICEPCT
               MOVE 0 TO NL-WCTFLATPRICE
           ELSE
               MOVE 0 TO NL-WCTPRICEPCT
               MOVE -1 TO NL-WCTFLATPRICE
               IF WKRATEENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKRATEENTRY) TO WCTPRICEPCT
                   IF WCTPRICEPCT <= 0 OR WCTPRICEPCT >= 1
                       DISPLAY
                       'THE SHARE SHOULD BE BETWEEN .0001 AND .9999'
                       ADD 1 TO ERRCTR
                   END-IF
               ELSE
                   DISPLAY 'THE SHARE SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

       PLAN-FLAT-CHECK.
           IF WKPLANPRICEENTRY = ' '
               DISPLAY 'FLAT PRICE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF WKPLANPRICEENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKPLANPRICEENTRY)
                       TO WCTFLATPRICE
                   IF WCTFLATPRICE <= 0
                       DISPLAY 'FLAT PRICE SHOULD BE GREATER THAN 0'
                       ADD 1 TO ERRCTR
                   END-IF
               ELSE
                   DISPLAY 'FLAT PRICE SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

       SAVE-WARRPLAN.
           MOVE 'SAVE-WARRPLAN' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYPLANS
                   SET DESCRIPTION = :WCTPLANDESC :NL-WCTPLANDESC,
                       YEARSADDED = :WCTYEARS,
                       PRICEPCT = :WCTPRICEPCT :NL-WCTPRICEPCT,
                       FLATPRICE = :WCTFLATPRICE :NL-WCTFLATPRICE
                   WHERE PLANCODE = :WCTPLANCODE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO WARRANTYPLANS
                       (PLANCODE, DESCRIPTION, YEARSADDED, PRICEPCT,
                       FLATPRICE)
                   VALUES (:WCTPLANCODE,
                   :WCTPLANDESC :NL-WCTPLANDESC, :WCTYEARS,
                   :WCTPRICEPCT :NL-WCTPRICEPCT,
                   :WCTFLATPRICE :NL-WCTFLATPRICE)
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY 'PLAN ' WCTPLANCODE ' WAS ADDED'
                   ADD 1 TO UPDATECTR
               ELSE
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE SAVING THE PLAN'
                   ADD 1 TO ERRCTR
               END-IF
           ELSE
               IF SQLCODE = 0
                   DISPLAY 'PLAN ' WCTPLANCODE ' WAS UPDATED'
                   ADD 1 TO UPDATECTR
               ELSE
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE SAVING THE PLAN'
                   ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    READS THE OPERATOR-MAINTAINABLE OPERATING PARAMETERS THIS
      *    SESSION SHOULD USE - A MISSING ROW LEAVES THE COMPILED
      *    DEFAULT, SO ADJUSTING A THRESHOLD IS A TABLE UPDATE
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO LEAD-TIME-DAYS.

           MOVE 'INV-PRICE-TOL-PCT' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO INV-PRICE-TOL-PCT.

           MOVE 'INV-QTY-TOL' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO INV-QTY-TOL.

           MOVE 'VENDOR-TERMS-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO VENDOR-TERMS-DAYS.

           MOVE 'DUAL-CREDIT-INCR' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUAL-CREDIT-INCR.

           MOVE 'DUAL-PRICE-CUT-PCT' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUAL-PRICE-CUT-PCT.

           MOVE 'DUAL-ADJUST-QTY' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUAL-ADJUST-QTY.

           MOVE 'DUAL-REFUND-AMT' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUAL-REFUND-AMT.

           MOVE 'DUAL-EXPIRY-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUAL-EXPIRY-DAYS.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
      *    A PARAMETER ALREADY ON FILE GETS ITS VALUE UPDATED, A NEW
      *    ONE GETS A FRESH SYSPARMS ROW
       SAVE-SYSPARM.
           MOVE 'SAVE-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE SYSPARMS
                   SET PARMVALUE = :SP-PARMVALUE
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    COMPANY CALENDAR MAINTENANCE - A SUPERVISOR FUNCTION. THE
      *    YEARLY CALENDAR BATCH LAYS DOWN WEEKENDS AND THE STANDARD
      *    HOLIDAYS - THIS MARKS ANY OTHER DAY (A SHUTDOWN, AN EXTRA
      *    HOLIDAY, A SATURDAY THE WAREHOUSE WORKS) AND TAKES EFFECT
      *    FOR EVERY DATE RULE AND THE NEXT BATCH RUN AT ONCE
       CALENDAR-MAINT-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO CALENDAR-MAINT-OP-EXIT.

           DISPLAY 'ENTER THE CALENDAR DATE IN YYYY-MM-DD FORMAT:'.
           ACCEPT WKCPDATEENTRY.
           PERFORM CHECK-CP-DATE.
           IF FIELD-OK-SW = 'N'
               ADD 1 TO ERRCTR
               GO TO CALENDAR-MAINT-OP-EXIT.
           MOVE WKCPDATEENTRY TO CALDATE.
           PERFORM SHOW-CURRENT-CALDAY.

           DISPLAY 'IS ' CALDATE ' A WORKING DAY (Y/N)?'.
           ACCEPT CALBUSDAY.
           MOVE FUNCTION UPPER-CASE(CALBUSDAY) TO CALBUSDAY.
           IF CALBUSDAY NOT = 'Y' AND CALBUSDAY NOT = 'N'
               DISPLAY 'THE ANSWER SHOULD BE Y OR N'
               ADD 1 TO ERRCTR
               GO TO CALENDAR-MAINT-OP-EXIT.

           DISPLAY 'ENTER WHAT THE DAY IS (EXAMPLE: INVENTORY'
               ' SHUTDOWN), OR LEAVE BLANK:'.
           ACCEPT CALDESC-VALUE.
           PERFORM CALC-LEN-CALDESC.
           IF CALDESC-VALUE = ' '
               MOVE -1 TO NL-CALDESC
           ELSE
               MOVE 0 TO NL-CALDESC.

           PERFORM SAVE-CALDAY.

       CALENDAR-MAINT-OP-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       SHOW-CURRENT-CALDAY.
           MOVE ' ' TO CALDESC-VALUE.
           MOVE 0 TO NL-CALDESC.
           MOVE 'SHOW-CURRENT-CALDAY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT BUSINESSDAY, DESCRIPTION
               INTO :CALBUSDAY, :CALDESC :NL-CALDESC
               FROM BUSCALENDAR
               WHERE CALDATE = :CALDATE
           END-EXEC.
           IF SQLCODE = 0
               IF CALBUSDAY = 'Y'
                   DISPLAY CALDATE ' IS ON THE CALENDAR AS A WORKING'
                       ' DAY'
               ELSE
                   DISPLAY CALDATE ' IS ON THE CALENDAR AS A NON-'
                       'WORKING DAY'
               END-IF
               IF NL-CALDESC = 0
                   DISPLAY 'DESCRIPTION: ' CALDESC-VALUE
               END-IF
           ELSE
               DISPLAY CALDATE ' IS NOT ON THE CALENDAR YET'.

       CALC-LEN-CALDESC.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(CALDESC-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF CALDESC-VALUE GIVING
           CALDESC-LENG.

      *    A DAY ALREADY ON THE CALENDAR IS UPDATED IN PLACE, A DAY
      *    BEYOND THE GENERATED YEARS GETS A FRESH ROW
       SAVE-CALDAY.
           MOVE 'SAVE-CALDAY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE BUSCALENDAR
                   SET BUSINESSDAY = :CALBUSDAY,
                       DESCRIPTION = :CALDESC :NL-CALDESC
                   WHERE CALDATE = :CALDATE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BUSCALENDAR
                       (CALDATE, BUSINESSDAY, DESCRIPTION)
                   VALUES (:CALDATE, :CALBUSDAY,
                   :CALDESC :NL-CALDESC)
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY CALDATE ' WAS ADDED TO THE CALENDAR'
                   ADD 1 TO UPDATECTR
               ELSE
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE SAVING THE DAY'
                   ADD 1 TO ERRCTR
               END-IF
           ELSE
               IF SQLCODE = 0
                   DISPLAY CALDATE ' WAS UPDATED ON THE CALENDAR'
                   ADD 1 TO UPDATECTR
               ELSE
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE SAVING THE DAY'
                   ADD 1 TO ERRCTR.

      *    OPERATOR MAINTENANCE - A SUPERVISOR FUNCTION. ADDS AN
      *    OPERATOR, RENAMES ONE, LOCKS OR UNLOCKS AN ACCOUNT, OR
      *    RESETS A PASSCODE, SO NONE OF THAT TAKES THE DBA RUNNING
      *    SQL ANY MORE
       OPER-MAINT-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               DISPLAY 'OPERATOR ID WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               MOVE 'ADD-OPERATOR' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :OPERCNT
      *    A NULL PASSCHANGED FORCES THE NEW OPERATOR TO PICK THEIR
      *    OWN PASSCODE AT FIRST SIGN-ON
           IF ERRCTR = 0
               MOVE 'ADD-OPERATOR' TO ERR-PARAGRAPH
               EXEC SQL
                   INSERT INTO OPERATORS
                       (OPERATORID, OPERNAME, PASSCODE, AUTHLEVEL,
           DISPLAY 'ENTER THE OPERATOR''S NEW NAME:'.
           ACCEPT OPERNAME-VALUE.
           PERFORM CALC-LEN-OPERNAME.
           MOVE 'RENAME-OPERATOR' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE OPERATORS
                   SET OPERNAME = :OPERNAME
       OPER-STATUS-OP.
           DISPLAY 'ENTER THE OPERATOR ID:'.
           ACCEPT MAINT-OPERID.
           MOVE 'OPER-STATUS-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ACTIVE
               INTO :MAINTACTIVE
           ACCEPT WKHOLD.

       UPDATE-OPER-STATUS.
           MOVE 'UPDATE-OPER-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE OPERATORS
                   SET ACTIVE = :MAINTACTIVE,
               DISPLAY 'PASSCODE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               MOVE 'RESET-OPER-PASSCODE' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE OPERATORS
                       SET PASSCODE = :MAINTPASS,
           MOVE 'N' TO TRANCANCEL-SW.
           MOVE 'N' TO BACKORDER-SW.
           MOVE 'N' TO ORDHOLD-SW.
           MOVE 'N' TO AMENDADD-SW.

      *    ASKS THE OPERATOR TO SAVE OR DISCARD WHAT THIS TRANSACTION
      *    JUST DID, THEN ROLLS ITS COUNTERS INTO THE SESSION TOTALS
           CLOSE LAPORDRPT-FILE.

      *    RECOMPUTES EXPECTED ORDERCOST FOR EVERY LAPTOPORDERS ROW
      *    FROM LAPTOPS.PRICE (OR THE CUSTOMER'S CONTRACT PRICE),
      *    QUANTITY AND DEALS, AND FLAGS ANY ROW
      *    WHERE THE STORED ORDERCOST DOESN'T MATCH, SINCE THAT'S THE
      *    KIND OF SILENT PRICING ERROR THAT ONLY SHOWS UP WHEN
      *    FINANCE CAN'T TIE OUT REVENUE
           END-EXEC.

       PROC-RECON.
           MOVE 'PROC-RECON' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RECON_CUR END-EXEC.
           PERFORM LOOP-RECON THRU LOOP-RECON-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-RECON' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECON_CUR END-EXEC.

       LOOP-RECON.
           MOVE 'LOOP-RECON' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECON_CUR
               INTO :FK-ORDERID, :FK-LAPID, :QTY, :ORDERCOST,
       LOOP-RECON-EXIT.
           EXIT.

      *    A LINE SOLD UNDER A CUSTOMER PRICE AGREEMENT IS EXPECTED
      *    AT THE CONTRACT PRICE, NOT LIST
       SELECT-LAP-FOR-RECON.
           MOVE 'SELECT-LAP-FOR-RECON' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PRICE
               INTO :WKLAPPRICE
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           PERFORM GET-ORDER-CONTRACT-PRICE.

       CALC-EXPECTED-ORDERCOST.
           IF NL-DEALS = 0
               END-IF.

       CHECK-ORDCOST-LOGGED.
           MOVE 'CHECK-ORDCOST-LOGGED' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :EXCCNT
       INSERT-ORDCOST-EXCEPTION.
           MOVE ORDERCOST TO EXCSTORED.
           MOVE WKEXPECTEDCOST TO EXCEXPECTED.
           MOVE 'INSERT-ORDCOST-EXCEPTION' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO EXCEPTIONLOG
                   (EXCTYPE, ORDERID, LAPTOPID, STOREDAMT,
           END-EXEC.

       PROC-SHIPRECON.
           MOVE 'PROC-SHIPRECON' TO ERR-PARAGRAPH.
           EXEC SQL OPEN SHIPRECON_CUR END-EXEC.
           PERFORM LOOP-SHIPRECON THRU LOOP-SHIPRECON-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-SHIPRECON' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPRECON_CUR END-EXEC.

       LOOP-SHIPRECON.
           MOVE 'LOOP-SHIPRECON' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPRECON_CUR
               INTO :PK-ORDERID, :SHIPFEE
           EXIT.

       SUM-LAPORD-FOR-SHIPRECON.
           MOVE 'SUM-LAPORD-FOR-SHIPRECON' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST)
               INTO :WKSHIPFEESUM :NL-SHIPFEESUM
               END-IF.

       CHECK-SHIPFEE-LOGGED.
           MOVE 'CHECK-SHIPFEE-LOGGED' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :EXCCNT
       INSERT-SHIPFEE-EXCEPTION.
           MOVE SHIPFEE TO EXCSTORED.
           MOVE WKSHIPFEESUM TO EXCEXPECTED.
           MOVE 'INSERT-SHIPFEE-EXCEPTION' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO EXCEPTIONLOG
                   (EXCTYPE, ORDERID, LAPTOPID, STOREDAMT,

       PROC-EXC.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-EXC' TO ERR-PARAGRAPH.
           EXEC SQL OPEN EXC_CUR END-EXEC.
           PERFORM LOOP-EXC THRU LOOP-EXC-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-EXC' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE EXC_CUR END-EXEC.
           DISPLAY ROWCTR ' OPEN EXCEPTION(S) WERE REVIEWED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
       LOOP-EXC.
           MOVE ' ' TO EXCLAPID.
           MOVE 0 TO NL-EXCLAPID.
           MOVE 'LOOP-EXC' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH EXC_CUR
               INTO :EXCID, :EXCTYPE, :EXCORDERID,
                   DISPLAY 'STOCK LEDGER MISMATCH ON LAPTOP '
                       EXCLAPID
               ELSE
                   IF EXCTYPE = 'S'
                       DISPLAY 'SHIPFEE MISMATCH ON ORDER '
                           EXCORDERID
                   ELSE
                       PERFORM DISPLAY-RI-EXC.
           DISPLAY 'STORED: ' EXCSTORED ' EXPECTED: ' EXCEXPECTED.
           DISPLAY 'LOGGED ON: ' EXCLOGDATE.

      *    THE INTEGRITY SWEEP'S RULES SAY WHAT BROKE - FOR A COUNT
      *    RULE THE STORED FIGURE IS THE NUMBER OF UNITS, PACKAGES OR
      *    BACKORDERED LAPTOPS FOUND AND ZERO IS EXPECTED
       DISPLAY-RI-EXC.
           IF EXCTYPE = 'P'
               DISPLAY 'PAYMENTS NOT REFUNDED ON CANCELLED ORDER '
                   EXCORDERID
               DISPLAY '(STORED IS NET PAID, EXPECTED IS REFUNDED)'.
           IF EXCTYPE = 'U'
               DISPLAY 'SOLD UNITS OF LAPTOP ' EXCLAPID
                   ' HAVE NO LINE ON ORDER ' EXCORDERID.
           IF EXCTYPE = 'K'
               DISPLAY 'PACKAGES SHIPPED ON ORDER ' EXCORDERID
                   ' BUT THE ORDER IS NOT MARKED SHIPPED'.
           IF EXCTYPE = 'B'
               DISPLAY 'BACKORDER FOR LAPTOP ' EXCLAPID
                   ' STILL OPEN ON CANCELLED ORDER ' EXCORDERID.
           IF EXCTYPE = 'Q'
               DISPLAY 'LOCATION STOCK DOES NOT ADD UP ON LAPTOP '
                   EXCORDERID
               DISPLAY '(STORED IS STOCKQTY, EXPECTED IS THE'
                   ' LOCATIONS)'.

       PROMPT-EXC.
           DISPLAY 'R - MARK RESOLVED'.
           DISPLAY 'A - ACCEPT AS-IS'.
                       PERFORM UPDATE-EXC-STATUS.

       UPDATE-EXC-STATUS.
           MOVE 'UPDATE-EXC-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE EXCEPTIONLOG
                   SET STATUS = :EXCSTATUS
      *    SHIP CONFIRMATION REFUSES ANY ORDER THAT NEVER CAME
      *    THROUGH THIS STEP
       PICK-CONFIRM-OP.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.
           IF ERRCTR > 0
               DISPLAY 'ORDER ' PK-ORDERID ' HAS ALREADY BEEN PICKED'
               GO TO PICK-CONFIRM-OP-EXIT.

           MOVE 'PICK-CONFIRM-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET ORDSTATUS = 'P'
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO CANCEL-ORDER-OP-EXIT.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.
           IF ERRCTR > 0
               DISPLAY 'ORDER ' PK-ORDERID ' IS ALREADY CANCELLED'
               ADD 1 TO ERRCTR
               GO TO CANCEL-ORDER-OP-EXIT.
           IF ORDSTATUS = 'S' OR ORDSTATUS = 'D' OR ORDSTATUS = 'T'
               DISPLAY 'ORDER ' PK-ORDERID ' HAS ALREADY SHIPPED -'
                   ' TAKE THE GOODS BACK THROUGH A RETURN INSTEAD'
               ADD 1 TO ERRCTR

      *    ANY SERIAL UNITS ASSIGNED TO THE ORDER GO BACK ON THE
      *    AVAILABLE LIST
           MOVE 'CANCEL-ORDER-CORE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'A'
                   WHERE ORDERID = :FK-ORDERID
                   AND UNITSTATUS = 'S'
           END-EXEC.
           PERFORM DROP-LAPSED-CONTRACTS.

           MOVE 'CANCEL-ORDER-CORE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET ORDSTATUS = 'X'
           END-EXEC.

       PROC-CANCELLINE.
           MOVE 'PROC-CANCELLINE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CANCELLINE_CUR END-EXEC.
           PERFORM LOOP-CANCELLINE THRU LOOP-CANCELLINE-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-CANCELLINE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CANCELLINE_CUR END-EXEC.

       LOOP-CANCELLINE.
           MOVE 'LOOP-CANCELLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CANCELLINE_CUR
               INTO :FK-LAPID, :QTY
      *    AN OPEN BACKORDER DIES WITH ITS ORDER - NOTHING IS LEFT
      *    FOR THE RELEASE RUN TO FULFILL
       CLOSE-CANCEL-BACKORDERS.
           MOVE 'CLOSE-CANCEL-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE BACKORDERS
                   SET STATUS = 'X',
      *    BEHIND
           MOVE 0 TO NL-CRDSHIPFEE.
           MOVE 0 TO NL-CRDTAX.
           MOVE 'FLAG-CANCEL-REFUND' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SHIPPINGFEE, TAXAMOUNT
               INTO :CRDSHIPFEE :NL-CRDSHIPFEE, :CRDTAX :NL-CRDTAX
           END-EXEC.

       PROC-CANCELREF.
           MOVE 'PROC-CANCELREF' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CANCELREF_CUR END-EXEC.
           PERFORM LOOP-CANCELREF THRU LOOP-CANCELREF-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-CANCELREF' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CANCELREF_CUR END-EXEC.

       LOOP-CANCELREF.
           MOVE 'LOOP-CANCELREF' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CANCELREF_CUR
               INTO :FK-LAPID, :RETQTY, :ORDERCOST
      *    THE CANCELLED QUANTITIES WENT BACK TO THE WAREHOUSE AS
      *    SELLABLE, SO THE DISPOSITION IS RESTOCKED - A NULL HERE
      *    WOULD BLOW UP THE RTV SCREEN'S FETCH
               MOVE 'LOOP-CANCELREF' TO ERR-PARAGRAPH
               EXEC SQL
                   INSERT INTO RETURNS
                       (RETURNID, ORDERID, LAPTOPID, RETURNDATE,
       LOOP-CANCELREF-EXIT.
           EXIT.

      *    ORDER AMENDMENT - CHANGES ONE LINE ITEM ON AN ORDER THAT
      *    HAS NOT BEEN PICKED YET, SO A CUSTOMER GOING FROM 3 UNITS
      *    TO 2 OR SWAPPING MODELS NO LONGER MEANS CANCELLING THE
      *    WHOLE ORDER AND RE-KEYING IT. EVERY CHANGE TAKES THE SAME
      *    PATH AS ENTRY - STOCK THROUGH THE LEDGER, SERIALS, TAX,
      *    LOYALTY POINTS AND THE CREDIT LIMIT
       AMEND-ORDER-OP.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.
           IF ERRCTR > 0
               GO TO AMEND-ORDER-OP-EXIT.

           MOVE PK-ORDERID TO FK-ORDERID.
           PERFORM GET-ORDSTATUS.
           IF ORDSTATUS NOT = 'E' AND ORDSTATUS NOT = 'H'
               DISPLAY 'ORDER ' PK-ORDERID ' HAS ALREADY BEEN PICKED,'
                   ' SHIPPED OR CANCELLED AND CAN NO LONGER BE'
                   ' AMENDED'
               ADD 1 TO ERRCTR
               GO TO AMEND-ORDER-OP-EXIT.

           PERFORM DECLARE-AMENDLINE.
           PERFORM PROC-AMENDLINE.

           DISPLAY 'Q - CHANGE A LINE ITEM''S QUANTITY'.
           DISPLAY 'R - REMOVE A LINE ITEM'.
           DISPLAY 'A - ADD A LINE ITEM'.
           DISPLAY 'X - LEAVE THE ORDER AS IT IS'.
           ACCEPT WKOP.

      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) = 'Q'
               PERFORM AMEND-LINE-QTY THRU AMEND-LINE-QTY-EXIT
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'R'
                   PERFORM REMOVE-ORDER-LINE THRU
                       REMOVE-ORDER-LINE-EXIT
               ELSE
                   IF FUNCTION UPPER-CASE(WKOP) = 'A'
                       PERFORM ADD-ORDER-LINE
                   ELSE
                       DISPLAY 'THE ORDER WAS NOT AMENDED'.

       AMEND-ORDER-OP-EXIT.
           EXIT.

      *    LISTS THE ORDER'S CURRENT LINE ITEMS SO THE OPERATOR CAN
      *    SEE WHAT IS BEING CHANGED
       DECLARE-AMENDLINE.
           EXEC SQL
               DECLARE AMENDLINE_CUR CURSOR FOR
               SELECT LAPTOPID, QUANTITY, ORDERCOST
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
               ORDER BY LAPTOPID
           END-EXEC.

       PROC-AMENDLINE.
           MOVE 0 TO ROWCTR.
           DISPLAY 'LINE ITEMS ON ORDER ' FK-ORDERID ':'.
           MOVE 'PROC-AMENDLINE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN AMENDLINE_CUR END-EXEC.
           PERFORM LOOP-AMENDLINE THRU LOOP-AMENDLINE-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-AMENDLINE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE AMENDLINE_CUR END-EXEC.
           DISPLAY ROWCTR ' LINE ITEM(S)'.

       LOOP-AMENDLINE.
           MOVE 'LOOP-AMENDLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH AMENDLINE_CUR
               INTO :FK-LAPID, :QTY, :ORDERCOST
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-AMENDLINE-EXIT.
           IF SQLCODE = 0
               MOVE ORDERCOST TO O-PRICE
               DISPLAY 'LAPTOP ' FK-LAPID '  QUANTITY ' QTY
                   '  LINE COST ' O-PRICE
               ADD 1 TO ROWCTR.

       LOOP-AMENDLINE-EXIT.
           EXIT.

      *    NAMES THE LINE ITEM BEING CHANGED OR REMOVED AND PULLS ITS
      *    QUANTITY AND PRICING AS THEY STAND
       GET-AMEND-LAPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID OF THE LINE ITEM, OR *'
               ' TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-AMEND-LAPID-EXIT.
           MOVE 0 TO NL-AMENDCOS.
           MOVE 'GET-AMEND-LAPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QUANTITY, ORDERCOST, COSTOFSALES
               INTO :AMENDOLDQTY, :AMENDOLDCOST,
                   :AMENDCOS :NL-AMENDCOS
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'LAPTOP ' FK-LAPID ' IS NOT ON ORDER '
                   FK-ORDERID
               MOVE 'N' TO FIELD-OK-SW.

       GET-AMEND-LAPID-EXIT.
           EXIT.

      *    THE NEW QUANTITY MUST DIFFER FROM THE OLD ONE - TAKING A
      *    LINE DOWN TO NOTHING IS DONE BY REMOVING IT
       GET-AMEND-QTY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE NEW QUANTITY, OR * TO CANCEL:'.
           ACCEPT WKQTYENTRY.
           IF WKQTYENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-AMEND-QTY-EXIT.
           IF WKQTYENTRY = ' ' OR WKQTYENTRY ALPHABETIC
               DISPLAY 'QUANTITY SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-AMEND-QTY-EXIT.
           MOVE FUNCTION NUMVAL(WKQTYENTRY) TO AMENDNEWQTY.
           IF AMENDNEWQTY <= 0
               DISPLAY 'QUANTITY SHOULD BE GREATER THAN 0 - REMOVE THE'
                   ' LINE ITEM INSTEAD'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-AMEND-QTY-EXIT.
           IF AMENDNEWQTY = AMENDOLDQTY
               DISPLAY 'THE LINE ITEM ALREADY HAS THAT QUANTITY'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-AMEND-QTY-EXIT.
      *    AN INCREASE DRAWS MORE UNITS THE WAY ENTRY DOES, SO IT
      *    CAN'T ASK FOR MORE THAN THE SELLABLE STOCK ON HAND
           IF AMENDNEWQTY > AMENDOLDQTY
               COMPUTE QTY = AMENDNEWQTY - AMENDOLDQTY
               MOVE 'GET-AMEND-QTY' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT STOCKQTY, COALESCE(MODELSTATUS, 'A')
                   INTO :STOCKQTY, :MODELSTATUS
                   FROM LAPTOPS
                   WHERE LAPTOPID = :FK-LAPID
               END-EXEC
               PERFORM GET-SELLABLE-QTY THRU GET-SELLABLE-QTY-EXIT
               IF MODELSTATUS = 'D'
                   DISPLAY 'LAPTOP ' FK-LAPID ' HAS BEEN DISCONTINUED'
                       ' - THE LINE CANNOT BE INCREASED'
                   MOVE 'N' TO FIELD-OK-SW
                   GO TO GET-AMEND-QTY-EXIT
               END-IF
               IF QTY > SELLABLEQTY
                   DISPLAY 'ONLY ' SELLABLEQTY ' MORE UNIT(S) ARE ON'
                       ' HAND'
                   MOVE 'N' TO FIELD-OK-SW.

       GET-AMEND-QTY-EXIT.
           EXIT.

      *    THE LINE KEEPS THE UNIT PRICING IT WAS ENTERED AT, THE SAME
      *    WAY A RELEASED BACKORDER IS FOLDED BACK INTO ITS LINE, SO A
      *    PRICE CHANGE SINCE ENTRY NEVER LEAKS INTO THE AMENDMENT
       AMEND-LINE-QTY.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-AMEND-LAPID THRU GET-AMEND-LAPID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO AMEND-LINE-QTY-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-AMEND-QTY THRU GET-AMEND-QTY-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO AMEND-LINE-QTY-EXIT.

           IF AMENDNEWQTY > AMENDOLDQTY
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-PICK-LOC THRU GET-PICK-LOC-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'
               IF TRANCANCEL-SW = 'Y'
                   DISPLAY 'THE TRANSACTION WAS CANCELLED'
                   GO TO AMEND-LINE-QTY-EXIT.

           COMPUTE AMENDNEWCOST ROUNDED = AMENDOLDCOST *
               AMENDNEWQTY / AMENDOLDQTY.
           MOVE 'AMEND-LINE-QTY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPORDERS
                   SET QUANTITY = :AMENDNEWQTY,
                       ORDERCOST = :AMENDNEWCOST
                   WHERE ORDERID = :FK-ORDERID
                   AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE AMENDING THE LINE ITEM'
               ADD 1 TO ERRCTR
               GO TO AMEND-LINE-QTY-EXIT.
           ADD 1 TO UPDATECTR.

      *    AN INCREASE IS DRAWN, LEDGERED, COSTED AND SERIALISED
      *    EXACTLY AS A NEW LINE IS - QTY HOLDS THE EXTRA UNITS
           IF AMENDNEWQTY > AMENDOLDQTY
               PERFORM DECREMENT-STOCKQTY
               PERFORM ASSIGN-UNIT-SERIALS THRU
                   ASSIGN-UNIT-SERIALS-EXIT
               PERFORM OFFER-WARRANTY-PLAN THRU
                   OFFER-WARRANTY-PLAN-EXIT
           ELSE
               COMPUTE QTY = AMENDOLDQTY - AMENDNEWQTY
               PERFORM RESTOCK-AMENDED-QTY
               PERFORM REDUCE-LINE-COSTOFSALES
      *    THE UNITS COMING OFF THE LINE ARE NAMED BY SERIAL AND PUT
      *    BACK ON THE AVAILABLE LIST
               MOVE QTY TO RETQTY
               MOVE 'R' TO RETDISP
               PERFORM RETURN-UNIT-SERIALS THRU
                   RETURN-UNIT-SERIALS-EXIT.

           PERFORM ADJUST-AMEND-POINTS.
           PERFORM AMEND-ORDER-TOTALS.
           DISPLAY 'LAPTOP ' FK-LAPID ' WAS CHANGED FROM ' AMENDOLDQTY
               ' TO ' AMENDNEWQTY ' UNIT(S)'.

       AMEND-LINE-QTY-EXIT.
           EXIT.

      *    TAKES ONE LINE ITEM OFF THE ORDER - ITS UNITS GO BACK INTO
      *    STOCK AND ITS SERIALS BACK ON THE AVAILABLE LIST THE WAY A
      *    CANCELLATION RETURNS THEM. THE LAST LINE STAYS - AN ORDER
      *    WITH NOTHING LEFT ON IT IS CANCELLED INSTEAD
       REMOVE-ORDER-LINE.
           IF ORDLAPORDCNT < 2
               DISPLAY 'THIS IS THE ONLY LINE ITEM ON THE ORDER -'
                   ' CANCEL THE ORDER INSTEAD'
               GO TO REMOVE-ORDER-LINE-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-AMEND-LAPID THRU GET-AMEND-LAPID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO REMOVE-ORDER-LINE-EXIT.

           DISPLAY 'DO YOU REALLY WISH TO REMOVE LAPTOP ' FK-LAPID
               ' FROM THE ORDER?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.
           IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
               DISPLAY 'THE LINE ITEM WAS NOT REMOVED'
               GO TO REMOVE-ORDER-LINE-EXIT.

           MOVE AMENDOLDQTY TO QTY.
           PERFORM RESTOCK-AMENDED-QTY.

           MOVE 'REMOVE-ORDER-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'A'
                   WHERE ORDERID = :FK-ORDERID
                   AND LAPTOPID = :FK-LAPID
                   AND UNITSTATUS = 'S'
           END-EXEC.

      *    AN OPEN BACKORDER FOR THE LINE HAS NOTHING LEFT TO FILL
           EXEC SQL
               UPDATE BACKORDERS
                   SET STATUS = 'X',
                       FULFILLEDDATE = CURRENT DATE
                   WHERE ORDERID = :FK-ORDERID
                   AND LAPTOPID = :FK-LAPID
                   AND STATUS = 'O'
           END-EXEC.

           EXEC SQL
               DELETE FROM LAPTOPORDERS
                   WHERE ORDERID = :FK-ORDERID
                   AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE REMOVING THE LINE ITEM'
               ADD 1 TO ERRCTR
               GO TO REMOVE-ORDER-LINE-EXIT.
           ADD 1 TO UPDATECTR.

           MOVE 0 TO AMENDNEWCOST.
           PERFORM ADJUST-AMEND-POINTS.
           PERFORM AMEND-ORDER-TOTALS.
           DISPLAY 'LAPTOP ' FK-LAPID ' WAS REMOVED FROM ORDER '
               FK-ORDERID.

       REMOVE-ORDER-LINE-EXIT.
           EXIT.

      *    ADDS A NEW LINE ITEM THROUGH THE ORDINARY ENTRY PROMPTS,
      *    WITH THE ORDER ALREADY NAMED - A MODEL ALREADY ON THE ORDER
      *    IS CHANGED THROUGH ITS QUANTITY INSTEAD
       ADD-ORDER-LINE.
           MOVE 'Y' TO AMENDADD-SW.
           PERFORM ENTER-LAPORD-VALUES.
           MOVE 'N' TO AMENDADD-SW.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               IF ERRCTR = 0
                   PERFORM INSERT-LAPORD.

      *    A MODEL ALREADY ON THE ORDER CAN'T BE ADDED AS A SECOND
      *    LINE ITEM
       CHECK-AMEND-DUPLINE.
           MOVE 'CHECK-AMEND-DUPLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :AMENDLINECNT
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF AMENDLINECNT > 0
               DISPLAY 'LAPTOP ' FK-LAPID ' IS ALREADY ON ORDER '
                   FK-ORDERID ' - CHANGE THAT LINE ITEM''S QUANTITY'
                   ' INSTEAD'
               MOVE 'N' TO FIELD-OK-SW.

      *    PUTS QTY UNITS TAKEN OFF A LINE BACK INTO STOCK THROUGH THE
      *    LEDGER - THEY WERE NEVER PICKED, SO THEY GO BACK TO THE
      *    BACK WAREHOUSE THE SAME AS A CANCELLED ORDER'S UNITS
       RESTOCK-AMENDED-QTY.
           MOVE 'RESTOCK-AMENDED-QTY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY + :QTY
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING STOCK ON HAND'
               ADD 1 TO ERRCTR
           ELSE
               MOVE 'WH01' TO LOCATIONCODE
               MOVE QTY TO LOCQTY
               PERFORM ADD-TO-LOCSTOCK
               MOVE QTY TO STKQTYMOVED
               MOVE 'I' TO STKDIR
               MOVE 'M' TO STKSRC
               MOVE FK-ORDERID TO STKSRCID
               MOVE LOCATIONCODE TO STKLOC
               PERFORM INSERT-STOCKAUDIT.

      *    THE UNITS COMING OFF THE LINE TAKE THEIR SHARE OF THE
      *    LINE'S COST OF SALES WITH THEM
       REDUCE-LINE-COSTOFSALES.
           IF NL-AMENDCOS = 0
               COMPUTE AMENDCOS ROUNDED = AMENDCOS * AMENDNEWQTY /
                   AMENDOLDQTY
               MOVE 'REDUCE-LINE-COSTOFSALES' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE LAPTOPORDERS
                       SET COSTOFSALES = :AMENDCOS
                       WHERE ORDERID = :FK-ORDERID
                       AND LAPTOPID = :FK-LAPID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE COSTING THE LINE ITEM'
                   ADD 1 TO ERRCTR
               END-IF
           END-IF.

      *    THE LINE EARNED ONE POINT PER WHOLE DOLLAR OF ITS OLD
      *    ORDERCOST - ONLY THE DIFFERENCE TO ITS NEW ORDERCOST IS
      *    ACCRUED OR BACKED OUT. POINTS ALREADY SPENT CAN'T BE TAKEN
      *    BACK, SO A BACK-OUT STOPS AT THE BALANCE ON HAND
       ADJUST-AMEND-POINTS.
           COMPUTE AMENDOLDPTS = AMENDOLDCOST.
           COMPUTE WKEARNEDPTS = AMENDNEWCOST.
           SUBTRACT AMENDOLDPTS FROM WKEARNEDPTS.
           IF WKEARNEDPTS > 0
               MOVE WKEARNEDPTS TO ORDERCOST
               PERFORM ACCRUE-LOYALTY-POINTS THRU
                   ACCRUE-LOYALTY-POINTS-EXIT
           ELSE
               IF WKEARNEDPTS < 0
                   PERFORM SELECT-LOYALTY-BALANCE
                   COMPUTE REDEEMPTS = 0 - WKEARNEDPTS
                   IF REDEEMPTS > LOYALPTS
                       MOVE LOYALPTS TO REDEEMPTS
                   END-IF
                   IF REDEEMPTS > 0
                       PERFORM DECREMENT-LOYALTY-POINTS
                       DISPLAY REDEEMPTS ' LOYALTY POINT(S) WERE'
                           ' BACKED OUT'
                   END-IF
               END-IF
           END-IF.

      *    THE LINE ITEMS ARE THE TAX BASE AND THE CREDIT EXPOSURE,
      *    SO BOTH ARE RECOMPUTED AFTER EVERY AMENDMENT - ONCE ANY
      *    CONTRACT ON A UNIT THAT CAME OFF THE ORDER IS DROPPED
       AMEND-ORDER-TOTALS.
           PERFORM DROP-LAPSED-CONTRACTS.
           PERFORM RECALC-ORDER-TAX.
           PERFORM CHECK-CREDIT-AFTER-LINE THRU
               CHECK-CREDIT-AFTER-LINE-EXIT.

      *    REFUNDS-PAYABLE REVIEW - A SUPERVISOR FUNCTION. WALKS EVERY
      *    RETURN WHOSE REFUND IS STILL AWAITING REVIEW AND LETS THE
      *    SUPERVISOR APPROVE IT FOR THE DISBURSEMENT RUN, SO THE
               DECLARE REFUND_CUR CURSOR FOR
               SELECT RETURNID, ORDERID, LAPTOPID, RETURNDATE,
                   QUANTITY, REASONCODE, REFUNDAMOUNT
               FROM RETURNS R
               WHERE REFUNDSTATUS = 'N'
               AND NOT EXISTS
                   (SELECT 1
                   FROM APPROVALQUEUE Q
                   WHERE Q.CHGTYPE = 'R'
                   AND Q.KEYVALUE = R.RETURNID
                   AND Q.STATUS = 'P'
                   AND Q.REQUESTDATE >=
                       CURRENT DATE - :DUAL-EXPIRY-DAYS DAYS)
               ORDER BY RETURNDATE, RETURNID
           END-EXEC.

       PROC-REFUND.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-REFUND' TO ERR-PARAGRAPH.
           EXEC SQL OPEN REFUND_CUR END-EXEC.
           PERFORM LOOP-REFUND THRU LOOP-REFUND-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-REFUND' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REFUND_CUR END-EXEC.
           DISPLAY ROWCTR ' REFUND(S) AWAITING REVIEW WERE SHOWN'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-REFUND.
           MOVE 'LOOP-REFUND' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REFUND_CUR
               INTO :PK-RETID, :FK-ORDERID, :FK-LAPID, :RETDATE,
               MOVE 'Y' TO REVIEWDONE-SW
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'A'
                   PERFORM CHECK-REFUND-APPROVAL.

      *    A REFUND OF MORE THAN DUAL-REFUND-AMT NEEDS A SECOND
      *    SUPERVISOR - IT DROPS OUT OF THIS QUEUE WHILE ITS REQUEST
      *    IS PENDING, AND COMES BACK IF THE REQUEST IS REJECTED OR
      *    EXPIRES
       CHECK-REFUND-APPROVAL.
           IF REFUNDAMT > DUAL-REFUND-AMT
               MOVE 'R' TO APRTYPE
               MOVE PK-RETID TO APRKEY
               MOVE ' ' TO APRLOC
               MOVE 0 TO APROLDVAL
               MOVE -1 TO NL-APROLDVAL
               MOVE REFUNDAMT TO APRNEWVAL
               MOVE 0 TO NL-APRNEWVAL
               PERFORM INSERT-APPROVAL THRU INSERT-APPROVAL-EXIT
           ELSE
               PERFORM APPROVE-REFUND.

       APPROVE-REFUND.
           MOVE 'APPROVE-REFUND' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE RETURNS
                   SET REFUNDSTATUS = 'A'
               'A SERIOUS ERROR OCCURED WHILE APPROVING THE REFUND'
               ADD 1 TO ERRCTR.

      *    HOLDS THE CHANGE SET UP IN APR-NO-VARCHAR AS A PENDING
      *    REQUEST UNDER THE NEXT APPROVALID, FOR A SECOND SUPERVISOR
      *    TO APPROVE OR REJECT. AN OLDER REQUEST STILL PENDING FOR
      *    THE SAME CHANGE IS SUPERSEDED BY THIS ONE
       INSERT-APPROVAL.
           MOVE 'APPROVALID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           IF ERRCTR > 0
               GO TO INSERT-APPROVAL-EXIT.
           MOVE KC-VALUE TO WKNEXTAPRID.
           MOVE WKNEXTAPRID TO APRID.

           MOVE 'INSERT-APPROVAL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE APPROVALQUEUE
                   SET STATUS = 'S'
                   WHERE CHGTYPE = :APRTYPE
                   AND KEYVALUE = :APRKEY
                   AND LOCATIONCODE = :APRLOC
                   AND STATUS = 'P'
           END-EXEC.
           EXEC SQL
               INSERT INTO APPROVALQUEUE
                   (APPROVALID, CHGTYPE, KEYVALUE, LOCATIONCODE,
                   OLDVALUE, NEWVALUE, REQUESTEDBY, REQUESTDATE,
                   STATUS)
               VALUES (:APRID, :APRTYPE, :APRKEY, :APRLOC,
               :APROLDVAL :NL-APROLDVAL, :APRNEWVAL :NL-APRNEWVAL,
               :OPERID, CURRENT DATE, 'P')
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THIS CHANGE NEEDS A SECOND SUPERVISOR''S'
                   ' APPROVAL AND WAS NOT APPLIED'
               DISPLAY 'IT IS HELD AS APPROVAL REQUEST ' APRID
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE HOLDING THE CHANGE'
               ADD 1 TO ERRCTR.

       INSERT-APPROVAL-EXIT.
           EXIT.

      *    PENDING APPROVALS - A SUPERVISOR FUNCTION. WALKS EVERY
      *    CHANGE HELD FOR A SECOND SUPERVISOR AND LETS THIS ONE
      *    APPROVE IT, WHICH POSTS IT THROUGH THE SAME PARAGRAPHS AND
      *    AUDIT ROWS AS A CHANGE UNDER THE THRESHOLD, OR REJECT IT.
      *    NO SUPERVISOR MAY DECIDE A CHANGE THEY ASKED FOR. A REQUEST
      *    PENDING LONGER THAN DUAL-EXPIRY-DAYS IS MARKED EXPIRED
      *    FIRST AND HAS TO BE KEYED AGAIN
       APPROVAL-REVIEW-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO APPROVAL-REVIEW-OP-EXIT.
           PERFORM EXPIRE-APPROVALS.
           MOVE 'N' TO REVIEWDONE-SW.
           PERFORM DECLARE-APPROVAL.
           PERFORM PROC-APPROVAL.

       APPROVAL-REVIEW-OP-EXIT.
           EXIT.

       EXPIRE-APPROVALS.
           MOVE 'EXPIRE-APPROVALS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE APPROVALQUEUE
                   SET STATUS = 'E'
                   WHERE STATUS = 'P'
                   AND REQUESTDATE <
                       CURRENT DATE - :DUAL-EXPIRY-DAYS DAYS
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'REQUESTS PENDING MORE THAN ' DUAL-EXPIRY-DAYS
                   ' DAY(S) WERE MARKED EXPIRED'
               ADD 1 TO UPDATECTR.

       DECLARE-APPROVAL.
           EXEC SQL
               DECLARE APPROVAL_CUR CURSOR FOR
               SELECT APPROVALID, CHGTYPE, KEYVALUE, LOCATIONCODE,
                   OLDVALUE, NEWVALUE, REQUESTEDBY,
                   CHAR(REQUESTDATE, ISO)
               FROM APPROVALQUEUE
               WHERE STATUS = 'P'
               ORDER BY APPROVALID
           END-EXEC.

       PROC-APPROVAL.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-APPROVAL' TO ERR-PARAGRAPH.
           EXEC SQL OPEN APPROVAL_CUR END-EXEC.
           PERFORM LOOP-APPROVAL THRU LOOP-APPROVAL-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-APPROVAL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APPROVAL_CUR END-EXEC.
           DISPLAY ROWCTR ' PENDING REQUEST(S) WERE REVIEWED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-APPROVAL.
           MOVE 'LOOP-APPROVAL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APPROVAL_CUR
               INTO :APRID, :APRTYPE, :APRKEY, :APRLOC,
                   :APROLDVAL :NL-APROLDVAL,
                   :APRNEWVAL :NL-APRNEWVAL, :APRREQBY, :APRREQDATE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-APPROVAL-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               DISPLAY '----------------------------------------'
               PERFORM DISPLAY-APPROVAL
               PERFORM PROMPT-APPROVAL
      *    THE POSTING'S OWN STATEMENTS CAN LEAVE A 100 BEHIND - IT
      *    IS CLEARED HERE SO IT CAN'T END THE REVIEW EARLY
               MOVE 0 TO SQLCODE.

       LOOP-APPROVAL-EXIT.
           EXIT.

      *    THE VALUE ON FILE WHEN THE CHANGE WAS ASKED FOR BESIDE THE
      *    VALUE ASKED FOR
       DISPLAY-APPROVAL.
           DISPLAY 'REQUEST ' APRID ' BY OPERATOR ' APRREQBY ' ON '
               APRREQDATE.
           IF APRTYPE = 'C'
               DISPLAY 'CREDIT LIMIT CHANGE FOR CUSTOMER ' APRKEY
               IF NL-APROLDVAL < 0
                   DISPLAY 'LIMIT ON FILE: NO LIMIT'
               ELSE
                   MOVE APROLDVAL TO O-APRVAL
                   DISPLAY 'LIMIT ON FILE: ' O-APRVAL
               END-IF
               IF NL-APRNEWVAL < 0
                   DISPLAY 'REQUESTED LIMIT: NO LIMIT'
               ELSE
                   MOVE APRNEWVAL TO O-APRVAL
                   DISPLAY 'REQUESTED LIMIT: ' O-APRVAL
               END-IF
           ELSE
               IF APRTYPE = 'P'
                   DISPLAY 'PRICE CUT FOR LAPTOP ' APRKEY
                   MOVE APROLDVAL TO O-APRVAL
                   DISPLAY 'PRICE ON FILE: ' O-APRVAL
                   MOVE APRNEWVAL TO O-APRVAL
                   DISPLAY 'REQUESTED PRICE: ' O-APRVAL
               ELSE
                   IF APRTYPE = 'A'
                       DISPLAY 'STOCK ADJUSTMENT FOR LAPTOP ' APRKEY
                           ' AT ' APRLOC
                       MOVE APROLDVAL TO O-APRQTY
                       DISPLAY 'BOOK QUANTITY WHEN COUNTED: ' O-APRQTY
                       MOVE APRNEWVAL TO O-APRQTY
                       DISPLAY 'COUNTED QUANTITY: ' O-APRQTY
                   ELSE
                       DISPLAY 'REFUND ON RETURN ' APRKEY
                       MOVE APRNEWVAL TO O-APRVAL
                       DISPLAY 'REFUND OWED: ' O-APRVAL.

       PROMPT-APPROVAL.
           DISPLAY 'A - APPROVE AND POST THE CHANGE'.
           DISPLAY 'R - REJECT'.
           DISPLAY 'ENTER - SKIP, * - STOP REVIEWING'.
           ACCEPT WKOP.

           IF WKOP = '*'
               MOVE 'Y' TO REVIEWDONE-SW
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'A' OR
                   FUNCTION UPPER-CASE(WKOP) = 'R'
                   IF APRREQBY = OPERID
                       DISPLAY 'THIS CHANGE WAS ASKED FOR UNDER YOUR'
                           ' SIGN-ON - ANOTHER SUPERVISOR HAS TO'
                           ' DECIDE IT'
                   ELSE
                       IF FUNCTION UPPER-CASE(WKOP) = 'A'
                           PERFORM POST-APPROVAL THRU
                               POST-APPROVAL-EXIT
                       ELSE
                           MOVE 'R' TO APRSTATUS
                           PERFORM MARK-APPROVAL
                           DISPLAY 'REQUEST ' APRID ' WAS REJECTED'
                           ADD 1 TO UPDATECTR.

      *    POSTS THE APPROVED CHANGE THE WAY IT WOULD HAVE POSTED HAD
      *    IT BEEN UNDER THE THRESHOLD. A POSTING THAT FAILS STOPS THE
      *    REVIEW, AND END-TRAN DISCARDS WHAT THIS REVIEW DID
       POST-APPROVAL.
           MOVE 'Y' TO FIELD-OK-SW.
           IF APRTYPE = 'C'
               PERFORM POST-APR-CREDIT
           ELSE
               IF APRTYPE = 'P'
                   PERFORM POST-APR-PRICE
               ELSE
                   IF APRTYPE = 'A'
                       PERFORM POST-APR-ADJUST THRU
                           POST-APR-ADJUST-EXIT
                   ELSE
                       MOVE APRKEY TO PK-RETID
                       PERFORM APPROVE-REFUND.

           IF ERRCTR > 0
               DISPLAY 'REQUEST ' APRID ' COULD NOT BE POSTED - THE'
                   ' REVIEW WAS STOPPED'
               MOVE 'Y' TO REVIEWDONE-SW
               GO TO POST-APPROVAL-EXIT.
           IF FIELD-OK-SW = 'N'
               GO TO POST-APPROVAL-EXIT.

           MOVE 'A' TO APRSTATUS.
           PERFORM MARK-APPROVAL.
           DISPLAY 'REQUEST ' APRID ' WAS APPROVED AND POSTED'.
           ADD 1 TO UPDATECTR.

       POST-APPROVAL-EXIT.
           EXIT.

       POST-APR-CREDIT.
           MOVE APRKEY TO PK-CUSTID.
           PERFORM SELECT-CUST-FOR-UPDATE.
           IF ERRCTR = 0
               MOVE APRNEWVAL TO CREDITLIMIT
               MOVE NL-APRNEWVAL TO NL-CREDITLIMIT
               PERFORM UPDATE-CUST.

      *    THE PRICE BEING REPLACED IS THE ONE ON FILE NOW, SO THE
      *    PRICEHISTORY ROW SHOWS WHAT THE MODEL ACTUALLY SOLD FOR
       POST-APR-PRICE.
           MOVE APRKEY TO PK-LAPID.
           PERFORM SELECT-LAP.
           IF ERRCTR = 0
               MOVE PRICE TO OLDPRICE
               MOVE APRNEWVAL TO PRICE
               MOVE 'Y' TO PRICE-CHANGED-SW
               PERFORM UPDATE-LAP.

      *    STOCK MAY HAVE MOVED AT THE LOCATION SINCE THE COUNT, SO
      *    THE COUNTED DIFFERENCE IS APPLIED TO TODAY'S BOOK QUANTITY
      *    RATHER THAN SETTING IT BACK TO THE COUNTED FIGURE
       POST-APR-ADJUST.
           MOVE APRKEY TO FK-LAPID.
           MOVE APRLOC TO LOCATIONCODE.
           MOVE 0 TO LOCQTY.
           MOVE 0 TO NL-LOCQTY.
           MOVE 'POST-APR-ADJUST' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QTY
               INTO :LOCQTY :NL-LOCQTY
               FROM LOCATIONSTOCK
               WHERE LAPTOPID = :FK-LAPID
               AND LOCATIONCODE = :LOCATIONCODE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO LOCQTY.
           COMPUTE STKNEWQTY = LOCQTY + APRNEWVAL - APROLDVAL.
           IF STKNEWQTY < 0
               DISPLAY 'ONLY ' LOCQTY ' ON HAND AT ' LOCATIONCODE
                   ' NOW - THE ADJUSTMENT WOULD TAKE IT BELOW 0'
               DISPLAY 'THE REQUEST WAS LEFT PENDING'
               MOVE 'N' TO FIELD-OK-SW
               GO TO POST-APR-ADJUST-EXIT.
           PERFORM POST-STOCK-ADJUSTMENT.

       POST-APR-ADJUST-EXIT.
           EXIT.

      *    CLOSES THE REQUEST WITH THE REVIEW'S VERDICT AND WHO GAVE
      *    IT
       MARK-APPROVAL.
           MOVE 'MARK-APPROVAL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE APPROVALQUEUE
                   SET STATUS = :APRSTATUS,
                       REVIEWEDBY = :OPERID,
                       REVIEWDATE = CURRENT DATE
                   WHERE APPROVALID = :APRID
           END-EXEC.

       DECLARE.
           PERFORM PRESELECT-PROCESSING.
      *    THE WHERE CLAUSE SKIPS EVERY ROW AT OR BEFORE THE LAST
      *    CHECKPOINTED KEY SO A RESUMED RUN DOESN'T REPROCESS ROWS
      *    ALREADY HANDLED ON A PRIOR, ABENDED RUN
           EXEC SQL
               DECLARE LAPORD_CUR CURSOR FOR
               SELECT ORDERID, LAPTOPID, QUANTITY, ORDERCOST, DEALS
               FROM LAPTOPORDERS
               WHERE ORDERID > :CKPT-ORDERID
                  OR (ORDERID = :CKPT-ORDERID
                      AND LAPTOPID > :CKPT-LAPID)
               ORDER BY ORDERID, LAPTOPID
           END-EXEC.

       PRESELECT-PROCESSING.
      *    CLEARS VALUES IN NULL (INDICATOR) VARIABLES
           MOVE 0 TO NL-DEALS.

       PROC.
           PERFORM READ-LAPORD-CKPT.
           MOVE 0 TO CKPTROWCTR.
           MOVE 'PROC' TO ERR-PARAGRAPH.
           EXEC SQL OPEN LAPORD_CUR END-EXEC.
           PERFORM LOOP THRU LOOP-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPORD_CUR END-EXEC.
           PERFORM RESET-LAPORD-CKPT.

       LOOP.
           MOVE 'LOOP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPORD_CUR
               INTO :FK-ORDERID, :FK-LAPID, :QTY, :ORDERCOST, :DEALS
               DISPLAY 'NOTHING WAS ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               MOVE 'CHECK-MERGE-CUST' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :MRGCNT
               GO TO MERGE-CUSTOMER-EXIT.

      *    THE DUPLICATE'S ORDER HISTORY BECOMES THE SURVIVOR'S
           MOVE 'MERGE-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET CUSTOMERID = :MRG-SURVID
                   WHERE CUSTOMERID = :MRG-DUPID
           END-EXEC.

      *    THE DUPLICATE'S PRICE AGREEMENTS CARRY OVER WHERE THE
      *    SURVIVOR HAS NONE FOR THE SAME MODEL AND DAYS - WHERE THEY
      *    CLASH, THE SURVIVOR'S OWN AGREEMENT STANDS
           EXEC SQL
               UPDATE CUSTPRICES D
                   SET CUSTOMERID = :MRG-SURVID
                   WHERE D.CUSTOMERID = :MRG-DUPID
                   AND NOT EXISTS
                       (SELECT 1
                        FROM CUSTPRICES S
                        WHERE S.CUSTOMERID = :MRG-SURVID
                        AND S.LAPTOPID = D.LAPTOPID
                        AND S.STARTDATE <= D.ENDDATE
                        AND S.ENDDATE >= D.STARTDATE)
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTPRICES
                   WHERE CUSTOMERID = :MRG-DUPID
           END-EXEC.
      *    LIKEWISE ITS EXEMPTION CERTIFICATES, FOR ANY STATE THE
      *    SURVIVOR HOLDS NO CERTIFICATE FOR
           EXEC SQL
               UPDATE TAXEXEMPTCERTS D
                   SET CUSTOMERID = :MRG-SURVID
                   WHERE D.CUSTOMERID = :MRG-DUPID
                   AND NOT EXISTS
                       (SELECT 1
                        FROM TAXEXEMPTCERTS S
                        WHERE S.CUSTOMERID = :MRG-SURVID
                        AND S.STATECODE = D.STATECODE)
           END-EXEC.
           EXEC SQL
               DELETE FROM TAXEXEMPTCERTS
                   WHERE CUSTOMERID = :MRG-DUPID
           END-EXEC.
      *    AND EVERY NOTE AND CASE TAKEN ON THE DUPLICATE
           EXEC SQL
               UPDATE CUSTNOTES
                   SET CUSTOMERID = :MRG-SURVID
                   WHERE CUSTOMERID = :MRG-DUPID
           END-EXEC.
      *    THE DUPLICATE'S SHIP-TO ADDRESSES JOIN THE SURVIVOR'S
      *    ADDRESS BOOK UNDER ANY NAME THE SURVIVOR ISN'T USING - THE
      *    SURVIVOR'S DEFAULT STAYS THE DEFAULT
           EXEC SQL
               UPDATE CUSTSHIPTO D
                   SET CUSTOMERID = :MRG-SURVID,
                       DEFAULTSHIPTO = 'N'
                   WHERE D.CUSTOMERID = :MRG-DUPID
                   AND NOT EXISTS
                       (SELECT 1
                        FROM CUSTSHIPTO S
                        WHERE S.CUSTOMERID = :MRG-SURVID
                        AND S.SHIPTONAME = D.SHIPTONAME)
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :MRG-DUPID
           END-EXEC.

      *    ANY QUOTES THE DUPLICATE HOLDS BECOME THE SURVIVOR'S TOO -
      *    QUOTES.CUSTOMERID IS A FOREIGN KEY AND WOULD OTHERWISE
      *    BLOCK THE DELETE
       MERGE-CUSTOMER-EXIT.
           EXIT.

      *    CUSTOMER PRICE AGREEMENTS - A PRICING FUNCTION, SO IT IS
      *    SUPERVISOR-ONLY THE SAME AS A LIST PRICE CHANGE. THE
      *    CUSTOMER'S AGREEMENTS FOR THE MODEL ARE LISTED FIRST, THEN
      *    A NEW ONE CAN BE ADDED OR AN EXISTING ONE'S END DATE MOVED
      *    (TO END IT EARLY OR TO EXTEND IT)
       CONTRACT-PRICE-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO CONTRACT-PRICE-OP-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ORD-CUSTID THRU GET-ORD-CUSTID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-CP-LAPID THRU GET-CP-LAPID-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO CONTRACT-PRICE-OP-EXIT.

           MOVE 0 TO CPCNT.
           PERFORM DECLARE-CPLIST.
           PERFORM PROC-CPLIST.
           IF CPCNT = 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS NO PRICE AGREEMENT'
                   ' FOR LAPTOP ' FK-LAPID.

           DISPLAY 'A - ADD A NEW PRICE AGREEMENT'.
           DISPLAY 'E - CHANGE THE END DATE OF AN AGREEMENT'.
           DISPLAY 'X - LEAVE THE AGREEMENTS AS THEY ARE'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP = 'A'
               PERFORM ADD-CONTRACT-PRICE THRU ADD-CONTRACT-PRICE-EXIT
           ELSE
               IF WKOP = 'E'
                   PERFORM END-CONTRACT-PRICE THRU
                       END-CONTRACT-PRICE-EXIT.

       CONTRACT-PRICE-OP-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       GET-CP-LAPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID THE AGREEMENT COVERS,'
               ' OR * TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-CP-LAPID-EXIT.
           MOVE 'GET-CP-LAPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CPCNT
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF CPCNT = 0
               DISPLAY
            'LAPTOP ID IS INVALID, YOU SHOULD BE USING AN EXISTING ID'
               MOVE 'N' TO FIELD-OK-SW.

       GET-CP-LAPID-EXIT.
           EXIT.

       DECLARE-CPLIST.
           EXEC SQL
               DECLARE CPLIST_CUR CURSOR FOR
               SELECT CHAR(STARTDATE, ISO), CHAR(ENDDATE, ISO),
                   CONTRACTPRICE
               FROM CUSTPRICES
               WHERE CUSTOMERID = :FK-CUSTID
               AND LAPTOPID = :FK-LAPID
               ORDER BY STARTDATE
           END-EXEC.

       PROC-CPLIST.
           MOVE 'PROC-CPLIST' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CPLIST_CUR END-EXEC.
           PERFORM LOOP-CPLIST THRU LOOP-CPLIST-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-CPLIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CPLIST_CUR END-EXEC.

       LOOP-CPLIST.
           MOVE 'LOOP-CPLIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CPLIST_CUR
               INTO :CPSTART, :CPEND, :CPPRICE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CPLIST-EXIT.
           IF SQLCODE = 0
               ADD 1 TO CPCNT
               MOVE CPPRICE TO O-PRICE
               DISPLAY 'FROM ' CPSTART ' TO ' CPEND ' AT ' O-PRICE.

       LOOP-CPLIST-EXIT.
           EXIT.

      *    A NEW AGREEMENT MAY NOT OVERLAP ONE ALREADY ON FILE FOR THE
      *    SAME CUSTOMER AND MODEL, SO ONLY ONE PRICE IS EVER IN FORCE
      *    ON A GIVEN DAY
       ADD-CONTRACT-PRICE.
           DISPLAY 'ENTER THE CONTRACT PRICE:'.
           ACCEPT WKPRICEENTRY.
           IF WKPRICEENTRY = ' '
               DISPLAY 'PRICE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.
           MOVE 'N' TO DECINVAL-SW.
           PERFORM DEC-CHECK-PRICE.
           IF DECINVAL-SW = 'Y'
               DISPLAY 'PRICE MUST BE NUMERIC'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.
           MOVE FUNCTION NUMVAL(WKPRICEENTRY) TO CPPRICE.
           IF CPPRICE <= 0
               DISPLAY 'PRICE MUST BE GREATER THAN 0'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.

           DISPLAY 'ENTER THE START DATE IN YYYY-MM-DD FORMAT, OR'
               ' LEAVE BLANK FOR TODAY:'.
           ACCEPT WKCPDATEENTRY.
           IF WKCPDATEENTRY = ' '
               MOVE 'ADD-CONTRACT-PRICE' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :CPSTART
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               PERFORM CHECK-CP-DATE
               IF FIELD-OK-SW = 'N'
                   ADD 1 TO ERRCTR
                   GO TO ADD-CONTRACT-PRICE-EXIT
               END-IF
               MOVE WKCPDATEENTRY TO CPSTART.

           DISPLAY 'ENTER THE END DATE IN YYYY-MM-DD FORMAT:'.
           ACCEPT WKCPDATEENTRY.
           IF WKCPDATEENTRY = ' '
               DISPLAY 'END DATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.
           PERFORM CHECK-CP-DATE.
           IF FIELD-OK-SW = 'N'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.
           MOVE WKCPDATEENTRY TO CPEND.
           IF CPEND < CPSTART
               DISPLAY 'THE END DATE SHOULD NOT COME BEFORE THE START'
                   ' DATE'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.

           MOVE 'ADD-CONTRACT-PRICE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CPCNT
               FROM CUSTPRICES
               WHERE CUSTOMERID = :FK-CUSTID
               AND LAPTOPID = :FK-LAPID
               AND STARTDATE <= :CPEND
               AND ENDDATE >= :CPSTART
           END-EXEC.
           IF CPCNT > 0
               DISPLAY 'THE DATES OVERLAP AN AGREEMENT ALREADY ON FILE'
               ADD 1 TO ERRCTR
               GO TO ADD-CONTRACT-PRICE-EXIT.

           EXEC SQL
               INSERT INTO CUSTPRICES
                   (CUSTOMERID, LAPTOPID, STARTDATE, ENDDATE,
                   CONTRACTPRICE)
               VALUES (:FK-CUSTID, :FK-LAPID, :CPSTART, :CPEND,
               :CPPRICE)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE PRICE AGREEMENT WAS ADDED'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE PRICE AGREEMENT COULD NOT BE ADDED'
               ADD 1 TO ERRCTR.

       ADD-CONTRACT-PRICE-EXIT.
           EXIT.

      *    THE AGREEMENT IS PICKED BY ITS START DATE. MOVING THE END
      *    DATE OUT STILL MAY NOT RUN INTO THE NEXT AGREEMENT
       END-CONTRACT-PRICE.
           DISPLAY 'ENTER THE START DATE OF THE AGREEMENT TO CHANGE,'
               ' IN YYYY-MM-DD FORMAT:'.
           ACCEPT WKCPDATEENTRY.
           PERFORM CHECK-CP-DATE.
           IF FIELD-OK-SW = 'N'
               ADD 1 TO ERRCTR
               GO TO END-CONTRACT-PRICE-EXIT.
           MOVE WKCPDATEENTRY TO CPSTART.
           MOVE 'END-CONTRACT-PRICE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CPCNT
               FROM CUSTPRICES
               WHERE CUSTOMERID = :FK-CUSTID
               AND LAPTOPID = :FK-LAPID
               AND STARTDATE = :CPSTART
           END-EXEC.
           IF CPCNT = 0
               DISPLAY 'NO AGREEMENT STARTS ON ' CPSTART
               ADD 1 TO ERRCTR
               GO TO END-CONTRACT-PRICE-EXIT.

           DISPLAY 'ENTER THE NEW END DATE IN YYYY-MM-DD FORMAT, OR'
               ' LEAVE BLANK TO END IT TODAY:'.
           ACCEPT WKCPDATEENTRY.
           IF WKCPDATEENTRY = ' '
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :CPEND
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               PERFORM CHECK-CP-DATE
               IF FIELD-OK-SW = 'N'
                   ADD 1 TO ERRCTR
                   GO TO END-CONTRACT-PRICE-EXIT
               END-IF
               MOVE WKCPDATEENTRY TO CPEND.
           IF CPEND < CPSTART
               DISPLAY 'THE END DATE SHOULD NOT COME BEFORE THE START'
                   ' DATE'
               ADD 1 TO ERRCTR
               GO TO END-CONTRACT-PRICE-EXIT.

           MOVE 'END-CONTRACT-PRICE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CPCNT
               FROM CUSTPRICES
               WHERE CUSTOMERID = :FK-CUSTID
               AND LAPTOPID = :FK-LAPID
               AND STARTDATE <> :CPSTART
               AND STARTDATE <= :CPEND
               AND ENDDATE >= :CPSTART
           END-EXEC.
           IF CPCNT > 0
               DISPLAY 'THE NEW END DATE RUNS INTO ANOTHER AGREEMENT'
               ADD 1 TO ERRCTR
               GO TO END-CONTRACT-PRICE-EXIT.

           EXEC SQL
               UPDATE CUSTPRICES
                   SET ENDDATE = :CPEND
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND LAPTOPID = :FK-LAPID
                   AND STARTDATE = :CPSTART
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE AGREEMENT NOW ENDS ON ' CPEND
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE AGREEMENT COULD NOT BE CHANGED'
               ADD 1 TO ERRCTR.

       END-CONTRACT-PRICE-EXIT.
           EXIT.

      *    SALES TAX EXEMPTION CERTIFICATES - AT MOST ONE PER
      *    CUSTOMER AND STATE, SO A RENEWAL REPLACES THE NUMBER AND
      *    EXPIRY ON FILE. TAX EXEMPTION IS A FISCAL CONTROL, SO THIS
      *    IS SUPERVISOR-ONLY. ORDERS ALREADY EXEMPTED KEEP THE
      *    CERTIFICATE NUMBER THEY WERE EXEMPTED UNDER
       TAXCERT-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO TAXCERT-OP-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ORD-CUSTID THRU GET-ORD-CUSTID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO TAXCERT-OP-EXIT.

           MOVE 0 TO TXCCNT.
           PERFORM DECLARE-TXCLIST.
           PERFORM PROC-TXCLIST.
           IF TXCCNT = 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS NO TAX EXEMPTION'
                   ' CERTIFICATES ON FILE'.

           DISPLAY 'A - ADD OR RENEW A CERTIFICATE'.
           DISPLAY 'R - REMOVE A CERTIFICATE'.
           DISPLAY 'X - LEAVE THE CERTIFICATES AS THEY ARE'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP = 'A'
               PERFORM ADD-TAXCERT THRU ADD-TAXCERT-EXIT
           ELSE
               IF WKOP = 'R'
                   PERFORM REMOVE-TAXCERT THRU REMOVE-TAXCERT-EXIT.

       TAXCERT-OP-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       DECLARE-TXCLIST.
           EXEC SQL
               DECLARE TXCLIST_CUR CURSOR FOR
               SELECT STATECODE, CERTNUMBER, REASON,
                   CHAR(EXPIRYDATE, ISO)
               FROM TAXEXEMPTCERTS
               WHERE CUSTOMERID = :FK-CUSTID
               ORDER BY STATECODE
           END-EXEC.

       PROC-TXCLIST.
           MOVE 'PROC-TXCLIST' TO ERR-PARAGRAPH.
           EXEC SQL OPEN TXCLIST_CUR END-EXEC.
           PERFORM LOOP-TXCLIST THRU LOOP-TXCLIST-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-TXCLIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TXCLIST_CUR END-EXEC.

       LOOP-TXCLIST.
           MOVE 'LOOP-TXCLIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TXCLIST_CUR
               INTO :TAXST, :TAXCERT, :TXCREASON, :TXCEXPIRY
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-TXCLIST-EXIT.
           IF SQLCODE = 0
               ADD 1 TO TXCCNT
               PERFORM SET-TXCREASON-NAME
               DISPLAY 'STATE ' TAXST ' CERTIFICATE ' TAXCERT
               DISPLAY '    ' WKTXCREASONNAME ' EXPIRES ' TXCEXPIRY.

       LOOP-TXCLIST-EXIT.
           EXIT.

       SET-TXCREASON-NAME.
           EVALUATE TXCREASON
               WHEN 'R'
                   MOVE 'RESALE' TO WKTXCREASONNAME
               WHEN 'N'
                   MOVE 'NON-PROFIT' TO WKTXCREASONNAME
               WHEN 'G'
                   MOVE 'GOVERNMENT' TO WKTXCREASONNAME
               WHEN OTHER
                   MOVE 'OTHER' TO WKTXCREASONNAME
           END-EVALUATE.

      *    A STATE THAT ALREADY HAS A CERTIFICATE ON FILE IS RENEWED
      *    IN PLACE - OTHERWISE THE CERTIFICATE IS ADDED
       ADD-TAXCERT.
           DISPLAY 'ENTER THE 2 CHARACTER STATE THE CERTIFICATE'
               ' EXEMPTS:'.
           ACCEPT TAXST.
           MOVE FUNCTION UPPER-CASE(TAXST) TO TAXST.
           IF TAXST = ' '
               DISPLAY 'STATE CODE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.
           IF TAXST NOT ALPHABETIC
               DISPLAY 'STATE CODE SHOULD BE ALPHABETIC'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.

           DISPLAY 'ENTER THE CERTIFICATE NUMBER:'.
           MOVE ' ' TO TAXCERT.
           ACCEPT TAXCERT.
           MOVE FUNCTION UPPER-CASE(TAXCERT) TO TAXCERT.
           IF TAXCERT = ' '
               DISPLAY 'CERTIFICATE NUMBER WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.

           DISPLAY 'ENTER THE REASON FOR THE EXEMPTION:'.
           DISPLAY 'R - RESALE'.
           DISPLAY 'N - NON-PROFIT'.
           DISPLAY 'G - GOVERNMENT'.
           DISPLAY 'O - OTHER'.
           ACCEPT TXCREASON.
           MOVE FUNCTION UPPER-CASE(TXCREASON) TO TXCREASON.
           IF TXCREASON NOT = 'R' AND TXCREASON NOT = 'N'
           AND TXCREASON NOT = 'G' AND TXCREASON NOT = 'O'
               DISPLAY 'REASON SHOULD BE R, N, G OR O'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.

           DISPLAY 'ENTER THE EXPIRY DATE IN YYYY-MM-DD FORMAT:'.
           ACCEPT WKCPDATEENTRY.
           IF WKCPDATEENTRY = ' '
               DISPLAY 'EXPIRY DATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.
           PERFORM CHECK-CP-DATE.
           IF FIELD-OK-SW = 'N'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.
           MOVE WKCPDATEENTRY TO TXCEXPIRY.
           MOVE 'ADD-TAXCERT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :TXCCNT
               FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:TXCEXPIRY) < CURRENT DATE
           END-EXEC.
           IF TXCCNT > 0
               DISPLAY 'THE CERTIFICATE HAS ALREADY EXPIRED'
               ADD 1 TO ERRCTR
               GO TO ADD-TAXCERT-EXIT.

           EXEC SQL
               UPDATE TAXEXEMPTCERTS
                   SET CERTNUMBER = :TAXCERT,
                       REASON = :TXCREASON,
                       EXPIRYDATE = :TXCEXPIRY
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND STATECODE = :TAXST
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' TAXST ' CERTIFICATE WAS RENEWED'
               ADD 1 TO UPDATECTR
               GO TO ADD-TAXCERT-EXIT.

           EXEC SQL
               INSERT INTO TAXEXEMPTCERTS
                   (CUSTOMERID, STATECODE, CERTNUMBER, REASON,
                   EXPIRYDATE)
               VALUES (:FK-CUSTID, :TAXST, :TAXCERT, :TXCREASON,
               :TXCEXPIRY)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' TAXST ' CERTIFICATE WAS ADDED'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE CERTIFICATE COULD NOT BE ADDED'
               ADD 1 TO ERRCTR.

       ADD-TAXCERT-EXIT.
           EXIT.

       REMOVE-TAXCERT.
           DISPLAY 'ENTER THE 2 CHARACTER STATE OF THE CERTIFICATE'
               ' TO REMOVE:'.
           ACCEPT TAXST.
           MOVE FUNCTION UPPER-CASE(TAXST) TO TAXST.
           MOVE 'REMOVE-TAXCERT' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM TAXEXEMPTCERTS
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND STATECODE = :TAXST
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' TAXST ' CERTIFICATE WAS REMOVED'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'NO CERTIFICATE IS ON FILE FOR STATE ' TAXST
               ADD 1 TO ERRCTR.

       REMOVE-TAXCERT-EXIT.
           EXIT.

      *    CUSTOMER CONTACT AND CASE NOTES - FROM THE CUSTOMER MENU
      *    THE NOTE IS ABOUT THE CUSTOMER IN GENERAL, FROM THE ORDER
      *    MENU IT IS ALSO TIED TO THE ORDER. EITHER WAY THE REP SEES
      *    THE CUSTOMER'S OPEN CASES FIRST AND CAN ADD A NOTE OR CLOSE
      *    A CASE THAT HAS BEEN DEALT WITH
       CUST-NOTE-OP.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ORD-CUSTID THRU GET-ORD-CUSTID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               DISPLAY 'PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
           ELSE
               MOVE -1 TO NL-NOTEORDID
               PERFORM NOTE-MENU THRU NOTE-MENU-EXIT.

       ORDER-NOTE-OP.
           MOVE 0 TO ERRCTR.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT NOTEORDID.
           MOVE 'ORDER-NOTE-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID
               INTO :FK-CUSTID
               FROM ORDERS
               WHERE ORDERID = :NOTEORDID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ORDER WAS NOT FOUND'
               DISPLAY 'PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
           ELSE
               DISPLAY 'ORDER ' NOTEORDID ' IS FOR CUSTOMER ' FK-CUSTID
               MOVE 0 TO NL-NOTEORDID
               PERFORM NOTE-MENU THRU NOTE-MENU-EXIT.

       NOTE-MENU.
           PERFORM DECLARE-OPENNOTE.
           PERFORM PROC-OPENNOTE.
           IF NOTECNT = 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS NO OPEN CASES'.

           DISPLAY 'A - ADD A NOTE'.
           DISPLAY 'C - CLOSE AN OPEN CASE'.
           DISPLAY 'X - LEAVE THE NOTES AS THEY ARE'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP = 'A'
               PERFORM ADD-CUST-NOTE THRU ADD-CUST-NOTE-EXIT
           ELSE
               IF WKOP = 'C'
                   PERFORM CLOSE-CUST-NOTE THRU CLOSE-CUST-NOTE-EXIT.

       NOTE-MENU-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    THE CUSTOMER'S OPEN CASES, OLDEST FOLLOW-UP FIRST - ALSO
      *    SHOWN ON DISPLAY-CUST, SO A REP LOOKING UP THE CUSTOMER
      *    SEES THE PROMISED CALLBACK OR OPEN COMPLAINT STRAIGHT AWAY
       DECLARE-OPENNOTE.
           EXEC SQL
               DECLARE OPENNOTE_CUR CURSOR FOR
               SELECT NOTEID, ORDERID, CHAR(NOTEDATE, ISO),
                   OPERATORID, CATEGORY, CHAR(FOLLOWUPDATE, ISO),
                   NOTETEXT
               FROM CUSTNOTES
               WHERE CUSTOMERID = :FK-CUSTID
               AND NOTESTATUS = 'O'
               ORDER BY FOLLOWUPDATE, NOTEID
           END-EXEC.

       PROC-OPENNOTE.
           MOVE 0 TO NOTECNT.
           MOVE 'PROC-OPENNOTE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN OPENNOTE_CUR END-EXEC.
           PERFORM LOOP-OPENNOTE THRU LOOP-OPENNOTE-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-OPENNOTE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE OPENNOTE_CUR END-EXEC.

       LOOP-OPENNOTE.
           MOVE ' ' TO NOTETEXT-VALUE.
           MOVE 0 TO NL-LISTORDID.
           MOVE 0 TO NL-NOTEFOLLOWUP.
           MOVE 'LOOP-OPENNOTE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH OPENNOTE_CUR
               INTO :NOTEID, :LISTORDID :NL-LISTORDID, :NOTEDATE,
                   :NOTEOPERID, :NOTECAT,
                   :NOTEFOLLOWUP :NL-NOTEFOLLOWUP, :NOTETEXT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-OPENNOTE-EXIT.
           IF SQLCODE = 0
               ADD 1 TO NOTECNT
               IF NOTECNT = 1
                   DISPLAY 'OPEN CASES, NEXT FOLLOW-UP FIRST:'
               END-IF
               PERFORM DISPLAY-NOTE.

       LOOP-OPENNOTE-EXIT.
           EXIT.

       DISPLAY-NOTE.
           PERFORM SET-NOTECAT-NAME.
           MOVE NOTEID TO O-NOTEID.
           DISPLAY '  CASE ' O-NOTEID ' ' WKNOTECATNAME ' TAKEN '
               NOTEDATE ' BY ' NOTEOPERID.
           IF NL-LISTORDID = 0
               DISPLAY '    ORDER ' LISTORDID.
           IF NL-NOTEFOLLOWUP = 0
               DISPLAY '    FOLLOW UP BY ' NOTEFOLLOWUP.
           DISPLAY '    ' NOTETEXT-VALUE.

       SET-NOTECAT-NAME.
           EVALUATE NOTECAT
               WHEN 'B'
                   MOVE 'CALLBACK' TO WKNOTECATNAME
               WHEN 'K'
                   MOVE 'COMPLAINT' TO WKNOTECATNAME
               WHEN 'P'
                   MOVE 'PREFERENCE' TO WKNOTECATNAME
               WHEN OTHER
                   MOVE 'GENERAL' TO WKNOTECATNAME
           END-EVALUATE.

      *    A NOTE WITH A FOLLOW-UP DATE IS AN OPEN CASE UNTIL SOMEONE
      *    CLOSES IT - WITHOUT ONE IT IS JUST A RECORD OF THE CONTACT
       ADD-CUST-NOTE.
           DISPLAY 'ENTER THE CATEGORY OF THE NOTE:'.
           DISPLAY 'B - CALLBACK PROMISED'.
           DISPLAY 'K - COMPLAINT'.
           DISPLAY 'P - CUSTOMER PREFERENCE'.
           DISPLAY 'G - GENERAL'.
           ACCEPT NOTECAT.
           MOVE FUNCTION UPPER-CASE(NOTECAT) TO NOTECAT.
           IF NOTECAT NOT = 'B' AND NOTECAT NOT = 'K'
           AND NOTECAT NOT = 'P' AND NOTECAT NOT = 'G'
               DISPLAY 'CATEGORY SHOULD BE B, K, P OR G'
               ADD 1 TO ERRCTR
               GO TO ADD-CUST-NOTE-EXIT.

           DISPLAY 'ENTER THE NOTE (UP TO 100 CHARACTERS):'.
           MOVE ' ' TO NOTETEXT-VALUE.
           ACCEPT NOTETEXT-VALUE.
           IF NOTETEXT-VALUE = ' '
               DISPLAY 'THE NOTE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-CUST-NOTE-EXIT.
           MOVE FUNCTION UPPER-CASE(NOTETEXT-VALUE) TO NOTETEXT-VALUE.
           PERFORM CALC-LEN-NOTETEXT.

      *    A PROMISED CALLBACK OR A COMPLAINT ALWAYS NEEDS FOLLOWING
      *    UP, SO A BLANK DATE MEANS TODAY FOR THOSE
           DISPLAY 'ENTER THE FOLLOW-UP DATE IN YYYY-MM-DD FORMAT, OR'
               ' LEAVE BLANK FOR NONE:'.
           ACCEPT WKCPDATEENTRY.
           IF WKCPDATEENTRY = ' '
               IF NOTECAT = 'B' OR NOTECAT = 'K'
                   MOVE 'ADD-CUST-NOTE' TO ERR-PARAGRAPH
                   EXEC SQL
                       SELECT CHAR(CURRENT DATE, ISO)
                       INTO :NOTEFOLLOWUP
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   MOVE 0 TO NL-NOTEFOLLOWUP
                   MOVE 'O' TO NOTESTATUS
               ELSE
                   MOVE -1 TO NL-NOTEFOLLOWUP
                   MOVE 'C' TO NOTESTATUS
               END-IF
           ELSE
               PERFORM CHECK-CP-DATE
               IF FIELD-OK-SW = 'N'
                   ADD 1 TO ERRCTR
                   GO TO ADD-CUST-NOTE-EXIT
               END-IF
               MOVE WKCPDATEENTRY TO NOTEFOLLOWUP
               MOVE 0 TO NL-NOTEFOLLOWUP
               MOVE 'O' TO NOTESTATUS.

           MOVE 'ADD-CUST-NOTE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CUSTNOTES
                   (CUSTOMERID, ORDERID, NOTEDATE, NOTETIME,
                   OPERATORID, CATEGORY, NOTETEXT, NOTESTATUS,
                   FOLLOWUPDATE)
               VALUES (:FK-CUSTID, :NOTEORDID :NL-NOTEORDID,
               CURRENT DATE, CURRENT TIME, :OPERID, :NOTECAT,
               :NOTETEXT, :NOTESTATUS,
               :NOTEFOLLOWUP :NL-NOTEFOLLOWUP)
           END-EXEC.
           IF SQLCODE = 0
               IF NOTESTATUS = 'O'
                   DISPLAY 'THE NOTE WAS ADDED AS AN OPEN CASE'
               ELSE
                   DISPLAY 'THE NOTE WAS ADDED'
               END-IF
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE NOTE COULD NOT BE ADDED'
               ADD 1 TO ERRCTR.

       ADD-CUST-NOTE-EXIT.
           EXIT.

       CALC-LEN-NOTETEXT.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(NOTETEXT-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF NOTETEXT-VALUE GIVING
           NOTETEXT-LENG.

      *    ONLY ONE OF THIS CUSTOMER'S OWN OPEN CASES CAN BE CLOSED
      *    HERE - THE CLOSING OPERATOR AND DATE ARE KEPT ON THE CASE
       CLOSE-CUST-NOTE.
           DISPLAY 'ENTER THE CASE NUMBER TO CLOSE:'.
           ACCEPT WKNOTEIDENTRY.
           IF WKNOTEIDENTRY = ' ' OR WKNOTEIDENTRY ALPHABETIC
               DISPLAY 'THE CASE NUMBER SHOULD BE NUMERIC'
               ADD 1 TO ERRCTR
               GO TO CLOSE-CUST-NOTE-EXIT.
           MOVE FUNCTION NUMVAL(WKNOTEIDENTRY) TO NOTEID.
           MOVE 'CLOSE-CUST-NOTE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CUSTNOTES
                   SET NOTESTATUS = 'C',
                       CLOSEDDATE = CURRENT DATE,
                       CLOSEDBY = :OPERID
                   WHERE NOTEID = :NOTEID
                   AND CUSTOMERID = :FK-CUSTID
                   AND NOTESTATUS = 'O'
           END-EXEC.
           IF SQLCODE = 0
               MOVE NOTEID TO O-NOTEID
               DISPLAY 'CASE ' O-NOTEID ' WAS CLOSED'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THAT IS NOT ONE OF THIS CUSTOMER''S OPEN CASES'
               ADD 1 TO ERRCTR.

       CLOSE-CUST-NOTE-EXIT.
           EXIT.

      *    THE CUSTOMER'S SHIP-TO ADDRESS BOOK - ANY NUMBER OF NAMED
      *    DELIVERY ADDRESSES, ONE OF THEM THE DEFAULT THAT ORDER
      *    ENTRY, QUOTE CONVERSION AND THE BATCH ORDER LOAD FALL BACK
      *    ON. ORDERS CARRY THEIR OWN COPY OF THE ADDRESS, SO A CHANGE
      *    HERE NEVER MOVES WHERE A PAST ORDER WENT
       SHIPTO-OP.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ORD-CUSTID THRU GET-ORD-CUSTID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO SHIPTO-OP-EXIT.

           PERFORM DECLARE-STLIST.
           PERFORM PROC-STLIST.
           IF STCNT = 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS NO SHIP-TO'
                   ' ADDRESSES ON FILE'.

           DISPLAY 'A - ADD OR CHANGE AN ADDRESS'.
           DISPLAY 'D - MAKE AN ADDRESS THE DEFAULT'.
           DISPLAY 'R - REMOVE AN ADDRESS'.
           DISPLAY 'X - LEAVE THE ADDRESS BOOK AS IT IS'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP = 'A'
               PERFORM ADD-SHIPTO THRU ADD-SHIPTO-EXIT
           ELSE
               IF WKOP = 'D'
                   PERFORM DEFAULT-SHIPTO THRU DEFAULT-SHIPTO-EXIT
               ELSE
                   IF WKOP = 'R'
                       PERFORM REMOVE-SHIPTO THRU REMOVE-SHIPTO-EXIT.

       SHIPTO-OP-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    LISTS THE CUSTOMER'S ADDRESS BOOK - ALSO SHOWN AT ORDER
      *    ENTRY AND QUOTE CONVERSION SO THE REP CAN PICK FROM IT
       DECLARE-STLIST.
           EXEC SQL
               DECLARE STLIST_CUR CURSOR FOR
               SELECT SHIPTONAME, UNITNUMBER, STREET, CITY, ST, ZIP,
                   DEFAULTSHIPTO
               FROM CUSTSHIPTO
               WHERE CUSTOMERID = :FK-CUSTID
               ORDER BY SHIPTONAME
           END-EXEC.

       PROC-STLIST.
           MOVE 0 TO STCNT.
           MOVE 'PROC-STLIST' TO ERR-PARAGRAPH.
           EXEC SQL OPEN STLIST_CUR END-EXEC.
           PERFORM LOOP-STLIST THRU LOOP-STLIST-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-STLIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STLIST_CUR END-EXEC.

       LOOP-STLIST.
           MOVE ' ' TO SHIPSTREET-VALUE.
           MOVE ' ' TO SHIPCITY-VALUE.
           MOVE ' ' TO SHIPST-VALUE.
           MOVE 0 TO NL-SHIPUNIT.
           MOVE 'LOOP-STLIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STLIST_CUR
               INTO :SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT, :SHIPSTREET,
                   :SHIPCITY, :SHIPST, :SHIPZIP, :STDEFAULT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-STLIST-EXIT.
           IF SQLCODE = 0
               ADD 1 TO STCNT
               IF STCNT = 1
                   DISPLAY 'SHIP-TO ADDRESSES ON FILE:'
               END-IF
               IF STDEFAULT = 'Y'
                   DISPLAY '  ' SHIPTONAME ' (DEFAULT)'
               ELSE
                   DISPLAY '  ' SHIPTONAME
               END-IF
               MOVE SHIPZIP TO O-ZIP
               IF NL-SHIPUNIT = 0
                   MOVE SHIPUNIT TO O-UNITNUM
                   DISPLAY '    ' O-UNITNUM ' ' SHIPSTREET-VALUE
               ELSE
                   DISPLAY '    ' SHIPSTREET-VALUE
               END-IF
               DISPLAY '    ' SHIPCITY-VALUE ' ' SHIPST-VALUE ' '
                   O-ZIP.

       LOOP-STLIST-EXIT.
           EXIT.

      *    A NAME ALREADY IN THE ADDRESS BOOK HAS ITS ADDRESS REPLACED
      *    - OTHERWISE THE ADDRESS IS ADDED. THE CUSTOMER'S FIRST
      *    ADDRESS BECOMES THEIR DEFAULT
       ADD-SHIPTO.
           DISPLAY 'ENTER A NAME FOR THE ADDRESS, UP TO 10 CHARACTERS'
               ' (E.G. WAREHOUSE):'.
           MOVE ' ' TO SHIPTONAME.
           ACCEPT SHIPTONAME.
           MOVE FUNCTION UPPER-CASE(SHIPTONAME) TO SHIPTONAME.
           IF SHIPTONAME = ' '
               DISPLAY 'ADDRESS NAME WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO ADD-SHIPTO-EXIT.
      *    '*' AND '+' MEAN CANCEL AND KEY-BY-HAND AT ORDER ENTRY
           IF SHIPTONAME = '*' OR SHIPTONAME = '+'
               DISPLAY 'ADDRESS NAME CANNOT BE * OR +'
               ADD 1 TO ERRCTR
               GO TO ADD-SHIPTO-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-STREET THRU GET-STREET-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPUNIT THRU GET-SHIPUNIT-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-CITY THRU GET-CITY-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ST THRU GET-ST-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ZIP THRU GET-ZIP-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO ADD-SHIPTO-EXIT.

      *    THE STATE IS KEPT IN UPPER CASE SO IT MATCHES THE TAX AND
      *    SHIPPING RATE TABLES
           MOVE FUNCTION UPPER-CASE(ST-VALUE) TO ST-VALUE.
           MOVE 'ADD-SHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CUSTSHIPTO
                   SET UNITNUMBER = :SHIPUNIT :NL-SHIPUNIT,
                       STREET = :STREET,
                       CITY = :CITY,
                       ST = :ST,
                       ZIP = :ZIP
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND SHIPTONAME = :SHIPTONAME
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' SHIPTONAME ' ADDRESS WAS CHANGED'
               ADD 1 TO UPDATECTR
               GO TO ADD-SHIPTO-EXIT.

           IF STCNT = 0
               MOVE 'Y' TO STDEFAULT
           ELSE
               MOVE 'N' TO STDEFAULT.
           EXEC SQL
               INSERT INTO CUSTSHIPTO
                   (CUSTOMERID, SHIPTONAME, UNITNUMBER, STREET, CITY,
                   ST, ZIP, DEFAULTSHIPTO)
               VALUES (:FK-CUSTID, :SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
               :STREET, :CITY, :ST, :ZIP, :STDEFAULT)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' SHIPTONAME ' ADDRESS WAS ADDED'
               IF STDEFAULT = 'Y'
                   DISPLAY 'IT IS THE CUSTOMER''S DEFAULT SHIP-TO'
               END-IF
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE ADDRESS COULD NOT BE ADDED'
               ADD 1 TO ERRCTR.

       ADD-SHIPTO-EXIT.
           EXIT.

      *    EXACTLY ONE ADDRESS IS THE DEFAULT - SETTING ONE CLEARS THE
      *    FLAG ON ALL THE OTHERS
       DEFAULT-SHIPTO.
           DISPLAY 'ENTER THE NAME OF THE ADDRESS TO MAKE THE DEFAULT:'.
           MOVE ' ' TO SHIPTONAME.
           ACCEPT SHIPTONAME.
           MOVE FUNCTION UPPER-CASE(SHIPTONAME) TO SHIPTONAME.
           MOVE 'DEFAULT-SHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :STCNT
               FROM CUSTSHIPTO
               WHERE CUSTOMERID = :FK-CUSTID
               AND SHIPTONAME = :SHIPTONAME
           END-EXEC.
           IF STCNT = 0
               DISPLAY 'NO ADDRESS NAMED ' SHIPTONAME ' IS ON FILE'
               ADD 1 TO ERRCTR
               GO TO DEFAULT-SHIPTO-EXIT.
           EXEC SQL
               UPDATE CUSTSHIPTO
                   SET DEFAULTSHIPTO =
                       CASE WHEN SHIPTONAME = :SHIPTONAME
                            THEN 'Y' ELSE 'N' END
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' SHIPTONAME ' ADDRESS IS NOW THE DEFAULT'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE DEFAULT COULD NOT BE CHANGED'
               ADD 1 TO ERRCTR.

       DEFAULT-SHIPTO-EXIT.
           EXIT.

       REMOVE-SHIPTO.
           DISPLAY 'ENTER THE NAME OF THE ADDRESS TO REMOVE:'.
           MOVE ' ' TO SHIPTONAME.
           ACCEPT SHIPTONAME.
           MOVE FUNCTION UPPER-CASE(SHIPTONAME) TO SHIPTONAME.
           MOVE 'N' TO STDEFAULT.
           MOVE 'REMOVE-SHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT DEFAULTSHIPTO
               INTO :STDEFAULT
               FROM CUSTSHIPTO
               WHERE CUSTOMERID = :FK-CUSTID
               AND SHIPTONAME = :SHIPTONAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'NO ADDRESS NAMED ' SHIPTONAME ' IS ON FILE'
               ADD 1 TO ERRCTR
               GO TO REMOVE-SHIPTO-EXIT.
           EXEC SQL
               DELETE FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND SHIPTONAME = :SHIPTONAME
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE ' SHIPTONAME ' ADDRESS WAS REMOVED'
               IF STDEFAULT = 'Y'
                   DISPLAY 'IT WAS THE DEFAULT - MAKE ANOTHER ADDRESS'
                       ' THE DEFAULT'
               END-IF
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE ADDRESS COULD NOT BE REMOVED'
               ADD 1 TO ERRCTR.

       REMOVE-SHIPTO-EXIT.
           EXIT.

      *    ANONYMIZES ONE CUSTOMER AT THEIR OWN REQUEST - A SUPERVISOR
      *    FUNCTION, AND THE SAME CHANGE THE PRIVACY PURGE MAKES FOR
      *    AN INACTIVE CUSTOMER: THE NAME, STREET, UNIT, ZIP AND EMAIL
      *    ARE OVERWRITTEN, THE STREET LEVEL OF THEIR ORDERS' DELIVERY
      *    ADDRESSES IS CLEARED, THE SHIP-TO ADDRESS BOOK IS DROPPED
      *    AND THE TEXT OF THEIR NOTES REMOVED. THE CUSTOMER ID AND
      *    EVERY FINANCIAL ROW STAY, SO THE BOOKS STILL TIE OUT. A
      *    CUSTOMER WHO STILL OWES MONEY, OR IS OWED SOME, HAS TO BE
      *    SETTLED UP FIRST
       PRIVACY-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO PRIVACY-OP-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ORD-CUSTID THRU GET-ORD-CUSTID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO PRIVACY-OP-EXIT.

           MOVE ' ' TO ANONDATE.
           MOVE 0 TO NL-ANONDATE.
           MOVE 'PRIVACY-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(ANONDATE, ISO)
               INTO :ANONDATE :NL-ANONDATE
               FROM CUSTOMERS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF NL-ANONDATE = 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' WAS ALREADY ANONYMIZED'
                   ' ON ' ANONDATE
               GO TO PRIVACY-OP-EXIT.

           PERFORM CALC-CUST-OPENBAL.
           IF WKOPENBALTOT > 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' STILL OWES '
                   WKOPENBALTOT ' - COLLECT OR WRITE IT OFF FIRST'
               ADD 1 TO ERRCTR
               GO TO PRIVACY-OP-EXIT.
           IF WKOPENCRDTOT < 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HOLDS CREDIT ON'
                   ' ACCOUNT - REFUND IT FIRST'
               ADD 1 TO ERRCTR
               GO TO PRIVACY-OP-EXIT.
           MOVE 'PRIVACY-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :PRIVREFCNT
               FROM RETURNS R, ORDERS O
               WHERE R.ORDERID = O.ORDERID
               AND O.CUSTOMERID = :FK-CUSTID
               AND R.REFUNDSTATUS IN ('N', 'A')
           END-EXEC.
           IF PRIVREFCNT > 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS ' PRIVREFCNT
                   ' REFUND(S) STILL TO BE PAID - PAY THEM FIRST'
               ADD 1 TO ERRCTR
               GO TO PRIVACY-OP-EXIT.

      *    COVERAGE STILL RUNNING DOESN'T STOP A REQUEST, BUT THE
      *    SUPERVISOR SHOULD KNOW A CLAIM WILL ONLY BE TRACEABLE BY
      *    THE CUSTOMER ID OR THE UNIT'S SERIAL NUMBER
           EXEC SQL
               SELECT COUNT(*)
               INTO :PRIVWARCNT
               FROM ORDERS O
               WHERE O.CUSTOMERID = :FK-CUSTID
               AND EXISTS
                   (SELECT 1
                    FROM WARRANTYCONTRACTS C
                    WHERE C.ORDERID = O.ORDERID
                    AND C.ENDDATE >= CURRENT DATE)
           END-EXEC.
           IF PRIVWARCNT > 0
               DISPLAY 'NOTE - ' PRIVWARCNT ' ORDER(S) STILL CARRY'
                   ' WARRANTY CONTRACT COVERAGE'.

           DISPLAY 'THE CUSTOMER''S NAME, ADDRESS AND EMAIL WILL BE'
               ' PERMANENTLY REMOVED'.
           DISPLAY 'DO YOU WISH TO PROCEED?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.
           IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
               DISPLAY 'THE CUSTOMER WAS NOT ANONYMIZED'
               GO TO PRIVACY-OP-EXIT.

           PERFORM ANONYMIZE-CUST THRU ANONYMIZE-CUST-EXIT.

       PRIVACY-OP-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    THE NAME BECOMES A PLACEHOLDER CARRYING THE CUSTOMER ID SO
      *    NO TWO ANONYMIZED CUSTOMERS LOOK ALIKE TO THE DUPLICATE
      *    REPORT. CITY AND STATE STAY FOR THE TAX AND TERRITORY
      *    FIGURES. A CLOSED NOTE RECORDS WHO DID IT AND WHEN
       ANONYMIZE-CUST.
           MOVE 'ANONYMIZE-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CUSTOMERS
                   SET FIRSTNAME = 'ANONYMIZED',
                       LASTNAME = 'CUST ' || CUSTOMERID,
                       UNITNUMBER = 0,
                       STREET = 'REMOVED',
                       ZIP = 0,
                       EMAIL = NULL,
                       ANONDATE = CURRENT DATE
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE ANONYMIZING THE CUSTOMER'
               ADD 1 TO ERRCTR
               GO TO ANONYMIZE-CUST-EXIT.
           EXEC SQL
               UPDATE ORDERS
                   SET SHIPPINGUNIT = NULL,
                       SHIPPINGSTREET = NULL,
                       SHIPPINGZIP = NULL
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           EXEC SQL
               UPDATE CUSTNOTES
                   SET NOTETEXT = 'REMOVED FOR PRIVACY',
                       NOTESTATUS = 'C',
                       CLOSEDDATE = COALESCE(CLOSEDDATE, CURRENT DATE),
                       CLOSEDBY = COALESCE(CLOSEDBY, :OPERID)
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           EXEC SQL
               INSERT INTO CUSTNOTES
                   (CUSTOMERID, NOTEDATE, NOTETIME, OPERATORID,
                   CATEGORY, NOTETEXT, NOTESTATUS, CLOSEDDATE,
                   CLOSEDBY)
               VALUES (:FK-CUSTID, CURRENT DATE, CURRENT TIME,
               :OPERID, 'G', 'PERSONAL DETAILS ANONYMIZED ON REQUEST',
               'C', CURRENT DATE, :OPERID)
           END-EXEC.
           DISPLAY 'CUSTOMER ' FK-CUSTID ' WAS ANONYMIZED'.
           ADD 1 TO UPDATECTR.

       ANONYMIZE-CUST-EXIT.
           EXIT.

      *    CHECKS THE DATE IN WKCPDATEENTRY IS A YYYY-MM-DD DATE
       CHECK-CP-DATE.
           MOVE 'Y' TO FIELD-OK-SW.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.
           UNSTRING WKCPDATEENTRY DELIMITED BY '-'
               INTO WKYYYY, WKMM, WKDD
           END-UNSTRING.
           IF WKYYYY NOT NUMERIC OR WKMM NOT NUMERIC
           OR WKDD NOT NUMERIC
               DISPLAY 'THE DATE SHOULD BE IN YYYY-MM-DD FORMAT'
               MOVE 'N' TO FIELD-OK-SW
           ELSE
               IF WKMM < '01' OR WKMM > '12' OR WKDD < '01'
               OR WKDD > '31'
                   DISPLAY WKCPDATEENTRY ' IS NOT A VALID DATE'
                   MOVE 'N' TO FIELD-OK-SW.

       DELETE-ROW-CUST.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO DELETE-ROW-CUST-EXIT.
           PERFORM PREDELETE-CUST THRU PREDELETE-CUST-EXIT.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
           IF ERRCTR = 0
               IF CUSTHASORDERS-SW = 'Y'
                   DISPLAY 'WARNING - THIS CUSTOMER STILL HAS '
                       CUSTORDCNT ' ORDER(S) ON FILE'
                   DISPLAY 'DELETING THIS CUSTOMER WILL ORPHAN THOSE'
                       ' ORDERS'
               END-IF
               DISPLAY 'DO YOU STILL WISH TO DELETE THIS CUSTOMER?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM DELETE-CUST
               ELSE
                   DISPLAY 'THE CUSTOMER WAS NOT DELETED'
                   MOVE 'N' TO DELETE-SW.

       DELETE-ROW-CUST-EXIT.
           EXIT.

       PREDELETE-CUST.
           DISPLAY 'PLEASE ENTER AN EXISTING CUSTOMER ID, OR ? TO'
               ' SEARCH BY NAME:'.
           ACCEPT PK-CUSTID.
           IF PK-CUSTID = '?'
               PERFORM LOOKUP-CUST-BY-NAME THRU
                   LOOKUP-CUST-BY-NAME-EXIT
               IF CUSTPICKED-SW = 'Y'
                   MOVE WKPICKCUSTID TO PK-CUSTID
               ELSE
                   MOVE 'Y' TO TRANCANCEL-SW
                   GO TO PREDELETE-CUST-EXIT
               END-IF
           END-IF.
           PERFORM SELECT-CUST-DELETE.

       PREDELETE-CUST-EXIT.
           EXIT.

      *    NAME-SEARCH PICK LIST - TAKES A FULL OR PARTIAL LAST NAME
      *    (AND OPTIONALLY FIRST NAME), LISTS THE MATCHING CUSTOMERS
      *    A PAGE AT A TIME WITH ID, NAME, CITY AND STATE, AND LETS
      *    THE OPERATOR SELECT ONE TO CARRY BACK INTO WHATEVER
      *    TRANSACTION ASKED FOR THE SEARCH, SO A CUSTOMER ON THE
      *    PHONE CAN BE FOUND WITHOUT KNOWING THEIR CUSTOMERID
       LOOKUP-CUST-BY-NAME.
           MOVE 'N' TO CUSTPICKED-SW.
           MOVE 'N' TO PICKCANCEL-SW.
           DISPLAY 'ENTER ALL OR PART OF THE LAST NAME:'.
           ACCEPT WKLNAMEENTRY.
           IF WKLNAMEENTRY = ' ' OR WKLNAMEENTRY = '*'
               MOVE 'Y' TO PICKCANCEL-SW
               GO TO LOOKUP-CUST-BY-NAME-EXIT.
           DISPLAY 'ENTER ALL OR PART OF THE FIRST NAME, OR LEAVE'
               ' BLANK FOR ALL:'.
           ACCEPT WKFNAMEENTRY.
           PERFORM BUILD-NAME-PATTERNS.
           PERFORM DECLARE-CUSTNAME.
           PERFORM PROC-CUSTNAME.

           IF CUSTPICKED-SW = 'N' AND PICKCANCEL-SW = 'N'
               IF PICKROWCTR = 0
                   DISPLAY 'NO CUSTOMERS MATCHED THAT NAME'
               ELSE
                   DISPLAY 'NO CUSTOMER WAS SELECTED'
               END-IF
               MOVE 'Y' TO PICKCANCEL-SW.

       LOOKUP-CUST-BY-NAME-EXIT.
           EXIT.

      *    TURNS THE OPERATOR'S NAME ENTRIES INTO LIKE PATTERNS - THE
      *    TRIMMED ENTRY WITH A '%' APPENDED, OR A LONE '%' WHEN NO
      *    FIRST NAME WAS GIVEN
       BUILD-NAME-PATTERNS.
           MOVE FUNCTION UPPER-CASE(WKLNAMEENTRY) TO WKLNAMEENTRY.
           MOVE FUNCTION UPPER-CASE(WKFNAMEENTRY) TO WKFNAMEENTRY.

           MOVE ' ' TO LNAMEPAT-VALUE.
           STRING WKLNAMEENTRY DELIMITED BY ' '
               '%' DELIMITED BY SIZE
           INTO LNAMEPAT-VALUE.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(WKLNAMEENTRY)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF WKLNAMEENTRY GIVING LNAMEPAT-LENG.
           ADD 1 TO LNAMEPAT-LENG.

           MOVE ' ' TO FNAMEPAT-VALUE.
           IF WKFNAMEENTRY = ' '
               MOVE '%' TO FNAMEPAT-VALUE
               MOVE 1 TO FNAMEPAT-LENG
           ELSE
               STRING WKFNAMEENTRY DELIMITED BY ' '
                   '%' DELIMITED BY SIZE
               INTO FNAMEPAT-VALUE
               MOVE 0 TO L
               INSPECT FUNCTION REVERSE(WKFNAMEENTRY)
                   TALLYING L FOR LEADING ' '
               SUBTRACT L FROM LENGTH OF WKFNAMEENTRY
                   GIVING FNAMEPAT-LENG
               ADD 1 TO FNAMEPAT-LENG.

       DECLARE-CUSTNAME.
           EXEC SQL
               DECLARE CUSTNAME_CUR CURSOR FOR
               SELECT CUSTOMERID, UPPER(FIRSTNAME), UPPER(LASTNAME),
                   UPPER(CITY), ST
               FROM CUSTOMERS
               WHERE UPPER(LASTNAME) LIKE :LNAMEPAT
               AND UPPER(FIRSTNAME) LIKE :FNAMEPAT
               ORDER BY LASTNAME, FIRSTNAME
           END-EXEC.

       PROC-CUSTNAME.
           MOVE 0 TO PICKROWCTR.
           MOVE 0 TO PICKLINECTR.
           MOVE 'PROC-CUSTNAME' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CUSTNAME_CUR END-EXEC.
           PERFORM LOOP-CUSTNAME THRU LOOP-CUSTNAME-EXIT
               UNTIL SQLCODE = 100 OR CUSTPICKED-SW = 'Y'
                   OR PICKCANCEL-SW = 'Y'.
           MOVE 'PROC-CUSTNAME' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTNAME_CUR END-EXEC.

      *    OFFERS THE PICK PROMPT FOR THE LAST, PARTIAL PAGE OF
      *    MATCHES ONCE THE CURSOR RUNS DRY
           IF CUSTPICKED-SW = 'N' AND PICKCANCEL-SW = 'N'
               AND PICKLINECTR > 0
               PERFORM PICK-CUST-PROMPT.

       LOOP-CUSTNAME.
           PERFORM PRESELECT-CUST.
           MOVE 'LOOP-CUSTNAME' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTNAME_CUR
               INTO :PK-CUSTID, :FNAME-VALUE, :LNAME-VALUE,
                   :CITY-VALUE, :ST-VALUE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CUSTNAME-EXIT.
           IF SQLCODE = 0
               ADD 1 TO PICKROWCTR
               DISPLAY PK-CUSTID ' ' FNAME-VALUE ' ' LNAME-VALUE
                   ' ' CITY-VALUE ' ' ST-VALUE
               ADD 1 TO PICKLINECTR
               IF PICKLINECTR >= PICKLIST-PAGESIZE
                   PERFORM PICK-CUST-PROMPT
                   MOVE 0 TO PICKLINECTR
               END-IF.

       LOOP-CUSTNAME-EXIT.
           EXIT.

       PICK-CUST-PROMPT.
           DISPLAY 'ENTER A CUSTOMER ID TO SELECT IT, PRESS ENTER FOR'
               ' MORE, OR * TO CANCEL:'.
           ACCEPT WKPICKID.
           IF WKPICKID = '*'
               MOVE 'Y' TO PICKCANCEL-SW
           ELSE
               IF WKPICKID NOT = ' '
                   MOVE WKPICKID TO WKPICKCUSTID
                   MOVE 'Y' TO CUSTPICKED-SW.

      *    CUSTOMER MAINTENANCE - THE ONLY WAY TO FIX A MOVED
      *    CUSTOMER'S ADDRESS OR EMAIL USED TO BE DELETE-AND-REINSERT,
      *    WHICH ORPHANS THEIR ORDER HISTORY; THIS UPDATES THE ROW IN
      *    PLACE WITH THE SAME FIELD-BY-FIELD Y/N PROMPTS
      *    CHANGE-VALUE-COMP USES FOR COMPANY
       UPDATE-CUST-OP.
           DISPLAY 'PLEASE ENTER AN EXISTING CUSTOMER ID, OR ? TO'
               ' SEARCH BY NAME:'.
           ACCEPT PK-CUSTID.
           IF PK-CUSTID = '?'
               PERFORM LOOKUP-CUST-BY-NAME THRU
                   LOOKUP-CUST-BY-NAME-EXIT
               IF CUSTPICKED-SW = 'Y'
                   MOVE WKPICKCUSTID TO PK-CUSTID
               ELSE
                   MOVE 'Y' TO TRANCANCEL-SW
                   GO TO UPDATE-CUST-OP-EXIT
               END-IF
           END-IF.

           PERFORM PREUPDATE-CUST.

           IF ERRCTR = 0 AND UPDATECTR > 0
               DISPLAY 'CUSTOMER ' PK-CUSTID ' HAD ' UPDATECTR
                   ' FIELD(S) UPDATED'
           ELSE
               DISPLAY 'CUSTOMER ' PK-CUSTID ' WAS NOT UPDATED'.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       UPDATE-CUST-OP-EXIT.
           EXIT.

       PREUPDATE-CUST.
           PERFORM SELECT-CUST-FOR-UPDATE.

           IF ERRCTR = 0
               PERFORM CHANGE-VALUES-CUST.

           IF ERRCTR = 0 AND UPDATECTR > 0
               PERFORM UPDATE-CUST.

      *    FETCHES THE ROW FOR UPDATE WITHOUT UPPER() ON THE COLUMNS
      *    THAT GET WRITTEN BACK WHOLESALE, SO AN UPDATE THAT ONLY
      *    TOUCHES THE ZIP OR THE RECURRING FLAG DOESN'T SILENTLY
      *    REWRITE THE STORED MIXED-CASE STREET AND CITY AS UPPERCASE
      *    - THE NAMES STAY UPPERCASED FOR DISPLAY ONLY, SINCE THE
      *    UPDATE NEVER WRITES THEM BACK
       SELECT-CUST-FOR-UPDATE.
           PERFORM PRESELECT-CUST.
           MOVE 'SELECT-CUST-FOR-UPDATE' TO ERR-PARAGRAPH.
           EXEC SQL
              SELECT UPPER(FIRSTNAME), UPPER(LASTNAME), UNITNUMBER,
              STREET, CITY, ST, ZIP, EMAIL, RECURRING, CREDITLIMIT,
              NOTIFYOPTOUT
              INTO :FNAME, :LNAME, :UNITNUM, :STREET, :CITY, :ST,
              :ZIP, :EMAIL :NL-EMAIL, :RECUR,
              :CREDITLIMIT :NL-CREDITLIMIT, :NOTIFYOPTOUT
              FROM CUSTOMERS
              WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'CUSTOMER WAS FOUND, PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
               PERFORM DISPLAY-CUST
           ELSE
               IF PK-CUSTID = ' '
                   DISPLAY 'NOTHING WAS ENTERED'
                   ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'CUSTOMER WAS NOT FOUND'
                   ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       CHANGE-VALUES-CUST.
           DISPLAY 'DO YOU WISH TO UPDATE THE STREET FIELD?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.

      *    UPPER-CASE USED TO FORCE INPUT TO UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) = 'Y'
               PERFORM CHANGE-CUST-STREET.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE UNIT NUMBER FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-UNITNUM.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE CITY FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-CITY.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE STATE FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-ST.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE ZIP CODE FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-ZIP.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE EMAIL FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-EMAIL.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE RECURRING FLAG?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-RECUR.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE CREDIT LIMIT?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-CREDIT.

           IF ERRCTR = 0
               DISPLAY 'ORDER NOTIFICATIONS OPTED OUT: ' NOTIFYOPTOUT
               DISPLAY 'DO YOU WISH TO UPDATE THE NOTIFICATION OPT-OUT?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-CUST-OPTOUT.

           IF ERRCTR > 0 AND UPDATECTR > 0
               MOVE 0 TO UPDATECTR.

       CHANGE-CUST-STREET.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE CUSTOMER''S STREET'
      -                                                     ' TO: '.
           ACCEPT STREET-VALUE.
           PERFORM CALC-LEN-STREET.
           PERFORM STREET-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       CHANGE-CUST-UNITNUM.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE CUSTOMER''S UNIT'
      -                                              ' NUMBER TO: '.
           ACCEPT WKUNITNUMENTRY.
           PERFORM UNITNUM-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       CHANGE-CUST-CITY.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE CUSTOMER''S CITY TO: '.
           ACCEPT CITY-VALUE.
           PERFORM CALC-LEN-CITY.
           PERFORM CITY-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       CHANGE-CUST-ST.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE CUSTOMER''S STATE TO: '.
           ACCEPT ST-VALUE.
           PERFORM CALC-LEN-ST.
           PERFORM ST-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       CHANGE-CUST-ZIP.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE CUSTOMER''S ZIP CODE'
      -                                                     ' TO: '.
           ACCEPT WKZIPENTRY.
           PERFORM ZIP-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       CHANGE-CUST-EMAIL.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE CUSTOMER''S EMAIL TO,'
      -                                  ' OR LEAVE BLANK FOR NONE: '.
           ACCEPT EMAIL-VALUE.
           PERFORM CALC-LEN-EMAIL.
           PERFORM CUST-EMAIL-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       CHANGE-CUST-RECUR.
           DISPLAY
       'SHOULD THIS CUSTOMER BE FLAGGED AS RECURRING? (Y/N): '.
           ACCEPT RECUR.
           PERFORM RECUR-CHECK.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

      *    A RAISE OF MORE THAN DUAL-CREDIT-INCR, OR TAKING THE LIMIT
      *    OFF ALTOGETHER, IS HELD FOR A SECOND SUPERVISOR - THE LIMIT
      *    ON FILE STAYS AS IT WAS UNTIL THE REQUEST IS APPROVED
       CHANGE-CUST-CREDIT.
           MOVE CREDITLIMIT TO APROLDVAL.
           MOVE NL-CREDITLIMIT TO NL-APROLDVAL.
           DISPLAY
       'ENTER THE NEW CREDIT LIMIT, OR LEAVE BLANK FOR NO LIMIT: '.
           ACCEPT WKCREDITENTRY.
           PERFORM CREDITLIMIT-CHECK.

           IF ERRCTR = 0
               IF NL-APROLDVAL = 0 AND
                   (NL-CREDITLIMIT < 0 OR
                    CREDITLIMIT - APROLDVAL > DUAL-CREDIT-INCR)
                   MOVE 'C' TO APRTYPE
                   MOVE PK-CUSTID TO APRKEY
                   MOVE ' ' TO APRLOC
                   MOVE CREDITLIMIT TO APRNEWVAL
                   MOVE NL-CREDITLIMIT TO NL-APRNEWVAL
                   MOVE APROLDVAL TO CREDITLIMIT
                   MOVE NL-APROLDVAL TO NL-CREDITLIMIT
                   PERFORM INSERT-APPROVAL THRU INSERT-APPROVAL-EXIT
               ELSE
                   ADD 1 TO UPDATECTR.

      *    AN OPTED-OUT CUSTOMER'S ORDER EVENTS ARE STILL LOGGED BY THE
      *    NIGHTLY NOTIFICATION RUN, JUST NOT SENT - OPTING BACK IN
      *    ONLY COVERS EVENTS FROM THEN ON
       CHANGE-CUST-OPTOUT.
           DISPLAY
       'SHOULD THIS CUSTOMER BE SENT NO ORDER NOTIFICATIONS? (Y/N): '.
           ACCEPT NOTIFYOPTOUT.
           MOVE FUNCTION UPPER-CASE(NOTIFYOPTOUT) TO NOTIFYOPTOUT.
           IF NOTIFYOPTOUT NOT = 'Y' AND NOTIFYOPTOUT NOT = 'N'
               DISPLAY 'NOTIFICATION OPT-OUT SHOULD BE Y OR N'
               ADD 1 TO ERRCTR.

           IF ERRCTR = 0
               ADD 1 TO UPDATECTR.

       UPDATE-CUST.
           MOVE 'UPDATE-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CUSTOMERS
                   SET UNITNUMBER = :UNITNUM,
                       STREET = :STREET,
                       CITY = :CITY,
                       ST = :ST,
                       ZIP = :ZIP,
                       EMAIL = :EMAIL :NL-EMAIL,
                       RECURRING = :RECUR,
                       CREDITLIMIT = :CREDITLIMIT :NL-CREDITLIMIT,
                       NOTIFYOPTOUT = :NOTIFYOPTOUT
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS CUSTOMER'
               ADD 1 TO ERRCTR.

       SELECT-CUST-DELETE.
           PERFORM PRESELECT-CUST.
           MOVE 'SELECT-CUST-DELETE' TO ERR-PARAGRAPH.
           EXEC SQL 
              SELECT UPPER(FIRSTNAME), UPPER(LASTNAME), UNITNUMBER, 
              UPPER(STREET), UPPER(CITY), ST, ZIP, EMAIL, RECURRING,
              CREDITLIMIT
              INTO :FNAME, :LNAME, :UNITNUM, :STREET, :CITY, :ST, 
              :ZIP, :EMAIL :NL-EMAIL, :RECUR,
              :CREDITLIMIT :NL-CREDITLIMIT
              FROM CUSTOMERS
              WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC. 
           IF SQLCODE = 0
               DISPLAY 'CUSTOMER WAS FOUND, PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
               PERFORM DISPLAY-CUST
               PERFORM CHECK-CUST-ORDERS
           ELSE
               IF PK-CUSTID = ' '
                   DISPLAY 'NOTHING WAS ENTERED'
                   ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'CUSTOMER WAS NOT FOUND'
                   ADD 1 TO ERRCTR.
           
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       PRESELECT-CUST.
      *    CLEARS VALUES IN VARCHAR VARIABLES
           MOVE ' ' TO FNAME-VALUE.
           MOVE ' ' TO LNAME-VALUE.
           MOVE ' ' TO STREET-VALUE.
           MOVE ' ' TO CITY-VALUE.
           MOVE ' ' TO ST-VALUE.
           MOVE ' ' TO EMAIL-VALUE.

      *    CLEARS VALUES IN NULLABLE (INDICATOR) VARIABLES
           MOVE 0 TO NL-EMAIL.
           MOVE 0 TO NL-CREDITLIMIT.
           MOVE 0 TO CREDITLIMIT.

      *    CHECKS FOR EXISTING CHILD ROWS IN ORDERS BEFORE DELETE-CUST
      *    RUNS, SO DELETE-ROW-CUST CAN WARN THE OPERATOR ABOUT
      *    ORPHANING A CUSTOMER'S ORDER HISTORY
       CHECK-CUST-ORDERS.
           MOVE 'CHECK-CUST-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CUSTORDCNT
               FROM ORDERS
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF CUSTORDCNT > 0
               MOVE 'Y' TO CUSTHASORDERS-SW
           ELSE
               MOVE 'N' TO CUSTHASORDERS-SW.

       DISPLAY-CUST.
           MOVE UNITNUM TO O-UNITNUM.
           MOVE ZIP TO O-ZIP.
           DISPLAY 'CUSTOMER ID: ' PK-CUSTID. 
           DISPLAY 'FIRST NAME: ' FNAME-VALUE. 
		   DISPLAY 'LAST NAME: ' LNAME-VALUE. 
           DISPLAY 'UNIT NUMBER: ' O-UNITNUM.
	       DISPLAY 'STREET: ' STREET-VALUE.
		   DISPLAY 'CITY: ' CITY-VALUE.
           DISPLAY 'STATE: ' ST-VALUE.
		   DISPLAY 'ZIP CODE: ' O-ZIP.

      *    NULL CHECK
           IF NL-EMAIL > 0
               DISPLAY 'EMAIL: ' EMAIL-VALUE
           ELSE
               DISPLAY 'EMAIL: UNKNOWN'.

           DISPLAY 'RECURRING CUSTOMER: ' RECUR.

      *    NULL CHECK - NO LIMIT MEANS THE CUSTOMER IS SOLD TO FREELY
           IF NL-CREDITLIMIT < 0
               DISPLAY 'CREDIT LIMIT: NONE'
           ELSE
               DISPLAY 'CREDIT LIMIT: ' CREDITLIMIT.

      *    THE LOYALTY BALANCE PRINTS RIGHT NEXT TO THE CUSTOMER SO
      *    THE OPERATOR NEVER HAS TO GO LOOKING FOR IT
           PERFORM DISPLAY-CUST-LOYALTY.

      *    THE PHONE REP SEES EVERY COLLECTION LETTER THE CUSTOMER HAS
      *    ALREADY BEEN SENT, AND WHETHER THEY ARE ON CREDIT HOLD
           PERFORM DISPLAY-CUST-DUNNING.

      *    AND ANY CASE STILL OPEN ON THE CUSTOMER - A PROMISED
      *    CALLBACK, AN UNRESOLVED COMPLAINT
           MOVE PK-CUSTID TO FK-CUSTID.
           PERFORM DECLARE-OPENNOTE.
           PERFORM PROC-OPENNOTE.
           IF NOTECNT = 0
               DISPLAY 'OPEN CASES: NONE'.

       DISPLAY-CUST-LOYALTY.
           MOVE 'DISPLAY-CUST-LOYALTY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT POINTS
               INTO :LOYALPTS
               FROM LOYALTYPOINTS
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO LOYALPTS.
           DISPLAY 'LOYALTY POINTS BALANCE: ' LOYALPTS.

       DISPLAY-CUST-DUNNING.
           MOVE 'DISPLAY-CUST-DUNNING' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CREDITHOLD
               INTO :CREDITHOLD
               FROM CUSTOMERS
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF SQLCODE = 0 AND CREDITHOLD = 'Y'
               DISPLAY 'CREDIT HOLD: YES - FINAL DEMAND OUTSTANDING'
           ELSE
               DISPLAY 'CREDIT HOLD: NO'.
           PERFORM DECLARE-DUNNHIST.
           PERFORM PROC-DUNNHIST.

       DECLARE-DUNNHIST.
           EXEC SQL
               DECLARE DUNNHIST_CUR CURSOR FOR
               SELECT CHAR(LETTERDATE, ISO), DUNNLEVEL, PASTDUEAMT
               FROM DUNNINGHIST
               WHERE CUSTOMERID = :PK-CUSTID
               ORDER BY LETTERDATE DESC, DUNNID DESC
           END-EXEC.

       PROC-DUNNHIST.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-DUNNHIST' TO ERR-PARAGRAPH.
           EXEC SQL OPEN DUNNHIST_CUR END-EXEC.
           PERFORM LOOP-DUNNHIST THRU LOOP-DUNNHIST-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-DUNNHIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DUNNHIST_CUR END-EXEC.
           IF ROWCTR = 0
               DISPLAY 'DUNNING LETTERS SENT: NONE'.

       LOOP-DUNNHIST.
           MOVE 'LOOP-DUNNHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DUNNHIST_CUR
               INTO :DH-LETTERDATE, :DH-LEVEL, :DH-PASTDUE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-DUNNHIST-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               IF ROWCTR = 1
                   DISPLAY 'DUNNING LETTERS SENT, LATEST FIRST:'
               END-IF
               MOVE DH-PASTDUE TO O-PRICE
               EVALUATE DH-LEVEL
                   WHEN 1
                       DISPLAY '  ' DH-LETTERDATE ' FRIENDLY REMINDER'
                           '  PAST DUE ' O-PRICE
                   WHEN 2
                       DISPLAY '  ' DH-LETTERDATE ' SECOND NOTICE    '
                           '  PAST DUE ' O-PRICE
                   WHEN OTHER
                       DISPLAY '  ' DH-LETTERDATE ' FINAL DEMAND     '
                           '  PAST DUE ' O-PRICE
               END-EVALUATE.

       LOOP-DUNNHIST-EXIT.
           EXIT.

      *    THE CUSTOMER'S PRICE AGREEMENTS, EXEMPTION CERTIFICATES AND
      *    CONTACT NOTES MEAN NOTHING WITHOUT THE CUSTOMER AND GO WITH
      *    THEM
       DELETE-CUST.
           MOVE 'DELETE-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM CUSTNOTES
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTPRICES
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               DELETE FROM TAXEXEMPTCERTS
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTOMERS
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS DELETED'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE DELETING THIS CUSTOMER'
               ADD 1 TO ERRCTR.

       INSERT-ROW-CUST.
           PERFORM GENERATE-CUSTID.
           DISPLAY 'GENERATED CUSTOMER ID: ' PK-CUSTID.
           PERFORM PRESELECT-CUST.
           PERFORM ENTER-CUST-VALUES.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               IF ERRCTR = 0
                   PERFORM INSERT-CUST.

      *    LOOKS UP THE HIGHEST EXISTING CUSTOMERID AND GENERATES THE
      *    NEXT ONE, SO THE OPERATOR NEVER HAS TO KEY IN A KEY THAT
      *    MIGHT ALREADY BE IN USE
       GENERATE-CUSTID.
           MOVE 'CUSTOMERID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTCUSTID.
           MOVE WKNEXTCUSTID TO PK-CUSTID.

      *    EACH FIELD IS GATHERED BY ITS OWN GET- PARAGRAPH THAT KEEPS
      *    RE-PROMPTING UNTIL THE FIELD PASSES ITS CHECK, SO ONE TYPO
      *    NO LONGER THROWS AWAY EVERYTHING ALREADY KEYED - KEYING '*'
      *    AT ANY PROMPT BACKS OUT OF THE WHOLE TRANSACTION
       ENTER-CUST-VALUES.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-FNAME THRU GET-FNAME-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-LNAME THRU GET-LNAME-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-UNITNUM THRU GET-UNITNUM-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-STREET THRU GET-STREET-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-CITY THRU GET-CITY-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ST THRU GET-ST-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ZIP THRU GET-ZIP-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-CUST-EMAIL THRU GET-CUST-EMAIL-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RECUR THRU GET-RECUR-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-CREDITLIMIT THRU GET-CREDITLIMIT-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

       GET-CREDITLIMIT.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE CREDIT LIMIT, LEAVE BLANK FOR NO LIMIT,'
               ' OR * TO CANCEL:'.
           ACCEPT WKCREDITENTRY.
           IF WKCREDITENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-CREDITLIMIT-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM CREDITLIMIT-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-CREDITLIMIT-EXIT.
           EXIT.

      *    A BLANK LIMIT MEANS NO LIMIT - THE CUSTOMER IS SOLD TO
      *    FREELY, THE WAY EVERY CUSTOMER WAS BEFORE CREDIT LIMITS
       CREDITLIMIT-CHECK.
           IF WKCREDITENTRY = ' '
               MOVE -1 TO NL-CREDITLIMIT
           ELSE
               IF WKCREDITENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKCREDITENTRY) TO CREDITLIMIT
                   IF CREDITLIMIT <= 0
                       DISPLAY
                       'CREDIT LIMIT SHOULD BE GREATER THAN 0'
                       ADD 1 TO ERRCTR
                   ELSE
                       MOVE 0 TO NL-CREDITLIMIT
               ELSE
                   DISPLAY 'CREDIT LIMIT SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

       GET-FNAME.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE CUSTOMER''S FIRST NAME, OR * TO CANCEL:'.
           ACCEPT FNAME-VALUE.
           IF FNAME-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FNAME-EXIT.
           PERFORM CALC-LEN-FNAME.
           MOVE 0 TO ERRCTR.
           PERFORM FNAME-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-FNAME-EXIT.
           EXIT.

       GET-LNAME.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE CUSTOMER''S LAST NAME, OR * TO CANCEL:'.
           ACCEPT LNAME-VALUE.
           IF LNAME-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-LNAME-EXIT.
           PERFORM CALC-LEN-LNAME.
           MOVE 0 TO ERRCTR.
           PERFORM LNAME-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-LNAME-EXIT.
           EXIT.

       GET-UNITNUM.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE UNIT NUMBER, OR * TO CANCEL:'.
           ACCEPT WKUNITNUMENTRY.
           IF WKUNITNUMENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-UNITNUM-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM UNITNUM-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-UNITNUM-EXIT.
           EXIT.

       GET-STREET.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE STREET, OR * TO CANCEL:'.
           ACCEPT STREET-VALUE.
           IF STREET-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-STREET-EXIT.
           PERFORM CALC-LEN-STREET.
           MOVE 0 TO ERRCTR.
           PERFORM STREET-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-STREET-EXIT.
           EXIT.

       GET-CITY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE CITY, OR * TO CANCEL:'.
           ACCEPT CITY-VALUE.
           IF CITY-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-CITY-EXIT.
           PERFORM CALC-LEN-CITY.
           MOVE 0 TO ERRCTR.
           PERFORM CITY-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-CITY-EXIT.
           EXIT.

       GET-ST.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE STATE (MAKE SURE STATE IS ABBREVIATED),'
               ' OR * TO CANCEL:'.
           ACCEPT ST-VALUE.
           IF ST-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ST-EXIT.
           PERFORM CALC-LEN-ST.
           MOVE 0 TO ERRCTR.
           PERFORM ST-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-ST-EXIT.
           EXIT.

       GET-ZIP.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE ZIP CODE, OR * TO CANCEL:'.
           ACCEPT WKZIPENTRY.
           IF WKZIPENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ZIP-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM ZIP-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-ZIP-EXIT.
           EXIT.

       GET-CUST-EMAIL.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE EMAIL ADDRESS, LEAVE BLANK IF NONE,'
               ' OR * TO CANCEL:'.
           ACCEPT EMAIL-VALUE.
           IF EMAIL-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-CUST-EMAIL-EXIT.
           PERFORM CALC-LEN-EMAIL.
           MOVE 0 TO ERRCTR.
           PERFORM CUST-EMAIL-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-CUST-EMAIL-EXIT.
           EXIT.

       GET-RECUR.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'IS THIS A RECURRING CUSTOMER? (Y/N),'
               ' OR * TO CANCEL:'.
           ACCEPT RECUR.
           IF RECUR = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RECUR-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM RECUR-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-RECUR-EXIT.
           EXIT.

       CALC-LEN-FNAME.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(FNAME-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF FNAME-VALUE GIVING FNAME-LENG.

       FNAME-CHECK.
           IF FNAME-VALUE = ' '
               DISPLAY 'FIRST NAME WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF FNAME-VALUE NOT ALPHABETIC
                   DISPLAY 'FIRST NAME SHOULD BE ALPHABETIC'
                   ADD 1 TO ERRCTR.

       CALC-LEN-LNAME.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(LNAME-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF LNAME-VALUE GIVING LNAME-LENG.

       LNAME-CHECK.
           IF LNAME-VALUE = ' '
               DISPLAY 'LAST NAME WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF LNAME-VALUE NOT ALPHABETIC
                   DISPLAY 'LAST NAME SHOULD BE ALPHABETIC'
                   ADD 1 TO ERRCTR.

       UNITNUM-CHECK.
           IF WKUNITNUMENTRY = ' '
               DISPLAY 'UNIT NUMBER WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF WKUNITNUMENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKUNITNUMENTRY) TO UNITNUM
                   IF UNITNUM <= 0
                       DISPLAY 'UNIT NUMBER SHOULD BE GREATER THAN 0'
                       ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'UNIT NUMBER SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

       CALC-LEN-STREET.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(STREET-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF STREET-VALUE GIVING STREET-LENG.

       STREET-CHECK.
           IF STREET-VALUE = ' '
               DISPLAY 'STREET WAS NOT ENTERED'
               ADD 1 TO ERRCTR.

       CALC-LEN-CITY.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(CITY-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF CITY-VALUE GIVING CITY-LENG.

       CITY-CHECK.
           IF CITY-VALUE = ' '
               DISPLAY 'CITY WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF CITY-VALUE NOT ALPHABETIC
                   DISPLAY 'CITY SHOULD BE ALPHABETIC'
                   ADD 1 TO ERRCTR.

       CALC-LEN-ST.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(ST-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF ST-VALUE GIVING ST-LENG.

       ST-CHECK.
           IF ST-VALUE = ' '
               DISPLAY 'STATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF ST-VALUE NOT ALPHABETIC
                   DISPLAY 'STATE SHOULD BE ALPHABETIC'
                   ADD 1 TO ERRCTR
               END-IF
               IF ST-LENG < 2
                   DISPLAY
           'STATE IS TOO SHORT, IT SHOULD BE 2 CHARACTERS LONG'
                   ADD 1 TO ERRCTR.

       ZIP-CHECK.
           IF WKZIPENTRY = ' '
               DISPLAY 'ZIP CODE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF WKZIPENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKZIPENTRY) TO ZIP
                   IF ZIP <= 0
                       DISPLAY 'ZIP CODE SHOULD BE GREATER THAN 0'
                       ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'ZIP CODE SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

       CALC-LEN-EMAIL.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(EMAIL-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF EMAIL-VALUE GIVING EMAIL-LENG.

      *    EMAIL IS THE ONLY NULLABLE FIELD ON THE CUSTOMERS INSERT -
      *    A BLANK ENTRY LEAVES THE CUSTOMER WITH NO EMAIL ON FILE
       CUST-EMAIL-CHECK.
           IF EMAIL-VALUE = ' '
               MOVE -1 TO NL-EMAIL
           ELSE
               MOVE 0 TO AT-CNT
               INSPECT EMAIL-VALUE TALLYING AT-CNT FOR ALL '@'
               IF AT-CNT NOT = 1
                   DISPLAY 'EMAIL SHOULD CONTAIN ONE @ SYMBOL'
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE 0 TO NL-EMAIL.

       RECUR-CHECK.
           IF RECUR = ' '
               DISPLAY 'RECURRING CUSTOMER FLAG WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               MOVE FUNCTION UPPER-CASE(RECUR) TO RECUR
               IF RECUR NOT = 'Y' AND RECUR NOT = 'N'
                   DISPLAY 'RECURRING CUSTOMER FLAG SHOULD BE Y OR N'
                   ADD 1 TO ERRCTR.

       INSERT-CUST.
           MOVE 'INSERT-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CUSTOMERS
                   (CUSTOMERID, FIRSTNAME, LASTNAME, UNITNUMBER,
                   STREET, CITY, ST, ZIP, EMAIL, RECURRING,
                   CREDITLIMIT)
               VALUES (:PK-CUSTID, :FNAME, :LNAME, :UNITNUM, :STREET,
               :CITY, :ST, :ZIP, :EMAIL :NL-EMAIL, :RECUR,
               :CREDITLIMIT :NL-CREDITLIMIT)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
           ELSE
               DISPLAY 'NO ROWS WERE INSERTED'
               ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       DELETE-ROW-ORD.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO DELETE-ROW-ORD-EXIT.
           PERFORM PREDELETE-ORD.
           IF ERRCTR = 0
               IF ORDHASLAPORDERS-SW = 'Y'
                   DISPLAY 'WARNING - THIS ORDER STILL HAS '
                       ORDLAPORDCNT ' LAPTOP ORDER LINE ITEM(S)'
                   DISPLAY 'DELETING THIS ORDER WILL ORPHAN THOSE'
                       ' LINE ITEMS'
               END-IF
               DISPLAY 'DO YOU STILL WISH TO DELETE THIS ORDER?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE 
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM DELETE-ORD
               ELSE
                   DISPLAY 'THE ORDER WAS NOT DELETED'
                   MOVE 'N' TO DELETE-SW.

       DELETE-ROW-ORD-EXIT.
           EXIT.

       PREDELETE-ORD.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.

       SELECT-ORD-DELETE.
           PERFORM PRESELECT-ORD.
           MOVE 'SELECT-ORD-DELETE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID, ORDERDATE, SHIPPEDDATE, ARRIVALDATE, 
               UPPER(SHIPPINGCITY), SHIPPINGSTATE, SHIPPINGFEE
               INTO :FK-CUSTID, :ORDERDATE, :SHIPDATE :NL-SHIPDATE,
               :ARRIVALDATE :NL-ARRIVALDATE, :SHIPCITY :NL-SHIPCITY, 
               :SHIPST :NL-SHIPST, :SHIPFEE :NL-SHIPFEE
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'ORDER WAS FOUND, PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
               PERFORM DISPLAY-ORD
               PERFORM CHECK-ORD-LAPORDERS
           ELSE
               IF PK-ORDERID = ' '
                   DISPLAY 'NOTHING WAS ENTERED'
                   ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'ORDER WAS NOT FOUND'
                   ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       PRESELECT-ORD.
      *    CLEARS VALUES IN VARCHAR VARIABLES
           MOVE ' ' TO SHIPCITY-VALUE.
           MOVE ' ' TO SHIPST-VALUE.

      *    CLEARS VALUES IN NULLABLE (INDICATORS) VARIABLES
           MOVE 0 TO NL-SHIPDATE.
           MOVE 0 TO NL-ARRIVALDATE.
           MOVE 0 TO NL-SHIPCITY.
           MOVE 0 TO NL-SHIPST.
           MOVE 0 TO NL-SHIPFEE.

       DISPLAY-ORD.
           DISPLAY 'ORDER ID: ' PK-ORDERID.
           DISPLAY 'CUSTOMER ID: ' FK-CUSTID.
           DISPLAY 'ORDER DATE: ' ORDERDATE.

      *    THE LIFECYCLE STATUS PRINTS WITH THE ORDER SO NOBODY HAS TO
      *    DEDUCE IT FROM WHICH DATES ARE NULL ANY MORE
           MOVE ' ' TO ORDSTATUS.
           MOVE 0 TO NL-ORDSTATUS.
           MOVE 'DISPLAY-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ORDSTATUS
               INTO :ORDSTATUS :NL-ORDSTATUS
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF NL-ORDSTATUS < 0 OR ORDSTATUS = ' '
               MOVE 'E' TO ORDSTATUS.
           EVALUATE ORDSTATUS
               WHEN 'E'
                   MOVE 'ENTERED' TO O-ORDSTATUS
               WHEN 'H'
                   MOVE 'CREDIT HOLD' TO O-ORDSTATUS
               WHEN 'P'
                   MOVE 'PICKED' TO O-ORDSTATUS
               WHEN 'T'
                   MOVE 'PART SHIPPED' TO O-ORDSTATUS
               WHEN 'S'
                   MOVE 'SHIPPED' TO O-ORDSTATUS
               WHEN 'D'
                   MOVE 'DELIVERED' TO O-ORDSTATUS
               WHEN 'X'
                   MOVE 'CANCELLED' TO O-ORDSTATUS
               WHEN OTHER
                   MOVE 'UNKNOWN' TO O-ORDSTATUS
           END-EVALUATE.
           DISPLAY 'ORDER STATUS: ' O-ORDSTATUS.

      *    NULL CHECKS   
           IF NL-SHIPDATE = 0
               DISPLAY 'SHIPPING DATE: ' SHIPDATE
           ELSE
               DISPLAY 'SHIPPING DATE: PENDING'.

           IF NL-ARRIVALDATE = 0
               DISPLAY 'ARRIVAL DATE: ' ARRIVALDATE
           ELSE
               DISPLAY 'ARRIVAL DATE: PENDING'.

           IF NL-SHIPCITY = 0
               DISPLAY 'SHIP CITY: ' SHIPCITY-VALUE
           ELSE
               DISPLAY 'SHIP CITY: PENDING'.

           IF NL-SHIPST = 0
               DISPLAY 'SHIP STATE: ' SHIPST-VALUE
           ELSE
               DISPLAY 'SHIP STATE: PENDING'.

      *    THE REST OF THE SHIP-TO ADDRESS, AND THE ADDRESS BOOK ENTRY
      *    IT WAS TAKEN FROM
           MOVE ' ' TO SHIPTONAME.
           MOVE ' ' TO SHIPSTREET-VALUE.
           MOVE 0 TO NL-SHIPTONAME.
           MOVE 0 TO NL-SHIPUNIT.
           MOVE 0 TO NL-SHIPSTREET.
           MOVE 0 TO NL-SHIPZIP.
           EXEC SQL
               SELECT SHIPTONAME, SHIPPINGUNIT, SHIPPINGSTREET,
                   SHIPPINGZIP
               INTO :SHIPTONAME :NL-SHIPTONAME,
                   :SHIPUNIT :NL-SHIPUNIT,
                   :SHIPSTREET :NL-SHIPSTREET, :SHIPZIP :NL-SHIPZIP
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF NL-SHIPTONAME = 0
               DISPLAY 'SHIP-TO ADDRESS: ' SHIPTONAME.
           IF NL-SHIPUNIT = 0
               MOVE SHIPUNIT TO O-UNITNUM
               DISPLAY 'SHIP UNIT: ' O-UNITNUM.
           IF NL-SHIPSTREET = 0
               DISPLAY 'SHIP STREET: ' SHIPSTREET-VALUE.
           IF NL-SHIPZIP = 0
               MOVE SHIPZIP TO O-ZIP
               DISPLAY 'SHIP ZIP: ' O-ZIP.

           IF NL-SHIPFEE = 0
               MOVE SHIPFEE TO O-SHIPFEE
               DISPLAY 'SHIPPING FEE: ' O-SHIPFEE
           ELSE
               DISPLAY 'SHIPPING FEE: NONE'.

      *    CHECKS FOR EXISTING CHILD ROWS IN LAPTOPORDERS BEFORE
      *    DELETE-ORD RUNS, SO DELETE-ROW-ORD CAN WARN THE OPERATOR
      *    ABOUT ORPHANING AN ORDER'S LINE ITEMS
       CHECK-ORD-LAPORDERS.
           MOVE 'CHECK-ORD-LAPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :ORDLAPORDCNT
               FROM LAPTOPORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF ORDLAPORDCNT > 0
               MOVE 'Y' TO ORDHASLAPORDERS-SW
           ELSE
               MOVE 'N' TO ORDHASLAPORDERS-SW.

       DELETE-ORD.
           MOVE 'DELETE-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM ORDERS
                   WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS DELETED'
           ELSE
               DISPLAY 
               'A SERIOUS ERROR HAS OCCURED WHILE DELETING THIS ORDER'
               ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    SHIP-CONFIRMATION - SHIPDATE AND ARRIVALDATE COULD ONLY BE
      *    KEYED WHEN THE ORDER WAS FIRST INSERTED, SO ORDERS TAKEN
      *    DAYS BEFORE THEY SHIP SAT WITH NULL DATES FOREVER AND THE
      *    OVERDUE MONITOR COULDN'T BE TRUSTED. THIS PULLS UP AN
      *    EXISTING ORDER AND RECORDS ITS PACKAGES AS THEY GO OUT -
      *    EACH PACKAGE HAS ITS OWN CARRIER, TRACKING NUMBER, SHIP
      *    DATE AND THE UNITS PACKED IN IT. THE ORDER IS PARTIALLY
      *    SHIPPED UNTIL EVERY UNIT ON ITS LINES HAS GONE OUT, AND IS
      *    DELIVERED ONCE ITS LAST PACKAGE HAS ARRIVED
       SHIP-CONFIRM-OP.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.
           IF ERRCTR > 0
               GO TO SHIP-CONFIRM-OP-EXIT.

      *    AN ORDER SITTING ON CREDIT HOLD CAN'T BE CONFIRMED SHIPPED
      *    UNTIL A SUPERVISOR RELEASES IT, AND AN ORDER NOBODY EVER
      *    CONFIRMED PICKED CAN'T BE CONFIRMED SHIPPED AT ALL
           MOVE PK-ORDERID TO FK-ORDERID.
           PERFORM GET-ORDSTATUS.
           IF ORDSTATUS = 'H'
               DISPLAY 'ORDER ' PK-ORDERID ' IS ON CREDIT HOLD'
                   ' AND CANNOT BE SHIPPED'
               ADD 1 TO ERRCTR
               GO TO SHIP-CONFIRM-OP-EXIT.
           IF ORDSTATUS = 'X'
               DISPLAY 'ORDER ' PK-ORDERID ' IS CANCELLED'
               ADD 1 TO ERRCTR
               GO TO SHIP-CONFIRM-OP-EXIT.
           IF ORDSTATUS = 'E'
               DISPLAY 'ORDER ' PK-ORDERID ' WAS NEVER'
                   ' CONFIRMED PICKED AND CANNOT BE'
                   ' CONFIRMED SHIPPED'
               ADD 1 TO ERRCTR
               GO TO SHIP-CONFIRM-OP-EXIT.

           PERFORM DECLARE-PKG.
           PERFORM PROC-PKG.
           PERFORM CALC-UNSHIPPED-QTY.
           IF ORDSTATUS = 'P' OR ORDSTATUS = 'T'
               DISPLAY UNSHIPPEDQTY ' UNIT(S) ON THE ORDER ARE STILL'
                   ' TO SHIP'.

           DISPLAY 'N - SHIP A NEW PACKAGE'.
           DISPLAY 'A - RECORD A PACKAGE''S ARRIVAL'.
           DISPLAY 'X - LEAVE THE ORDER AS IT IS'.
           ACCEPT WKOP.

      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) = 'N'
               PERFORM SHIP-PACKAGE THRU SHIP-PACKAGE-EXIT
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'A'
                   PERFORM RECORD-PKG-ARRIVAL THRU
                       RECORD-PKG-ARRIVAL-EXIT
               ELSE
                   DISPLAY 'THE ORDER WAS NOT CHANGED'.

       SHIP-CONFIRM-OP-EXIT.
           EXIT.

      *    A NEW PACKAGE - ITS SHIP DATE, CARRIER AND TRACKING NUMBER,
      *    THEN HOW MANY OF EACH LINE'S STILL-UNSHIPPED UNITS WENT
      *    INTO IT. A PACKAGE WITH NOTHING IN IT IS NOT RECORDED
       SHIP-PACKAGE.
           IF ORDSTATUS NOT = 'P' AND ORDSTATUS NOT = 'T'
               DISPLAY 'ORDER ' PK-ORDERID ' HAS ALREADY SHIPPED IN'
                   ' FULL'
               GO TO SHIP-PACKAGE-EXIT.
           IF UNSHIPPEDQTY <= 0
               DISPLAY 'EVERY UNIT ON THE ORDER HAS ALREADY SHIPPED'
               GO TO SHIP-PACKAGE-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-PKG-SHIPDATE THRU GET-PKG-SHIPDATE-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               PERFORM ENTER-SHIPMENT-VALUES.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO SHIP-PACKAGE-EXIT.

           PERFORM GENERATE-SHIPMENTNO.
           PERFORM INSERT-SHIPMENT.
           IF ERRCTR > 0
               GO TO SHIP-PACKAGE-EXIT.

           MOVE 0 TO PKGUNITCTR.
           MOVE 'N' TO PKGLINEEOF-SW.
           PERFORM DECLARE-PKGLINE.
           PERFORM PROC-PKGLINE.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO SHIP-PACKAGE-EXIT.
           IF PKGUNITCTR = 0
               DISPLAY 'NOTHING WAS PACKED - THE PACKAGE WAS NOT'
                   ' RECORDED'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO SHIP-PACKAGE-EXIT.

           DISPLAY PKGUNITCTR ' UNIT(S) WENT OUT IN PACKAGE '
               SHIPMENTNO.
           PERFORM UPDATE-ORD-SHIPSTATUS.

       SHIP-PACKAGE-EXIT.
           EXIT.

      *    A PACKAGE'S SHIP DATE IS REQUIRED, AND HAS TO FALL ON OR
      *    AFTER THE ORDER DATE
       GET-PKG-SHIPDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE DATE THE PACKAGE SHIPPED IN YYYY-MM-DD'
               ' FORMAT, OR * TO CANCEL:'.
           ACCEPT SHIPDATE.
           IF SHIPDATE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PKG-SHIPDATE-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM SHIPDATE-CHECK.
           IF ERRCTR = 0 AND NL-SHIPDATE < 0
               DISPLAY 'SHIPPED DATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR.
           IF ERRCTR = 0 AND SHIPDATE < ORDERDATE
               DISPLAY 'SHIPPED DATE SHOULD BE ON OR AFTER THE'
                   ' ORDER DATE ' ORDERDATE
               ADD 1 TO ERRCTR.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR
           ELSE
               MOVE SHIPDATE TO PKGSHIPDATE
               MOVE 0 TO NL-PKGSHIPDATE.

       GET-PKG-SHIPDATE-EXIT.
           EXIT.

      *    THE NEXT PACKAGE NUMBER FOR THE ORDER - A PACKAGE FROM
      *    BEFORE SPLIT SHIPMENTS IS ALWAYS NUMBER 1
       GENERATE-SHIPMENTNO.
           MOVE 'GENERATE-SHIPMENTNO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COALESCE(MAX(SHIPMENTNO), 0) + 1
               INTO :SHIPMENTNO
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.

      *    WALKS THE ORDER'S LINES THAT STILL HAVE UNITS TO SHIP AND
      *    ASKS HOW MANY OF EACH ARE IN THE PACKAGE
       DECLARE-PKGLINE.
           EXEC SQL
               DECLARE PKGLINE_CUR CURSOR FOR
               SELECT L.LAPTOPID,
                   L.QUANTITY - COALESCE(
                       (SELECT SUM(SL.QUANTITY)
                        FROM SHIPMENTLINES SL
                        WHERE SL.ORDERID = L.ORDERID
                        AND SL.LAPTOPID = L.LAPTOPID
                        AND NOT EXISTS
                            (SELECT 1 FROM FREIGHTCLAIMS FC
                             WHERE FC.ORDERID = SL.ORDERID
                             AND FC.REPLSHIPNO = SL.SHIPMENTNO)), 0)
               FROM LAPTOPORDERS L
               WHERE L.ORDERID = :PK-ORDERID
               ORDER BY L.LAPTOPID
           END-EXEC.

       PROC-PKGLINE.
           MOVE 'PROC-PKGLINE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PKGLINE_CUR END-EXEC.
           PERFORM LOOP-PKGLINE THRU LOOP-PKGLINE-EXIT
               UNTIL PKGLINEEOF-SW = 'Y'.
           MOVE 'PROC-PKGLINE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PKGLINE_CUR END-EXEC.

       LOOP-PKGLINE.
           MOVE 'LOOP-PKGLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PKGLINE_CUR
               INTO :FK-LAPID, :PKGLINEQTY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO PKGLINEEOF-SW
               GO TO LOOP-PKGLINE-EXIT.
           IF PKGLINEQTY <= 0
               GO TO LOOP-PKGLINE-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-PKGQTY THRU GET-PKGQTY-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               MOVE 'Y' TO PKGLINEEOF-SW
               GO TO LOOP-PKGLINE-EXIT.
           IF PKGQTY > 0
               PERFORM PACK-LINE.
           IF TRANCANCEL-SW = 'Y' OR ERRCTR > 0
               MOVE 'Y' TO PKGLINEEOF-SW.

       LOOP-PKGLINE-EXIT.
           EXIT.

      *    NO MORE OF A LINE CAN GO INTO THE PACKAGE THAN IS STILL
      *    WAITING TO SHIP
       GET-PKGQTY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'LAPTOP ' FK-LAPID ' HAS ' PKGLINEQTY
               ' UNIT(S) STILL TO SHIP'.
           DISPLAY 'ENTER THE QUANTITY IN THIS PACKAGE, LEAVE BLANK'
               ' FOR NONE, OR * TO CANCEL:'.
           ACCEPT WKQTYENTRY.
           IF WKQTYENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PKGQTY-EXIT.
           IF WKQTYENTRY = ' '
               MOVE 0 TO PKGQTY
               GO TO GET-PKGQTY-EXIT.
           IF WKQTYENTRY ALPHABETIC
               DISPLAY 'QUANTITY SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PKGQTY-EXIT.
           MOVE FUNCTION NUMVAL(WKQTYENTRY) TO PKGQTY.
           IF PKGQTY < 0
               DISPLAY 'QUANTITY SHOULD NOT BE NEGATIVE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PKGQTY-EXIT.
           IF PKGQTY > PKGLINEQTY
               DISPLAY 'ONLY ' PKGLINEQTY ' UNIT(S) ARE STILL TO SHIP'
               MOVE 'N' TO FIELD-OK-SW.

       GET-PKGQTY-EXIT.
           EXIT.

      *    RECORDS THE LINE'S QUANTITY IN THE PACKAGE, THEN THE
      *    SERIAL-NUMBERED UNITS THAT WENT INTO IT
       PACK-LINE.
           MOVE 'PACK-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SHIPMENTLINES
                   (ORDERID, SHIPMENTNO, LAPTOPID, QUANTITY)
               VALUES (:PK-ORDERID, :SHIPMENTNO, :FK-LAPID, :PKGQTY)
           END-EXEC.
           IF SQLCODE = 0
               ADD PKGQTY TO PKGUNITCTR
               ADD 1 TO UPDATECTR
               PERFORM PACK-UNIT-SERIALS THRU PACK-UNIT-SERIALS-EXIT
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SAVING THE PACKAGE LINE'
               ADD 1 TO ERRCTR.

      *    THE UNITS SOLD TO THE LINE ARE NAMED BY SERIAL AS THEY ARE
      *    PACKED. A LINE SOLD BEFORE UNIT TRACKING HAS NO SOLD UNITS
      *    ON FILE, SO THE PACKING IS SKIPPED WITH A NOTE
       PACK-UNIT-SERIALS.
           MOVE 'PACK-UNIT-SERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
               FROM LAPTOPUNITS
               WHERE LAPTOPID = :FK-LAPID
               AND ORDERID = :PK-ORDERID
               AND UNITSTATUS = 'S'
               AND SHIPMENTNO IS NULL
           END-EXEC.
           IF UNITCNT < PKGQTY
               DISPLAY 'ONLY ' UNITCNT ' UNPACKED SERIAL UNIT(S) ARE'
                   ' ON FILE FOR LAPTOP ' FK-LAPID ' - SERIAL'
                   ' PACKING SKIPPED'
               GO TO PACK-UNIT-SERIALS-EXIT.
           MOVE 0 TO UNITCTR.
           PERFORM GET-PACKED-SERIAL THRU GET-PACKED-SERIAL-EXIT
               UNTIL UNITCTR >= PKGQTY OR TRANCANCEL-SW = 'Y'.

       PACK-UNIT-SERIALS-EXIT.
           EXIT.

       GET-PACKED-SERIAL.
           DISPLAY 'ENTER THE SERIAL NUMBER OF THE NEXT UNIT PACKED,'
               ' OR * TO CANCEL:'.
           ACCEPT UNITSERIAL.
           IF UNITSERIAL = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PACKED-SERIAL-EXIT.
           IF UNITSERIAL = ' '
               DISPLAY 'SERIAL NUMBER WAS NOT ENTERED'
               GO TO GET-PACKED-SERIAL-EXIT.
           MOVE FUNCTION UPPER-CASE(UNITSERIAL) TO UNITSERIAL.
           MOVE 'GET-PACKED-SERIAL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET SHIPMENTNO = :SHIPMENTNO
                   WHERE LAPTOPID = :FK-LAPID
                   AND SERIALNUM = :UNITSERIAL
                   AND ORDERID = :PK-ORDERID
                   AND UNITSTATUS = 'S'
                   AND SHIPMENTNO IS NULL
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO UNITCTR
               ADD 1 TO UPDATECTR
           ELSE
               IF SQLCODE = 100
                   DISPLAY 'SERIAL ' UNITSERIAL ' IS NOT AN UNPACKED'
                       ' UNIT SOLD ON THIS ORDER LINE'
               ELSE
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE PACKING THE SERIAL'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO TRANCANCEL-SW.

       GET-PACKED-SERIAL-EXIT.
           EXIT.

      *    HOW MANY UNITS ON THE ORDER'S LINES HAVE NOT GONE OUT IN
      *    ANY PACKAGE YET
       CALC-UNSHIPPED-QTY.
           MOVE 0 TO NL-PKGORDQTY.
           MOVE 0 TO NL-PKGSHIPPEDQTY.
           MOVE 'CALC-UNSHIPPED-QTY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(QUANTITY)
               INTO :PKGORDQTY :NL-PKGORDQTY
               FROM LAPTOPORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           EXEC SQL
               SELECT SUM(SL.QUANTITY)
               INTO :PKGSHIPPEDQTY :NL-PKGSHIPPEDQTY
               FROM SHIPMENTLINES SL
               WHERE SL.ORDERID = :PK-ORDERID
               AND NOT EXISTS
                   (SELECT 1 FROM FREIGHTCLAIMS FC
                    WHERE FC.ORDERID = SL.ORDERID
                    AND FC.REPLSHIPNO = SL.SHIPMENTNO)
           END-EXEC.
           IF NL-PKGORDQTY < 0
               MOVE 0 TO PKGORDQTY.
           IF NL-PKGSHIPPEDQTY < 0
               MOVE 0 TO PKGSHIPPEDQTY.
           COMPUTE UNSHIPPEDQTY = PKGORDQTY - PKGSHIPPEDQTY.

      *    THE ORDER STAYS PARTIALLY SHIPPED WHILE ANY UNIT IS STILL
      *    WAITING - THE PACKAGE THAT EMPTIES THE LAST LINE SHIPS THE
      *    ORDER, AND ITS DATE BECOMES THE ORDER'S SHIPPED DATE
       UPDATE-ORD-SHIPSTATUS.
           PERFORM CALC-UNSHIPPED-QTY.
           IF UNSHIPPEDQTY > 0
               MOVE 'UPDATE-ORD-SHIPSTATUS' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE ORDERS
                       SET ORDSTATUS = 'T'
                       WHERE ORDERID = :PK-ORDERID
               END-EXEC
           ELSE
               MOVE PKGSHIPDATE TO SHIPDATE
               MOVE 'UPDATE-ORD-SHIPSTATUS' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE ORDERS
                       SET SHIPPEDDATE = :SHIPDATE,
                           ORDSTATUS = 'S'
                       WHERE ORDERID = :PK-ORDERID
               END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS ORDER'
               ADD 1 TO ERRCTR
               GO TO UPDATE-ORD-SHIPSTATUS-EXIT.

           ADD 1 TO UPDATECTR.
           IF UNSHIPPEDQTY > 0
               DISPLAY 'ORDER ' PK-ORDERID ' IS PARTIALLY SHIPPED - '
                   UNSHIPPEDQTY ' UNIT(S) ARE STILL TO SHIP'
           ELSE
               DISPLAY 'ORDER ' PK-ORDERID ' HAS NOW SHIPPED IN FULL'
      *    THE SHIPPED DATE IS MEASURED AGAINST THE DATE THE CUSTOMER
      *    WAS ACTUALLY PROMISED
               PERFORM CHECK-PROMISE THRU CHECK-PROMISE-EXIT.

       UPDATE-ORD-SHIPSTATUS-EXIT.
           EXIT.

      *    RECORDS A PACKAGE ARRIVING BY HAND, FOR THE CARRIERS THAT
      *    SEND NO STATUS EVENTS. AN ORDER SHIPPED BEFORE PACKAGES
      *    WERE RECORDED HAS NONE ON FILE, SO ITS ARRIVAL IS KEYED
      *    AGAINST THE ORDER ITSELF
       RECORD-PKG-ARRIVAL.
           MOVE 'RECORD-PKG-ARRIVAL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :PKGCNT
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF PKGCNT = 0
               IF ORDSTATUS NOT = 'S'
                   DISPLAY 'NO PACKAGE HAS SHIPPED ON THIS ORDER YET'
                   GO TO RECORD-PKG-ARRIVAL-EXIT
               ELSE
                   MOVE SHIPDATE TO PKGSHIPDATE
                   IF NL-SHIPDATE < 0
                       MOVE ORDERDATE TO PKGSHIPDATE
                   END-IF
                   MOVE 'N' TO FIELD-OK-SW
                   PERFORM GET-PKG-ARRIVDATE THRU GET-PKG-ARRIVDATE-EXIT
                       UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'
                   IF TRANCANCEL-SW = 'N'
                       PERFORM MARK-ORD-DELIVERED
                   END-IF
                   GO TO RECORD-PKG-ARRIVAL-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ARRIVAL-PKG THRU GET-ARRIVAL-PKG-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-PKG-ARRIVDATE THRU GET-PKG-ARRIVDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO RECORD-PKG-ARRIVAL-EXIT.

           MOVE 'RECORD-PKG-ARRIVAL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE SHIPMENTS
                   SET ARRIVALDATE = :ARRIVALDATE
                   WHERE ORDERID = :PK-ORDERID
                   AND SHIPMENTNO = :SHIPMENTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SAVING THE ARRIVAL DATE'
               ADD 1 TO ERRCTR
               GO TO RECORD-PKG-ARRIVAL-EXIT.
           ADD 1 TO UPDATECTR.
           DISPLAY 'PACKAGE ' SHIPMENTNO ' WAS MARKED ARRIVED'.

      *    ONLY A FULLY SHIPPED ORDER CAN BE DELIVERED, AND ONLY ONCE
      *    ITS LAST PACKAGE IS IN
           IF ORDSTATUS NOT = 'S'
               DISPLAY 'ORDER ' PK-ORDERID ' STILL HAS UNITS TO SHIP'
               GO TO RECORD-PKG-ARRIVAL-EXIT.
      *    A PACKAGE CLAIMED LOST WILL NEVER ARRIVE, SO IT DOESN'T
      *    HOLD THE ORDER OPEN - ITS REPLACEMENT DOES
           EXEC SQL
               SELECT COUNT(*)
               INTO :PKGCNT
               FROM SHIPMENTS S
               WHERE S.ORDERID = :PK-ORDERID
               AND S.ARRIVALDATE IS NULL
               AND NOT EXISTS
                   (SELECT 1 FROM FREIGHTCLAIMS FC
                    WHERE FC.ORDERID = S.ORDERID
                    AND FC.SHIPMENTNO = S.SHIPMENTNO
                    AND FC.CLAIMTYPE = 'L')
           END-EXEC.
           IF PKGCNT > 0
               DISPLAY PKGCNT ' PACKAGE(S) ON THE ORDER ARE STILL IN'
                   ' TRANSIT'
               GO TO RECORD-PKG-ARRIVAL-EXIT.
           EXEC SQL
               SELECT MAX(ARRIVALDATE)
               INTO :ARRIVALDATE
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           PERFORM MARK-ORD-DELIVERED.

       RECORD-PKG-ARRIVAL-EXIT.
           EXIT.

      *    NAMES THE PACKAGE THAT ARRIVED - IT HAS TO BE ONE OF THE
      *    ORDER'S PACKAGES AND STILL IN TRANSIT
       GET-ARRIVAL-PKG.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE PACKAGE NUMBER THAT ARRIVED, OR * TO'
               ' CANCEL:'.
           ACCEPT WKPKGENTRY.
           IF WKPKGENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ARRIVAL-PKG-EXIT.
           IF WKPKGENTRY = ' ' OR WKPKGENTRY ALPHABETIC
               DISPLAY 'THE PACKAGE NUMBER SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-ARRIVAL-PKG-EXIT.
           MOVE FUNCTION NUMVAL(WKPKGENTRY) TO SHIPMENTNO.
           MOVE 0 TO NL-PKGSHIPDATE.
           MOVE 0 TO NL-PKGARRIVDATE.
           MOVE 'GET-ARRIVAL-PKG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SHIPDATE, ARRIVALDATE
               INTO :PKGSHIPDATE :NL-PKGSHIPDATE,
                   :PKGARRIVDATE :NL-PKGARRIVDATE
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
               AND SHIPMENTNO = :SHIPMENTNO
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'PACKAGE ' SHIPMENTNO ' IS NOT ON THIS ORDER'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-ARRIVAL-PKG-EXIT.
           IF NL-PKGARRIVDATE = 0
               DISPLAY 'PACKAGE ' SHIPMENTNO ' ALREADY ARRIVED ON '
                   PKGARRIVDATE
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-ARRIVAL-PKG-EXIT.
           IF NL-PKGSHIPDATE < 0
               MOVE ORDERDATE TO PKGSHIPDATE.

       GET-ARRIVAL-PKG-EXIT.
           EXIT.

      *    THE ARRIVAL DATE IS REQUIRED, AND HAS TO FALL ON OR AFTER
      *    THE DATE THE PACKAGE SHIPPED
       GET-PKG-ARRIVDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE ARRIVAL DATE IN YYYY-MM-DD FORMAT, OR *'
               ' TO CANCEL:'.
           ACCEPT ARRIVALDATE.
           IF ARRIVALDATE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PKG-ARRIVDATE-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM ARRIVDATE-CHECK.
           IF ERRCTR = 0 AND NL-ARRIVALDATE < 0
               DISPLAY 'ARRIVAL DATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR.
           IF ERRCTR = 0 AND ARRIVALDATE < PKGSHIPDATE
               DISPLAY 'ARRIVAL DATE SHOULD BE ON OR AFTER THE'
                   ' SHIPPED DATE ' PKGSHIPDATE
               ADD 1 TO ERRCTR.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-PKG-ARRIVDATE-EXIT.
           EXIT.

      *    THE LAST PACKAGE IS IN - THE ORDER TAKES ITS ARRIVAL DATE
      *    AND IS DELIVERED
       MARK-ORD-DELIVERED.
           MOVE 'MARK-ORD-DELIVERED' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET ARRIVALDATE = :ARRIVALDATE,
                       ORDSTATUS = 'D'
                   WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'ORDER ' PK-ORDERID ' WAS DELIVERED ON '
                   ARRIVALDATE
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS ORDER'
               ADD 1 TO ERRCTR.

       CHECK-PROMISE.
           MOVE ' ' TO PROMDATE.
           MOVE 0 TO NL-PROMDATE.
           MOVE 'CHECK-PROMISE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(PROMISEDSHIPDATE, ISO)
               INTO :PROMDATE :NL-PROMDATE
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE NOT = 0 OR NL-PROMDATE < 0
               GO TO CHECK-PROMISE-EXIT.
           IF SHIPDATE <= PROMDATE
               DISPLAY 'SHIPPED ON TIME - THE PROMISED SHIP DATE WAS '
                   PROMDATE
           ELSE
               DISPLAY 'SHIPPED LATE - THE PROMISED SHIP DATE WAS '
                   PROMDATE.

       CHECK-PROMISE-EXIT.
           EXIT.

       ENTER-SHIPMENT-VALUES.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-CARRIERCODE THRU GET-CARRIERCODE-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-TRACKINGNUM THRU GET-TRACKINGNUM-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    THE CARRIER HAS TO BE ON THE CARRIER MASTER - NO MORE UPS,
      *    UPSG AND UPS1 ALL MEANING THE SAME TRUCK IN THE HANDOFF
      *    FEED
       GET-CARRIERCODE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 4 CHARACTER CARRIER CODE, OR * TO'
               ' CANCEL:'.
           ACCEPT CARRIERCODE.
           IF CARRIERCODE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-CARRIERCODE-EXIT.
           IF CARRIERCODE = ' '
               DISPLAY 'CARRIER CODE WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-CARRIERCODE-EXIT.
           MOVE FUNCTION UPPER-CASE(CARRIERCODE) TO CARRIERCODE.
           MOVE ' ' TO CARRNAME-VALUE.
           MOVE 0 TO NL-CARRNAME.
           MOVE 'GET-CARRIERCODE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CARRNAME
               INTO :CARRNAME :NL-CARRNAME
               FROM CARRIERS
               WHERE CARRIERCODE = :CARRIERCODE
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'CARRIER ' CARRIERCODE ' IS NOT ON THE CARRIER'
                   ' MASTER'
               MOVE 'N' TO FIELD-OK-SW
           ELSE
               IF NL-CARRNAME = 0
                   DISPLAY 'CARRIER: ' CARRNAME-VALUE.

       GET-CARRIERCODE-EXIT.
           EXIT.

       GET-TRACKINGNUM.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE TRACKING NUMBER, LEAVE BLANK IF NOT'
               ' KNOWN YET, OR * TO CANCEL:'.
           ACCEPT TRACKINGNUM-VALUE.
           IF TRACKINGNUM-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-TRACKINGNUM-EXIT.
           IF TRACKINGNUM-VALUE = ' '
               MOVE -1 TO NL-TRACKINGNUM
               MOVE 0 TO TRACKINGNUM-LENG
               GO TO GET-TRACKINGNUM-EXIT.
           MOVE 0 TO NL-TRACKINGNUM.
           PERFORM CALC-LEN-TRACKINGNUM.
      *    THE CARRIER'S STATUS EVENTS ARE MATCHED BACK ON THE
      *    TRACKING NUMBER, SO NO TWO PACKAGES MAY SHARE ONE
           MOVE 'GET-TRACKINGNUM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :PKGCNT
               FROM SHIPMENTS
               WHERE TRACKINGNUM = :TRACKINGNUM
           END-EXEC.
           IF PKGCNT > 0
               DISPLAY 'TRACKING NUMBER ' TRACKINGNUM-VALUE ' IS'
                   ' ALREADY ON FILE FOR ANOTHER PACKAGE'
               MOVE 'N' TO FIELD-OK-SW.

       GET-TRACKINGNUM-EXIT.
           EXIT.

       CALC-LEN-TRACKINGNUM.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(TRACKINGNUM-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF TRACKINGNUM-VALUE GIVING
           TRACKINGNUM-LENG.

      *    EVERY PACKAGE IS ITS OWN SHIPMENTS ROW UNDER THE ORDER,
      *    NUMBERED FROM 1
       INSERT-SHIPMENT.
           MOVE 'INSERT-SHIPMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SHIPMENTS
                   (ORDERID, SHIPMENTNO, CARRIERCODE, TRACKINGNUM,
                   SHIPDATE, ARRIVALDATE)
               VALUES (:PK-ORDERID, :SHIPMENTNO, :CARRIERCODE,
               :TRACKINGNUM :NL-TRACKINGNUM, :PKGSHIPDATE, NULL)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'PACKAGE ' SHIPMENTNO ' WAS ADDED TO THE ORDER'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
              'A SERIOUS ERROR OCCURED WHILE SAVING THE SHIPMENT RECORD'
               ADD 1 TO ERRCTR.

      *    READ-ONLY SHIPMENT INQUIRY - SHOWS THE ORDER THE WAY
      *    DISPLAY-ORD DOES, THEN EVERY PACKAGE ON FILE FOR IT WITH
      *    ITS CARRIER, TRACKING NUMBER, DATES AND CONTENTS
       SHIPMENT-INQUIRY-OP.
           MOVE 0 TO ERRCTR.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.

           IF ERRCTR = 0
               PERFORM DECLARE-PKG
               PERFORM PROC-PKG
               DISPLAY 'PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD.

      *    ONE ROW PER PACKAGE LINE, SO A PACKAGE'S HEADING PRINTS
      *    WHEN ITS NUMBER CHANGES - A PACKAGE FROM BEFORE SPLIT
      *    SHIPMENTS HAS NO LINES AND SHOWS ITS HEADING ALONE
       DECLARE-PKG.
           EXEC SQL
               DECLARE PKG_CUR CURSOR FOR
               SELECT S.SHIPMENTNO, S.CARRIERCODE, S.TRACKINGNUM,
                   S.SHIPDATE, S.ARRIVALDATE,
                   SL.LAPTOPID, SL.QUANTITY
               FROM SHIPMENTS S LEFT OUTER JOIN SHIPMENTLINES SL
               ON SL.ORDERID = S.ORDERID
               AND SL.SHIPMENTNO = S.SHIPMENTNO
               WHERE S.ORDERID = :PK-ORDERID
               ORDER BY S.SHIPMENTNO, SL.LAPTOPID
           END-EXEC.

       PROC-PKG.
           MOVE 0 TO ROWCTR.
           MOVE -1 TO LASTPKGNO.
           MOVE 'PROC-PKG' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PKG_CUR END-EXEC.
           PERFORM LOOP-PKG THRU LOOP-PKG-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-PKG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PKG_CUR END-EXEC.
           IF ROWCTR = 0
               DISPLAY 'NO SHIPMENT RECORD IS ON FILE FOR THIS ORDER'.

       LOOP-PKG.
           MOVE ' ' TO TRACKINGNUM-VALUE.
           MOVE 0 TO NL-TRACKINGNUM.
           MOVE 0 TO NL-PKGSHIPDATE.
           MOVE 0 TO NL-PKGARRIVDATE.
           MOVE 0 TO NL-PKGLAPID.
           MOVE 0 TO NL-PKGQTY.
           MOVE 'LOOP-PKG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PKG_CUR
               INTO :SHIPMENTNO, :CARRIERCODE,
                   :TRACKINGNUM :NL-TRACKINGNUM,
                   :PKGSHIPDATE :NL-PKGSHIPDATE,
                   :PKGARRIVDATE :NL-PKGARRIVDATE,
                   :PKGLAPID :NL-PKGLAPID, :PKGQTY :NL-PKGQTY
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-PKG-EXIT.
           IF SQLCODE = 0
               IF SHIPMENTNO NOT = LASTPKGNO
                   PERFORM DISPLAY-PKG-HEADING
                   MOVE SHIPMENTNO TO LASTPKGNO
                   ADD 1 TO ROWCTR
               END-IF
               IF NL-PKGLAPID = 0
                   DISPLAY '    LAPTOP ' PKGLAPID '  QUANTITY ' PKGQTY
               END-IF.

       LOOP-PKG-EXIT.
           EXIT.

       DISPLAY-PKG-HEADING.
           DISPLAY 'PACKAGE ' SHIPMENTNO '  CARRIER: ' CARRIERCODE.
           IF NL-TRACKINGNUM = 0
               DISPLAY '    TRACKING NUMBER: ' TRACKINGNUM-VALUE
           ELSE
               DISPLAY '    TRACKING NUMBER: NOT YET ASSIGNED'.
           IF NL-PKGSHIPDATE = 0
               DISPLAY '    SHIPPED: ' PKGSHIPDATE
           ELSE
               DISPLAY '    SHIPPED: NOT RECORDED'.
           IF NL-PKGARRIVDATE = 0
               DISPLAY '    ARRIVED: ' PKGARRIVDATE
           ELSE
               DISPLAY '    ARRIVED: IN TRANSIT'.

      *    FREIGHT CLAIMS - UNITS THE CARRIER LOST OR DAMAGED ARE
      *    CLAIMED AGAINST THE CARRIER ON THE PACKAGE THEY WENT OUT
      *    IN, AND THE CLAIM IS FOLLOWED UP UNTIL THE CARRIER PAYS OR
      *    DENIES IT. THE REPLACEMENT SENT TO THE CUSTOMER GOES OUT AS
      *    A NEW PACKAGE ON THE ORDER, LINKED TO THE CLAIM
       FREIGHT-CLAIM-OP.
           DISPLAY 'N - ENTER A NEW FREIGHT CLAIM'.
           DISPLAY 'F - FOLLOW UP A FREIGHT CLAIM'.
           DISPLAY 'X - RETURN TO THE ORDER MENU'.
           ACCEPT WKOP.

           IF FUNCTION UPPER-CASE(WKOP) = 'N'
               PERFORM FCLM-ENTRY-OP THRU FCLM-ENTRY-OP-EXIT
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'F'
                   PERFORM FCLM-FOLLOWUP-OP THRU FCLM-FOLLOWUP-OP-EXIT.

      *    A CLAIM KEYED FROM A CUSTOMER'S CALL - THE PACKAGE, WHETHER
      *    IT WAS LOST OR ARRIVED DAMAGED, AND THE UNITS OF ONE MODEL
      *    AFFECTED. THE CLAIM IS VALUED AT WHAT THE CUSTOMER PAID FOR
      *    THOSE UNITS UNLESS THE OPERATOR KEYS ANOTHER AMOUNT
       FCLM-ENTRY-OP.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID:'.
           ACCEPT PK-ORDERID.
           PERFORM SELECT-ORD-DELETE.
           IF ERRCTR > 0
               GO TO FCLM-ENTRY-OP-EXIT.
           PERFORM DECLARE-PKG.
           PERFORM PROC-PKG.
           IF ROWCTR = 0
               GO TO FCLM-ENTRY-OP-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-FCLM-PKG THRU GET-FCLM-PKG-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-FCLM-TYPE THRU GET-FCLM-TYPE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-FCLM-LAPID THRU GET-FCLM-LAPID-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-FCLM-UNITS THRU GET-FCLM-UNITS-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-FCLM-AMT THRU GET-FCLM-AMT-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO FCLM-ENTRY-OP-EXIT.

           MOVE 'C' TO FCLMSRC.
           PERFORM GENERATE-FCLMID.
           IF ERRCTR > 0
               GO TO FCLM-ENTRY-OP-EXIT.
           PERFORM INSERT-FCLM.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       FCLM-ENTRY-OP-EXIT.
           EXIT.

      *    THE PACKAGE HAS TO BE ONE OF THE ORDER'S AND HAVE ACTUALLY
      *    GONE OUT - ITS CARRIER AND TRACKING NUMBER COME WITH IT
       GET-FCLM-PKG.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE PACKAGE NUMBER THE CLAIM IS FOR, OR *'
               ' TO CANCEL:'.
           ACCEPT WKPKGENTRY.
           IF WKPKGENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FCLM-PKG-EXIT.
           IF WKPKGENTRY = ' ' OR WKPKGENTRY ALPHABETIC
               DISPLAY 'THE PACKAGE NUMBER SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-PKG-EXIT.
           MOVE FUNCTION NUMVAL(WKPKGENTRY) TO SHIPMENTNO.
           MOVE ' ' TO TRACKINGNUM-VALUE.
           MOVE 0 TO NL-TRACKINGNUM.
           MOVE 0 TO NL-PKGSHIPDATE.
           MOVE 'GET-FCLM-PKG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CARRIERCODE, TRACKINGNUM, SHIPDATE
               INTO :CARRIERCODE, :TRACKINGNUM :NL-TRACKINGNUM,
                   :PKGSHIPDATE :NL-PKGSHIPDATE
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
               AND SHIPMENTNO = :SHIPMENTNO
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'PACKAGE ' SHIPMENTNO ' IS NOT ON THIS ORDER'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-PKG-EXIT.
           IF NL-PKGSHIPDATE < 0
               DISPLAY 'PACKAGE ' SHIPMENTNO ' HAS NOT SHIPPED - THERE'
                   ' IS NOTHING TO CLAIM'
               MOVE 'N' TO FIELD-OK-SW.

       GET-FCLM-PKG-EXIT.
           EXIT.

       GET-FCLM-TYPE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER L IF THE PACKAGE WAS LOST, D IF IT ARRIVED'
               ' DAMAGED, OR * TO CANCEL:'.
           ACCEPT FCLMTYPE.
           IF FCLMTYPE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FCLM-TYPE-EXIT.
           MOVE FUNCTION UPPER-CASE(FCLMTYPE) TO FCLMTYPE.
           IF FCLMTYPE NOT = 'L' AND FCLMTYPE NOT = 'D'
               DISPLAY 'THE CLAIM TYPE SHOULD BE L OR D'
               MOVE 'N' TO FIELD-OK-SW.

       GET-FCLM-TYPE-EXIT.
           EXIT.

      *    THE MODEL HAS TO HAVE BEEN IN THE PACKAGE - A PACKAGE FROM
      *    BEFORE SPLIT SHIPMENTS HAS NO CONTENTS ON FILE, SO THE
      *    ORDER LINE STANDS IN FOR IT. ONLY ONE OPEN CLAIM IS KEPT
      *    PER PACKAGE AND MODEL
       GET-FCLM-LAPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID OF THE UNITS AFFECTED,'
               ' OR * TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FCLM-LAPID-EXIT.
           MOVE 'GET-FCLM-LAPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :FCLMCNT
               FROM SHIPMENTLINES
               WHERE ORDERID = :PK-ORDERID
               AND SHIPMENTNO = :SHIPMENTNO
           END-EXEC.
           IF FCLMCNT > 0
               EXEC SQL
                   SELECT QUANTITY
                   INTO :FCLMPKGQTY
                   FROM SHIPMENTLINES
                   WHERE ORDERID = :PK-ORDERID
                   AND SHIPMENTNO = :SHIPMENTNO
                   AND LAPTOPID = :FK-LAPID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT QUANTITY
                   INTO :FCLMPKGQTY
                   FROM LAPTOPORDERS
                   WHERE ORDERID = :PK-ORDERID
                   AND LAPTOPID = :FK-LAPID
               END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'LAPTOP ' FK-LAPID ' WAS NOT IN PACKAGE '
                   SHIPMENTNO
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-LAPID-EXIT.

           EXEC SQL
               SELECT COUNT(*)
               INTO :FCLMCNT
               FROM FREIGHTCLAIMS
               WHERE ORDERID = :PK-ORDERID
               AND SHIPMENTNO = :SHIPMENTNO
               AND LAPTOPID = :FK-LAPID
               AND STATUS = 'O'
           END-EXEC.
           IF FCLMCNT > 0
               DISPLAY 'AN OPEN CLAIM IS ALREADY ON FILE FOR LAPTOP '
                   FK-LAPID ' IN PACKAGE ' SHIPMENTNO
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-LAPID-EXIT.

      *    THE CLAIM IS PRICED FROM THE ORDER LINE - WHAT THE CUSTOMER
      *    PAID PER UNIT
           MOVE 0 TO FCLMLINEQTY.
           MOVE 0 TO FCLMLINECOST.
           EXEC SQL
               SELECT QUANTITY, ORDERCOST
               INTO :FCLMLINEQTY, :FCLMLINECOST
               FROM LAPTOPORDERS
               WHERE ORDERID = :PK-ORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO FCLMLINEQTY
               MOVE 0 TO FCLMLINECOST.

       GET-FCLM-LAPID-EXIT.
           EXIT.

       GET-FCLM-UNITS.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE NUMBER OF UNITS LOST OR DAMAGED, OR * TO'
               ' CANCEL:'.
           ACCEPT WKQTYENTRY.
           IF WKQTYENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FCLM-UNITS-EXIT.
           IF WKQTYENTRY = ' ' OR WKQTYENTRY ALPHABETIC
               DISPLAY 'QUANTITY SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-UNITS-EXIT.
           MOVE FUNCTION NUMVAL(WKQTYENTRY) TO FCLMUNITS.
           IF FCLMUNITS <= 0
               DISPLAY 'QUANTITY SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-UNITS-EXIT.
           IF FCLMUNITS > FCLMPKGQTY
               DISPLAY 'ONLY ' FCLMPKGQTY ' UNIT(S) OF LAPTOP '
                   FK-LAPID ' WERE IN THE PACKAGE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-UNITS-EXIT.
           IF FCLMLINEQTY > 0
               COMPUTE FCLMAMT ROUNDED =
                   FCLMLINECOST * FCLMUNITS / FCLMLINEQTY
           ELSE
               MOVE 0 TO FCLMAMT.

       GET-FCLM-UNITS-EXIT.
           EXIT.

       GET-FCLM-AMT.
           MOVE 'Y' TO FIELD-OK-SW.
           MOVE FCLMAMT TO O-PRICE.
           DISPLAY 'THE UNITS ARE VALUED AT ' O-PRICE.
           DISPLAY 'ENTER THE AMOUNT CLAIMED, LEAVE BLANK FOR THAT'
               ' VALUE, OR * TO CANCEL:'.
           ACCEPT WKFCLMAMTENTRY.
           IF WKFCLMAMTENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FCLM-AMT-EXIT.
           IF WKFCLMAMTENTRY = ' '
               IF FCLMAMT <= 0
                   DISPLAY 'THE UNITS CARRY NO VALUE - AN AMOUNT HAS'
                       ' TO BE ENTERED'
                   MOVE 'N' TO FIELD-OK-SW
               END-IF
               GO TO GET-FCLM-AMT-EXIT.
           IF WKFCLMAMTENTRY ALPHABETIC
               DISPLAY 'THE AMOUNT SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-AMT-EXIT.
           MOVE FUNCTION NUMVAL(WKFCLMAMTENTRY) TO FCLMAMT.
           IF FCLMAMT <= 0
               DISPLAY 'THE AMOUNT SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW.

       GET-FCLM-AMT-EXIT.
           EXIT.

      *    DRAWS THE NEXT FREIGHT CLAIM ID FROM THE PERSISTENT COUNTER,
      *    SO A NUMBER IS NEVER RE-ISSUED REGARDLESS OF PURGES
       GENERATE-FCLMID.
           MOVE 'FRTCLAIMID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTFCLMID.
           MOVE WKNEXTFCLMID TO PK-FCLMID.

       INSERT-FCLM.
           MOVE 'INSERT-FCLM' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO FREIGHTCLAIMS
                   (FCLAIMID, ORDERID, SHIPMENTNO, CARRIERCODE,
                   TRACKINGNUM, CLAIMTYPE, CLAIMSOURCE, CLAIMDATE,
                   LAPTOPID, UNITS, CLAIMAMT, STATUS, RECOVEREDAMT,
                   RECOVERYDATE, REPLSHIPNO)
               VALUES (:PK-FCLMID, :PK-ORDERID, :SHIPMENTNO,
               :CARRIERCODE, :TRACKINGNUM :NL-TRACKINGNUM, :FCLMTYPE,
               :FCLMSRC, CURRENT DATE, :FK-LAPID, :FCLMUNITS,
               :FCLMAMT, 'O', 0, NULL, NULL)
           END-EXEC.
           IF SQLCODE = 0
               MOVE FCLMAMT TO O-PRICE
               DISPLAY 'FREIGHT CLAIM ' PK-FCLMID ' WAS OPENED AGAINST'
                   ' CARRIER ' CARRIERCODE ' FOR ' O-PRICE
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SAVING THE FREIGHT CLAIM'
               ADD 1 TO ERRCTR.

      *    FOLLOW-UP ON ONE CLAIM - RECORD WHAT THE CARRIER PAID, OR
      *    THAT IT DENIED THE CLAIM, AND SEND THE CUSTOMER THE
      *    REPLACEMENT UNITS
       FCLM-FOLLOWUP-OP.
           DISPLAY 'ENTER THE 8 DIGIT FREIGHT CLAIM ID:'.
           ACCEPT PK-FCLMID.
           PERFORM SELECT-FCLM.
           IF SQLCODE = 100
               DISPLAY 'FREIGHT CLAIM ' PK-FCLMID ' WAS NOT FOUND'
               ADD 1 TO ERRCTR
               GO TO FCLM-FOLLOWUP-OP-EXIT.
           PERFORM DISPLAY-FCLM.

           IF FCLMSTATUS = 'O'
               DISPLAY 'P - RECORD THE CARRIER''S PAYMENT'
               DISPLAY 'D - RECORD THE CLAIM AS DENIED'.
           IF NL-FCLMREPLNO < 0
               DISPLAY 'S - SEND THE CUSTOMER A REPLACEMENT'.
           DISPLAY 'X - LEAVE THE CLAIM AS IT IS'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP = 'P' AND FCLMSTATUS = 'O'
               PERFORM RECORD-FCLM-PAYMENT THRU
                   RECORD-FCLM-PAYMENT-EXIT
           ELSE
               IF WKOP = 'D' AND FCLMSTATUS = 'O'
                   PERFORM DENY-FCLM
               ELSE
                   IF WKOP = 'S' AND NL-FCLMREPLNO < 0
                       PERFORM SEND-FCLM-REPLACEMENT THRU
                           SEND-FCLM-REPLACEMENT-EXIT
                   ELSE
                       DISPLAY 'THE CLAIM WAS NOT CHANGED'.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       FCLM-FOLLOWUP-OP-EXIT.
           EXIT.

       SELECT-FCLM.
           MOVE ' ' TO TRACKINGNUM-VALUE.
           MOVE 0 TO NL-TRACKINGNUM.
           MOVE 0 TO NL-FCLMRECDATE.
           MOVE 0 TO NL-FCLMREPLNO.
           MOVE 'SELECT-FCLM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT F.ORDERID, F.SHIPMENTNO, F.CARRIERCODE,
                   F.TRACKINGNUM, F.CLAIMTYPE, F.CLAIMSOURCE,
                   F.CLAIMDATE, F.LAPTOPID, F.UNITS, F.CLAIMAMT,
                   F.STATUS, F.RECOVEREDAMT, F.RECOVERYDATE,
                   F.REPLSHIPNO, O.ORDERDATE
               INTO :PK-ORDERID, :SHIPMENTNO, :CARRIERCODE,
                   :TRACKINGNUM :NL-TRACKINGNUM, :FCLMTYPE, :FCLMSRC,
                   :FCLMDATE, :FK-LAPID, :FCLMUNITS, :FCLMAMT,
                   :FCLMSTATUS, :FCLMRECOV,
                   :FCLMRECDATE :NL-FCLMRECDATE,
                   :FCLMREPLNO :NL-FCLMREPLNO, :ORDERDATE
               FROM FREIGHTCLAIMS F, ORDERS O
               WHERE F.ORDERID = O.ORDERID
               AND F.FCLAIMID = :PK-FCLMID
           END-EXEC.

       DISPLAY-FCLM.
           DISPLAY 'FREIGHT CLAIM ' PK-FCLMID '  OPENED ' FCLMDATE.
           DISPLAY 'ORDER ' PK-ORDERID '  PACKAGE ' SHIPMENTNO
               '  CARRIER ' CARRIERCODE.
           IF NL-TRACKINGNUM = 0
               DISPLAY 'TRACKING NUMBER: ' TRACKINGNUM-VALUE.
           IF FCLMTYPE = 'L'
               DISPLAY 'PACKAGE LOST - ' FCLMUNITS ' UNIT(S) OF LAPTOP '
                   FK-LAPID
           ELSE
               DISPLAY 'PACKAGE DAMAGED - ' FCLMUNITS ' UNIT(S) OF'
                   ' LAPTOP ' FK-LAPID.
           IF FCLMSRC = 'E'
               DISPLAY 'OPENED FROM A CARRIER STATUS EVENT'
           ELSE
               DISPLAY 'OPENED FROM A CUSTOMER CALL'.
           MOVE FCLMAMT TO O-PRICE.
           DISPLAY 'AMOUNT CLAIMED: ' O-PRICE.
           EVALUATE FCLMSTATUS
               WHEN 'O'
                   DISPLAY 'STATUS: OPEN - AWAITING THE CARRIER'
               WHEN 'P'
                   MOVE FCLMRECOV TO O-PRICE
                   DISPLAY 'STATUS: PAID - ' O-PRICE ' RECOVERED ON '
                       FCLMRECDATE
               WHEN 'D'
                   DISPLAY 'STATUS: DENIED BY THE CARRIER'
               WHEN OTHER
                   DISPLAY 'STATUS: UNKNOWN'
           END-EVALUATE.
           IF NL-FCLMREPLNO = 0
               DISPLAY 'REPLACEMENT SENT IN PACKAGE ' FCLMREPLNO
           ELSE
               DISPLAY 'NO REPLACEMENT HAS BEEN SENT'.

      *    THE CARRIER'S PAYMENT CLOSES THE CLAIM - WHATEVER IT DIDN'T
      *    PAY IS WRITTEN OFF. THE RECOVERY IS DATED TODAY, SO IT
      *    JOURNALS IN THE CURRENT OPEN PERIOD
       RECORD-FCLM-PAYMENT.
           PERFORM CHECK-PERIOD-OPEN.
           IF ERRCTR > 0
               GO TO RECORD-FCLM-PAYMENT-EXIT.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-FCLM-RECOV THRU GET-FCLM-RECOV-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO RECORD-FCLM-PAYMENT-EXIT.
           MOVE 'RECORD-FCLM-PAYMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE FREIGHTCLAIMS
                   SET STATUS = 'P',
                       RECOVEREDAMT = :FCLMRECOV,
                       RECOVERYDATE = CURRENT DATE
                   WHERE FCLAIMID = :PK-FCLMID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THE CLAIM'
               ADD 1 TO ERRCTR
               GO TO RECORD-FCLM-PAYMENT-EXIT.
           ADD 1 TO UPDATECTR.
           MOVE FCLMRECOV TO O-PRICE.
           DISPLAY 'THE CARRIER''S PAYMENT OF ' O-PRICE ' WAS'
               ' RECORDED AND THE CLAIM IS CLOSED'.
           IF FCLMRECOV < FCLMAMT
               COMPUTE FCLMAMT = FCLMAMT - FCLMRECOV
               MOVE FCLMAMT TO O-PRICE
               DISPLAY 'THE REMAINING ' O-PRICE ' WAS WRITTEN OFF'.

       RECORD-FCLM-PAYMENT-EXIT.
           EXIT.

       GET-FCLM-RECOV.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE AMOUNT THE CARRIER PAID, OR * TO'
               ' CANCEL:'.
           ACCEPT WKFCLMAMTENTRY.
           IF WKFCLMAMTENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-FCLM-RECOV-EXIT.
           IF WKFCLMAMTENTRY = ' ' OR WKFCLMAMTENTRY ALPHABETIC
               DISPLAY 'THE AMOUNT SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-RECOV-EXIT.
           MOVE FUNCTION NUMVAL(WKFCLMAMTENTRY) TO FCLMRECOV.
           IF FCLMRECOV <= 0
               DISPLAY 'THE AMOUNT SHOULD BE GREATER THAN 0 - A CLAIM'
                   ' THE CARRIER PAID NOTHING ON IS DENIED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-FCLM-RECOV-EXIT.
           IF FCLMRECOV > FCLMAMT
               MOVE FCLMAMT TO O-PRICE
               DISPLAY 'THE PAYMENT CANNOT EXCEED THE ' O-PRICE
                   ' CLAIMED'
               MOVE 'N' TO FIELD-OK-SW.

       GET-FCLM-RECOV-EXIT.
           EXIT.

       DENY-FCLM.
           MOVE 'DENY-FCLM' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE FREIGHTCLAIMS
                   SET STATUS = 'D'
                   WHERE FCLAIMID = :PK-FCLMID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE CLAIM WAS RECORDED AS DENIED AND IS CLOSED'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THE CLAIM'
               ADD 1 TO ERRCTR.

      *    THE REPLACEMENT UNITS COME OUT OF SELLABLE STOCK AND GO OUT
      *    AS A NEW PACKAGE ON THE ORDER. THE PACKAGE IS LINKED TO THE
      *    CLAIM, SO IT NEVER COUNTS TOWARD SHIPPING THE ORDER'S OWN
      *    LINES
       SEND-FCLM-REPLACEMENT.
           MOVE PK-ORDERID TO FK-ORDERID.
           MOVE 'SEND-FCLM-REPLACEMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT STOCKQTY
               INTO :STOCKQTY
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           PERFORM GET-SELLABLE-QTY THRU GET-SELLABLE-QTY-EXIT.
           IF SELLABLEQTY < FCLMUNITS
               DISPLAY 'ONLY ' SELLABLEQTY ' SELLABLE UNIT(S) OF'
                   ' LAPTOP ' FK-LAPID ' ARE ON HAND - THE REPLACEMENT'
                   ' CANNOT GO OUT YET'
               GO TO SEND-FCLM-REPLACEMENT-EXIT.

           MOVE FCLMUNITS TO QTY.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-PICK-LOC THRU GET-PICK-LOC-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-PKG-SHIPDATE THRU GET-PKG-SHIPDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'N'
               PERFORM ENTER-SHIPMENT-VALUES.
           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
               GO TO SEND-FCLM-REPLACEMENT-EXIT.

           PERFORM GENERATE-SHIPMENTNO.
           PERFORM INSERT-SHIPMENT.
           IF ERRCTR > 0
               GO TO SEND-FCLM-REPLACEMENT-EXIT.
           MOVE 'SEND-FCLM-REPLACEMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SHIPMENTLINES
                   (ORDERID, SHIPMENTNO, LAPTOPID, QUANTITY)
               VALUES (:PK-ORDERID, :SHIPMENTNO, :FK-LAPID, :QTY)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SAVING THE PACKAGE LINE'
               ADD 1 TO ERRCTR
               GO TO SEND-FCLM-REPLACEMENT-EXIT.

           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY - :QTY
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING STOCK ON HAND'
               ADD 1 TO ERRCTR
               GO TO SEND-FCLM-REPLACEMENT-EXIT.
           MOVE QTY TO LOCQTY.
           PERFORM DRAW-FROM-LOCSTOCK.
           MOVE QTY TO STKQTYMOVED.
           MOVE 'O' TO STKDIR.
           MOVE 'F' TO STKSRC.
           MOVE PK-FCLMID TO STKSRCID.
           MOVE LOCATIONCODE TO STKLOC.
           PERFORM INSERT-STOCKAUDIT.
           PERFORM ASSIGN-UNIT-SERIALS THRU ASSIGN-UNIT-SERIALS-EXIT.

           MOVE 'SEND-FCLM-REPLACEMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE FREIGHTCLAIMS
                   SET REPLSHIPNO = :SHIPMENTNO
                   WHERE FCLAIMID = :PK-FCLMID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE REPLACEMENT WENT OUT IN PACKAGE '
                   SHIPMENTNO ' AND IS LINKED TO CLAIM ' PK-FCLMID
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THE CLAIM'
               ADD 1 TO ERRCTR.

       SEND-FCLM-REPLACEMENT-EXIT.
           EXIT.

      *    RETURNS PROCESSING - TAKES LAPTOPS BACK AGAINST AN EXISTING
      *    LAPTOPORDERS LINE, PUTS THE RETURNED UNITS BACK IN STOCK,
      *    AND WRITES A RETURNS ROW WHOSE REFUND COMES OUT OF THE
      *    REVENUE ROLLUPS - BEFORE THIS, A RETURN HAD NOTHING TO KEY,
      *    SO STOCK COUNTS DRIFTED AND REVENUE WAS OVERSTATED
       RETURN-OP.
      *    A RETURN POSTS WITH TODAY'S DATE, SO IF MONTH-END HAS
      *    ALREADY CLOSED THE CURRENT PERIOD NOTHING MAY POST INTO IT
           PERFORM CHECK-PERIOD-OPEN.
           IF ERRCTR > 0
               GO TO RETURN-OP-EXIT.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-RET-ORDERID THRU GET-RET-ORDERID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RET-LAPID THRU GET-RET-LAPID-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RETQTY THRU GET-RETQTY-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-REASONCODE THRU GET-REASONCODE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    WHERE THE UNITS GO DECIDES WHETHER THEY SELL AGAIN - A
      *    DEFECTIVE RETURN HELD AS DAMAGED CAN'T BE RESOLD BY
      *    ACCIDENT ANY MORE
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-DISPOSITION THRU GET-DISPOSITION-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               IF ERRCTR = 0
                   PERFORM CALC-REFUND
                   PERFORM GENERATE-RETID
                   DISPLAY 'GENERATED RETURN ID: ' PK-RETID
                   PERFORM INSERT-RETURN
                   IF ERRCTR = 0
                       PERFORM INCREMENT-STOCKQTY
      *    THE SPECIFIC UNITS COMING BACK ARE TAKEN BACK ONTO THE
      *    UNIT LIST BY SERIAL NUMBER
                       IF ERRCTR = 0
                           PERFORM RETURN-UNIT-SERIALS THRU
                               RETURN-UNIT-SERIALS-EXIT
                       END-IF
                   END-IF.

       RETURN-OP-EXIT.
           EXIT.

      *    NOTHING POSTS INTO A MONTH THE MONTH-END CLOSE HAS ALREADY
      *    EXTRACTED AND LOCKED
       CHECK-PERIOD-OPEN.
           MOVE 'CHECK-PERIOD-OPEN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CLOSEDCNT
               FROM CLOSEDPERIODS
               WHERE PERIODYM = SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
           END-EXEC.
           IF CLOSEDCNT > 0
               DISPLAY 'THE CURRENT PERIOD HAS BEEN CLOSED BY'
                   ' MONTH-END - NOTHING MAY POST INTO IT'
               ADD 1 TO ERRCTR.

       GET-RET-ORDERID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT ORDER ID THE RETURN IS AGAINST,'
               ' OR * TO CANCEL:'.
           ACCEPT FK-ORDERID.
           IF FK-ORDERID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RET-ORDERID-EXIT.
           MOVE 0 TO ERRCTR.
           MOVE 'N' TO SELECTERR-SW.
           PERFORM SELECT-ORD-FOR-LAPORD.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW.

       GET-RET-ORDERID-EXIT.
           EXIT.

      *    THE RETURNED LAPTOP HAS TO BE A LINE ITEM ACTUALLY ON THE
      *    ORDER - THE LINE'S ORDERED QUANTITY AND ORDERCOST ARE ALSO
      *    FETCHED HERE FOR THE QUANTITY CHECK AND REFUND FIGURE
       GET-RET-LAPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID BEING RETURNED,'
               ' OR * TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RET-LAPID-EXIT.
           MOVE 'GET-RET-LAPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QUANTITY, ORDERCOST
               INTO :QTY, :ORDERCOST
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'LAPTOP ' FK-LAPID ' IS NOT A LINE ITEM ON'
                   ' ORDER ' FK-ORDERID
               MOVE 'N' TO FIELD-OK-SW.

       GET-RET-LAPID-EXIT.
           EXIT.

      *    THE RETURNED QUANTITY, TOGETHER WITH WHAT HAS ALREADY BEEN
      *    RETURNED AGAINST THIS LINE, CAN'T EXCEED WHAT WAS ORDERED
       GET-RETQTY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE QUANTITY BEING RETURNED, OR * TO'
               ' CANCEL:'.
           ACCEPT WKRETQTYENTRY.
           IF WKRETQTYENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RETQTY-EXIT.
           IF WKRETQTYENTRY = ' '
               DISPLAY 'QUANTITY WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RETQTY-EXIT.
           IF WKRETQTYENTRY ALPHABETIC
               DISPLAY 'QUANTITY SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RETQTY-EXIT.
           MOVE FUNCTION NUMVAL(WKRETQTYENTRY) TO RETQTY.
           IF RETQTY <= 0
               DISPLAY 'QUANTITY SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RETQTY-EXIT.
           PERFORM SUM-PRIOR-RETURNS.
           IF RETQTY + WKRETPRIOR > QTY
               DISPLAY 'ONLY ' QTY ' WERE ORDERED AND ' WKRETPRIOR
                   ' HAVE ALREADY BEEN RETURNED ON THIS LINE'
               MOVE 'N' TO FIELD-OK-SW.

       GET-RETQTY-EXIT.
           EXIT.

       SUM-PRIOR-RETURNS.
           MOVE 'SUM-PRIOR-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(QUANTITY)
               INTO :WKRETPRIOR :NL-RETPRIOR
               FROM RETURNS
               WHERE ORDERID = :FK-ORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF NL-RETPRIOR < 0
               MOVE 0 TO WKRETPRIOR.

       GET-REASONCODE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE RETURN REASON CODE, OR * TO CANCEL:'.
           DISPLAY 'D - DEFECTIVE'.
           DISPLAY 'W - WRONG ITEM'.
           DISPLAY 'R - REMORSE'.
           DISPLAY 'O - OTHER'.
           ACCEPT REASONCODE.
           IF REASONCODE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-REASONCODE-EXIT.
           IF FUNCTION UPPER-CASE(REASONCODE) = 'D' OR
           FUNCTION UPPER-CASE(REASONCODE) = 'W' OR
           FUNCTION UPPER-CASE(REASONCODE) = 'R' OR
           FUNCTION UPPER-CASE(REASONCODE) = 'O'
               MOVE FUNCTION UPPER-CASE(REASONCODE) TO REASONCODE
           ELSE
               DISPLAY 'REASON CODE MUST BE D, W, R OR O'
               MOVE 'N' TO FIELD-OK-SW.

       GET-REASONCODE-EXIT.
           EXIT.

      *    A DEFECTIVE RETURN DEFAULTS TO THE DAMAGED HOLD - THE
      *    OPERATOR HAS TO SAY SO DELIBERATELY TO RESTOCK ONE
       GET-DISPOSITION.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE DISPOSITION, OR * TO CANCEL:'.
           DISPLAY 'R - RESTOCK AS SELLABLE'.
           DISPLAY 'D - HOLD AS DAMAGED'.
           IF REASONCODE = 'D'
               DISPLAY '(THE RETURN IS CODED DEFECTIVE - D IS THE'
                   ' EXPECTED CHOICE)'.
           ACCEPT RETDISP.
           IF RETDISP = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-DISPOSITION-EXIT.
           MOVE FUNCTION UPPER-CASE(RETDISP) TO RETDISP.
           IF RETDISP NOT = 'R' AND RETDISP NOT = 'D'
               DISPLAY 'DISPOSITION MUST BE R OR D'
               MOVE 'N' TO FIELD-OK-SW.

       GET-DISPOSITION-EXIT.
           EXIT.

      *    THE REFUND IS THE RETURNED SHARE OF THE LINE'S ORDERCOST,
      *    SO A DEAL TAKEN AT ORDER TIME IS REFLECTED IN THE REFUND
       CALC-REFUND.
           COMPUTE REFUNDAMT ROUNDED = ORDERCOST * RETQTY / QTY.

      *    LOOKS UP THE HIGHEST EXISTING RETURNID AND GENERATES THE
      *    NEXT ONE, SO THE OPERATOR NEVER HAS TO KEY IN A KEY THAT
      *    MIGHT ALREADY BE IN USE
       GENERATE-RETID.
           MOVE 'RETURNID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTRETID.
           MOVE WKNEXTRETID TO PK-RETID.

      *    A NEW RETURN'S REFUND STARTS OUT AWAITING REVIEW - THE
      *    REFUNDS-PAYABLE QUEUE APPROVES IT AND THE DISBURSEMENT RUN
      *    PAYS IT
       INSERT-RETURN.
           MOVE 'INSERT-RETURN' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RETURNS
                   (RETURNID, ORDERID, LAPTOPID, RETURNDATE, QUANTITY,
                   REASONCODE, REFUNDAMOUNT, REFUNDSTATUS,
                   REFUNDPAIDDATE, DISPOSITION)
               VALUES (:PK-RETID, :FK-ORDERID, :FK-LAPID, CURRENT DATE,
               :RETQTY, :REASONCODE, :REFUNDAMT, 'N', NULL, :RETDISP)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
           ELSE
               DISPLAY 'NO ROWS WERE INSERTED'
               ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    PUTS THE RETURNED UNITS BACK ON THE LAPTOP'S ON-HAND STOCK
      *    NOW THAT THE RETURN HAS ACTUALLY BEEN ACCEPTED
       INCREMENT-STOCKQTY.
           MOVE 'INCREMENT-STOCKQTY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY + :RETQTY
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING STOCK ON HAND'
               ADD 1 TO ERRCTR
           ELSE
      *    RESELLABLE UNITS GO BACK INTO THE BACK WAREHOUSE PILE -
      *    DEFECTS GO INTO THE DAMAGED-GOODS HOLD, WHICH ORDER ENTRY
      *    CAN'T SELL FROM
               IF RETDISP = 'D'
                   MOVE 'DMG' TO LOCATIONCODE
               ELSE
                   MOVE 'WH01' TO LOCATIONCODE
               END-IF
               MOVE RETQTY TO LOCQTY
               PERFORM ADD-TO-LOCSTOCK
               MOVE RETQTY TO STKQTYMOVED
               MOVE 'I' TO STKDIR
               MOVE 'T' TO STKSRC
               MOVE PK-RETID TO STKSRCID
               MOVE LOCATIONCODE TO STKLOC
               PERFORM INSERT-STOCKAUDIT.

       INSERT-ROW-ORD.
           PERFORM GENERATE-ORDERID.
           DISPLAY 'GENERATED ORDER ID: ' PK-ORDERID.
           PERFORM PREINSERT-ORD.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               IF ERRCTR = 0
      *    A CUSTOMER ALREADY OVER THEIR CREDIT LIMIT STILL GETS THE
      *    ORDER TAKEN - IT JUST STARTS OUT ON CREDIT HOLD FOR A
      *    SUPERVISOR TO RELEASE, SO THE SALE ISN'T LOST WHILE THE
      *    ARGUMENT HAPPENS
                   PERFORM CHECK-CUST-CREDIT THRU
                       CHECK-CUST-CREDIT-EXIT
                   PERFORM INSERT-ORD.

      *    LOOKS UP THE HIGHEST EXISTING ORDERID AND GENERATES THE
      *    NEXT ONE, SO THE OPERATOR NEVER HAS TO KEY IN A KEY THAT
      *    MIGHT ALREADY BE IN USE
       GENERATE-ORDERID.
           MOVE 'ORDERID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTORDERID.
           MOVE WKNEXTORDERID TO PK-ORDERID.

       PREINSERT-ORD.
           PERFORM SELECT-ORD-INSERT.
           
           IF ERRCTR = 0
               PERFORM ENTER-MORE-VALUES.

           IF SELECTERR-SW = 'N'
               DISPLAY 'PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD.

      *    CALLED TO CHECK IF THE PRIMARY KEY ENTERED ALREADY EXISTS
      *    (CHECKS IF THE SQLCODE RETURNS 100)
       SELECT-ORD-INSERT.
           PERFORM PRESELECT-ORD.
           MOVE 'SELECT-ORD-INSERT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID, ORDERDATE, SHIPPEDDATE, ARRIVALDATE, 
               SHIPPINGCITY, SHIPPINGSTATE, SHIPPINGFEE
               INTO :FK-CUSTID, :ORDERDATE, :SHIPDATE :NL-SHIPDATE,
               :ARRIVALDATE :NL-ARRIVALDATE, :SHIPCITY :NL-SHIPCITY, 
               :SHIPST :NL-SHIPST, :SHIPFEE :NL-SHIPFEE
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE = 100
               IF PK-ORDERID = ' '
                   DISPLAY 'NOTHING WAS ENTERED'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO SELECTERR-SW
               ELSE
                   IF PK-ORDERID NOT ALPHABETIC
                       PERFORM ORDID-DIGITS-CHECK
                       IF SELECTERR-SW = 'N'
                           DISPLAY 'ORDER ID IS VALID'
                       END-IF
                   ELSE
                       DISPLAY 'ORDER ID SHOULD BE NUMERIC'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
           ELSE
               IF SQLCODE = 0
                   DISPLAY 
        'ORDER ID IS INVALID, YOU SHOULDN''T BE USING AS AN EXISTING ID'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO SELECTERR-SW
               ELSE
                   DISPLAY 'A SERIOUS ERROR HAS OCCURED'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO SELECTERR-SW.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    USED TO CHECK HOW MANY DIGITS AN ORDER ID IS
       ORDID-DIGITS-CHECK.
           MOVE 0 TO SPACES-CNT.
      *    USED TO FIND THE AMOUNT OF TRAILING SPACES
           INSPECT FUNCTION REVERSE(PK-ORDERID)
               TALLYING SPACES-CNT FOR LEADING ' '.

           IF SPACES-CNT > 0
               DISPLAY 'ORDER ID SHOULD BE 8 DIGITS'
               ADD 1 TO ERRCTR
               MOVE 'Y' TO SELECTERR-SW.


      *    EACH FIELD IS GATHERED BY ITS OWN GET- PARAGRAPH THAT KEEPS
      *    RE-PROMPTING UNTIL THE FIELD PASSES ITS CHECK - KEYING '*'
      *    AT ANY PROMPT BACKS OUT OF THE WHOLE TRANSACTION
       ENTER-MORE-VALUES.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-ORD-CUSTID THRU GET-ORD-CUSTID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ORDDATE THRU GET-ORDDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    EVERY ORDER CARRIES THE SHIP DATE THE CUSTOMER WAS ACTUALLY
      *    PROMISED - DEFAULTED FROM THE LEAD-TIME RULE, OVERRIDABLE
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-PROMDATE THRU GET-PROMDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPDATE THRU GET-SHIPDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ARRIVDATE THRU GET-ARRIVDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               PERFORM ENTER-SHIPTO-VALUES.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPFEE THRU GET-SHIPFEE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-ORD-EMPNO THRU GET-ORD-EMPNO-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    THE SELLING REP'S EMPLOYEE NUMBER IS CAPTURED ON EVERY NEW
      *    ORDER AND VALIDATED AGAINST THE SAMPLE DATABASE'S EMPLOYEE
      *    TABLE, SO THE MONTHLY COMMISSION REPORT WORKS FROM THE
      *    ORDERS THEMSELVES INSTEAD OF A HANDWRITTEN LOG
       GET-ORD-EMPNO.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SELLING REP''S 6 DIGIT EMPLOYEE NUMBER,'
               ' OR * TO CANCEL:'.
           ACCEPT EMPNUM.
           IF EMPNUM = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ORD-EMPNO-EXIT.
           IF EMPNUM = ' '
               DISPLAY 'EMPLOYEE NUMBER WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-ORD-EMPNO-EXIT.
           MOVE 'GET-ORD-EMPNO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT LASTNAME
               INTO :EMPLNAME
               FROM EMPLOYEE
               WHERE EMPNO = :EMPNUM
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'EMPLOYEE ' EMPNUM ' ' EMPLNAME
           ELSE
               DISPLAY 'EMPLOYEE ' EMPNUM ' WAS NOT FOUND'
               MOVE 'N' TO FIELD-OK-SW.

       GET-ORD-EMPNO-EXIT.
           EXIT.

       GET-ORD-CUSTID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT CUSTOMER ID, ? TO SEARCH'
               ' BY NAME, OR * TO CANCEL:'.
           ACCEPT FK-CUSTID.
           IF FK-CUSTID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ORD-CUSTID-EXIT.
           IF FK-CUSTID = '?'
               PERFORM LOOKUP-CUST-BY-NAME THRU
                   LOOKUP-CUST-BY-NAME-EXIT
               IF CUSTPICKED-SW = 'Y'
                   MOVE WKPICKCUSTID TO FK-CUSTID
               ELSE
                   MOVE 'N' TO FIELD-OK-SW
                   GO TO GET-ORD-CUSTID-EXIT
               END-IF
           END-IF.
           MOVE 0 TO ERRCTR.
           MOVE 'N' TO SELECTERR-SW.
           PERFORM SELECT-CUST-INSERT.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW.

       GET-ORD-CUSTID-EXIT.
           EXIT.

       GET-ORDDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE ORDER DATE IN YYYY-MM-DD FORMAT,'
               ' OR * TO CANCEL:'.
           ACCEPT ORDERDATE.
           IF ORDERDATE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ORDDATE-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM ORDDATE-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-ORDDATE-EXIT.
           EXIT.

      *    THE DEFAULT PROMISE IS THE ORDER DATE PLUS THE LEAD-TIME
      *    RULE IN WORKING DAYS ON THE COMPANY CALENDAR - THE OPERATOR
      *    CAN OVERRIDE IT WHEN SOMETHING ELSE WAS ACTUALLY PROMISED
       GET-PROMDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           MOVE ORDERDATE TO CAL-FROMDATE.
           MOVE LEAD-TIME-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE CAL-TODATE TO PROMDATE.
           DISPLAY 'ENTER THE PROMISED SHIP DATE IN YYYY-MM-DD'
               ' FORMAT, LEAVE BLANK FOR ' PROMDATE ', OR * TO'
               ' CANCEL:'.
           ACCEPT WKPROMENTRY.
           IF WKPROMENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PROMDATE-EXIT.
           IF WKPROMENTRY = ' '
               MOVE 0 TO NL-PROMDATE
               GO TO GET-PROMDATE-EXIT.
           MOVE WKPROMENTRY TO PROMDATE
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.
           UNSTRING PROMDATE DELIMITED BY '-'
               INTO WKYYYY, WKMM, WKDD
           END-UNSTRING.
           IF WKYYYY ALPHABETIC OR WKMM ALPHABETIC OR WKDD ALPHABETIC
               DISPLAY 'DATE ' PROMDATE
                   ' SHOULD BE IN YYYY-MM-DD FORMAT'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PROMDATE-EXIT.
           IF FUNCTION NUMVAL(WKYYYY) = 0
               DISPLAY 'DATE ' PROMDATE
                   ' SHOULD BE IN YYYY-MM-DD FORMAT'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PROMDATE-EXIT.
           IF PROMDATE < ORDERDATE
               DISPLAY 'THE PROMISED SHIP DATE SHOULD BE ON OR AFTER'
                   ' THE ORDER DATE ' ORDERDATE
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PROMDATE-EXIT.
           MOVE 0 TO NL-PROMDATE.

       GET-PROMDATE-EXIT.
           EXIT.

      *    STEPS CAL-DAYS WORKING DAYS FORWARD FROM CAL-FROMDATE ON THE
      *    COMPANY CALENDAR - CAL-TODATE IS THE WORKING DAY THAT HAS
      *    EXACTLY CAL-DAYS WORKING DAYS AFTER THE FROM DATE UP TO AND
      *    INCLUDING ITSELF. WHERE THE CALENDAR DOESN'T REACH THAT FAR
      *    YET THE STEP FALLS BACK TO PLAIN CALENDAR DAYS
       ADD-BUSINESS-DAYS.
           MOVE 0 TO NL-CAL-TODATE.
           MOVE 'ADD-BUSINESS-DAYS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(MIN(C.CALDATE), ISO)
               INTO :CAL-TODATE :NL-CAL-TODATE
               FROM BUSCALENDAR C
               WHERE C.CALDATE > DATE(:CAL-FROMDATE)
               AND C.BUSINESSDAY = 'Y'
               AND (SELECT COUNT(*)
                   FROM BUSCALENDAR C2
                   WHERE C2.CALDATE > DATE(:CAL-FROMDATE)
                   AND C2.CALDATE <= C.CALDATE
                   AND C2.BUSINESSDAY = 'Y') = :CAL-DAYS
           END-EXEC.
           IF NL-CAL-TODATE < 0
               EXEC SQL
                   SELECT CHAR(DATE(:CAL-FROMDATE) + :CAL-DAYS DAYS,
                       ISO)
                   INTO :CAL-TODATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC.

       GET-SHIPDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SHIPPED DATE IN YYYY-MM-DD FORMAT,'
               ' LEAVE BLANK IF NOT SHIPPED, OR * TO CANCEL:'.
           ACCEPT SHIPDATE.
           IF SHIPDATE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPDATE-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM SHIPDATE-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-SHIPDATE-EXIT.
           EXIT.

       GET-ARRIVDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER AN ARRIVAL DATE IN YYYY-MM-DD FORMAT,'
               ' LEAVE BLANK IF NOT ARRIVED, OR * TO CANCEL:'.
           ACCEPT ARRIVALDATE.
           IF ARRIVALDATE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-ARRIVDATE-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM ARRIVDATE-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-ARRIVDATE-EXIT.
           EXIT.

      *    THE SHIP-TO IS PICKED FROM THE CUSTOMER'S ADDRESS BOOK - A
      *    ONE-OFF DELIVERY ADDRESS, OR A CUSTOMER WITH NO ADDRESS
      *    BOOK, HAS IT KEYED FIELD BY FIELD. EITHER WAY THE WHOLE
      *    ADDRESS IS COPIED ONTO THE ORDER, AND THE TAX AND SHIPPING
      *    RATES FOLLOW ITS STATE
       ENTER-SHIPTO-VALUES.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-SHIPTO THRU GET-SHIPTO-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND SHIPTOKEY-SW = 'Y'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPSTREET THRU GET-SHIPSTREET-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND SHIPTOKEY-SW = 'Y'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPUNIT THRU GET-SHIPUNIT-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND SHIPTOKEY-SW = 'Y'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPCITY THRU GET-SHIPCITY-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND SHIPTOKEY-SW = 'Y'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPST THRU GET-SHIPST-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND SHIPTOKEY-SW = 'Y'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-SHIPZIP THRU GET-SHIPZIP-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    STARTS THE SHIP-TO OUT EMPTY - EVERY PART OF IT NULL
       CLEAR-SHIPTO.
           MOVE 'N' TO SHIPTOKEY-SW.
           MOVE ' ' TO SHIPTONAME.
           MOVE ' ' TO SHIPSTREET-VALUE.
           MOVE ' ' TO SHIPCITY-VALUE.
           MOVE ' ' TO SHIPST-VALUE.
           MOVE 0 TO SHIPSTREET-LENG.
           MOVE 0 TO SHIPCITY-LENG.
           MOVE 0 TO SHIPST-LENG.
           MOVE 0 TO SHIPUNIT.
           MOVE 0 TO SHIPZIP.
           MOVE -1 TO NL-SHIPTONAME.
           MOVE -1 TO NL-SHIPSTREET.
           MOVE -1 TO NL-SHIPUNIT.
           MOVE -1 TO NL-SHIPCITY.
           MOVE -1 TO NL-SHIPST.
           MOVE -1 TO NL-SHIPZIP.

       GET-SHIPTO.
           MOVE 'Y' TO FIELD-OK-SW.
           PERFORM DECLARE-STLIST.
           PERFORM PROC-STLIST.
           PERFORM CLEAR-SHIPTO.
           IF STCNT = 0
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS NO SHIP-TO'
                   ' ADDRESSES ON FILE - KEY THE SHIP-TO ADDRESS'
               MOVE 'Y' TO SHIPTOKEY-SW
               GO TO GET-SHIPTO-EXIT.

           DISPLAY 'ENTER THE SHIP-TO ADDRESS NAME, LEAVE BLANK FOR'
               ' THE DEFAULT, + TO KEY A ONE-OFF ADDRESS, OR * TO'
               ' CANCEL:'.
           ACCEPT SHIPTONAME.
           IF SHIPTONAME = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPTO-EXIT.
           IF SHIPTONAME = '+'
               MOVE ' ' TO SHIPTONAME
               MOVE 'Y' TO SHIPTOKEY-SW
               GO TO GET-SHIPTO-EXIT.
           MOVE FUNCTION UPPER-CASE(SHIPTONAME) TO SHIPTONAME.
           PERFORM SELECT-SHIPTO.
           IF SQLCODE NOT = 0
               IF SHIPTONAME = ' '
                   DISPLAY 'THE CUSTOMER HAS NO DEFAULT SHIP-TO'
                       ' ADDRESS - ENTER ONE BY NAME'
               ELSE
                   DISPLAY 'NO ADDRESS NAMED ' SHIPTONAME
                       ' IS ON FILE'
               END-IF
               PERFORM CLEAR-SHIPTO
               MOVE 'N' TO FIELD-OK-SW
           ELSE
               DISPLAY 'SHIPPING TO ' SHIPTONAME ' - '
                   SHIPCITY-VALUE ' ' SHIPST-VALUE.

       GET-SHIPTO-EXIT.
           EXIT.

      *    THE NAMED ADDRESS BOOK ENTRY, OR THE DEFAULT WHEN NO NAME
      *    IS GIVEN
       SELECT-SHIPTO.
           MOVE 0 TO NL-SHIPUNIT.
           IF SHIPTONAME = ' '
               MOVE 'SELECT-SHIPTO' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT SHIPTONAME, UNITNUMBER, STREET, CITY, ST,
                       ZIP
                   INTO :SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
                       :SHIPSTREET, :SHIPCITY, :SHIPST, :SHIPZIP
                   FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND DEFAULTSHIPTO = 'Y'
               END-EXEC
           ELSE
               MOVE 'SELECT-SHIPTO' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT SHIPTONAME, UNITNUMBER, STREET, CITY, ST,
                       ZIP
                   INTO :SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
                       :SHIPSTREET, :SHIPCITY, :SHIPST, :SHIPZIP
                   FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND SHIPTONAME = :SHIPTONAME
               END-EXEC.
           IF SQLCODE = 0
               MOVE 0 TO NL-SHIPTONAME
               MOVE 0 TO NL-SHIPSTREET
               MOVE 0 TO NL-SHIPCITY
               MOVE 0 TO NL-SHIPST
               MOVE 0 TO NL-SHIPZIP.

       GET-SHIPSTREET.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SHIPPING STREET, LEAVE BLANK IF UNKNOWN,'
               ' OR * TO CANCEL:'.
           ACCEPT SHIPSTREET-VALUE.
           IF SHIPSTREET-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPSTREET-EXIT.
           IF SHIPSTREET-VALUE = ' '
               MOVE -1 TO NL-SHIPSTREET
           ELSE
               PERFORM CALC-LEN-SHIPSTREET
               MOVE 0 TO NL-SHIPSTREET.

       GET-SHIPSTREET-EXIT.
           EXIT.

      *    THE UNIT IS OPTIONAL ON A SHIP-TO - PLENTY OF DELIVERY
      *    ADDRESSES DON'T HAVE ONE
       GET-SHIPUNIT.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SHIP-TO UNIT NUMBER, LEAVE BLANK IF'
               ' NONE, OR * TO CANCEL:'.
           ACCEPT WKSHIPUNITENTRY.
           IF WKSHIPUNITENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPUNIT-EXIT.
           IF WKSHIPUNITENTRY = ' '
               MOVE 0 TO SHIPUNIT
               MOVE -1 TO NL-SHIPUNIT
               GO TO GET-SHIPUNIT-EXIT.
           IF WKSHIPUNITENTRY ALPHABETIC
               DISPLAY 'UNIT NUMBER SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-SHIPUNIT-EXIT.
           MOVE FUNCTION NUMVAL(WKSHIPUNITENTRY) TO SHIPUNIT.
           IF SHIPUNIT <= 0
               DISPLAY 'UNIT NUMBER SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-SHIPUNIT-EXIT.
           MOVE 0 TO NL-SHIPUNIT.

       GET-SHIPUNIT-EXIT.
           EXIT.

       GET-SHIPZIP.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SHIPPING ZIP CODE, LEAVE BLANK IF'
               ' UNKNOWN, OR * TO CANCEL:'.
           ACCEPT WKSHIPZIPENTRY.
           IF WKSHIPZIPENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPZIP-EXIT.
           IF WKSHIPZIPENTRY = ' '
               MOVE 0 TO SHIPZIP
               MOVE -1 TO NL-SHIPZIP
               GO TO GET-SHIPZIP-EXIT.
           IF WKSHIPZIPENTRY ALPHABETIC
               DISPLAY 'ZIP CODE SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-SHIPZIP-EXIT.
           MOVE FUNCTION NUMVAL(WKSHIPZIPENTRY) TO SHIPZIP.
           IF SHIPZIP <= 0
               DISPLAY 'ZIP CODE SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-SHIPZIP-EXIT.
           MOVE 0 TO NL-SHIPZIP.

       GET-SHIPZIP-EXIT.
           EXIT.

       GET-SHIPCITY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SHIPPING CITY, LEAVE BLANK IF UNKNOWN,'
               ' OR * TO CANCEL:'.
           ACCEPT SHIPCITY-VALUE.
           IF SHIPCITY-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPCITY-EXIT.
           PERFORM CALC-LEN-SHIPCITY.
           MOVE 0 TO ERRCTR.
           PERFORM SHIPCITY-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-SHIPCITY-EXIT.
           EXIT.

       GET-SHIPST.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE SHIPPING STATE (MAKE SURE STATE IS'
               ' ABBREVIATED), LEAVE BLANK IF UNKNOWN, OR * TO CANCEL:'.
           ACCEPT SHIPST-VALUE.
           IF SHIPST-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPST-EXIT.
           PERFORM CALC-LEN-SHIPST.
           MOVE 0 TO ERRCTR.
           PERFORM SHIPST-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-SHIPST-EXIT.
           EXIT.

      *    THE SHIPPING FEE NOW COMES FROM THE RATE TABLE BY SERVICE
      *    LEVEL AND DESTINATION STATE INSTEAD OF AN OPERATOR
      *    GUESSING A NUMBER - A DESTINATION WITH NO RATE ON FILE, OR
      *    AN ORDER WITH NO SHIP-TO STATE YET, STILL TAKES A KEYED
      *    FEE SO THE ORDER ISN'T STUCK
       GET-SHIPFEE.
           MOVE 'Y' TO FIELD-OK-SW.
           IF NL-SHIPST < 0
               PERFORM GET-KEYED-SHIPFEE THRU GET-KEYED-SHIPFEE-EXIT
               GO TO GET-SHIPFEE-EXIT.

           DISPLAY 'ENTER THE SHIPPING SERVICE LEVEL - G GROUND,'
               ' E EXPRESS, LEAVE BLANK FOR NO SHIPPING, OR * TO'
               ' CANCEL:'.
           ACCEPT SVCLEVEL.
           IF SVCLEVEL = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-SHIPFEE-EXIT.
           IF SVCLEVEL = ' '
               MOVE -1 TO NL-SHIPFEE
               GO TO GET-SHIPFEE-EXIT.
           MOVE FUNCTION UPPER-CASE(SVCLEVEL) TO SVCLEVEL.
           IF SVCLEVEL NOT = 'G' AND SVCLEVEL NOT = 'E'
               DISPLAY 'SERVICE LEVEL MUST BE G OR E'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-SHIPFEE-EXIT.

           MOVE 'GET-SHIPFEE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SHIPRATE
               INTO :SHIPRATE
               FROM SHIPRATES
               WHERE SERVICELEVEL = :SVCLEVEL
               AND SHIPST = :SHIPST-VALUE
           END-EXEC.
           IF SQLCODE = 0
               MOVE SHIPRATE TO SHIPFEE
               MOVE 0 TO NL-SHIPFEE
               MOVE SHIPFEE TO O-SHIPFEE
               DISPLAY 'THE COMPUTED SHIPPING FEE IS ' O-SHIPFEE
           ELSE
               DISPLAY 'NO RATE IS ON FILE FOR SERVICE LEVEL '
                   SVCLEVEL ' TO STATE ' SHIPST-VALUE
               PERFORM GET-KEYED-SHIPFEE THRU GET-KEYED-SHIPFEE-EXIT.

       GET-SHIPFEE-EXIT.
           EXIT.

      *    THE OLD OPERATOR-KEYED FEE, KEPT AS THE FALLBACK WHEN THE
      *    RATE TABLE HAS NOTHING TO SAY
       GET-KEYED-SHIPFEE.
           DISPLAY 'ENTER THE SHIPPING FEE, LEAVE BLANK IF NONE,'
               ' OR * TO CANCEL:'.
           ACCEPT WKSHIPFEE.
           IF WKSHIPFEE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-KEYED-SHIPFEE-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM SHIPFEE-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-KEYED-SHIPFEE-EXIT.
           EXIT.

      *    USED TO CHECK THAT THE CUSTOMER ID THAT WAS ENTERED ALREADY
      *    EXISTS (RETURNS A SQLCODE OF 0 IF IT EXISTS)
       SELECT-CUST-INSERT.
           PERFORM PRESELECT-CUST.
           MOVE 'SELECT-CUST-INSERT' TO ERR-PARAGRAPH.
           EXEC SQL 
               SELECT FIRSTNAME, LASTNAME, UNITNUMBER, STREET, CITY, ST,
               ZIP, EMAIL, RECURRING
               INTO :FNAME, :LNAME, :UNITNUM, :STREET, :CITY, :ST, :ZIP,
               :EMAIL :NL-EMAIL, :RECUR
               FROM CUSTOMERS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC. 
           IF SQLCODE = 0 
	           DISPLAY 'CUSTOMER ID IS VALID'
           ELSE
               IF SQLCODE = 100
                   IF FK-CUSTID = ' '
                       DISPLAY 'CUSTOMER ID WAS NOT ENTERED'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
                   ELSE
                       DISPLAY 
            'CUSTOMER ID IS INVALID, YOU SHOULD BE USING AN EXISTING ID'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
               ELSE
                   DISPLAY 'A CRITICAL ERROR HAS OCCURED'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO SELECTERR-SW.
           
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    CHECKS IF A NULL VALUE WAS ENTERED FOR ORDER DATE 
       ORDDATE-CHECK.
           IF ORDERDATE = ' '
               DISPLAY 'ORDER DATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF ORDERDATE NOT ALPHABETIC
                   UNSTRING ORDERDATE DELIMITED BY '-'
                       INTO WKYYYY, WKMM, WKDD
                   END-UNSTRING
                   IF WKYYYY NOT ALPHABETIC AND WKMM NOT ALPHABETIC AND
                   WKDD NOT ALPHABETIC
                       IF FUNCTION NUMVAL(WKYYYY) = 0 AND FUNCTION 
                       NUMVAL(WKMM) = 0 AND FUNCTION NUMVAL(WKDD) = 0
                           DISPLAY 'DATE ' ORDERDATE  
                           ' SHOULD BE IN YYYY-MM-DD FORMAT'
                           ADD 1 TO ERRCTR
                       END-IF
                   ELSE
                       DISPLAY 'ORDER DATE SHOULD NOT CONTAIN LETTERS'
                       ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'ORDER DATE SHOULD NOT BE ALPHABETIC'
                   ADD 1 TO ERRCTR.

       SHIPDATE-CHECK.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.

           IF SHIPDATE = ' '
               MOVE -1 TO NL-SHIPDATE
           ELSE
               IF SHIPDATE NOT ALPHABETIC
                   UNSTRING SHIPDATE DELIMITED BY '-'
                       INTO WKYYYY, WKMM, WKDD
                   END-UNSTRING
                   IF WKYYYY NOT ALPHABETIC AND WKMM NOT ALPHABETIC AND 
                   WKDD NOT ALPHABETIC
                       IF FUNCTION NUMVAL(WKYYYY) = 0 AND FUNCTION 
                       NUMVAL(WKMM) = 0 AND FUNCTION NUMVAL(WKDD) = 0
                           DISPLAY 'DATE ' SHIPDATE  
                           ' SHOULD BE IN YYYY-MM-DD FORMAT'
                           ADD 1 TO ERRCTR
                       END-IF
                   ELSE
                       DISPLAY 'SHIPPED DATE SHOULD NOT CONTAIN LETTERS'
                       ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'SHIPPED DATE SHOULD NOT BE ALPHABETIC'
                   ADD 1 TO ERRCTR
               END-IF
               IF ERRCTR = 0
                   MOVE 0 TO NL-SHIPDATE.

       ARRIVDATE-CHECK.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.

           IF ARRIVALDATE = ' '
               MOVE -1 TO NL-ARRIVALDATE
           ELSE
               IF ARRIVALDATE NOT ALPHABETIC
                   UNSTRING ARRIVALDATE DELIMITED BY '-'
                       INTO WKYYYY, WKMM, WKDD
                   END-UNSTRING
                   IF WKYYYY NOT ALPHABETIC AND WKMM NOT ALPHABETIC AND 
                   WKDD NOT ALPHABETIC
                       IF FUNCTION NUMVAL(WKYYYY) = 0 AND FUNCTION 
                       NUMVAL(WKMM) = 0 AND FUNCTION NUMVAL(WKDD) = 0
                           DISPLAY 'DATE ' ARRIVALDATE  
                           ' SHOULD BE IN YYYY-MM-DD FORMAT'
                           ADD 1 TO ERRCTR
                       END-IF
                   ELSE
                       DISPLAY 'ARRIVAL DATE SHOULD NOT CONTAIN LETTERS'
                       ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'ARRIVAL DATE SHOULD NOT BE ALPHABETIC'
                   ADD 1 TO ERRCTR
               END-IF
               IF ERRCTR = 0
                   MOVE 0 TO NL-ARRIVALDATE.

       CALC-LEN-SHIPSTREET.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(SHIPSTREET-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF SHIPSTREET-VALUE GIVING
           SHIPSTREET-LENG.

       CALC-LEN-SHIPCITY.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(SHIPCITY-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF SHIPCITY-VALUE GIVING 
           SHIPCITY-LENG.

       SHIPCITY-CHECK.
           IF SHIPCITY-VALUE = ' '
               MOVE -1 TO NL-SHIPCITY
           ELSE
               IF SHIPCITY-VALUE NOT ALPHABETIC
                   DISPLAY 'SHIPPING CITY SHOULD BE ALPHABETIC'
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE 0 TO NL-SHIPCITY.

       CALC-LEN-SHIPST.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(SHIPST-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF SHIPST-VALUE GIVING 
           SHIPST-LENG.

       SHIPST-CHECK.
           IF SHIPST-VALUE = ' '
               MOVE -1 TO NL-SHIPST
           ELSE
               IF SHIPST-VALUE NOT ALPHABETIC
                   DISPLAY 'SHIPPING STATE SHOULD BE ALPHABETIC' 
                   ADD 1 TO ERRCTR
               END-IF
               IF SHIPST-LENG < 2
                   DISPLAY
           'SHIPPING STATE IS TOO SHORT, IT SHOULD BE 2 CHARACTERS LONG'
                   ADD 1 TO ERRCTR
               END-IF
               IF ERRCTR = 0
                   MOVE 0 TO NL-SHIPST.

       SHIPFEE-CHECK.
           IF WKSHIPFEE = ' '
               MOVE -1 TO NL-SHIPFEE
           ELSE
               IF WKSHIPFEE NOT ALPHABETIC
      *    NUMVAL() FUNCTION IS USED TO CONVERT ALPHANUMERIC DATA TO 
      *    NUMERIC DATA
                   MOVE FUNCTION NUMVAL(WKSHIPFEE) TO SHIPFEE
                   IF SHIPFEE <= 0
                       DISPLAY 'SHIPPING FEE SHOULD BE GREATER THAN 0'
                       ADD 1 TO ERRCTR
                   ELSE
                       MOVE 0 TO NL-SHIPFEE
               ELSE
                   DISPLAY 'SHIPPING FEE SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

      *    A NEW ORDER STARTS WITH A TAX AMOUNT OF 0 - THE TAX IS
      *    RECOMPUTED FROM THE SHIP-TO STATE EVERY TIME A LINE ITEM
      *    IS ADDED, SINCE THE LINE ITEMS ARE THE TAX BASE
       INSERT-ORD.
           IF ORDHOLD-SW = 'Y'
               MOVE 'H' TO ORDSTATUS
           ELSE
               MOVE 'E' TO ORDSTATUS.
           MOVE 'INSERT-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO ORDERS
                   (ORDERID, CUSTOMERID, ORDERDATE, SHIPPEDDATE,
                   ARRIVALDATE, SHIPPINGCITY, SHIPPINGSTATE,
                   SHIPPINGFEE, TAXAMOUNT, EMPNO, ORDSTATUS,
                   PROMISEDSHIPDATE, SHIPTONAME, SHIPPINGUNIT,
                   SHIPPINGSTREET, SHIPPINGZIP)
               VALUES (:PK-ORDERID, :FK-CUSTID, :ORDERDATE, :SHIPDATE
               :NL-SHIPDATE, :ARRIVALDATE :NL-ARRIVALDATE,  :SHIPCITY
               :NL-SHIPCITY, :SHIPST :NL-SHIPST, :SHIPFEE :NL-SHIPFEE,
               0, :EMPNUM, :ORDSTATUS, :PROMDATE,
               :SHIPTONAME :NL-SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
               :SHIPSTREET :NL-SHIPSTREET, :SHIPZIP :NL-SHIPZIP)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
               IF ORDHOLD-SW = 'Y'
                   DISPLAY 'ORDER ' PK-ORDERID ' WAS PLACED ON CREDIT'
                       ' HOLD'
               END-IF
           ELSE
               DISPLAY 'NO ROWS WERE INSERTED'
               ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    TOTALS THE CUSTOMER'S OPEN BALANCE (THE SAME LINE-TOTAL-
      *    PLUS-TAX-PLUS-SHIPPING-LESS-PAYMENTS MATH THE OPEN BALANCE
      *    REPORT USES) AGAINST THEIR CREDIT LIMIT, AND FLAGS THE
      *    ORDER FOR CREDIT HOLD WHEN THE LIMIT IS ALREADY BLOWN -
      *    A CUSTOMER WITH NO LIMIT ON FILE IS NEVER HELD.  A
      *    CUSTOMER WHOSE PAYMENT WAS RETURNED UNPAID HAS THEIR NEXT
      *    ORDER HELD REGARDLESS OF LIMIT, AND THE FLAG IS THEN
      *    CLEARED. A CUSTOMER SENT A DUNNING FINAL DEMAND HAS EVERY
      *    ORDER HELD UNTIL THE DUNNING RUN FINDS THEM CAUGHT UP
       CHECK-CUST-CREDIT.
           PERFORM CHECK-NSF-HOLD.
           IF NSFHOLD = 'Y'
               GO TO CHECK-CUST-CREDIT-EXIT.
           PERFORM CHECK-DUNN-HOLD.
           IF CREDITHOLD = 'Y'
               GO TO CHECK-CUST-CREDIT-EXIT.
           PERFORM SELECT-CREDITLIMIT.
           IF NL-CREDITLIMIT < 0
               GO TO CHECK-CUST-CREDIT-EXIT.
           PERFORM CALC-CUST-OPENBAL.
           IF WKOPENBALTOT > CREDITLIMIT
               DISPLAY 'CUSTOMER ' FK-CUSTID ' OWES ' WKOPENBALTOT
                   ' AGAINST A CREDIT LIMIT OF ' CREDITLIMIT
               MOVE 'Y' TO ORDHOLD-SW.

       CHECK-CUST-CREDIT-EXIT.
           EXIT.

       CHECK-NSF-HOLD.
           MOVE 'N' TO NSFHOLD.
           MOVE 'CHECK-NSF-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT NSFHOLD
               INTO :NSFHOLD
               FROM CUSTOMERS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO NSFHOLD.
           IF NSFHOLD = 'Y'
               DISPLAY 'CUSTOMER ' FK-CUSTID ' HAS A RETURNED PAYMENT'
                   ' ON FILE'
               MOVE 'Y' TO ORDHOLD-SW
               EXEC SQL
                   UPDATE CUSTOMERS
                       SET NSFHOLD = 'N'
                       WHERE CUSTOMERID = :FK-CUSTID
               END-EXEC.

       CHECK-DUNN-HOLD.
           MOVE 'CHECK-DUNN-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CREDITHOLD
               INTO :CREDITHOLD
               FROM CUSTOMERS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO CREDITHOLD.
           IF CREDITHOLD = 'Y'
               DISPLAY 'CUSTOMER ' FK-CUSTID ' IS ON CREDIT HOLD AFTER'
                   ' A DUNNING FINAL DEMAND'
               MOVE 'Y' TO ORDHOLD-SW.

       SELECT-CREDITLIMIT.
           MOVE 0 TO CREDITLIMIT.
           MOVE 0 TO NL-CREDITLIMIT.
           MOVE 'SELECT-CREDITLIMIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CREDITLIMIT
               INTO :CREDITLIMIT :NL-CREDITLIMIT
               FROM CUSTOMERS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE -1 TO NL-CREDITLIMIT.

      *    SUMS THE OPEN BALANCE ACROSS EVERY ORDER THE CUSTOMER OWNS
      *    - ONLY ORDERS STILL OWING MONEY COUNT TOWARD THE EXPOSURE
       CALC-CUST-OPENBAL.
           MOVE 0 TO WKOPENBALTOT.
           MOVE 0 TO WKOPENCRDTOT.
           PERFORM DECLARE-CREDBAL.
           PERFORM PROC-CREDBAL.

       DECLARE-CREDBAL.
           EXEC SQL
               DECLARE CREDBAL_CUR CURSOR FOR
               SELECT ORDERID, SHIPPINGFEE, TAXAMOUNT
               FROM ORDERS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.

       PROC-CREDBAL.
           MOVE 'PROC-CREDBAL' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CREDBAL_CUR END-EXEC.
           PERFORM LOOP-CREDBAL THRU LOOP-CREDBAL-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-CREDBAL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CREDBAL_CUR END-EXEC.

       LOOP-CREDBAL.
           MOVE 0 TO NL-CRDSHIPFEE.
           MOVE 0 TO NL-CRDTAX.
           MOVE 'LOOP-CREDBAL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CREDBAL_CUR
               INTO :CRD-ORDERID, :CRDSHIPFEE :NL-CRDSHIPFEE,
                   :CRDTAX :NL-CRDTAX
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CREDBAL-EXIT.
           IF SQLCODE = 0
               PERFORM CALC-ORDER-BALANCE
               IF WKORDBAL > 0
                   ADD WKORDBAL TO WKOPENBALTOT
               ELSE
                   ADD WKORDBAL TO WKOPENCRDTOT
               END-IF.

       LOOP-CREDBAL-EXIT.
           EXIT.

      *    THE ORDER'S EXTENDED WARRANTY CONTRACTS BILL WITH ITS LINES
       CALC-ORDER-BALANCE.
           MOVE 'CALC-ORDER-BALANCE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST) +
                   COALESCE((SELECT SUM(C.PRICE)
                             FROM WARRANTYCONTRACTS C
                             WHERE C.ORDERID = :CRD-ORDERID), 0)
               INTO :CRDLINETOT :NL-CRDLINETOT
               FROM LAPTOPORDERS
               WHERE ORDERID = :CRD-ORDERID
           END-EXEC.
           IF NL-CRDLINETOT < 0
               MOVE 0 TO CRDLINETOT.
           EXEC SQL
               SELECT SUM(AMOUNT)
               INTO :CRDPAYTOT :NL-CRDPAYTOT
               FROM PAYMENTS
               WHERE ORDERID = :CRD-ORDERID
           END-EXEC.
           IF NL-CRDPAYTOT < 0
               MOVE 0 TO CRDPAYTOT.
           IF NL-CRDTAX < 0
               MOVE 0 TO CRDTAX.
           IF NL-CRDSHIPFEE < 0
               MOVE 0 TO CRDSHIPFEE.
           COMPUTE WKORDBAL = CRDLINETOT + CRDTAX + CRDSHIPFEE
               - CRDPAYTOT.

      *    RE-CHECKS THE CREDIT POSITION AFTER A LINE ITEM IS PRICED
      *    ONTO THE ORDER - AN ORDER THAT JUST PUSHED THE CUSTOMER
      *    OVER THE LIMIT GOES ON HOLD NOW, NOT AT COLLECTIONS TIME
       CHECK-CREDIT-AFTER-LINE.
           PERFORM GET-ORDSTATUS.
           IF ORDSTATUS = 'H'
               GO TO CHECK-CREDIT-AFTER-LINE-EXIT.
           PERFORM SELECT-CREDITLIMIT.
           IF NL-CREDITLIMIT < 0
               GO TO CHECK-CREDIT-AFTER-LINE-EXIT.
           PERFORM CALC-CUST-OPENBAL.
           IF WKOPENBALTOT > CREDITLIMIT
               MOVE 'CHECK-CREDIT-AFTER-LINE' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE ORDERS
                       SET ORDSTATUS = 'H'
                       WHERE ORDERID = :FK-ORDERID
               END-EXEC
               DISPLAY 'CUSTOMER ' FK-CUSTID ' OWES ' WKOPENBALTOT
                   ' AGAINST A CREDIT LIMIT OF ' CREDITLIMIT
               DISPLAY 'ORDER ' FK-ORDERID ' WAS PLACED ON CREDIT'
                   ' HOLD'.

       CHECK-CREDIT-AFTER-LINE-EXIT.
           EXIT.

      *    PULLS THE ORDER'S CURRENT STATUS - AN ORDER FROM BEFORE
      *    THE STATUS COLUMN EXISTED READS AS ENTERED
       GET-ORDSTATUS.
           MOVE ' ' TO ORDSTATUS.
           MOVE 0 TO NL-ORDSTATUS.
           MOVE 'GET-ORDSTATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ORDSTATUS
               INTO :ORDSTATUS :NL-ORDSTATUS
               FROM ORDERS
               WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF NL-ORDSTATUS < 0 OR ORDSTATUS = ' '
               MOVE 'E' TO ORDSTATUS.

      *    CREDIT HOLD REVIEW - A SUPERVISOR FUNCTION. WALKS EVERY
      *    ORDER SITTING ON CREDIT HOLD WITH THE CUSTOMER'S EXPOSURE
      *    AND LIMIT, AND LETS THE SUPERVISOR RELEASE IT TO PROCEED OR
      *    CANCEL IT
       CREDIT-HOLD-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO CREDIT-HOLD-OP-EXIT.
           MOVE 'N' TO REVIEWDONE-SW.
           PERFORM DECLARE-HOLD.
           PERFORM PROC-HOLD.

       CREDIT-HOLD-OP-EXIT.
           EXIT.

       DECLARE-HOLD.
           EXEC SQL
               DECLARE HOLD_CUR CURSOR FOR
               SELECT ORDERID, CUSTOMERID, ORDERDATE
               FROM ORDERS
               WHERE ORDSTATUS = 'H'
               ORDER BY ORDERDATE, ORDERID
           END-EXEC.

       PROC-HOLD.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN HOLD_CUR END-EXEC.
           PERFORM LOOP-HOLD THRU LOOP-HOLD-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE HOLD_CUR END-EXEC.
           DISPLAY ROWCTR ' ORDER(S) ON CREDIT HOLD WERE REVIEWED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-HOLD.
           MOVE 'LOOP-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH HOLD_CUR
               INTO :FK-ORDERID, :FK-CUSTID, :ORDERDATE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-HOLD-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               PERFORM DISPLAY-HOLD
               PERFORM PROMPT-HOLD.

       LOOP-HOLD-EXIT.
           EXIT.

       DISPLAY-HOLD.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ORDER ' FK-ORDERID ' FOR CUSTOMER ' FK-CUSTID
               ' TAKEN ' ORDERDATE ' IS ON CREDIT HOLD'.
           PERFORM SELECT-CREDITLIMIT.
           PERFORM CALC-CUST-OPENBAL.
           IF NL-CREDITLIMIT < 0
               DISPLAY 'THE CUSTOMER OWES ' WKOPENBALTOT ' AND HAS NO'
                   ' CREDIT LIMIT ON FILE'
           ELSE
               DISPLAY 'THE CUSTOMER OWES ' WKOPENBALTOT ' AGAINST A'
                   ' LIMIT OF ' CREDITLIMIT.

       PROMPT-HOLD.
           DISPLAY 'R - RELEASE THE HOLD'.
           DISPLAY 'C - CANCEL THE ORDER'.
           DISPLAY 'ENTER - SKIP, * - STOP REVIEWING'.
           ACCEPT WKOP.

           IF WKOP = '*'
               MOVE 'Y' TO REVIEWDONE-SW
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'R'
                   MOVE 'E' TO ORDSTATUS
                   PERFORM UPDATE-HOLD-STATUS
               ELSE
                   IF FUNCTION UPPER-CASE(WKOP) = 'C'
                       PERFORM CANCEL-ORDER-CORE.

       UPDATE-HOLD-STATUS.
           MOVE 'UPDATE-HOLD-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET ORDSTATUS = :ORDSTATUS
                   WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               IF ORDSTATUS = 'E'
                   DISPLAY 'THE HOLD WAS RELEASED'
               ELSE
                   DISPLAY 'THE ORDER WAS CANCELLED'
               END-IF
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THE ORDER'
               ADD 1 TO ERRCTR.

       INSERT-ROW-LAPORD.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-LAPORD-ORDERID THRU GET-LAPORD-ORDERID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               PERFORM ENTER-LAPORD-VALUES.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               IF ERRCTR = 0
                   PERFORM INSERT-LAPORD.

       GET-LAPORD-ORDERID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT ORDER ID FOR THIS LINE'
               ' ITEM, OR * TO CANCEL:'.
           ACCEPT FK-ORDERID.
           IF FK-ORDERID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-LAPORD-ORDERID-EXIT.
           MOVE 0 TO ERRCTR.
           MOVE 'N' TO SELECTERR-SW.
           PERFORM SELECT-ORD-FOR-LAPORD.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW.

       GET-LAPORD-ORDERID-EXIT.
           EXIT.

      *    CALLED TO CHECK THAT THE ORDER ID ENTERED ALREADY EXISTS
      *    (RETURNS A SQLCODE OF 0 IF IT EXISTS)
       SELECT-ORD-FOR-LAPORD.
           PERFORM PRESELECT-ORD.
           MOVE 'SELECT-ORD-FOR-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID
               INTO :FK-CUSTID
               FROM ORDERS
               WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'ORDER ID IS VALID'
           ELSE
               IF SQLCODE = 100
                   IF FK-ORDERID = ' '
                       DISPLAY 'ORDER ID WAS NOT ENTERED'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
                   ELSE
                       DISPLAY
            'ORDER ID IS INVALID, YOU SHOULD BE USING AN EXISTING ID'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
               ELSE
                   DISPLAY 'A CRITICAL ERROR HAS OCCURED'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO SELECTERR-SW.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    EACH FIELD IS GATHERED BY ITS OWN GET- PARAGRAPH THAT KEEPS
      *    RE-PROMPTING UNTIL THE FIELD PASSES ITS CHECK - KEYING '*'
      *    AT ANY PROMPT BACKS OUT OF THE WHOLE TRANSACTION
       ENTER-LAPORD-VALUES.
           MOVE 'O' TO SALELINE-SW.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-LAPORD-LAPID THRU GET-LAPORD-LAPID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           MOVE 'N' TO SALELINE-SW.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-QTY THRU GET-QTY-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    THE LINE IS PULLED FROM ONE NAMED SELLABLE LOCATION, SO
      *    THE PER-LOCATION COUNTS STAY HONEST
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-PICK-LOC THRU GET-PICK-LOC-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-PROMO THRU GET-PROMO-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND ERRCTR = 0
               PERFORM CALC-ORDERCOST
      *    WITH THE LINE PRICED, THE ORDER'S CUSTOMER CAN PUT THEIR
      *    LOYALTY POINTS BALANCE TOWARD IT, AND ANY CREDIT SITTING
      *    ON OVER-COLLECTED ORDERS TOWARD IT AS WELL
               PERFORM OFFER-REDEEM-POINTS THRU
                   OFFER-REDEEM-POINTS-EXIT
               PERFORM OFFER-APPLY-CREDIT THRU
                   OFFER-APPLY-CREDIT-EXIT.

      *    OFFERS TO REDEEM THE CUSTOMER'S LOYALTY POINTS AGAINST THE
      *    LINE JUST PRICED - 100 POINTS BUY A DOLLAR OFF. THE
      *    BALANCE IS CHECKED AND DECREMENTED AS PART OF THE SAME
      *    TRANSACTION
       OFFER-REDEEM-POINTS.
           PERFORM SELECT-LOYALTY-BALANCE.
           IF LOYALPTS <= 0
               GO TO OFFER-REDEEM-POINTS-EXIT.

           DISPLAY 'THIS CUSTOMER HAS ' LOYALPTS ' LOYALTY POINT(S)'
               ' (100 POINTS = $1 OFF)'.
           DISPLAY 'DO YOU WISH TO REDEEM POINTS ON THIS LINE?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.

      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
               GO TO OFFER-REDEEM-POINTS-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-REDEEMPTS THRU GET-REDEEMPTS-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND REDEEMPTS > 0
               COMPUTE WKPTSDISC = REDEEMPTS / 100
               PERFORM DECREMENT-LOYALTY-POINTS
               PERFORM INSERT-LOYALTY-PAYMENT
               DISPLAY REDEEMPTS ' POINT(S) WERE REDEEMED FOR A'
                   ' CREDIT OF ' WKPTSDISC ' AGAINST THE ORDER'.

       OFFER-REDEEM-POINTS-EXIT.
           EXIT.

      *    OFFERS TO APPLY THE CUSTOMER'S CREDIT ON ACCOUNT (MONEY
      *    OVER-COLLECTED ON THEIR OTHER ORDERS) TO THE ORDER BEING
      *    ENTERED, THE SAME WAY OFFER-REDEEM-POINTS OFFERS LOYALTY -
      *    INSTEAD OF COLLECTING FRESH MONEY AND WRITING PAPER IOUS
       OFFER-APPLY-CREDIT.
           PERFORM CALC-CUST-CREDIT.
           IF WKCREDITBAL <= 0
               GO TO OFFER-APPLY-CREDIT-EXIT.

           DISPLAY 'THIS CUSTOMER HOLDS ' WKCREDITBAL ' OF CREDIT ON'
               ' ACCOUNT FROM OVERPAID ORDERS'.
           DISPLAY 'DO YOU WISH TO APPLY CREDIT TO THIS ORDER?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.

      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
               GO TO OFFER-APPLY-CREDIT-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-APPLYAMT THRU GET-APPLYAMT-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N' AND WKAPPLYAMT > 0
               PERFORM APPLY-CREDIT
               DISPLAY WKAPPLYAMT ' OF CREDIT WAS APPLIED TO ORDER '
                   FK-ORDERID.

       OFFER-APPLY-CREDIT-EXIT.
           EXIT.

      *    TOTALS THE OVER-COLLECTIONS SITTING ON THE CUSTOMER'S
      *    OTHER ORDERS - EACH ORDER'S BALANCE COMES FROM THE SAME
      *    MATH THE CREDIT-LIMIT CHECK USES, AND A NEGATIVE BALANCE
      *    IS CREDIT
       CALC-CUST-CREDIT.
           MOVE 0 TO WKCREDITBAL.
           PERFORM DECLARE-CREDAPP.
           MOVE 'CALC-CUST-CREDIT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CREDAPP_CUR END-EXEC.
           PERFORM LOOP-CREDAPP THRU LOOP-CREDAPP-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'CALC-CUST-CREDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CREDAPP_CUR END-EXEC.

       DECLARE-CREDAPP.
           EXEC SQL
               DECLARE CREDAPP_CUR CURSOR FOR
               SELECT ORDERID, SHIPPINGFEE, TAXAMOUNT
               FROM ORDERS
               WHERE CUSTOMERID = :FK-CUSTID
               AND ORDERID <> :FK-ORDERID
           END-EXEC.

       LOOP-CREDAPP.
           MOVE 0 TO NL-CRDSHIPFEE.
           MOVE 0 TO NL-CRDTAX.
           MOVE 'LOOP-CREDAPP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CREDAPP_CUR
               INTO :CRD-ORDERID, :CRDSHIPFEE :NL-CRDSHIPFEE,
                   :CRDTAX :NL-CRDTAX
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CREDAPP-EXIT.
           IF SQLCODE = 0
               PERFORM CALC-ORDER-BALANCE
               IF WKORDBAL < 0
                   SUBTRACT WKORDBAL FROM WKCREDITBAL
               END-IF.

       LOOP-CREDAPP-EXIT.
           EXIT.

      *    THE AMOUNT APPLIED CAN'T EXCEED THE CREDIT THE CUSTOMER
      *    ACTUALLY HOLDS
       GET-APPLYAMT.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE CREDIT AMOUNT TO APPLY, OR * TO'
               ' CANCEL:'.
           ACCEPT WKAPPLYENTRY.
           IF WKAPPLYENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-APPLYAMT-EXIT.
           IF WKAPPLYENTRY = ' ' OR WKAPPLYENTRY ALPHABETIC
               DISPLAY 'THE AMOUNT SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-APPLYAMT-EXIT.
           MOVE FUNCTION NUMVAL(WKAPPLYENTRY) TO WKAPPLYAMT.
           IF WKAPPLYAMT <= 0
               DISPLAY 'THE AMOUNT SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-APPLYAMT-EXIT.
           IF WKAPPLYAMT > WKCREDITBAL
               DISPLAY 'ONLY ' WKCREDITBAL ' OF CREDIT IS ON ACCOUNT'
               MOVE 'N' TO FIELD-OK-SW.

       GET-APPLYAMT-EXIT.
           EXIT.

      *    MOVES THE MONEY - A NEGATIVE CREDIT-APPLIED PAYMENT COMES
      *    OFF EACH OVERPAID SOURCE ORDER UNTIL THE APPLIED AMOUNT IS
      *    COVERED, AND ONE POSITIVE CREDIT-APPLIED PAYMENT LANDS ON
      *    THE NEW ORDER, SO EVERY ORDER STILL RECONCILES
       APPLY-CREDIT.
           MOVE WKAPPLYAMT TO WKAPPLYLEFT.
           MOVE 'APPLY-CREDIT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CREDAPP_CUR END-EXEC.
           PERFORM LOOP-APPLYCRED THRU LOOP-APPLYCRED-EXIT
               UNTIL SQLCODE = 100 OR WKAPPLYLEFT <= 0.
           MOVE 'APPLY-CREDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CREDAPP_CUR END-EXEC.

           PERFORM GENERATE-PAYID.
           MOVE WKAPPLYAMT TO PAYAMT.
           MOVE 'APPLY-CREDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD)
               VALUES (:PK-PAYID, :FK-ORDERID, CURRENT DATE, :PAYAMT,
               'A')
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE APPLYING THE CREDIT'
               ADD 1 TO ERRCTR.

       LOOP-APPLYCRED.
           MOVE 0 TO NL-CRDSHIPFEE.
           MOVE 0 TO NL-CRDTAX.
           MOVE 'LOOP-APPLYCRED' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CREDAPP_CUR
               INTO :CRD-ORDERID, :CRDSHIPFEE :NL-CRDSHIPFEE,
                   :CRDTAX :NL-CRDTAX
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-APPLYCRED-EXIT.
           IF SQLCODE NOT = 0 GO TO LOOP-APPLYCRED-EXIT.
           PERFORM CALC-ORDER-BALANCE.
           IF WKORDBAL >= 0 GO TO LOOP-APPLYCRED-EXIT.

           COMPUTE WKTAKEAMT = 0 - WKORDBAL.
           IF WKTAKEAMT > WKAPPLYLEFT
               MOVE WKAPPLYLEFT TO WKTAKEAMT.

           PERFORM GENERATE-PAYID.
           COMPUTE PAYAMT = 0 - WKTAKEAMT.
           MOVE 'LOOP-APPLYCRED' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD)
               VALUES (:PK-PAYID, :CRD-ORDERID, CURRENT DATE,
               :PAYAMT, 'A')
           END-EXEC.
           IF SQLCODE = 0
               SUBTRACT WKTAKEAMT FROM WKAPPLYLEFT
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE DRAWING THE CREDIT'
               ADD 1 TO ERRCTR
               MOVE 100 TO SQLCODE.

       LOOP-APPLYCRED-EXIT.
           EXIT.

      *    THE POINTS REDEEMED CAN'T EXCEED THE BALANCE, AND THE
      *    DISCOUNT THEY BUY CAN'T EXCEED THE LINE ITSELF
       GET-REDEEMPTS.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE NUMBER OF POINTS TO REDEEM, OR * TO'
               ' CANCEL:'.
           ACCEPT WKPTSENTRY.
           IF WKPTSENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-REDEEMPTS-EXIT.
           IF WKPTSENTRY = ' ' OR WKPTSENTRY ALPHABETIC
               DISPLAY 'POINTS SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-REDEEMPTS-EXIT.
           MOVE FUNCTION NUMVAL(WKPTSENTRY) TO REDEEMPTS.
           IF REDEEMPTS <= 0
               DISPLAY 'POINTS SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-REDEEMPTS-EXIT.
           IF REDEEMPTS > LOYALPTS
               DISPLAY 'ONLY ' LOYALPTS ' POINT(S) ARE ON THE BALANCE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-REDEEMPTS-EXIT.
           COMPUTE WKPTSDISC = REDEEMPTS / 100.
           IF WKPTSDISC > ORDERCOST
               DISPLAY 'THE DISCOUNT WOULD EXCEED THE LINE TOTAL'
               MOVE 'N' TO FIELD-OK-SW.

       GET-REDEEMPTS-EXIT.
           EXIT.

      *    PULLS THE POINTS BALANCE FOR THE ORDER'S CUSTOMER - A
      *    CUSTOMER WITH NO LEDGER ROW YET SIMPLY HAS A BALANCE OF 0
       SELECT-LOYALTY-BALANCE.
           MOVE 'SELECT-LOYALTY-BALANCE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT POINTS
               INTO :LOYALPTS
               FROM LOYALTYPOINTS
               WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO LOYALPTS.

       DECREMENT-LOYALTY-POINTS.
           MOVE 'DECREMENT-LOYALTY-POINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOYALTYPOINTS
                   SET POINTS = POINTS - :REDEEMPTS
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE REDEEMING POINTS'
               ADD 1 TO ERRCTR.

      *    POSTS THE REDEEMED POINTS AS A LOYALTY-CREDIT PAYMENT
      *    AGAINST THE ORDER, SO THE LINE'S STORED ORDERCOST STILL
      *    RECONCILES TO PRICE/QTY/DEALS WHILE THE CUSTOMER OWES THAT
      *    MUCH LESS
       INSERT-LOYALTY-PAYMENT.
           PERFORM GENERATE-PAYID.
           MOVE WKPTSDISC TO PAYAMT.
           MOVE 'INSERT-LOYALTY-PAYMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD)
               VALUES (:PK-PAYID, :FK-ORDERID, CURRENT DATE, :PAYAMT,
               'L')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE POSTING THE CREDIT'
               ADD 1 TO ERRCTR.

      *    LOOKS UP THE HIGHEST EXISTING PAYMENTID AND GENERATES THE
      *    NEXT ONE, THE SAME WAY THE PAYMENTS PROGRAM DOES
       GENERATE-PAYID.
           MOVE 'PAYMENTID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTPAYID.
           MOVE WKNEXTPAYID TO PK-PAYID.

      *    EARNS THE ORDER'S CUSTOMER ONE POINT PER WHOLE DOLLAR OF
      *    THE LINE'S ORDERCOST - A CUSTOMER WITHOUT A LEDGER ROW YET
      *    GETS ONE STARTED
       ACCRUE-LOYALTY-POINTS.
           COMPUTE WKEARNEDPTS = ORDERCOST.
           IF WKEARNEDPTS <= 0
               GO TO ACCRUE-LOYALTY-POINTS-EXIT.
           MOVE 'ACCRUE-LOYALTY-POINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOYALTYPOINTS
                   SET POINTS = POINTS + :WKEARNEDPTS
                   WHERE CUSTOMERID = :FK-CUSTID
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO LOYALTYPOINTS (CUSTOMERID, POINTS)
                   VALUES (:FK-CUSTID, :WKEARNEDPTS)
               END-EXEC.
           IF SQLCODE = 0
               DISPLAY WKEARNEDPTS ' LOYALTY POINT(S) WERE EARNED'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE ACCRUING POINTS'
               ADD 1 TO ERRCTR.

       ACCRUE-LOYALTY-POINTS-EXIT.
           EXIT.

       GET-LAPORD-LAPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT LAPTOP ID, OR * TO'
               ' CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-LAPORD-LAPID-EXIT.
           MOVE 0 TO ERRCTR.
           MOVE 'N' TO SELECTERR-SW.
           PERFORM SELECT-LAP-FOR-LAPORD.
           IF ERRCTR = 0 AND SALELINE-SW = 'O'
               PERFORM OFFER-SUBSTITUTE THRU OFFER-SUBSTITUTE-EXIT.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW.
           IF FIELD-OK-SW = 'Y' AND AMENDADD-SW = 'Y'
               PERFORM CHECK-AMEND-DUPLINE.

       GET-LAPORD-LAPID-EXIT.
           EXIT.

       GET-QTY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE QUANTITY ORDERED, OR * TO CANCEL:'.
           ACCEPT WKQTYENTRY.
           IF WKQTYENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-QTY-EXIT.
           MOVE 0 TO ERRCTR.
           PERFORM QTY-CHECK.
           IF ERRCTR > 0
               MOVE 'N' TO FIELD-OK-SW
               MOVE 0 TO ERRCTR.

       GET-QTY-EXIT.
           EXIT.

      *    NAMES THE SELLABLE LOCATION THE LINE IS PULLED FROM. A
      *    LAPTOP FROM BEFORE LOCATION TRACKING HAS NO LOCATION ROWS,
      *    AND SKIPS THE PER-LOCATION AVAILABILITY CHECK
       GET-PICK-LOC.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE LOCATION TO PICK FROM (WH01, SHOW...),'
               ' OR * TO CANCEL:'.
           ACCEPT LOCATIONCODE.
           IF LOCATIONCODE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PICK-LOC-EXIT.
           MOVE FUNCTION UPPER-CASE(LOCATIONCODE) TO LOCATIONCODE.
           PERFORM SELECT-LOCATION.
           IF SQLCODE = 100
               DISPLAY 'LOCATION ' LOCATIONCODE ' IS NOT ON FILE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PICK-LOC-EXIT.
           IF LOCSELL NOT = 'Y'
               DISPLAY 'LOCATION ' LOCATIONCODE ' IS NOT A SELLABLE'
                   ' LOCATION'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-PICK-LOC-EXIT.
           MOVE 'GET-PICK-LOC' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :LOCROWCNT
               FROM LOCATIONSTOCK
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF LOCROWCNT = 0
               GO TO GET-PICK-LOC-EXIT.
           MOVE 0 TO LOCQTY.
           MOVE 0 TO NL-LOCQTY.
           EXEC SQL
               SELECT QTY
               INTO :LOCQTY :NL-LOCQTY
               FROM LOCATIONSTOCK
               WHERE LAPTOPID = :FK-LAPID
               AND LOCATIONCODE = :LOCATIONCODE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO LOCQTY.
           IF LOCQTY < QTY
               DISPLAY 'ONLY ' LOCQTY ' UNIT(S) ARE AT LOCATION '
                   LOCATIONCODE
               MOVE 'N' TO FIELD-OK-SW.

       GET-PICK-LOC-EXIT.
           EXIT.

      *    A LINE'S DISCOUNT NOW COMES FROM A PROMOTION CODE VALIDATED
      *    AGAINST ITS DATE WINDOW, NOT A FREE-FORM DECIMAL EACH
      *    OPERATOR REMEMBERS DIFFERENTLY - THE CODE IS STORED ON THE
      *    LINE ALONGSIDE THE RATE IT CARRIED
       GET-PROMO.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE PROMOTION CODE, LEAVE BLANK FOR NO'
               ' PROMOTION, OR * TO CANCEL:'.
           ACCEPT PROMOCODE.
           IF PROMOCODE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-PROMO-EXIT.
           IF PROMOCODE = ' '
               MOVE -1 TO NL-PROMOCODE
               MOVE -1 TO NL-DEALS
               GO TO GET-PROMO-EXIT.
           MOVE FUNCTION UPPER-CASE(PROMOCODE) TO PROMOCODE.
           MOVE 'GET-PROMO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT DISCOUNTRATE
               INTO :DISCRATE
               FROM PROMOTIONS
               WHERE PROMOCODE = :PROMOCODE
               AND STARTDATE <= CURRENT DATE
               AND ENDDATE >= CURRENT DATE
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'PROMOTION ' PROMOCODE ' IS NOT ON FILE OR IS'
                   ' NOT VALID TODAY'
               MOVE 'N' TO FIELD-OK-SW
           ELSE
               MOVE DISCRATE TO DEALS
               MOVE 0 TO NL-DEALS
               MOVE 0 TO NL-PROMOCODE.

       GET-PROMO-EXIT.
           EXIT.

      *    CALLED TO CHECK THAT THE LAPTOP ID ENTERED ALREADY EXISTS
      *    (RETURNS A SQLCODE OF 0 IF IT EXISTS); ALSO RETRIEVES THE
      *    LAPTOP'S CURRENT PRICE SO ORDERCOST CAN BE COMPUTED, AND
      *    WHERE THE MODEL IS IN ITS LIFECYCLE
       SELECT-LAP-FOR-LAPORD.
           MOVE 0 TO NL-SUBSTLAPID.
           MOVE ' ' TO SUBSTLAPID.
           MOVE 'SELECT-LAP-FOR-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PRICE, STOCKQTY, COALESCE(MODELSTATUS, 'A'),
                   SUBSTLAPID
               INTO :WKLAPPRICE, :STOCKQTY, :MODELSTATUS,
                   :SUBSTLAPID :NL-SUBSTLAPID
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'LAPTOP ID IS VALID'
      *    ORDER ENTRY ONLY DRAWS FROM SELLABLE LOCATIONS, SO THE
      *    WORKING STOCK FIGURE FROM HERE ON IS THE SELLABLE TOTAL -
      *    DAMAGED-GOODS AND OTHER HELD PILES DON'T SELL
               PERFORM GET-SELLABLE-QTY THRU GET-SELLABLE-QTY-EXIT
               MOVE SELLABLEQTY TO STOCKQTY
      *    A SALE TO A CUSTOMER WITH A PRICE AGREEMENT ON THE MODEL IS
      *    PRICED AT THE CONTRACT PRICE
               IF SALELINE-SW NOT = 'N'
                   PERFORM GET-CONTRACT-PRICE
               END-IF
           ELSE
               IF SQLCODE = 100
                   IF FK-LAPID = ' '
                       DISPLAY 'LAPTOP ID WAS NOT ENTERED'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
                   ELSE
                       DISPLAY
            'LAPTOP ID IS INVALID, YOU SHOULD BE USING AN EXISTING ID'
                       ADD 1 TO ERRCTR
                       MOVE 'Y' TO SELECTERR-SW
               ELSE
                   DISPLAY 'A CRITICAL ERROR HAS OCCURED'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO SELECTERR-SW.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    AN ORDER LINE IS PRICED AS OF THE ORDER DATE - THE SAME
      *    WAY RECONCILE-ORDERCOST EXPECTS IT - AND A QUOTE LINE AS OF
      *    TODAY
       GET-CONTRACT-PRICE.
           IF SALELINE-SW = 'O'
               PERFORM GET-ORDER-CONTRACT-PRICE
           ELSE
               MOVE 'GET-CONTRACT-PRICE' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT CONTRACTPRICE
                   INTO :CPPRICE
                   FROM CUSTPRICES
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND LAPTOPID = :FK-LAPID
                   AND CURRENT DATE BETWEEN STARTDATE AND ENDDATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE CPPRICE TO WKLAPPRICE.

           IF SQLCODE = 0
               MOVE WKLAPPRICE TO O-PRICE
               DISPLAY 'THE CUSTOMER''S CONTRACT PRICE OF ' O-PRICE
                   ' APPLIES'.

      *    THE CONTRACT PRICE, IF ANY, THE ORDER'S CUSTOMER HAD FOR
      *    THE MODEL ON THE DAY THE ORDER WAS PLACED
       GET-ORDER-CONTRACT-PRICE.
           MOVE 'GET-ORDER-CONTRACT-PRICE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CP.CONTRACTPRICE
               INTO :CPPRICE
               FROM CUSTPRICES CP, ORDERS O
               WHERE O.ORDERID = :FK-ORDERID
               AND CP.CUSTOMERID = O.CUSTOMERID
               AND CP.LAPTOPID = :FK-LAPID
               AND O.ORDERDATE BETWEEN CP.STARTDATE AND CP.ENDDATE
           END-EXEC.
           IF SQLCODE = 0
               MOVE CPPRICE TO WKLAPPRICE.

       QTY-CHECK.
           IF WKQTYENTRY = ' '
               DISPLAY 'QUANTITY WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF WKQTYENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKQTYENTRY) TO QTY
                   IF QTY <= 0
                       DISPLAY 'QUANTITY SHOULD BE GREATER THAN 0'
                       ADD 1 TO ERRCTR
                   ELSE
      *    A LINE FOR MORE UNITS THAN ARE ON HAND IS NO LONGER THROWN
      *    AWAY OUTRIGHT - THE OPERATOR CAN ACCEPT WHAT'S ON HAND AND
      *    BOOK THE REST AS A BACKORDER
                       IF QTY > STOCKQTY
                           DISPLAY
                           'QUANTITY EXCEEDS THE STOCK ON HAND ('
                           STOCKQTY ' AVAILABLE)'
      *    A MODEL THAT IS NO LONGER RESTOCKED CAN NEVER FILL A
      *    BACKORDER, SO NONE IS OFFERED
                           IF STOCKQTY > 0 AND MODELSTATUS = 'A'
                               PERFORM OFFER-BACKORDER
                           ELSE
                               IF MODELSTATUS NOT = 'A'
                                   DISPLAY 'LAPTOP ' FK-LAPID
                                       ' IS NO LONGER RESTOCKED AND'
                                       ' CANNOT BE BACKORDERED'
                               END-IF
                               ADD 1 TO ERRCTR
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'QUANTITY SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

      *    OFFERS TO TRIM THE LINE TO THE STOCK ON HAND AND BOOK THE
      *    SHORTFALL AS A BACKORDER - DECLINING REJECTS THE LINE THE
      *    WAY QTY-CHECK ALWAYS HAS
       OFFER-BACKORDER.
           DISPLAY 'DO YOU WISH TO ACCEPT ' STOCKQTY ' NOW AND'
               ' BACKORDER THE REMAINDER?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.

      *    UPPER-CASE() FUNCTION IS USED TO FORCE USER INPUT TO
      *    UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) = 'Y'
               COMPUTE BKOQTY = QTY - STOCKQTY
               MOVE STOCKQTY TO QTY
               MOVE 'Y' TO BACKORDER-SW
           ELSE
               ADD 1 TO ERRCTR.

      *    A DISCONTINUED MODEL, OR ONE WITH NOTHING SELLABLE ON HAND,
      *    HAS ITS REPLACEMENT MODEL OFFERED IN ITS PLACE. TAKING IT
      *    SWITCHES THE LINE TO THE REPLACEMENT; TURNING IT DOWN ON A
      *    DISCONTINUED MODEL SENDS THE OPERATOR BACK FOR ANOTHER
      *    LAPTOP ID
       OFFER-SUBSTITUTE.
           IF MODELSTATUS NOT = 'D' AND STOCKQTY > 0
               GO TO OFFER-SUBSTITUTE-EXIT.
           IF MODELSTATUS = 'D'
               DISPLAY 'LAPTOP ' FK-LAPID ' HAS BEEN DISCONTINUED'
           ELSE
               DISPLAY 'LAPTOP ' FK-LAPID ' IS OUT OF STOCK'.
           IF NL-SUBSTLAPID < 0
               IF MODELSTATUS = 'D'
                   DISPLAY 'NO REPLACEMENT MODEL IS ON FILE FOR IT'
                   ADD 1 TO ERRCTR
               END-IF
               GO TO OFFER-SUBSTITUTE-EXIT.

           DISPLAY 'LAPTOP ' SUBSTLAPID ' REPLACES IT - DO YOU WISH TO'
               ' USE LAPTOP ' SUBSTLAPID ' INSTEAD?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.
           IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
               IF MODELSTATUS = 'D'
                   ADD 1 TO ERRCTR
               END-IF
               GO TO OFFER-SUBSTITUTE-EXIT.

           MOVE FK-LAPID TO WKKEYEDLAPID.
           MOVE SUBSTLAPID TO FK-LAPID.
           PERFORM SELECT-LAP-FOR-LAPORD.
           IF ERRCTR > 0
               GO TO OFFER-SUBSTITUTE-EXIT.
           IF MODELSTATUS = 'D'
               DISPLAY 'LAPTOP ' FK-LAPID ' HAS BEEN DISCONTINUED AS'
                   ' WELL'
               ADD 1 TO ERRCTR
           ELSE
               DISPLAY 'LAPTOP ' FK-LAPID ' WAS TAKEN IN PLACE OF'
                   ' LAPTOP ' WKKEYEDLAPID.

       OFFER-SUBSTITUTE-EXIT.
           EXIT.

      *    COMPUTES ORDERCOST AS PRICE * QTY, LESS THE DEAL DISCOUNT
      *    WHEN ONE WAS ENTERED
       CALC-ORDERCOST.
           IF NL-DEALS = 0
               COMPUTE ORDERCOST ROUNDED =
                   WKLAPPRICE * QTY * (1 - DEALS)
           ELSE
               COMPUTE ORDERCOST ROUNDED = WKLAPPRICE * QTY.

       INSERT-LAPORD.
           MOVE 'INSERT-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPORDERS
                   (ORDERID, LAPTOPID, QUANTITY, ORDERCOST, DEALS,
                   PROMOCODE)
               VALUES (:FK-ORDERID, :FK-LAPID, :QTY, :ORDERCOST,
               :DEALS :NL-DEALS, :PROMOCODE :NL-PROMOCODE)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
               PERFORM DECREMENT-STOCKQTY
      *    THE SPECIFIC UNITS LEAVING THE SHELF ARE ASSIGNED TO THE
      *    LINE BY SERIAL NUMBER
               PERFORM ASSIGN-UNIT-SERIALS THRU
                   ASSIGN-UNIT-SERIALS-EXIT
      *    THE UNITS JUST SERIALISED CAN BE SOLD AN EXTENDED WARRANTY
               PERFORM OFFER-WARRANTY-PLAN THRU
                   OFFER-WARRANTY-PLAN-EXIT
               PERFORM RECALC-ORDER-TAX
      *    THE LINE JUST PRICED MAY HAVE PUSHED THE CUSTOMER OVER
      *    THEIR CREDIT LIMIT
               PERFORM CHECK-CREDIT-AFTER-LINE THRU
                   CHECK-CREDIT-AFTER-LINE-EXIT
      *    A LINE TRIMMED TO THE STOCK ON HAND GETS ITS SHORTFALL
      *    BOOKED AS AN OPEN BACKORDER NOW THAT THE LINE IS ACCEPTED
               IF BACKORDER-SW = 'Y'
                   PERFORM GENERATE-BKOID
                   PERFORM INSERT-BACKORDER
                   MOVE 'N' TO BACKORDER-SW
               END-IF
      *    EVERY ACCEPTED LINE EARNS THE ORDER'S CUSTOMER LOYALTY
      *    POINTS OFF ITS ORDERCOST
               PERFORM ACCRUE-LOYALTY-POINTS THRU
                   ACCRUE-LOYALTY-POINTS-EXIT
           ELSE
               DISPLAY 'NO ROWS WERE INSERTED'
               ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    LOOKS UP THE HIGHEST EXISTING BACKORDERID AND GENERATES THE
      *    NEXT ONE, SO THE OPERATOR NEVER HAS TO KEY IN A KEY THAT
      *    MIGHT ALREADY BE IN USE
       GENERATE-BKOID.
           MOVE 'BACKORDERID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTBKOID.
           MOVE WKNEXTBKOID TO PK-BKOID.

       INSERT-BACKORDER.
           MOVE 'INSERT-BACKORDER' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BACKORDERS
                   (BACKORDERID, ORDERID, LAPTOPID, QUANTITY,
                   CREATEDDATE, STATUS, FULFILLEDDATE)
               VALUES (:PK-BKOID, :FK-ORDERID, :FK-LAPID, :BKOQTY,
               CURRENT DATE, 'O', NULL)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY BKOQTY ' UNIT(S) WERE BOOKED ON BACKORDER '
                   PK-BKOID
           ELSE
               DISPLAY 'THE BACKORDER COULD NOT BE BOOKED'
               ADD 1 TO ERRCTR.

      *    BACKORDER RELEASE - FULFILLS A LAPTOP'S OPEN BACKORDERS
      *    OLDEST-FIRST OUT OF WHATEVER STOCK IS NOW ON HAND, FOLDING
      *    EACH RELEASED QUANTITY BACK INTO ITS LAPTOPORDERS LINE AT
      *    THE LINE'S ORIGINAL UNIT PRICING. STOPS AT THE FIRST
      *    BACKORDER THE REMAINING STOCK CAN'T COVER SO A NEWER
      *    BACKORDER NEVER JUMPS AN OLDER ONE
       RELEASE-BACKORDERS-OP.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-LAPORD-LAPID THRU GET-LAPORD-LAPID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               PERFORM DECLARE-BKO
               PERFORM PROC-BKO.

       DECLARE-BKO.
           EXEC SQL
               DECLARE BKO_CUR CURSOR FOR
               SELECT BACKORDERID, ORDERID, QUANTITY
               FROM BACKORDERS
               WHERE LAPTOPID = :FK-LAPID
               AND STATUS = 'O'
               ORDER BY CREATEDDATE, BACKORDERID
           END-EXEC.

       PROC-BKO.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-BKO' TO ERR-PARAGRAPH.
           EXEC SQL OPEN BKO_CUR END-EXEC.
           PERFORM LOOP-BKO THRU LOOP-BKO-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-BKO' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BKO_CUR END-EXEC.
           DISPLAY ROWCTR ' BACKORDER(S) WERE RELEASED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-BKO.
           MOVE 'LOOP-BKO' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BKO_CUR
               INTO :PK-BKOID, :FK-ORDERID, :BKOQTY
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-BKO-EXIT.
           IF SQLCODE = 0
               IF BKOQTY > STOCKQTY
                   DISPLAY 'BACKORDER ' PK-BKOID ' NEEDS ' BKOQTY
                       ' UNIT(S) BUT ONLY ' STOCKQTY ' REMAIN -'
                       ' RELEASE STOPPED'
                   MOVE 100 TO SQLCODE
                   GO TO LOOP-BKO-EXIT
               ELSE
                   PERFORM FULFILL-BACKORDER
                   ADD 1 TO ROWCTR.

       LOOP-BKO-EXIT.
           EXIT.

      *    FOLDS THE RELEASED QUANTITY BACK INTO ITS LAPTOPORDERS LINE
      *    AT THE LINE'S ORIGINAL UNIT PRICING, TAKES THE UNITS OUT OF
      *    STOCK, MARKS THE BACKORDER FULFILLED AND RECOMPUTES THE
      *    ORDER'S TAX OFF THE NEW LINE TOTAL
       FULFILL-BACKORDER.
           MOVE 'FULFILL-BACKORDER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QUANTITY, ORDERCOST
               INTO :BKOLINEQTY, :BKOLINECOST
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.

           COMPUTE BKOLINECOST ROUNDED = BKOLINECOST *
               (BKOLINEQTY + BKOQTY) / BKOLINEQTY.
           ADD BKOQTY TO BKOLINEQTY.

           EXEC SQL
               UPDATE LAPTOPORDERS
                   SET QUANTITY = :BKOLINEQTY,
                       ORDERCOST = :BKOLINECOST
                   WHERE ORDERID = :FK-ORDERID
                   AND LAPTOPID = :FK-LAPID
           END-EXEC.

           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY - :BKOQTY
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           SUBTRACT BKOQTY FROM STOCKQTY.
      *    A RELEASE DRAWS FROM THE BACK WAREHOUSE, WHERE RECEIVED
      *    REPLENISHMENT STOCK LANDS
           MOVE 'WH01' TO LOCATIONCODE.
           MOVE BKOQTY TO LOCQTY.
           PERFORM DRAW-FROM-LOCSTOCK.
           MOVE BKOQTY TO STKQTYMOVED.
           MOVE 'O' TO STKDIR.
           MOVE 'B' TO STKSRC.
           MOVE PK-BKOID TO STKSRCID.
           MOVE LOCATIONCODE TO STKLOC.
           PERFORM INSERT-STOCKAUDIT.
           PERFORM ADD-LINE-COSTOFSALES.
      *    AN ORDER THAT ALREADY WENT OUT IN PACKAGES NOW HAS UNITS
      *    WAITING AGAIN, SO IT GOES BACK TO PARTIALLY SHIPPED UNTIL
      *    THE RELEASED UNITS ARE PACKED
           MOVE 'FULFILL-BACKORDER' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET ORDSTATUS = 'T',
                       SHIPPEDDATE = NULL,
                       ARRIVALDATE = NULL
                   WHERE ORDERID = :FK-ORDERID
                   AND ORDSTATUS IN ('S', 'D')
                   AND EXISTS
                       (SELECT 1 FROM SHIPMENTLINES SL
                        WHERE SL.ORDERID = :FK-ORDERID)
           END-EXEC.

           EXEC SQL
               UPDATE BACKORDERS
                   SET STATUS = 'F',
                       FULFILLEDDATE = CURRENT DATE
                   WHERE BACKORDERID = :PK-BKOID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'BACKORDER ' PK-BKOID ' WAS FULFILLED FOR'
                   ' ORDER ' FK-ORDERID
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE RELEASING A BACKORDER'
               ADD 1 TO ERRCTR.

           PERFORM RECALC-ORDER-TAX.

      *    TAKES THE ORDERED QUANTITY OFF THE LAPTOP'S ON-HAND STOCK
      *    NOW THAT THE LINE ITEM HAS ACTUALLY BEEN ACCEPTED
       DECREMENT-STOCKQTY.
           MOVE 'DECREMENT-STOCKQTY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY - :QTY
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING STOCK ON HAND'
               ADD 1 TO ERRCTR
           ELSE
               MOVE QTY TO LOCQTY
               PERFORM DRAW-FROM-LOCSTOCK
               MOVE QTY TO STKQTYMOVED
               MOVE 'O' TO STKDIR
               MOVE 'O' TO STKSRC
               MOVE FK-ORDERID TO STKSRCID
               MOVE LOCATIONCODE TO STKLOC
               PERFORM INSERT-STOCKAUDIT
               PERFORM ADD-LINE-COSTOFSALES.

      *    CHARGES THE LINE WITH THE COST OF THE UNITS JUST DRAWN, AT
      *    THE MODEL'S AVERAGE COST AS IT STANDS AT THE MOMENT OF SALE,
      *    SO A LATER RECEIPT AT A DIFFERENT COST DOES NOT REWRITE THE
      *    MARGIN ALREADY EARNED - A MODEL WITH NO COSTED RECEIPT YET
      *    LEAVES THE LINE'S COST NULL
       ADD-LINE-COSTOFSALES.
           MOVE -1 TO NL-AVGCOST.
           MOVE 'ADD-LINE-COSTOFSALES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT AVGCOST
               INTO :AVGCOST :NL-AVGCOST
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 0 AND NL-AVGCOST = 0
               COMPUTE LINECOSTOFSALES ROUNDED =
                   AVGCOST * STKQTYMOVED
               EXEC SQL
                   UPDATE LAPTOPORDERS
                       SET COSTOFSALES =
                           COALESCE(COSTOFSALES, 0) + :LINECOSTOFSALES
                       WHERE ORDERID = :FK-ORDERID
                       AND LAPTOPID = :FK-LAPID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE COSTING THE LINE ITEM'
                   ADD 1 TO ERRCTR
               END-IF
           END-IF.

      *    RECORDS ONE STOCK MOVEMENT IN THE STOCKAUDIT LEDGER, SO A
      *    WRONG-LOOKING COUNT HAS A HISTORY TO INVESTIGATE INSTEAD OF
      *    A SILENTLY UPDATED STOCKQTY - THE SAME GAP COMPANYAUDIT
      *    CLOSED FOR PHONE NUMBERS
       INSERT-STOCKAUDIT.
           MOVE 'INSERT-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKAUDIT
                   (LAPTOPID, MOVEDATE, MOVETIME, QUANTITY, DIRECTION,
                   MOVESOURCE, SOURCEID, OPERATORID, LOCATIONCODE)
               VALUES (:FK-LAPID, CURRENT DATE, CURRENT TIME,
               :STKQTYMOVED, :STKDIR, :STKSRC, :STKSRCID, :OPERID,
               :STKLOC)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE WRITING THE STOCK LEDGER'
               ADD 1 TO ERRCTR.

      *    RECOMPUTES THE ORDER'S SALES TAX FROM ITS SHIP-TO STATE
      *    (FALLING BACK TO THE CUSTOMER'S HOME STATE WHEN NO SHIP-TO
      *    WAS ENTERED) OVER THE SUM OF ITS LINE ITEMS, AND STORES THE
      *    RESULT BACK ON THE ORDER - RUN EVERY TIME THE LINE ITEMS
      *    CHANGE, SINCE THEY ARE THE TAX BASE. A CUSTOMER HOLDING AN
      *    EXEMPTION CERTIFICATE FOR THE TAXING STATE IS NOT TAXED,
      *    AND THE CERTIFICATE NUMBER IS KEPT ON THE ORDER
       RECALC-ORDER-TAX.
           PERFORM SELECT-TAXING-STATE.
           PERFORM SELECT-EXEMPT-CERT.
           IF NL-TAXCERT = 0
               MOVE 0 TO TAXAMOUNT
           ELSE
               PERFORM SELECT-TAXRATE
               PERFORM SELECT-TAXBASE
               COMPUTE TAXAMOUNT ROUNDED = WKTAXBASE * TAXRATE.
           PERFORM UPDATE-ORDER-TAX.

      *    THE TAXING STATE IS THE ORDER'S SHIP-TO STATE WHEN ONE WAS
      *    ENTERED, OTHERWISE THE CUSTOMER'S HOME STATE
       SELECT-TAXING-STATE.
           MOVE ' ' TO TAXST.
           MOVE 0 TO NL-TAXST.
           MOVE 'SELECT-TAXING-STATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SHIPPINGSTATE, ORDERDATE, CUSTOMERID
               INTO :TAXST :NL-TAXST, :TAXORDDATE, :TAXCUSTID
               FROM ORDERS
               WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF NL-TAXST < 0
               EXEC SQL
                   SELECT C.ST
                   INTO :TAXST
                   FROM ORDERS O, CUSTOMERS C
                   WHERE O.CUSTOMERID = C.CUSTOMERID
                   AND O.ORDERID = :FK-ORDERID
               END-EXEC.

      *    THE CERTIFICATE HAS TO BE FOR THE TAXING STATE AND STILL
      *    UNEXPIRED ON THE ORDER DATE
       SELECT-EXEMPT-CERT.
           MOVE -1 TO NL-TAXCERT.
           MOVE 'SELECT-EXEMPT-CERT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CERTNUMBER
               INTO :TAXCERT
               FROM TAXEXEMPTCERTS
               WHERE CUSTOMERID = :TAXCUSTID
               AND STATECODE = :TAXST
               AND EXPIRYDATE >= DATE(:TAXORDDATE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE 0 TO NL-TAXCERT.

      *    A STATE WITH NO TAXRATES ROW IS TAXED AT 0 SO THE LINE CAN
      *    STILL BE ACCEPTED - THE OPERATOR IS TOLD SO THE MISSING
      *    RATE CAN BE ADDED THROUGH TAX RATE MAINTENANCE
      *    THE RATE IN FORCE ON THE ORDER'S ORDERDATE COMES FROM THE
      *    DATED HISTORY, SO A LATER RATE CHANGE NEVER SILENTLY
      *    REWRITES AN OLD ORDER'S TAX - THE SINGLE-RATE TABLE IS
      *    ONLY A FALLBACK FOR A STATE WITH NO HISTORY YET
       SELECT-TAXRATE.
           MOVE 'SELECT-TAXRATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT TAXRATE
               INTO :TAXRATE
               FROM TAXRATEHISTORY
               WHERE STATECODE = :TAXST
               AND EFFECTIVEDATE =
                   (SELECT MAX(EFFECTIVEDATE)
                    FROM TAXRATEHISTORY
                    WHERE STATECODE = :TAXST
                    AND EFFECTIVEDATE <= DATE(:TAXORDDATE))
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   SELECT TAXRATE
                   INTO :TAXRATE
                   FROM TAXRATES
                   WHERE STATECODE = :TAXST
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO TAXRATE
                   DISPLAY 'NO TAX RATE IS ON FILE FOR STATE ' TAXST
                       ', A TAX OF 0 WAS ASSUMED'.

       SELECT-TAXBASE.
           MOVE 'SELECT-TAXBASE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST)
               INTO :WKTAXBASE :NL-TAXBASE
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF NL-TAXBASE < 0
               MOVE 0 TO WKTAXBASE.
      *    EXTENDED WARRANTY CONTRACTS ARE TAXED WITH THE LINES UNLESS
      *    THE TAXING STATE EXEMPTS SERVICE CONTRACTS - A STATE WITH
      *    NO TAXRATES ROW TAXES THEM
           EXEC SQL
               SELECT COALESCE(SUM(C.PRICE), 0)
               INTO :WCTTAXBASE
               FROM WARRANTYCONTRACTS C
               WHERE C.ORDERID = :FK-ORDERID
               AND NOT EXISTS
                   (SELECT 1 FROM TAXRATES T
                    WHERE T.STATECODE = :TAXST
                    AND T.CONTRACTTAX = 'N')
           END-EXEC.
           ADD WCTTAXBASE TO WKTAXBASE.

       UPDATE-ORDER-TAX.
           MOVE 'UPDATE-ORDER-TAX' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE ORDERS
                   SET TAXAMOUNT = :TAXAMOUNT,
                       TAXEXEMPTCERT = :TAXCERT :NL-TAXCERT
                   WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THE ORDER TAX'
               ADD 1 TO ERRCTR.

      *    OPERATOR-FACING TAX RATE MAINTENANCE, SO A STATE'S RATE
      *    CHANGE NO LONGER MEANS A TICKET IN THE DBA'S QUEUE - ADDS
      *    THE STATE'S ROW WHEN IT ISN'T ON FILE YET
       TAXRATE-MAINT-OP.
           DISPLAY 'ENTER THE 2 CHARACTER STATE CODE:'.
           ACCEPT TAXST.
           MOVE FUNCTION UPPER-CASE(TAXST) TO TAXST.

           IF TAXST = ' '
               DISPLAY 'STATE CODE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF TAXST NOT ALPHABETIC
                   DISPLAY 'STATE CODE SHOULD BE ALPHABETIC'
                   ADD 1 TO ERRCTR.

           IF ERRCTR = 0
               PERFORM SHOW-CURRENT-TAXRATE
               DISPLAY 'ENTER THE NEW TAX RATE AS A DECIMAL'
                   ' (EXAMPLE: .0625 FOR 6.25%):'
               ACCEPT WKRATEENTRY
               PERFORM TAXRATE-ENTRY-CHECK.

      *    RATES ARE EFFECTIVE-DATED NOW - THE DAY A STATE CHANGES
      *    ITS RATE, THE OLD RATE KEEPS GOVERNING THE ORDERS TAKEN
      *    BEFORE THAT DAY
           IF ERRCTR = 0
               DISPLAY 'ENTER THE DATE THE RATE TAKES EFFECT IN'
                   ' YYYY-MM-DD FORMAT, OR LEAVE BLANK FOR TODAY:'
               ACCEPT TAXEFFDATE
               PERFORM TAXEFFDATE-CHECK.

      *    WHETHER THE STATE TAXES EXTENDED WARRANTY CONTRACTS SOLD
      *    WITH ITS ORDERS - BLANK LEAVES THE SETTING AS IT IS
           IF ERRCTR = 0
               DISPLAY 'ARE SERVICE CONTRACTS TAXABLE IN ' TAXST '?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               DISPLAY 'LEAVE BLANK TO KEEP THE CURRENT SETTING'
               ACCEPT WCTTAXFLAG
               MOVE FUNCTION UPPER-CASE(WCTTAXFLAG) TO WCTTAXFLAG
               IF WCTTAXFLAG NOT = ' ' AND WCTTAXFLAG NOT = 'Y'
               AND WCTTAXFLAG NOT = 'N'
                   DISPLAY 'THE ANSWER SHOULD BE Y OR N'
                   ADD 1 TO ERRCTR.

           IF ERRCTR = 0
               PERFORM SAVE-TAXRATE THRU SAVE-TAXRATE-EXIT.

           IF ERRCTR = 0 AND WCTTAXFLAG NOT = ' '
               PERFORM SAVE-CONTRACTTAX.

       SHOW-CURRENT-TAXRATE.
           MOVE 'SHOW-CURRENT-TAXRATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT TAXRATE, CONTRACTTAX
               INTO :TAXRATE, :WCTTAXFLAG
               FROM TAXRATES
               WHERE STATECODE = :TAXST
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE CURRENT RATE FOR ' TAXST ' IS ' TAXRATE
               IF WCTTAXFLAG = 'N'
                   DISPLAY 'SERVICE CONTRACTS ARE NOT TAXED IN ' TAXST
               ELSE
                   DISPLAY 'SERVICE CONTRACTS ARE TAXED IN ' TAXST
               END-IF
           ELSE
               DISPLAY 'STATE ' TAXST ' HAS NO TAX RATE ON FILE YET'.

       TAXRATE-ENTRY-CHECK.
           IF WKRATEENTRY = ' '
               DISPLAY 'TAX RATE WAS NOT ENTERED'
               ADD 1 TO ERRCTR
           ELSE
               IF WKRATEENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKRATEENTRY) TO TAXRATE
                   IF TAXRATE < 0 OR TAXRATE >= 1
                       DISPLAY
                'TAX RATE SHOULD BE A DECIMAL BETWEEN 0 AND .9999'
                       ADD 1 TO ERRCTR
                   END-IF
               ELSE
                   DISPLAY 'TAX RATE SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

       TAXEFFDATE-CHECK.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.

           IF TAXEFFDATE = ' '
               MOVE 'TAXEFFDATE-CHECK' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TAXEFFDATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               IF TAXEFFDATE NOT ALPHABETIC
                   UNSTRING TAXEFFDATE DELIMITED BY '-'
                       INTO WKYYYY, WKMM, WKDD
                   END-UNSTRING
                   IF WKYYYY NOT ALPHABETIC AND WKMM NOT ALPHABETIC
                   AND WKDD NOT ALPHABETIC
                       IF FUNCTION NUMVAL(WKYYYY) = 0 AND FUNCTION
                       NUMVAL(WKMM) = 0 AND FUNCTION NUMVAL(WKDD) = 0
                           DISPLAY 'DATE ' TAXEFFDATE
                           ' SHOULD BE IN YYYY-MM-DD FORMAT'
                           ADD 1 TO ERRCTR
                       END-IF
                   ELSE
                       DISPLAY 'EFFECTIVE DATE SHOULD NOT CONTAIN'
                           ' LETTERS'
                       ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'EFFECTIVE DATE SHOULD NOT BE ALPHABETIC'
                   ADD 1 TO ERRCTR.

      *    THE DATED HISTORY GETS THE NEW ROW (UPDATED IN PLACE WHEN
      *    THE SAME STATE AND DATE ARE KEYED TWICE), AND THE SINGLE-
      *    RATE TABLE IS KEPT AS THE CURRENT RATE ONCE THE EFFECTIVE
      *    DATE HAS ARRIVED
       SAVE-TAXRATE.
           MOVE 'SAVE-TAXRATE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE TAXRATEHISTORY
                   SET TAXRATE = :TAXRATE
                   WHERE STATECODE = :TAXST
                   AND EFFECTIVEDATE = DATE(:TAXEFFDATE)
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TAXRATEHISTORY
                       (STATECODE, EFFECTIVEDATE, TAXRATE)
                   VALUES (:TAXST, DATE(:TAXEFFDATE), :TAXRATE)
               END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SAVING THE TAX RATE'
               ADD 1 TO ERRCTR
               GO TO SAVE-TAXRATE-EXIT.
           DISPLAY 'THE RATE FOR ' TAXST ' EFFECTIVE ' TAXEFFDATE
               ' WAS SAVED'.
           ADD 1 TO UPDATECTR.

           EXEC SQL
               SELECT COUNT(*)
               INTO :TAXEFFACTIVE
               FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:TAXEFFDATE) <= CURRENT DATE
           END-EXEC.
           IF TAXEFFACTIVE > 0
               PERFORM SAVE-CURRENT-TAXRATE.

       SAVE-TAXRATE-EXIT.
           EXIT.

       SAVE-CURRENT-TAXRATE.
           MOVE 'SAVE-CURRENT-TAXRATE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE TAXRATES
                   SET TAXRATE = :TAXRATE
                   WHERE STATECODE = :TAXST
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TAXRATES (STATECODE, TAXRATE)
                   VALUES (:TAXST, :TAXRATE)
               END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SAVING THE TAX RATE'
               ADD 1 TO ERRCTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    THE SETTING LIVES ON THE STATE'S CURRENT-RATE ROW - A STATE
      *    WHOSE FIRST RATE ISN'T IN EFFECT YET HAS NO ROW, AND TAXES
      *    CONTRACTS UNTIL IT DOES
       SAVE-CONTRACTTAX.
           MOVE 'SAVE-CONTRACTTAX' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE TAXRATES
                   SET CONTRACTTAX = :WCTTAXFLAG
                   WHERE STATECODE = :TAXST
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE SERVICE CONTRACT SETTING FOR ' TAXST
                   ' WAS SAVED'
               ADD 1 TO UPDATECTR
           ELSE
               IF SQLCODE = 100
                   DISPLAY 'STATE ' TAXST ' HAS NO RATE IN EFFECT YET'
                       ' - SERVICE CONTRACTS ARE TAXED UNTIL IT DOES'
               ELSE
                   DISPLAY 'A SERIOUS ERROR OCCURED WHILE SAVING THE'
                       ' SERVICE CONTRACT SETTING'
                   ADD 1 TO ERRCTR.
		   
	   UPDATE-COMP.
           DISPLAY 'ENTER THE COMPANY ID: '.
           ACCEPT PK-COMPID.

           PERFORM PREUPDATE-COMP.
           IF ERRCTR = 0
               MOVE 'SAVE-CONTRACTTAX' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE COMPANY
                       SET PHONE = :PHONE :NL-PHONE,
                           ADDR = :ADDR :NL-ADDR,
                           EMAILADDR = :EMAILADDR :NL-EMAILADDR
                       WHERE COMPANYID = :PK-COMPID
               END-EXEC.
               IF SQLCODE = 0
                   IF UPDATECTR = 0
                       DISPLAY 'COMPANY ' PK-COMPID ' HAD ' UPDATECTR
                               ' FIELDS UPDATED'
                   ELSE
                       DISPLAY 'COMPANY ' PK-COMPID ' HAD ' UPDATECTR
                               ' FIELD(S) UPDATED'
                       IF PHONE-CHANGED-SW = 'Y'
                           PERFORM INSERT-COMPANYAUDIT
               ELSE
                   IF PK-COMPID = ' '
                       DISPLAY
                       'NOTHING WAS ENTERED, UNABLE TO UPDATE TABLE'
                   ELSE
                       DISPLAY 'COMPANY ' PK-COMPID ' WAS NOT UPDATED'.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    RECORDS THE OLD/NEW PHONE NUMBER AND WHEN THE CHANGE WAS
      *    MADE, SO "WHO CHANGED THIS VENDOR'S PHONE NUMBER AND WHEN"
      *    CAN BE ANSWERED FROM COMPANYAUDIT INSTEAD OF JUST SEEING
      *    THE CURRENT VALUE
       INSERT-COMPANYAUDIT.
           MOVE 'INSERT-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO COMPANYAUDIT
                   (COMPANYID, OLDPHONE, NEWPHONE, CHANGEDATE,
                   CHANGETIME, OPERATORID)
               VALUES (:PK-COMPID, :OLDPHONE-VALUE, :PHONE-VALUE,
               CURRENT DATE, CURRENT TIME, :OPERID)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE WRITING THE AUDIT ENTRY'
               ADD 1 TO ERRCTR.

       PREUPDATE-COMP.
           PERFORM SELECT-COMP.

           IF ERRCTR = 0
               PERFORM CHANGE-VALUE-COMP.

           IF UPDATECTR = 0
               DISPLAY 'PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD.

       SELECT-COMP.
           PERFORM PRESELECT-COMP.
           MOVE 'SELECT-COMP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PHONE, ADDR, EMAILADDR
               INTO :PHONE :NL-PHONE, :ADDR :NL-ADDR,
               :EMAILADDR :NL-EMAILADDR
               FROM COMPANY
               WHERE COMPANYID = :PK-COMPID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'COMPANY WAS FOUND, PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
               PERFORM DISPLAY-COMP
           ELSE
               IF PK-COMPID = ' '
                   DISPLAY 'NOTHING WAS ENTERED, UNABLE TO SELECT '
                   ADD 1 TO ERRCTR
               ELSE
                   DISPLAY 'COMPANY ' PK-COMPID ' WAS NOT FOUND'
                   ADD 1 TO ERRCTR.

       PRESELECT-COMP.
      *    CLEARS VALUES IN VARCHAR FIELDS
           MOVE ' ' TO PHONE-VALUE.
           MOVE ' ' TO ADDR-VALUE.
           MOVE ' ' TO EMAILADDR-VALUE.

      *    CLEARS VALUES IN THE INDICATOR VARIABLES
           MOVE 0 TO NL-PHONE.
           MOVE 0 TO NL-ADDR.
           MOVE 0 TO NL-EMAILADDR.
           MOVE 0 TO NL-COMPACTIVE.
           MOVE ' ' TO COMPACTIVE.

      *    CLEARS THE PHONE-CHANGE SWITCH FOR THE NEW UPDATE SESSION
           MOVE 'N' TO PHONE-CHANGED-SW.

       DISPLAY-COMP.
           DISPLAY 'COMPANY ID: ' PK-COMPID.

           IF NL-PHONE < 0
               DISPLAY 'PHONE NUMBER: UNKNOWN'
           ELSE
               DISPLAY 'PHONE NUMBER: ' PHONE-VALUE.

           IF NL-ADDR < 0
               DISPLAY 'ADDRESS: UNKNOWN'
           ELSE
               DISPLAY 'ADDRESS: ' ADDR-VALUE.

           IF NL-EMAILADDR < 0
               DISPLAY 'EMAIL ADDRESS: UNKNOWN'
           ELSE
               DISPLAY 'EMAIL ADDRESS: ' EMAILADDR-VALUE.

       CHANGE-VALUE-COMP.
           DISPLAY 'DO YOU WISH TO UPDATE THE PHONE NUMBER FIELD?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.

      *    UPPER-CASE USED TO FORCE INPUT TO UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) = 'Y'
               PERFORM CHANGE-PHONE.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE ADDRESS FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-ADDR.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE EMAIL ADDRESS FIELD?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-EMAILADDR.

       CHANGE-PHONE.
      *    SAVES THE PHONE NUMBER AS IT WAS BEFORE THE OPERATOR'S NEW
      *    VALUE OVERWRITES IT, FOR THE COMPANYAUDIT ROW
           MOVE PHONE-VALUE TO OLDPHONE-VALUE.

           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE COMPANY''S PHONE NUMBER'
      -                                                         ' TO: '.
           ACCEPT PHONE-VALUE.
           PERFORM CALC-LEN-PHONE.

           IF PHONE-VALUE = ' '
               MOVE -1 TO NL-PHONE
               ADD 1 TO UPDATECTR
               MOVE 'Y' TO PHONE-CHANGED-SW
           ELSE
               PERFORM PHONE-CHECK
               IF ERRCTR = 0
                   MOVE 0 TO NL-PHONE
                   ADD 1 TO UPDATECTR
                   MOVE 'Y' TO PHONE-CHANGED-SW.

      *    VALIDATES THE PHONE NUMBER FORMAT IN PHONE-VALUE - SHARED
      *    BY CHANGE-PHONE AND THE VENDOR ONBOARDING ENTRY SCREEN SO
      *    BOTH PATHS ENFORCE THE SAME RULES
       PHONE-CHECK.
           MOVE 0 TO SPACES-CNT.
           MOVE 0 TO HYPHEN-CNT.
           MOVE 0 TO EXTRASPACES.

           IF PHONE-VALUE NOT ALPHABETIC
               INSPECT PHONE-VALUE TALLYING SPACES-CNT FOR ALL ' '

               IF PHONE-LENG < 15
                   DISPLAY
         'PHONE NUMBER TOO SHORT, IT SHOULD BE 15 TO 16 CHARACTERS LONG'
                   ADD 1 TO ERRCTR
      *    CALCULATES TRAILING SPACES
                   SUBTRACT PHONE-LENG FROM 16 GIVING EXTRASPACES
               END-IF

               IF SPACES-CNT NOT = 2
                   IF EXTRASPACES = 0
                       DISPLAY 'PHONE NUMBER SHOULD HAVE 2 SPACES'
                       ADD 1 TO ERRCTR
                       UNSTRING PHONE-VALUE DELIMITED BY ' '
                           INTO WKPHNE-4, WKPHNE-2, WKPHNE-5
                       END-UNSTRING
                   ELSE
                       INSPECT PHONE-VALUE
                           TALLYING HYPHEN-CNT FOR ALL '-'
                       UNSTRING PHONE-VALUE DELIMITED BY ' '
                           INTO WKPHNE-1, WKPHNE-2, WKPHNE-3
                       END-UNSTRING
                   END-IF
               ELSE
                   UNSTRING PHONE-VALUE DELIMITED BY ' '
                       INTO WKPHNE-1, WKPHNE-2, WKPHNE-3
                   END-UNSTRING
               END-IF

               IF WKOPPARA NOT = '(' OR WKCLPARA NOT = ')'
                   DISPLAY
                   'PHONE NUMBER SHOULD HAVE A PAIR OF PARANETHISES'
                   ADD 1 TO ERRCTR
               END-IF

               IF EXTRASPACES = 0
                   IF WKHYPHEN NOT = '-'  AND WKINHYPHEN = ' '
                       DISPLAY 'PHONE NUMBER SHOULD HAVE 1 HYPHEN'
                       ADD 1 TO ERRCTR
                   ELSE
                       IF WKINHYPHEN = '-' AND WKHYPHEN = ' '
                           DISPLAY 'PHONE NUMBER SHOULD HAVE 1'
      -                                               ' HYPHEN'
                           ADD 1 TO ERRCTR
                       END-IF
                   END-IF
               ELSE
                   IF HYPHEN-CNT NOT = 1
                       DISPLAY 'PHONE NUMBER SHOULD HAVE 1 HYPHEN'
                       ADD 1 TO ERRCTR
                   END-IF
               END-IF
           ELSE
               DISPLAY
         'PHONE NUMBER SHOULD CONTAIN ONLY NUMBERS, SPACES, AND HYPHENS'
               ADD 1 TO ERRCTR.

       CALC-LEN-PHONE.
           MOVE 0 TO L.

           INSPECT FUNCTION REVERSE(PHONE-VALUE)
               TALLYING L FOR LEADING ' '.

           SUBTRACT L FROM LENGTH OF PHONE-VALUE GIVING PHONE-LENG.

       CHANGE-ADDR.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE COMPANY''S ADDRESS'
      -                                                     ' TO: '.
           ACCEPT ADDR-VALUE.
           PERFORM CALC-LEN-ADDR.
           PERFORM ADDR-CHECK.

       CALC-LEN-ADDR.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(ADDR-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF ADDR-VALUE GIVING ADDR-LENG.

       ADDR-CHECK.
           IF ADDR-VALUE = ' '
               MOVE -1 TO NL-ADDR
               ADD 1 TO UPDATECTR
           ELSE
               MOVE 0 TO NL-ADDR
               ADD 1 TO UPDATECTR.

       CHANGE-EMAILADDR.
           DISPLAY
       'ENTER THE VALUE YOU WANT TO CHANGE THE COMPANY''S EMAIL'
      -                                           ' ADDRESS TO: '.
           ACCEPT EMAILADDR-VALUE.
           PERFORM CALC-LEN-EMAILADDR.
           PERFORM EMAILADDR-CHECK.

       CALC-LEN-EMAILADDR.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(EMAILADDR-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF EMAILADDR-VALUE GIVING
           EMAILADDR-LENG.

       EMAILADDR-CHECK.
           IF EMAILADDR-VALUE = ' '
               MOVE -1 TO NL-EMAILADDR
               ADD 1 TO UPDATECTR
           ELSE
               MOVE 0 TO AT-CNT
               INSPECT EMAILADDR-VALUE TALLYING AT-CNT FOR ALL '@'
               IF AT-CNT NOT = 1
                   DISPLAY 'EMAIL ADDRESS SHOULD CONTAIN ONE @ SYMBOL'
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE 0 TO NL-EMAILADDR
                   ADD 1 TO UPDATECTR.

      *    RETURN TO VENDOR - SHIPS A DEFECTIVE RETURN SITTING IN THE
      *    DAMAGED-GOODS HOLD BACK TO THE LAPTOP'S OWNING VENDOR FOR
      *    CREDIT, MOVES THE UNITS OUT THROUGH THE STOCK LEDGER, AND
      *    TRACKS THE CREDIT UNTIL IT ARRIVES
       VENDOR-RTV-OP.
           DISPLAY 'ENTER THE 8 DIGIT RETURN ID TO SHIP BACK:'.
           ACCEPT PK-RETID.
           MOVE ' ' TO RETDISP.
           MOVE 0 TO NL-RETDISP.
           MOVE 'VENDOR-RTV-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ORDERID, LAPTOPID, QUANTITY, DISPOSITION
               INTO :FK-ORDERID, :FK-LAPID, :RETQTY,
                   :RETDISP :NL-RETDISP
               FROM RETURNS
               WHERE RETURNID = :PK-RETID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'RETURN ' PK-RETID ' WAS NOT FOUND'
               ADD 1 TO ERRCTR
               GO TO VENDOR-RTV-OP-EXIT.
      *    NULL CHECK - A RETURN FROM BEFORE DISPOSITIONS EXISTED WAS
      *    NEVER IN THE DAMAGED-GOODS HOLD
           IF NL-RETDISP < 0
               MOVE ' ' TO RETDISP.
           IF RETDISP NOT = 'D'
               DISPLAY 'RETURN ' PK-RETID ' IS NOT SITTING IN THE'
                   ' DAMAGED-GOODS HOLD'
               ADD 1 TO ERRCTR
               GO TO VENDOR-RTV-OP-EXIT.

      *    THE DEFECTS GO BACK TO THE VENDOR THE MODEL BELONGS TO
           EXEC SQL
               SELECT COMPANYID
               INTO :FK-COMPID
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           DISPLAY 'THE UNITS RETURN TO COMPANY ' FK-COMPID.

           DISPLAY 'ENTER THE CREDIT AMOUNT EXPECTED, OR LEAVE BLANK'
               ' IF NOT AGREED YET:'.
           ACCEPT WKVCREDITENTRY.
           IF WKVCREDITENTRY = ' '
               MOVE -1 TO NL-VRETCREDIT
               MOVE 0 TO VRETCREDIT
           ELSE
               IF WKVCREDITENTRY ALPHABETIC
                   DISPLAY 'CREDIT AMOUNT SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR
                   GO TO VENDOR-RTV-OP-EXIT
               ELSE
                   MOVE FUNCTION NUMVAL(WKVCREDITENTRY) TO VRETCREDIT
                   MOVE 0 TO NL-VRETCREDIT.

           PERFORM GENERATE-VRETID.
           DISPLAY 'GENERATED VENDOR RETURN ID: ' PK-VRETID.
           MOVE 'VENDOR-RTV-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO VENDORRETURNS
                   (VRETID, RETURNID, COMPANYID, SHIPDATE, QUANTITY,
                   CREDITAMT, CREDITRECVD)
               VALUES (:PK-VRETID, :PK-RETID, :FK-COMPID,
               CURRENT DATE, :RETQTY, :VRETCREDIT :NL-VRETCREDIT,
               'N')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'THE VENDOR RETURN COULD NOT BE RECORDED'
               ADD 1 TO ERRCTR
               GO TO VENDOR-RTV-OP-EXIT.
           ADD 1 TO UPDATECTR.

      *    THE DEFECTS LEAVE THE DAMAGED-GOODS HOLD THROUGH THE
      *    LEDGER, AND THE RETURN IS MARKED GONE TO THE VENDOR
           MOVE 'DMG' TO LOCATIONCODE.
           MOVE RETQTY TO LOCQTY.
           PERFORM DRAW-FROM-LOCSTOCK.
           MOVE 'VENDOR-RTV-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY - :RETQTY
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           MOVE RETQTY TO STKQTYMOVED.
           MOVE 'O' TO STKDIR.
           MOVE 'V' TO STKSRC.
           MOVE PK-VRETID TO STKSRCID.
           MOVE 'DMG' TO STKLOC.
           PERFORM INSERT-STOCKAUDIT.

           MOVE 'VENDOR-RTV-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE RETURNS
                   SET DISPOSITION = 'V'
                   WHERE RETURNID = :PK-RETID
           END-EXEC.

      *    ANY DAMAGED SERIAL UNITS FROM THE RETURN'S ORDER GO OUT
      *    WITH THE SHIPMENT
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'V'
                   WHERE LAPTOPID = :FK-LAPID
                   AND ORDERID = :FK-ORDERID
                   AND UNITSTATUS = 'D'
           END-EXEC.

           DISPLAY RETQTY ' UNIT(S) WERE SHIPPED BACK TO COMPANY '
               FK-COMPID ' ON VENDOR RETURN ' PK-VRETID.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       VENDOR-RTV-OP-EXIT.
           EXIT.

      *    DRAWS THE NEXT VRETID FROM THE PERSISTENT COUNTER, SO A
      *    NUMBER IS NEVER RE-ISSUED REGARDLESS OF PURGES
       GENERATE-VRETID.
           MOVE 'VRETID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTVRETID.
           MOVE WKNEXTVRETID TO PK-VRETID.

      *    CLOSES THE LOOP ON A VENDOR RETURN - THE CREDIT PROMISED
      *    FOR THE DEFECTS HAS ACTUALLY ARRIVED
       VENDOR-CREDIT-OP.
           DISPLAY 'ENTER THE 8 DIGIT VENDOR RETURN ID:'.
           ACCEPT PK-VRETID.
           MOVE 'VENDOR-CREDIT-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CREDITRECVD
               INTO :VRETRECVD
               FROM VENDORRETURNS
               WHERE VRETID = :PK-VRETID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'VENDOR RETURN ' PK-VRETID ' WAS NOT FOUND'
               ADD 1 TO ERRCTR
           ELSE
               IF VRETRECVD = 'Y'
                   DISPLAY 'THE CREDIT WAS ALREADY RECORDED AS'
                       ' RECEIVED'
               ELSE
                   EXEC SQL
                       UPDATE VENDORRETURNS
                           SET CREDITRECVD = 'Y'
                           WHERE VRETID = :PK-VRETID
                   END-EXEC
                   DISPLAY 'THE VENDOR CREDIT WAS RECORDED AS'
                       ' RECEIVED'
                   ADD 1 TO UPDATECTR.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    KEYS A VENDOR'S PRODUCT RECALL - THE MODEL IT COVERS, THE
      *    RECALL DATE, THE REMEDY PRINTED ON THE CUSTOMER NOTICES, AND
      *    EITHER A SERIAL RANGE OR THE SERIALS LISTED ONE BY ONE. THE
      *    RECALL RUN (RECALLRN) THEN HOLDS THE SHELF UNITS AND PRINTS
      *    THE NOTICES FOR THE SOLD ONES
       RECALL-ENTRY-OP.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-RCL-COMPID THRU GET-RCL-COMPID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RCL-LAPID THRU GET-RCL-LAPID-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RCL-DATE THRU GET-RCL-DATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RCL-REMEDY THRU GET-RCL-REMEDY-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RCL-RANGE THRU GET-RCL-RANGE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               PERFORM GENERATE-RECALLID
               DISPLAY 'GENERATED RECALL ID: ' PK-RECALLID
               PERFORM INSERT-RECALL
               IF ERRCTR = 0 AND NL-RCLSERIALFROM < 0
                   MOVE 'N' TO RCLLISTDONE-SW
                   MOVE 0 TO RCLCNT
                   PERFORM GET-RCL-SERIAL THRU GET-RCL-SERIAL-EXIT
                       UNTIL RCLLISTDONE-SW = 'Y'
                           OR TRANCANCEL-SW = 'Y'
               END-IF
               IF ERRCTR = 0 AND TRANCANCEL-SW = 'N'
                   DISPLAY 'RECALL ' PK-RECALLID ' WAS RECORDED -'
                       ' SUBMIT THE RECALLRN JOB TO HOLD AND NOTIFY'
                       ' ITS UNITS'
                   ADD 1 TO UPDATECTR
               END-IF.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    A RECALL CAN COME FROM A VENDOR WE HAVE SINCE DROPPED, SO
      *    THE VENDOR ONLY HAS TO BE ON FILE, NOT ACTIVE
       GET-RCL-COMPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT COMPANY ID ISSUING THE RECALL,'
               ' OR * TO CANCEL:'.
           ACCEPT FK-COMPID.
           IF FK-COMPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCL-COMPID-EXIT.
           IF FK-COMPID = ' '
               DISPLAY 'COMPANY ID WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCL-COMPID-EXIT.
           MOVE 'GET-RCL-COMPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RCLCNT
               FROM COMPANY
               WHERE COMPANYID = :FK-COMPID
           END-EXEC.
           IF RCLCNT = 0
               DISPLAY
            'COMPANY ID IS INVALID, YOU SHOULD BE USING AN EXISTING ID'
               MOVE 'N' TO FIELD-OK-SW.

       GET-RCL-COMPID-EXIT.
           EXIT.

      *    THE RECALLED MODEL HAS TO BE ONE THE ISSUING VENDOR MAKES
       GET-RCL-LAPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID BEING RECALLED, OR *'
               ' TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCL-LAPID-EXIT.
           MOVE 'GET-RCL-LAPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RCLCNT
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
               AND COMPANYID = :FK-COMPID
           END-EXEC.
           IF RCLCNT = 0
               DISPLAY 'LAPTOP ' FK-LAPID ' IS NOT A MODEL OF COMPANY '
                   FK-COMPID
               MOVE 'N' TO FIELD-OK-SW.

       GET-RCL-LAPID-EXIT.
           EXIT.

      *    A BLANK RECALL DATE IS TODAY
       GET-RCL-DATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE RECALL DATE IN YYYY-MM-DD FORMAT, LEAVE'
               ' BLANK FOR TODAY, OR * TO CANCEL:'.
           ACCEPT WKRCLDATEENTRY.
           IF WKRCLDATEENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCL-DATE-EXIT.
           IF WKRCLDATEENTRY = ' '
               MOVE 'GET-RCL-DATE' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :RCLDATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               GO TO GET-RCL-DATE-EXIT.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.
           UNSTRING WKRCLDATEENTRY DELIMITED BY '-'
               INTO WKYYYY, WKMM, WKDD
           END-UNSTRING.
           IF WKYYYY NOT NUMERIC OR WKMM NOT NUMERIC
           OR WKDD NOT NUMERIC
               DISPLAY 'RECALL DATE SHOULD BE IN YYYY-MM-DD FORMAT'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCL-DATE-EXIT.
           IF WKMM < '01' OR WKMM > '12' OR WKDD < '01'
           OR WKDD > '31'
               DISPLAY 'RECALL DATE ' WKRCLDATEENTRY ' IS NOT A VALID'
                   ' DATE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCL-DATE-EXIT.
           MOVE WKRCLDATEENTRY TO RCLDATE.

       GET-RCL-DATE-EXIT.
           EXIT.

      *    THE REMEDY IS PRINTED ON EVERY CUSTOMER NOTICE, SO IT CAN'T
      *    BE LEFT BLANK
       GET-RCL-REMEDY.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE REMEDY THE VENDOR IS OFFERING (UP TO 60'
               ' CHARACTERS), OR * TO CANCEL:'.
           MOVE ' ' TO RCLREMEDY-VALUE.
           ACCEPT RCLREMEDY-VALUE.
           IF RCLREMEDY-VALUE = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCL-REMEDY-EXIT.
           IF RCLREMEDY-VALUE = ' '
               DISPLAY 'THE REMEDY WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCL-REMEDY-EXIT.
           PERFORM CALC-LEN-RCLREMEDY.

       GET-RCL-REMEDY-EXIT.
           EXIT.

       CALC-LEN-RCLREMEDY.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(RCLREMEDY-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF RCLREMEDY-VALUE GIVING
           RCLREMEDY-LENG.

      *    A BLANK FIRST SERIAL MEANS THE SERIALS ARE LISTED ONE BY
      *    ONE AFTER THE RECALL IS RECORDED. A BLANK LAST SERIAL
      *    RECALLS THE ONE UNIT
       GET-RCL-RANGE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE FIRST SERIAL NUMBER OF THE RECALLED'
               ' RANGE, LEAVE BLANK TO LIST THE SERIALS ONE BY ONE,'
               ' OR * TO CANCEL:'.
           MOVE ' ' TO RCLSERIALFROM.
           ACCEPT RCLSERIALFROM.
           IF RCLSERIALFROM = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCL-RANGE-EXIT.
           IF RCLSERIALFROM = ' '
               MOVE -1 TO NL-RCLSERIALFROM
               MOVE -1 TO NL-RCLSERIALTO
               MOVE ' ' TO RCLSERIALTO
               GO TO GET-RCL-RANGE-EXIT.
           MOVE FUNCTION UPPER-CASE(RCLSERIALFROM) TO RCLSERIALFROM.
           MOVE 0 TO NL-RCLSERIALFROM.
           MOVE 0 TO NL-RCLSERIALTO.
           DISPLAY 'ENTER THE LAST SERIAL NUMBER OF THE RANGE, LEAVE'
               ' BLANK FOR ' RCLSERIALFROM ':'.
           MOVE ' ' TO RCLSERIALTO.
           ACCEPT RCLSERIALTO.
           IF RCLSERIALTO = ' '
               MOVE RCLSERIALFROM TO RCLSERIALTO
           ELSE
               MOVE FUNCTION UPPER-CASE(RCLSERIALTO) TO RCLSERIALTO.
           IF RCLSERIALTO < RCLSERIALFROM
               DISPLAY 'THE LAST SERIAL SHOULD NOT COME BEFORE THE'
                   ' FIRST'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCL-RANGE-EXIT.
           MOVE 'GET-RCL-RANGE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RCLCNT
               FROM LAPTOPUNITS
               WHERE LAPTOPID = :FK-LAPID
               AND SERIALNUM BETWEEN :RCLSERIALFROM AND :RCLSERIALTO
           END-EXEC.
           DISPLAY RCLCNT ' UNIT(S) OF LAPTOP ' FK-LAPID ' ON FILE FALL'
               ' IN THE RANGE'.

       GET-RCL-RANGE-EXIT.
           EXIT.

      *    DRAWS THE NEXT RECALLID FROM THE PERSISTENT COUNTER, SO A
      *    NUMBER IS NEVER RE-ISSUED REGARDLESS OF PURGES
       GENERATE-RECALLID.
           MOVE 'RECALLID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTRECALLID.
           MOVE WKNEXTRECALLID TO PK-RECALLID.

       INSERT-RECALL.
           MOVE 'INSERT-RECALL' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RECALLS
                   (RECALLID, COMPANYID, LAPTOPID, RECALLDATE, REMEDY,
                   SERIALFROM, SERIALTO, STATUS)
               VALUES (:PK-RECALLID, :FK-COMPID, :FK-LAPID, :RCLDATE,
               :RCLREMEDY, :RCLSERIALFROM :NL-RCLSERIALFROM,
               :RCLSERIALTO :NL-RCLSERIALTO, 'O')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'THE RECALL COULD NOT BE RECORDED'
               ADD 1 TO ERRCTR.

      *    ONE SERIAL OF A LISTED RECALL. A SERIAL NOT ON THE UNIT
      *    LIST IS TAKEN ALL THE SAME - THE VENDOR'S LIST IS THE
      *    RECORD - BUT THE OPERATOR IS TOLD. A BLANK ENDS THE LIST
       GET-RCL-SERIAL.
           DISPLAY 'ENTER A RECALLED SERIAL NUMBER, LEAVE BLANK WHEN'
               ' THE LIST IS DONE, OR * TO CANCEL THE RECALL:'.
           MOVE ' ' TO UNITSERIAL.
           ACCEPT UNITSERIAL.
           IF UNITSERIAL = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCL-SERIAL-EXIT.
           IF UNITSERIAL = ' '
               IF RCLCNT = 0
                   DISPLAY 'AT LEAST ONE SERIAL NUMBER SHOULD BE LISTED'
               ELSE
                   DISPLAY RCLCNT ' SERIAL(S) WERE LISTED'
                   MOVE 'Y' TO RCLLISTDONE-SW
               END-IF
               GO TO GET-RCL-SERIAL-EXIT.
           MOVE FUNCTION UPPER-CASE(UNITSERIAL) TO UNITSERIAL.
           MOVE 'GET-RCL-SERIAL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
               FROM RECALLSERIALS
               WHERE RECALLID = :PK-RECALLID
               AND SERIALNUM = :UNITSERIAL
           END-EXEC.
           IF UNITCNT > 0
               DISPLAY 'SERIAL ' UNITSERIAL ' IS ALREADY ON THE LIST'
               GO TO GET-RCL-SERIAL-EXIT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
               FROM LAPTOPUNITS
               WHERE LAPTOPID = :FK-LAPID
               AND SERIALNUM = :UNITSERIAL
           END-EXEC.
           IF UNITCNT = 0
               DISPLAY 'NOTE - SERIAL ' UNITSERIAL ' IS NOT A UNIT OF'
                   ' LAPTOP ' FK-LAPID ' ON FILE'.
           EXEC SQL
               INSERT INTO RECALLSERIALS
                   (RECALLID, SERIALNUM)
               VALUES (:PK-RECALLID, :UNITSERIAL)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'THE SERIAL COULD NOT BE ADDED TO THE LIST'
               ADD 1 TO ERRCTR
               MOVE 'Y' TO RCLLISTDONE-SW
               GO TO GET-RCL-SERIAL-EXIT.
           ADD 1 TO RCLCNT.

       GET-RCL-SERIAL-EXIT.
           EXIT.

      *    RECORDS ONE UNIT THE RECALL RUN FOUND AS REMEDIED. A UNIT
      *    PULLED OFF THE SHELF GOES BACK ON SALE - OUT OF THE RECALL
      *    HOLD AND INTO THE BACK WAREHOUSE - UNLESS ANOTHER OPEN
      *    RECALL STILL HOLDS IT. ONCE EVERY UNIT FOUND IS REMEDIED THE
      *    OPERATOR MAY CLOSE THE RECALL
       RECALL-REMEDY-OP.
           DISPLAY 'ENTER THE 8 DIGIT RECALL ID:'.
           ACCEPT PK-RECALLID.
           MOVE 'RECALL-REMEDY-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT LAPTOPID, STATUS
               INTO :FK-LAPID, :RCLSTATUS
               FROM RECALLS
               WHERE RECALLID = :PK-RECALLID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'RECALL ' PK-RECALLID ' WAS NOT FOUND'
               ADD 1 TO ERRCTR
               GO TO RECALL-REMEDY-OP-EXIT.
           IF RCLSTATUS = 'C'
               DISPLAY 'RECALL ' PK-RECALLID ' IS ALREADY CLOSED'
               ADD 1 TO ERRCTR
               GO TO RECALL-REMEDY-OP-EXIT.

           DISPLAY 'ENTER THE SERIAL NUMBER OF THE REMEDIED UNIT:'.
           MOVE ' ' TO UNITSERIAL.
           ACCEPT UNITSERIAL.
           MOVE FUNCTION UPPER-CASE(UNITSERIAL) TO UNITSERIAL.
           EXEC SQL
               SELECT UNITSTATE, REMEDIED
               INTO :RCLUNITSTATE, :RCLREMEDIED
               FROM RECALLUNITS
               WHERE RECALLID = :PK-RECALLID
               AND SERIALNUM = :UNITSERIAL
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'SERIAL ' UNITSERIAL ' IS NOT A UNIT THE RECALL'
                   ' RUN HAS FOUND FOR RECALL ' PK-RECALLID
               ADD 1 TO ERRCTR
               GO TO RECALL-REMEDY-OP-EXIT.
           IF RCLREMEDIED = 'Y'
               DISPLAY 'THE UNIT WAS ALREADY RECORDED AS REMEDIED'
               GO TO RECALL-REMEDY-OP-EXIT.

           EXEC SQL
               UPDATE RECALLUNITS
                   SET REMEDIED = 'Y',
                       REMEDYDATE = CURRENT DATE
                   WHERE RECALLID = :PK-RECALLID
                   AND SERIALNUM = :UNITSERIAL
           END-EXEC.
           ADD 1 TO UPDATECTR.

           EVALUATE RCLUNITSTATE
               WHEN 'H'
                   PERFORM RELEASE-RECALL-HOLD
               WHEN 'D'
                   DISPLAY 'THE UNIT WAS REMEDIED - IT STAYS IN THE'
                       ' DAMAGED-GOODS HOLD'
               WHEN OTHER
                   DISPLAY 'THE CUSTOMER''S UNIT WAS RECORDED AS'
                       ' REMEDIED'
           END-EVALUATE.

           MOVE 'RECALL-REMEDY-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RCLCNT
               FROM RECALLUNITS
               WHERE RECALLID = :PK-RECALLID
               AND REMEDIED = 'N'
           END-EXEC.
           IF RCLCNT > 0
               DISPLAY RCLCNT ' UNIT(S) OF RECALL ' PK-RECALLID
                   ' ARE STILL TO BE REMEDIED'
               GO TO RECALL-REMEDY-OP-EXIT.

           DISPLAY 'EVERY UNIT FOUND FOR RECALL ' PK-RECALLID ' IS'
               ' NOW REMEDIED - CLOSE THE RECALL?'.
           DISPLAY 'Y - YES'.
           DISPLAY 'N - NO'.
           ACCEPT WKOP.
           IF FUNCTION UPPER-CASE(WKOP) = 'Y'
               EXEC SQL
                   UPDATE RECALLS
                       SET STATUS = 'C'
                       WHERE RECALLID = :PK-RECALLID
               END-EXEC
               DISPLAY 'RECALL ' PK-RECALLID ' WAS CLOSED'
           ELSE
               DISPLAY 'THE RECALL WAS LEFT OPEN'.

       RECALL-REMEDY-OP-EXIT.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    PUTS A REMEDIED SHELF UNIT BACK ON SALE - BOTH SIDES OF THE
      *    MOVE HIT THE LEDGER. A UNIT THE RUN HELD WITHOUT FINDING A
      *    LOCATION COUNT TO MOVE NEVER REACHED THE RECALL HOLD'S PILE,
      *    SO ONLY ITS STATUS CHANGES
       RELEASE-RECALL-HOLD.
           MOVE 'RELEASE-RECALL-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RCLCNT
               FROM RECALLUNITS U, RECALLS R
               WHERE U.SERIALNUM = :UNITSERIAL
               AND U.LAPTOPID = :FK-LAPID
               AND U.UNITSTATE = 'H'
               AND U.REMEDIED = 'N'
               AND R.RECALLID = U.RECALLID
               AND R.STATUS = 'O'
           END-EXEC.
           IF RCLCNT > 0
               DISPLAY 'THE UNIT WAS REMEDIED BUT IS STILL HELD FOR'
                   ' ANOTHER OPEN RECALL'
           ELSE
               EXEC SQL
                   UPDATE LAPTOPUNITS
                       SET UNITSTATUS = 'A'
                       WHERE LAPTOPID = :FK-LAPID
                       AND SERIALNUM = :UNITSERIAL
                       AND UNITSTATUS = 'R'
               END-EXEC
               MOVE 0 TO NL-LOCQTY
               EXEC SQL
                   SELECT QTY
                   INTO :LOCQTY :NL-LOCQTY
                   FROM LOCATIONSTOCK
                   WHERE LAPTOPID = :FK-LAPID
                   AND LOCATIONCODE = 'RCL'
               END-EXEC
               IF SQLCODE = 0 AND LOCQTY > 0
                   PERFORM MOVE-RECALL-UNIT-TO-WH01
               END-IF
               DISPLAY 'THE UNIT WAS REMEDIED AND IS BACK ON SALE'.

       MOVE-RECALL-UNIT-TO-WH01.
           MOVE 'RCL' TO LOCATIONCODE.
           MOVE 1 TO LOCQTY.
           PERFORM DRAW-FROM-LOCSTOCK.
           MOVE 1 TO STKQTYMOVED.
           MOVE 'O' TO STKDIR.
           MOVE 'P' TO STKSRC.
           MOVE PK-RECALLID TO STKSRCID.
           MOVE 'RCL' TO STKLOC.
           PERFORM INSERT-STOCKAUDIT.

           MOVE 'WH01' TO LOCATIONCODE.
           MOVE 1 TO LOCQTY.
           PERFORM ADD-TO-LOCSTOCK.
           MOVE 'I' TO STKDIR.
           MOVE 'WH01' TO STKLOC.
           PERFORM INSERT-STOCKAUDIT.

      *    VENDOR INVOICE ENTRY WITH THE THREE-WAY MATCH - THE INVOICE
      *    IS KEYED AGAINST ITS PO, AND EVERY LINE IS MATCHED AS IT IS
      *    KEYED: THE QUANTITY BILLED AGAINST WHAT THE PO LINE HAS
      *    RECEIVED AND NOT ALREADY BEEN BILLED FOR, AND THE PRICE
      *    BILLED AGAINST THE PO UNIT COST. AN INVOICE WITH ANY LINE
      *    OUTSIDE TOLERANCE GOES ON THE MATCH-EXCEPTION QUEUE FOR A
      *    SUPERVISOR INSTEAD OF BECOMING PAYABLE
       VENDOR-INVOICE-OP.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-VINV-COMPID THRU GET-VINV-COMPID-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-VINV-NUMBER THRU GET-VINV-NUMBER-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-VINV-POID THRU GET-VINV-POID-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-VINV-DUEDATE THRU GET-VINV-DUEDATE-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE
               PERFORM GENERATE-VINVID
               DISPLAY 'GENERATED INVOICE ID: ' PK-VINVID
               PERFORM INSERT-VINV-HEADER
               IF ERRCTR = 0
                   MOVE 'N' TO VINVDONE-SW
                   MOVE 0 TO VINVAMT
                   MOVE 0 TO VINVLINECTR
                   MOVE 0 TO VINVEXCCTR
                   PERFORM GET-VINV-LINE THRU GET-VINV-LINE-EXIT
                       UNTIL VINVDONE-SW = 'Y'
                           OR TRANCANCEL-SW = 'Y'
                   IF TRANCANCEL-SW = 'N'
                       PERFORM SETTLE-VINV-MATCH
                   END-IF
               END-IF.

      *    AN INVOICE CAN ARRIVE FROM A VENDOR WE HAVE SINCE DROPPED,
      *    SO THE VENDOR ONLY HAS TO BE ON FILE, NOT ACTIVE
       GET-VINV-COMPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT COMPANY ID THAT SENT THE'
               ' INVOICE, OR * TO CANCEL:'.
           ACCEPT FK-COMPID.
           IF FK-COMPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-VINV-COMPID-EXIT.
           IF FK-COMPID = ' '
               DISPLAY 'COMPANY ID WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-VINV-COMPID-EXIT.
           MOVE 'GET-VINV-COMPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :VINVCNT
               FROM COMPANY
               WHERE COMPANYID = :FK-COMPID
           END-EXEC.
           IF VINVCNT = 0
               DISPLAY
            'COMPANY ID IS INVALID, YOU SHOULD BE USING AN EXISTING ID'
               MOVE 'N' TO FIELD-OK-SW.

       GET-VINV-COMPID-EXIT.
           EXIT.

      *    THE VENDOR'S OWN INVOICE NUMBER - ONE ALREADY KEYED FOR
      *    THIS VENDOR IS REFUSED UNLESS THAT ENTRY WAS REJECTED, SO
      *    THE SAME BILL CAN'T BE ENTERED (AND PAID) TWICE
       GET-VINV-NUMBER.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE INVOICE NUMBER PRINTED ON THE VENDOR'
               ' INVOICE, OR * TO CANCEL:'.
           ACCEPT VINVNUMBER.
           IF VINVNUMBER = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-VINV-NUMBER-EXIT.
           IF VINVNUMBER = ' '
               DISPLAY 'INVOICE NUMBER WAS NOT ENTERED'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-VINV-NUMBER-EXIT.
           MOVE FUNCTION UPPER-CASE(VINVNUMBER) TO VINVNUMBER.
           MOVE 'GET-VINV-NUMBER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :VINVCNT
               FROM VENDORINVOICES
               WHERE COMPANYID = :FK-COMPID
               AND VENDORINVNO = :VINVNUMBER
               AND MATCHSTATUS <> 'R'
           END-EXEC.
           IF VINVCNT > 0
               DISPLAY 'INVOICE ' VINVNUMBER ' FROM COMPANY ' FK-COMPID
                   ' WAS ALREADY ENTERED'
               MOVE 'N' TO FIELD-OK-SW.

       GET-VINV-NUMBER-EXIT.
           EXIT.

      *    THE PO BEING BILLED HAS TO BE ON FILE AND BELONG TO THE
      *    BILLING VENDOR - IT IS NORMALLY ALREADY CLOSED BY THE TIME
      *    THE BILL ARRIVES, SO A CLOSED PO IS FINE
       GET-VINV-POID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT PO ID THE INVOICE BILLS, OR *'
               ' TO CANCEL:'.
           ACCEPT PK-POID.
           IF PK-POID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-VINV-POID-EXIT.
           MOVE 'GET-VINV-POID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COMPANYID, POSTATUS
               INTO :POCOMPID, :POSTATUS
               FROM PURCHASEORDERS
               WHERE POID = :PK-POID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'PO ' PK-POID ' IS NOT ON FILE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-VINV-POID-EXIT.
           IF POCOMPID NOT = FK-COMPID
               DISPLAY 'PO ' PK-POID ' BELONGS TO COMPANY ' POCOMPID
                   ' NOT THE BILLING VENDOR'
               MOVE 'N' TO FIELD-OK-SW.

       GET-VINV-POID-EXIT.
           EXIT.

      *    A BLANK DUE DATE TAKES THE VENDOR PAYMENT TERMS FROM TODAY
       GET-VINV-DUEDATE.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE DUE DATE IN YYYY-MM-DD FORMAT, LEAVE'
               ' BLANK FOR ' VENDOR-TERMS-DAYS ' DAYS FROM TODAY, OR *'
               ' TO CANCEL:'.
           ACCEPT WKVINVDUEENTRY.
           IF WKVINVDUEENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-VINV-DUEDATE-EXIT.
           IF WKVINVDUEENTRY = ' '
               MOVE 'GET-VINV-DUEDATE' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT CHAR(CURRENT DATE + :VENDOR-TERMS-DAYS DAYS,
                       ISO)
                   INTO :VINVDUEDATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               DISPLAY 'THE INVOICE IS DUE ' VINVDUEDATE
               GO TO GET-VINV-DUEDATE-EXIT.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.
           UNSTRING WKVINVDUEENTRY DELIMITED BY '-'
               INTO WKYYYY, WKMM, WKDD
           END-UNSTRING.
           IF WKYYYY NOT NUMERIC OR WKMM NOT NUMERIC
           OR WKDD NOT NUMERIC
               DISPLAY 'DUE DATE SHOULD BE IN YYYY-MM-DD FORMAT'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-VINV-DUEDATE-EXIT.
           IF WKMM < '01' OR WKMM > '12' OR WKDD < '01'
           OR WKDD > '31'
               DISPLAY 'DUE DATE ' WKVINVDUEENTRY ' IS NOT A VALID'
                   ' DATE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-VINV-DUEDATE-EXIT.
           MOVE WKVINVDUEENTRY TO VINVDUEDATE.

       GET-VINV-DUEDATE-EXIT.
           EXIT.

      *    DRAWS THE NEXT VINVID FROM THE PERSISTENT COUNTER, SO A
      *    NUMBER IS NEVER RE-ISSUED REGARDLESS OF PURGES
       GENERATE-VINVID.
           MOVE 'VINVID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTVINVID.
           MOVE WKNEXTVINVID TO PK-VINVID.

      *    THE HEADER GOES IN FIRST SO THE LINES HAVE SOMETHING TO
      *    HANG FROM - ITS TOTAL AND MATCH STATUS ARE SETTLED ONCE THE
      *    LAST LINE IS KEYED
       INSERT-VINV-HEADER.
           MOVE 'INSERT-VINV-HEADER' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO VENDORINVOICES
                   (VINVID, COMPANYID, VENDORINVNO, POID, ENTEREDDATE,
                   DUEDATE, INVOICEAMT, MATCHSTATUS, ENTEREDBY,
                   CLEAREDBY, CLEAREDDATE)
               VALUES (:PK-VINVID, :FK-COMPID, :VINVNUMBER, :PK-POID,
               CURRENT DATE, DATE(:VINVDUEDATE), 0, 'E', :OPERID,
               NULL, NULL)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE RECORDING THE INVOICE'
               ADD 1 TO ERRCTR.

       GET-VINV-LINE.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID FOR THE NEXT INVOICE'
               ' LINE, LEAVE BLANK WHEN DONE, OR * TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-VINV-LINE-EXIT.
           IF FK-LAPID = ' '
               IF VINVLINECTR = 0
                   DISPLAY 'AN INVOICE NEEDS AT LEAST ONE LINE - KEY A'
                       ' LINE OR * TO CANCEL'
               ELSE
                   MOVE 'Y' TO VINVDONE-SW
               END-IF
               GO TO GET-VINV-LINE-EXIT.
           MOVE 0 TO ERRCTR.
           MOVE 'N' TO SELECTERR-SW.
           PERFORM SELECT-LAP-FOR-LAPORD.
           IF ERRCTR > 0
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW
               GO TO GET-VINV-LINE-EXIT.
           MOVE 'GET-VINV-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :VINVCNT
               FROM VENDORINVLINES
               WHERE VINVID = :PK-VINVID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF VINVCNT > 0
               DISPLAY 'LAPTOP ' FK-LAPID ' IS ALREADY BILLED ON THIS'
                   ' INVOICE'
               GO TO GET-VINV-LINE-EXIT.

           DISPLAY 'ENTER THE QUANTITY BILLED:'.
           ACCEPT WKVINVQTYENTRY.
           IF WKVINVQTYENTRY = ' ' OR WKVINVQTYENTRY ALPHABETIC
               DISPLAY 'QUANTITY SHOULD BE NUMERIC'
               GO TO GET-VINV-LINE-EXIT.
           MOVE FUNCTION NUMVAL(WKVINVQTYENTRY) TO VLINEQTY.
           IF VLINEQTY <= 0
               DISPLAY 'QUANTITY SHOULD BE GREATER THAN 0'
               GO TO GET-VINV-LINE-EXIT.

           DISPLAY 'ENTER THE UNIT PRICE BILLED:'.
           ACCEPT WKVINVPRICEENTRY.
           IF WKVINVPRICEENTRY = ' ' OR WKVINVPRICEENTRY ALPHABETIC
               DISPLAY 'UNIT PRICE SHOULD BE NUMERIC'
               GO TO GET-VINV-LINE-EXIT.
           MOVE FUNCTION NUMVAL(WKVINVPRICEENTRY) TO VLINEPRICE.
           IF VLINEPRICE <= 0
               DISPLAY 'UNIT PRICE SHOULD BE GREATER THAN 0'
               GO TO GET-VINV-LINE-EXIT.

           PERFORM MATCH-VINV-LINE THRU MATCH-VINV-LINE-EXIT.

           MOVE 'GET-VINV-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO VENDORINVLINES
                   (VINVID, LAPTOPID, BILLEDQTY, BILLEDPRICE,
                   MATCHCODE)
               VALUES (:PK-VINVID, :FK-LAPID, :VLINEQTY, :VLINEPRICE,
               :VLINECODE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'THE INVOICE LINE COULD NOT BE ADDED'
               ADD 1 TO ERRCTR
               GO TO GET-VINV-LINE-EXIT.
           ADD 1 TO UPDATECTR.
           ADD 1 TO VINVLINECTR.
           COMPUTE VINVAMT ROUNDED = VINVAMT +
               (VLINEQTY * VLINEPRICE).

      *    THE BILLED UNITS COUNT AGAINST THE PO LINE WHETHER THEY
      *    MATCHED OR NOT, SO A SECOND BILL FOR THE SAME SHIPMENT
      *    FAILS THE QUANTITY MATCH - A REJECTION GIVES THEM BACK
           IF VLINECODE NOT = 'N'
               EXEC SQL
                   UPDATE POLINES
                       SET INVOICEDQTY = INVOICEDQTY + :VLINEQTY
                       WHERE POID = :PK-POID
                       AND LAPTOPID = :FK-LAPID
               END-EXEC
           END-IF.

           IF VLINECODE = 'M'
               DISPLAY 'THE INVOICE LINE WAS ADDED AND MATCHED'
           ELSE
               ADD 1 TO VINVEXCCTR
               DISPLAY 'THE INVOICE LINE WAS ADDED AS A MATCH'
                   ' EXCEPTION'.

       GET-VINV-LINE-EXIT.
           EXIT.

      *    MATCHES ONE BILLED LINE AGAINST ITS PO LINE - 'Q' WHEN MORE
      *    IS BILLED THAN WAS RECEIVED AND NOT YET BILLED (PLUS THE
      *    UNIT TOLERANCE), 'P' WHEN THE PRICE IS FURTHER FROM THE PO
      *    UNIT COST THAN THE PERCENT TOLERANCE, 'B' FOR BOTH, AND 'N'
      *    WHEN THE PO HAS NO SUCH LINE AT ALL
       MATCH-VINV-LINE.
           MOVE 'M' TO VLINECODE.
           MOVE -1 TO NL-POUNITCOST.
           MOVE 'MATCH-VINV-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT RECEIVEDQTY, INVOICEDQTY, UNITCOST
               INTO :PORCVQTY, :POINVQTY,
                   :POUNITCOST :NL-POUNITCOST
               FROM POLINES
               WHERE POID = :PK-POID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'PO ' PK-POID ' HAS NO LINE FOR LAPTOP '
                   FK-LAPID
               MOVE 'N' TO VLINECODE
               GO TO MATCH-VINV-LINE-EXIT.

           IF VLINEQTY > PORCVQTY - POINVQTY + INV-QTY-TOL
               DISPLAY 'BILLED ' VLINEQTY ' BUT THE PO LINE HAS '
                   PORCVQTY ' RECEIVED AND ' POINVQTY
                   ' ALREADY BILLED'
               MOVE 'Q' TO VLINECODE.

      *    A PO LINE RAISED BEFORE COSTS WERE KEPT HAS NOTHING TO
      *    MATCH THE PRICE AGAINST, SO IT NEEDS A SUPERVISOR'S EYE
           IF NL-POUNITCOST < 0
               DISPLAY 'THE PO LINE HAS NO AGREED UNIT COST TO MATCH'
                   ' THE PRICE AGAINST'
               PERFORM FLAG-VINV-PRICE
               GO TO MATCH-VINV-LINE-EXIT.

           COMPUTE WKPRICETOL ROUNDED =
               POUNITCOST * INV-PRICE-TOL-PCT / 100.
           COMPUTE WKPRICEDIFF = VLINEPRICE - POUNITCOST.
           IF WKPRICEDIFF < 0
               COMPUTE WKPRICEDIFF = 0 - WKPRICEDIFF.
           IF WKPRICEDIFF > WKPRICETOL
               MOVE POUNITCOST TO O-PRICE
               DISPLAY 'THE BILLED PRICE IS OUTSIDE TOLERANCE OF THE'
                   ' PO UNIT COST OF ' O-PRICE
               PERFORM FLAG-VINV-PRICE.

       MATCH-VINV-LINE-EXIT.
           EXIT.

       FLAG-VINV-PRICE.
           IF VLINECODE = 'Q'
               MOVE 'B' TO VLINECODE
           ELSE
               MOVE 'P' TO VLINECODE.

      *    A FULLY MATCHED INVOICE IS PAYABLE STRAIGHT AWAY - ANY LINE
      *    OUTSIDE TOLERANCE HOLDS THE WHOLE INVOICE FOR A SUPERVISOR
       SETTLE-VINV-MATCH.
           IF VINVEXCCTR = 0
               MOVE 'M' TO VINVSTATUS
           ELSE
               MOVE 'E' TO VINVSTATUS.
           MOVE 'SETTLE-VINV-MATCH' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE VENDORINVOICES
                   SET INVOICEAMT = :VINVAMT,
                       MATCHSTATUS = :VINVSTATUS
                   WHERE VINVID = :PK-VINVID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE SETTLING THE INVOICE'
               ADD 1 TO ERRCTR
           ELSE
               MOVE VINVAMT TO O-PRICE
               DISPLAY 'INVOICE ' PK-VINVID ' FOR ' O-PRICE ' HAS '
                   VINVLINECTR ' LINE(S)'
               IF VINVSTATUS = 'M'
                   DISPLAY 'THE INVOICE MATCHED AND IS APPROVED FOR'
                       ' PAYMENT'
               ELSE
                   DISPLAY VINVEXCCTR ' LINE(S) DID NOT MATCH - THE'
                       ' INVOICE IS HELD FOR SUPERVISOR REVIEW'.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    INVOICE MATCH-EXCEPTION REVIEW - A SUPERVISOR FUNCTION.
      *    WALKS EVERY HELD INVOICE WITH ITS LINES AND LETS THE
      *    SUPERVISOR APPROVE IT FOR PAYMENT OR REJECT IT BACK TO THE
      *    VENDOR - A REJECTION GIVES THE BILLED UNITS BACK TO THE PO
      *    LINES SO THE CORRECTED INVOICE CAN MATCH
       VINV-REVIEW-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO VINV-REVIEW-OP-EXIT.
           MOVE 'N' TO REVIEWDONE-SW.
           PERFORM DECLARE-VINVREV.
           PERFORM PROC-VINVREV.

       VINV-REVIEW-OP-EXIT.
           EXIT.

       DECLARE-VINVREV.
           EXEC SQL
               DECLARE VINVREV_CUR CURSOR FOR
               SELECT VINVID, COMPANYID, VENDORINVNO, POID,
                   CHAR(DUEDATE, ISO), INVOICEAMT
               FROM VENDORINVOICES
               WHERE MATCHSTATUS = 'E'
               ORDER BY DUEDATE, VINVID
           END-EXEC.
           EXEC SQL
               DECLARE VINVLN_CUR CURSOR FOR
               SELECT LAPTOPID, BILLEDQTY, BILLEDPRICE, MATCHCODE
               FROM VENDORINVLINES
               WHERE VINVID = :PK-VINVID
               ORDER BY LAPTOPID
           END-EXEC.

       PROC-VINVREV.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-VINVREV' TO ERR-PARAGRAPH.
           EXEC SQL OPEN VINVREV_CUR END-EXEC.
           PERFORM LOOP-VINVREV THRU LOOP-VINVREV-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-VINVREV' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VINVREV_CUR END-EXEC.
           DISPLAY ROWCTR ' HELD INVOICE(S) WERE REVIEWED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-VINVREV.
           MOVE 'LOOP-VINVREV' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VINVREV_CUR
               INTO :PK-VINVID, :FK-COMPID, :VINVNUMBER, :PK-POID,
                   :VINVDUEDATE, :VINVAMT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-VINVREV-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               DISPLAY '----------------------------------------'
               MOVE VINVAMT TO O-PRICE
               DISPLAY 'INVOICE ' PK-VINVID ' (VENDOR NO. ' VINVNUMBER
                   ') FROM COMPANY ' FK-COMPID
               DISPLAY 'BILLS PO ' PK-POID ' FOR ' O-PRICE ' DUE '
                   VINVDUEDATE
               PERFORM SHOW-VINV-LINES
               PERFORM PROMPT-VINVREV
      *    THE LINE CURSOR RAN TO ITS END - CLEARED HERE SO IT CAN'T
      *    END THE INVOICE LOOP EARLY
               MOVE 0 TO SQLCODE.

       LOOP-VINVREV-EXIT.
           EXIT.

       SHOW-VINV-LINES.
           MOVE 'SHOW-VINV-LINES' TO ERR-PARAGRAPH.
           EXEC SQL OPEN VINVLN_CUR END-EXEC.
           PERFORM LOOP-VINVLN THRU LOOP-VINVLN-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'SHOW-VINV-LINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VINVLN_CUR END-EXEC.

       LOOP-VINVLN.
           MOVE 'LOOP-VINVLN' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VINVLN_CUR
               INTO :FK-LAPID, :VLINEQTY, :VLINEPRICE, :VLINECODE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-VINVLN-EXIT.
           IF SQLCODE = 0
               MOVE VLINEPRICE TO O-PRICE
               DISPLAY '  LAPTOP ' FK-LAPID ' QTY ' VLINEQTY ' AT '
                   O-PRICE ' MATCH: ' VLINECODE.

       LOOP-VINVLN-EXIT.
           EXIT.

       PROMPT-VINVREV.
           DISPLAY 'MATCH: M = MATCHED, Q = QUANTITY, P = PRICE,'
               ' B = BOTH, N = NOT ON THE PO'.
           DISPLAY 'A - APPROVE FOR PAYMENT'.
           DISPLAY 'R - REJECT BACK TO THE VENDOR'.
           DISPLAY 'ENTER - SKIP, * - STOP REVIEWING'.
           ACCEPT WKOP.

           IF WKOP = '*'
               MOVE 'Y' TO REVIEWDONE-SW
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'A'
                   MOVE 'PROMPT-VINVREV' TO ERR-PARAGRAPH
                   EXEC SQL
                       UPDATE VENDORINVOICES
                           SET MATCHSTATUS = 'A',
                               CLEAREDBY = :OPERID,
                               CLEAREDDATE = CURRENT DATE
                           WHERE VINVID = :PK-VINVID
                   END-EXEC
                   DISPLAY 'THE INVOICE WAS APPROVED FOR PAYMENT'
                   ADD 1 TO UPDATECTR
               ELSE
                   IF FUNCTION UPPER-CASE(WKOP) = 'R'
                       PERFORM REJECT-VINV.

       REJECT-VINV.
           MOVE 'REJECT-VINV' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE POLINES P
                   SET INVOICEDQTY = INVOICEDQTY -
                       (SELECT L.BILLEDQTY
                        FROM VENDORINVLINES L
                        WHERE L.VINVID = :PK-VINVID
                        AND L.LAPTOPID = P.LAPTOPID)
                   WHERE P.POID = :PK-POID
                   AND P.LAPTOPID IN
                       (SELECT L.LAPTOPID
                        FROM VENDORINVLINES L
                        WHERE L.VINVID = :PK-VINVID
                        AND L.MATCHCODE <> 'N')
           END-EXEC.
           EXEC SQL
               UPDATE VENDORINVOICES
                   SET MATCHSTATUS = 'R',
                       CLEAREDBY = :OPERID,
                       CLEAREDDATE = CURRENT DATE
                   WHERE VINVID = :PK-VINVID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE INVOICE WAS REJECTED BACK TO THE VENDOR'
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE REJECTING THE INVOICE'
               ADD 1 TO ERRCTR.

      *    VENDOR ONBOARDING - THERE WAS NO WAY TO INSERT A COMPANY
      *    ROW, SO EVERY NEW LAPTOP VENDOR MEANT A MANUAL INSERT BY

      *    A NEW VENDOR ALWAYS STARTS OUT ACTIVE
       INSERT-COMP.
           MOVE 'INSERT-COMP' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO COMPANY
                   (COMPANYID, COMPANYNAME, ADDR, EMAILADDR, PHONE,

       SELECT-COMP-STATUS.
           PERFORM PRESELECT-COMP.
           MOVE 'SELECT-COMP-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ACTIVE
               INTO :COMPACTIVE :NL-COMPACTIVE
                   ADD 1 TO ERRCTR.

       UPDATE-COMP-STATUS.
           MOVE 'UPDATE-COMP-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE COMPANY
                   SET ACTIVE = :COMPACTIVE
      *    ORDERS INSERT (RETURNS A SQLCODE OF 0 IF IT EXISTS)
       SELECT-COMP-FOR-LAP.
           PERFORM PRESELECT-COMP.
           MOVE 'SELECT-COMP-FOR-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PHONE, ADDR, EMAILADDR, ACTIVE
               INTO :PHONE :NL-PHONE, :ADDR :NL-ADDR,

       GET-LAP-COMPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER AN EXISTING 8 DIGIT COMPANY ID, OR * TO'
               ' CANCEL:'.
           ACCEPT FK-COMPID.
           IF FK-COMPID = '*'
      *    CONFIRMS OS-VALUE MATCHES AN ENTRY IN THE APPROVED OSCATALOG
      *    REFERENCE TABLE
       CHECK-OS-CATALOG.
           MOVE 'CHECK-OS-CATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :OSCATCNT
                   ADD 1 TO ERRCTR.

       INSERT-LAP.
           MOVE 'INSERT-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPS
                   (LAPTOPID, COMPANYID, LAPNAME, PRODUCTNUMBER,
                   SERIALNUMBER, OS, YYYY, STORAGE, CPU, RAM, PRICE,
                   WARRANTY, STOCKQTY, REORDERPOINT, MODELSTATUS)
               VALUES (:PK-LAPID, :FK-COMPID, :LAPNAME, :PRODNUM,
               :SERIAL, :OS :NL-OS, :YEAR, :STORAGE :NL-STORAGE,
               :CPU :NL-CPU, :RAM :NL-RAM, :PRICE,
               :WARRANTY :NL-WARRANTY, :STOCKQTY, 0, 'A')
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
               PERFORM GET-RCPT-POID THRU GET-RCPT-POID-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

      *    THE COST BILLED ON THE DELIVERY IS WHAT RE-WEIGHTS THE
      *    MODEL'S AVERAGE COST - IT DEFAULTS TO THE PO LINE'S
      *    AGREED COST
           IF TRANCANCEL-SW = 'N'
               MOVE 'N' TO FIELD-OK-SW
               PERFORM GET-RCPT-COST THRU GET-RCPT-COST-EXIT
                   UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.

           IF TRANCANCEL-SW = 'Y'
               DISPLAY 'THE TRANSACTION WAS CANCELLED'
           ELSE

       GET-RCPT-COMPID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT COMPANY ID THAT DELIVERED THE'
               ' STOCK, OR * TO CANCEL:'.
           ACCEPT FK-COMPID.
           IF FK-COMPID = '*'
      *    A BLANK ENTRY MEANS AN UNPLANNED DELIVERY WITH NO PO
       GET-RCPT-POID.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE 8 DIGIT PO ID THIS DELIVERY IS AGAINST,'
               ' LEAVE BLANK IF NONE, OR * TO CANCEL:'.
           ACCEPT PK-POID.
           MOVE -1 TO NL-POUNITCOST.
           IF PK-POID = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCPT-POID-EXIT.
           IF PK-POID = ' '
               GO TO GET-RCPT-POID-EXIT.
           MOVE 'GET-RCPT-POID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COMPANYID, POSTATUS
               INTO :POCOMPID, :POSTATUS
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCPT-POID-EXIT.
           EXEC SQL
               SELECT ORDEREDQTY, UNITCOST
               INTO :POORDQTY, :POUNITCOST :NL-POUNITCOST
               FROM POLINES
               WHERE POID = :PK-POID
               AND LAPTOPID = :FK-LAPID
           IF SQLCODE = 100
               DISPLAY 'PO ' PK-POID ' HAS NO LINE FOR LAPTOP '
                   FK-LAPID
               MOVE -1 TO NL-POUNITCOST
               MOVE 'N' TO FIELD-OK-SW.

       GET-RCPT-POID-EXIT.
           EXIT.

      *    THE UNIT COST ON THE VENDOR'S PACKING LIST - A BLANK ENTRY
      *    TAKES THE COST AGREED ON THE PO LINE, WHEN THERE IS ONE
       GET-RCPT-COST.
           MOVE 'Y' TO FIELD-OK-SW.
           IF NL-POUNITCOST < 0
               DISPLAY 'ENTER THE UNIT COST BILLED FOR THE DELIVERY,'
                   ' OR * TO CANCEL:'
           ELSE
               MOVE POUNITCOST TO O-PRICE
               DISPLAY 'ENTER THE UNIT COST BILLED FOR THE DELIVERY,'
                   ' LEAVE BLANK FOR THE PO COST OF ' O-PRICE
                   ', OR * TO CANCEL:'.
           ACCEPT WKRCPTCOSTENTRY.
           IF WKRCPTCOSTENTRY = '*'
               MOVE 'Y' TO TRANCANCEL-SW
               GO TO GET-RCPT-COST-EXIT.
           IF WKRCPTCOSTENTRY = ' '
               IF NL-POUNITCOST < 0
                   DISPLAY 'UNIT COST WAS NOT ENTERED'
                   MOVE 'N' TO FIELD-OK-SW
               ELSE
                   MOVE POUNITCOST TO RCPTUNITCOST
               END-IF
               GO TO GET-RCPT-COST-EXIT.
           IF WKRCPTCOSTENTRY ALPHABETIC
               DISPLAY 'UNIT COST SHOULD BE NUMERIC'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCPT-COST-EXIT.
           MOVE FUNCTION NUMVAL(WKRCPTCOSTENTRY) TO RCPTUNITCOST.
           IF RCPTUNITCOST <= 0
               DISPLAY 'UNIT COST SHOULD BE GREATER THAN 0'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-RCPT-COST-EXIT.
           IF NL-POUNITCOST >= 0 AND RCPTUNITCOST NOT = POUNITCOST
               DISPLAY 'NOTE - THE BILLED COST DIFFERS FROM THE PO'
                   ' COST OF ' O-PRICE.

       GET-RCPT-COST-EXIT.
           EXIT.

      *    POSTS THE RECEIVED QUANTITY AGAINST THE PO LINE, AND CLOSES
      *    THE PO ONCE EVERY LINE HAS RECEIVED AT LEAST WHAT IT
      *    ORDERED - AN OVER-SHIPMENT STILL POSTS, AND SHOWS UP ON THE
      *    PO VARIANCE REPORT
       POST-RECEIPT-TO-PO.
           MOVE 'POST-RECEIPT-TO-PO' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE POLINES
                   SET RECEIVEDQTY = RECEIVEDQTY + :RCPTQTY
           MOVE WKNEXTPOID TO PK-POID.

       INSERT-PO-HEADER.
           MOVE 'INSERT-PO-HEADER' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PURCHASEORDERS
                   (POID, COMPANYID, PODATE, POSTATUS)
               ADD 1 TO ERRCTR.

       GET-PO-LINE.
           DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID FOR THE NEXT PO LINE,'
               ' LEAVE BLANK WHEN DONE, OR * TO CANCEL:'.
           ACCEPT FK-LAPID.
           IF FK-LAPID = '*'
               MOVE 0 TO ERRCTR
               MOVE 'N' TO SELECTERR-SW
               GO TO GET-PO-LINE-EXIT.
      *    A MODEL BEING SOLD THROUGH OR ALREADY DISCONTINUED IS NOT
      *    BOUGHT AGAIN
           IF MODELSTATUS NOT = 'A'
               DISPLAY 'LAPTOP ' FK-LAPID ' IS SELL-THROUGH ONLY OR'
                   ' DISCONTINUED - IT CANNOT BE PUT ON A NEW PO'
               GO TO GET-PO-LINE-EXIT.

           DISPLAY 'ENTER THE QUANTITY TO ORDER:'.
           ACCEPT WKPOQTYENTRY.
               DISPLAY 'QUANTITY SHOULD BE GREATER THAN 0'
               GO TO GET-PO-LINE-EXIT.

      *    THE COST AGREED WITH THE VENDOR IS WHAT RECEIVING DEFAULTS
      *    TO AND WHAT THE INVOICE IS LATER MATCHED AGAINST
           DISPLAY 'ENTER THE AGREED UNIT COST:'.
           ACCEPT WKPOCOSTENTRY.
           IF WKPOCOSTENTRY = ' ' OR WKPOCOSTENTRY ALPHABETIC
               DISPLAY 'UNIT COST SHOULD BE NUMERIC'
               GO TO GET-PO-LINE-EXIT.
           MOVE FUNCTION NUMVAL(WKPOCOSTENTRY) TO POUNITCOST.
           IF POUNITCOST <= 0
               DISPLAY 'UNIT COST SHOULD BE GREATER THAN 0'
               GO TO GET-PO-LINE-EXIT.

           MOVE 'GET-PO-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO POLINES
                   (POID, LAPTOPID, ORDEREDQTY, RECEIVEDQTY, UNITCOST)
               VALUES (:PK-POID, :FK-LAPID, :POORDQTY, 0, :POUNITCOST)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE PO LINE WAS ADDED'
           MOVE WKNEXTRCPTID TO PK-RCPTID.

       INSERT-RECEIPT.
           IF PK-POID = ' '
               MOVE -1 TO NL-RCPTPOID
           ELSE
               MOVE 0 TO NL-RCPTPOID.
           MOVE 'INSERT-RECEIPT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKRECEIPTS
                   (RECEIPTID, LAPTOPID, COMPANYID, RECEIPTDATE,
                   QUANTITY, UNITCOST, POID)
               VALUES (:PK-RCPTID, :FK-LAPID, :FK-COMPID, CURRENT DATE,
               :RCPTQTY, :RCPTUNITCOST, :PK-POID :NL-RCPTPOID)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
      *    PUTS THE RECEIVED UNITS ONTO THE LAPTOP'S ON-HAND STOCK
      *    NOW THAT THE RECEIPT HAS ACTUALLY BEEN RECORDED
       RECEIVE-INTO-STOCK.
           PERFORM CALC-AVG-COST.
           MOVE 'RECEIVE-INTO-STOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY + :RCPTQTY,
                       AVGCOST = :AVGCOST
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 0
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    RE-WEIGHTS THE MODEL'S MOVING-AVERAGE COST WITH THE UNITS
      *    BEING RECEIVED - THE STOCK ALREADY ON HAND KEEPS ITS OLD
      *    AVERAGE AND THE NEW UNITS COME IN AT THE BILLED COST. A
      *    MODEL WITH NO COST YET, OR NOTHING ON HAND, SIMPLY TAKES
      *    THE BILLED COST
       CALC-AVG-COST.
           MOVE 'CALC-AVG-COST' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT STOCKQTY, AVGCOST
               INTO :STOCKQTY, :AVGCOST :NL-AVGCOST
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF NL-AVGCOST < 0 OR STOCKQTY <= 0
               MOVE RCPTUNITCOST TO AVGCOST
           ELSE
               COMPUTE AVGCOST ROUNDED =
                   ((STOCKQTY * AVGCOST) + (RCPTQTY * RCPTUNITCOST))
                   / (STOCKQTY + RCPTQTY).

      *    CAPTURES ONE SERIAL NUMBER PER RECEIVED UNIT, SO EVERY
      *    PHYSICAL UNIT ON THE SHELF HAS ITS OWN LAPTOPUNITS ROW -
      *    LAPTOPS.SERIAL ONLY EVER HELD ONE SERIAL PER MODEL
               DISPLAY 'SERIAL NUMBER WAS NOT ENTERED'
               GO TO GET-UNIT-SERIAL-EXIT.
           MOVE FUNCTION UPPER-CASE(UNITSERIAL) TO UNITSERIAL.
           MOVE 'GET-UNIT-SERIAL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
               DISPLAY 'SERIAL NUMBER WAS NOT ENTERED'
               GO TO GET-SOLD-SERIAL-EXIT.
           MOVE FUNCTION UPPER-CASE(UNITSERIAL) TO UNITSERIAL.
           MOVE 'GET-SOLD-SERIAL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'S',
                       ORDERID = :FK-ORDERID
                   WHERE LAPTOPID = :FK-LAPID
                   AND SERIALNUM = :UNITSERIAL
                   AND UNITSTATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO UNITCTR
               ADD 1 TO UPDATECTR
           ELSE
               IF SQLCODE = 100
                   DISPLAY 'SERIAL ' UNITSERIAL ' IS NOT AN AVAILABLE'
                       ' UNIT OF THIS LAPTOP'
               ELSE
                   DISPLAY
                   'A SERIOUS ERROR OCCURED WHILE ASSIGNING THE SERIAL'
                   ADD 1 TO ERRCTR
                   MOVE 'Y' TO TRANCANCEL-SW.

       GET-SOLD-SERIAL-EXIT.
           EXIT.

      *    OFFERS AN EXTENDED WARRANTY PLAN ON THE LINE JUST SOLD. A
      *    CONTRACT COVERS ONE SERIAL-NUMBERED UNIT, SO A LINE WITH NO
      *    SOLD UNITS ON FILE CAN'T CARRY ONE. THE CONTRACT IS A
      *    SERVICE - IT BILLS WITH THE ORDER BUT NEVER MOVES STOCK
       OFFER-WARRANTY-PLAN.
           IF TRANCANCEL-SW = 'Y'
               GO TO OFFER-WARRANTY-PLAN-EXIT.
           MOVE 'OFFER-WARRANTY-PLAN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WCTCNT
               FROM WARRANTYPLANS
           END-EXEC.
           IF WCTCNT = 0
               GO TO OFFER-WARRANTY-PLAN-EXIT.
           PERFORM COUNT-UNCOVERED-UNITS.
           IF UNITCNT = 0
               GO TO OFFER-WARRANTY-PLAN-EXIT.

      *    A SHARE-PRICED PLAN IS PRICED OFF THE LAPTOP'S LIST PRICE
           MOVE 'OFFER-WARRANTY-PLAN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PRICE
               INTO :WKLAPPRICE
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           PERFORM DECLARE-WPLAN.
           PERFORM PROC-WPLAN.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-WARR-PLAN THRU GET-WARR-PLAN-EXIT
               UNTIL FIELD-OK-SW = 'Y'.
           IF WCTPLANCODE = ' '
               GO TO OFFER-WARRANTY-PLAN-EXIT.

           MOVE 'Y' TO WCTALL-SW.
           IF UNITCNT > 1
               DISPLAY 'COVER ALL ' UNITCNT ' UNIT(S) ON THE LINE?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO, ASK FOR EACH UNIT'
               ACCEPT WKOP
               IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
                   MOVE 'N' TO WCTALL-SW.
           PERFORM SELL-LINE-CONTRACTS.

       OFFER-WARRANTY-PLAN-EXIT.
           EXIT.

      *    THE LINE'S SOLD UNITS THAT DON'T HAVE A CONTRACT YET
       COUNT-UNCOVERED-UNITS.
           MOVE 'COUNT-UNCOVERED-UNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
               FROM LAPTOPUNITS U
               WHERE U.LAPTOPID = :FK-LAPID
               AND U.ORDERID = :FK-ORDERID
               AND U.UNITSTATUS = 'S'
               AND NOT EXISTS
                   (SELECT 1 FROM WARRANTYCONTRACTS C
                    WHERE C.LAPTOPID = U.LAPTOPID
                    AND C.SERIALNUM = U.SERIALNUM
                    AND C.ORDERID = U.ORDERID)
           END-EXEC.

       DECLARE-WPLAN.
           EXEC SQL
               DECLARE WPLAN_CUR CURSOR FOR
               SELECT PLANCODE, DESCRIPTION, YEARSADDED
               FROM WARRANTYPLANS
               ORDER BY PLANCODE
           END-EXEC.

       PROC-WPLAN.
           DISPLAY 'EXTENDED WARRANTY PLANS ON OFFER:'.
           MOVE 'PROC-WPLAN' TO ERR-PARAGRAPH.
           EXEC SQL OPEN WPLAN_CUR END-EXEC.
           PERFORM LOOP-WPLAN THRU LOOP-WPLAN-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-WPLAN' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WPLAN_CUR END-EXEC.

       LOOP-WPLAN.
           MOVE ' ' TO WCTPLANDESC-VALUE.
           MOVE 0 TO NL-WCTPLANDESC.
           MOVE 'LOOP-WPLAN' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WPLAN_CUR
               INTO :WCTPLANCODE, :WCTPLANDESC :NL-WCTPLANDESC,
                   :WCTYEARS
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-WPLAN-EXIT.
           IF SQLCODE = 0
               DISPLAY WCTPLANCODE '  ' WCTPLANDESC-VALUE '  PLUS '
                   WCTYEARS ' YEAR(S)'.

       LOOP-WPLAN-EXIT.
           EXIT.

      *    A BLANK PLAN CODE MEANS NO PLAN - OTHERWISE THE PLAN IS
      *    LOOKED UP AND PRICED PER UNIT INTO WCTPRICE
       GET-WARR-PLAN.
           MOVE 'Y' TO FIELD-OK-SW.
           DISPLAY 'ENTER THE PLAN CODE, OR LEAVE BLANK FOR NO PLAN:'.
           ACCEPT WCTPLANCODE.
           IF WCTPLANCODE = ' '
               GO TO GET-WARR-PLAN-EXIT.
           MOVE FUNCTION UPPER-CASE(WCTPLANCODE) TO WCTPLANCODE.
           PERFORM SELECT-WARR-PLAN.
           IF SQLCODE NOT = 0
               DISPLAY 'PLAN ' WCTPLANCODE ' IS NOT ON FILE'
               MOVE 'N' TO FIELD-OK-SW
               GO TO GET-WARR-PLAN-EXIT.
           IF NL-WCTPRICEPCT = 0
               COMPUTE WCTPRICE ROUNDED = WKLAPPRICE * WCTPRICEPCT
           ELSE
               MOVE WCTFLATPRICE TO WCTPRICE.
           MOVE WCTPRICE TO O-PRICE.
           DISPLAY 'PLAN ' WCTPLANCODE ' ADDS ' WCTYEARS ' YEAR(S) AT '
               O-PRICE ' PER UNIT'.

       GET-WARR-PLAN-EXIT.
           EXIT.

       SELECT-WARR-PLAN.
           MOVE 0 TO NL-WCTPRICEPCT.
           MOVE 0 TO NL-WCTFLATPRICE.
           MOVE 'SELECT-WARR-PLAN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT YEARSADDED, PRICEPCT, FLATPRICE
               INTO :WCTYEARS, :WCTPRICEPCT :NL-WCTPRICEPCT,
                   :WCTFLATPRICE :NL-WCTFLATPRICE
               FROM WARRANTYPLANS
               WHERE PLANCODE = :WCTPLANCODE
           END-EXEC.

      *    ONE CONTRACT PER UNCOVERED SOLD UNIT OF THE LINE AT THE
      *    PRICE IN WCTPRICE - EVERY UNIT WHEN WCTALL-SW IS 'Y',
      *    OTHERWISE ONLY THE UNITS THE OPERATOR NAMES
       SELL-LINE-CONTRACTS.
           PERFORM DECLARE-WCTUNIT.
           PERFORM PROC-WCTUNIT.

       DECLARE-WCTUNIT.
           EXEC SQL
               DECLARE WCTUNIT_CUR CURSOR FOR
               SELECT U.SERIALNUM
               FROM LAPTOPUNITS U
               WHERE U.LAPTOPID = :FK-LAPID
               AND U.ORDERID = :FK-ORDERID
               AND U.UNITSTATUS = 'S'
               AND NOT EXISTS
                   (SELECT 1 FROM WARRANTYCONTRACTS C
                    WHERE C.LAPTOPID = U.LAPTOPID
                    AND C.SERIALNUM = U.SERIALNUM
                    AND C.ORDERID = U.ORDERID)
               ORDER BY U.SERIALNUM
           END-EXEC.

       PROC-WCTUNIT.
           MOVE 0 TO UNITCTR.
           MOVE 'PROC-WCTUNIT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN WCTUNIT_CUR END-EXEC.
           PERFORM LOOP-WCTUNIT THRU LOOP-WCTUNIT-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-WCTUNIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WCTUNIT_CUR END-EXEC.
           DISPLAY UNITCTR ' EXTENDED WARRANTY CONTRACT(S) WERE SOLD'.

       LOOP-WCTUNIT.
           MOVE 'LOOP-WCTUNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WCTUNIT_CUR
               INTO :WCTSERIAL
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-WCTUNIT-EXIT.
           IF SQLCODE = 0
               IF WCTALL-SW NOT = 'Y'
                   DISPLAY 'COVER SERIAL ' WCTSERIAL '?'
                   DISPLAY 'Y - YES'
                   DISPLAY 'N - NO'
                   ACCEPT WKOP
                   IF FUNCTION UPPER-CASE(WKOP) NOT = 'Y'
                       GO TO LOOP-WCTUNIT-EXIT.
           IF SQLCODE = 0
               PERFORM GENERATE-CONTRACTID
               PERFORM INSERT-CONTRACT.

       LOOP-WCTUNIT-EXIT.
           EXIT.

      *    LOOKS UP THE HIGHEST EXISTING CONTRACTID AND GENERATES THE
      *    NEXT ONE, SO THE OPERATOR NEVER HAS TO KEY IN A KEY THAT
      *    MIGHT ALREADY BE IN USE
       GENERATE-CONTRACTID.
           MOVE 'CONTRACTID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTCONTRACTID.
           MOVE WKNEXTCONTRACTID TO PK-CONTRACTID.

      *    THE COVER RUNS FROM THE ORDER DATE THROUGH THE MODEL'S OWN
      *    WARRANTY AND THEN THE PLAN'S ADDED YEARS
       INSERT-CONTRACT.
           MOVE 'INSERT-CONTRACT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYCONTRACTS
                   (CONTRACTID, ORDERID, LAPTOPID, SERIALNUM,
                   PLANCODE, SALEDATE, YEARSADDED, PRICE, ENDDATE)
               SELECT :PK-CONTRACTID, O.ORDERID, L.LAPTOPID,
                   :WCTSERIAL, :WCTPLANCODE, CURRENT DATE, :WCTYEARS,
                   :WCTPRICE,
                   O.ORDERDATE + (COALESCE(L.WARRANTY, 0) + :WCTYEARS)
                   YEARS
               FROM ORDERS O, LAPTOPS L
               WHERE O.ORDERID = :FK-ORDERID
               AND L.LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO UNITCTR
               ADD 1 TO UPDATECTR
           ELSE
               DISPLAY 'THE CONTRACT FOR SERIAL ' WCTSERIAL
                   ' COULD NOT BE SAVED'
               ADD 1 TO ERRCTR.

      *    A CONTRACT WHOSE UNIT IS NO LONGER SOLD ON THE ORDER - THE
      *    LINE WAS CUT BACK, REMOVED OR THE ORDER CANCELLED - HAS
      *    NOTHING LEFT TO COVER AND COMES OFF THE ORDER'S BILL
       DROP-LAPSED-CONTRACTS.
           MOVE 'DROP-LAPSED-CONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM WARRANTYCONTRACTS C
                   WHERE C.ORDERID = :FK-ORDERID
                   AND NOT EXISTS
                       (SELECT 1 FROM LAPTOPUNITS U
                        WHERE U.LAPTOPID = C.LAPTOPID
                        AND U.SERIALNUM = C.SERIALNUM
                        AND U.ORDERID = C.ORDERID
                        AND U.UNITSTATUS = 'S')
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'EXTENDED WARRANTY CONTRACT(S) ON UNITS NO'
                   ' LONGER SOLD WERE DROPPED'
               ADD 1 TO UPDATECTR
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'A SERIOUS ERROR OCCURED WHILE DROPPING'
                       ' CONTRACTS'
                   ADD 1 TO ERRCTR.

      *    TAKES THE RETURNED UNITS BACK ONTO THE UNIT LIST BY SERIAL
      *    NUMBER. A LINE SOLD BEFORE UNIT TRACKING HAS NO SOLD UNITS
      *    ON FILE, SO THE TAKE-BACK IS SKIPPED WITH A NOTE
       RETURN-UNIT-SERIALS.
           MOVE 'RETURN-UNIT-SERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
               MOVE 'D' TO UNITSTATUS
           ELSE
               MOVE 'A' TO UNITSTATUS.
           MOVE 'GET-RETURNED-SERIAL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = :UNITSTATUS
      *    COUNTS THE AVAILABLE SERIAL UNITS ON FILE FOR THE CURRENT
      *    LAPTOP - THE FIGURE STOCKQTY SHOULD BE PROVABLE AGAINST
       COUNT-AVAIL-UNITS.
           MOVE 'COUNT-AVAIL-UNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :UNITCNT
      *    LOCATION ROWS YET (FROM BEFORE LOCATION TRACKING) FALLS
      *    BACK TO ITS TOTAL STOCKQTY
       GET-SELLABLE-QTY.
           MOVE 'GET-SELLABLE-QTY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :LOCROWCNT
      *    ADDS A QUANTITY TO ONE LOCATION'S PILE, STARTING THE ROW
      *    WHEN THE LAPTOP HAS NEVER SAT THERE BEFORE
       ADD-TO-LOCSTOCK.
           MOVE 'ADD-TO-LOCSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOCATIONSTOCK
                   SET QTY = QTY + :LOCQTY
      *    BEFORE LOCATION TRACKING MAY HAVE NO ROW, WHICH IS LEFT
      *    ALONE RATHER THAN INVENTED
       DRAW-FROM-LOCSTOCK.
           MOVE 'DRAW-FROM-LOCSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOCATIONSTOCK
                   SET QTY = QTY - :LOCQTY
      *    SELLABLE FLAG
       SELECT-LOCATION.
           MOVE ' ' TO LOCSELL.
           MOVE 'SELECT-LOCATION' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SELLABLE
               INTO :LOCSELL
                       DISPLAY 'THE COUNTED QUANTITY MATCHES THE'
                           ' STOCK ON FILE, NOTHING WAS POSTED'
                   ELSE
                       PERFORM CHECK-ADJ-APPROVAL
                   END-IF.

       STOCK-ADJUST-OP-EXIT.
           EXIT.

      *    AN ADJUSTMENT OF MORE THAN DUAL-ADJUST-QTY UNITS EITHER WAY
      *    IS HELD FOR A SECOND SUPERVISOR INSTEAD OF BEING POSTED -
      *    THE BOOK AND COUNTED QUANTITIES GO ON THE REQUEST
       CHECK-ADJ-APPROVAL.
           COMPUTE WKADJSIZE = STKNEWQTY - LOCQTY.
           IF WKADJSIZE < 0
               COMPUTE WKADJSIZE = 0 - WKADJSIZE.
           IF WKADJSIZE > DUAL-ADJUST-QTY
               MOVE 'A' TO APRTYPE
               MOVE FK-LAPID TO APRKEY
               MOVE LOCATIONCODE TO APRLOC
               MOVE LOCQTY TO APROLDVAL
               MOVE 0 TO NL-APROLDVAL
               MOVE STKNEWQTY TO APRNEWVAL
               MOVE 0 TO NL-APRNEWVAL
               PERFORM INSERT-APPROVAL THRU INSERT-APPROVAL-EXIT
           ELSE
               PERFORM POST-STOCK-ADJUSTMENT.

      *    THE COUNTED LOCATION HAS TO BE ON FILE - ITS BOOK QUANTITY
      *    IS WHAT THE COUNT IS COMPARED AGAINST
       GET-ADJ-LOC.
               GO TO GET-ADJ-LOC-EXIT.
           MOVE 0 TO LOCQTY.
           MOVE 0 TO NL-LOCQTY.
           MOVE 'GET-ADJ-LOC' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QTY
               INTO :LOCQTY :NL-LOCQTY
           MOVE ' ' TO STKSRCID.
           MOVE LOCATIONCODE TO STKLOC.

           MOVE 'POST-STOCK-ADJUSTMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY + :STKADJDELTA
           ACCEPT LOCATIONCODE.
           MOVE FUNCTION UPPER-CASE(LOCATIONCODE) TO LOCATIONCODE.

           MOVE 'CYCLE-ENTRY-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNTID, COUNTDATE
               INTO :CYC-COUNTID, :CYCCOUNTDATE

       PROC-CYCREV.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-CYCREV' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CYCREV_CUR END-EXEC.
           PERFORM LOOP-CYCREV THRU LOOP-CYCREV-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-CYCREV' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CYCREV_CUR END-EXEC.
           DISPLAY ROWCTR ' KEYED COUNT(S) WERE REVIEWED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-CYCREV.
           MOVE 'LOOP-CYCREV' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CYCREV_CUR
               INTO :CYC-COUNTID, :FK-LAPID, :LOCATIONCODE,
               MOVE 'Y' TO REVIEWDONE-SW
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'A'
                   MOVE 'PROMPT-CYCREV' TO ERR-PARAGRAPH
                   EXEC SQL
                       UPDATE CYCLECOUNTS
                           SET COUNTSTATUS = 'A'
                   ADD 1 TO UPDATECTR
               ELSE
                   IF FUNCTION UPPER-CASE(WKOP) = 'R'
                       MOVE 'PROMPT-CYCREV' TO ERR-PARAGRAPH
                       EXEC SQL
                           UPDATE CYCLECOUNTS
                               SET COUNTSTATUS = 'W',
                       DISPLAY 'THE COUNT WAS SENT BACK FOR A RECOUNT'
                       ADD 1 TO UPDATECTR.

      *    VENDOR CATALOG REVIEW - A SUPERVISOR FUNCTION. WALKS EVERY
      *    ADD AND CHANGE THE VENDCAT IMPORT STAGED AND LETS THE
      *    SUPERVISOR APPROVE IT ONTO LAPTOPS OR REJECT IT. AN
      *    APPROVED CHANGE THAT MOVES THE PRICE IS WRITTEN TO
      *    PRICEHISTORY THE SAME WAY A KEYED PRICE CHANGE IS
       CATREV-OP.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO CATREV-OP-EXIT.
           MOVE 'N' TO REVIEWDONE-SW.
           PERFORM DECLARE-CATREV.
           PERFORM PROC-CATREV.

       CATREV-OP-EXIT.
           EXIT.

       DECLARE-CATREV.
           EXEC SQL
               DECLARE CATREV_CUR CURSOR FOR
               SELECT STAGEID, ACTION, COMPANYID, PRODUCTNUMBER,
                   LAPTOPID, LAPNAME, OS, YYYY, STORAGE, CPU, RAM,
                   WARRANTY, PRICE, VENDORCOST, OLDPRICE,
                   CHANGEDFIELDS, CHAR(LOADDATE, ISO)
               FROM CATALOGSTAGE
               WHERE STAGESTATUS = 'P'
               ORDER BY STAGEID
           END-EXEC.

       PROC-CATREV.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-CATREV' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CATREV_CUR END-EXEC.
           PERFORM LOOP-CATREV THRU LOOP-CATREV-EXIT
               UNTIL SQLCODE = 100 OR REVIEWDONE-SW = 'Y'.
           MOVE 'PROC-CATREV' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CATREV_CUR END-EXEC.
           DISPLAY ROWCTR ' STAGED CATALOG ROW(S) WERE REVIEWED'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       LOOP-CATREV.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO PRODNUM-VALUE.
           MOVE ' ' TO OS-VALUE.
           MOVE ' ' TO CPU-VALUE.
           MOVE ' ' TO CS-LAPID.
           MOVE ' ' TO CS-CHANGES.
           MOVE 'LOOP-CATREV' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CATREV_CUR
               INTO :CS-STAGEID, :CS-ACTION, :FK-COMPID, :PRODNUM,
                   :CS-LAPID :NL-CS-LAPID, :LAPNAME, :OS :NL-OS,
                   :YEAR, :STORAGE :NL-STORAGE, :CPU :NL-CPU,
                   :RAM :NL-RAM, :WARRANTY :NL-WARRANTY, :PRICE,
                   :VENDORCOST, :CS-OLDPRICE :NL-CS-OLDPRICE,
                   :CS-CHANGES :NL-CS-CHANGES, :CS-LOADDATE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CATREV-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               DISPLAY '----------------------------------------'
               PERFORM DISPLAY-CATREV
               PERFORM PROMPT-CATREV
      *    THE APPROVAL'S OWN STATEMENTS CAN LEAVE A 100 BEHIND - IT
      *    IS CLEARED HERE SO IT CAN'T END THE REVIEW EARLY
               MOVE 0 TO SQLCODE.

       LOOP-CATREV-EXIT.
           EXIT.

      *    THE STAGED VALUES AS THEY WOULD GO ONTO LAPTOPS, WITH THE
      *    CURRENT PRICE BESIDE THE CATALOG PRICE FOR A CHANGE
       DISPLAY-CATREV.
           IF CS-ACTION = 'A'
               DISPLAY 'NEW MODEL ' PRODNUM-VALUE ' FROM VENDOR '
                   FK-COMPID ', IMPORTED ' CS-LOADDATE
           ELSE
               DISPLAY 'CHANGE TO LAPTOP ' CS-LAPID ' (' PRODNUM-VALUE
                   ') FROM VENDOR ' FK-COMPID ', IMPORTED ' CS-LOADDATE
               DISPLAY 'FIELDS CHANGED: ' CS-CHANGES.

           DISPLAY 'LAPTOP NAME: ' LAPNAME-VALUE.
           IF NL-OS < 0
               DISPLAY 'OS: NONE'
           ELSE
               DISPLAY 'OS: ' OS-VALUE.
           MOVE YEAR TO O-YEAR.
           DISPLAY 'YEAR: ' O-YEAR.
           IF NL-STORAGE < 0
               DISPLAY 'STORAGE: UNKNOWN'
           ELSE
               MOVE STORAGE TO WKGB
               DISPLAY 'STORAGE: ' WKGB ' GB'.
           IF NL-CPU < 0
               DISPLAY 'CPU: UNKNOWN'
           ELSE
               DISPLAY 'CPU: ' CPU-VALUE.
           IF NL-RAM < 0
               DISPLAY 'RAM: UNKNOWN'
           ELSE
               MOVE RAM TO WKGB
               DISPLAY 'RAM: ' WKGB ' GB'.
           IF NL-WARRANTY < 0
               DISPLAY 'WARRANTY: NONE'
           ELSE
               MOVE WARRANTY TO O-WARRANTY
               DISPLAY 'WARRANTY: ' O-WARRANTY ' YEAR(S)'.
           IF CS-ACTION = 'C' AND NL-CS-OLDPRICE = 0
               MOVE CS-OLDPRICE TO O-PRICE
               DISPLAY 'CURRENT PRICE: ' O-PRICE.
           MOVE PRICE TO O-PRICE.
           DISPLAY 'CATALOG PRICE: ' O-PRICE.
           MOVE VENDORCOST TO O-PRICE.
           DISPLAY 'VENDOR COST: ' O-PRICE.

       PROMPT-CATREV.
           DISPLAY 'A - APPROVE AND APPLY TO LAPTOPS'.
           DISPLAY 'R - REJECT'.
           DISPLAY 'ENTER - SKIP, * - STOP REVIEWING'.
           ACCEPT WKOP.

           IF WKOP = '*'
               MOVE 'Y' TO REVIEWDONE-SW
           ELSE
               IF FUNCTION UPPER-CASE(WKOP) = 'A'
                   IF CS-ACTION = 'A'
                       PERFORM APPLY-CATREV-ADD THRU
                           APPLY-CATREV-ADD-EXIT
                   ELSE
                       PERFORM APPLY-CATREV-CHANGE
                   END-IF
               ELSE
                   IF FUNCTION UPPER-CASE(WKOP) = 'R'
                       MOVE 'R' TO CS-STATUS
                       PERFORM MARK-CATREV
                       DISPLAY 'THE CATALOG ROW WAS REJECTED'
                       ADD 1 TO UPDATECTR.

      *    A NEW MODEL GOES ON THROUGH THE SAME ACTIVE-VENDOR CHECK
      *    AND SERIAL NUMBER PROMPT NEW LAPTOP INTAKE USES, WITH NO
      *    STOCK ON HAND UNTIL IT IS RECEIVED. BACKING OUT OF THE
      *    SERIAL PROMPT LEAVES THE ROW PENDING
       APPLY-CATREV-ADD.
           MOVE 'APPLY-CATREV-ADD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ACTIVE
               INTO :COMPACTIVE :NL-COMPACTIVE
               FROM COMPANY
               WHERE COMPANYID = :FK-COMPID
           END-EXEC.
           IF NL-COMPACTIVE = 0 AND COMPACTIVE = 'N'
               DISPLAY 'COMPANY ' FK-COMPID ' IS AN INACTIVE'
                   ' VENDOR - NEW LAPTOP INTAKE IS NOT ALLOWED'
               GO TO APPLY-CATREV-ADD-EXIT.

           MOVE 'N' TO FIELD-OK-SW.
           PERFORM GET-SERIAL THRU GET-SERIAL-EXIT
               UNTIL FIELD-OK-SW = 'Y' OR TRANCANCEL-SW = 'Y'.
           IF TRANCANCEL-SW = 'Y'
               MOVE 'N' TO TRANCANCEL-SW
               DISPLAY 'THE NEW MODEL WAS LEFT PENDING'
               GO TO APPLY-CATREV-ADD-EXIT.

           PERFORM GENERATE-LAPID.
           IF ERRCTR > 0
               GO TO APPLY-CATREV-ADD-EXIT.
           MOVE 0 TO STOCKQTY.
           MOVE 'APPLY-CATREV-ADD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPS
                   (LAPTOPID, COMPANYID, LAPNAME, PRODUCTNUMBER,
                   SERIALNUMBER, OS, YYYY, STORAGE, CPU, RAM, PRICE,
                   WARRANTY, STOCKQTY, REORDERPOINT, MODELSTATUS,
                   VENDORCOST)
               VALUES (:PK-LAPID, :FK-COMPID, :LAPNAME, :PRODNUM,
               :SERIAL, :OS :NL-OS, :YEAR, :STORAGE :NL-STORAGE,
               :CPU :NL-CPU, :RAM :NL-RAM, :PRICE,
               :WARRANTY :NL-WARRANTY, :STOCKQTY, 0, 'A',
               :VENDORCOST)
           END-EXEC.
           MOVE PK-LAPID TO CS-LAPID.
           MOVE 0 TO NL-CS-LAPID.
           MOVE 'A' TO CS-STATUS.
           PERFORM MARK-CATREV.
           DISPLAY 'LAPTOP ' PK-LAPID ' WAS ADDED'.
           ADD 1 TO UPDATECTR.

       APPLY-CATREV-ADD-EXIT.
           EXIT.

      *    THE PRICE ON FILE AT APPROVAL IS THE ONE BEING REPLACED -
      *    IT MAY HAVE MOVED SINCE THE IMPORT RAN. A CATALOG PRICE
      *    MORE THAN DUAL-PRICE-CUT-PCT UNDER IT IS HELD FOR A SECOND
      *    SUPERVISOR THE SAME AS A PRICE KEYED ON THE LAPTOP MENU -
      *    THE REST OF THE CHANGE IS APPLIED AND THE PRICE ON FILE IS
      *    KEPT UNTIL THE REQUEST IS APPROVED
       APPLY-CATREV-CHANGE.
           MOVE CS-LAPID TO PK-LAPID.
           MOVE 'APPLY-CATREV-CHANGE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PRICE
               INTO :OLDPRICE
               FROM LAPTOPS
               WHERE LAPTOPID = :PK-LAPID
           END-EXEC.
           IF PRICE < OLDPRICE
               COMPUTE WKPRICECUTPCT ROUNDED =
                   (OLDPRICE - PRICE) * 100 / OLDPRICE
               IF WKPRICECUTPCT > DUAL-PRICE-CUT-PCT
                   MOVE 'P' TO APRTYPE
                   MOVE PK-LAPID TO APRKEY
                   MOVE ' ' TO APRLOC
                   MOVE OLDPRICE TO APROLDVAL
                   MOVE 0 TO NL-APROLDVAL
                   MOVE PRICE TO APRNEWVAL
                   MOVE 0 TO NL-APRNEWVAL
                   MOVE OLDPRICE TO PRICE
                   PERFORM INSERT-APPROVAL THRU INSERT-APPROVAL-EXIT.

           MOVE 'APPLY-CATREV-CHANGE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET LAPNAME = :LAPNAME,
                       OS = :OS :NL-OS,
                       YYYY = :YEAR,
                       STORAGE = :STORAGE :NL-STORAGE,
                       CPU = :CPU :NL-CPU,
                       RAM = :RAM :NL-RAM,
                       WARRANTY = :WARRANTY :NL-WARRANTY,
                       PRICE = :PRICE,
                       VENDORCOST = :VENDORCOST
                   WHERE LAPTOPID = :PK-LAPID
           END-EXEC.
           IF PRICE NOT = OLDPRICE
               PERFORM INSERT-PRICEHISTORY.
           MOVE 'A' TO CS-STATUS.
           PERFORM MARK-CATREV.
           DISPLAY 'LAPTOP ' PK-LAPID ' WAS UPDATED'.
           ADD 1 TO UPDATECTR.

      *    CLOSES THE STAGED ROW WITH THE REVIEW'S VERDICT AND WHO
      *    GAVE IT
       MARK-CATREV.
           MOVE 'MARK-CATREV' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CATALOGSTAGE
                   SET STAGESTATUS = :CS-STATUS,
                       LAPTOPID = :CS-LAPID :NL-CS-LAPID,
                       REVIEWEDBY = :OPERID,
                       REVIEWDATE = CURRENT DATE
                   WHERE STAGEID = :CS-STAGEID
           END-EXEC.

      *    STOCK TRANSFER - MOVES QUANTITY BETWEEN TWO LOCATIONS,
      *    WRITING BOTH SIDES TO THE STOCKAUDIT LEDGER. THE LAPTOP'S
      *    TOTAL ON HAND DOESN'T CHANGE, ONLY WHICH PILE IT SITS IN
               GO TO GET-XFER-FROMLOC-EXIT.
           MOVE 0 TO LOCQTY.
           MOVE 0 TO NL-LOCQTY.
           MOVE 'GET-XFER-FROMLOC' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QTY
               INTO :LOCQTY :NL-LOCQTY

       PROC-STKAUD.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-STKAUD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN STKAUD_CUR END-EXEC.
           PERFORM LOOP-STKAUD THRU LOOP-STKAUD-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-STKAUD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STKAUD_CUR END-EXEC.
           DISPLAY ROWCTR ' MOVEMENT(S) WERE FOUND FOR LAPTOP '
               FK-LAPID.
           MOVE ' ' TO STKSRCID.
           MOVE 0 TO NL-STKLOC.
           MOVE ' ' TO STKLOC.
           MOVE 'LOOP-STKAUD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STKAUD_CUR
               INTO :STKMOVEDATE, :STKMOVETIME, :STKQTYMOVED,
                   DISPLAY 'SOURCE: CYCLE-COUNT ADJUSTMENT'
               WHEN 'C'
                   DISPLAY 'SOURCE: ORDER CANCELLATION ' STKSRCID
               WHEN 'M'
                   DISPLAY 'SOURCE: ORDER AMENDMENT ' STKSRCID
               WHEN 'X'
                   DISPLAY 'SOURCE: LOCATION TRANSFER'
               WHEN 'F'
                   DISPLAY 'SOURCE: FREIGHT CLAIM REPLACEMENT '
                       STKSRCID
               WHEN 'W'
                   DISPLAY 'SOURCE: WARRANTY REPLACEMENT ' STKSRCID
               WHEN 'P'
                   DISPLAY 'SOURCE: PRODUCT RECALL ' STKSRCID
               WHEN OTHER
                   DISPLAY 'SOURCE: UNKNOWN'
           END-EVALUATE.

      *    STORED BATCH REPORTS - LISTS WHAT THE REPORT REPOSITORY
      *    HOLDS FOR ONE PROGRAM OVER A BUSINESS DATE RANGE AND
      *    REPRINTS THE ONE THE OPERATOR PICKS, EVERY PAGE MARKED AS
      *    A REPRINT WITH THE DATE IT WAS ORIGINALLY RUN. READ-ONLY
       REPRINT-OP.
           MOVE 0 TO ERRCTR.
           DISPLAY 'ENTER THE PROGRAM NAME THE REPORT CAME FROM:'.
           ACCEPT RSPROGNAME.
           MOVE FUNCTION UPPER-CASE(RSPROGNAME) TO RSPROGNAME.
           IF RSPROGNAME = ' '
               DISPLAY 'PROGRAM NAME WAS NOT ENTERED'
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.

           DISPLAY 'ENTER THE FROM BUSINESS DATE IN YYYY-MM-DD FORMAT:'.
           ACCEPT WKCPDATEENTRY.
           PERFORM CHECK-CP-DATE.
           IF FIELD-OK-SW = 'N'
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.
           MOVE WKCPDATEENTRY TO RSFROMDATE.

           DISPLAY 'ENTER THE TO BUSINESS DATE IN YYYY-MM-DD FORMAT:'.
           ACCEPT WKCPDATEENTRY.
           PERFORM CHECK-CP-DATE.
           IF FIELD-OK-SW = 'N'
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.
           MOVE WKCPDATEENTRY TO RSTODATE.
           IF RSTODATE < RSFROMDATE
               DISPLAY 'THE TO DATE SHOULD NOT COME BEFORE THE FROM'
                   ' DATE'
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.

           PERFORM DECLARE-RSLIST.
           PERFORM PROC-RSLIST.
           IF RSLISTCTR = 0
               DISPLAY 'NO STORED REPORTS WERE FOUND FOR ' RSPROGNAME
                   ' IN THAT DATE RANGE'
               DISPLAY 'PRESS ENTER TO CONTINUE'
               ACCEPT WKHOLD
               GO TO REPRINT-OP-EXIT.

           DISPLAY 'ENTER THE RUN ID TO REPRINT, OR PRESS ENTER TO'
               ' RETURN:'.
           ACCEPT WKRSRUNENTRY.
           IF WKRSRUNENTRY = ' '
               GO TO REPRINT-OP-EXIT.
           IF WKRSRUNENTRY ALPHABETIC
               DISPLAY 'THE RUN ID SHOULD BE NUMERIC'
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.
           MOVE FUNCTION NUMVAL(WKRSRUNENTRY) TO RSRUNID.

      *    A RUN THAT PRINTED MORE THAN ONE REPORT ASKS WHICH ONE
           MOVE 'REPRINT-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(REPORTNAME), ' ')
               INTO :RSCNT, :RSRPTNAME
               FROM REPORTSTORE
               WHERE RUNID = :RSRUNID
               AND PROGRAMNAME = :RSPROGNAME
           END-EXEC.
           IF RSCNT = 0
               DISPLAY 'RUN ' WKRSRUNENTRY ' HAS NO STORED REPORT FOR '
                   RSPROGNAME
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.
           IF RSCNT > 1
               DISPLAY 'ENTER THE REPORT NAME TO REPRINT:'
               ACCEPT RSRPTNAME
               MOVE FUNCTION UPPER-CASE(RSRPTNAME) TO RSRPTNAME.

           MOVE 'REPRINT-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(BUSINESSDATE, ISO), CHAR(RUNDATE, ISO),
                   PAGECOUNT
               INTO :RSBUSDATE, :RSRUNDATE, :RSPAGES
               FROM REPORTSTORE
               WHERE RUNID = :RSRUNID
               AND REPORTNAME = :RSRPTNAME
               AND PROGRAMNAME = :RSPROGNAME
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'REPORT ' RSRPTNAME ' IS NOT STORED FOR RUN '
                   WKRSRUNENTRY
               ADD 1 TO ERRCTR
               GO TO REPRINT-OP-EXIT.

           MOVE ' ' TO JRNACTIVITY-VALUE.
           MOVE RSRUNID TO O-RSRUNID.
           STRING 'REPRINT RUN ' DELIMITED BY SIZE
               O-RSRUNID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RSRPTNAME DELIMITED BY SIZE
           INTO JRNACTIVITY-VALUE.
           PERFORM JOURNAL-ACTIVITY.

           PERFORM PRINT-REPRINT.

       REPRINT-OP-EXIT.
           EXIT.

       DECLARE-RSLIST.
           EXEC SQL
               DECLARE RSLIST_CUR CURSOR FOR
               SELECT RUNID, REPORTNAME, CHAR(BUSINESSDATE, ISO),
                   CHAR(RUNDATE, ISO), PAGECOUNT, LINECOUNT, RETCLASS
               FROM REPORTSTORE
               WHERE PROGRAMNAME = :RSPROGNAME
               AND BUSINESSDATE >= :RSFROMDATE
               AND BUSINESSDATE <= :RSTODATE
               ORDER BY BUSINESSDATE, RUNID, REPORTNAME
           END-EXEC.

       PROC-RSLIST.
           MOVE 0 TO RSLISTCTR.
           MOVE 'PROC-RSLIST' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RSLIST_CUR END-EXEC.
           PERFORM LOOP-RSLIST THRU LOOP-RSLIST-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-RSLIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RSLIST_CUR END-EXEC.
           IF RSLISTCTR > 0
               DISPLAY '----------------------------------------'
               DISPLAY RSLISTCTR ' STORED REPORT(S) WERE FOUND FOR '
                   RSPROGNAME.

       LOOP-RSLIST.
           MOVE 'LOOP-RSLIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RSLIST_CUR
               INTO :RSRUNID, :RSRPTNAME, :RSBUSDATE, :RSRUNDATE,
                   :RSPAGES, :RSLINES, :RSRETCLASS
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-RSLIST-EXIT.
           IF SQLCODE = 0
               ADD 1 TO RSLISTCTR
               PERFORM DISPLAY-RSLIST.

       LOOP-RSLIST-EXIT.
           EXIT.

       DISPLAY-RSLIST.
           MOVE RSRUNID TO O-RSRUNID.
           MOVE RSPAGES TO O-RSPAGES.
           MOVE RSLINES TO O-RSLINES.
           DISPLAY '----------------------------------------'.
           DISPLAY 'RUN ID: ' O-RSRUNID '  REPORT: ' RSRPTNAME.
           DISPLAY 'BUSINESS DATE: ' RSBUSDATE '  RUN ON: ' RSRUNDATE.
           DISPLAY 'PAGES: ' O-RSPAGES '  LINES: ' O-RSLINES
               '  RETENTION CLASS: ' RSRETCLASS.

      *    WRITES THE STORED LINES BACK OUT AS THEY WERE FIRST
      *    PRINTED, WITH THE REPRINT MARK UNDER EACH PAGE HEADING
       PRINT-REPRINT.
           MOVE 'PRINT-REPRINT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :RSTODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE RSRUNDATE TO RRPT-M-RUNDATE.
           MOVE RSBUSDATE TO RRPT-M-BUSDATE.
           MOVE RSRUNID TO RRPT-M-RUNID.
           MOVE RSTODAY TO RRPT-M-TODAY.
           MOVE OPERID TO RRPT-M-OPERID.

           OPEN OUTPUT REPRINT-FILE.
           PERFORM DECLARE-RSLINES.
           PERFORM PROC-RSLINES.
           CLOSE REPRINT-FILE.
           MOVE RSLINECTR TO O-RSLINES.
           DISPLAY 'REPORT ' RSRPTNAME ' FOR RUN ' O-RSRUNID
               ' WAS REPRINTED - ' O-RSLINES ' LINE(S)'.
           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

       DECLARE-RSLINES.
           EXEC SQL
               DECLARE RSLINES_CUR CURSOR FOR
               SELECT LINETEXT
               FROM REPORTLINES
               WHERE RUNID = :RSRUNID
               AND REPORTNAME = :RSRPTNAME
               ORDER BY LINENO
           END-EXEC.

       PROC-RSLINES.
           MOVE 0 TO RSLINECTR.
           MOVE 'PROC-RSLINES' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RSLINES_CUR END-EXEC.
           PERFORM LOOP-RSLINES THRU LOOP-RSLINES-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-RSLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RSLINES_CUR END-EXEC.

       LOOP-RSLINES.
           MOVE 'LOOP-RSLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RSLINES_CUR
               INTO :RSLINETEXT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-RSLINES-EXIT.
           IF SQLCODE = 0
               ADD 1 TO RSLINECTR
               PERFORM WRITE-RSLINE.

       LOOP-RSLINES-EXIT.
           EXIT.

      *    A REPORT THAT DOES NOT OPEN WITH A PAGE HEADING STILL GETS
      *    THE MARK AT THE TOP OF ITS FIRST PAGE
       WRITE-RSLINE.
           IF RSLINETEXT (1:1) = '1'
               WRITE REPRINT-REC FROM RSLINETEXT
                   AFTER ADVANCING PAGE
               WRITE REPRINT-REC FROM RRPT-MARK-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF RSLINECTR = 1
                   WRITE REPRINT-REC FROM RRPT-MARK-LINE
                       AFTER ADVANCING PAGE
                   WRITE REPRINT-REC FROM RSLINETEXT
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE REPRINT-REC FROM RSLINETEXT
                       AFTER ADVANCING 1 LINE.

       UPDATE-LAP-OP.
           DISPLAY 'ENTER THE LAPTOP ID: '.
           ACCEPT PK-LAPID.

       SELECT-LAP.
           PERFORM PRESELECT-LAP.
           MOVE 'SELECT-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT UPPER(CPU), WARRANTY, STORAGE, RAM, PRICE,
                   LAPNAME, REORDERPOINT, BINLOC,
                   COALESCE(MODELSTATUS, 'A'), SUBSTLAPID,
                   COALESCE(REORDERLOCK, 'N')
               INTO :CPU :NL-CPU, :WARRANTY :NL-WARRANTY,
                   :STORAGE :NL-STORAGE, :RAM :NL-RAM, :PRICE,
                   :LAPNAME, :REORDERPT :NL-REORDERPT,
                   :BINLOC :NL-BINLOC, :MODELSTATUS,
                   :SUBSTLAPID :NL-SUBSTLAPID, :REORDERLOCK
               FROM LAPTOPS
               WHERE LAPTOPID = :PK-LAPID
           END-EXEC.
           MOVE 0 TO NL-REORDERPT.
           MOVE 0 TO NL-BINLOC.
           MOVE ' ' TO BINLOC.
           MOVE 0 TO NL-SUBSTLAPID.
           MOVE ' ' TO SUBSTLAPID.
           MOVE 'N' TO REORDERLOCK.

      *    CLEARS THE PRICE-CHANGED SWITCH FOR THE NEW UPDATE SESSION
           MOVE 'N' TO PRICE-CHANGED-SW.
           ELSE
               DISPLAY 'REORDER POINT: ' REORDERPT.

           IF REORDERLOCK = 'Y'
               DISPLAY 'REORDER POINT LOCKED: YES'
           ELSE
               DISPLAY 'REORDER POINT LOCKED: NO'.

      *    CHECKS IF THE BIN LOCATION IS NULL
           IF NL-BINLOC < 0
               DISPLAY 'BIN LOCATION: NOT ASSIGNED'
           ELSE
               DISPLAY 'BIN LOCATION: ' BINLOC.

           EVALUATE MODELSTATUS
               WHEN 'S'
                   DISPLAY 'MODEL STATUS: SELL-THROUGH ONLY'
               WHEN 'D'
                   DISPLAY 'MODEL STATUS: DISCONTINUED'
               WHEN OTHER
                   DISPLAY 'MODEL STATUS: ACTIVE'
           END-EVALUATE.

      *    CHECKS IF THE REPLACEMENT MODEL IS NULL
           IF NL-SUBSTLAPID < 0
               DISPLAY 'REPLACEMENT MODEL: NONE'
           ELSE
               DISPLAY 'REPLACEMENT MODEL: ' SUBSTLAPID.

       CHANGE-VALUES-LAP.
           DISPLAY 'DO YOU WISH TO UPDATE THE CPU FIELD?'.
           DISPLAY 'Y - YES'.
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-REORDERPT.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO LOCK OR UNLOCK THE REORDER'
                   ' POINT?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP

               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-REORDERLOCK
                       THRU CHANGE-REORDERLOCK-EXIT.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE BIN LOCATION FIELD?'
               DISPLAY 'Y - YES'
               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-BINLOC.

           IF ERRCTR = 0
               DISPLAY 'DO YOU WISH TO UPDATE THE MODEL STATUS AND'
                   ' REPLACEMENT MODEL FIELDS?'
               DISPLAY 'Y - YES'
               DISPLAY 'N - NO'
               ACCEPT WKOP

               IF FUNCTION UPPER-CASE(WKOP) = 'Y'
                   PERFORM CHANGE-MODELSTATUS.

           IF ERRCTR > 0 AND UPDATECTR > 0
               MOVE 0 TO UPDATECTR.

                   DISPLAY 'PRICE MUST BE NUMERIC'
                   ADD 1 TO ERRCTR.

      *    A CUT OF MORE THAN DUAL-PRICE-CUT-PCT IS HELD FOR A SECOND
      *    SUPERVISOR - THE PRICE ON FILE IS PUT BACK SO UPDATE-LAP
      *    WRITES NO PRICE CHANGE AND NO PRICEHISTORY ROW
           IF PRICE-CHANGED-SW = 'N' OR PRICE NOT < OLDPRICE
               GO TO CHANGE-PRICE-EXIT.
           COMPUTE WKPRICECUTPCT ROUNDED =
               (OLDPRICE - PRICE) * 100 / OLDPRICE.
           IF WKPRICECUTPCT > DUAL-PRICE-CUT-PCT
               MOVE 'P' TO APRTYPE
               MOVE PK-LAPID TO APRKEY
               MOVE ' ' TO APRLOC
               MOVE OLDPRICE TO APROLDVAL
               MOVE 0 TO NL-APROLDVAL
               MOVE PRICE TO APRNEWVAL
               MOVE 0 TO NL-APRNEWVAL
               MOVE OLDPRICE TO PRICE
               MOVE 'N' TO PRICE-CHANGED-SW
               PERFORM INSERT-APPROVAL THRU INSERT-APPROVAL-EXIT.

       CHANGE-PRICE-EXIT.
           EXIT.

                   DISPLAY 'REORDER POINT SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

      *    A LOCKED REORDER POINT IS LEFT AS KEYED BY THE BATCH
      *    RECALCULATION FROM DEMAND AND VENDOR LEAD TIME - LOCKING
      *    AND UNLOCKING ARE A SUPERVISOR FUNCTION
       CHANGE-REORDERLOCK.
           PERFORM CHECK-SUPERVISOR.
           IF ERRCTR > 0
               GO TO CHANGE-REORDERLOCK-EXIT.

           DISPLAY 'LOCK THE REORDER POINT AGAINST RECALCULATION?'.
           DISPLAY 'Y - LOCKED'.
           DISPLAY 'N - UNLOCKED'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP NOT = 'Y' AND WKOP NOT = 'N'
               DISPLAY 'REORDER POINT LOCK SHOULD BE Y OR N'
               ADD 1 TO ERRCTR
           ELSE
               MOVE WKOP TO REORDERLOCK
               ADD 1 TO UPDATECTR.

       CHANGE-REORDERLOCK-EXIT.
           EXIT.

       CHANGE-BINLOC.
           DISPLAY
       'ENTER THE BIN LOCATION, OR LEAVE BLANK FOR NOT ASSIGNED: '.
               MOVE 0 TO NL-BINLOC.
           ADD 1 TO UPDATECTR.

      *    MOVES THE MODEL THROUGH ITS LIFECYCLE AND NAMES THE MODEL
      *    THAT REPLACES IT - A SELL-THROUGH MODEL STILL SELLS FROM
      *    STOCK BUT TAKES NO NEW POS OR BACKORDERS, A DISCONTINUED
      *    ONE IS NO LONGER SOLD AT ALL
       CHANGE-MODELSTATUS.
           DISPLAY 'ENTER THE NEW MODEL STATUS:'.
           DISPLAY 'A - ACTIVE'.
           DISPLAY 'S - SELL-THROUGH ONLY'.
           DISPLAY 'D - DISCONTINUED'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           IF WKOP NOT = 'A' AND WKOP NOT = 'S' AND WKOP NOT = 'D'
               DISPLAY 'MODEL STATUS SHOULD BE A, S OR D'
               ADD 1 TO ERRCTR
           ELSE
               MOVE WKOP TO MODELSTATUS
               DISPLAY 'ENTER THE 8 DIGIT LAPTOP ID OF THE REPLACEMENT'
                   ' MODEL, OR LEAVE BLANK FOR NONE: '
               MOVE ' ' TO SUBSTLAPID
               ACCEPT SUBSTLAPID
               IF SUBSTLAPID = ' '
                   MOVE -1 TO NL-SUBSTLAPID
                   ADD 1 TO UPDATECTR
               ELSE
                   PERFORM CHECK-SUBSTLAPID.

       CHECK-SUBSTLAPID.
           IF SUBSTLAPID = PK-LAPID
               DISPLAY 'A MODEL CANNOT BE ITS OWN REPLACEMENT'
               ADD 1 TO ERRCTR
           ELSE
               MOVE 'CHECK-SUBSTLAPID' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SUBSTCNT
                   FROM LAPTOPS
                   WHERE LAPTOPID = :SUBSTLAPID
               END-EXEC
               IF SUBSTCNT = 0
                   DISPLAY 'LAPTOP ' SUBSTLAPID ' IS NOT ON FILE'
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE 0 TO NL-SUBSTLAPID
                   ADD 1 TO UPDATECTR.

       UPDATE-LAP.
           MOVE 'UPDATE-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET CPU = :CPU :NL-CPU,
                       PRICE = :PRICE,
                       LAPNAME = :LAPNAME,
                       REORDERPOINT = :REORDERPT :NL-REORDERPT,
                       BINLOC = :BINLOC :NL-BINLOC,
                       MODELSTATUS = :MODELSTATUS,
                       SUBSTLAPID = :SUBSTLAPID :NL-SUBSTLAPID,
                       REORDERLOCK = :REORDERLOCK
                   WHERE LAPTOPID = :PK-LAPID
           END-EXEC.
           IF SQLCODE = 0 AND PRICE-CHANGED-SW = 'Y'
      *    EFFECT, SO MARGIN ANALYSIS CAN SEE WHAT A MODEL USED TO SELL
      *    FOR INSTEAD OF JUST WHAT IT COSTS TODAY
       INSERT-PRICEHISTORY.
           MOVE 'INSERT-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PRICEHISTORY
                   (LAPTOPID, OLDPRICE, NEWPRICE, EFFECTIVEDATE,
               PERFORM ROLLBACK-CHANGES.

       COMMIT-CHANGES.
           MOVE 'COMMIT-CHANGES' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.

      *    DISCARDS THE PENDING UPDATE AGAINST COMPANY/LAPTOPS INSTEAD
      *    OF LEAVING IT UNCOMMITTED UNTIL THE RUN ENDS
       ROLLBACK-CHANGES.
           MOVE 'ROLLBACK-CHANGES' TO ERR-PARAGRAPH.
           EXEC SQL ROLLBACK WORK END-EXEC.

       SHUT-DOWN.
           IF SQLCODE = -532
               DISPLAY 'THIS ROW CONTAINS A FOREIGN KEY'.
           DISPLAY MFSQLMESSAGETEXT.
           PERFORM LOG-SQL-ERROR.
           DISPLAY 'CHANGES NOT YET SAVED HAVE BEEN BACKED OUT AND THE'
               ' ERROR LOGGED'.
           ACCEPT WKHOLD.
           STOP RUN.

      *    RECORDS THE FAILURE ON THE SHARED SQL ERROR LOG. THE WORK
      *    NOT YET COMMITTED IS BACKED OUT FIRST SO THE LOG ROW COMMITS
      *    ON ITS OWN
       LOG-SQL-ERROR.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           PERFORM SET-ERR-MSGTEXT.
           MOVE 'ACCESS' TO ERR-PROGNAME.
           MOVE SPACES TO ERR-KEYVALUE.
           STRING 'ORD ' PK-ORDERID ' CUST ' PK-CUSTID ' LAP '
               PK-LAPID DELIMITED BY SIZE INTO ERR-KEYVALUE.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL ROLLBACK WORK END-EXEC.
           EXEC SQL
               INSERT INTO SQLERRLOG
                   (LOGTS, PROGRAMNAME, PARAGRAPH, ERRSQLCODE,
                   ERRSQLSTATE, MSGTEXT, KEYVALUE, OPERATORID, RUNID,
                   RETRIED)
               VALUES (CURRENT TIMESTAMP, :ERR-PROGNAME,
               :ERR-PARAGRAPH, :ERR-SQLCODE, :ERR-SQLSTATE,
               :ERR-MSGTEXT, :ERR-KEYVALUE, :OPERID, NULL, :ERR-RETRY)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'UNABLE TO LOG THE SQL ERROR, SQLCODE: ' SQLCODE.
           EXEC SQL COMMIT WORK END-EXEC.

      *    THE MESSAGE TEXT, OR THE SQLCA TOKENS WHEN THERE IS NONE,
      *    WITH ITS TRAILING BLANKS COUNTED OFF FOR THE VARCHAR
       SET-ERR-MSGTEXT.
           IF MFSQLMESSAGETEXT = SPACES
               MOVE SQLERRMC TO ERR-MSGTEXT-VALUE
           ELSE
               MOVE MFSQLMESSAGETEXT TO ERR-MSGTEXT-VALUE.
           MOVE 0 TO ERR-LEN.
           INSPECT FUNCTION REVERSE(ERR-MSGTEXT-VALUE)
               TALLYING ERR-LEN FOR LEADING ' '.
           SUBTRACT ERR-LEN FROM LENGTH OF ERR-MSGTEXT-VALUE GIVING
           ERR-MSGTEXT-LENG.
