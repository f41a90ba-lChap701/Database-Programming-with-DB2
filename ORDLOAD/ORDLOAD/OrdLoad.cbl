      *    MATCH WHAT ARRIVED, IS BACKED OUT WHOLE. EVERY INPUT
      *    RECORD IS ANSWERED ON A MACHINE-READABLE ACKNOWLEDGMENT
      *    FILE WITH ITS GENERATED ORDERID OR ITS REJECT REASON, SO
      *    THE WEB TEAM'S SYSTEM CAN MARK ITS OWN ORDERS OFF. AN
      *    ORDER HEADER CAN NAME AN ENTRY IN THE CUSTOMER'S SHIP-TO
      *    ADDRESS BOOK; WITH NO NAME AND NO CITY OR STATE IT SHIPS
      *    TO THE CUSTOMER'S DEFAULT ADDRESS. RUN FROM THE ORDLOAD
      *    JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ORDTRAN-FILE.
       01  ORDTRAN-REC.
           05  TRAN-RECTYPE                PIC X.
           05  TRAN-DATA                   PIC X(53).
      *    ORDER HEADER VIEW OF THE TRANSACTION RECORD
           05  TRAN-HDR REDEFINES TRAN-DATA.
               10  TRAN-CUSTID             PIC X(8).
               10  TRAN-ORDERDATE          PIC X(10).
               10  TRAN-SHIPCITY           PIC X(20).
               10  TRAN-SHIPST             PIC XX.
               10  TRAN-SHIPFEE            PIC 9V99.
      *    THE CUSTOMER'S ADDRESS BOOK ENTRY TO SHIP TO - IT TAKES
      *    PRECEDENCE OVER THE CITY AND STATE
               10  TRAN-SHIPTONAME         PIC X(10).
      *    LINE ITEM VIEW OF THE TRANSACTION RECORD
           05  TRAN-DTL REDEFINES TRAN-DATA.
               10  TRAN-LAPID              PIC X(8).
               10  TRAN-QTY                PIC 9(3).
               10  TRAN-DEALS              PIC 9V99.
               10  FILLER                  PIC X(39).
      *    BATCH HEADER VIEW - THE WEB TEAM'S BATCH ID
           05  TRAN-BAT REDEFINES TRAN-DATA.
               10  TRAN-BATCHID            PIC X(8).
               10  FILLER                  PIC X(45).
      *    BATCH TRAILER VIEW - THE CONTROL TOTALS THE FILE CLAIMS
           05  TRAN-TRL REDEFINES TRAN-DATA.
               10  TRAN-TRECCNT            PIC 9(6).
               10  TRAN-TQTYTOT            PIC 9(9).
               10  FILLER                  PIC X(38).
       FD  ORDLOADERR-FILE.
       01  ORDLOADERR-REC                  PIC X(132).
       FD  ORDACK-FILE.
           05  ACK-TYPE                    PIC X.
           05  ACK-SEQNO                   PIC 9(6).
           05  ACK-RECTYPE                 PIC X.
           05  ACK-ORDERID                 PIC X(8).
           05  ACK-REASON                  PIC X(40).

       WORKING-STORAGE SECTION.
       01  DTLACCCTR                       PIC 9(4)        VALUE 0.
       01  DTLREJCTR                       PIC 9(4)        VALUE 0.
      *    HOLDS THE NEXT ORDERID TO BE GENERATED
       01  WKNEXTORDERID                   PIC 9(8)        VALUE 0.
      *    USED TO BREAK THE ORDER DATE APART FOR VALIDATION
       01  WKYYYY                          PIC X(4)        VALUE ' '.
       01  WKMM                            PIC XX          VALUE ' '.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  MFSQLMESSAGETEXT                PIC X(250).
      *    SHARED WITH THE RETRYRUN STEP DRIVER - IT PUTS ITS NAME
      *    HERE AND THE ATTEMPT COUNT CARRIES OVER FROM ONE RERUN TO
      *    THE NEXT. ANY OTHER NAME MEANS THE STEP WAS RUN ON ITS OWN
       01  RETRYCTL                        EXTERNAL.
           05  RETRY-DRIVER                PIC X(8).
           05  RETRY-ATTEMPT               PIC S9(4)       COMP.

      *****************HOST VARIABLE DECLARATION AREA*******************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  FK-CUSTID                       PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  SHIPFEE                         PIC S9(3)V99    COMP-3.
       01  NL-SHIPFEE                      PIC S9(4)       COMP.
           49  SHIPST-LENG                 PIC S9(4)       COMP.
           49  SHIPST-VALUE                PIC XX.
       01  NL-SHIPST                       PIC S9(4)       COMP.
       01  SHIPTONAME                      PIC X(10).
       01  NL-SHIPTONAME                   PIC S9(4)       COMP.
       01  SHIPUNIT                        PIC S9(9)       COMP.
       01  NL-SHIPUNIT                     PIC S9(4)       COMP.
       01  SHIPSTREET.
           49  SHIPSTREET-LENG             PIC S9(4)       COMP.
           49  SHIPSTREET-VALUE            PIC X(20).
       01  NL-SHIPSTREET                   PIC S9(4)       COMP.
       01  SHIPZIP                         PIC S9(9)       COMP.
       01  NL-SHIPZIP                      PIC S9(4)       COMP.
      ************************CUSTOMERS TABLE***************************
       01  CUSTCNT                         PIC S9(9)       COMP.
      ************************LAPTOPS TABLE*****************************
       01  FK-LAPID                        PIC X(8).
       01  WKLAPPRICE                      PIC S9(6)V99    COMP-3.
       01  STOCKQTY                        PIC S9(9)       COMP.
       01  AVGCOST                         PIC S9(7)V99    COMP-3.
       01  NL-AVGCOST                      PIC S9(4)       COMP.
      ***********************CUSTPRICES TABLE***************************
       01  CPPRICE                         PIC S9(6)V99    COMP-3.
      **********************LAPTOPORDERS TABLE**************************
       01  QTY                             PIC S9(9)       COMP.
       01  ORDERCOST                       PIC S9(9)V99    COMP-3.
       01  DEALS                           PIC SV99        COMP-3.
       01  NL-DEALS                        PIC S9(4)       COMP.
       01  LINECOSTOFSALES                 PIC S9(9)V99    COMP-3.
      **********************STOCKAUDIT TABLE****************************
       01  STKQTYMOVED                     PIC S9(9)       COMP.
      ********************LOYALTYPOINTS TABLE***************************
       01  TAXAMOUNT                       PIC S9(9)V99    COMP-3.
       01  WKTAXBASE                       PIC S9(9)V99    COMP-3.
       01  NL-TAXBASE                      PIC S9(4)       COMP.
      ********************TAXEXEMPTCERTS TABLE**************************
       01  TAXCERT                         PIC X(20).
       01  NL-TAXCERT                      PIC S9(4)       COMP.
      ********************KEYCOUNTERS TABLE*****************************
      *    THE PERSISTENT COUNTER A NEW KEY IS DRAWN FROM, AND THE
      *    VALUE IT HANDED BACK
       01  KC-KEYNAME                      PIC X(12).
       01  KC-VALUE                        PIC S9(9)       COMP.
      ********************BUSCALENDAR TABLE*****************************
      *    THE WORK FIELDS OF A WORKING-DAY STEP - THE DATE COUNTED
      *    FROM, THE WORKING DAYS TO ADD, AND THE WORKING DAY IT
      *    LANDS ON
       01  CAL-FROMDATE                    PIC X(10).
       01  CAL-DAYS                        PIC S9(4)       COMP.
       01  CAL-TODATE                      PIC X(10).
       01  NL-CAL-TODATE                   PIC S9(4)       COMP.
      ******************************************************************

      **********************SYSPARMS TABLE******************************
       01  RC-PROGNAME                     PIC X(12).
       01  RC-CNT                          PIC S9(9)       COMP.
       01  RC-ROWS                         PIC S9(9)       COMP.
      *    THE DATE THE RUN LOGS UNDER AND THE DAY BEFORE IT - AN
      *    INTAKE RUN USES THE CALENDAR DAY, NOT THE BUSINESS DATE
       01  RC-BUSDATE                      PIC X(10).
       01  RC-PRIORDATE                    PIC X(10).
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
       01  ERR-RUNID                       PIC S9(9)       COMP.
       01  NL-ERR-RUNID                    PIC S9(4)       COMP.
      *    'Y' WHEN A DEADLOCK OR TIMEOUT IS BEING HANDED BACK TO THE
      *    RETRYRUN DRIVER FOR A RERUN, AND THE RERUN LIMIT
       01  ERR-RETRY                       PIC X.
       01  ERR-RETRYLIMIT                  PIC S9(7)V99    COMP-3.
      *    CHARACTER COUNT FOR THE MESSAGE TEXT LENGTH
       01  ERR-LEN                         PIC S9(4)       COMP.
      ******************************************************************
           EXEC SQL END DECLARE SECTION END-EXEC.
      ******************************************************************
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(54)
                              VALUE 'REJECTED RECORD'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'REASON'.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-RECORD                PIC X(54).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-REASON                PIC X(50).

      *    RUN SHOULD USE - A MISSING ROW LEAVES THE COMPILED DEFAULT
       LOAD-SYSPARMS.
           MOVE 'LEAD-TIME-DAYS' TO SP-PARMNAME.
           MOVE 'LOAD-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               GO TO PROCESS-BATCH-HDR-EXIT.

           MOVE TRAN-BATCHID TO BC-BATCHID.
           MOVE 'PROCESS-BATCH-HDR' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :BATCHCNT
               MOVE 'Y' TO BATCHREJECT-SW.

           IF BATCHREJECT-SW = 'Y'
               MOVE 'SETTLE-BATCH' TO ERR-PARAGRAPH
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM WRITE-ACK-BATCH
           ELSE
               MOVE 'SETTLE-BATCH' TO ERR-PARAGRAPH
               EXEC SQL
                   INSERT INTO BATCHCONTROL (BATCHID, PROCDATE)
                   VALUES (:BC-BATCHID, CURRENT DATE)
               PERFORM CHECK-TRAN-ORDDATE.

           IF ERRCTR = 0
               PERFORM EDIT-TRAN-SHIPFIELDS.

           IF ERRCTR = 0
               PERFORM GENERATE-ORDERID
               PERFORM INSERT-ORD.

      *    THE SAME EXISTING-CUSTOMER CHECK SELECT-CUST-INSERT MAKES
      *    INTERACTIVELY
       CHECK-TRAN-CUST.
           MOVE 'CHECK-TRAN-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CUSTCNT
                       ADD 1 TO ERRCTR.

      *    MOVES THE OPTIONAL SHIP-TO FIELDS ACROSS, BLANK MEANING
      *    NULL THE SAME WAY THE INTERACTIVE CHECKS TREAT THEM. A
      *    NAMED ADDRESS BOOK ENTRY, OR THE DEFAULT WHEN NOTHING AT
      *    ALL IS GIVEN, SUPPLIES THE WHOLE SHIP-TO INSTEAD
       EDIT-TRAN-SHIPFIELDS.
           MOVE -1 TO NL-SHIPTONAME.
           MOVE -1 TO NL-SHIPUNIT.
           MOVE -1 TO NL-SHIPSTREET.
           MOVE -1 TO NL-SHIPZIP.
           MOVE ' ' TO SHIPTONAME.
           MOVE ' ' TO SHIPSTREET-VALUE.
           MOVE 0 TO SHIPSTREET-LENG.
           MOVE 0 TO SHIPUNIT.
           MOVE 0 TO SHIPZIP.
           IF TRAN-SHIPTONAME NOT = ' '
           OR (TRAN-SHIPCITY = ' ' AND TRAN-SHIPST = ' ')
               PERFORM SELECT-TRAN-SHIPTO.

           IF TRAN-SHIPTONAME NOT = ' ' AND NL-SHIPTONAME < 0
               MOVE 'SHIP-TO NAME IS NOT IN THE ADDRESS BOOK'
                   TO WKREJREASON
               ADD 1 TO ERRCTR.

           IF NL-SHIPTONAME < 0
               PERFORM EDIT-TRAN-CITYST.

      *    A FEE FIELD THAT ISN'T NUMERIC (SPACES FROM THE FEED,
      *    USUALLY) COUNTS AS NO FEE RATHER THAN ABENDING THE LOAD
           IF TRAN-SHIPFEE NOT NUMERIC
               MOVE -1 TO NL-SHIPFEE
               MOVE 0 TO SHIPFEE
           ELSE
               IF TRAN-SHIPFEE = 0
                   MOVE -1 TO NL-SHIPFEE
                   MOVE 0 TO SHIPFEE
               ELSE
                   MOVE 0 TO NL-SHIPFEE
                   MOVE TRAN-SHIPFEE TO SHIPFEE.

      *    A ONE-OFF SHIP-TO - JUST THE CITY AND STATE THE FEED SENT
       EDIT-TRAN-CITYST.
           IF TRAN-SHIPCITY = ' '
               MOVE -1 TO NL-SHIPCITY
               MOVE 0 TO SHIPCITY-LENG
               MOVE TRAN-SHIPST TO SHIPST-VALUE
               MOVE 2 TO SHIPST-LENG.

      *    THE NAMED ADDRESS BOOK ENTRY, OR THE CUSTOMER'S DEFAULT
      *    WHEN THE HEADER NAMES NONE - A CUSTOMER WITH NO DEFAULT
      *    SIMPLY GETS NO SHIP-TO, AS BEFORE
       SELECT-TRAN-SHIPTO.
           MOVE FUNCTION UPPER-CASE(TRAN-SHIPTONAME) TO SHIPTONAME.
           MOVE 0 TO NL-SHIPUNIT.
           IF SHIPTONAME = ' '
               MOVE 'SELECT-TRAN-SHIPTO' TO ERR-PARAGRAPH
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
               MOVE 'SELECT-TRAN-SHIPTO' TO ERR-PARAGRAPH
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
               MOVE 0 TO NL-SHIPZIP
           ELSE
               MOVE -1 TO NL-SHIPTONAME
               MOVE -1 TO NL-SHIPUNIT.

      *    DRAWS THE NEXT ORDERID FROM THE PERSISTENT COUNTER, THE
      *    SAME WAY THE INTERACTIVE PATH DOES - A NUMBER IS NEVER
      *    DRAWS THE NEXT VALUE FROM THE NAMED PERSISTENT COUNTER -
      *    UNLIKE THE OLD MAX(KEY)+1 LOOKUP, A NUMBER IS NEVER
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
                   ' AT 99999999 - THE RUN CANNOT CONTINUE'
               STOP RUN.


      *    A NEW ORDER STARTS WITH A TAX AMOUNT OF 0 - THE TAX IS
      *    RECOMPUTED AS EACH LINE ITEM IS ACCEPTED. BATCH ORDERS
      *    CARRY NO SELLING REP. THE PROMISED SHIP DATE IS THE ORDER
      *    DATE PLUS THE LEAD-TIME RULE IN WORKING DAYS ON THE COMPANY
      *    CALENDAR, THE SAME AS ORDER ENTRY DEFAULTS IT
       INSERT-ORD.
           MOVE ORDERDATE TO CAL-FROMDATE.
           MOVE LEAD-TIME-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE 'INSERT-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO ORDERS
                   (ORDERID, CUSTOMERID, ORDERDATE, SHIPPEDDATE,
                   ARRIVALDATE, SHIPPINGCITY, SHIPPINGSTATE,
                   SHIPPINGFEE, TAXAMOUNT, EMPNO, ORDSTATUS,
                   PROMISEDSHIPDATE, SHIPTONAME, SHIPPINGUNIT,
                   SHIPPINGSTREET, SHIPPINGZIP)
               VALUES (:PK-ORDERID, :FK-CUSTID, :ORDERDATE, NULL,
               NULL, :SHIPCITY :NL-SHIPCITY, :SHIPST :NL-SHIPST,
               :SHIPFEE :NL-SHIPFEE, 0, NULL, 'E',
               :CAL-TODATE,
               :SHIPTONAME :NL-SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
               :SHIPSTREET :NL-SHIPSTREET, :SHIPZIP :NL-SHIPZIP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'THE ORDER ROW COULD NOT BE INSERTED'
                   TO WKREJREASON
               ADD 1 TO ERRCTR.

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

      *    A LINE ITEM NEEDS AN ACCEPTED HEADER IN FRONT OF IT, AN
      *    EXISTING LAPTOP, A QUANTITY THE STOCK ON HAND CAN COVER
      *    (THE SAME QTY-CHECK RULE), AND A DEAL INSIDE THE SAME
           EXIT.

      *    THE SAME EXISTING-LAPTOP CHECK SELECT-LAP-FOR-LAPORD MAKES
      *    INTERACTIVELY - ALSO FETCHES THE PRICE AND STOCK ON HAND.
      *    A CUSTOMER PRICE AGREEMENT IN FORCE ON THE ORDER DATE
      *    REPLACES THE LIST PRICE
       CHECK-TRAN-LAP.
           MOVE 'CHECK-TRAN-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PRICE, STOCKQTY
               INTO :WKLAPPRICE, :STOCKQTY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'LAPTOP ID IS NOT ON FILE' TO WKREJREASON
               ADD 1 TO ERRCTR
           ELSE
               EXEC SQL
                   SELECT CONTRACTPRICE
                   INTO :CPPRICE
                   FROM CUSTPRICES
                   WHERE CUSTOMERID = :FK-CUSTID
                   AND LAPTOPID = :FK-LAPID
                   AND DATE(:ORDERDATE) BETWEEN STARTDATE AND ENDDATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE CPPRICE TO WKLAPPRICE.

       CHECK-TRAN-QTY.
           IF QTY <= 0
      *    BATCH LINES CARRY NO PROMOTION CODE - THE FEED'S DEAL RATE
      *    IS STORED AS-IS
       INSERT-LAPORD.
           MOVE 'INSERT-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPORDERS
                   (ORDERID, LAPTOPID, QUANTITY, ORDERCOST, DEALS,
      *    AND WRITES THE MOVEMENT TO THE STOCKAUDIT LEDGER, THE SAME
      *    WAY THE INTERACTIVE PATH DOES
       DECREMENT-STOCKQTY.
           MOVE 'DECREMENT-STOCKQTY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY - :QTY
               VALUES (:FK-LAPID, CURRENT DATE, CURRENT TIME,
               :STKQTYMOVED, 'O', 'O', :PK-ORDERID, 'WH01')
           END-EXEC.
           PERFORM ADD-LINE-COSTOFSALES.

      *    CHARGES THE LINE WITH THE COST OF THE UNITS JUST DRAWN, AT
      *    THE LAPTOP'S AVERAGE COST AS IT STANDS AT THE MOMENT OF
      *    SALE, THE SAME WAY THE INTERACTIVE PATH DOES - A MODEL WITH
      *    NO COSTED RECEIPT YET LEAVES THE LINE'S COST NULL
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
               COMPUTE LINECOSTOFSALES ROUNDED = AVGCOST * QTY
               EXEC SQL
                   UPDATE LAPTOPORDERS
                       SET COSTOFSALES =
                           COALESCE(COSTOFSALES, 0) + :LINECOSTOFSALES
                       WHERE ORDERID = :PK-ORDERID
                       AND LAPTOPID = :FK-LAPID
               END-EXEC
           END-IF.

      *    EARNS THE ORDER'S CUSTOMER ONE POINT PER WHOLE DOLLAR OF
      *    THE LINE'S ORDERCOST, THE SAME WAY THE INTERACTIVE PATH
       ACCRUE-LOYALTY-POINTS.
           COMPUTE WKEARNEDPTS = ORDERCOST.
           IF WKEARNEDPTS > 0
               MOVE 'ACCRUE-LOYALTY-POINTS' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE LOYALTYPOINTS
                       SET POINTS = POINTS + :WKEARNEDPTS

      *    RECOMPUTES THE ORDER'S SALES TAX FROM ITS SHIP-TO STATE
      *    (FALLING BACK TO THE CUSTOMER'S HOME STATE) OVER THE SUM OF
      *    ITS LINE ITEMS, THE SAME WAY THE INTERACTIVE PATH DOES -
      *    INCLUDING THE EXEMPTION FOR A CUSTOMER WHOSE CERTIFICATE FOR
      *    THE TAXING STATE IS UNEXPIRED ON THE ORDER DATE
       RECALC-ORDER-TAX.
           MOVE ' ' TO TAXST.
           MOVE 0 TO NL-TAXST.
           MOVE 'RECALC-ORDER-TAX' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SHIPPINGSTATE
               INTO :TAXST :NL-TAXST
               MOVE 0 TO WKTAXBASE.

           COMPUTE TAXAMOUNT ROUNDED = WKTAXBASE * TAXRATE.

           MOVE -1 TO NL-TAXCERT.
           EXEC SQL
               SELECT CERTNUMBER
               INTO :TAXCERT
               FROM TAXEXEMPTCERTS
               WHERE CUSTOMERID = :FK-CUSTID
               AND STATECODE = :TAXST
               AND EXPIRYDATE >= DATE(:ORDERDATE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE 0 TO NL-TAXCERT
               MOVE 0 TO TAXAMOUNT.

           EXEC SQL
               UPDATE ORDERS
                   SET TAXAMOUNT = :TAXAMOUNT,
                       TAXEXEMPTCERT = :TAXCERT :NL-TAXCERT
                   WHERE ORDERID = :PK-ORDERID
           END-EXEC.


      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN TODAY OR
      *    WHEN YESTERDAY'S RUN NEVER COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-RUNDATES.
           MOVE 'ORDLOAD' TO RC-PROGNAME.

      *    A RUN THAT ALREADY COMPLETED TODAY MEANS THE STREAM WAS
      *    RESUBMITTED AFTER A MID-STREAM FAILURE - END CLEANLY AS
      *    ALREADY-DONE, SO OPERATIONS CAN SIMPLY RESUBMIT THE JOB
      *    AND ONLY THE UNFINISHED STEPS EXECUTE
           MOVE 'OPEN-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-BUSDATE
               AND STATUS = 'C'
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY RC-PROGNAME ' HAS ALREADY COMPLETED FOR'
                   ' TODAY - NOTHING TO DO'
               STOP RUN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-BUSDATE
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY 'WARNING - ' RC-PROGNAME ' HAS ALREADY BEEN'
                   ' STARTED TODAY'.

           EXEC SQL
               SELECT COUNT(*)
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-PRIORDATE
               AND STATUS = 'S'
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY 'WARNING - ' RC-PROGNAME ' DID NOT COMPLETE'
                   ' ITS RUN YESTERDAY'.

           EXEC SQL
               INSERT INTO RUNCONTROL
                   (PROGRAMNAME, BUSINESSDATE, STARTTIME, ENDTIME,
                   ROWSWRITTEN, STATUS)
               VALUES (:RC-PROGNAME, :RC-BUSDATE, CURRENT TIME,
               NULL, NULL, 'S')
           END-EXEC.
           EXEC SQL
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

      *    AN INTAKE RUN LOGS UNDER THE CALENDAR DAY IT RUNS ON, NOT
      *    THE BUSINESS DATE - FILES ARRIVE ON WEEKENDS AND HOLIDAYS
      *    TOO, AND LOGGING A SATURDAY RUN UNDER FRIDAY WOULD FIND
      *    FRIDAY'S RUN ALREADY DONE AND LEAVE SATURDAY'S FILE UNREAD
       GET-RUNDATES.
           MOVE 'GET-RUNDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                   CHAR(CURRENT DATE - 1 DAY, ISO)
               INTO :RC-BUSDATE, :RC-PRIORDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    MARKS THE RUN COMPLETE WITH ITS END TIME AND ROW COUNT
       CLOSE-RUNCONTROL.
           MOVE ROWCTR TO RC-ROWS.
           MOVE 'CLOSE-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE RUNCONTROL
                   SET ENDTIME = CURRENT TIME,
       OPENESQL-ERROR SECTION.
           DISPLAY 'SQL ERROR = ' SQLSTATE ' ' SQLCODE.
           DISPLAY MFSQLMESSAGETEXT.
           PERFORM LOG-SQL-ERROR.
           IF ERR-RETRY = 'Y'
               DISPLAY 'DEADLOCK OR TIMEOUT - THE RUN HAS BEEN BACKED'
                   ' OUT AND WILL BE RUN AGAIN'
               GOBACK.
           STOP RUN.

      *    RECORDS THE FAILURE ON THE SHARED SQL ERROR LOG. THE WORK
      *    NOT YET COMMITTED IS BACKED OUT FIRST SO THE LOG ROW COMMITS
      *    ON ITS OWN. A DEADLOCK OR TIMEOUT IS HANDED BACK FOR A RERUN
      *    FROM THE TOP WHEN THE STEP RUNS UNDER THE RETRYRUN DRIVER
      *    AND DB-RETRY-LIMIT ALLOWS ANOTHER ATTEMPT - BUT NOT FROM
      *    CLOSE-RUNCONTROL, WHERE THE RUN'S WORK IS ALREADY COMMITTED
       LOG-SQL-ERROR.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           PERFORM SET-ERR-MSGTEXT.
           MOVE 'ORDLOAD' TO ERR-PROGNAME.
           MOVE PK-ORDERID TO ERR-KEYVALUE.
           MOVE RC-RUNID TO ERR-RUNID.
           MOVE 0 TO NL-ERR-RUNID.
           IF RC-RUNID = 0
               MOVE -1 TO NL-ERR-RUNID.
           MOVE 'N' TO ERR-RETRY.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL ROLLBACK WORK END-EXEC.
           IF (ERR-SQLCODE = -911 OR ERR-SQLCODE = -913)
           AND RETRY-DRIVER = 'RETRYRUN'
           AND ERR-PARAGRAPH NOT = 'CLOSE-RUNCONTROL'
               PERFORM CHECK-SQL-RETRY.
           EXEC SQL
               INSERT INTO SQLERRLOG
                   (LOGTS, PROGRAMNAME, PARAGRAPH, ERRSQLCODE,
                   ERRSQLSTATE, MSGTEXT, KEYVALUE, OPERATORID, RUNID,
                   RETRIED)
               VALUES (CURRENT TIMESTAMP, :ERR-PROGNAME,
               :ERR-PARAGRAPH, :ERR-SQLCODE, :ERR-SQLSTATE,
               :ERR-MSGTEXT, :ERR-KEYVALUE, NULL,
               :ERR-RUNID :NL-ERR-RUNID, :ERR-RETRY)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'UNABLE TO LOG THE SQL ERROR, SQLCODE: ' SQLCODE.
           EXEC SQL COMMIT WORK END-EXEC.
           IF ERR-RETRY = 'Y'
               ADD 1 TO RETRY-ATTEMPT
               EXEC SQL CONNECT RESET END-EXEC.

      *    ANOTHER ATTEMPT IS ALLOWED WHILE FEWER THAN DB-RETRY-LIMIT
      *    RERUNS HAVE BEEN MADE - A MISSING ROW MEANS THREE
       CHECK-SQL-RETRY.
           MOVE 3 TO ERR-RETRYLIMIT.
           EXEC SQL
               SELECT PARMVALUE
               INTO :ERR-RETRYLIMIT
               FROM SYSPARMS
               WHERE PARMNAME = 'DB-RETRY-LIMIT'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 3 TO ERR-RETRYLIMIT.
           IF RETRY-ATTEMPT < ERR-RETRYLIMIT
               MOVE 'Y' TO ERR-RETRY.

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
