       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    UNATTENDED BATCH DUNNING RUN - TAKES OVER THE REMINDER
      *    LETTERS COLLECTIONS USED TO TYPE UP FROM THE OPEN BALANCE
      *    REPORT. EVERY OPEN ORDER IS AGED PAST ITS ORDERDATE (THE
      *    SAME LINE-ITEMS-PLUS-TAX-PLUS-SHIPPING-LESS-PAYMENTS MATH
      *    OPENBAL USES) AND ANY CUSTOMER WITH AN ORDER PAST THE FIRST
      *    AGE BREAK GETS ONE LETTER LISTING THEIR PAST-DUE ORDERS.
      *    THE LETTER GOES ONE LEVEL PAST THE LAST ONE THE CUSTOMER
      *    WAS SENT - FRIENDLY REMINDER, SECOND NOTICE, FINAL DEMAND -
      *    OR STRAIGHT TO THE LEVEL THEIR OLDEST ORDER HAS AGED INTO,
      *    AND IS RECORDED IN DUNNINGHIST SO THE NEXT RUN ESCALATES
      *    INSTEAD OF REPEATING. A FINAL DEMAND PUTS THE CUSTOMER ON
      *    CREDIT HOLD; THE LEVEL AND THE HOLD CLEAR ON THE FIRST RUN
      *    THAT FINDS NOTHING OF THEIRS PAST DUE. THE AGE BREAKS AND
      *    THE FEWEST DAYS BETWEEN LETTERS ARE SYSPARMS. THE WHOLE RUN
      *    IS ONE UNIT OF WORK. RUN FROM THE DUNNING JCL - NOT AN
      *    INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE CUSTOMER LETTERS, ONE PER PAGE
           SELECT DUNNLTR-FILE ASSIGN TO DUNNLTR
               ORGANIZATION IS LINE SEQUENTIAL.
      *    PRINT FILE FOR THE LETTER REGISTER KEPT BY COLLECTIONS
           SELECT DUNNREG-FILE ASSIGN TO DUNNREG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNNLTR-FILE.
       01  DUNNLTR-REC                     PIC X(132).
       FD  DUNNREG-FILE.
       01  DUNNREG-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - LETTERS SENT IN TOTAL AND AT EACH LEVEL,
      *    CUSTOMERS WHOSE CYCLE WAS CLEARED, AND CUSTOMERS PAST DUE
      *    WHO GOT NO LETTER (TOO SOON SINCE THE LAST ONE, OR ALREADY
      *    SENT THE FINAL DEMAND)
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  LVL1CTR                         PIC 9(4)        VALUE 0.
       01  LVL2CTR                         PIC 9(4)        VALUE 0.
       01  LVL3CTR                         PIC 9(4)        VALUE 0.
       01  CLEARCTR                        PIC 9(4)        VALUE 0.
       01  SKIPCTR                         PIC 9(4)        VALUE 0.
      *    THE CURRENT CUSTOMER'S PAST-DUE FIGURES - THE AMOUNT, HOW
      *    MANY ORDERS MAKE IT UP, AND THE AGE OF THE OLDEST
       01  WKPASTDUE                       PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKPASTCNT                       PIC S9(9)       COMP
                                                            VALUE 0.
       01  WKOLDEST                        PIC S9(9)       COMP
                                                            VALUE 0.
      *    RUN CONTROL TOTAL - THE PAST-DUE AMOUNT LETTERS WENT OUT FOR
       01  WKLTRTOTAL                      PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    THE LEVEL THE OLDEST ORDER HAS AGED INTO, AND THE LEVEL OF
      *    THE LETTER THIS RUN SENDS
       01  AGELEVEL                        PIC S9(4)       COMP
                                                            VALUE 0.
      *    THE ORDER'S FULL COST AND THE BALANCE ITS PAYMENTS LEAVE
       01  WKORDERTOTAL                    PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKBALANCE                       PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' WHEN A CURSOR RUNS OUT OF ROWS - THE ORDER
      *    CURSOR IS WORKED INSIDE THE CUSTOMER LOOP, SO ITS END CAN'T
      *    BE ALLOWED TO END THE CUSTOMER LOOP TOO
       01  CUSTEOF-SW                      PIC X           VALUE 'N'.
       01  ORDEOF-SW                       PIC X           VALUE 'N'.
      *    SET TO 'Y' ON THE SECOND PASS OVER A CUSTOMER'S ORDERS,
      *    WHEN THE PAST-DUE ORDERS ARE PRINTED ON THE LETTER
       01  PRINTORD-SW                     PIC X           VALUE 'N'.

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
      ************************CUSTOMERS TABLE***************************
       01  PK-CUSTID                       PIC X(8).
       01  UNITNUM                         PIC S9(9)       COMP.
       01  ZIP                             PIC S9(9)       COMP.
       01  FNAME.
           49  FNAME-LENG                  PIC S9(4)       COMP.
           49  FNAME-VALUE                 PIC X(12).
       01  LNAME.
           49  LNAME-LENG                  PIC S9(4)       COMP.
           49  LNAME-VALUE                 PIC X(12).
       01  STREET.
           49  STREET-LENG                 PIC S9(4)       COMP.
           49  STREET-VALUE                PIC X(20).
       01  CITY.
           49  CITY-LENG                   PIC S9(4)       COMP.
           49  CITY-VALUE                  PIC X(20).
       01  ST.
           49  ST-LENG                     PIC S9(4)       COMP.
           49  ST-VALUE                    PIC XX.
      *    THE CUSTOMER'S PLACE IN THE COLLECTION CYCLE - THE LAST
      *    LEVEL SENT, THE DAYS SINCE IT WENT OUT (NULL WHEN NO LETTER
      *    HAS GONE OUT), AND THE CREDIT HOLD A FINAL DEMAND SETS
       01  DUNNLEVEL                       PIC S9(4)       COMP.
       01  DUNNDAYS                        PIC S9(9)       COMP.
       01  NL-DUNNDAYS                     PIC S9(4)       COMP.
       01  CREDITHOLD                      PIC X.
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  SHIPFEE                         PIC S9(3)V99    COMP-3.
       01  NL-SHIPFEE                      PIC S9(4)       COMP.
       01  TAXAMOUNT                       PIC S9(9)V99    COMP-3.
       01  NL-TAXAMOUNT                    PIC S9(4)       COMP.
      *    DAYS(CURRENT DATE) - DAYS(ORDERDATE), COMPUTED BY DB2
       01  AGEDAYS                         PIC S9(9)       COMP.
      **********************LAPTOPORDERS TABLE**************************
       01  WKLINETOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-LINETOTAL                    PIC S9(4)       COMP.
      ***********************PAYMENTS TABLE*****************************
       01  WKPAIDTOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-PAIDTOTAL                    PIC S9(4)       COMP.
      *********************DUNNINGHIST TABLE****************************
      *    THE LETTER BEING RECORDED AND THE DATE IT IS SENT ON
       01  NEWLEVEL                        PIC S9(4)       COMP.
       01  LETTERDATE                      PIC X(10).
      ******************************************************************
      *********************SYSPARMS TABLE*******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUES ARE
      *    ONLY DEFAULTS FOR WHEN NO SYSPARMS ROW EXISTS
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
      *    DAYS PAST THE ORDER DATE EACH LETTER LEVEL STARTS AT, AND
      *    THE FEWEST DAYS ALLOWED BETWEEN TWO LETTERS
       01  DUNN-DAYS-1                     PIC S9(4)       COMP
                                                            VALUE 30.
       01  DUNN-DAYS-2                     PIC S9(4)       COMP
                                                            VALUE 60.
       01  DUNN-DAYS-3                     PIC S9(4)       COMP
                                                            VALUE 90.
       01  DUNN-GAP-DAYS                   PIC S9(4)       COMP
                                                            VALUE 25.
      ******************************************************************
      *********************RUNCONTROL TABLE*****************************
      *    RUN-CONTROL FIELDS - THE ROW KEY FOR THIS RUN, THE PROGRAM
      *    NAME IT LOGS UNDER, AND WORK COUNTS
       01  RC-RUNID                        PIC S9(9)       COMP.
       01  RC-PROGNAME                     PIC X(12).
       01  RC-CNT                          PIC S9(9)       COMP.
       01  RC-ROWS                         PIC S9(9)       COMP.
      *    THE BUSINESS DATE THE RUN LOGS UNDER AND THE WORKING DAY
      *    BEFORE IT, BOTH TAKEN FROM THE COMPANY CALENDAR
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
      *    WORK AREAS FOR THE PRINTED LETTERS
       01  LTR-LINECNT                     PIC 99          VALUE 0.
      *    LETTERHEAD - STARTS EVERY LETTER ON A NEW PAGE
       01  LTR-HEAD-1.
           05  LTR-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(30)
                             VALUE 'ACCOUNTS RECEIVABLE DEPARTMENT'.
           05  FILLER                      PIC X(30)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'DATE: '.
           05  LTR-H1-DATE                 PIC X(10).
       01  LTR-BLANK-LINE.
           05  LTR-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    THE CUSTOMER'S NAME AND MAILING ADDRESS
       01  LTR-ADDR-LINE-1.
           05  LTR-A1-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-A1-NAME                 PIC X(26).
       01  LTR-ADDR-LINE-2.
           05  LTR-A2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-A2-UNITNUM              PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LTR-A2-STREET               PIC X(20).
       01  LTR-ADDR-LINE-3.
           05  LTR-A3-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-A3-CITY                 PIC X(20).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LTR-A3-ST                   PIC XX.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LTR-A3-ZIP                  PIC 9(5).
      *    THE ACCOUNT AND THE NOTICE LEVEL
       01  LTR-REF-LINE.
           05  LTR-R-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'CUSTOMER ID: '.
           05  LTR-R-CUSTID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE '***'.
           05  LTR-R-LEVEL                 PIC X(17).
           05  FILLER            PIC X(3)    VALUE '***'.
      *    ONE LINE OF THE LETTER BODY
       01  LTR-TEXT-LINE.
           05  LTR-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-T-TEXT                  PIC X(64).
       01  LTR-ORD-HEAD.
           05  LTR-OH-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'ORDER ID'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'ORDER DATE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'AGE DAYS'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE 'BALANCE DUE'.
      *    ONE PAST-DUE ORDER ON THE LETTER
       01  LTR-ORD-LINE.
           05  LTR-O-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  LTR-O-ORDERID               PIC X(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-O-ORDERDATE             PIC X(10).
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  LTR-O-AGEDAYS               PIC ZZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-O-BALANCE               PIC $$$$,$$$,$$$.99.
       01  LTR-TOTAL-LINE.
           05  LTR-TL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(30)   VALUE SPACES.
           05  FILLER            PIC X(16)   VALUE 'TOTAL PAST DUE: '.
           05  LTR-TL-AMOUNT               PIC $$$$,$$$,$$$.99.

      *    WORK AREAS FOR THE PRINTED LETTER REGISTER
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(28)
                             VALUE 'DUNNING LETTER REGISTER'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE AGE BREAKS AND THE
      *    LETTER GAP THE RUN ACTUALLY USED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'RUN DATE: '.
           05  RPT-PL-DATE                 PIC X(10).
           05  FILLER                      PIC X(18)
                                           VALUE '  AGE BREAKS/DAYS '.
           05  RPT-PL-DAYS1                PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE '/'.
           05  RPT-PL-DAYS2                PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE '/'.
           05  RPT-PL-DAYS3                PIC ZZ9.
           05  FILLER                      PIC X(24)
                                   VALUE '  DAYS BETWEEN LETTERS '.
           05  RPT-PL-GAP                  PIC ZZ9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(26)   VALUE 'NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(17)   VALUE 'LETTER SENT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'ORDERS'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'OLDEST'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'PAST DUE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(4)    VALUE 'HOLD'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-NAME                  PIC X(26).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LEVEL                 PIC X(17).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ORDCNT                PIC ZZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-OLDEST                PIC ZZZ9.
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-PASTDUE               PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-HOLD                  PIC X.
      *    THE CONTROL TOTALS AT THE END OF THE REGISTER
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(40).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-AMOUNT                PIC $$$,$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-LETTERDATE.
           PERFORM OPEN-FILES.
           PERFORM DECLARE-DUNN.
           PERFORM PROC-DUNN.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.

      *    OVERRIDES THE GLOBAL WHENEVER SQLERROR HANDLING JUST FOR
      *    THIS STATEMENT SO A FAILED CONNECT GETS ITS OWN DISTINCT
      *    MESSAGE INSTEAD OF FALLING INTO THE GENERIC OPENESQL-ERROR
      *    PATH USED FOR EVERY OTHER KIND OF SQL FAILURE
       CONNECT.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL
               CONNECT TO SAMPLE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'UNABLE TO CONNECT TO SAMPLE DATABASE'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN.
           EXEC SQL WHENEVER SQLERROR PERFORM OPENESQL-ERROR END-EXEC.

      *    READS THE OPERATOR-MAINTAINABLE OPERATING PARAMETERS THIS
      *    RUN SHOULD USE - A MISSING ROW LEAVES THE COMPILED DEFAULT
       LOAD-SYSPARMS.
           MOVE 'LINES-PER-PAGE' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.
           MOVE 'DUNN-DAYS-1' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUNN-DAYS-1.
           MOVE 'DUNN-DAYS-2' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUNN-DAYS-2.
           MOVE 'DUNN-DAYS-3' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUNN-DAYS-3.
           MOVE 'DUNN-GAP-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO DUNN-GAP-DAYS.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    THE DATE EVERY LETTER IN THIS RUN IS DATED AND RECORDED
      *    UNDER
       GET-LETTERDATE.
           MOVE 'GET-LETTERDATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :LETTERDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-FILES.
           OPEN OUTPUT DUNNLTR-FILE.
           OPEN OUTPUT DUNNREG-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE DUNNLTR-FILE.
           CLOSE DUNNREG-FILE.

      *    EVERY CUSTOMER IS LOOKED AT - ONE WITH NOTHING PAST DUE MAY
      *    STILL HAVE A COLLECTION CYCLE OR A HOLD TO CLEAR. THE
      *    CUSTOMER'S ORDERS ARE WORKED THROUGH THEIR OWN CURSOR,
      *    KEYED ON THE CUSTOMER JUST FETCHED. A CANCELLED ORDER IS
      *    OWED NOTHING - ANY MONEY ON IT IS THE REFUND QUEUE'S
       DECLARE-DUNN.
           EXEC SQL
               DECLARE DUNNCUST_CUR CURSOR FOR
               SELECT CUSTOMERID, UPPER(FIRSTNAME), UPPER(LASTNAME),
                   UNITNUMBER, UPPER(STREET), UPPER(CITY), ST, ZIP,
                   DUNNLEVEL, DAYS(CURRENT DATE) - DAYS(DUNNDATE),
                   CREDITHOLD
               FROM CUSTOMERS
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL
               DECLARE DUNNORD_CUR CURSOR FOR
               SELECT ORDERID, CHAR(ORDERDATE, ISO), SHIPPINGFEE,
                   TAXAMOUNT, (DAYS(CURRENT DATE) - DAYS(ORDERDATE))
               FROM ORDERS
               WHERE CUSTOMERID = :PK-CUSTID
               AND ORDERDATE <= CURRENT DATE - :DUNN-DAYS-1 DAYS
               AND (ORDSTATUS IS NULL OR ORDSTATUS <> 'X')
               ORDER BY ORDERDATE, ORDERID
           END-EXEC.

       PROC-DUNN.
           MOVE 'N' TO CUSTEOF-SW.
           MOVE 'PROC-DUNN' TO ERR-PARAGRAPH.
           EXEC SQL OPEN DUNNCUST_CUR END-EXEC.
           PERFORM LOOP-DUNN THRU LOOP-DUNN-EXIT
               UNTIL CUSTEOF-SW = 'Y'.
           MOVE 'PROC-DUNN' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DUNNCUST_CUR END-EXEC.

       LOOP-DUNN.
           MOVE ' ' TO FNAME-VALUE.
           MOVE ' ' TO LNAME-VALUE.
           MOVE ' ' TO STREET-VALUE.
           MOVE ' ' TO CITY-VALUE.
           MOVE ' ' TO ST-VALUE.
           MOVE 0 TO NL-DUNNDAYS.
           MOVE 'LOOP-DUNN' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DUNNCUST_CUR
               INTO :PK-CUSTID, :FNAME, :LNAME, :UNITNUM, :STREET,
                   :CITY, :ST, :ZIP, :DUNNLEVEL,
                   :DUNNDAYS :NL-DUNNDAYS, :CREDITHOLD
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CUSTEOF-SW
               GO TO LOOP-DUNN-EXIT.
           PERFORM DUNN-CUSTOMER THRU DUNN-CUSTOMER-EXIT.

       LOOP-DUNN-EXIT.
           EXIT.

      *    ONE CUSTOMER. THE PAST-DUE ORDERS ARE TOTALLED FIRST SO
      *    THE LETTER LEVEL IS KNOWN, THEN THE LETTER IS PRINTED WITH
      *    A SECOND PASS OVER THE SAME ORDERS AND THE LETTER IS
      *    RECORDED AGAINST THE CUSTOMER
       DUNN-CUSTOMER.
           MOVE 0 TO WKPASTDUE.
           MOVE 0 TO WKPASTCNT.
           MOVE 0 TO WKOLDEST.
           MOVE 'N' TO PRINTORD-SW.
           PERFORM SCAN-ORDERS.

      *    NOTHING PAST DUE - THE COLLECTION CYCLE IS OVER, SO THE
      *    NEXT TIME THE CUSTOMER FALLS BEHIND STARTS FROM A REMINDER
           IF WKPASTCNT = 0
               IF DUNNLEVEL > 0 OR CREDITHOLD = 'Y'
                   PERFORM CLEAR-DUNN-CYCLE
               END-IF
               GO TO DUNN-CUSTOMER-EXIT.

      *    THE FINAL DEMAND IS NEVER REPEATED - THE CUSTOMER STAYS ON
      *    CREDIT HOLD AND COLLECTIONS TAKES IT FROM THERE
           IF DUNNLEVEL >= 3
               ADD 1 TO SKIPCTR
               GO TO DUNN-CUSTOMER-EXIT.
           IF NL-DUNNDAYS = 0 AND DUNNDAYS < DUNN-GAP-DAYS
               ADD 1 TO SKIPCTR
               GO TO DUNN-CUSTOMER-EXIT.

           IF WKOLDEST >= DUNN-DAYS-3
               MOVE 3 TO AGELEVEL
           ELSE
               IF WKOLDEST >= DUNN-DAYS-2
                   MOVE 2 TO AGELEVEL
               ELSE
                   MOVE 1 TO AGELEVEL.
           COMPUTE NEWLEVEL = DUNNLEVEL + 1.
           IF AGELEVEL > NEWLEVEL
               MOVE AGELEVEL TO NEWLEVEL.

           PERFORM PRINT-LETTER.
           PERFORM RECORD-LETTER.
           PERFORM WRITE-DETAIL-LINE.

       DUNN-CUSTOMER-EXIT.
           EXIT.

       SCAN-ORDERS.
           MOVE 'N' TO ORDEOF-SW.
           MOVE 'SCAN-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL OPEN DUNNORD_CUR END-EXEC.
           PERFORM LOOP-DUNNORD THRU LOOP-DUNNORD-EXIT
               UNTIL ORDEOF-SW = 'Y'.
           MOVE 'SCAN-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DUNNORD_CUR END-EXEC.

      *    ONLY ORDERS PAST THE FIRST AGE BREAK ARE FETCHED - OF THOSE,
      *    ONLY ONES STILL OWING MONEY ARE PAST DUE
       LOOP-DUNNORD.
           MOVE 0 TO NL-SHIPFEE.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE 'LOOP-DUNNORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DUNNORD_CUR
               INTO :PK-ORDERID, :ORDERDATE, :SHIPFEE :NL-SHIPFEE,
                   :TAXAMOUNT :NL-TAXAMOUNT, :AGEDAYS
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO ORDEOF-SW
               GO TO LOOP-DUNNORD-EXIT.
           PERFORM CALC-BALANCE.
           IF WKBALANCE <= 0
               GO TO LOOP-DUNNORD-EXIT.
           IF PRINTORD-SW = 'Y'
               PERFORM WRITE-LETTER-ORDER
           ELSE
               ADD WKBALANCE TO WKPASTDUE
               ADD 1 TO WKPASTCNT
               IF AGEDAYS > WKOLDEST
                   MOVE AGEDAYS TO WKOLDEST.

       LOOP-DUNNORD-EXIT.
           EXIT.

      *    THE ORDER TOTAL A CUSTOMER OWES IS LINE ITEMS PLUS SALES
      *    TAX PLUS SHIPPING, LESS EVERY PAYMENT ON FILE - THE SAME
      *    MATH THE OPEN BALANCE REPORT USES
       CALC-BALANCE.
      *    THE ORDER'S EXTENDED WARRANTY CONTRACTS BILL WITH ITS LINES
           MOVE 'CALC-BALANCE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST) +
                   COALESCE((SELECT SUM(C.PRICE)
                             FROM WARRANTYCONTRACTS C
                             WHERE C.ORDERID = :PK-ORDERID), 0)
               INTO :WKLINETOTAL :NL-LINETOTAL
               FROM LAPTOPORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF NL-LINETOTAL < 0
               MOVE 0 TO WKLINETOTAL.
           EXEC SQL
               SELECT SUM(AMOUNT)
               INTO :WKPAIDTOTAL :NL-PAIDTOTAL
               FROM PAYMENTS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF NL-PAIDTOTAL < 0
               MOVE 0 TO WKPAIDTOTAL.
           IF NL-TAXAMOUNT < 0
               MOVE 0 TO TAXAMOUNT.
           IF NL-SHIPFEE = 0
               COMPUTE WKORDERTOTAL = WKLINETOTAL + TAXAMOUNT + SHIPFEE
           ELSE
               COMPUTE WKORDERTOTAL = WKLINETOTAL + TAXAMOUNT.
           COMPUTE WKBALANCE = WKORDERTOTAL - WKPAIDTOTAL.

      *    THE CUSTOMER HAS CAUGHT UP - THE LEVEL GOES BACK TO 0 AND A
      *    HOLD THE FINAL DEMAND SET IS LIFTED
       CLEAR-DUNN-CYCLE.
           MOVE 'CLEAR-DUNN-CYCLE' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CUSTOMERS
                   SET DUNNLEVEL = 0,
                       CREDITHOLD = 'N'
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           ADD 1 TO CLEARCTR.

      *    ONE LETTER - LETTERHEAD, ADDRESS, THE BODY FOR THE LEVEL,
      *    THE PAST-DUE ORDERS AND THEIR TOTAL
       PRINT-LETTER.
           MOVE LETTERDATE TO LTR-H1-DATE.
           WRITE DUNNLTR-REC FROM LTR-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE DUNNLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ' ' TO LTR-A1-NAME.
           STRING FNAME-VALUE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               LNAME-VALUE DELIMITED BY SPACE
           INTO LTR-A1-NAME.
           WRITE DUNNLTR-REC FROM LTR-ADDR-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE UNITNUM TO LTR-A2-UNITNUM.
           MOVE STREET-VALUE TO LTR-A2-STREET.
           WRITE DUNNLTR-REC FROM LTR-ADDR-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE CITY-VALUE TO LTR-A3-CITY.
           MOVE ST-VALUE TO LTR-A3-ST.
           MOVE ZIP TO LTR-A3-ZIP.
           WRITE DUNNLTR-REC FROM LTR-ADDR-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE DUNNLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE PK-CUSTID TO LTR-R-CUSTID.
           PERFORM SET-LEVEL-NAME.
           MOVE RPT-D-LEVEL TO LTR-R-LEVEL.
           WRITE DUNNLTR-REC FROM LTR-REF-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DUNNLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM WRITE-LETTER-BODY.
           WRITE DUNNLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DUNNLTR-REC FROM LTR-ORD-HEAD
               AFTER ADVANCING 1 LINE.

           MOVE 'Y' TO PRINTORD-SW.
           PERFORM SCAN-ORDERS.
           MOVE 'N' TO PRINTORD-SW.

           MOVE WKPASTDUE TO LTR-TL-AMOUNT.
           WRITE DUNNLTR-REC FROM LTR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DUNNLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'IF YOUR PAYMENT HAS ALREADY BEEN SENT, PLEASE ACCEPT'
               TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           MOVE 'OUR THANKS AND DISREGARD THIS NOTICE.' TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.

       SET-LEVEL-NAME.
           EVALUATE NEWLEVEL
               WHEN 1
                   MOVE 'FRIENDLY REMINDER' TO RPT-D-LEVEL
               WHEN 2
                   MOVE 'SECOND NOTICE' TO RPT-D-LEVEL
               WHEN OTHER
                   MOVE 'FINAL DEMAND' TO RPT-D-LEVEL
           END-EVALUATE.

      *    THE WORDING FOR EACH LEVEL - FIRMER AT EACH STEP, AND THE
      *    FINAL DEMAND TELLS THE CUSTOMER THE ACCOUNT IS ON HOLD
       WRITE-LETTER-BODY.
           EVALUATE NEWLEVEL
               WHEN 1
                   MOVE 'THIS IS A FRIENDLY REMINDER THAT THE ORDERS'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'LISTED BELOW ARE PAST DUE. WE KNOW THESE'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'THINGS SLIP - PLEASE SEND YOUR PAYMENT AT'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'YOUR EARLIEST CONVENIENCE.' TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
               WHEN 2
                   MOVE 'OUR RECORDS SHOW THE ORDERS LISTED BELOW ARE'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'STILL UNPAID DESPITE OUR EARLIER REMINDER.'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'PLEASE SEND PAYMENT IN FULL WITHIN 10 DAYS,'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'OR CALL US TO ARRANGE PAYMENT.' TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
               WHEN OTHER
                   MOVE 'FINAL DEMAND FOR PAYMENT. THE ORDERS LISTED'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'BELOW REMAIN UNPAID AFTER REPEATED NOTICES.'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'YOUR ACCOUNT HAS BEEN PLACED ON CREDIT HOLD'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'AND NO FURTHER ORDERS WILL BE RELEASED UNTIL'
                       TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
                   MOVE 'THE BALANCE IS PAID IN FULL.' TO LTR-T-TEXT
                   PERFORM WRITE-LETTER-TEXT
           END-EVALUATE.

       WRITE-LETTER-TEXT.
           WRITE DUNNLTR-REC FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-LETTER-ORDER.
           MOVE PK-ORDERID TO LTR-O-ORDERID.
           MOVE ORDERDATE TO LTR-O-ORDERDATE.
           MOVE AGEDAYS TO LTR-O-AGEDAYS.
           MOVE WKBALANCE TO LTR-O-BALANCE.
           WRITE DUNNLTR-REC FROM LTR-ORD-LINE
               AFTER ADVANCING 1 LINE.

      *    THE HISTORY ROW IS WHAT THE NEXT RUN ESCALATES FROM AND
      *    WHAT THE PHONE REP SEES ON THE CUSTOMER - THE CUSTOMER ROW
      *    CARRIES THE CURRENT LEVEL, AND A FINAL DEMAND SETS THE HOLD
       RECORD-LETTER.
           MOVE 'RECORD-LETTER' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO DUNNINGHIST
                   (CUSTOMERID, LETTERDATE, DUNNLEVEL, PASTDUEAMT,
                   OLDESTDAYS, ORDERCOUNT, RUNID)
               VALUES (:PK-CUSTID, :LETTERDATE, :NEWLEVEL,
                   :WKPASTDUE, :WKOLDEST, :WKPASTCNT, :RC-RUNID)
           END-EXEC.
           IF NEWLEVEL >= 3
               MOVE 'Y' TO CREDITHOLD.
           EXEC SQL
               UPDATE CUSTOMERS
                   SET DUNNLEVEL = :NEWLEVEL,
                       DUNNDATE = :LETTERDATE,
                       CREDITHOLD = :CREDITHOLD
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           ADD 1 TO ROWCTR.
           ADD WKPASTDUE TO WKLTRTOTAL.
           EVALUATE NEWLEVEL
               WHEN 1
                   ADD 1 TO LVL1CTR
               WHEN 2
                   ADD 1 TO LVL2CTR
               WHEN OTHER
                   ADD 1 TO LVL3CTR
           END-EVALUATE.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE DUNNREG-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE LETTERDATE TO RPT-PL-DATE.
           MOVE DUNN-DAYS-1 TO RPT-PL-DAYS1.
           MOVE DUNN-DAYS-2 TO RPT-PL-DAYS2.
           MOVE DUNN-DAYS-3 TO RPT-PL-DAYS3.
           MOVE DUNN-GAP-DAYS TO RPT-PL-GAP.
           WRITE DUNNREG-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DUNNREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DUNNREG-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE DUNNREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE PK-CUSTID TO RPT-D-CUSTID.
           MOVE LTR-A1-NAME TO RPT-D-NAME.
           PERFORM SET-LEVEL-NAME.
           MOVE WKPASTCNT TO RPT-D-ORDCNT.
           MOVE WKOLDEST TO RPT-D-OLDEST.
           MOVE WKPASTDUE TO RPT-D-PASTDUE.
           MOVE CREDITHOLD TO RPT-D-HOLD.
           WRITE DUNNREG-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - LETTERS BY LEVEL MUST FOOT TO THE LETTERS
      *    SENT, AND THE PAST-DUE TOTAL TO THE REGISTER'S DETAIL
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 8 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE DUNNREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-T-AMOUNT.
           MOVE 'FRIENDLY REMINDERS SENT' TO RPT-T-CAPTION.
           MOVE LVL1CTR TO RPT-T-COUNT.
           WRITE DUNNREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SECOND NOTICES SENT' TO RPT-T-CAPTION.
           MOVE LVL2CTR TO RPT-T-COUNT.
           WRITE DUNNREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FINAL DEMANDS SENT - NOW ON CREDIT HOLD' TO
               RPT-T-CAPTION.
           MOVE LVL3CTR TO RPT-T-COUNT.
           WRITE DUNNREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LETTERS SENT / PAST DUE BILLED' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           MOVE WKLTRTOTAL TO RPT-T-AMOUNT.
           WRITE DUNNREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-T-AMOUNT.
           MOVE 'PAST DUE - NO LETTER DUE YET OR FINAL' TO
               RPT-T-CAPTION.
           MOVE SKIPCTR TO RPT-T-COUNT.
           WRITE DUNNREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CAUGHT UP - LEVEL AND HOLD CLEARED' TO RPT-T-CAPTION.
           MOVE CLEARCTR TO RPT-T-COUNT.
           WRITE DUNNREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 7 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'DUNNING' TO RC-PROGNAME.

      *    A RUN THAT ALREADY COMPLETED FOR THIS BUSINESS DATE MEANS
      *    THE STREAM WAS RESUBMITTED AFTER A MID-STREAM FAILURE -
      *    END CLEANLY AS ALREADY-DONE, SO OPERATIONS CAN SIMPLY
      *    RESUBMIT THE JOB AND ONLY THE UNFINISHED STEPS EXECUTE
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
               DISPLAY RC-PROGNAME ' HAS ALREADY COMPLETED FOR THIS'
                   ' BUSINESS DAY - NOTHING TO DO'
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
                   ' STARTED FOR THIS BUSINESS DAY'.

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
                   ' ITS RUN FOR THE PRIOR BUSINESS DAY'.

           EXEC SQL
               INSERT INTO RUNCONTROL
                   (PROGRAMNAME, BUSINESSDATE, STARTTIME, ENDTIME,
                   ROWSWRITTEN, STATUS)
               VALUES (:RC-PROGNAME, :RC-BUSDATE, CURRENT TIME,
               NULL, NULL, 'S')
           END-EXEC.
           EXEC SQL
               SELECT MAX(RUNID)
               INTO :RC-RUNID
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

      *    THE BUSINESS DATE IS THE LATEST WORKING DAY ON OR BEFORE
      *    TODAY ON THE COMPANY CALENDAR, SO A RUN ON A WEEKEND OR A
      *    HOLIDAY LOGS UNDER THE WORKING DAY IT FOLLOWS AND FINDS
      *    THAT DAY'S RUN ALREADY DONE. A DAY MISSING FROM THE
      *    CALENDAR COUNTS AS A WORKING DAY, SO THE STREAM STILL RUNS
      *    IF NEXT YEAR'S CALENDAR WAS NEVER GENERATED
       GET-BUSINESSDATES.
           MOVE 'GET-BUSINESSDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RC-CNT
               FROM BUSCALENDAR
               WHERE CALDATE = CURRENT DATE
           END-EXEC.
           IF RC-CNT = 0
               DISPLAY 'WARNING - TODAY IS NOT ON THE COMPANY'
                   ' CALENDAR - RUNNING AS A WORKING DAY'
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE - 1 DAY, ISO)
                   INTO :RC-BUSDATE, :RC-PRIORDATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CHAR(COALESCE(MAX(CALDATE), CURRENT DATE),
                       ISO)
                   INTO :RC-BUSDATE
                   FROM BUSCALENDAR
                   WHERE CALDATE <= CURRENT DATE
                   AND BUSINESSDAY = 'Y'
               END-EXEC
               EXEC SQL
                   SELECT CHAR(COALESCE(MAX(CALDATE),
                       DATE(:RC-BUSDATE) - 1 DAY), ISO)
                   INTO :RC-PRIORDATE
                   FROM BUSCALENDAR
                   WHERE CALDATE < DATE(:RC-BUSDATE)
                   AND BUSINESSDAY = 'Y'
               END-EXEC.

      *    MARKS THE RUN COMPLETE WITH ITS END TIME AND ROW COUNT
       CLOSE-RUNCONTROL.
           MOVE ROWCTR TO RC-ROWS.
           MOVE 'CLOSE-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE RUNCONTROL
                   SET ENDTIME = CURRENT TIME,
                       ROWSWRITTEN = :RC-ROWS,
                       STATUS = 'C'
                   WHERE RUNID = :RC-RUNID
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

       SHUT-DOWN.
           DISPLAY ROWCTR ' DUNNING LETTER(S) TOTALING ' WKLTRTOTAL
               ' PAST DUE WERE PRINTED'.
           DISPLAY LVL3CTR ' CUSTOMER(S) WERE SENT A FINAL DEMAND AND'
               ' PLACED ON CREDIT HOLD'.
           DISPLAY CLEARCTR ' CUSTOMER(S) CAUGHT UP AND WERE CLEARED'.
           STOP RUN.

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
           MOVE 'DUNNING' TO ERR-PROGNAME.
           MOVE PK-CUSTID TO ERR-KEYVALUE.
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
