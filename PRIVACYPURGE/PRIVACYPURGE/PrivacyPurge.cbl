       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVPURG.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH PRIVACY PURGE - A CUSTOMER WHO HAS HAD NOTHING TO DO
      *    WITH US FOR LONGER THAN THE PRIVACY-RETAIN-DAYS PERIOD HAS
      *    THEIR PERSONAL DETAILS ANONYMIZED. ELIGIBLE MEANS NO ORDER
      *    AND NO PAYMENT INSIDE THE RETENTION WINDOW (ARCHIVED ORDERS
      *    INCLUDED), NOTHING STILL OWED EITHER WAY - NO OPEN BALANCE,
      *    NO CREDIT ON ACCOUNT, NO REFUND STILL TO PAY - AND NO
      *    WARRANTY COVERAGE OR WARRANTY CLAIM STILL OPEN ON ANYTHING
      *    THEY BOUGHT. THE NAME, STREET, UNIT, ZIP AND EMAIL ON
      *    CUSTOMERS ARE OVERWRITTEN, THE STREET LEVEL OF EVERY
      *    DELIVERY ADDRESS ON THEIR ORDERS IS CLEARED, THE SHIP-TO
      *    ADDRESS BOOK IS DROPPED AND THE TEXT OF THEIR CONTACT NOTES
      *    IS REMOVED. THE CUSTOMER ID, CITY AND STATE AND EVERY ORDER,
      *    PAYMENT, RETURN AND TAX ROW STAY AS THEY ARE, SO THE SALES,
      *    TAX AND GL FIGURES STILL TIE OUT. THE ARCHIVE FILES CARRY
      *    NO NAME OR STREET ADDRESS AND ARE ONLY READ. WITH
      *    PRIVACY-TRIAL-RUN SET THE RUN CHANGES NOTHING AND ONLY
      *    PRINTS THE REGISTER OF WHO WOULD BE ANONYMIZED. RUN FROM
      *    THE PRIVPURG JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CUMULATIVE ORDER ARCHIVE FILE WRITTEN BY THE ARCHIVE JOB
           SELECT ORDARCH-FILE ASSIGN TO ORDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDARCH-STATUS.
      *    PRINT FILE FOR THE PURGE REGISTER
           SELECT PRIVRPT-FILE ASSIGN TO PRIVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDARCH-FILE.
       01  ORDARCH-REC.
           05  ARC-ORDERID                 PIC X(8).
           05  ARC-CUSTID                  PIC X(8).
           05  ARC-ORDERDATE               PIC X(10).
           05  ARC-SHIPDATE                PIC X(10).
           05  ARC-ARRIVDATE               PIC X(10).
           05  ARC-SHIPCITY                PIC X(20).
           05  ARC-SHIPST                  PIC XX.
           05  ARC-SHIPFEE                 PIC 9(3)V99.
           05  ARC-TAXAMOUNT               PIC 9(9)V99.
           05  ARC-EMPNO                   PIC X(6).
       FD  PRIVRPT-FILE.
       01  PRIVRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    FILE STATUS KEY FOR THE ARCHIVE FILE
       01  ORDARCH-STATUS                  PIC X(2)        VALUE '00'.
      *    COUNTERS - CUSTOMERS ANONYMIZED (OR THAT WOULD BE, ON A
      *    TRIAL RUN), ARCHIVED ORDERS READ, AND CUSTOMERS KEPT FOR
      *    EACH REASON
       01  ROWCTR                          PIC 9(6)        VALUE 0.
       01  ARCCTR                          PIC 9(6)        VALUE 0.
       01  KEEPORDCTR                      PIC 9(6)        VALUE 0.
       01  KEEPPAYCTR                      PIC 9(6)        VALUE 0.
       01  KEEPBALCTR                      PIC 9(6)        VALUE 0.
       01  KEEPCRDCTR                      PIC 9(6)        VALUE 0.
       01  KEEPWARCTR                      PIC 9(6)        VALUE 0.
      *    THE ORDER'S FULL COST AND THE BALANCE ITS PAYMENTS LEAVE
       01  WKORDERTOTAL                    PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKBALANCE                       PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' WHEN A CURSOR OR THE ARCHIVE FILE RUNS OUT - THE
      *    ORDER CURSOR IS WORKED INSIDE THE CUSTOMER LOOP, SO ITS END
      *    CAN'T BE ALLOWED TO END THE CUSTOMER LOOP TOO
       01  CUSTEOF-SW                      PIC X           VALUE 'N'.
       01  ORDEOF-SW                       PIC X           VALUE 'N'.
       01  ARCEOF-SW                       PIC X           VALUE 'N'.
      *    'Y' WHEN PRIVACY-TRIAL-RUN IS SET - NOTHING IS CHANGED
       01  TRIALRUN-SW                     PIC X           VALUE 'Y'.

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
       01  CITY.
           49  CITY-LENG                   PIC S9(4)       COMP.
           49  CITY-VALUE                  PIC X(20).
       01  ST.
           49  ST-LENG                     PIC S9(4)       COMP.
           49  ST-VALUE                    PIC XX.
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  SHIPFEE                         PIC S9(3)V99    COMP-3.
       01  NL-SHIPFEE                      PIC S9(4)       COMP.
       01  TAXAMOUNT                       PIC S9(9)V99    COMP-3.
       01  NL-TAXAMOUNT                    PIC S9(4)       COMP.
      *    THE CUSTOMER'S MOST RECENT ORDER STILL IN THE DATABASE
       01  LASTORDER                       PIC X(10).
       01  NL-LASTORDER                    PIC S9(4)       COMP.
      **********************LAPTOPORDERS TABLE**************************
       01  WKLINETOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-LINETOTAL                    PIC S9(4)       COMP.
      ***********************PAYMENTS TABLE*****************************
       01  WKPAIDTOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-PAIDTOTAL                    PIC S9(4)       COMP.
      *********************PRIVACYHOLD TABLE****************************
      *    WHY THE CUSTOMER IS KEPT - ' ' WHILE NOTHING HAS BEEN FOUND.
      *    'O' = RECENT ORDER, 'P' = RECENT PAYMENT, 'B' = OPEN
      *    BALANCE, 'C' = CREDIT OR REFUND OWED, 'W' = WARRANTY
       01  HOLDREASON                      PIC X.
       01  HOLDCNT                         PIC S9(9)       COMP.
      *    THE RUN DATE AND THE START OF THE RETENTION WINDOW - AN
      *    ORDER OR PAYMENT AFTER THE CUTOFF DATE IS INSIDE IT
       01  RUNDATE                         PIC X(10).
       01  CUTOFFDATE                      PIC X(10).
      *********************SYSPARMS TABLE*******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUES ARE
      *    ONLY DEFAULTS FOR WHEN NO SYSPARMS ROW EXISTS. A MISSING
      *    TRIAL-RUN ROW LEAVES THE RUN IN TRIAL MODE
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
       01  PRIV-RETAIN-DAYS                PIC S9(4)       COMP
                                                            VALUE 2555.
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
      *    WORK AREAS FOR THE PRINTED PURGE REGISTER
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(28)
                             VALUE 'PRIVACY PURGE REGISTER'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE RETENTION PERIOD THE
      *    RUN USED AND WHETHER ANYTHING WAS ACTUALLY CHANGED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE: '.
           05  RPT-PL-DATE                 PIC X(10).
           05  FILLER                      PIC X(18)
                                           VALUE '  RETENTION DAYS: '.
           05  RPT-PL-DAYS                 PIC ZZZ9.
           05  FILLER                      PIC X(22)
                                   VALUE '  NO ACTIVITY SINCE: '.
           05  RPT-PL-CUTOFF               PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-PL-MODE                 PIC X(30).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(20)   VALUE 'CITY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'LAST ORDER'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'ACTION'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CITY                  PIC X(20).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ST                    PIC XX.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LASTORDER             PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ACTION                PIC X(16).
      *    THE CONTROL TOTALS AT THE END OF THE REGISTER
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(44).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-RUNDATES.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ARCHIVE-HOLDS THRU LOAD-ARCHIVE-HOLDS-EXIT.
           PERFORM DECLARE-PRIV.
           PERFORM PROC-PRIV.
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
      *    RUN SHOULD USE - A MISSING ROW LEAVES THE COMPILED DEFAULT.
      *    ONLY A TRIAL-RUN VALUE OF 0 LETS THE RUN CHANGE ANYTHING
       LOAD-SYSPARMS.
           MOVE 'LINES-PER-PAGE' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.
           MOVE 'PRIVACY-RETAIN-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO PRIV-RETAIN-DAYS.
           MOVE 'PRIVACY-TRIAL-RUN' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0 AND SP-PARMVALUE = 0
               MOVE 'N' TO TRIALRUN-SW.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    TODAY, AND THE FIRST DAY OF THE RETENTION WINDOW
       GET-RUNDATES.
           MOVE 'GET-RUNDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                   CHAR(CURRENT DATE - :PRIV-RETAIN-DAYS DAYS, ISO)
               INTO :RUNDATE, :CUTOFFDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-FILES.
           OPEN OUTPUT PRIVRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE PRIVRPT-FILE.

      *    AN ARCHIVED ORDER IS GONE FROM ORDERS BUT STILL COUNTS -
      *    THE ARCHIVE FILE IS READ ONCE, AND EVERY CUSTOMER WITH AN
      *    ARCHIVED ORDER INSIDE THE WINDOW, OR WITH A WARRANTY
      *    CONTRACT STILL RUNNING ON ONE, IS NOTED IN PRIVACYHOLD FOR
      *    THE CUSTOMER PASS TO FIND. WITHOUT THE ARCHIVE THE RUN
      *    CAN'T TELL WHO IS REALLY INACTIVE, SO IT STOPS
       LOAD-ARCHIVE-HOLDS.
           MOVE 'LOAD-ARCHIVE-HOLDS' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM PRIVACYHOLD
           END-EXEC.
           OPEN INPUT ORDARCH-FILE.
           IF ORDARCH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE ORDER ARCHIVE FILE,'
                   ' STATUS ' ORDARCH-STATUS
               DISPLAY 'NO CUSTOMER WAS ANONYMIZED'
               EXEC SQL ROLLBACK WORK END-EXEC
               STOP RUN.
           MOVE 'N' TO ARCEOF-SW.
           PERFORM READ-ORDARCH THRU READ-ORDARCH-EXIT
               UNTIL ARCEOF-SW = 'Y'.
           CLOSE ORDARCH-FILE.

       LOAD-ARCHIVE-HOLDS-EXIT.
           EXIT.

       READ-ORDARCH.
           READ ORDARCH-FILE
               AT END
                   MOVE 'Y' TO ARCEOF-SW
                   GO TO READ-ORDARCH-EXIT
           END-READ.
           ADD 1 TO ARCCTR.
           MOVE ARC-CUSTID TO PK-CUSTID.
           MOVE ARC-ORDERID TO PK-ORDERID.
           IF ARC-ORDERDATE > CUTOFFDATE
               MOVE 'O' TO HOLDREASON
               PERFORM ADD-ARCHIVE-HOLD
               GO TO READ-ORDARCH-EXIT.
           MOVE 'READ-ORDARCH' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOLDCNT
               FROM WARRANTYCONTRACTS
               WHERE ORDERID = :PK-ORDERID
               AND ENDDATE >= CURRENT DATE
           END-EXEC.
           IF HOLDCNT > 0
               MOVE 'W' TO HOLDREASON
               PERFORM ADD-ARCHIVE-HOLD.

       READ-ORDARCH-EXIT.
           EXIT.

      *    ONE ROW PER CUSTOMER - THE FIRST REASON FOUND STANDS
       ADD-ARCHIVE-HOLD.
           MOVE 'ADD-ARCHIVE-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOLDCNT
               FROM PRIVACYHOLD
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF HOLDCNT = 0
               EXEC SQL
                   INSERT INTO PRIVACYHOLD (CUSTOMERID, HOLDREASON)
                   VALUES (:PK-CUSTID, :HOLDREASON)
               END-EXEC.

      *    EVERY CUSTOMER NOT ALREADY ANONYMIZED WHO HAS BEEN ON FILE
      *    LONGER THAN THE RETENTION PERIOD - A CUSTOMER SET UP LAST
      *    WEEK WITH NO ORDER YET IS NOT INACTIVE. THE CUSTOMER'S
      *    ORDERS ARE WORKED THROUGH THEIR OWN CURSOR FOR THE BALANCE
       DECLARE-PRIV.
           EXEC SQL
               DECLARE PRIVCUST_CUR CURSOR FOR
               SELECT CUSTOMERID, UPPER(CITY), ST
               FROM CUSTOMERS
               WHERE ANONDATE IS NULL
               AND CREATEDDATE <= :CUTOFFDATE
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL
               DECLARE PRIVORD_CUR CURSOR FOR
               SELECT ORDERID, SHIPPINGFEE, TAXAMOUNT
               FROM ORDERS
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.

       PROC-PRIV.
           MOVE 'N' TO CUSTEOF-SW.
           MOVE 'PROC-PRIV' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PRIVCUST_CUR END-EXEC.
           PERFORM LOOP-PRIV THRU LOOP-PRIV-EXIT
               UNTIL CUSTEOF-SW = 'Y'.
           MOVE 'PROC-PRIV' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRIVCUST_CUR END-EXEC.

       LOOP-PRIV.
           MOVE ' ' TO CITY-VALUE.
           MOVE ' ' TO ST-VALUE.
           MOVE 'LOOP-PRIV' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRIVCUST_CUR
               INTO :PK-CUSTID, :CITY, :ST
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CUSTEOF-SW
               GO TO LOOP-PRIV-EXIT.
           MOVE ' ' TO HOLDREASON.
           PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-EXIT.
           EVALUATE HOLDREASON
               WHEN 'O'
                   ADD 1 TO KEEPORDCTR
               WHEN 'P'
                   ADD 1 TO KEEPPAYCTR
               WHEN 'B'
                   ADD 1 TO KEEPBALCTR
               WHEN 'C'
                   ADD 1 TO KEEPCRDCTR
               WHEN 'W'
                   ADD 1 TO KEEPWARCTR
               WHEN OTHER
                   PERFORM SELECT-LASTORDER
                   IF TRIALRUN-SW = 'N'
                       PERFORM ANONYMIZE-CUSTOMER
                   END-IF
                   ADD 1 TO ROWCTR
                   PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

       LOOP-PRIV-EXIT.
           EXIT.

      *    THE CHECKS RUN CHEAPEST FIRST AND STOP AT THE FIRST REASON
      *    TO KEEP THE CUSTOMER
       CHECK-CUSTOMER.
           MOVE 'CHECK-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOLDCNT
               FROM ORDERS
               WHERE CUSTOMERID = :PK-CUSTID
               AND ORDERDATE > :CUTOFFDATE
           END-EXEC.
           IF HOLDCNT > 0
               MOVE 'O' TO HOLDREASON
               GO TO CHECK-CUSTOMER-EXIT.

           EXEC SQL
               SELECT HOLDREASON
               INTO :HOLDREASON
               FROM PRIVACYHOLD
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           IF SQLCODE = 0
               GO TO CHECK-CUSTOMER-EXIT.
           MOVE ' ' TO HOLDREASON.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOLDCNT
               FROM PAYMENTS P, ORDERS O
               WHERE P.ORDERID = O.ORDERID
               AND O.CUSTOMERID = :PK-CUSTID
               AND P.PAYMENTDATE > :CUTOFFDATE
           END-EXEC.
           IF HOLDCNT > 0
               MOVE 'P' TO HOLDREASON
               GO TO CHECK-CUSTOMER-EXIT.

      *    A RETURN WHOSE REFUND IS STILL AWAITING REVIEW OR APPROVED
      *    BUT NOT YET DISBURSED IS MONEY WE STILL OWE THE CUSTOMER
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOLDCNT
               FROM RETURNS R, ORDERS O
               WHERE R.ORDERID = O.ORDERID
               AND O.CUSTOMERID = :PK-CUSTID
               AND R.REFUNDSTATUS IN ('N', 'A')
           END-EXEC.
           IF HOLDCNT > 0
               MOVE 'C' TO HOLDREASON
               GO TO CHECK-CUSTOMER-EXIT.

           PERFORM SCAN-ORDERS.
           IF HOLDREASON NOT = ' '
               GO TO CHECK-CUSTOMER-EXIT.

      *    COVERAGE STILL RUNNING ON SOMETHING THEY BOUGHT - AN
      *    EXTENDED WARRANTY CONTRACT, THE MODEL'S OWN WARRANTY, OR A
      *    CLAIM ON ONE OF THEIR UNITS STILL BEING WORKED
           MOVE 'CHECK-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOLDCNT
               FROM ORDERS O
               WHERE O.CUSTOMERID = :PK-CUSTID
               AND (EXISTS
                       (SELECT 1
                        FROM WARRANTYCONTRACTS C
                        WHERE C.ORDERID = O.ORDERID
                        AND C.ENDDATE >= CURRENT DATE)
                   OR EXISTS
                       (SELECT 1
                        FROM LAPTOPORDERS LO, LAPTOPS L
                        WHERE LO.ORDERID = O.ORDERID
                        AND LO.LAPTOPID = L.LAPTOPID
                        AND O.ORDERDATE + L.WARRANTY YEARS
                            >= CURRENT DATE)
                   OR EXISTS
                       (SELECT 1
                        FROM WARRANTYCLAIMS W, LAPTOPUNITS U
                        WHERE U.ORDERID = O.ORDERID
                        AND W.SERIALNUM = U.SERIALNUM
                        AND W.RESOLUTIONSTATUS IN ('O', 'P')))
           END-EXEC.
           IF HOLDCNT > 0
               MOVE 'W' TO HOLDREASON.

       CHECK-CUSTOMER-EXIT.
           EXIT.

      *    ANY ORDER STILL OWING MONEY KEEPS THE CUSTOMER FOR
      *    COLLECTIONS, AND ANY ORDER PAID PAST ITS COST IS CREDIT THE
      *    CUSTOMER STILL HOLDS ON ACCOUNT
       SCAN-ORDERS.
           MOVE 'N' TO ORDEOF-SW.
           MOVE 'SCAN-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PRIVORD_CUR END-EXEC.
           PERFORM LOOP-PRIVORD THRU LOOP-PRIVORD-EXIT
               UNTIL ORDEOF-SW = 'Y'.
           MOVE 'SCAN-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRIVORD_CUR END-EXEC.

       LOOP-PRIVORD.
           MOVE 0 TO NL-SHIPFEE.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE 'LOOP-PRIVORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRIVORD_CUR
               INTO :PK-ORDERID, :SHIPFEE :NL-SHIPFEE,
                   :TAXAMOUNT :NL-TAXAMOUNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO ORDEOF-SW
               GO TO LOOP-PRIVORD-EXIT.
           IF HOLDREASON NOT = ' '
               GO TO LOOP-PRIVORD-EXIT.
           PERFORM CALC-BALANCE.
           IF WKBALANCE > 0
               MOVE 'B' TO HOLDREASON
           ELSE
               IF WKBALANCE < 0
                   MOVE 'C' TO HOLDREASON.

       LOOP-PRIVORD-EXIT.
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

       SELECT-LASTORDER.
           MOVE ' ' TO LASTORDER.
           MOVE 0 TO NL-LASTORDER.
           MOVE 'SELECT-LASTORDER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(MAX(ORDERDATE), ISO)
               INTO :LASTORDER :NL-LASTORDER
               FROM ORDERS
               WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.

      *    THE PERSONAL DETAILS GO - THE NAME BECOMES A PLACEHOLDER
      *    CARRYING THE CUSTOMER ID SO NO TWO ANONYMIZED CUSTOMERS
      *    LOOK ALIKE TO THE DUPLICATE REPORT. CITY AND STATE STAY FOR
      *    THE TAX AND TERRITORY FIGURES, AS DO THE DELIVERY CITY AND
      *    STATE ON THE ORDERS. OPEN CASES ARE CLOSED WITH THE NOTES
       ANONYMIZE-CUSTOMER.
           MOVE 'ANONYMIZE-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE CUSTOMERS
                   SET FIRSTNAME = 'ANONYMIZED',
                       LASTNAME = 'CUST ' || CUSTOMERID,
                       UNITNUMBER = 0,
                       STREET = 'REMOVED',
                       ZIP = 0,
                       EMAIL = NULL,
                       ANONDATE = CURRENT DATE
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               UPDATE ORDERS
                   SET SHIPPINGUNIT = NULL,
                       SHIPPINGSTREET = NULL,
                       SHIPPINGZIP = NULL
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               DELETE FROM CUSTSHIPTO
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.
           EXEC SQL
               UPDATE CUSTNOTES
                   SET NOTETEXT = 'REMOVED FOR PRIVACY',
                       NOTESTATUS = 'C',
                       CLOSEDDATE = COALESCE(CLOSEDDATE, CURRENT DATE)
                   WHERE CUSTOMERID = :PK-CUSTID
           END-EXEC.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE PRIVRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RUNDATE TO RPT-PL-DATE.
           MOVE PRIV-RETAIN-DAYS TO RPT-PL-DAYS.
           MOVE CUTOFFDATE TO RPT-PL-CUTOFF.
           IF TRIALRUN-SW = 'Y'
               MOVE 'TRIAL RUN - NOTHING CHANGED' TO RPT-PL-MODE
           ELSE
               MOVE 'LIVE RUN' TO RPT-PL-MODE.
           WRITE PRIVRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRIVRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRIVRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE PRIVRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE PK-CUSTID TO RPT-D-CUSTID.
           MOVE CITY-VALUE TO RPT-D-CITY.
           MOVE ST-VALUE TO RPT-D-ST.
           IF NL-LASTORDER < 0
               MOVE 'NONE ON FILE' TO RPT-D-LASTORDER
           ELSE
               MOVE LASTORDER TO RPT-D-LASTORDER.
           IF TRIALRUN-SW = 'Y'
               MOVE 'WOULD ANONYMIZE' TO RPT-D-ACTION
           ELSE
               MOVE 'ANONYMIZED' TO RPT-D-ACTION.
           WRITE PRIVRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - EVERY CUSTOMER PAST THE RETENTION PERIOD
      *    IS EITHER ANONYMIZED OR COUNTED UNDER THE REASON IT WAS KEPT
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 9 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE PRIVRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED ORDERS CHECKED' TO RPT-T-CAPTION.
           MOVE ARCCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'KEPT - ORDER INSIDE THE RETENTION WINDOW'
               TO RPT-T-CAPTION.
           MOVE KEEPORDCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'KEPT - PAYMENT INSIDE THE RETENTION WINDOW'
               TO RPT-T-CAPTION.
           MOVE KEEPPAYCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'KEPT - OPEN BALANCE' TO RPT-T-CAPTION.
           MOVE KEEPBALCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'KEPT - CREDIT ON ACCOUNT OR REFUND OWED'
               TO RPT-T-CAPTION.
           MOVE KEEPCRDCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'KEPT - WARRANTY COVERAGE OR CLAIM OPEN'
               TO RPT-T-CAPTION.
           MOVE KEEPWARCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF TRIALRUN-SW = 'Y'
               MOVE 'CUSTOMERS THAT WOULD BE ANONYMIZED'
                   TO RPT-T-CAPTION
           ELSE
               MOVE 'CUSTOMERS ANONYMIZED' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE PRIVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 8 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED. A TRIAL RUN LOGS UNDER ITS OWN NAME, SO THE LIVE
      *    RUN CAN FOLLOW IT THE SAME DAY
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           IF TRIALRUN-SW = 'Y'
               MOVE 'PRIVTRIAL' TO RC-PROGNAME
           ELSE
               MOVE 'PRIVPURG' TO RC-PROGNAME.

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
           IF TRIALRUN-SW = 'Y'
               DISPLAY 'TRIAL RUN - ' ROWCTR ' CUSTOMER(S) WOULD BE'
                   ' ANONYMIZED, NOTHING WAS CHANGED'
           ELSE
               DISPLAY ROWCTR ' CUSTOMER(S) WERE ANONYMIZED'.
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
           MOVE 'PRIVPURG' TO ERR-PROGNAME.
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
