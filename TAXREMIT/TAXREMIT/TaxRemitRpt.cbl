       DATE-WRITTEN. 2026-09-02.
      *    QUARTERLY BATCH REPORT - THE SALES TAX REMITTANCE FIGURES
      *    THE STATE ACTUALLY ASKS FOR AT FILING TIME: TAXABLE SALES
      *    (THE LINE-ITEM AND TAXABLE SERVICE CONTRACT TAX BASE) AND
      *    TAX COLLECTED, ROLLED UP BY SHIP-TO STATE FOR THE PRIOR
      *    CALENDAR QUARTER. SALES EXEMPTED UNDER A CUSTOMER'S TAX
      *    EXEMPTION CERTIFICATE ARE SHOWN IN THEIR OWN COLUMN, AND
      *    LISTED BY CERTIFICATE NUMBER AFTER THE STATE TOTALS, AS THE
      *    STATE RETURN REQUIRES. CANCELLED ORDERS ARE EXCLUDED. RUN
      *    FROM THE TAXREMIT JCL IN THE FIRST WEEK OF EACH QUARTER -
      *    NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                                            VALUE 0.
       01  WKTOTTAX                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKTOTEXEMPT                     PIC S9(11)V99   COMP-3
                                                            VALUE 0.

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
      **********************LAPTOPORDERS TABLE**************************
       01  TAXABLESALES                    PIC S9(11)V99   COMP-3.
       01  NL-TAXABLESALES                 PIC S9(4)       COMP.
      *******************WARRANTYCONTRACTS TABLE************************
      *    THE STATE'S TAXABLE EXTENDED WARRANTY CONTRACT SALES
       01  TAXABLECONTRACTS                PIC S9(11)V99   COMP-3.
      ********************TAXEXEMPTCERTS TABLE**************************
      *    THE STATE'S SALES EXEMPTED UNDER A CERTIFICATE, AND ONE
      *    CERTIFICATE'S EXEMPT SALES - ITS NUMBER, THE CUSTOMER
      *    HOLDING IT, AND HOW MANY ORDERS IT EXEMPTED
       01  EXEMPTSALES                     PIC S9(11)V99   COMP-3.
       01  NL-EXEMPTSALES                  PIC S9(4)       COMP.
       01  EXEMPTCONTRACTS                 PIC S9(11)V99   COMP-3.
       01  TAXCERT                         PIC X(20).
       01  FK-CUSTID                       PIC X(8).
       01  CERTORDCNT                      PIC S9(9)       COMP.
      ******************************************************************
      *********************RUNCONTROL TABLE*****************************
      *    RUN-CONTROL FIELDS - THE ROW KEY FOR THIS RUN, THE PROGRAM
       01  RC-PROGNAME                     PIC X(12).
       01  RC-CNT                          PIC S9(9)       COMP.
       01  RC-ROWS                         PIC S9(9)       COMP.
      *    THE BUSINESS DATE THE RUN LOGS UNDER AND THE WORKING DAY
      *    BEFORE IT, BOTH TAKEN FROM THE COMPANY CALENDAR
       01  RC-BUSDATE                      PIC X(10).
       01  RC-PRIORDATE                    PIC X(10).
      ******************************************************************
      **********************SYSPARMS TABLE******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUES ARE
      *    ONLY DEFAULTS FOR WHEN NO SYSPARMS ROW EXISTS
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
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
           05  FILLER                 PIC X(13)   VALUE 'TAXABLE SALES'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                 PIC X(13)   VALUE 'TAX COLLECTED'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'EXEMPT SALES'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
           05  RPT-D-TAXABLE               PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-TAX                   PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-EXEMPT                PIC $$$$,$$$,$$$.99.
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-TAXABLE               PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-TAX                   PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-EXEMPT                PIC $$$$,$$$,$$$.99.
      *    EXEMPT SALES BY CERTIFICATE - SECTION HEADINGS AND DETAIL
       01  RPT-EXEMPT-HEAD-1.
           05  RPT-EH1-CC                  PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(32)
                         VALUE 'EXEMPT SALES BY CERTIFICATE'.
       01  RPT-EXEMPT-HEAD-2.
           05  RPT-EH2-CC                  PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(5)    VALUE 'STATE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(20)   VALUE 'CERTIFICATE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE 'CUST ID'.
           05  FILLER                 PIC X(6)    VALUE 'ORDERS'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'EXEMPT SALES'.
       01  RPT-EXEMPT-LINE.
           05  RPT-E-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-E-STATE                 PIC XX.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  RPT-E-CERT                  PIC X(20).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-E-CUSTID                PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-E-ORDCNT                PIC ZZZZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-E-EXEMPT                PIC $$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM DECLARE-TAX.
           PERFORM PROC-TAX.
           PERFORM WRITE-TAX-TOTALS.
           PERFORM DECLARE-EXEMPT.
           PERFORM PROC-EXEMPT.
           PERFORM CLOSE-TAXRPT.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
      *    FIRST DAY COMES FROM DB2 SO THE DATE ARITHMETIC STAYS IN
      *    ONE PLACE
       SET-QUARTER.
           MOVE 'SET-QUARTER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE
                   - (DAY(CURRENT DATE) - 1) DAYS
           END-EXEC.

       PROC-TAX.
           MOVE 'PROC-TAX' TO ERR-PARAGRAPH.
           EXEC SQL OPEN TAXREM_CUR END-EXEC.
           PERFORM LOOP-TAX THRU LOOP-TAX-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-TAX' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXREM_CUR END-EXEC.

       LOOP-TAX.
           MOVE 0 TO NL-TAXCOLLECTED.
           MOVE 'LOOP-TAX' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXREM_CUR
               INTO :SHIPST, :TAXCOLLECTED :NL-TAXCOLLECTED
                   MOVE 0 TO TAXCOLLECTED
               END-IF
               PERFORM SUM-TAXABLE-FOR-STATE
               PERFORM SUM-EXEMPT-FOR-STATE
               ADD 1 TO ROWCTR
               ADD TAXABLESALES TO WKTOTTAXABLE
               ADD TAXCOLLECTED TO WKTOTTAX
               ADD EXEMPTSALES TO WKTOTEXEMPT
               PERFORM WRITE-TAX-LINE.

       LOOP-TAX-EXIT.
           EXIT.

      *    THE TAXABLE SALES FOR A STATE ARE THE LINE-ITEM TOTALS OF
      *    ITS ORDERS - THE SAME BASE RECALC-ORDER-TAX TAXES - PLUS
      *    THE ORDERS' EXTENDED WARRANTY CONTRACTS UNLESS THE STATE
      *    EXEMPTS SERVICE CONTRACTS. ORDERS EXEMPTED UNDER A
      *    CERTIFICATE ARE NOT TAXABLE SALES
       SUM-TAXABLE-FOR-STATE.
           MOVE 0 TO NL-TAXABLESALES.
           MOVE 'SUM-TAXABLE-FOR-STATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(LO.ORDERCOST)
               INTO :TAXABLESALES :NL-TAXABLESALES
               AND O.ORDERDATE >= DATE(:TR-FROMDATE)
               AND O.ORDERDATE < DATE(:TR-FROMDATE) + 3 MONTHS
               AND (O.ORDSTATUS IS NULL OR O.ORDSTATUS <> 'X')
               AND O.TAXEXEMPTCERT IS NULL
           END-EXEC.
           IF NL-TAXABLESALES < 0
               MOVE 0 TO TAXABLESALES.
           EXEC SQL
               SELECT COALESCE(SUM(C.PRICE), 0)
               INTO :TAXABLECONTRACTS
               FROM WARRANTYCONTRACTS C, ORDERS O
               WHERE C.ORDERID = O.ORDERID
               AND O.SHIPPINGSTATE = :SHIPST
               AND O.ORDERDATE >= DATE(:TR-FROMDATE)
               AND O.ORDERDATE < DATE(:TR-FROMDATE) + 3 MONTHS
               AND (O.ORDSTATUS IS NULL OR O.ORDSTATUS <> 'X')
               AND O.TAXEXEMPTCERT IS NULL
               AND NOT EXISTS
                   (SELECT 1 FROM TAXRATES T
                    WHERE T.STATECODE = :SHIPST
                    AND T.CONTRACTTAX = 'N')
           END-EXEC.
           ADD TAXABLECONTRACTS TO TAXABLESALES.

      *    THE STATE'S EXEMPT SALES ARE THE SAME BASE, TAKEN OVER THE
      *    ORDERS EXEMPTED UNDER A CERTIFICATE INSTEAD
       SUM-EXEMPT-FOR-STATE.
           MOVE 0 TO NL-EXEMPTSALES.
           MOVE 'SUM-EXEMPT-FOR-STATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(LO.ORDERCOST)
               INTO :EXEMPTSALES :NL-EXEMPTSALES
               FROM LAPTOPORDERS LO, ORDERS O
               WHERE LO.ORDERID = O.ORDERID
               AND O.SHIPPINGSTATE = :SHIPST
               AND O.ORDERDATE >= DATE(:TR-FROMDATE)
               AND O.ORDERDATE < DATE(:TR-FROMDATE) + 3 MONTHS
               AND (O.ORDSTATUS IS NULL OR O.ORDSTATUS <> 'X')
               AND O.TAXEXEMPTCERT IS NOT NULL
           END-EXEC.
           IF NL-EXEMPTSALES < 0
               MOVE 0 TO EXEMPTSALES.
           EXEC SQL
               SELECT COALESCE(SUM(C.PRICE), 0)
               INTO :EXEMPTCONTRACTS
               FROM WARRANTYCONTRACTS C, ORDERS O
               WHERE C.ORDERID = O.ORDERID
               AND O.SHIPPINGSTATE = :SHIPST
               AND O.ORDERDATE >= DATE(:TR-FROMDATE)
               AND O.ORDERDATE < DATE(:TR-FROMDATE) + 3 MONTHS
               AND (O.ORDSTATUS IS NULL OR O.ORDSTATUS <> 'X')
               AND O.TAXEXEMPTCERT IS NOT NULL
               AND NOT EXISTS
                   (SELECT 1 FROM TAXRATES T
                    WHERE T.STATECODE = :SHIPST
                    AND T.CONTRACTTAX = 'N')
           END-EXEC.
           ADD EXEMPTCONTRACTS TO EXEMPTSALES.

       WRITE-TAX-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
           MOVE SHIPST TO RPT-D-STATE.
           MOVE TAXABLESALES TO RPT-D-TAXABLE.
           MOVE TAXCOLLECTED TO RPT-D-TAX.
           MOVE EXEMPTSALES TO RPT-D-EXEMPT.

           WRITE TAXRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
               AFTER ADVANCING 1 LINE.
           MOVE WKTOTTAXABLE TO RPT-T-TAXABLE.
           MOVE WKTOTTAX TO RPT-T-TAX.
           MOVE WKTOTEXEMPT TO RPT-T-EXEMPT.
           WRITE TAXRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    DRIVES A CURSOR OVER THE QUARTER'S EXEMPTED ORDERS, ROLLED
      *    UP BY STATE, CERTIFICATE NUMBER AND CUSTOMER - EACH ORDER'S
      *    EXEMPT SALES ARE THE SAME BASE SUM-EXEMPT-FOR-STATE TOTALS
       DECLARE-EXEMPT.
           EXEC SQL
               DECLARE EXEMPT_CUR CURSOR FOR
               SELECT X.SHIPPINGSTATE, X.TAXEXEMPTCERT, X.CUSTOMERID,
                   COUNT(*), SUM(X.EXEMPTBASE)
               FROM (SELECT O.SHIPPINGSTATE, O.TAXEXEMPTCERT,
                         O.CUSTOMERID,
                         COALESCE((SELECT SUM(LO.ORDERCOST)
                                   FROM LAPTOPORDERS LO
                                   WHERE LO.ORDERID = O.ORDERID), 0)
                         + COALESCE((SELECT SUM(C.PRICE)
                                   FROM WARRANTYCONTRACTS C
                                   WHERE C.ORDERID = O.ORDERID
                                   AND NOT EXISTS
                                       (SELECT 1 FROM TAXRATES T
                                        WHERE T.STATECODE =
                                            O.SHIPPINGSTATE
                                        AND T.CONTRACTTAX = 'N')), 0)
                         AS EXEMPTBASE
                     FROM ORDERS O
                     WHERE O.SHIPPINGSTATE IS NOT NULL
                     AND O.ORDERDATE >= DATE(:TR-FROMDATE)
                     AND O.ORDERDATE < DATE(:TR-FROMDATE) + 3 MONTHS
                     AND (O.ORDSTATUS IS NULL OR O.ORDSTATUS <> 'X')
                     AND O.TAXEXEMPTCERT IS NOT NULL) AS X
               GROUP BY X.SHIPPINGSTATE, X.TAXEXEMPTCERT, X.CUSTOMERID
               ORDER BY X.SHIPPINGSTATE, X.TAXEXEMPTCERT, X.CUSTOMERID
           END-EXEC.

       PROC-EXEMPT.
           IF RPT-LINECNT + 5 >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE TAXRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TAXRPT-REC FROM RPT-EXEMPT-HEAD-1
               AFTER ADVANCING 1 LINE.
           WRITE TAXRPT-REC FROM RPT-EXEMPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           ADD 3 TO RPT-LINECNT.
           MOVE 'PROC-EXEMPT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN EXEMPT_CUR END-EXEC.
           PERFORM LOOP-EXEMPT THRU LOOP-EXEMPT-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-EXEMPT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE EXEMPT_CUR END-EXEC.

       LOOP-EXEMPT.
           MOVE 0 TO NL-EXEMPTSALES.
           MOVE 'LOOP-EXEMPT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH EXEMPT_CUR
               INTO :SHIPST, :TAXCERT, :FK-CUSTID, :CERTORDCNT,
                   :EXEMPTSALES :NL-EXEMPTSALES
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-EXEMPT-EXIT.
           IF SQLCODE = 0
               IF NL-EXEMPTSALES < 0
                   MOVE 0 TO EXEMPTSALES
               END-IF
               PERFORM WRITE-EXEMPT-LINE.

       LOOP-EXEMPT-EXIT.
           EXIT.

       WRITE-EXEMPT-LINE.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS
               WRITE TAXRPT-REC FROM RPT-EXEMPT-HEAD-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPT-LINECNT.

           MOVE SHIPST TO RPT-E-STATE.
           MOVE TAXCERT TO RPT-E-CERT.
           MOVE FK-CUSTID TO RPT-E-CUSTID.
           MOVE CERTORDCNT TO RPT-E-ORDCNT.
           MOVE EXEMPTSALES TO RPT-E-EXEMPT.

           WRITE TAXRPT-REC FROM RPT-EXEMPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'TAXREMIT' TO RC-PROGNAME.

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
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-BUSDATE
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY 'WARNING - ' RC-PROGNAME ' HAS ALREADY BEEN'
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-PRIORDATE
               AND STATUS = 'S'
           END-EXEC.
           IF RC-CNT > 0
               INSERT INTO RUNCONTROL
                   (PROGRAMNAME, BUSINESSDATE, STARTTIME, ENDTIME,
                   ROWSWRITTEN, STATUS)
               VALUES (:RC-PROGNAME, :RC-BUSDATE, CURRENT TIME,
               NULL, NULL, 'S')
           END-EXEC.
           EXEC SQL
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
           MOVE 'TAXREMIT' TO ERR-PROGNAME.
           MOVE SHIPST TO ERR-KEYVALUE.
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
