       PROGRAM-ID. DAILYORD.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-08-09.
      *    END-OF-DAY BATCH REPORT - PRINTS EVERY ORDER PLACED SINCE
      *    THE PRIOR BUSINESS DAY (A WEEKEND OR HOLIDAY IS PRINTED ON
      *    THE NEXT WORKING DAY'S REPORT), JOINED TO LAPTOPORDERS
      *    FOR LINE-ITEM REVENUE, THEN A SUMMARY FOOTER OF ORDER
      *    COUNT, TOTAL REVENUE AND THE TOP-SELLING LAPTOPID FOR THE
      *    PERIOD. RUN AT SHIFT CLOSE - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

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
      ************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  FK-CUSTID                       PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  TAXAMOUNT                       PIC S9(9)V99    COMP-3.
       01  NL-TAXAMOUNT                    PIC S9(4)       COMP.
      *********************LAPTOPORDERS TABLE***************************
       01  FK-ORDERID                      PIC X(8).
       01  FK-LAPID                        PIC X(8).
      *    HOLDS THE SUM OF ORDERCOST FOR THE ORDER CURRENTLY BEING
      *    PRINTED
       01  ORDREVENUE                      PIC S9(9)V99    COMP-3.
      *    HOLDS THE LAPTOPID AND SUMMED QUANTITY FOR THE DAY'S
      *    TOP-SELLING LAPTOP, BUILT UP ONE LAPTOP AT A TIME IN
      *    LOOP-TOPLAP RATHER THAN RANKED BY THE SQL ITSELF
       01  TOPLAPID                        PIC X(8).
       01  TOPLAPQTY                       PIC S9(9)       COMP.
      *    HOLDS THE CURRENT LAPTOP'S SUMMED QUANTITY SOLD TODAY WHILE
      *    LOOP-TOPLAP DECIDES WHETHER IT BEATS TOPLAPQTY
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
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  RPT-D-ORDERDATE             PIC X(10).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-REVENUE               PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(21)
                                  VALUE 'TOP-SELLING LAPTOPID:'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S3-LAPID                PIC X(8).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE '(QTY'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S3-QTY                  PIC ZZ9.
       CLOSE-DAILYORDRPT.
           CLOSE DAILYORDRPT-FILE.

      *    DRIVES A CURSOR OVER EVERY ORDER PLACED SINCE THE PRIOR
      *    BUSINESS DAY, SO A WORKING DAY'S REPORT ALSO COVERS THE
      *    WEEKEND OR HOLIDAY BEFORE IT
       DECLARE-ORD.
           EXEC SQL
               DECLARE ORD_CUR CURSOR FOR
               SELECT ORDERID, CUSTOMERID, ORDERDATE, TAXAMOUNT
               FROM ORDERS
               WHERE ORDERDATE > DATE(:RC-PRIORDATE)
               AND ORDERDATE <= CURRENT DATE
               ORDER BY ORDERID
           END-EXEC.

       PROC-ORD.
           MOVE 'PROC-ORD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN ORD_CUR END-EXEC.
           PERFORM LOOP-ORD THRU LOOP-ORD-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-ORD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE ORD_CUR END-EXEC.

       LOOP-ORD.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE 'LOOP-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH ORD_CUR
               INTO :PK-ORDERID, :FK-CUSTID, :ORDERDATE,
      *    FK-ORDERID - DEFAULTS TO ZERO FOR AN ORDER WITH NO LINE
      *    ITEMS YET ON FILE
       SUM-LAPORD-FOR-ORD.
           MOVE 'SUM-LAPORD-FOR-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST)
               INTO :ORDREVENUE :NL-ORDREVENUE
      *    FK-ORDERID - DEFAULTS TO ZERO FOR AN ORDER WITH NOTHING
      *    RETURNED AGAINST IT
       SUM-RETURNS-FOR-ORD.
           MOVE 'SUM-RETURNS-FOR-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(REFUNDAMOUNT)
               INTO :ORDREFUNDS :NL-ORDREFUNDS
       PROC-TOPLAP.
           MOVE 'N' TO NOORDERS-SW.
           MOVE 0 TO TOPLAPQTY.
           MOVE 'PROC-TOPLAP' TO ERR-PARAGRAPH.
           EXEC SQL OPEN TOPLAP_CUR END-EXEC.
           PERFORM LOOP-TOPLAP THRU LOOP-TOPLAP-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-TOPLAP' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TOPLAP_CUR END-EXEC.
           IF TOPLAPQTY = 0
               MOVE 'Y' TO NOORDERS-SW.

       LOOP-TOPLAP.
           MOVE 'LOOP-TOPLAP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TOPLAP_CUR
               INTO :FK-LAPID
           EXIT.

      *    SUMS LAPTOPORDERS.QUANTITY FOR THE LAPTOP CURRENTLY IN
      *    FK-LAPID, RESTRICTED TO THE ORDERS THE REPORT COVERS -
      *    DEFAULTS TO ZERO FOR A LAPTOP NOT SOLD AT ALL IN THAT TIME
       SUM-LAPORD-FOR-TOPLAP.
           MOVE 'SUM-LAPORD-FOR-TOPLAP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(QUANTITY)
               INTO :LAPQTYTOTAL :NL-LAPQTYTOTAL
               WHERE LAPTOPID = :FK-LAPID
               AND ORDERID IN
                   (SELECT ORDERID FROM ORDERS
                       WHERE ORDERDATE > DATE(:RC-PRIORDATE)
                       AND ORDERDATE <= CURRENT DATE)
           END-EXEC.
           IF NL-LAPQTYTOTAL < 0
               MOVE 0 TO LAPQTYTOTAL.
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'DAILYORD' TO RC-PROGNAME.

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
           MOVE 'DAILYORD' TO ERR-PROGNAME.
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
