       DATE-WRITTEN. 2026-08-09.
      *    BATCH REPORT - SCANS ORDERS FOR ROWS WHERE SHIPDATE OR
      *    ARRIVALDATE IS STILL NULL AND LISTS THE ONES THAT HAVE BEEN
      *    PENDING MORE THAN RPT-THRESHOLD WORKING DAYS SO STUCK
      *    SHIPMENTS CAN BE CHASED DOWN PROACTIVELY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY
       01  WKHOLD                          PIC X.
      *    NUMBER OF WORKING DAYS AN ORDER CAN SIT WITHOUT A SHIPDATE
      *    OR ARRIVALDATE BEFORE IT SHOWS UP ON THIS REPORT
       01  RPT-THRESHOLD                   PIC S9(4)   COMP VALUE 5.
      *    COUNTERS
       01  ROWCTR                          PIC 99          VALUE 0.

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
       01  SHIPDATE                        PIC X(10).
       01  NL-SHIPDATE                     PIC S9(4)       COMP.
           49  TRACKINGNUM-VALUE           PIC X(30).
       01  NL-TRACKINGNUM                  PIC S9(4)       COMP.
      *************************ORDERS TABLE*****************************
      *    WORKING DAYS SINCE ORDERDATE, COUNTED BY DB2 OFF THE
      *    COMPANY CALENDAR
       01  RPT-DAYSPENDING                 PIC S9(4)       COMP.
      *    THE THRESHOLD, PASSED IN AS A PARAMETER MARKER SO THE
      *    WHERE CLAUSE DOESN'T HARDCODE THE CUTOFF
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
           05  FILLER                      PIC X(23)
                              VALUE 'PARAMETERS: THRESHOLD '.
           05  RPT-PL-THRESH               PIC ZZZ9.
           05  FILLER                      PIC X(26)
                              VALUE ' WORKING DAYS, LINES/PAGE '.
           05  RPT-PL-LPP                  PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  RPT-D-ORDERDATE             PIC X(10).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  RPT-D-DAYSPENDING           PIC ZZZ9.

      *    DRIVES A CURSOR OVER EVERY ORDER THAT IS STILL WAITING ON A
      *    SHIPDATE OR AN ARRIVALDATE AND HAS BEEN SINCE BEFORE THE
      *    THRESHOLD - THE DAYS PENDING ARE WORKING DAYS COUNTED OFF
      *    THE COMPANY CALENDAR, SO A WEEKEND OR A HOLIDAY DOESN'T
      *    MAKE AN ORDER LOOK LATE. THE CALENDAR DAYS ELAPSED LESS THE
      *    NON-WORKING DAYS ON THE CALENDAR, SO A DAY MISSING FROM THE
      *    CALENDAR STILL COUNTS AS A WORKING DAY
       DECLARE-ORD.
           EXEC SQL
               DECLARE OVERDUE_CUR CURSOR FOR
               SELECT O.ORDERID, O.CUSTOMERID, O.ORDERDATE,
                   O.SHIPPEDDATE,
                   DAYS(CURRENT DATE) - DAYS(O.ORDERDATE) -
                   (SELECT COUNT(*)
                   FROM BUSCALENDAR C
                   WHERE C.CALDATE > O.ORDERDATE
                   AND C.CALDATE <= CURRENT DATE
                   AND C.BUSINESSDAY = 'N')
               FROM ORDERS O
               WHERE (O.SHIPPEDDATE IS NULL OR O.ARRIVALDATE IS NULL)
               AND DAYS(CURRENT DATE) - DAYS(O.ORDERDATE) -
                   (SELECT COUNT(*)
                   FROM BUSCALENDAR C
                   WHERE C.CALDATE > O.ORDERDATE
                   AND C.CALDATE <= CURRENT DATE
                   AND C.BUSINESSDAY = 'N') > :FK-THRESHOLD
               ORDER BY O.ORDERDATE
           END-EXEC.

       PROC-ORD.
           MOVE 'PROC-ORD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN OVERDUE_CUR END-EXEC.
           PERFORM LOOP-ORD THRU LOOP-ORD-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-ORD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE OVERDUE_CUR END-EXEC.

       LOOP-ORD.
           MOVE 'LOOP-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH OVERDUE_CUR
               INTO :PK-ORDERID, :FK-CUSTID, :ORDERDATE,
       LOOP-ORD-EXIT.
           EXIT.

      *    PULLS THE CARRIER AND TRACKING NUMBER OF THE ORDER'S
      *    LOWEST-NUMBERED PACKAGE STILL IN TRANSIT - A PARTIALLY
      *    SHIPPED ORDER HAS PACKAGES OUT BEFORE ITS SHIPPED DATE IS
      *    SET. A PACKAGE CLAIMED LOST IS NO LONGER IN TRANSIT. AN
      *    ORDER WITH NO PACKAGE IN TRANSIT PRINTS BLANK CARRIER
      *    COLUMNS
       SELECT-SHIPMENT-FOR-ORD.
           MOVE ' ' TO CARRIERCODE.
           MOVE ' ' TO TRACKINGNUM-VALUE.
           MOVE 0 TO NL-TRACKINGNUM.
           MOVE 'SELECT-SHIPMENT-FOR-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CARRIERCODE, TRACKINGNUM
               INTO :CARRIERCODE, :TRACKINGNUM :NL-TRACKINGNUM
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
               AND SHIPMENTNO =
                   (SELECT MIN(S.SHIPMENTNO)
                    FROM SHIPMENTS S
                    WHERE S.ORDERID = :PK-ORDERID
                    AND S.ARRIVALDATE IS NULL
                    AND NOT EXISTS
                        (SELECT 1 FROM FREIGHTCLAIMS FC
                         WHERE FC.ORDERID = S.ORDERID
                         AND FC.SHIPMENTNO = S.SHIPMENTNO
                         AND FC.CLAIMTYPE = 'L'))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ' ' TO CARRIERCODE
               MOVE ' ' TO TRACKINGNUM-VALUE
               MOVE 0 TO NL-TRACKINGNUM.

       WRITE-OVERDUE-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
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
           MOVE 'OVERDUE' TO RC-PROGNAME.

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
           MOVE 'OVERDUE' TO ERR-PROGNAME.
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
