      *    A CHANGE TRIGGERS THE PER-LAPTOP SUBTOTAL LINE - AND ITS
      *    STOCK ON HAND, SAVED SO THE SUBTOTAL PRINTS THE RIGHT
      *    LAPTOP'S STOCK AFTER THE NEXT LAPTOP'S FIRST ROW IS FETCHED
       01  PREV-LAPID                      PIC X(8)        VALUE ' '.
       01  PREV-STOCKQTY                   PIC S9(9)       VALUE 0
                                                            COMP.

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
      **********************BACKORDERS TABLE****************************
       01  PK-BKOID                        PIC X(8).
       01  FK-ORDERID                      PIC X(8).
       01  FK-LAPID                        PIC X(8).
       01  BKOQTY                          PIC S9(9)       COMP.
       01  CREATEDDATE                     PIC X(10).
      ************************LAPTOPS TABLE*****************************
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
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BKOID                 PIC X(8).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-QTY                   PIC ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CREATED               PIC X(10).
           05  FILLER                      PIC X(22)
                                VALUE 'TOTAL UNMET DEMAND FOR'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S-LAPID                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S-DEMAND                PIC ZZZ9.
           END-EXEC.

       PROC-BKO.
           MOVE 'PROC-BKO' TO ERR-PARAGRAPH.
           EXEC SQL OPEN BKORPT_CUR END-EXEC.
           PERFORM LOOP-BKO THRU LOOP-BKO-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-BKO' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BKORPT_CUR END-EXEC.
      *    CLOSES OUT THE SUBTOTAL FOR THE LAST LAPTOP LISTED
           IF PREV-LAPID NOT = ' '

       LOOP-BKO.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 'LOOP-BKO' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BKORPT_CUR
               INTO :PK-BKOID, :FK-ORDERID, :FK-LAPID, :BKOQTY,
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
           MOVE 'BACKORDR' TO RC-PROGNAME.

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
           MOVE 'BACKORDR' TO ERR-PROGNAME.
           MOVE PK-BKOID TO ERR-KEYVALUE.
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
