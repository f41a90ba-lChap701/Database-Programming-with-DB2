      *    QUANTITY, SORTED IN BIN WALK ORDER SO THE PICKER CROSSES
      *    THE WAREHOUSE ONCE. THE WAREHOUSE CONFIRMS EACH ORDER
      *    PICKED THROUGH THE ORDER MENU, AND SHIP CONFIRMATION
      *    REFUSES ANYTHING THAT WAS NEVER CONFIRMED PICKED. EACH LINE
      *    SHOWS THE CITY AND STATE THE ORDER SHIPS TO, SO BOXES FOR
      *    THE SAME CUSTOMER GOING TO DIFFERENT SITES ARE NOT MIXED.
      *    THE HEADING CARRIES THE WORKING DAY THE LIST IS PICKED ON.

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
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      **********************LAPTOPORDERS TABLE**************************
       01  FK-ORDERID                      PIC X(8).
       01  FK-LAPID                        PIC X(8).
       01  QTY                             PIC S9(9)       COMP.
      ************************ORDERS TABLE******************************
       01  SHIPCITY.
           49  SHIPCITY-LENG               PIC S9(4)       COMP.
           49  SHIPCITY-VALUE              PIC X(20).
       01  NL-SHIPCITY                     PIC S9(4)       COMP.
       01  SHIPST.
           49  SHIPST-LENG                 PIC S9(4)       COMP.
           49  SHIPST-VALUE                PIC XX.
       01  NL-SHIPST                       PIC S9(4)       COMP.
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
      *    THE WORKING DAY THE WAREHOUSE PICKS THIS LIST ON - THE NEXT
      *    ONE AFTER TONIGHT'S BUSINESS DATE
       01  PICKDATE                        PIC X(10).
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
                              VALUE 'PARAMETERS: LINES/PAGE '.
           05  RPT-PL-LPP                  PIC Z9.
           05  FILLER                      PIC X(17)
                              VALUE ', FOR PICKING ON '.
           05  RPT-PL-PICKDATE             PIC X(10).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE 'QTY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'ORDER ID'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'SHIP TO'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-BIN                   PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-QTY                   PIC ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SHIPCITY              PIC X(20).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-D-SHIPST                PIC XX.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-PICKDATE.
           PERFORM OPEN-PICKLIST.
           PERFORM DECLARE-PICK.
           PERFORM PROC-PICK.
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    THE LIST PRINTS OVERNIGHT AND IS WORKED THE NEXT WORKING
      *    DAY ON THE COMPANY CALENDAR - A FRIDAY NIGHT'S LIST IS
      *    MONDAY'S, OR TUESDAY'S WHEN MONDAY IS A HOLIDAY
       GET-PICKDATE.
           MOVE 'GET-PICKDATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(COALESCE(MIN(CALDATE),
                   DATE(:RC-BUSDATE) + 1 DAY), ISO)
               INTO :PICKDATE
               FROM BUSCALENDAR
               WHERE CALDATE > DATE(:RC-BUSDATE)
               AND BUSINESSDAY = 'Y'
           END-EXEC.

       OPEN-PICKLIST.
           OPEN OUTPUT PICKLIST-FILE.
           MOVE 0 TO RPT-PAGENO.
           WRITE PICKLIST-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           MOVE PICKDATE TO RPT-PL-PICKDATE.
           WRITE PICKLIST-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PICKLIST-REC FROM RPT-BLANK-LINE
           EXEC SQL
               DECLARE PICK_CUR CURSOR FOR
               SELECT L.BINLOC, LO.LAPTOPID, UPPER(L.LAPTOPNAME),
                   LO.QUANTITY, LO.ORDERID, UPPER(O.SHIPPINGCITY),
                   O.SHIPPINGSTATE
               FROM ORDERS O, LAPTOPORDERS LO, LAPTOPS L
               WHERE LO.ORDERID = O.ORDERID
               AND LO.LAPTOPID = L.LAPTOPID
           END-EXEC.

       PROC-PICK.
           MOVE 'PROC-PICK' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PICK_CUR END-EXEC.
           PERFORM LOOP-PICK THRU LOOP-PICK-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-PICK' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PICK_CUR END-EXEC.

       LOOP-PICK.
           MOVE ' ' TO BINLOC.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 0 TO NL-BINLOC.
           MOVE ' ' TO SHIPCITY-VALUE.
           MOVE ' ' TO SHIPST-VALUE.
           MOVE 0 TO NL-SHIPCITY.
           MOVE 0 TO NL-SHIPST.
           MOVE 'LOOP-PICK' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PICK_CUR
               INTO :BINLOC :NL-BINLOC, :FK-LAPID, :LAPNAME-VALUE,
                   :QTY, :FK-ORDERID, :SHIPCITY :NL-SHIPCITY,
                   :SHIPST :NL-SHIPST
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-PICK-EXIT.
           IF SQLCODE = 0
           MOVE LAPNAME-VALUE TO RPT-D-LAPNAME.
           MOVE QTY TO RPT-D-QTY.
           MOVE FK-ORDERID TO RPT-D-ORDERID.
      *    NO SHIP-TO ON THE ORDER MEANS IT GOES TO THE BILLING ADDRESS
           IF NL-SHIPCITY < 0
               MOVE 'BILL-TO ADDRESS' TO RPT-D-SHIPCITY
           ELSE
               MOVE SHIPCITY-VALUE TO RPT-D-SHIPCITY.
           IF NL-SHIPST < 0
               MOVE ' ' TO RPT-D-SHIPST
           ELSE
               MOVE SHIPST-VALUE TO RPT-D-SHIPST.

           WRITE PICKLIST-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'PICKLIST' TO RC-PROGNAME.

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
           MOVE 'PICKLIST' TO ERR-PROGNAME.
           MOVE FK-ORDERID TO ERR-KEYVALUE.
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
