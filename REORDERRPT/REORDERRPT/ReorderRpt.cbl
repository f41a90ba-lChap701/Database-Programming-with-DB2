       01  ROWCTR                          PIC 9(4)        VALUE 0.
      *    THE COMPANYID WHOSE MODELS ARE CURRENTLY BEING LISTED - A
      *    CHANGE TRIGGERS A FRESH VENDOR ADDRESS BLOCK
       01  PREV-COMPID                     PIC X(8)        VALUE ' '.
      *    SUGGESTED ORDER QUANTITY - ENOUGH TO BRING THE MODEL BACK
      *    TO TWICE ITS REORDER POINT
       01  WKSUGGESTQTY                    PIC S9(9)       VALUE 0
                                                            COMP.
      *    HOLDS THE NEXT POID TO BE GENERATED WHEN A VENDOR'S FIRST
      *    LINE OF THE RUN RAISES A FRESH PURCHASE ORDER
       01  WKNEXTPOID                      PIC 9(8)        VALUE 0.
      *    SET TO 'Y' ONCE THE CURRENT VENDOR GROUP HAS ITS PURCHASE
      *    ORDER HEADER RAISED, SO EVERY LINE AFTER THE FIRST JUST
      *    ADDS TO IT

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
      ************************LAPTOPS TABLE*****************************
       01  PK-LAPID                        PIC X(8).
       01  FK-COMPID                       PIC X(8).
       01  STOCKQTY                        PIC S9(9)       COMP.
       01  REORDERPT                       PIC S9(9)       COMP.
      *    THE MODEL'S MOVING-AVERAGE COST, CARRIED ONTO THE DRAFT PO
      *    LINE AS ITS EXPECTED UNIT COST UNTIL THE BUYER CONFIRMS IT
       01  AVGCOST                         PIC S9(7)V99    COMP-3.
       01  NL-AVGCOST                      PIC S9(4)       COMP.
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      *    THE PURCHASE ORDER BEING RAISED FOR THE CURRENT VENDOR
      *    GROUP, AND THE COUNT USED TO KEEP A MODEL ALREADY SITTING
      *    ON AN OPEN PO FROM BEING RE-ORDERED EVERY NIGHT
       01  PK-POID                         PIC X(8).
       01  OPENPOLCNT                      PIC S9(9)       COMP.
      ******************************************************************
      *********************RUNCONTROL TABLE*****************************
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
           05  RPT-V1-COMPNAME             PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(1)    VALUE '('.
           05  RPT-V1-COMPID               PIC X(8).
           05  FILLER                      PIC X(1)    VALUE ')'.
       01  RPT-VEND-LINE-2.
           05  RPT-V2-CC                   PIC X       VALUE SPACE.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ONHAND                PIC ZZZ9.

      *    DRIVES A CURSOR OVER EVERY LAPTOP AT OR BELOW ITS REORDER
      *    POINT, GROUPED BY OWNING COMPANY - THE COMPANY'S CONTACT
      *    DETAILS ARE A PER-GROUP LOOKUP THE WAY SELECT-COMP DOES IT.
      *    ONLY ACTIVE MODELS ARE REORDERED - A SELL-THROUGH OR
      *    DISCONTINUED MODEL IS LEFT TO RUN OUT
       DECLARE-LAP.
           EXEC SQL
               DECLARE REORDER_CUR CURSOR FOR
               SELECT L.LAPTOPID, L.COMPANYID, UPPER(LAPTOPNAME),
                   L.STOCKQTY, L.REORDERPOINT, UPPER(COMPANYNAME),
                   L.AVGCOST
               FROM LAPTOPS L, COMPANY C
               WHERE L.COMPANYID = C.COMPANYID
               AND L.REORDERPOINT IS NOT NULL
               AND L.STOCKQTY <= L.REORDERPOINT
               AND COALESCE(L.MODELSTATUS, 'A') = 'A'
               ORDER BY COMPANYNAME, LAPTOPNAME
           END-EXEC.

       PROC-LAP.
           MOVE 'PROC-LAP' TO ERR-PARAGRAPH.
           EXEC SQL OPEN REORDER_CUR END-EXEC.
           PERFORM LOOP-LAP THRU LOOP-LAP-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-LAP' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REORDER_CUR END-EXEC.

       LOOP-LAP.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE 'LOOP-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REORDER_CUR
               INTO :PK-LAPID, :FK-COMPID, :LAPNAME-VALUE,
                   :STOCKQTY, :REORDERPT, :COMPNAME-VALUE,
                   :AVGCOST :NL-AVGCOST
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-LAP-EXIT.
           IF SQLCODE = 0
           MOVE 0 TO NL-ADDR.
           MOVE 0 TO NL-EMAILADDR.
           MOVE 0 TO NL-PHONE.
           MOVE 'SELECT-COMP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PHONE, ADDR, EMAILADDR
               INTO :PHONE :NL-PHONE, :ADDR :NL-ADDR,
      *    AGAINST. A MODEL ALREADY SITTING ON AN OPEN PO IS SKIPPED
      *    SO THE NIGHTLY RUN DOESN'T RE-ORDER IT EVERY NIGHT
       RAISE-PO-LINE.
           MOVE 'RAISE-PO-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :OPENPOLCNT
               PERFORM INSERT-PO-HEADER
               MOVE 'Y' TO PORAISED-SW.

           MOVE 'RAISE-PO-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO POLINES
                   (POID, LAPTOPID, ORDEREDQTY, RECEIVEDQTY, UNITCOST)
               VALUES (:PK-POID, :PK-LAPID, :WKSUGGESTQTY, 0,
               :AVGCOST :NL-AVGCOST)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO POLINECTR
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


       INSERT-PO-HEADER.
           MOVE 'INSERT-PO-HEADER' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PURCHASEORDERS
                   (POID, COMPANYID, PODATE, POSTATUS)
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
           MOVE 'REORDRPT' TO RC-PROGNAME.

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
           MOVE 'REORDRPT' TO ERR-PROGNAME.
           MOVE PK-LAPID TO ERR-KEYVALUE.
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
