       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-08-22.
      *    UNATTENDED BATCH EXTRACT - WRITES A FIXED-FORMAT SEQUENTIAL
      *    RECORD FOR EVERY PACKAGE THAT SHIPPED SINCE THE PRIOR
      *    BUSINESS DAY, JOINED TO ITS ORDER FOR THE CUSTOMER AND
      *    SHIP-TO, SO THE SHIPMENTS CAN BE TRANSMITTED TO THE
      *    CARRIER'S SYSTEM. AN ORDER SPLIT
      *    ACROSS PACKAGES WRITES ONE RECORD PER PACKAGE, EACH WITH ITS
      *    OWN CARRIER, TRACKING NUMBER AND PACKAGE NUMBER. THE FULL
      *    SHIP-TO ADDRESS STORED ON THE ORDER FOLLOWS THE PACKAGE
      *    NUMBER, SO THE CARRIER DELIVERS WHERE THE ORDER IS GOING
      *    RATHER THAN TO THE BILLING ADDRESS. RUN FROM THE
      *    SHIPEXTRACT JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  SHIPEXT-FILE.
       01  SHIPEXT-REC.
           05  EXT-ORDERID                 PIC X(8).
           05  EXT-CARRIER                 PIC X(4).
           05  EXT-TRACKING                PIC X(30).
           05  EXT-CUSTID                  PIC X(8).
           05  EXT-SHIPDATE                PIC X(10).
           05  EXT-SHIPCITY                PIC X(20).
           05  EXT-SHIPST                  PIC XX.
           05  EXT-PKGNO                   PIC 99.
      *    THE REST OF THE SHIP-TO - ADDED AFTER THE ORIGINAL FIELDS
      *    SO THEIR POSITIONS DIDN'T MOVE
           05  EXT-SHIPTONAME              PIC X(10).
           05  EXT-SHIPUNIT                PIC 9(5).
           05  EXT-SHIPSTREET              PIC X(20).
           05  EXT-SHIPZIP                 PIC 9(5).

       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY

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
      **********************SHIPMENTS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  CARRIERCODE                     PIC X(4).
       01  TRACKINGNUM.
           49  TRACKINGNUM-LENG            PIC S9(4)       COMP.
           49  TRACKINGNUM-VALUE           PIC X(30).
       01  NL-TRACKINGNUM                  PIC S9(4)       COMP.
       01  SHIPMENTNO                      PIC S9(4)       COMP.
      ***********************CARRIERS TABLE*****************************
      *    HOLDS THE COUNT THAT SAYS WHETHER THE SHIPMENT'S CARRIER
      *    CODE IS ON THE CARRIER MASTER
       01  CARRCNT                         PIC S9(9)       COMP.
      ************************ORDERS TABLE******************************
       01  FK-CUSTID                       PIC X(8).
       01  SHIPDATE                        PIC X(10).
       01  SHIPCITY.
           49  SHIPCITY-LENG               PIC S9(4)       COMP.
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
       CLOSE-SHIPEXT.
           CLOSE SHIPEXT-FILE.

      *    DRIVES A CURSOR OVER EVERY PACKAGE THAT SHIPPED SINCE THE
      *    PRIOR BUSINESS DAY, SO A WORKING DAY'S RUN ALSO PICKS UP
      *    THE WEEKEND OR HOLIDAY BEFORE IT - THE OWNING ORDER IS A
      *    FOREIGN-KEY JOIN RATHER THAN A NESTED CURSOR
       DECLARE-SHIP.
           EXEC SQL
               DECLARE SHIPEXT_CUR CURSOR FOR
               SELECT S.ORDERID, S.SHIPMENTNO, S.CARRIERCODE,
                   S.TRACKINGNUM, O.CUSTOMERID, S.SHIPDATE,
                   O.SHIPPINGCITY, O.SHIPPINGSTATE, O.SHIPTONAME,
                   O.SHIPPINGUNIT, O.SHIPPINGSTREET, O.SHIPPINGZIP
               FROM SHIPMENTS S, ORDERS O
               WHERE S.ORDERID = O.ORDERID
               AND S.SHIPDATE > DATE(:RC-PRIORDATE)
               AND S.SHIPDATE <= CURRENT DATE
               ORDER BY S.ORDERID, S.SHIPMENTNO
           END-EXEC.

       PROC-SHIP.
           MOVE 'PROC-SHIP' TO ERR-PARAGRAPH.
           EXEC SQL OPEN SHIPEXT_CUR END-EXEC.
           PERFORM LOOP-SHIP THRU LOOP-SHIP-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-SHIP' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPEXT_CUR END-EXEC.

       LOOP-SHIP.
           PERFORM PRESELECT-SHIP.
           MOVE 'LOOP-SHIP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPEXT_CUR
               INTO :PK-ORDERID, :SHIPMENTNO, :CARRIERCODE,
               :TRACKINGNUM :NL-TRACKINGNUM, :FK-CUSTID, :SHIPDATE,
               :SHIPCITY :NL-SHIPCITY, :SHIPST :NL-SHIPST,
               :SHIPTONAME :NL-SHIPTONAME, :SHIPUNIT :NL-SHIPUNIT,
               :SHIPSTREET :NL-SHIPSTREET, :SHIPZIP :NL-SHIPZIP
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-SHIP-EXIT.
           IF SQLCODE = 0
                   PERFORM WRITE-EXTRACT-RECORD
               ELSE
                   ADD 1 TO SKIPCTR
                   DISPLAY 'PACKAGE ' SHIPMENTNO ' OF ORDER '
                       PK-ORDERID ' CARRIES UNKNOWN CARRIER '
                       CARRIERCODE
                       ' AND WAS NOT EXTRACTED'
               END-IF.

           EXIT.

       CHECK-CARRIER.
           MOVE 'CHECK-CARRIER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CARRCNT
           MOVE ' ' TO TRACKINGNUM-VALUE.
           MOVE ' ' TO SHIPCITY-VALUE.
           MOVE ' ' TO SHIPST-VALUE.
           MOVE ' ' TO SHIPTONAME.
           MOVE ' ' TO SHIPSTREET-VALUE.

      *    CLEARS VALUES IN NULLABLE (INDICATOR) VARIABLES
           MOVE 0 TO NL-TRACKINGNUM.
           MOVE 0 TO NL-SHIPCITY.
           MOVE 0 TO NL-SHIPST.
           MOVE 0 TO NL-SHIPTONAME.
           MOVE 0 TO NL-SHIPUNIT.
           MOVE 0 TO NL-SHIPSTREET.
           MOVE 0 TO NL-SHIPZIP.

       WRITE-EXTRACT-RECORD.
           MOVE PK-ORDERID TO EXT-ORDERID.
           ELSE
               MOVE ' ' TO EXT-SHIPST.

           MOVE SHIPMENTNO TO EXT-PKGNO.
           IF NL-SHIPTONAME = 0
               MOVE SHIPTONAME TO EXT-SHIPTONAME
           ELSE
               MOVE ' ' TO EXT-SHIPTONAME.
           IF NL-SHIPUNIT = 0
               MOVE SHIPUNIT TO EXT-SHIPUNIT
           ELSE
               MOVE 0 TO EXT-SHIPUNIT.
           IF NL-SHIPSTREET = 0
               MOVE SHIPSTREET-VALUE TO EXT-SHIPSTREET
           ELSE
               MOVE ' ' TO EXT-SHIPSTREET.
           IF NL-SHIPZIP = 0
               MOVE SHIPZIP TO EXT-SHIPZIP
           ELSE
               MOVE 0 TO EXT-SHIPZIP.

           WRITE SHIPEXT-REC.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'SHIPEX' TO RC-PROGNAME.

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
           MOVE 'SHIPEX' TO ERR-PROGNAME.
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
