       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLSTRPT.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - PRODUCT RECALL STATUS. ONE LINE FOR EVERY
      *    OPEN RECALL, OLDEST FIRST, COUNTING THE UNITS THE RECALL
      *    RUN HAS FOUND: HOW MANY ARE IN OUR HOLDS, HOW MANY ARE WITH
      *    CUSTOMERS AND HOW MANY OF THOSE WERE SENT A NOTICE, AND HOW
      *    MANY HAVE BEEN REMEDIED, WITH THE UNITS STILL OUTSTANDING
      *    AND THE PERCENTAGE REMEDIED. A TOTAL LINE ENDS THE REPORT,
      *    SO CUSTOMER SERVICE CAN SEE WHICH RECALLS STILL NEED
      *    CHASING AND THE VENDOR CAN BE TOLD WHERE WE STAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE RECALL STATUS REPORT
           SELECT RCLSTRPT-FILE ASSIGN TO RCLSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCLSTRPT-FILE.
       01  RCLSTRPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
      *    THE SAME UNIT COUNTS ACROSS EVERY OPEN RECALL
       01  TOTFOUND                        PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTHELD                         PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTCUST                         PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTNOTICED                      PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTREMEDIED                     PIC S9(9)       COMP
                                                            VALUE 0.
      *    UNITS NOT YET REMEDIED AND THE SHARE THAT HAVE BEEN
       01  OUTSTANDING                     PIC S9(9)       COMP
                                                            VALUE 0.
       01  PCTREMEDIED                     PIC S9(3)V9     COMP-3
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
      *************************RECALLS TABLE****************************
       01  PK-RECALLID                     PIC X(8).
       01  COMPANYID                       PIC X(8).
       01  FK-LAPID                        PIC X(8).
       01  RECALLDATE                      PIC X(10).
       01  SERIALFROM                      PIC X(12).
       01  SERIALTO                        PIC X(12).
      **********************RECALLUNITS TABLE***************************
      *    THE RECALL'S UNITS - FOUND IN ALL, IN OUR HOLDS, WITH
      *    CUSTOMERS, SENT A NOTICE, AND REMEDIED
       01  UNITSFOUND                      PIC S9(9)       COMP.
       01  UNITSHELD                       PIC S9(9)       COMP.
       01  UNITSCUST                       PIC S9(9)       COMP.
       01  UNITSNOTICED                    PIC S9(9)       COMP.
       01  UNITSREMEDIED                   PIC S9(9)       COMP.
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
      *    WORK AREAS FOR THE PRINTED RECALL STATUS REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(48)   VALUE SPACES.
           05  FILLER            PIC X(28)
                       VALUE 'OPEN PRODUCT RECALLS STATUS'.
           05  FILLER                      PIC X(48)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'RECALL'.
           05  FILLER                 PIC X(10)   VALUE 'VENDOR'.
           05  FILLER                 PIC X(10)   VALUE 'LAPID'.
           05  FILLER                 PIC X(12)   VALUE 'ISSUED'.
           05  FILLER                 PIC X(26)   VALUE 'SERIALS'.
           05  FILLER                 PIC X(8)    VALUE '   FOUND'.
           05  FILLER                 PIC X(8)    VALUE '    HELD'.
           05  FILLER                 PIC X(8)    VALUE '    SOLD'.
           05  FILLER                 PIC X(8)    VALUE ' NOTICED'.
           05  FILLER                 PIC X(9)    VALUE ' REMEDIED'.
           05  FILLER                 PIC X(8)    VALUE '    OPEN'.
           05  FILLER                 PIC X(7)    VALUE '    PCT'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LINE PER OPEN RECALL
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-RECALLID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-COMPANYID             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-RECALLDATE            PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SERIALS               PIC X(26).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FOUND                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-HELD                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CUST                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-NOTICED               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-REMEDIED              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-OPEN                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PCT                   PIC ZZ9.9.
      *    THE TOTAL ACROSS EVERY OPEN RECALL
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(12)
                                       VALUE 'ALL RECALLS '.
           05  RPT-T-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(10)
                                       VALUE ' RECALL(S)'.
           05  FILLER                      PIC X(44)   VALUE SPACES.
           05  RPT-T-FOUND                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-HELD                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-CUST                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-NOTICED               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-T-REMEDIED              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-OPEN                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-PCT                   PIC ZZ9.9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-RCLSTRPT.
           PERFORM DECLARE-RECALL.
           PERFORM PROC-RECALL.
           PERFORM CLOSE-RCLSTRPT.
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

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

       OPEN-RCLSTRPT.
           OPEN OUTPUT RCLSTRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE RCLSTRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE RCLSTRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RCLSTRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE RCLSTRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-RCLSTRPT.
           CLOSE RCLSTRPT-FILE.

      *    DRIVES A CURSOR OVER EVERY OPEN RECALL, OLDEST FIRST, WITH
      *    ITS UNITS COUNTED OUT OF RECALLUNITS
       DECLARE-RECALL.
           EXEC SQL
               DECLARE RCLSTRPT_CUR CURSOR FOR
               SELECT R.RECALLID, R.COMPANYID, R.LAPTOPID,
                   CHAR(R.RECALLDATE, ISO),
                   COALESCE(R.SERIALFROM, ' '),
                   COALESCE(R.SERIALTO, ' '),
                   (SELECT COUNT(*) FROM RECALLUNITS U
                    WHERE U.RECALLID = R.RECALLID),
                   (SELECT COUNT(*) FROM RECALLUNITS U
                    WHERE U.RECALLID = R.RECALLID
                    AND U.UNITSTATE IN ('H', 'D')),
                   (SELECT COUNT(*) FROM RECALLUNITS U
                    WHERE U.RECALLID = R.RECALLID
                    AND U.UNITSTATE = 'C'),
                   (SELECT COUNT(*) FROM RECALLUNITS U
                    WHERE U.RECALLID = R.RECALLID
                    AND U.NOTICEDATE IS NOT NULL),
                   (SELECT COUNT(*) FROM RECALLUNITS U
                    WHERE U.RECALLID = R.RECALLID
                    AND U.REMEDIED = 'Y')
               FROM RECALLS R
               WHERE R.STATUS = 'O'
               ORDER BY R.RECALLDATE, R.RECALLID
           END-EXEC.

       PROC-RECALL.
           MOVE 'PROC-RECALL' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RCLSTRPT_CUR END-EXEC.
           PERFORM LOOP-RECALL THRU LOOP-RECALL-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-RECALL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RCLSTRPT_CUR END-EXEC.
           IF ROWCTR > 0
               PERFORM WRITE-GRAND-TOTAL.

       LOOP-RECALL.
           MOVE 'LOOP-RECALL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RCLSTRPT_CUR
               INTO :PK-RECALLID, :COMPANYID, :FK-LAPID, :RECALLDATE,
                   :SERIALFROM, :SERIALTO, :UNITSFOUND, :UNITSHELD,
                   :UNITSCUST, :UNITSNOTICED, :UNITSREMEDIED
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-RECALL-EXIT.
           IF SQLCODE = 0
               PERFORM WRITE-RECALL-LINE.

       LOOP-RECALL-EXIT.
           EXIT.

       WRITE-RECALL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE PK-RECALLID TO RPT-D-RECALLID.
           MOVE COMPANYID TO RPT-D-COMPANYID.
           MOVE FK-LAPID TO RPT-D-LAPID.
           MOVE RECALLDATE TO RPT-D-RECALLDATE.
      *    A RECALL WITH NO RANGE IS A LIST OF SERIALS
           MOVE ' ' TO RPT-D-SERIALS.
           IF SERIALFROM = ' '
               MOVE 'LISTED SERIALS' TO RPT-D-SERIALS
           ELSE
               STRING SERIALFROM DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   SERIALTO DELIMITED BY SPACE
               INTO RPT-D-SERIALS.
           MOVE UNITSFOUND TO RPT-D-FOUND.
           MOVE UNITSHELD TO RPT-D-HELD.
           MOVE UNITSCUST TO RPT-D-CUST.
           MOVE UNITSNOTICED TO RPT-D-NOTICED.
           MOVE UNITSREMEDIED TO RPT-D-REMEDIED.
           COMPUTE OUTSTANDING = UNITSFOUND - UNITSREMEDIED.
           MOVE OUTSTANDING TO RPT-D-OPEN.
           IF UNITSFOUND = 0
               MOVE 0 TO PCTREMEDIED
           ELSE
               COMPUTE PCTREMEDIED ROUNDED =
                   UNITSREMEDIED * 100 / UNITSFOUND.
           MOVE PCTREMEDIED TO RPT-D-PCT.

           WRITE RCLSTRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.
           ADD 1 TO ROWCTR.

           ADD UNITSFOUND TO TOTFOUND.
           ADD UNITSHELD TO TOTHELD.
           ADD UNITSCUST TO TOTCUST.
           ADD UNITSNOTICED TO TOTNOTICED.
           ADD UNITSREMEDIED TO TOTREMEDIED.

       WRITE-GRAND-TOTAL.
           IF RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE RCLSTRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ROWCTR TO RPT-T-COUNT.
           MOVE TOTFOUND TO RPT-T-FOUND.
           MOVE TOTHELD TO RPT-T-HELD.
           MOVE TOTCUST TO RPT-T-CUST.
           MOVE TOTNOTICED TO RPT-T-NOTICED.
           MOVE TOTREMEDIED TO RPT-T-REMEDIED.
           COMPUTE OUTSTANDING = TOTFOUND - TOTREMEDIED.
           MOVE OUTSTANDING TO RPT-T-OPEN.
           IF TOTFOUND = 0
               MOVE 0 TO PCTREMEDIED
           ELSE
               COMPUTE PCTREMEDIED ROUNDED =
                   TOTREMEDIED * 100 / TOTFOUND.
           MOVE PCTREMEDIED TO RPT-T-PCT.
           WRITE RCLSTRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'RCLSTRPT' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' OPEN RECALL(S) WERE PRINTED'.
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
           MOVE 'RCLSTRPT' TO ERR-PROGNAME.
           MOVE PK-RECALLID TO ERR-KEYVALUE.
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
