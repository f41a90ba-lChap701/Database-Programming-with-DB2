       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPURGE.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    NIGHTLY BATCH RETENTION PURGE FOR THE REPORT REPOSITORY.
      *    A STORED REPORT IS REMOVED, LINES AND ALL, ONCE ITS
      *    RETENTION CLASS'S RETAINDAYS ON RPTRETENTION HAVE PASSED
      *    SINCE THE BUSINESS DATE IT WAS PRODUCED FOR. A CLASS WITH
      *    NO RPTRETENTION ROW IS NEVER PURGED. EVERY REPORT REMOVED
      *    IS LISTED WITH ITS PROGRAM, RUN, BUSINESS DATE, CLASS AND
      *    SIZE, SO THE LISTING SHOWS WHAT CAN NO LONGER BE REPRINTED.
      *    THE WHOLE PURGE IS ONE UNIT OF WORK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE PURGE LISTING
           SELECT PURGERPT-FILE ASSIGN TO PURGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGERPT-FILE.
       01  PURGERPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - REPORTS, PAGES AND LINES PURGED
       01  ROWCTR                          PIC 9(7)        VALUE 0.
       01  PAGETOT                         PIC 9(9)        VALUE 0.
       01  LINETOT                         PIC 9(9)        VALUE 0.

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
      ********************REPORTSTORE TABLE*****************************
      *    ONE EXPIRED REPORT - ITS KEY, WHERE IT CAME FROM, ITS
      *    RETENTION AND ITS SIZE
       01  RP-RUNID                        PIC S9(9)       COMP.
       01  RP-RPTNAME                      PIC X(8).
       01  RP-PROGNAME                     PIC X(12).
       01  RP-BUSDATE                      PIC X(10).
       01  RP-RUNDATE                      PIC X(10).
       01  RP-PAGES                        PIC S9(9)       COMP.
       01  RP-LINES                        PIC S9(9)       COMP.
       01  RP-RETCLASS                     PIC X.
       01  RP-RETAINDAYS                   PIC S9(9)       COMP.
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
      *    WORK AREAS FOR THE PRINTED PURGE LISTING
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(30)
                              VALUE 'REPORT REPOSITORY PURGE'.
           05  FILLER                      PIC X(17)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE OPERATING VALUES THE
      *    RUN ACTUALLY USED AND THE BUSINESS DATE PURGED TO
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(23)
                              VALUE 'PARAMETERS: LINES/PAGE '.
           05  RPT-PL-LPP                  PIC Z9.
           05  FILLER                      PIC X(17)
                              VALUE ', BUSINESS DATE '.
           05  RPT-PL-BUSDATE              PIC X(10).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'PROGRAM'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'REPORT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE '   RUN ID'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'BUS DATE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'RUN DATE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(5)    VALUE 'CLASS'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE '  DAYS'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE '  PAGES'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE '    LINES'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-PROGNAME              PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-RPTNAME               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-RUNID                 PIC Z(8)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BUSDATE               PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-RUNDATE               PIC X(10).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-RETCLASS              PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-RETAINDAYS            PIC Z(5)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PAGES                 PIC Z(6)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LINES                 PIC Z(8)9.
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(17)
                                       VALUE 'REPORTS PURGED: '.
           05  RPT-T-ROWS                  PIC Z(6)9.
           05  FILLER                      PIC X(10)
                                       VALUE '  PAGES: '.
           05  RPT-T-PAGES                 PIC Z(8)9.
           05  FILLER                      PIC X(10)
                                       VALUE '  LINES: '.
           05  RPT-T-LINES                 PIC Z(8)9.
       01  RPT-NONE-LINE.
           05  RPT-N-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(29)
                                VALUE 'NO STORED REPORT HAS EXPIRED'.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-PURGERPT.
           PERFORM DECLARE-PURGE.
           PERFORM PROC-PURGE.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-PURGERPT.
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

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

       OPEN-PURGERPT.
           OPEN OUTPUT PURGERPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE PURGERPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           MOVE RC-BUSDATE TO RPT-PL-BUSDATE.
           WRITE PURGERPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PURGERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PURGERPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE PURGERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-PURGERPT.
           CLOSE PURGERPT-FILE.

      *    EVERY STORED REPORT WHOSE RETENTION HAS RUN OUT AS OF THIS
      *    BUSINESS DATE - THE INNER JOIN LEAVES A CLASS WITH NO
      *    RPTRETENTION ROW ALONE
       DECLARE-PURGE.
           EXEC SQL
               DECLARE PURGE_CUR CURSOR FOR
               SELECT S.RUNID, S.REPORTNAME, S.PROGRAMNAME,
                   CHAR(S.BUSINESSDATE, ISO), CHAR(S.RUNDATE, ISO),
                   S.PAGECOUNT, S.LINECOUNT, S.RETCLASS, R.RETAINDAYS
               FROM REPORTSTORE S, RPTRETENTION R
               WHERE S.RETCLASS = R.RETCLASS
               AND S.BUSINESSDATE + R.RETAINDAYS DAYS
                   < DATE(:RC-BUSDATE)
               ORDER BY S.PROGRAMNAME, S.BUSINESSDATE, S.RUNID,
                   S.REPORTNAME
           END-EXEC.

       PROC-PURGE.
           MOVE 'PROC-PURGE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PURGE_CUR END-EXEC.
           PERFORM LOOP-PURGE THRU LOOP-PURGE-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-PURGE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PURGE_CUR END-EXEC.

       LOOP-PURGE.
           MOVE 'LOOP-PURGE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PURGE_CUR
               INTO :RP-RUNID, :RP-RPTNAME, :RP-PROGNAME,
                   :RP-BUSDATE, :RP-RUNDATE, :RP-PAGES, :RP-LINES,
                   :RP-RETCLASS, :RP-RETAINDAYS
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-PURGE-EXIT.
           IF SQLCODE = 0
               PERFORM PURGE-REPORT
               PERFORM WRITE-PURGE-LINE.

       LOOP-PURGE-EXIT.
           EXIT.

      *    THE LINES FIRST, THEN THE REPOSITORY ROW
       PURGE-REPORT.
           MOVE 'PURGE-REPORT' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM REPORTLINES
                   WHERE RUNID = :RP-RUNID
                   AND REPORTNAME = :RP-RPTNAME
           END-EXEC.
           EXEC SQL
               DELETE FROM REPORTSTORE
                   WHERE RUNID = :RP-RUNID
                   AND REPORTNAME = :RP-RPTNAME
           END-EXEC.
           ADD 1 TO ROWCTR.
           ADD RP-PAGES TO PAGETOT.
           ADD RP-LINES TO LINETOT.

       WRITE-PURGE-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE RP-PROGNAME TO RPT-D-PROGNAME.
           MOVE RP-RPTNAME TO RPT-D-RPTNAME.
           MOVE RP-RUNID TO RPT-D-RUNID.
           MOVE RP-BUSDATE TO RPT-D-BUSDATE.
           MOVE RP-RUNDATE TO RPT-D-RUNDATE.
           MOVE RP-RETCLASS TO RPT-D-RETCLASS.
           MOVE RP-RETAINDAYS TO RPT-D-RETAINDAYS.
           MOVE RP-PAGES TO RPT-D-PAGES.
           MOVE RP-LINES TO RPT-D-LINES.
           WRITE PURGERPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    GRAND TOTALS - OR, WHEN NOTHING HAS EXPIRED, A SINGLE PAGE
      *    SAYING SO, SO AN EMPTY LISTING IS NEVER MISTAKEN FOR A LOST
      *    ONE
       WRITE-TOTALS.
           IF ROWCTR = 0
               PERFORM WRITE-RPT-HEADINGS
               WRITE PURGERPT-REC FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO WRITE-TOTALS-EXIT.
           IF RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE ROWCTR TO RPT-T-ROWS.
           MOVE PAGETOT TO RPT-T-PAGES.
           MOVE LINETOT TO RPT-T-LINES.
           WRITE PURGERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PURGERPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

       WRITE-TOTALS-EXIT.
           EXIT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'RPTPURGE' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' EXPIRED REPORT(S) WERE PURGED FROM THE'
               ' REPORT REPOSITORY'.
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
           MOVE 'RPTPURGE' TO ERR-PROGNAME.
           MOVE RP-RPTNAME TO ERR-KEYVALUE.
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
