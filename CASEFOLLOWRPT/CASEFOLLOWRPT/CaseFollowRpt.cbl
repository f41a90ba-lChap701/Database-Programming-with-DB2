       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEFLUP.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    DAILY BATCH REPORT - THE CUSTOMER CASE FOLLOW-UP LIST. EVERY
      *    OPEN CUSTOMER CASE WHOSE FOLLOW-UP DATE IS TODAY OR ALREADY
      *    PAST, GROUPED BY THE OPERATOR WHO TOOK IT, OLDEST FIRST,
      *    WITH THE CUSTOMER, THE ORDER IT IS ABOUT AND THE NOTE
      *    ITSELF - SO EVERY PROMISED CALLBACK GETS MADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE CASE FOLLOW-UP LIST
           SELECT CASERPT-FILE ASSIGN TO CASEFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASERPT-FILE.
       01  CASERPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
      *    CASES LISTED THAT ARE PAST THEIR FOLLOW-UP DATE
       01  OVERDUECTR                      PIC 9(4)        VALUE 0.
      *    THE OPERATOR WHOSE CASES ARE CURRENTLY LISTED - A CHANGE
      *    TRIGGERS A FRESH OPERATOR HEADING
       01  PREV-OPERID                     PIC X(4)        VALUE ' '.
      *    SET TO 'Y' WHEN THE CASE CURSOR RUNS DRY - THE LOOP RUNS
      *    OFF THIS SWITCH, NOT RAW SQLCODE, BECAUSE THE OPERATOR-NAME
      *    LOOKUP ON A GROUP BREAK MAY RETURN 100
       01  CASEEOF-SW                      PIC X           VALUE 'N'.

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
      **********************CUSTNOTES TABLE*****************************
       01  NOTE-OPERID                     PIC X(4).
       01  NOTEID                          PIC S9(9)       COMP.
       01  NOTEFOLLOWUP                    PIC X(10).
       01  DAYSOVER                        PIC S9(9)       COMP.
       01  NOTEORDID                       PIC X(8).
       01  NL-NOTEORDID                    PIC S9(4)       COMP.
       01  NOTECAT                         PIC X.
       01  NOTETEXT.
           49  NOTETEXT-LENG               PIC S9(4)       COMP.
           49  NOTETEXT-VALUE              PIC X(100).
      ************************CUSTOMERS TABLE***************************
       01  FK-CUSTID                       PIC X(8).
       01  CUSTNAME.
           49  CUSTNAME-LENG               PIC S9(4)       COMP.
           49  CUSTNAME-VALUE              PIC X(25).
      **********************OPERATORS TABLE*****************************
       01  OPERNAME.
           49  OPERNAME-LENG               PIC S9(4)       COMP.
           49  OPERNAME-VALUE              PIC X(25).
       01  NL-OPERNAME                     PIC S9(4)       COMP.
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
      *    WORK AREAS FOR THE PRINTED FOLLOW-UP LIST
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(30)
                         VALUE 'CUSTOMER CASE FOLLOW-UP LIST'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE OPERATING VALUES THE
      *    RUN ACTUALLY USED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(23)
                              VALUE 'PARAMETERS: LINES/PAGE '.
           05  RPT-PL-LPP                  PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE '     CASE'.
           05  FILLER                 PIC X(12)   VALUE 'FOLLOW UP'.
           05  FILLER                 PIC X(10)   VALUE 'DAYS LATE'.
           05  FILLER                 PIC X(9)    VALUE 'CUST ID'.
           05  FILLER                 PIC X(27)   VALUE 'CUSTOMER NAME'.
           05  FILLER                 PIC X(10)   VALUE 'ORDER'.
           05  FILLER                 PIC X(10)   VALUE 'CATEGORY'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    OPERATOR HEADING LINE PRINTED AT THE TOP OF EACH GROUP
       01  RPT-OPER-LINE.
           05  RPT-O-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'OPERATOR: '.
           05  RPT-O-OPERID                PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-O-NAME                  PIC X(25).
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-NOTEID                PIC Z(8)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FOLLOWUP              PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DAYSOVER              PIC ZZZ9.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-CUSTNAME              PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CATEGORY              PIC X(10).
      *    THE NOTE ITSELF, ON ITS OWN LINE UNDER THE CASE
       01  RPT-NOTE-LINE.
           05  RPT-N-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(15)   VALUE SPACES.
           05  RPT-N-TEXT                  PIC X(100).
      *    REPORT TOTAL LINE
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(22)
                                  VALUE 'CASES TO FOLLOW UP:   '.
           05  RPT-T-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(13)
                                        VALUE '   OVERDUE: '.
           05  RPT-T-OVERDUE               PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-CASERPT.
           PERFORM DECLARE-CASE.
           PERFORM PROC-CASE.
           PERFORM WRITE-RPT-TOTAL.
           PERFORM CLOSE-CASERPT.
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

       OPEN-CASERPT.
           OPEN OUTPUT CASERPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE CASERPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           WRITE CASERPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CASERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CASERPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE CASERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-CASERPT.
           CLOSE CASERPT-FILE.

      *    DRIVES A CURSOR OVER THE OPEN CASES DUE TODAY OR EARLIER,
      *    GROUPED BY OPERATOR, OLDEST FOLLOW-UP FIRST WITHIN EACH
       DECLARE-CASE.
           EXEC SQL
               DECLARE CASE_CUR CURSOR FOR
               SELECT N.OPERATORID, N.NOTEID,
                   CHAR(N.FOLLOWUPDATE, ISO),
                   DAYS(CURRENT DATE) - DAYS(N.FOLLOWUPDATE),
                   N.CUSTOMERID,
                   UPPER(C.FIRSTNAME) CONCAT ' '
                       CONCAT UPPER(C.LASTNAME),
                   N.ORDERID, N.CATEGORY, N.NOTETEXT
               FROM CUSTNOTES N, CUSTOMERS C
               WHERE C.CUSTOMERID = N.CUSTOMERID
               AND N.NOTESTATUS = 'O'
               AND N.FOLLOWUPDATE <= CURRENT DATE
               ORDER BY N.OPERATORID, N.FOLLOWUPDATE, N.NOTEID
           END-EXEC.

       PROC-CASE.
           MOVE 'N' TO CASEEOF-SW.
           MOVE 'PROC-CASE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CASE_CUR END-EXEC.
           PERFORM LOOP-CASE THRU LOOP-CASE-EXIT UNTIL CASEEOF-SW = 'Y'.
           MOVE 'PROC-CASE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CASE_CUR END-EXEC.

       LOOP-CASE.
           MOVE ' ' TO CUSTNAME-VALUE.
           MOVE ' ' TO NOTETEXT-VALUE.
           MOVE 0 TO NL-NOTEORDID.
           MOVE 'LOOP-CASE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CASE_CUR
               INTO :NOTE-OPERID, :NOTEID, :NOTEFOLLOWUP, :DAYSOVER,
                   :FK-CUSTID, :CUSTNAME-VALUE,
                   :NOTEORDID :NL-NOTEORDID, :NOTECAT, :NOTETEXT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CASEEOF-SW
               GO TO LOOP-CASE-EXIT.
           IF SQLCODE = 0
      *    A NEW OPERATOR OPENS A FRESH HEADING BLOCK
               IF NOTE-OPERID NOT = PREV-OPERID
                   PERFORM SELECT-OPERNAME
                   PERFORM WRITE-OPER-BLOCK
                   MOVE NOTE-OPERID TO PREV-OPERID
               END-IF
               ADD 1 TO ROWCTR
               IF DAYSOVER > 0
                   ADD 1 TO OVERDUECTR
               END-IF
               PERFORM WRITE-CASE-LINES.

       LOOP-CASE-EXIT.
           EXIT.

       SELECT-OPERNAME.
           MOVE ' ' TO OPERNAME-VALUE.
           MOVE 0 TO NL-OPERNAME.
           MOVE 'SELECT-OPERNAME' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT OPERNAME
               INTO :OPERNAME :NL-OPERNAME
               FROM OPERATORS
               WHERE OPERATORID = :NOTE-OPERID
           END-EXEC.
           IF SQLCODE NOT = 0 OR NL-OPERNAME < 0
               MOVE 'NAME NOT ON FILE' TO OPERNAME-VALUE.

       WRITE-OPER-BLOCK.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE NOTE-OPERID TO RPT-O-OPERID.
           MOVE OPERNAME-VALUE TO RPT-O-NAME.
           WRITE CASERPT-REC FROM RPT-OPER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CASERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

       WRITE-CASE-LINES.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE NOTEID TO RPT-D-NOTEID.
           MOVE NOTEFOLLOWUP TO RPT-D-FOLLOWUP.
           MOVE DAYSOVER TO RPT-D-DAYSOVER.
           MOVE FK-CUSTID TO RPT-D-CUSTID.
           MOVE CUSTNAME-VALUE TO RPT-D-CUSTNAME.
           IF NL-NOTEORDID < 0
               MOVE ' ' TO RPT-D-ORDERID
           ELSE
               MOVE NOTEORDID TO RPT-D-ORDERID.
           EVALUATE NOTECAT
               WHEN 'B'
                   MOVE 'CALLBACK' TO RPT-D-CATEGORY
               WHEN 'K'
                   MOVE 'COMPLAINT' TO RPT-D-CATEGORY
               WHEN 'P'
                   MOVE 'PREFERENCE' TO RPT-D-CATEGORY
               WHEN OTHER
                   MOVE 'GENERAL' TO RPT-D-CATEGORY
           END-EVALUATE.
           MOVE NOTETEXT-VALUE TO RPT-N-TEXT.

           WRITE CASERPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CASERPT-REC FROM RPT-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

      *    AN EMPTY RUN STILL PRINTS A PAGE, SO THE LIST SHOWS THERE
      *    WAS NOTHING DUE RATHER THAN LOOKING LIKE IT NEVER RAN
       WRITE-RPT-TOTAL.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE ROWCTR TO RPT-T-COUNT.
           MOVE OVERDUECTR TO RPT-T-OVERDUE.
           WRITE CASERPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CASERPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'CASEFLUP' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' CUSTOMER CASE(S) DUE FOR FOLLOW-UP WERE'
               ' PRINTED, ' OVERDUECTR ' OVERDUE'.
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
           MOVE 'CASEFLUP' TO ERR-PROGNAME.
           MOVE NOTEID TO ERR-KEYVALUE.
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
