       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPEXPRPT.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - CUSTOMER PRICE AGREEMENTS COMING UP FOR
      *    RENEWAL. LISTS EVERY AGREEMENT THAT ENDS WITHIN THE NEXT
      *    CONTRACT-EXP-DAYS DAYS AND HAS NO LATER AGREEMENT LINED UP
      *    BEHIND IT, WITH THE CONTRACT PRICE NEXT TO TODAY'S LIST
      *    PRICE, SO SALES CAN RENEGOTIATE BEFORE THE CUSTOMER DROPS
      *    BACK TO LIST PRICE WITHOUT WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE EXPIRING PRICE AGREEMENTS REPORT
           SELECT CPEXPRPT-FILE ASSIGN TO CPEXPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CPEXPRPT-FILE.
       01  CPEXPRPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.

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
      ************************CUSTOMERS TABLE***************************
       01  FK-CUSTID                       PIC X(8).
       01  CUSTNAME.
           49  CUSTNAME-LENG               PIC S9(4)       COMP.
           49  CUSTNAME-VALUE              PIC X(25).
      ******************************************************************
      ************************LAPTOPS TABLE*****************************
       01  FK-LAPID                        PIC X(8).
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
       01  LISTPRICE                       PIC S9(6)V99    COMP-3.
      ******************************************************************
      ***********************CUSTPRICES TABLE***************************
       01  CPPRICE                         PIC S9(6)V99    COMP-3.
       01  CPSTART                         PIC X(10).
       01  CPEND                           PIC X(10).
      *    DAYS LEFT BEFORE THE AGREEMENT ENDS, AND HOW FAR AHEAD THE
      *    RUN LOOKS FOR AGREEMENTS ENDING
       01  DAYSLEFT                        PIC S9(9)       COMP.
       01  EXPDAYS                         PIC S9(9)       COMP
                                                            VALUE 30.
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
      *    WORK AREAS FOR THE PRINTED EXPIRING AGREEMENTS REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(31)   VALUE SPACES.
           05  FILLER            PIC X(36)
                    VALUE 'CUSTOMER PRICE AGREEMENTS EXPIRING'.
           05  FILLER                      PIC X(16)   VALUE SPACES.
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
           05  FILLER                      PIC X(14)
                                       VALUE '   DAYS AHEAD '.
           05  RPT-PL-DAYS                 PIC ZZ9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE 'CUST ID'.
           05  FILLER                 PIC X(25)   VALUE 'CUSTOMER NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE 'LAPTOP'.
           05  FILLER                 PIC X(25)   VALUE 'LAPTOP NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE '   CONTRACT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE '  LIST NOW'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'STARTED'.
           05  FILLER                 PIC X(12)   VALUE 'ENDS'.
           05  FILLER                 PIC X(4)    VALUE 'DAYS'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-CUSTNAME              PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CPPRICE               PIC $$$$,$$$.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LISTPRICE             PIC $$$$,$$$.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-START                 PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-END                   PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DAYS                  PIC ZZZ9.
      *    REPORT TOTAL LINE
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(30)
                         VALUE 'AGREEMENTS DUE FOR RENEWAL:   '.
           05  RPT-T-COUNT                 PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-CPEXPRPT.
           PERFORM DECLARE-CPEXP.
           PERFORM PROC-CPEXP.
           PERFORM WRITE-RPT-TOTAL.
           PERFORM CLOSE-CPEXPRPT.
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

       OPEN-CPEXPRPT.
           OPEN OUTPUT CPEXPRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE CPEXPRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           MOVE EXPDAYS TO RPT-PL-DAYS.
           WRITE CPEXPRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CPEXPRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CPEXPRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE CPEXPRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-CPEXPRPT.
           CLOSE CPEXPRPT-FILE.

      *    DRIVES A CURSOR OVER THE AGREEMENTS ENDING BETWEEN TODAY AND
      *    THE END OF THE LOOK-AHEAD WINDOW, SOONEST FIRST. AN
      *    AGREEMENT ALREADY FOLLOWED BY A LATER ONE FOR THE SAME
      *    CUSTOMER AND MODEL HAS BEEN RENEWED AND IS LEFT OFF
       DECLARE-CPEXP.
           EXEC SQL
               DECLARE CPEXP_CUR CURSOR FOR
               SELECT CP.CUSTOMERID,
                   UPPER(C.FIRSTNAME) CONCAT ' '
                       CONCAT UPPER(C.LASTNAME),
                   CP.LAPTOPID, UPPER(L.LAPTOPNAME),
                   CP.CONTRACTPRICE, L.PRICE,
                   CHAR(CP.STARTDATE, ISO), CHAR(CP.ENDDATE, ISO),
                   DAYS(CP.ENDDATE) - DAYS(CURRENT DATE)
               FROM CUSTPRICES CP, CUSTOMERS C, LAPTOPS L
               WHERE C.CUSTOMERID = CP.CUSTOMERID
               AND L.LAPTOPID = CP.LAPTOPID
               AND CP.ENDDATE BETWEEN CURRENT DATE
                   AND CURRENT DATE + :EXPDAYS DAYS
               AND NOT EXISTS
                   (SELECT 1
                    FROM CUSTPRICES N
                    WHERE N.CUSTOMERID = CP.CUSTOMERID
                    AND N.LAPTOPID = CP.LAPTOPID
                    AND N.STARTDATE > CP.ENDDATE)
               ORDER BY CP.ENDDATE, CP.CUSTOMERID, CP.LAPTOPID
           END-EXEC.

       PROC-CPEXP.
           MOVE 'PROC-CPEXP' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CPEXP_CUR END-EXEC.
           PERFORM LOOP-CPEXP THRU LOOP-CPEXP-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-CPEXP' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CPEXP_CUR END-EXEC.

       LOOP-CPEXP.
           MOVE ' ' TO CUSTNAME-VALUE.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 'LOOP-CPEXP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CPEXP_CUR
               INTO :FK-CUSTID, :CUSTNAME-VALUE, :FK-LAPID,
                   :LAPNAME-VALUE, :CPPRICE, :LISTPRICE, :CPSTART,
                   :CPEND, :DAYSLEFT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CPEXP-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               PERFORM WRITE-CPEXP-LINE.

       LOOP-CPEXP-EXIT.
           EXIT.

       WRITE-CPEXP-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE FK-CUSTID TO RPT-D-CUSTID.
           MOVE CUSTNAME-VALUE TO RPT-D-CUSTNAME.
           MOVE FK-LAPID TO RPT-D-LAPID.
           MOVE LAPNAME-VALUE TO RPT-D-LAPNAME.
           MOVE CPPRICE TO RPT-D-CPPRICE.
           MOVE LISTPRICE TO RPT-D-LISTPRICE.
           MOVE CPSTART TO RPT-D-START.
           MOVE CPEND TO RPT-D-END.
           MOVE DAYSLEFT TO RPT-D-DAYS.

           WRITE CPEXPRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    AN EMPTY RUN STILL PRINTS A PAGE, SO THE REPORT SHOWS THERE
      *    WAS NOTHING COMING DUE RATHER THAN LOOKING LIKE IT NEVER RAN
       WRITE-RPT-TOTAL.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE CPEXPRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CPEXPRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    READS THE OPERATOR-MAINTAINABLE OPERATING PARAMETERS THIS
      *    RUN SHOULD USE - A MISSING ROW LEAVES THE COMPILED DEFAULT
       LOAD-SYSPARMS.
           MOVE 'LINES-PER-PAGE' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.
           MOVE 'CONTRACT-EXP-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO EXPDAYS.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'CPEXPRPT' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' PRICE AGREEMENT(S) DUE FOR RENEWAL WERE'
               ' PRINTED'.
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
           MOVE 'CPEXPRPT' TO ERR-PROGNAME.
           MOVE FK-CUSTID TO ERR-KEYVALUE.
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
