       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRCBRP.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - UNPAID VENDOR WARRANTY CHARGEBACKS. EVERY
      *    CHARGEBACK RAISED ON AN IN-WARRANTY REPAIR, REPLACEMENT OR
      *    REFUND THAT THE VENDOR HAS NOT YET SETTLED, GROUPED BY THE
      *    VENDOR THAT OWNS THE MODEL AND OLDEST FIRST, WITH THE DAYS
      *    EACH HAS BEEN OUTSTANDING. A SUBTOTAL FOLLOWS EACH VENDOR
      *    AND A GRAND TOTAL ENDS THE REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE UNPAID CHARGEBACKS REPORT
           SELECT WARRCBRP-FILE ASSIGN TO WARRCBRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WARRCBRP-FILE.
       01  WARRCBRP-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  COMPCTR                         PIC 9(4)        VALUE 0.
      *    THE VENDOR WHOSE CHARGEBACKS ARE CURRENTLY BEING LISTED - A
      *    CHANGE TRIGGERS THE VENDOR'S SUBTOTAL LINE
       01  PREV-COMPANYID                  PIC X(8)        VALUE ' '.
      *    THE VENDOR'S OUTSTANDING TOTAL, AND THE SAME ACROSS EVERY
      *    VENDOR
       01  COMPAMT                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  TOTAMT                          PIC S9(11)V99   COMP-3
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
      *****************WARRANTYCHARGEBACKS TABLE************************
       01  COMPANYID                       PIC X(8).
       01  PK-CLAIMID                      PIC X(8).
       01  FK-LAPID                        PIC X(8).
       01  CLAIMSERIAL                     PIC X(12).
       01  CHARGEDATE                      PIC X(10).
       01  CBAMT                           PIC S9(9)V99    COMP-3.
      *    DAYS SINCE THE VENDOR WAS CHARGED
       01  DAYSOUT                         PIC S9(9)       COMP.
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
      *    WORK AREAS FOR THE PRINTED CHARGEBACKS REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(44)   VALUE SPACES.
           05  FILLER            PIC X(34)
                       VALUE 'UNPAID VENDOR WARRANTY CHARGEBACKS'.
           05  FILLER                      PIC X(46)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE 'VENDOR'.
           05  FILLER                 PIC X(11)   VALUE 'CLAIM'.
           05  FILLER                 PIC X(11)   VALUE 'LAPID'.
           05  FILLER                 PIC X(14)   VALUE 'UNIT SERIAL'.
           05  FILLER                 PIC X(12)   VALUE 'CHARGED'.
           05  FILLER                 PIC X(6)    VALUE 'DAYS'.
           05  FILLER                 PIC X(15)
                              VALUE '         AMOUNT'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LINE PER UNPAID CHARGEBACK
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-COMPANYID             PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-CLAIMID               PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-SERIAL                PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CHARGEDATE            PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DAYS                  PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-AMOUNT                PIC $$$$,$$$,$$$.99.
      *    VENDOR SUBTOTAL AND GRAND TOTAL LINES
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-LABEL                 PIC X(12).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-T-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(14)
                                       VALUE ' CHARGEBACK(S)'.
           05  FILLER                      PIC X(34)   VALUE SPACES.
           05  RPT-T-AMOUNT                PIC $$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-WARRCBRP.
           PERFORM DECLARE-CHGBK.
           PERFORM PROC-CHGBK.
           PERFORM CLOSE-WARRCBRP.
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

       OPEN-WARRCBRP.
           OPEN OUTPUT WARRCBRP-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE WARRCBRP-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE WARRCBRP-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WARRCBRP-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE WARRCBRP-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-WARRCBRP.
           CLOSE WARRCBRP-FILE.

      *    DRIVES A CURSOR OVER EVERY UNPAID CHARGEBACK GROUPED BY
      *    VENDOR, OLDEST FIRST, PICKING UP THE UNIT FROM ITS CLAIM
       DECLARE-CHGBK.
           EXEC SQL
               DECLARE WARRCBRP_CUR CURSOR FOR
               SELECT B.COMPANYID, B.CLAIMID, W.LAPTOPID,
                   COALESCE(W.SERIALNUM, ' '), B.CHARGEDATE, B.AMOUNT,
                   (DAYS(CURRENT DATE) - DAYS(B.CHARGEDATE))
               FROM WARRANTYCHARGEBACKS B, WARRANTYCLAIMS W
               WHERE B.PAIDFLAG = 'N'
               AND W.CLAIMID = B.CLAIMID
               ORDER BY B.COMPANYID, B.CHARGEDATE, B.CLAIMID
           END-EXEC.

       PROC-CHGBK.
           MOVE 'PROC-CHGBK' TO ERR-PARAGRAPH.
           EXEC SQL OPEN WARRCBRP_CUR END-EXEC.
           PERFORM LOOP-CHGBK THRU LOOP-CHGBK-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-CHGBK' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRCBRP_CUR END-EXEC.
      *    CLOSES OUT THE LAST VENDOR LISTED, THEN THE GRAND TOTAL
           IF PREV-COMPANYID NOT = ' '
               PERFORM WRITE-VENDOR-TOTAL
               PERFORM WRITE-GRAND-TOTAL.

       LOOP-CHGBK.
           MOVE 'LOOP-CHGBK' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRCBRP_CUR
               INTO :COMPANYID, :PK-CLAIMID, :FK-LAPID, :CLAIMSERIAL,
                   :CHARGEDATE, :CBAMT, :DAYSOUT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CHGBK-EXIT.
           IF SQLCODE = 0
      *    A NEW VENDOR CLOSES OUT THE PRIOR VENDOR'S SUBTOTAL
               IF PREV-COMPANYID NOT = ' '
                   AND PREV-COMPANYID NOT = COMPANYID
                   PERFORM WRITE-VENDOR-TOTAL
               END-IF
               MOVE COMPANYID TO PREV-COMPANYID
               PERFORM WRITE-CHGBK-LINE.

       LOOP-CHGBK-EXIT.
           EXIT.

       WRITE-CHGBK-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE COMPANYID TO RPT-D-COMPANYID.
           MOVE PK-CLAIMID TO RPT-D-CLAIMID.
           MOVE FK-LAPID TO RPT-D-LAPID.
           MOVE CLAIMSERIAL TO RPT-D-SERIAL.
           MOVE CHARGEDATE TO RPT-D-CHARGEDATE.
           MOVE DAYSOUT TO RPT-D-DAYS.
           MOVE CBAMT TO RPT-D-AMOUNT.
           ADD CBAMT TO COMPAMT.

           WRITE WARRCBRP-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.
           ADD 1 TO ROWCTR.
           ADD 1 TO COMPCTR.

      *    THE VENDOR'S SUBTOTAL, ROLLED INTO THE GRAND TOTAL
       WRITE-VENDOR-TOTAL.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE ' ' TO RPT-T-LABEL.
           STRING 'VENDOR ' DELIMITED BY SIZE
               PREV-COMPANYID DELIMITED BY SIZE
           INTO RPT-T-LABEL.
           MOVE COMPCTR TO RPT-T-COUNT.
           MOVE COMPAMT TO RPT-T-AMOUNT.
           WRITE WARRCBRP-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WARRCBRP-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

           ADD COMPAMT TO TOTAMT.
           MOVE 0 TO COMPCTR.
           MOVE 0 TO COMPAMT.

       WRITE-GRAND-TOTAL.
           MOVE 'ALL VENDORS' TO RPT-T-LABEL.
           MOVE ROWCTR TO RPT-T-COUNT.
           MOVE TOTAMT TO RPT-T-AMOUNT.
           WRITE WARRCBRP-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'WARRCBRP' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' UNPAID CHARGEBACK(S) WERE PRINTED'.
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
           MOVE 'WARRCBRP' TO ERR-PROGNAME.
           MOVE PK-CLAIMID TO ERR-KEYVALUE.
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
