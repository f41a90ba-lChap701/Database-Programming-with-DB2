       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRCLMRPT.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - OPEN FREIGHT CLAIMS AGING BY CARRIER. EVERY
      *    CLAIM THE CARRIER HAS NEITHER PAID NOR DENIED, GROUPED BY
      *    CARRIER AND OLDEST FIRST, WITH THE AMOUNT CLAIMED SPREAD
      *    ACROSS 0-30, 31-60, 61-90 AND OVER 90 DAYS OPEN. A
      *    SUBTOTAL FOLLOWS EACH CARRIER AND A GRAND TOTAL ENDS THE
      *    REPORT, SO THE CLAIMS DESK KNOWS WHICH CARRIER TO CHASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE FREIGHT CLAIMS AGING REPORT
           SELECT FRCLMRPT-FILE ASSIGN TO FRCLMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRCLMRPT-FILE.
       01  FRCLMRPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  CARRCTR                         PIC 9(4)        VALUE 0.
      *    THE CARRIER WHOSE CLAIMS ARE CURRENTLY BEING LISTED - A
      *    CHANGE TRIGGERS THE CARRIER'S SUBTOTAL LINE
       01  PREV-CARRIERCODE                PIC X(4)        VALUE ' '.
      *    THE CARRIER'S CLAIMED AMOUNTS IN EACH AGING BUCKET
       01  CARRBKT1                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  CARRBKT2                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  CARRBKT3                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  CARRBKT4                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    THE SAME BUCKETS ACROSS EVERY CARRIER
       01  TOTBKT1                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  TOTBKT2                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  TOTBKT3                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  TOTBKT4                         PIC S9(11)V99   COMP-3
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
      *********************FREIGHTCLAIMS TABLE**************************
       01  CARRIERCODE                     PIC X(4).
       01  PK-FCLMID                       PIC X(8).
       01  FK-ORDERID                      PIC X(8).
       01  SHIPMENTNO                      PIC S9(4)       COMP.
       01  FCLMTYPE                        PIC X.
       01  FCLMDATE                        PIC X(10).
       01  FCLMAMT                         PIC S9(9)V99    COMP-3.
      *    DAYS SINCE THE CLAIM WAS OPENED
       01  DAYSOPEN                        PIC S9(9)       COMP.
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
      *    WORK AREAS FOR THE PRINTED AGING REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(44)   VALUE SPACES.
           05  FILLER            PIC X(36)
                       VALUE 'OPEN FREIGHT CLAIMS AGING BY CARRIER'.
           05  FILLER                      PIC X(32)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'CARR'.
           05  FILLER                 PIC X(10)   VALUE 'CLAIM'.
           05  FILLER                 PIC X(10)   VALUE 'ORDER'.
           05  FILLER                 PIC X(5)    VALUE 'PKG'.
           05  FILLER                 PIC X(9)    VALUE 'TYPE'.
           05  FILLER                 PIC X(12)   VALUE 'CLAIM DATE'.
           05  FILLER                 PIC X(6)    VALUE 'DAYS'.
           05  FILLER                 PIC X(15)
                              VALUE '      0-30 DAYS'.
           05  FILLER                 PIC X(15)
                              VALUE '     31-60 DAYS'.
           05  FILLER                 PIC X(15)
                              VALUE '     61-90 DAYS'.
           05  FILLER                 PIC X(15)
                              VALUE '   OVER 90 DAYS'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LINE PER OPEN CLAIM - THE AMOUNT PRINTS ONLY UNDER THE
      *    BUCKET ITS AGE FALLS IN
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CARRIER               PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FCLMID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PKGNO                 PIC ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-TYPE                  PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FCLMDATE              PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DAYS                  PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BKT1                  PIC $$$$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
           05  RPT-D-BKT2                  PIC $$$$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
           05  RPT-D-BKT3                  PIC $$$$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
           05  RPT-D-BKT4                  PIC $$$$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
      *    CARRIER SUBTOTAL AND GRAND TOTAL LINES
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-LABEL                 PIC X(12).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-T-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(9)
                                       VALUE ' CLAIM(S)'.
           05  FILLER                      PIC X(32)   VALUE SPACES.
           05  RPT-T-BKT1                  PIC $$$$,$$$,$$$.99.
           05  RPT-T-BKT2                  PIC $$$$,$$$,$$$.99.
           05  RPT-T-BKT3                  PIC $$$$,$$$,$$$.99.
           05  RPT-T-BKT4                  PIC $$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-FRCLMRPT.
           PERFORM DECLARE-FCLM.
           PERFORM PROC-FCLM.
           PERFORM CLOSE-FRCLMRPT.
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

       OPEN-FRCLMRPT.
           OPEN OUTPUT FRCLMRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE FRCLMRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE FRCLMRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE FRCLMRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE FRCLMRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FRCLMRPT.
           CLOSE FRCLMRPT-FILE.

      *    DRIVES A CURSOR OVER EVERY OPEN CLAIM GROUPED BY CARRIER,
      *    OLDEST FIRST, LETTING DB2'S DAYS() FUNCTION DO THE DATE
      *    MATH
       DECLARE-FCLM.
           EXEC SQL
               DECLARE FRCLMRPT_CUR CURSOR FOR
               SELECT CARRIERCODE, FCLAIMID, ORDERID, SHIPMENTNO,
                   CLAIMTYPE, CLAIMDATE, CLAIMAMT,
                   (DAYS(CURRENT DATE) - DAYS(CLAIMDATE))
               FROM FREIGHTCLAIMS
               WHERE STATUS = 'O'
               ORDER BY CARRIERCODE, CLAIMDATE, FCLAIMID
           END-EXEC.

       PROC-FCLM.
           MOVE 'PROC-FCLM' TO ERR-PARAGRAPH.
           EXEC SQL OPEN FRCLMRPT_CUR END-EXEC.
           PERFORM LOOP-FCLM THRU LOOP-FCLM-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-FCLM' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE FRCLMRPT_CUR END-EXEC.
      *    CLOSES OUT THE LAST CARRIER LISTED, THEN THE GRAND TOTAL
           IF PREV-CARRIERCODE NOT = ' '
               PERFORM WRITE-CARRIER-TOTAL
               PERFORM WRITE-GRAND-TOTAL.

       LOOP-FCLM.
           MOVE 'LOOP-FCLM' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH FRCLMRPT_CUR
               INTO :CARRIERCODE, :PK-FCLMID, :FK-ORDERID,
                   :SHIPMENTNO, :FCLMTYPE, :FCLMDATE, :FCLMAMT,
                   :DAYSOPEN
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-FCLM-EXIT.
           IF SQLCODE = 0
      *    A NEW CARRIER CLOSES OUT THE PRIOR CARRIER'S SUBTOTAL
               IF PREV-CARRIERCODE NOT = ' '
                   AND PREV-CARRIERCODE NOT = CARRIERCODE
                   PERFORM WRITE-CARRIER-TOTAL
               END-IF
               MOVE CARRIERCODE TO PREV-CARRIERCODE
               PERFORM WRITE-FCLM-LINE.

       LOOP-FCLM-EXIT.
           EXIT.

      *    ONE LINE PER OPEN CLAIM, ITS AMOUNT UNDER ITS AGE BUCKET
       WRITE-FCLM-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE CARRIERCODE TO RPT-D-CARRIER.
           MOVE PK-FCLMID TO RPT-D-FCLMID.
           MOVE FK-ORDERID TO RPT-D-ORDERID.
           MOVE SHIPMENTNO TO RPT-D-PKGNO.
           IF FCLMTYPE = 'L'
               MOVE 'LOST' TO RPT-D-TYPE
           ELSE
               MOVE 'DAMAGED' TO RPT-D-TYPE.
           MOVE FCLMDATE TO RPT-D-FCLMDATE.
           MOVE DAYSOPEN TO RPT-D-DAYS.
           MOVE 0 TO RPT-D-BKT1.
           MOVE 0 TO RPT-D-BKT2.
           MOVE 0 TO RPT-D-BKT3.
           MOVE 0 TO RPT-D-BKT4.
           EVALUATE TRUE
               WHEN DAYSOPEN <= 30
                   MOVE FCLMAMT TO RPT-D-BKT1
                   ADD FCLMAMT TO CARRBKT1
               WHEN DAYSOPEN <= 60
                   MOVE FCLMAMT TO RPT-D-BKT2
                   ADD FCLMAMT TO CARRBKT2
               WHEN DAYSOPEN <= 90
                   MOVE FCLMAMT TO RPT-D-BKT3
                   ADD FCLMAMT TO CARRBKT3
               WHEN OTHER
                   MOVE FCLMAMT TO RPT-D-BKT4
                   ADD FCLMAMT TO CARRBKT4
           END-EVALUATE.

           WRITE FRCLMRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.
           ADD 1 TO ROWCTR.
           ADD 1 TO CARRCTR.

      *    THE CARRIER'S SUBTOTAL, ROLLED INTO THE GRAND TOTAL
       WRITE-CARRIER-TOTAL.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE ' ' TO RPT-T-LABEL.
           STRING 'CARRIER ' DELIMITED BY SIZE
               PREV-CARRIERCODE DELIMITED BY SIZE
           INTO RPT-T-LABEL.
           MOVE CARRCTR TO RPT-T-COUNT.
           MOVE CARRBKT1 TO RPT-T-BKT1.
           MOVE CARRBKT2 TO RPT-T-BKT2.
           MOVE CARRBKT3 TO RPT-T-BKT3.
           MOVE CARRBKT4 TO RPT-T-BKT4.
           WRITE FRCLMRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE FRCLMRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

           ADD CARRBKT1 TO TOTBKT1.
           ADD CARRBKT2 TO TOTBKT2.
           ADD CARRBKT3 TO TOTBKT3.
           ADD CARRBKT4 TO TOTBKT4.
           MOVE 0 TO CARRCTR.
           MOVE 0 TO CARRBKT1.
           MOVE 0 TO CARRBKT2.
           MOVE 0 TO CARRBKT3.
           MOVE 0 TO CARRBKT4.

       WRITE-GRAND-TOTAL.
           MOVE 'ALL CARRIERS' TO RPT-T-LABEL.
           MOVE ROWCTR TO RPT-T-COUNT.
           MOVE TOTBKT1 TO RPT-T-BKT1.
           MOVE TOTBKT2 TO RPT-T-BKT2.
           MOVE TOTBKT3 TO RPT-T-BKT3.
           MOVE TOTBKT4 TO RPT-T-BKT4.
           WRITE FRCLMRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'FRCLMRPT' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' OPEN FREIGHT CLAIM(S) WERE PRINTED'.
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
           MOVE 'FRCLMRPT' TO ERR-PROGNAME.
           MOVE PK-FCLMID TO ERR-KEYVALUE.
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
