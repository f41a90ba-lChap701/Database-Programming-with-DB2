       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALRP.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - VALUES THE STOCK ON HAND AT EVERY LOCATION
      *    AT THE MODEL'S MOVING-AVERAGE COST, GROUPED BY VENDOR AND
      *    MODEL WITH A SUBTOTAL FOR EACH AND A GRAND TOTAL, SO THE
      *    BOOKS CARRY INVENTORY AT WHAT WAS ACTUALLY PAID FOR IT
      *    INSTEAD OF AT SELLING PRICE. A MODEL THAT HAS NEVER HAD A
      *    COSTED RECEIPT PRINTS AS "NO COST" AND IS COUNTED SO IT
      *    CAN BE FOLLOWED UP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE INVENTORY VALUATION REPORT
           SELECT INVVALRPT-FILE ASSIGN TO INVVALRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVVALRPT-FILE.
       01  INVVALRPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY
       01  WKHOLD                          PIC X.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
      *    MODELS ON HAND WITH NO AVERAGE COST ON FILE YET
       01  NOCOSTCTR                       PIC 9(4)        VALUE 0.
      *    THE EXTENDED VALUE OF THE LOCATION ROW BEING PRINTED
       01  WKEXTVALUE                      PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    RUNNING QUANTITY AND VALUE FOR THE MODEL, THE VENDOR AND
      *    THE WHOLE RUN
       01  MODELQTY                        PIC S9(9)       COMP
                                                            VALUE 0.
       01  MODELVALUE                      PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  VENDQTY                         PIC S9(9)       COMP
                                                            VALUE 0.
       01  VENDVALUE                       PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  GRANDQTY                        PIC S9(9)       COMP
                                                            VALUE 0.
       01  GRANDVALUE                      PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    THE VENDOR AND MODEL CURRENTLY BEING TOTALED - A CHANGE
      *    TRIGGERS THE SUBTOTAL LINES
       01  PREV-COMPID                     PIC X(8)        VALUE ' '.
       01  PREV-COMPNAME                   PIC X(25)       VALUE ' '.
       01  PREV-LAPID                      PIC X(8)        VALUE ' '.

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
       01  AVGCOST                         PIC S9(7)V99    COMP-3.
       01  NL-AVGCOST                      PIC S9(4)       COMP.
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      ************************COMPANY TABLE*****************************
       01  COMPNAME.
           49  COMPNAME-LENG               PIC S9(4)       COMP.
           49  COMPNAME-VALUE              PIC X(25).
      ********************LOCATIONSTOCK TABLE***************************
       01  LOCATIONCODE                    PIC X(4).
       01  LOCQTY                          PIC S9(9)       COMP.
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
      *    WORK AREAS FOR THE PRINTED INVENTORY VALUATION REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(37)   VALUE SPACES.
           05  FILLER            PIC X(29)
                             VALUE 'INVENTORY VALUATION AT COST'.
           05  FILLER                      PIC X(19)   VALUE SPACES.
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
           05  FILLER                 PIC X(25)   VALUE 'VENDOR'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'LAPTOP'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(25)   VALUE 'LAPTOP NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'LOCATION'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'ON HND'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'AVG COST'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                 PIC X(5)    VALUE 'VALUE'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-VENDOR                PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LOC                   PIC X(4).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  RPT-D-QTY                   PIC ZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-AVGCOST               PIC X(11).
           05  RPT-D-AVGCOST-N REDEFINES RPT-D-AVGCOST
                                           PIC $$$$,$$$.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-VALUE                 PIC $$$$,$$$,$$$.99.
      *    SUBTOTAL LINE - USED FOR THE MODEL, THE VENDOR AND THE
      *    GRAND TOTAL, WITH THE CAPTION SAYING WHICH
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(66).
           05  RPT-T-QTY                   PIC ZZZZZ9.
           05  FILLER                      PIC X(15)   VALUE SPACES.
           05  RPT-T-VALUE                 PIC $$$$,$$$,$$$.99.
       01  RPT-NOCOST-LINE.
           05  RPT-N-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(36)
                          VALUE 'LOCATION ROWS WITH NO COST ON FILE: '.
           05  RPT-N-COUNT                 PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-INVVALRPT.
           PERFORM DECLARE-INVVAL.
           PERFORM PROC-INVVAL.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM CLOSE-INVVALRPT.
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

       OPEN-INVVALRPT.
           OPEN OUTPUT INVVALRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE INVVALRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           WRITE INVVALRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVVALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVVALRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE INVVALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-INVVALRPT.
           CLOSE INVVALRPT-FILE.

      *    DRIVES A CURSOR OVER EVERY LOCATION ROW HOLDING STOCK,
      *    JOINED TO ITS MODEL AND THE OWNING VENDOR, IN VENDOR AND
      *    MODEL ORDER SO THE SUBTOTALS FALL OUT OF THE CONTROL BREAKS
       DECLARE-INVVAL.
           EXEC SQL
               DECLARE INVVAL_CUR CURSOR FOR
               SELECT L.COMPANYID, UPPER(C.COMPANYNAME), L.LAPTOPID,
                   UPPER(L.LAPTOPNAME), L.AVGCOST, LS.LOCATIONCODE,
                   LS.QTY
               FROM LOCATIONSTOCK LS, LAPTOPS L, COMPANY C
               WHERE LS.LAPTOPID = L.LAPTOPID
               AND L.COMPANYID = C.COMPANYID
               AND LS.QTY <> 0
               ORDER BY C.COMPANYNAME, L.COMPANYID, L.LAPTOPID,
                   LS.LOCATIONCODE
           END-EXEC.

       PROC-INVVAL.
           MOVE 'PROC-INVVAL' TO ERR-PARAGRAPH.
           EXEC SQL OPEN INVVAL_CUR END-EXEC.
           PERFORM LOOP-INVVAL THRU LOOP-INVVAL-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-INVVAL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE INVVAL_CUR END-EXEC.
      *    CLOSES OUT THE SUBTOTALS FOR THE LAST MODEL AND VENDOR
           IF PREV-LAPID NOT = ' '
               PERFORM WRITE-MODEL-TOTAL
               PERFORM WRITE-VENDOR-TOTAL.

       LOOP-INVVAL.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 'LOOP-INVVAL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH INVVAL_CUR
               INTO :FK-COMPID, :COMPNAME-VALUE, :PK-LAPID,
                   :LAPNAME-VALUE, :AVGCOST :NL-AVGCOST,
                   :LOCATIONCODE, :LOCQTY
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-INVVAL-EXIT.
           IF SQLCODE = 0
      *    A NEW MODEL CLOSES OUT THE PRIOR MODEL'S SUBTOTAL, AND A
      *    NEW VENDOR CLOSES OUT THE PRIOR VENDOR'S AS WELL
               IF PREV-LAPID NOT = ' ' AND PREV-LAPID NOT = PK-LAPID
                   PERFORM WRITE-MODEL-TOTAL
               END-IF
               IF PREV-COMPID NOT = ' ' AND PREV-COMPID NOT = FK-COMPID
                   PERFORM WRITE-VENDOR-TOTAL
               END-IF
               MOVE FK-COMPID TO PREV-COMPID
               MOVE COMPNAME-VALUE TO PREV-COMPNAME
               MOVE PK-LAPID TO PREV-LAPID
               ADD 1 TO ROWCTR
               PERFORM WRITE-INVVAL-LINE.

       LOOP-INVVAL-EXIT.
           EXIT.

      *    PRICES THE LOCATION'S QUANTITY AT THE MODEL'S AVERAGE COST
      *    AND ROLLS IT INTO THE MODEL, VENDOR AND GRAND TOTALS
       WRITE-INVVAL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE COMPNAME-VALUE TO RPT-D-VENDOR.
           MOVE PK-LAPID TO RPT-D-LAPID.
           MOVE LAPNAME-VALUE TO RPT-D-LAPNAME.
           MOVE LOCATIONCODE TO RPT-D-LOC.
           MOVE LOCQTY TO RPT-D-QTY.
           IF NL-AVGCOST < 0
               MOVE 0 TO WKEXTVALUE
               MOVE '    NO COST' TO RPT-D-AVGCOST
               ADD 1 TO NOCOSTCTR
           ELSE
               COMPUTE WKEXTVALUE = LOCQTY * AVGCOST
               MOVE AVGCOST TO RPT-D-AVGCOST-N.
           MOVE WKEXTVALUE TO RPT-D-VALUE.

           WRITE INVVALRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

           ADD LOCQTY TO MODELQTY.
           ADD WKEXTVALUE TO MODELVALUE.

       WRITE-MODEL-TOTAL.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE ' ' TO RPT-T-CAPTION.
           STRING '   TOTAL FOR LAPTOP ' DELIMITED BY SIZE
               PREV-LAPID DELIMITED BY SIZE
           INTO RPT-T-CAPTION.
           MOVE MODELQTY TO RPT-T-QTY.
           MOVE MODELVALUE TO RPT-T-VALUE.
           WRITE INVVALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

           ADD MODELQTY TO VENDQTY.
           ADD MODELVALUE TO VENDVALUE.
           MOVE 0 TO MODELQTY.
           MOVE 0 TO MODELVALUE.

       WRITE-VENDOR-TOTAL.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE ' ' TO RPT-T-CAPTION.
           STRING 'TOTAL FOR VENDOR ' DELIMITED BY SIZE
               PREV-COMPNAME DELIMITED BY '  '
           INTO RPT-T-CAPTION.
           MOVE VENDQTY TO RPT-T-QTY.
           MOVE VENDVALUE TO RPT-T-VALUE.
           WRITE INVVALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVVALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

           ADD VENDQTY TO GRANDQTY.
           ADD VENDVALUE TO GRANDVALUE.
           MOVE 0 TO VENDQTY.
           MOVE 0 TO VENDVALUE.

       WRITE-GRAND-TOTAL.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 3 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE 'GRAND TOTAL INVENTORY AT COST' TO RPT-T-CAPTION.
           MOVE GRANDQTY TO RPT-T-QTY.
           MOVE GRANDVALUE TO RPT-T-VALUE.
           WRITE INVVALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE NOCOSTCTR TO RPT-N-COUNT.
           WRITE INVVALRPT-REC FROM RPT-NOCOST-LINE
               AFTER ADVANCING 2 LINES.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'INVVALRP' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' LOCATION STOCK ROW(S) VALUED AT '
               GRANDVALUE.
           IF NOCOSTCTR > 0
               DISPLAY NOCOSTCTR ' ROW(S) HAD NO AVERAGE COST ON FILE'.
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
           MOVE 'INVVALRP' TO ERR-PROGNAME.
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
