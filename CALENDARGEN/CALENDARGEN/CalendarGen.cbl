       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENGEN.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH CALENDAR GENERATOR - LAYS DOWN THE COMPANY CALENDAR
      *    (BUSCALENDAR) THAT EVERY DATE RULE COUNTS WORKING DAYS
      *    FROM: THE PROMISED SHIP DATE, THE QUOTE EXPIRY, THE OVERDUE
      *    MONITOR, ON-TIME PERFORMANCE, RECEIVABLE AGING, THE PICK
      *    LIST DATE AND THE RUNCONTROL BUSINESS DATE OF EVERY BATCH
      *    PROGRAM. ONE ROW IS WRITTEN FOR EVERY DAY FROM THE FIRST OF
      *    THIS YEAR TO THE END OF NEXT YEAR THAT IS NOT ON FILE YET -
      *    SATURDAYS AND SUNDAYS ARE NON-WORKING, AND SO ARE NEW
      *    YEAR'S DAY, MEMORIAL DAY, INDEPENDENCE DAY, LABOR DAY,
      *    THANKSGIVING AND CHRISTMAS, A FIXED HOLIDAY FALLING ON A
      *    WEEKEND BEING TAKEN ON THE FRIDAY BEFORE OR THE MONDAY
      *    AFTER. A DAY ALREADY ON FILE IS NEVER CHANGED, SO A
      *    SUPERVISOR'S OWN MARKINGS (A SHUTDOWN, AN EXTRA HOLIDAY)
      *    SURVIVE A RERUN. THE REPORT LISTS THE HOLIDAYS ADDED AND
      *    THE LAST WORKING DAY OF EVERY MONTH - THE NIGHT THE
      *    NIGHTLY STREAM TREATS AS MONTH END. RUN FROM THE CALENGEN
      *    JCL EVERY DECEMBER - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE CALENDAR GENERATION REPORT
           SELECT CALRPT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALRPT-FILE.
       01  CALRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - DAYS ADDED TO THE CALENDAR, AND OF THOSE THE
      *    WORKING DAYS, WEEKEND DAYS AND HOLIDAYS, PLUS THE DAYS
      *    THAT WERE ALREADY ON FILE AND LEFT ALONE
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  WORKCTR                         PIC 9(4)        VALUE 0.
       01  WEEKENDCTR                      PIC 9(4)        VALUE 0.
       01  HOLIDAYCTR                      PIC 9(4)        VALUE 0.
       01  KEPTCTR                         PIC 9(4)        VALUE 0.
      *    THE DAY BEING GENERATED, BROKEN INTO ITS PARTS FOR THE
      *    HOLIDAY RULES
       01  WKDATE.
           05  WKYYYY                      PIC X(4).
           05  FILLER                      PIC X.
           05  WKMM                        PIC XX.
           05  FILLER                      PIC X.
           05  WKDD                        PIC XX.
      *    THE HOLIDAY THE DAY TURNED OUT TO BE - SPACES WHEN IT IS
      *    NOT ONE
       01  WKHOLNAME                       PIC X(30)       VALUE ' '.

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
      **********************BUSCALENDAR TABLE***************************
      *    THE DAY BEING GENERATED, THE DAY AFTER IT, ITS DAY OF THE
      *    WEEK (1 = SUNDAY THROUGH 7 = SATURDAY), WHETHER IT IS A
      *    WORKING DAY AND WHAT IT IS
       01  GEN-DATE                        PIC X(10).
       01  GEN-NEXTDATE                    PIC X(10).
       01  GEN-DOW                         PIC S9(4)       COMP.
       01  GEN-BUSDAY                      PIC X.
       01  GEN-DESC.
           49  GEN-DESC-LENG               PIC S9(4)       COMP.
           49  GEN-DESC-VALUE              PIC X(30).
       01  NL-GEN-DESC                     PIC S9(4)       COMP.
       01  GEN-CNT                         PIC S9(9)       COMP.
      *    THE FIRST AND LAST DAY OF THE RANGE BEING GENERATED
       01  GEN-STARTDATE                   PIC X(10).
       01  GEN-ENDDATE                     PIC X(10).
      *    THE LAST WORKING DAY OF A MONTH IN THE RANGE
       01  ME-DATE                         PIC X(10).
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
      *    WORK AREAS FOR THE PRINTED CALENDAR GENERATION REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(28)
                             VALUE 'COMPANY CALENDAR GENERATION'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE RANGE THE RUN COVERED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(17)
                                           VALUE 'PARAMETERS: FROM '.
           05  RPT-PL-FROM                 PIC X(10).
           05  FILLER                      PIC X(9)
                                           VALUE ' THROUGH '.
           05  RPT-PL-THRU                 PIC X(10).
           05  FILLER                      PIC X(13)
                                           VALUE ', LINES/PAGE '.
           05  RPT-PL-LPP                  PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'DATE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE 'HOLIDAY ADDED'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-DATE                  PIC X(10).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-HOLNAME               PIC X(30).
      *    THE MONTH-END SECTION - ONE LINE PER MONTH IN THE RANGE
       01  RPT-ME-HEAD.
           05  RPT-MH-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'MONTH'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                 PIC X(16)
                                     VALUE 'LAST WORKING DAY'.
       01  RPT-ME-LINE.
           05  RPT-ME-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-ME-MONTH                PIC X(7).
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  RPT-ME-DATE                 PIC X(10).
      *    THE CONTROL TOTALS AT THE END OF THE REPORT
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(44).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-RANGE.
           PERFORM OPEN-FILES.
           MOVE GEN-STARTDATE TO GEN-DATE.
           PERFORM GEN-DAY THRU GEN-DAY-EXIT
               UNTIL GEN-DATE > GEN-ENDDATE.
           PERFORM DECLARE-MONTHEND.
           PERFORM WRITE-MONTH-ENDS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
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

      *    THE FIRST OF JANUARY THIS YEAR THROUGH THE LAST OF DECEMBER
      *    NEXT YEAR - A DECEMBER RUN READIES THE COMING YEAR, AND A
      *    RUN ANY TIME FILLS IN WHATEVER OF THIS YEAR IS MISSING
       GET-RANGE.
           MOVE 'GET-RANGE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE
                   - (DAYOFYEAR(CURRENT DATE) - 1) DAYS, ISO),
                   CHAR(CURRENT DATE
                   - (DAYOFYEAR(CURRENT DATE) - 1) DAYS
                   + 2 YEARS - 1 DAY, ISO)
               INTO :GEN-STARTDATE, :GEN-ENDDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-FILES.
           OPEN OUTPUT CALRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE CALRPT-FILE.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE CALRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE GEN-STARTDATE TO RPT-PL-FROM.
           MOVE GEN-ENDDATE TO RPT-PL-THRU.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           WRITE CALRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CALRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE CALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

      *    ONE DAY OF THE RANGE - A DAY ALREADY ON THE CALENDAR IS
      *    LEFT EXACTLY AS IT IS. DB2 SUPPLIES THE DAY OF THE WEEK
      *    AND THE NEXT DATE, SO THE DATE ARITHMETIC STAYS IN ONE
      *    PLACE
       GEN-DAY.
           MOVE 'GEN-DAY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT DAYOFWEEK(DATE(:GEN-DATE)),
                   CHAR(DATE(:GEN-DATE) + 1 DAY, ISO)
               INTO :GEN-DOW, :GEN-NEXTDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*)
               INTO :GEN-CNT
               FROM BUSCALENDAR
               WHERE CALDATE = :GEN-DATE
           END-EXEC.
           IF GEN-CNT > 0
               ADD 1 TO KEPTCTR
               GO TO GEN-DAY-NEXT.

           MOVE GEN-DATE TO WKDATE.
           PERFORM CLASSIFY-DAY.
           PERFORM CALC-LEN-GEN-DESC.
           IF GEN-DESC-VALUE = ' '
               MOVE -1 TO NL-GEN-DESC
           ELSE
               MOVE 0 TO NL-GEN-DESC.
           MOVE 'GEN-DAY' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BUSCALENDAR
                   (CALDATE, BUSINESSDAY, DESCRIPTION)
               VALUES (:GEN-DATE, :GEN-BUSDAY,
               :GEN-DESC :NL-GEN-DESC)
           END-EXEC.
           ADD 1 TO ROWCTR.
           IF GEN-BUSDAY = 'Y'
               ADD 1 TO WORKCTR
           ELSE
               IF WKHOLNAME = ' '
                   ADD 1 TO WEEKENDCTR
               ELSE
                   ADD 1 TO HOLIDAYCTR
                   PERFORM WRITE-HOLIDAY-LINE.

       GEN-DAY-NEXT.
           MOVE GEN-NEXTDATE TO GEN-DATE.

       GEN-DAY-EXIT.
           EXIT.

      *    A WEEKEND DAY IS NON-WORKING WHATEVER ELSE IT IS - A FIXED
      *    HOLIDAY ON A WEEKEND IS TAKEN ON THE NEAREST WEEKDAY BY
      *    CHECK-HOLIDAY INSTEAD
       CLASSIFY-DAY.
           MOVE 'Y' TO GEN-BUSDAY.
           MOVE ' ' TO GEN-DESC-VALUE.
           MOVE ' ' TO WKHOLNAME.
           IF GEN-DOW = 1
               MOVE 'N' TO GEN-BUSDAY
               MOVE 'SUNDAY' TO GEN-DESC-VALUE
           ELSE
               IF GEN-DOW = 7
                   MOVE 'N' TO GEN-BUSDAY
                   MOVE 'SATURDAY' TO GEN-DESC-VALUE
               ELSE
                   PERFORM CHECK-HOLIDAY.
           IF WKHOLNAME NOT = ' '
               MOVE 'N' TO GEN-BUSDAY
               MOVE WKHOLNAME TO GEN-DESC-VALUE.

      *    THE COMPANY HOLIDAYS - GEN-DOW 2 IS A MONDAY, 5 A THURSDAY
      *    AND 6 A FRIDAY. A FIXED HOLIDAY ON A SATURDAY IS OBSERVED
      *    THE FRIDAY BEFORE, ONE ON A SUNDAY THE MONDAY AFTER
       CHECK-HOLIDAY.
           IF WKMM = '01' AND WKDD = '01'
               MOVE 'NEW YEAR''S DAY' TO WKHOLNAME.
           IF (GEN-DOW = 6 AND WKMM = '12' AND WKDD = '31')
           OR (GEN-DOW = 2 AND WKMM = '01' AND WKDD = '02')
               MOVE 'NEW YEAR''S DAY (OBSERVED)' TO WKHOLNAME.
           IF WKMM = '05' AND GEN-DOW = 2 AND WKDD >= '25'
               MOVE 'MEMORIAL DAY' TO WKHOLNAME.
           IF WKMM = '07' AND WKDD = '04'
               MOVE 'INDEPENDENCE DAY' TO WKHOLNAME.
           IF (GEN-DOW = 6 AND WKMM = '07' AND WKDD = '03')
           OR (GEN-DOW = 2 AND WKMM = '07' AND WKDD = '05')
               MOVE 'INDEPENDENCE DAY (OBSERVED)' TO WKHOLNAME.
           IF WKMM = '09' AND GEN-DOW = 2 AND WKDD <= '07'
               MOVE 'LABOR DAY' TO WKHOLNAME.
           IF WKMM = '11' AND GEN-DOW = 5
           AND WKDD >= '22' AND WKDD <= '28'
               MOVE 'THANKSGIVING DAY' TO WKHOLNAME.
           IF WKMM = '12' AND WKDD = '25'
               MOVE 'CHRISTMAS DAY' TO WKHOLNAME.
           IF (GEN-DOW = 6 AND WKMM = '12' AND WKDD = '24')
           OR (GEN-DOW = 2 AND WKMM = '12' AND WKDD = '26')
               MOVE 'CHRISTMAS DAY (OBSERVED)' TO WKHOLNAME.

       CALC-LEN-GEN-DESC.
           MOVE 0 TO GEN-DESC-LENG.
           INSPECT GEN-DESC-VALUE TALLYING GEN-DESC-LENG
               FOR CHARACTERS BEFORE INITIAL '  '.

       WRITE-HOLIDAY-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE GEN-DATE TO RPT-D-DATE.
           MOVE WKHOLNAME TO RPT-D-HOLNAME.
           WRITE CALRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    THE LAST WORKING DAY OF EVERY MONTH IN THE RANGE, AS THE
      *    CALENDAR NOW STANDS - SUPERVISOR CHANGES INCLUDED - SO
      *    OPERATIONS CAN SEE WHICH NIGHT CLOSES EACH MONTH
       DECLARE-MONTHEND.
           EXEC SQL
               DECLARE MONTHEND_CUR CURSOR FOR
               SELECT CHAR(MAX(CALDATE), ISO)
               FROM BUSCALENDAR
               WHERE CALDATE >= :GEN-STARTDATE
               AND CALDATE <= :GEN-ENDDATE
               AND BUSINESSDAY = 'Y'
               GROUP BY YEAR(CALDATE), MONTH(CALDATE)
               ORDER BY 1
           END-EXEC.

       WRITE-MONTH-ENDS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 4 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE CALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CALRPT-REC FROM RPT-ME-HEAD
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.
           MOVE 'WRITE-MONTH-ENDS' TO ERR-PARAGRAPH.
           EXEC SQL OPEN MONTHEND_CUR END-EXEC.
           PERFORM LOOP-MONTHEND THRU LOOP-MONTHEND-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'WRITE-MONTH-ENDS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE MONTHEND_CUR END-EXEC.

       LOOP-MONTHEND.
           MOVE 'LOOP-MONTHEND' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH MONTHEND_CUR
               INTO :ME-DATE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-MONTHEND-EXIT.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS
               WRITE CALRPT-REC FROM RPT-ME-HEAD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPT-LINECNT.
           MOVE ME-DATE(1:7) TO RPT-ME-MONTH.
           MOVE ME-DATE TO RPT-ME-DATE.
           WRITE CALRPT-REC FROM RPT-ME-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       LOOP-MONTHEND-EXIT.
           EXIT.

       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT + 7 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE CALRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DAYS ADDED TO THE CALENDAR' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE CALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '   WORKING DAYS' TO RPT-T-CAPTION.
           MOVE WORKCTR TO RPT-T-COUNT.
           WRITE CALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '   WEEKEND DAYS' TO RPT-T-CAPTION.
           MOVE WEEKENDCTR TO RPT-T-COUNT.
           WRITE CALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '   HOLIDAYS' TO RPT-T-CAPTION.
           MOVE HOLIDAYCTR TO RPT-T-COUNT.
           WRITE CALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DAYS ALREADY ON FILE, LEFT AS THEY WERE'
               TO RPT-T-CAPTION.
           MOVE KEPTCTR TO RPT-T-COUNT.
           WRITE CALRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 6 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'CALENGEN' TO RC-PROGNAME.

      *    A RUN THAT ALREADY COMPLETED FOR THIS BUSINESS DATE MEANS
      *    THE JOB WAS RESUBMITTED - END CLEANLY AS ALREADY-DONE
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
           DISPLAY ROWCTR ' DAY(S) WERE ADDED TO THE COMPANY CALENDAR,'
               ' ' HOLIDAYCTR ' OF THEM HOLIDAYS'.
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
           MOVE 'CALENGEN' TO ERR-PROGNAME.
           MOVE GEN-DATE TO ERR-KEYVALUE.
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
