       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMODR.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - DEMAND STRANDED ON DISCONTINUED MODELS. FOR
      *    EVERY DISCONTINUED LAPTOP IT LISTS THE OPEN BACKORDERS THAT
      *    CAN NEVER BE FILLED AND THE LIVE QUOTES THAT CAN NO LONGER
      *    BE HONOURED, WITH THE CUSTOMER TO CALL AND THE REPLACEMENT
      *    MODEL TO OFFER THEM, SO SALES CAN MOVE THE CUSTOMER ONTO
      *    THE REPLACEMENT INSTEAD OF LETTING THE DEMAND DIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE DISCONTINUED MODELS REPORT
           SELECT DISCMODRPT-FILE ASSIGN TO DISCMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCMODRPT-FILE.
       01  DISCMODRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
      *    BACKORDERS AND QUOTES LISTED FOR THE LAPTOP CURRENTLY BEING
      *    LISTED, AND ACROSS THE WHOLE REPORT
       01  LAPBKOCTR                       PIC S9(9)       VALUE 0
                                                            COMP.
       01  LAPQTECTR                       PIC S9(9)       VALUE 0
                                                            COMP.
       01  TOTBKOCTR                       PIC S9(9)       VALUE 0
                                                            COMP.
       01  TOTQTECTR                       PIC S9(9)       VALUE 0
                                                            COMP.
      *    THE LAPTOPID WHOSE DEMAND IS CURRENTLY BEING LISTED - A
      *    CHANGE TRIGGERS THE PER-LAPTOP SUBTOTAL LINE AND THE NEXT
      *    LAPTOP'S HEADING
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
       01  FK-LAPID                        PIC X(8).
       01  SUBSTLAPID                      PIC X(8).
       01  NL-SUBSTLAPID                   PIC S9(4)       COMP.
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      ******************************************************************
      ****************BACKORDERS / QUOTES TABLES************************
      *    ONE ROW OF STRANDED DEMAND - 'B' FOR A BACKORDER, 'Q' FOR A
      *    QUOTE LINE - THE BACKORDER OR QUOTE ID, THE QUANTITY, AND
      *    THE DATE IT WAS BOOKED OR QUOTED
       01  DEMANDTYPE                      PIC X.
       01  DOCID                           PIC X(8).
       01  DEMANDQTY                       PIC S9(9)       COMP.
       01  DEMANDDATE                      PIC X(10).
      ******************************************************************
      ************************CUSTOMERS TABLE***************************
       01  FK-CUSTID                       PIC X(8).
       01  CUSTNAME.
           49  CUSTNAME-LENG               PIC S9(4)       COMP.
           49  CUSTNAME-VALUE              PIC X(25).
       01  EMAIL.
           49  EMAIL-LENG                  PIC S9(4)       COMP.
           49  EMAIL-VALUE                 PIC X(30).
       01  NL-EMAIL                        PIC S9(4)       COMP.
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
      *    WORK AREAS FOR THE PRINTED DISCONTINUED MODELS REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(31)   VALUE SPACES.
           05  FILLER            PIC X(36)
                    VALUE 'OPEN DEMAND ON DISCONTINUED MODELS'.
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
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE 'TYPE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'ID'.
           05  FILLER                 PIC X(9)    VALUE 'CUST ID'.
           05  FILLER                 PIC X(25)   VALUE 'CUSTOMER NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE 'EMAIL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE ' QTY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'DATED'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    PER-LAPTOP HEADING - THE DISCONTINUED MODEL AND THE MODEL
      *    TO OFFER IN ITS PLACE
       01  RPT-LAP-LINE.
           05  RPT-L-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(7)    VALUE 'LAPTOP '.
           05  RPT-L-LAPID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-L-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(19)
                                   VALUE 'REPLACEMENT MODEL: '.
           05  RPT-L-SUBST                 PIC X(8).
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-TYPE                  PIC X(9).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DOCID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-CUSTNAME              PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-EMAIL                 PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-QTY                   PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DATE                  PIC X(10).
      *    PER-LAPTOP SUBTOTAL LINE
       01  RPT-SUBTOT-LINE.
           05  RPT-S-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(21)
                                 VALUE 'OPEN BACKORDERS FOR '.
           05  RPT-S-LAPID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE ': '.
           05  RPT-S-BKO                   PIC ZZZ9.
           05  FILLER                      PIC X(15)
                                      VALUE '   OPEN QUOTES:'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S-QTE                   PIC ZZZ9.
      *    REPORT TOTAL LINE
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(23)
                               VALUE 'TOTAL OPEN BACKORDERS: '.
           05  RPT-T-BKO                   PIC ZZZ9.
           05  FILLER                      PIC X(21)
                                VALUE '   TOTAL OPEN QUOTES:'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-T-QTE                   PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-DISCMODRPT.
           PERFORM DECLARE-DISC.
           PERFORM PROC-DISC.
           PERFORM WRITE-RPT-TOTAL.
           PERFORM CLOSE-DISCMODRPT.
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

       OPEN-DISCMODRPT.
           OPEN OUTPUT DISCMODRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE DISCMODRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           WRITE DISCMODRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DISCMODRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DISCMODRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE DISCMODRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-DISCMODRPT.
           CLOSE DISCMODRPT-FILE.

      *    DRIVES A CURSOR OVER THE OPEN BACKORDERS AND THE LINES OF
      *    STILL-LIVE OPEN QUOTES THAT SIT ON A DISCONTINUED MODEL,
      *    GROUPED BY LAPTOP WITH THE BACKORDERS FIRST, EACH JOINED TO
      *    THE CUSTOMER WHO IS WAITING ON IT
       DECLARE-DISC.
           EXEC SQL
               DECLARE DISCMOD_CUR CURSOR FOR
               SELECT L.LAPTOPID, UPPER(L.LAPTOPNAME), L.SUBSTLAPID,
                   'B', B.BACKORDERID, C.CUSTOMERID,
                   UPPER(C.FIRSTNAME) CONCAT ' '
                       CONCAT UPPER(C.LASTNAME),
                   UPPER(C.EMAIL), B.QUANTITY,
                   CHAR(B.CREATEDDATE, ISO)
               FROM BACKORDERS B, LAPTOPS L, ORDERS O, CUSTOMERS C
               WHERE B.LAPTOPID = L.LAPTOPID
               AND L.MODELSTATUS = 'D'
               AND B.STATUS = 'O'
               AND O.ORDERID = B.ORDERID
               AND C.CUSTOMERID = O.CUSTOMERID
               UNION ALL
               SELECT L.LAPTOPID, UPPER(L.LAPTOPNAME), L.SUBSTLAPID,
                   'Q', Q.QUOTEID, C.CUSTOMERID,
                   UPPER(C.FIRSTNAME) CONCAT ' '
                       CONCAT UPPER(C.LASTNAME),
                   UPPER(C.EMAIL), QL.QUANTITY,
                   CHAR(Q.QUOTEDATE, ISO)
               FROM QUOTELINES QL, QUOTES Q, LAPTOPS L, CUSTOMERS C
               WHERE QL.LAPTOPID = L.LAPTOPID
               AND L.MODELSTATUS = 'D'
               AND Q.QUOTEID = QL.QUOTEID
               AND Q.QUOTESTATUS = 'O'
               AND Q.EXPIRYDATE >= CURRENT DATE
               AND C.CUSTOMERID = Q.CUSTOMERID
               ORDER BY 1, 4, 5
           END-EXEC.

       PROC-DISC.
           MOVE 'PROC-DISC' TO ERR-PARAGRAPH.
           EXEC SQL OPEN DISCMOD_CUR END-EXEC.
           PERFORM LOOP-DISC THRU LOOP-DISC-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-DISC' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DISCMOD_CUR END-EXEC.
      *    CLOSES OUT THE SUBTOTAL FOR THE LAST LAPTOP LISTED
           IF PREV-LAPID NOT = ' '
               PERFORM WRITE-LAP-SUBTOTAL.

       LOOP-DISC.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO CUSTNAME-VALUE.
           MOVE ' ' TO EMAIL-VALUE.
           MOVE 0 TO NL-SUBSTLAPID.
           MOVE 0 TO NL-EMAIL.
           MOVE 'LOOP-DISC' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DISCMOD_CUR
               INTO :FK-LAPID, :LAPNAME-VALUE,
                   :SUBSTLAPID :NL-SUBSTLAPID, :DEMANDTYPE, :DOCID,
                   :FK-CUSTID, :CUSTNAME-VALUE, :EMAIL-VALUE :NL-EMAIL,
                   :DEMANDQTY, :DEMANDDATE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-DISC-EXIT.
           IF SQLCODE = 0
      *    A NEW LAPTOPID CLOSES OUT THE PRIOR LAPTOP'S SUBTOTAL AND
      *    OPENS THE NEW LAPTOP'S HEADING
               IF PREV-LAPID NOT = FK-LAPID
                   IF PREV-LAPID NOT = ' '
                       PERFORM WRITE-LAP-SUBTOTAL
                   END-IF
                   PERFORM WRITE-LAP-HEADING
               END-IF
               ADD 1 TO ROWCTR
               IF DEMANDTYPE = 'B'
                   ADD 1 TO LAPBKOCTR
                   ADD 1 TO TOTBKOCTR
               ELSE
                   ADD 1 TO LAPQTECTR
                   ADD 1 TO TOTQTECTR
               END-IF
               MOVE FK-LAPID TO PREV-LAPID
               PERFORM WRITE-DISC-LINE.

       LOOP-DISC-EXIT.
           EXIT.

       WRITE-LAP-HEADING.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE FK-LAPID TO RPT-L-LAPID.
           MOVE LAPNAME-VALUE TO RPT-L-LAPNAME.
           IF NL-SUBSTLAPID < 0
               MOVE 'NONE' TO RPT-L-SUBST
           ELSE
               MOVE SUBSTLAPID TO RPT-L-SUBST.

           WRITE DISCMODRPT-REC FROM RPT-LAP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       WRITE-DISC-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           IF DEMANDTYPE = 'B'
               MOVE 'BACKORDER' TO RPT-D-TYPE
           ELSE
               MOVE 'QUOTE' TO RPT-D-TYPE.
           MOVE DOCID TO RPT-D-DOCID.
           MOVE FK-CUSTID TO RPT-D-CUSTID.
           MOVE CUSTNAME-VALUE TO RPT-D-CUSTNAME.
           IF NL-EMAIL < 0
               MOVE 'NONE ON FILE' TO RPT-D-EMAIL
           ELSE
               MOVE EMAIL-VALUE TO RPT-D-EMAIL.
           MOVE DEMANDQTY TO RPT-D-QTY.
           MOVE DEMANDDATE TO RPT-D-DATE.

           WRITE DISCMODRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       WRITE-LAP-SUBTOTAL.
           MOVE PREV-LAPID TO RPT-S-LAPID.
           MOVE LAPBKOCTR TO RPT-S-BKO.
           MOVE LAPQTECTR TO RPT-S-QTE.
           WRITE DISCMODRPT-REC FROM RPT-SUBTOT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DISCMODRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.
           MOVE 0 TO LAPBKOCTR.
           MOVE 0 TO LAPQTECTR.

      *    AN EMPTY RUN STILL PRINTS A PAGE, SO THE REPORT SHOWS THERE
      *    WAS NOTHING TO CHASE RATHER THAN LOOKING LIKE IT NEVER RAN
       WRITE-RPT-TOTAL.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE TOTBKOCTR TO RPT-T-BKO.
           MOVE TOTQTECTR TO RPT-T-QTE.
           WRITE DISCMODRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

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

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'DISCMODR' TO RC-PROGNAME.

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
           DISPLAY TOTBKOCTR ' OPEN BACKORDER(S) AND ' TOTQTECTR
               ' OPEN QUOTE LINE(S) ON DISCONTINUED MODELS WERE'
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
           MOVE 'DISCMODR' TO ERR-PROGNAME.
           MOVE FK-LAPID TO ERR-KEYVALUE.
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
