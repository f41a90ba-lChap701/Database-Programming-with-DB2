       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISWEEP.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    NIGHTLY BATCH REFERENTIAL INTEGRITY SWEEP. THE MONEY AND
      *    STOCK RECONCILIATIONS PROVE A FIGURE AGAINST ITS OWN
      *    DETAIL - THIS PASS PROVES THE TABLES AGREE WITH EACH OTHER.
      *    IT RUNS A FIXED CATALOG OF CROSS-TABLE RULES, ONE CURSOR PER
      *    RULE THAT RETURNS ONLY THE ROWS BREAKING IT, AND LOGS EACH
      *    VIOLATION TO THE EXCEPTION QUEUE UNDER THE RULE'S OWN
      *    EXCEPTION TYPE, WHERE THE REVIEW SCREEN OWNS IT LIKE EVERY
      *    OTHER MISMATCH:
      *      'P' - MONEY STILL SITTING ON A CANCELLED ORDER - NET
      *            PAYMENTS MORE THAN THE REFUNDS FLAGGED FOR IT
      *      'U' - A SOLD SERIAL UNIT WHOSE ORDER HAS NO LINE FOR ITS
      *            MODEL, OR NO ORDER AT ALL
      *      'K' - A SHIPPED PACKAGE ON AN ORDER WHOSE STATUS SAYS IT
      *            HAS NOT SHIPPED (ENTERED, ON HOLD, PICKED OR
      *            CANCELLED)
      *      'B' - A BACKORDER STILL OPEN ON A CANCELLED ORDER
      *      'Q' - A MODEL WHOSE LOCATION QUANTITIES DON'T ADD UP TO
      *            ITS LAPTOPS.STOCKQTY
      *    A VIOLATION ALREADY SITTING OPEN (OR ACCEPTED) IN THE QUEUE
      *    IS COUNTED BUT NOT LOGGED AGAIN, THE SAME ONCE-ONLY RULE
      *    THE OTHER RECONCILIATIONS USE. THE PRINTED SUMMARY SHOWS
      *    EACH RULE'S COUNT OF VIOLATIONS, HOW MANY ARE NEW TONIGHT
      *    AND HOW MANY WERE ALREADY WAITING FOR REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE INTEGRITY SWEEP SUMMARY
           SELECT RISWEEP-FILE ASSIGN TO RISWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISWEEP-FILE.
       01  RISWEEP-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY
       01  WKHOLD                          PIC X.
      *    COUNTERS - VIOLATIONS FOUND AND NEWLY LOGGED BY THE RULE
      *    RUNNING NOW, AND THE SAME FOR THE WHOLE SWEEP
       01  RULEFOUNDCTR                    PIC 9(7)        VALUE 0.
       01  RULELOGCTR                      PIC 9(7)        VALUE 0.
       01  ROWCTR                          PIC 9(7)        VALUE 0.
       01  LOGCTR                          PIC 9(7)        VALUE 0.

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
      *********************EXCEPTIONLOG TABLE***************************
      *    THE VIOLATION BEING LOGGED - THE RULE'S EXCEPTION TYPE, THE
      *    ORDER (OR, FOR A STOCK RULE, THE LAPTOPID, SINCE THAT
      *    COLUMN CAN'T BE NULL), THE MODEL WHEN THE RULE HAS ONE, AND
      *    THE TWO FIGURES THAT DISAGREE
       01  RI-TYPE                         PIC X.
       01  RI-ORDERID                      PIC X(8).
       01  RI-LAPID                        PIC X(8).
       01  NL-RI-LAPID                     PIC S9(4)       COMP.
       01  RI-STORED                       PIC S9(11)V99   COMP-3.
       01  RI-EXPECTED                     PIC S9(11)V99   COMP-3.
      *    COUNT OF OPEN/ACCEPTED LOG ROWS ALREADY HOLDING THE
      *    VIOLATION, SO IT ISN'T LOGGED TWICE
       01  EXCCNT                          PIC S9(9)       COMP.
      ******************************************************************
      *********************RULE CURSOR FIELDS***************************
      *    WHAT EACH RULE'S CURSOR HANDS BACK - A COUNT OF ROWS (UNITS,
      *    PACKAGES, BACKORDERED QUANTITY) OR A PAIR OF AMOUNTS
       01  RI-FETCHCNT                     PIC S9(9)       COMP.
       01  RI-FETCHAMT1                    PIC S9(11)V99   COMP-3.
       01  RI-FETCHAMT2                    PIC S9(11)V99   COMP-3.
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
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE). THE
      *    CATALOG IS SHORT, SO THE SUMMARY IS ALWAYS ONE PAGE
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(30)
                         VALUE 'REFERENTIAL INTEGRITY SWEEP'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'BUSINESS DATE: '.
           05  RPT-H1-BUSDATE              PIC X(10).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(4)    VALUE 'RULE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(50)   VALUE 'CHECK'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'VIOLATIONS'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'NEW LOGGED'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'IN QUEUE'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LINE PER RULE IN THE CATALOG
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-TYPE                  PIC X.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-DESC                  PIC X(50).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-FOUND                 PIC Z(6)9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-LOGGED                PIC Z(6)9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-QUEUED                PIC Z(6)9.
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(50)
                                     VALUE 'ALL RULES'.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-T-FOUND                 PIC Z(6)9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-T-LOGGED                PIC Z(6)9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-T-QUEUED                PIC Z(6)9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-RISWEEP.
           PERFORM DECLARE-PAY.
           PERFORM PROC-PAY.
           PERFORM DECLARE-UNIT.
           PERFORM PROC-UNIT.
           PERFORM DECLARE-PKG.
           PERFORM PROC-PKG.
           PERFORM DECLARE-BKO.
           PERFORM PROC-BKO.
           PERFORM DECLARE-LOC.
           PERFORM PROC-LOC.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-RISWEEP.
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

       OPEN-RISWEEP.
           OPEN OUTPUT RISWEEP-FILE.
           MOVE RC-BUSDATE TO RPT-H1-BUSDATE.
           WRITE RISWEEP-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE RISWEEP-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RISWEEP-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE RISWEEP-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-RISWEEP.
           CLOSE RISWEEP-FILE.

      *    RULE 'P' - A CANCELLED ORDER'S PAYMENTS (NET OF ANY
      *    REVERSALS AND CREDIT MOVED OFF IT) SHOULD ALL HAVE BEEN
      *    FLAGGED BACK AS REFUNDS WHEN IT WAS CANCELLED. THE REFUNDS
      *    ARE PRORATED LINE BY LINE, SO UP TO A CENT A LINE OF
      *    ROUNDING IS ALLOWED BEFORE THE ORDER COUNTS AS BROKEN
       DECLARE-PAY.
           EXEC SQL
               DECLARE RIPAY_CUR CURSOR FOR
               SELECT ORDERID, PAIDAMT, REFUNDAMT
               FROM (SELECT O.ORDERID,
                   (SELECT COALESCE(SUM(P.AMOUNT), 0)
                   FROM PAYMENTS P
                   WHERE P.ORDERID = O.ORDERID) AS PAIDAMT,
                   (SELECT COALESCE(SUM(R.REFUNDAMOUNT), 0)
                   FROM RETURNS R
                   WHERE R.ORDERID = O.ORDERID) AS REFUNDAMT,
                   (SELECT COUNT(*)
                   FROM LAPTOPORDERS L
                   WHERE L.ORDERID = O.ORDERID) AS LINECNT
                   FROM ORDERS O
                   WHERE O.ORDSTATUS = 'X') AS CANCELLED
               WHERE PAIDAMT - REFUNDAMT > LINECNT * 0.01
               ORDER BY ORDERID
           END-EXEC.

       PROC-PAY.
           MOVE 0 TO RULEFOUNDCTR.
           MOVE 0 TO RULELOGCTR.
           MOVE 'P' TO RI-TYPE.
           MOVE 'PROC-PAY' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RIPAY_CUR END-EXEC.
           PERFORM LOOP-PAY THRU LOOP-PAY-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-PAY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RIPAY_CUR END-EXEC.
           MOVE 'PAYMENTS NOT REFUNDED ON A CANCELLED ORDER'
               TO RPT-D-DESC.
           PERFORM WRITE-RULE-LINE.

       LOOP-PAY.
           MOVE 'LOOP-PAY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RIPAY_CUR
               INTO :RI-ORDERID, :RI-FETCHAMT1, :RI-FETCHAMT2
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-PAY-EXIT.
           IF SQLCODE = 0
               MOVE ' ' TO RI-LAPID
               MOVE RI-FETCHAMT1 TO RI-STORED
               MOVE RI-FETCHAMT2 TO RI-EXPECTED
               PERFORM LOG-VIOLATION THRU LOG-VIOLATION-EXIT.

       LOOP-PAY-EXIT.
           EXIT.

      *    RULE 'U' - A SOLD UNIT MUST SIT ON A LINE FOR ITS OWN MODEL
      *    ON THE ORDER IT WAS SOLD ON. AN ORDER THAT HAS BEEN
      *    ARCHIVED IS NO LONGER ON FILE AND ITS UNITS ARE NOT
      *    CHECKED - A UNIT WITH NO ORDER AT ALL ALWAYS IS. ONE
      *    VIOLATION PER ORDER AND MODEL, CARRYING THE UNIT COUNT
       DECLARE-UNIT.
           EXEC SQL
               DECLARE RIUNIT_CUR CURSOR FOR
               SELECT COALESCE(U.ORDERID, ' '), U.LAPTOPID, COUNT(*)
               FROM LAPTOPUNITS U
               WHERE U.UNITSTATUS = 'S'
               AND (COALESCE(U.ORDERID, ' ') = ' '
               OR (EXISTS
                   (SELECT 1
                   FROM ORDERS O
                   WHERE O.ORDERID = U.ORDERID)
               AND NOT EXISTS
                   (SELECT 1
                   FROM LAPTOPORDERS L
                   WHERE L.ORDERID = U.ORDERID
                   AND L.LAPTOPID = U.LAPTOPID)))
               GROUP BY COALESCE(U.ORDERID, ' '), U.LAPTOPID
               ORDER BY 1, 2
           END-EXEC.

       PROC-UNIT.
           MOVE 0 TO RULEFOUNDCTR.
           MOVE 0 TO RULELOGCTR.
           MOVE 'U' TO RI-TYPE.
           MOVE 'PROC-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RIUNIT_CUR END-EXEC.
           PERFORM LOOP-UNIT THRU LOOP-UNIT-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RIUNIT_CUR END-EXEC.
           MOVE 'SOLD UNITS WITH NO ORDER LINE FOR THEIR MODEL'
               TO RPT-D-DESC.
           PERFORM WRITE-RULE-LINE.

       LOOP-UNIT.
           MOVE 'LOOP-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RIUNIT_CUR
               INTO :RI-ORDERID, :RI-LAPID, :RI-FETCHCNT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-UNIT-EXIT.
           IF SQLCODE = 0
               MOVE RI-FETCHCNT TO RI-STORED
               MOVE 0 TO RI-EXPECTED
               PERFORM LOG-VIOLATION THRU LOG-VIOLATION-EXIT.

       LOOP-UNIT-EXIT.
           EXIT.

      *    RULE 'K' - A PACKAGE IS ONLY EVER ADDED AT SHIP
      *    CONFIRMATION, WHICH MOVES THE ORDER ON TO PARTIALLY
      *    SHIPPED OR SHIPPED. AN ORDER WITHOUT A STATUS IS AN
      *    ENTERED ONE
       DECLARE-PKG.
           EXEC SQL
               DECLARE RIPKG_CUR CURSOR FOR
               SELECT S.ORDERID, COUNT(*)
               FROM SHIPMENTS S, ORDERS O
               WHERE O.ORDERID = S.ORDERID
               AND COALESCE(O.ORDSTATUS, 'E') IN ('E', 'H', 'P', 'X')
               GROUP BY S.ORDERID
               ORDER BY S.ORDERID
           END-EXEC.

       PROC-PKG.
           MOVE 0 TO RULEFOUNDCTR.
           MOVE 0 TO RULELOGCTR.
           MOVE 'K' TO RI-TYPE.
           MOVE 'PROC-PKG' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RIPKG_CUR END-EXEC.
           PERFORM LOOP-PKG THRU LOOP-PKG-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-PKG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RIPKG_CUR END-EXEC.
           MOVE 'PACKAGES SHIPPED ON AN ORDER NOT MARKED SHIPPED'
               TO RPT-D-DESC.
           PERFORM WRITE-RULE-LINE.

       LOOP-PKG.
           MOVE 'LOOP-PKG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RIPKG_CUR
               INTO :RI-ORDERID, :RI-FETCHCNT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-PKG-EXIT.
           IF SQLCODE = 0
               MOVE ' ' TO RI-LAPID
               MOVE RI-FETCHCNT TO RI-STORED
               MOVE 0 TO RI-EXPECTED
               PERFORM LOG-VIOLATION THRU LOG-VIOLATION-EXIT.

       LOOP-PKG-EXIT.
           EXIT.

      *    RULE 'B' - CANCELLING AN ORDER CLOSES ITS OPEN BACKORDERS,
      *    SO ONE STILL OPEN WOULD BE RELEASED AGAINST AN ORDER NOBODY
      *    WANTS. ONE VIOLATION PER ORDER AND MODEL, CARRYING THE
      *    QUANTITY STILL OPEN
       DECLARE-BKO.
           EXEC SQL
               DECLARE RIBKO_CUR CURSOR FOR
               SELECT B.ORDERID, B.LAPTOPID, SUM(B.QUANTITY)
               FROM BACKORDERS B, ORDERS O
               WHERE O.ORDERID = B.ORDERID
               AND B.STATUS = 'O'
               AND O.ORDSTATUS = 'X'
               GROUP BY B.ORDERID, B.LAPTOPID
               ORDER BY B.ORDERID, B.LAPTOPID
           END-EXEC.

       PROC-BKO.
           MOVE 0 TO RULEFOUNDCTR.
           MOVE 0 TO RULELOGCTR.
           MOVE 'B' TO RI-TYPE.
           MOVE 'PROC-BKO' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RIBKO_CUR END-EXEC.
           PERFORM LOOP-BKO THRU LOOP-BKO-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-BKO' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RIBKO_CUR END-EXEC.
           MOVE 'BACKORDERS STILL OPEN ON A CANCELLED ORDER'
               TO RPT-D-DESC.
           PERFORM WRITE-RULE-LINE.

       LOOP-BKO.
           MOVE 'LOOP-BKO' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RIBKO_CUR
               INTO :RI-ORDERID, :RI-LAPID, :RI-FETCHCNT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-BKO-EXIT.
           IF SQLCODE = 0
               MOVE RI-FETCHCNT TO RI-STORED
               MOVE 0 TO RI-EXPECTED
               PERFORM LOG-VIOLATION THRU LOG-VIOLATION-EXIT.

       LOOP-BKO-EXIT.
           EXIT.

      *    RULE 'Q' - STOCKQTY IS THE TOTAL ON HAND AND LOCATIONSTOCK
      *    THE SAME STOCK BY LOCATION, SO THE TWO MUST AGREE. A MODEL
      *    WITH NO LOCATION ROWS HAS NOTHING BY LOCATION. LIKE THE
      *    LEDGER MISMATCH, THE ORDERID COLUMN CARRIES THE LAPTOPID
       DECLARE-LOC.
           EXEC SQL
               DECLARE RILOC_CUR CURSOR FOR
               SELECT LAPTOPID, STOCKQTY, LOCQTY
               FROM (SELECT L.LAPTOPID, L.STOCKQTY,
                   (SELECT COALESCE(SUM(S.QTY), 0)
                   FROM LOCATIONSTOCK S
                   WHERE S.LAPTOPID = L.LAPTOPID) AS LOCQTY
                   FROM LAPTOPS L) AS ONHAND
               WHERE STOCKQTY <> LOCQTY
               ORDER BY LAPTOPID
           END-EXEC.

       PROC-LOC.
           MOVE 0 TO RULEFOUNDCTR.
           MOVE 0 TO RULELOGCTR.
           MOVE 'Q' TO RI-TYPE.
           MOVE 'PROC-LOC' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RILOC_CUR END-EXEC.
           PERFORM LOOP-LOC THRU LOOP-LOC-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-LOC' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RILOC_CUR END-EXEC.
           MOVE 'LOCATION QUANTITIES NOT EQUAL TO STOCK ON HAND'
               TO RPT-D-DESC.
           PERFORM WRITE-RULE-LINE.

       LOOP-LOC.
           MOVE 'LOOP-LOC' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RILOC_CUR
               INTO :RI-LAPID, :RI-FETCHAMT1, :RI-FETCHAMT2
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-LOC-EXIT.
           IF SQLCODE = 0
               MOVE RI-LAPID TO RI-ORDERID
               MOVE RI-FETCHAMT1 TO RI-STORED
               MOVE RI-FETCHAMT2 TO RI-EXPECTED
               PERFORM LOG-VIOLATION THRU LOG-VIOLATION-EXIT.

       LOOP-LOC-EXIT.
           EXIT.

      *    COUNTS THE VIOLATION AND LOGS IT UNLESS THE SAME ONE IS
      *    ALREADY OPEN OR ACCEPTED IN THE QUEUE. A RULE WITHOUT A
      *    MODEL LOGS A NULL LAPTOPID. THE CALLER SETS RI-TYPE,
      *    RI-ORDERID, RI-LAPID AND THE TWO AMOUNTS
       LOG-VIOLATION.
           ADD 1 TO RULEFOUNDCTR.
           ADD 1 TO ROWCTR.
           MOVE 0 TO NL-RI-LAPID.
           IF RI-LAPID = ' '
               MOVE -1 TO NL-RI-LAPID.

           MOVE 'LOG-VIOLATION' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :EXCCNT
               FROM EXCEPTIONLOG
               WHERE EXCTYPE = :RI-TYPE
               AND ORDERID = :RI-ORDERID
               AND COALESCE(LAPTOPID, ' ') = :RI-LAPID
               AND STATUS <> 'R'
           END-EXEC.
           IF EXCCNT > 0
               GO TO LOG-VIOLATION-EXIT.

           ADD 1 TO RULELOGCTR.
           ADD 1 TO LOGCTR.
           DISPLAY 'RULE ' RI-TYPE ' VIOLATION - ORDER/MODEL '
               RI-ORDERID ' ' RI-LAPID ' STORED: ' RI-STORED
               ' EXPECTED: ' RI-EXPECTED.
           EXEC SQL
               INSERT INTO EXCEPTIONLOG
                   (EXCTYPE, ORDERID, LAPTOPID, STOREDAMT,
                   EXPECTEDAMT, LOGDATE, STATUS)
               VALUES (:RI-TYPE, :RI-ORDERID, :RI-LAPID :NL-RI-LAPID,
               :RI-STORED, :RI-EXPECTED, CURRENT DATE, 'N')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE LOGGING THE EXCEPTION'.

       LOG-VIOLATION-EXIT.
           EXIT.

      *    THE SUMMARY LINE FOR THE RULE JUST RUN - THE CALLER HAS
      *    MOVED IN ITS DESCRIPTION
       WRITE-RULE-LINE.
           MOVE RI-TYPE TO RPT-D-TYPE.
           MOVE RULEFOUNDCTR TO RPT-D-FOUND.
           MOVE RULELOGCTR TO RPT-D-LOGGED.
           SUBTRACT RULELOGCTR FROM RULEFOUNDCTR GIVING RPT-D-QUEUED.
           WRITE RISWEEP-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-TOTALS.
           MOVE ROWCTR TO RPT-T-FOUND.
           MOVE LOGCTR TO RPT-T-LOGGED.
           SUBTRACT LOGCTR FROM ROWCTR GIVING RPT-T-QUEUED.
           WRITE RISWEEP-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RISWEEP-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'RISWEEP' TO RC-PROGNAME.

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

      *    MARKS THE RUN COMPLETE WITH ITS END TIME AND THE NUMBER OF
      *    NEW EXCEPTIONS LOGGED
       CLOSE-RUNCONTROL.
           MOVE LOGCTR TO RC-ROWS.
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
           DISPLAY ROWCTR ' INTEGRITY VIOLATION(S) WERE FOUND, '
               LOGCTR ' OF THEM NEW'.
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
           MOVE 'RISWEEP' TO ERR-PROGNAME.
           MOVE RI-ORDERID TO ERR-KEYVALUE.
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
