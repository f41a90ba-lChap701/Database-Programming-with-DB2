       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEDINVR.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - AGES EVERY AVAILABLE UNIT ON THE SHELF FROM
      *    THE DATE OF THE STOCKRECEIPTS DELIVERY IT ARRIVED ON, AND
      *    BUCKETS EACH MODEL'S UNITS BY DAYS ON HAND - 0-90, 91-180,
      *    181-365 AND OVER A YEAR. A UNIT ON HAND BEFORE UNIT
      *    TRACKING HAS NO RECEIPT OF ITS OWN AND IS AGED FROM THE
      *    MODEL'S OLDEST RECEIPT INSTEAD - ONE WITH NO RECEIPT ON
      *    FILE AT ALL PREDATES EVERY RECEIPT AND COUNTS AS OVER A
      *    YEAR. EACH MODEL SHOWS ITS LAST SALE DATE FROM THE STOCK
      *    LEDGER AND ITS MONTHS OF SUPPLY AT THE SALES RATE OVER THE
      *    AGED-SALES-DAYS WINDOW, AND IS FLAGGED AS A SLOW MOVER
      *    WHEN IT SOLD NOTHING IN THAT WINDOW OR HOLDS MORE THAN
      *    SLOW-MOVER-MONTHS OF SUPPLY. UNITS ARE NOT TRACKED BY
      *    LOCATION, SO UNDER EACH MODEL THE QUANTITY ON HAND AT EACH
      *    SELLABLE LOCATION IS LISTED. PURCHASING AND SALES USE IT
      *    TO PICK MARKDOWNS AND PROMOTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE AGED INVENTORY REPORT
           SELECT AGEDRPT-FILE ASSIGN TO AGEDINVR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGEDRPT-FILE.
       01  AGEDRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - MODELS LISTED AND SLOW MOVERS FLAGGED
       01  ROWCTR                          PIC 9(6)        VALUE 0.
       01  SLOWCTR                         PIC 9(6)        VALUE 0.
      *    RUN TOTALS FOR EACH AGE BUCKET, ALL AVAILABLE UNITS, AND
      *    THE UNITS AGED FROM THEIR MODEL'S OLDEST RECEIPT
       01  TOT90                           PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOT180                          PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOT365                          PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTOVER                         PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTUNITS                        PIC S9(9)       COMP
                                                            VALUE 0.
       01  TOTFALLBACK                     PIC S9(9)       COMP
                                                            VALUE 0.
      *    UNITS SOLD PER 30 DAYS OVER THE SALES WINDOW, AND HOW MANY
      *    MONTHS THE AVAILABLE UNITS WOULD LAST AT THAT RATE
       01  WKMONTHSALES                    PIC S9(7)V9(4)  COMP-3
                                                            VALUE 0.
       01  WKMONTHSSUPPLY                  PIC S9(7)V9     COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' WHEN THE LOCATION CURSOR RUNS OUT - IT IS WORKED
      *    INSIDE THE MODEL LOOP, SO ITS END CAN'T BE ALLOWED TO END
      *    THE MODEL LOOP TOO
       01  LAPEOF-SW                       PIC X           VALUE 'N'.
       01  LOCEOF-SW                       PIC X           VALUE 'N'.
      *    'Y' WHEN THE MODEL IS A SLOW MOVER
       01  SLOW-SW                         PIC X           VALUE 'N'.

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
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      **********************LAPTOPUNITS TABLE***************************
      *    THE MODEL'S AVAILABLE UNITS IN EACH AGE BUCKET, IN ALL, AND
      *    THE ONES WITH NO RECEIPT OF THEIR OWN
       01  BKT90                           PIC S9(9)       COMP.
       01  BKT180                          PIC S9(9)       COMP.
       01  BKT365                          PIC S9(9)       COMP.
       01  BKTOVER                         PIC S9(9)       COMP.
       01  UNITSAVAIL                      PIC S9(9)       COMP.
       01  FALLBACKCNT                     PIC S9(9)       COMP.
      **********************STOCKAUDIT TABLE****************************
      *    THE MODEL'S MOST RECENT SALE, AND THE NET UNITS IT SOLD
      *    OVER THE SALES WINDOW
       01  LASTSALE                        PIC X(10).
       01  NL-LASTSALE                     PIC S9(4)       COMP.
       01  UNITSSOLD                       PIC S9(9)       COMP.
      *    THE FIRST DAY OF THE SALES WINDOW - IT ENDS ON THE
      *    BUSINESS DATE
       01  SALESSTART                      PIC X(10).
      ********************LOCATIONSTOCK TABLE***************************
       01  LOCATIONCODE                    PIC X(4).
       01  LOCQTY                          PIC S9(9)       COMP.
      **********************SYSPARMS TABLE******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUES ARE
      *    ONLY DEFAULTS FOR WHEN NO SYSPARMS ROW EXISTS
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
       01  AGED-SALES-DAYS                 PIC S9(4)       COMP
                                                            VALUE 90.
       01  SLOW-MOVER-MONTHS               PIC S9(4)       COMP
                                                            VALUE 6.
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
      *    WORK AREAS FOR THE PRINTED AGED INVENTORY REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(30)
                             VALUE 'AGED INVENTORY AND SLOW MOVERS'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE DATE THE UNITS ARE
      *    AGED TO AND THE SLOW-MOVER TEST THE RUN USED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'AGED TO:  '.
           05  RPT-PL-DATE                 PIC X(10).
           05  FILLER                      PIC X(21)
                                   VALUE '  SALES WINDOW DAYS: '.
           05  RPT-PL-DAYS                 PIC ZZZ9.
           05  FILLER                      PIC X(36)
                      VALUE '  SLOW MOVER OVER MONTHS OF SUPPLY: '.
           05  RPT-PL-MONTHS               PIC ZZZ9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'LAPTOP ID'.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  FILLER               PIC X(25)   VALUE 'LAPTOP NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE '   0-90'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE ' 91-180'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE '181-365'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE 'OVER 1Y'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE '  TOTAL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'LAST SALE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'MOS SUPPLY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'FLAG'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BKT90                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BKT180                PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BKT365                PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BKTOVER               PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-TOTAL                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LASTSALE              PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SUPPLY                PIC X(10).
           05  RPT-D-SUPPLY-N REDEFINES RPT-D-SUPPLY
                                           PIC ZZZZZZZ9.9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FLAG                  PIC X(10).
      *    ONE LINE UNDER THE MODEL FOR EACH SELLABLE LOCATION
      *    HOLDING ANY OF IT
       01  RPT-LOC-LINE.
           05  RPT-L-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(16)   VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'LOCATION '.
           05  RPT-L-LOC                   PIC X(4).
           05  FILLER                      PIC X(10)
                                           VALUE '  ON HAND '.
           05  RPT-L-QTY                   PIC ZZZZZZ9.
      *    THE CONTROL TOTALS AT THE END OF THE REPORT
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(50).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-WINDOWDATES.
           PERFORM OPEN-AGEDRPT.
           PERFORM DECLARE-AGED.
           PERFORM PROC-AGED.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-AGEDRPT.
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
           MOVE 'AGED-SALES-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0 AND SP-PARMVALUE > 0
               MOVE SP-PARMVALUE TO AGED-SALES-DAYS.
           MOVE 'SLOW-MOVER-MONTHS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0 AND SP-PARMVALUE > 0
               MOVE SP-PARMVALUE TO SLOW-MOVER-MONTHS.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    THE FIRST DAY OF THE SALES WINDOW - A WINDOW OF 90 DAYS
      *    ENDING ON THE BUSINESS DATE STARTS 89 DAYS BEFORE IT
       GET-WINDOWDATES.
           MOVE 'GET-WINDOWDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(DATE(:RC-BUSDATE) -
                   :AGED-SALES-DAYS DAYS + 1 DAY, ISO)
               INTO :SALESSTART
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-AGEDRPT.
           OPEN OUTPUT AGEDRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-AGEDRPT.
           CLOSE AGEDRPT-FILE.

      *    EVERY MODEL WITH UNITS AVAILABLE ON THE SHELF, WITH ITS
      *    UNITS COUNTED INTO THE AGE BUCKETS. A UNIT'S DAYS ON HAND
      *    RUN FROM THE DATE OF ITS OWN RECEIPT, OR FROM THE MODEL'S
      *    OLDEST RECEIPT WHEN IT HAS NONE - AND FROM THE EARLIEST
      *    POSSIBLE DATE WHEN THE MODEL HAS NO RECEIPT ON FILE EITHER,
      *    WHICH PUTS IT OVER A YEAR. THE MODEL'S STOCK AT EACH
      *    SELLABLE LOCATION IS WORKED THROUGH ITS OWN CURSOR
       DECLARE-AGED.
           EXEC SQL
               DECLARE AGED_CUR CURSOR FOR
               SELECT A.LAPTOPID, UPPER(L.LAPTOPNAME),
                   SUM(CASE WHEN A.DAYSONHAND <= 90
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN A.DAYSONHAND BETWEEN 91 AND 180
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN A.DAYSONHAND BETWEEN 181 AND 365
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN A.DAYSONHAND > 365
                       THEN 1 ELSE 0 END),
                   COUNT(*), SUM(A.FALLBACK)
               FROM (SELECT U.LAPTOPID,
                   DAYS(DATE(:RC-BUSDATE)) -
                   DAYS(COALESCE(R.RECEIPTDATE,
                       (SELECT MIN(R2.RECEIPTDATE)
                       FROM STOCKRECEIPTS R2
                       WHERE R2.LAPTOPID = U.LAPTOPID),
                       DATE('0001-01-01'))) AS DAYSONHAND,
                   CASE WHEN R.RECEIPTID IS NULL
                       THEN 1 ELSE 0 END AS FALLBACK
                   FROM LAPTOPUNITS U
                   LEFT OUTER JOIN STOCKRECEIPTS R
                   ON R.RECEIPTID = U.RECEIPTID
                   WHERE U.UNITSTATUS = 'A') AS A, LAPTOPS L
               WHERE A.LAPTOPID = L.LAPTOPID
               GROUP BY A.LAPTOPID, L.LAPTOPNAME
               ORDER BY A.LAPTOPID
           END-EXEC.
           EXEC SQL
               DECLARE AGEDLOC_CUR CURSOR FOR
               SELECT LS.LOCATIONCODE, LS.QTY
               FROM LOCATIONSTOCK LS, STOCKLOCATIONS SL
               WHERE LS.LOCATIONCODE = SL.LOCATIONCODE
               AND LS.LAPTOPID = :PK-LAPID
               AND SL.SELLABLE = 'Y'
               AND LS.QTY <> 0
               ORDER BY LS.LOCATIONCODE
           END-EXEC.

       PROC-AGED.
           MOVE 'N' TO LAPEOF-SW.
           MOVE 'PROC-AGED' TO ERR-PARAGRAPH.
           EXEC SQL OPEN AGED_CUR END-EXEC.
           PERFORM LOOP-AGED THRU LOOP-AGED-EXIT
               UNTIL LAPEOF-SW = 'Y'.
           MOVE 'PROC-AGED' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE AGED_CUR END-EXEC.

       LOOP-AGED.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 'LOOP-AGED' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH AGED_CUR
               INTO :PK-LAPID, :LAPNAME, :BKT90, :BKT180, :BKT365,
                   :BKTOVER, :UNITSAVAIL, :FALLBACKCNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO LAPEOF-SW
               GO TO LOOP-AGED-EXIT.
           ADD 1 TO ROWCTR.
           ADD BKT90 TO TOT90.
           ADD BKT180 TO TOT180.
           ADD BKT365 TO TOT365.
           ADD BKTOVER TO TOTOVER.
           ADD UNITSAVAIL TO TOTUNITS.
           ADD FALLBACKCNT TO TOTFALLBACK.
           PERFORM SELECT-SALES.
           PERFORM CALC-SUPPLY.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PROC-AGEDLOC.

       LOOP-AGED-EXIT.
           EXIT.

      *    THE LAST DAY THE MODEL WENT OUT ON AN ORDER OR A BACKORDER
      *    RELEASE, AND THE NET UNITS IT SOLD OVER THE SALES WINDOW -
      *    UNITS PUT BACK BY CANCELLATIONS AND AMENDMENTS WERE NEVER
      *    REALLY SOLD
       SELECT-SALES.
           MOVE ' ' TO LASTSALE.
           MOVE 0 TO NL-LASTSALE.
           MOVE 'SELECT-SALES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(MAX(MOVEDATE), ISO)
               INTO :LASTSALE :NL-LASTSALE
               FROM STOCKAUDIT
               WHERE LAPTOPID = :PK-LAPID
               AND DIRECTION = 'O'
               AND MOVESOURCE IN ('O', 'B')
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DIRECTION = 'O'
                   THEN QUANTITY ELSE 0 - QUANTITY END), 0)
               INTO :UNITSSOLD
               FROM STOCKAUDIT
               WHERE LAPTOPID = :PK-LAPID
               AND MOVEDATE >= :SALESSTART
               AND MOVEDATE <= :RC-BUSDATE
               AND ((DIRECTION = 'O' AND MOVESOURCE IN ('O', 'B'))
               OR (DIRECTION = 'I' AND MOVESOURCE IN ('C', 'M')))
           END-EXEC.
           IF UNITSSOLD < 0
               MOVE 0 TO UNITSSOLD.

      *    MONTHS OF SUPPLY IS THE AVAILABLE UNITS OVER A 30-DAY
      *    MONTH'S SALES AT THE WINDOW'S RATE. A MODEL THAT SOLD
      *    NOTHING IN THE WINDOW HAS NO RATE TO DIVIDE BY AND IS A
      *    SLOW MOVER OUTRIGHT
       CALC-SUPPLY.
           MOVE 'N' TO SLOW-SW.
           MOVE 0 TO WKMONTHSSUPPLY.
           IF UNITSSOLD = 0
               MOVE 'Y' TO SLOW-SW
               GO TO CALC-SUPPLY-EXIT.
           COMPUTE WKMONTHSALES ROUNDED =
               UNITSSOLD * 30 / AGED-SALES-DAYS.
           COMPUTE WKMONTHSSUPPLY ROUNDED =
               UNITSAVAIL / WKMONTHSALES.
           IF WKMONTHSSUPPLY > SLOW-MOVER-MONTHS
               MOVE 'Y' TO SLOW-SW.

       CALC-SUPPLY-EXIT.
           EXIT.

       PROC-AGEDLOC.
           MOVE 'N' TO LOCEOF-SW.
           MOVE 'PROC-AGEDLOC' TO ERR-PARAGRAPH.
           EXEC SQL OPEN AGEDLOC_CUR END-EXEC.
           PERFORM LOOP-AGEDLOC THRU LOOP-AGEDLOC-EXIT
               UNTIL LOCEOF-SW = 'Y'.
           MOVE 'PROC-AGEDLOC' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE AGEDLOC_CUR END-EXEC.

       LOOP-AGEDLOC.
           MOVE 'LOOP-AGEDLOC' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH AGEDLOC_CUR
               INTO :LOCATIONCODE, :LOCQTY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO LOCEOF-SW
               GO TO LOOP-AGEDLOC-EXIT.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE LOCATIONCODE TO RPT-L-LOC.
           MOVE LOCQTY TO RPT-L-QTY.
           WRITE AGEDRPT-REC FROM RPT-LOC-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       LOOP-AGEDLOC-EXIT.
           EXIT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE AGEDRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RC-BUSDATE TO RPT-PL-DATE.
           MOVE AGED-SALES-DAYS TO RPT-PL-DAYS.
           MOVE SLOW-MOVER-MONTHS TO RPT-PL-MONTHS.
           WRITE AGEDRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AGEDRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AGEDRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE AGEDRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE PK-LAPID TO RPT-D-LAPID.
           MOVE LAPNAME-VALUE TO RPT-D-LAPNAME.
           MOVE BKT90 TO RPT-D-BKT90.
           MOVE BKT180 TO RPT-D-BKT180.
           MOVE BKT365 TO RPT-D-BKT365.
           MOVE BKTOVER TO RPT-D-BKTOVER.
           MOVE UNITSAVAIL TO RPT-D-TOTAL.
           IF NL-LASTSALE < 0
               MOVE 'NEVER SOLD' TO RPT-D-LASTSALE
           ELSE
               MOVE LASTSALE TO RPT-D-LASTSALE.
           IF UNITSSOLD = 0
               MOVE '  NO SALES' TO RPT-D-SUPPLY
           ELSE
               MOVE WKMONTHSSUPPLY TO RPT-D-SUPPLY-N.
           IF SLOW-SW = 'Y'
               MOVE 'SLOW MOVER' TO RPT-D-FLAG
               ADD 1 TO SLOWCTR
           ELSE
               MOVE ' ' TO RPT-D-FLAG.
           WRITE AGEDRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - THE AGE BUCKETS ADD UP TO EVERY AVAILABLE
      *    UNIT ON THE SHELF
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 9 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE AGEDRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MODELS WITH UNITS AVAILABLE' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNITS ON HAND 0-90 DAYS' TO RPT-T-CAPTION.
           MOVE TOT90 TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNITS ON HAND 91-180 DAYS' TO RPT-T-CAPTION.
           MOVE TOT180 TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNITS ON HAND 181-365 DAYS' TO RPT-T-CAPTION.
           MOVE TOT365 TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNITS ON HAND OVER A YEAR' TO RPT-T-CAPTION.
           MOVE TOTOVER TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL UNITS AVAILABLE' TO RPT-T-CAPTION.
           MOVE TOTUNITS TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNITS AGED FROM THE MODEL''S OLDEST RECEIPT'
               TO RPT-T-CAPTION.
           MOVE TOTFALLBACK TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SLOW MOVERS FLAGGED' TO RPT-T-CAPTION.
           MOVE SLOWCTR TO RPT-T-COUNT.
           WRITE AGEDRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 9 TO RPT-LINECNT.

      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'AGEDINVR' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' MODEL(S) LISTED ON THE AGED INVENTORY'
               ' REPORT'.
           DISPLAY SLOWCTR ' SLOW MOVER(S) FLAGGED'.
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
           MOVE 'AGEDINVR' TO ERR-PROGNAME.
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
