       DATE-WRITTEN. 2026-09-02.
      *    MONTH-END CLOSE - ROLLS THE PRIOR MONTH UP INTO A FIXED-
      *    FORMAT GENERAL-LEDGER JOURNAL EXTRACT (REVENUE FROM THE
      *    LINE ITEMS, SALES TAX, SHIPPING FEES, REFUNDS, FREIGHT
      *    CLAIM RECOVERIES, EXTENDED WARRANTY CONTRACTS, AND CASH BY
      *    PAYMENT METHOD), PRINTS A CONTROL-TOTAL REPORT, AND LOCKS
      *    THE PERIOD SO A BACK-DATED PAYMENT OR RETURN CAN'T CHANGE
      *    THE NUMBERS AFTER THEY'VE BEEN REPORTED. RUN FROM THE

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
       01  GLAMOUNT                        PIC S9(11)V99   COMP-3.
       01  NL-GLAMOUNT                     PIC S9(4)       COMP.
       01  PAYMETHOD                       PIC X.
      *    ITEMS IN THE PERIOD THE BANK RECONCILIATION HASN'T CLEARED
       01  RECONCNT                        PIC S9(9)       COMP.
      ******************************************************************
      *********************RUNCONTROL TABLE*****************************
      *    RUN-CONTROL FIELDS - THE ROW KEY FOR THIS RUN, THE PROGRAM
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
                              VALUE 'CONTROL TOTAL (ALL LINES):'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  RPT-T-AMOUNT                PIC $$$$,$$$,$$$.99.
      *    THE PERIOD'S UNRECONCILED BANK ITEMS, UNDER THE CONTROL
      *    TOTAL - NOT PART OF THE JOURNAL
       01  RPT-RECON-LINE.
           05  RPT-R-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-R-CAPTION               PIC X(30).
           05  RPT-R-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-R-AMOUNT                PIC $$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM OPEN-FILES.
           PERFORM EXTRACT-JOURNAL.
           PERFORM WRITE-CONTROL-TOTAL.
           PERFORM WRITE-RECON-STATUS.
           PERFORM CLOSE-FILES.
           PERFORM LOCK-PERIOD.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.
               STOP RUN.
           EXEC SQL WHENEVER SQLERROR PERFORM OPENESQL-ERROR END-EXEC.

      *    THE PERIOD BEING CLOSED IS THE MONTH BEFORE THE BUSINESS
      *    DATE - ITS FIRST DAY COMES FROM DB2 SO THE DATE ARITHMETIC
      *    STAYS IN ONE PLACE. A CLOSE SUBMITTED ON A WEEKEND OR A
      *    HOLIDAY AT THE TURN OF THE MONTH STILL BELONGS TO THE OLD
      *    MONTH'S LAST WORKING DAY, SO IT FINDS THE PERIOD BEFORE
      *    THAT ALREADY CLOSED AND WAITS FOR THE NEW MONTH'S FIRST
      *    WORKING DAY
       SET-PERIOD.
           MOVE 'SET-PERIOD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(DATE(:RC-BUSDATE)
                   - (DAY(DATE(:RC-BUSDATE)) - 1) DAYS - 1 MONTH, ISO)
               INTO :GL-FROMDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *    A PERIOD ALREADY CLOSED STAYS CLOSED - RERUNNING THE CLOSE
      *    WOULD DOUBLE THE LEDGER FEED
       CHECK-ALREADY-CLOSED.
           MOVE 'CHECK-ALREADY-CLOSED' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CLOSEDCNT
           CLOSE GLRPT-FILE.

      *    ONE JOURNAL LINE PER FIGURE ACCOUNTING USED TO RE-KEY BY
      *    HAND - REVENUE, TAX, SHIPPING, REFUNDS, FREIGHT CLAIM
      *    RECOVERIES, EXTENDED WARRANTY REVENUE, AND CASH RECEIVED
      *    BROKEN OUT BY PAYMENT METHOD
       EXTRACT-JOURNAL.
           PERFORM EXTRACT-REVENUE.
           PERFORM EXTRACT-TAX.
           PERFORM EXTRACT-SHIPPING.
           PERFORM EXTRACT-REFUNDS.
           PERFORM EXTRACT-FREIGHT-RECOVERY.
           PERFORM EXTRACT-WARRANTY-CONTRACTS.
           PERFORM DECLARE-CASH.
           PERFORM PROC-CASH.

      *    CANCELLED ORDERS CARRY NO REVENUE
       EXTRACT-REVENUE.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'EXTRACT-REVENUE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(LO.ORDERCOST)
               INTO :GLAMOUNT :NL-GLAMOUNT

       EXTRACT-TAX.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'EXTRACT-TAX' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(TAXAMOUNT)
               INTO :GLAMOUNT :NL-GLAMOUNT

       EXTRACT-SHIPPING.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'EXTRACT-SHIPPING' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(SHIPPINGFEE)
               INTO :GLAMOUNT :NL-GLAMOUNT

       EXTRACT-REFUNDS.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'EXTRACT-REFUNDS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(REFUNDAMOUNT)
               INTO :GLAMOUNT :NL-GLAMOUNT
           MOVE 'RETURN REFUNDS GIVEN' TO JRN-DESC.
           PERFORM WRITE-JOURNAL-LINE.

      *    WHAT CARRIERS PAID ON FREIGHT CLAIMS, JOURNALED IN THE
      *    PERIOD THE PAYMENT WAS RECORDED
       EXTRACT-FREIGHT-RECOVERY.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'EXTRACT-FREIGHT-RECOVERY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(RECOVEREDAMT)
               INTO :GLAMOUNT :NL-GLAMOUNT
               FROM FREIGHTCLAIMS
               WHERE RECOVERYDATE >= DATE(:GL-FROMDATE)
               AND RECOVERYDATE < DATE(:GL-FROMDATE) + 1 MONTH
           END-EXEC.
           IF NL-GLAMOUNT < 0
               MOVE 0 TO GLAMOUNT.
           MOVE 'FRTCLAIM' TO JRN-LINECODE.
           MOVE 'FREIGHT CLAIM RECOVERIES' TO JRN-DESC.
           PERFORM WRITE-JOURNAL-LINE.

      *    EXTENDED WARRANTY CONTRACTS SOLD IN THE PERIOD, KEPT OFF
      *    THE LINE ITEM REVENUE SO THE LEDGER CAN DEFER THEM
       EXTRACT-WARRANTY-CONTRACTS.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'EXTRACT-WARRANTY-CONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(C.PRICE)
               INTO :GLAMOUNT :NL-GLAMOUNT
               FROM WARRANTYCONTRACTS C, ORDERS O
               WHERE C.ORDERID = O.ORDERID
               AND C.SALEDATE >= DATE(:GL-FROMDATE)
               AND C.SALEDATE < DATE(:GL-FROMDATE) + 1 MONTH
               AND (O.ORDSTATUS IS NULL OR O.ORDSTATUS <> 'X')
           END-EXEC.
           IF NL-GLAMOUNT < 0
               MOVE 0 TO GLAMOUNT.
           MOVE 'EXTWARR' TO JRN-LINECODE.
           MOVE 'EXTENDED WARRANTY SALES' TO JRN-DESC.
           PERFORM WRITE-JOURNAL-LINE.

      *    CASH RECEIVED IN THE PERIOD, ONE LINE PER PAYMENT METHOD
       DECLARE-CASH.
           EXEC SQL
           END-EXEC.

       PROC-CASH.
           MOVE 'PROC-CASH' TO ERR-PARAGRAPH.
           EXEC SQL OPEN GLCASH_CUR END-EXEC.
           PERFORM LOOP-CASH THRU LOOP-CASH-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-CASH' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE GLCASH_CUR END-EXEC.

       LOOP-CASH.
           MOVE 'LOOP-CASH' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH GLCASH_CUR
               INTO :PAYMETHOD, :GLAMOUNT
                       MOVE 'LOYALTY CREDITS APPLIED' TO JRN-DESC
                   WHEN 'A'
                       MOVE 'CUSTOMER CREDIT APPLIED' TO JRN-DESC
                   WHEN 'R'
                       MOVE 'RETURNED PAYMENTS REVERSED' TO JRN-DESC
                   WHEN 'F'
                       MOVE 'RETURNED ITEM FEES CHARGED' TO JRN-DESC
                   WHEN OTHER
                       MOVE 'OTHER RECEIPTS' TO JRN-DESC
               END-EVALUATE
           WRITE GLRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE BANK RECONCILIATION RUNS AHEAD OF THE CLOSE, SO WHAT
      *    IT COULDN'T CLEAR FOR THE PERIOD IS REPORTED WITH THE
      *    CLOSE - PAYMENTS THE BANK NEVER SHOWED, AND DEPOSITS THE
      *    BOOKS DON'T ACCOUNT FOR
       WRITE-RECON-STATUS.
           WRITE GLRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'WRITE-RECON-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), SUM(AMOUNT)
               INTO :RECONCNT, :GLAMOUNT :NL-GLAMOUNT
               FROM PAYMENTS
               WHERE PAYMENTDATE >= DATE(:GL-FROMDATE)
               AND PAYMENTDATE < DATE(:GL-FROMDATE) + 1 MONTH
               AND METHOD IN ('C', 'K', 'D', 'E')
               AND RECONSTATUS = 'N'
           END-EXEC.
           IF NL-GLAMOUNT < 0
               MOVE 0 TO GLAMOUNT.
           MOVE 'PAYMENTS NOT SEEN BY THE BANK' TO RPT-R-CAPTION.
           PERFORM WRITE-RECON-LINE.
           MOVE 0 TO NL-GLAMOUNT.
           MOVE 'WRITE-RECON-STATUS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), SUM(AMOUNT)
               INTO :RECONCNT, :GLAMOUNT :NL-GLAMOUNT
               FROM BANKSTMT
               WHERE DEPOSITDATE >= DATE(:GL-FROMDATE)
               AND DEPOSITDATE < DATE(:GL-FROMDATE) + 1 MONTH
               AND RECONSTATUS = 'O'
           END-EXEC.
           IF NL-GLAMOUNT < 0
               MOVE 0 TO GLAMOUNT.
           MOVE 'BANK DEPOSITS NOT MATCHED' TO RPT-R-CAPTION.
           PERFORM WRITE-RECON-LINE.

       WRITE-RECON-LINE.
           MOVE RECONCNT TO RPT-R-COUNT.
           MOVE GLAMOUNT TO RPT-R-AMOUNT.
           WRITE GLRPT-REC FROM RPT-RECON-LINE
               AFTER ADVANCING 1 LINE.
           IF RECONCNT > 0
               DISPLAY 'WARNING - ' RECONCNT ' ' RPT-R-CAPTION
                   ' IN PERIOD ' WKPERIOD.

      *    THE LOCK ITSELF - ONCE THIS ROW EXISTS, THE INTERACTIVE
      *    PROGRAMS REFUSE POSTINGS DATED INTO THE PERIOD
       LOCK-PERIOD.
           MOVE 'LOCK-PERIOD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CLOSEDPERIODS (PERIODYM, CLOSEDATE)
               VALUES (:WKPERIOD, CURRENT DATE)
      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'MONTHEND' TO RC-PROGNAME.

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
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-BUSDATE
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY 'WARNING - ' RC-PROGNAME ' HAS ALREADY BEEN'
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-PRIORDATE
               AND STATUS = 'S'
           END-EXEC.
           IF RC-CNT > 0
               INSERT INTO RUNCONTROL
                   (PROGRAMNAME, BUSINESSDATE, STARTTIME, ENDTIME,
                   ROWSWRITTEN, STATUS)
               VALUES (:RC-PROGNAME, :RC-BUSDATE, CURRENT TIME,
               NULL, NULL, 'S')
           END-EXEC.
           EXEC SQL
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
           MOVE 'MONTHEND' TO ERR-PROGNAME.
           MOVE GL-FROMDATE TO ERR-KEYVALUE.
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
