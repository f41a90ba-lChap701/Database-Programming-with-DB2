       FILE SECTION.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-REC.
           05  LBX-ORDERID                 PIC X(8).
           05  LBX-PAYDATE                 PIC X(10).
           05  LBX-AMOUNT                  PIC 9(9)V99.
           05  LBX-CHECKNUM                PIC X(10).
       01  REJCTR                          PIC 9(4)        VALUE 0.
       01  SHORTCTR                        PIC 9(4)        VALUE 0.
      *    THE NEXT PAYMENTID DRAWN FROM THE COUNTER
       01  WKNEXTPAYID                     PIC 9(8)        VALUE 0.
      *    THE REASON THE CURRENT ITEM HIT THE SUSPENSE REPORT
       01  WKSUSPREASON                    PIC X(40).
      *    USED TO BREAK THE PAYMENT DATE APART FOR VALIDATION

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
      ***********************PAYMENTS TABLE*****************************
       01  PK-PAYID                        PIC X(8).
       01  FK-ORDERID                      PIC X(8).
       01  PAYMENTDATE                     PIC X(10).
       01  PAYAMT                          PIC S9(11)V99   COMP-3.
       01  WKPAIDTOTAL                     PIC S9(11)V99   COMP-3.
       01  RC-PROGNAME                     PIC X(12).
       01  RC-CNT                          PIC S9(9)       COMP.
       01  RC-ROWS                         PIC S9(9)       COMP.
      *    THE DATE THE RUN LOGS UNDER AND THE DAY BEFORE IT - AN
      *    INTAKE RUN USES THE CALENDAR DAY, NOT THE BUSINESS DATE
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
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CHECKNUM              PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-AMOUNT                PIC $$$$,$$$,$$$.99.
           PERFORM POST-LOOP THRU POST-LOOP-EXIT
               UNTIL LBXEOF-SW = 'Y'.
           PERFORM CLOSE-FILES.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.
               PERFORM WRITE-SUSPENSE-LINE
               GO TO PROCESS-ITEM-EXIT.

      *    EVERY ITEM IS STAMPED WITH THIS RUN - THE BANK DEPOSITS
      *    THE WHOLE RUN AS ONE LOCKBOX BATCH, AND RECONCILIATION
      *    MATCHES THE BATCH TOTAL AGAINST IT
           PERFORM GENERATE-PAYID.
           MOVE 'PROCESS-ITEM' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD,
                   LOCKBOXRUN)
               VALUES (:PK-PAYID, :FK-ORDERID, DATE(:PAYMENTDATE),
               :PAYAMT, 'K', :RC-RUNID)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'THE PAYMENT ROW COULD NOT BE POSTED'
      *    CONFIRMS THE ITEM'S ORDERID IS AN EXISTING ORDER, THE SAME
      *    CHECK THE PAYMENTS PROGRAM MAKES
       CHECK-ORDID.
           MOVE 'CHECK-ORDID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :ORDIDCNT
      *    HAS ALREADY EXTRACTED AND LOCKED
       CHECK-PERIOD-OPEN.
           MOVE PAYMENTDATE(1:7) TO PAYPERIOD.
           MOVE 'CHECK-PERIOD-OPEN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CLOSEDCNT
      *    DRAWS THE NEXT VALUE FROM THE NAMED PERSISTENT COUNTER -
      *    UNLIKE THE OLD MAX(KEY)+1 LOOKUP, A NUMBER IS NEVER
      *    RE-ISSUED NO MATTER WHAT THE ARCHIVE JOB HAS PURGED. AT
      *    99999999 THE 8-CHARACTER KEY SPACE IS SPENT AND NO FURTHER
      *    KEYS ARE ISSUED - A COUNTER IS NEVER RESET OR WRAPPED
       GET-NEXT-KEY.
           MOVE 'GET-NEXT-KEY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE KEYCOUNTERS
                   SET LASTVALUE = LASTVALUE + 1
               FROM KEYCOUNTERS
               WHERE KEYNAME = :KC-KEYNAME
           END-EXEC.
           IF KC-VALUE > 99999999
               DISPLAY 'THE KEY SPACE FOR ' KC-KEYNAME ' IS EXHAUSTED'
                   ' AT 99999999 - THE RUN CANNOT CONTINUE'
               STOP RUN.

      *    THE ORDER'S BALANCE AFTER THE ITEM POSTED - LINE ITEMS
      *    PLUS TAX PLUS SHIPPING, LESS EVERYTHING PAID
       CALC-ORDER-BALANCE.
           MOVE 0 TO NL-LINETOTAL.
      *    THE ORDER'S EXTENDED WARRANTY CONTRACTS BILL WITH ITS LINES
           MOVE 'CALC-ORDER-BALANCE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST) +
                   COALESCE((SELECT SUM(C.PRICE)
                             FROM WARRANTYCONTRACTS C
                             WHERE C.ORDERID = :FK-ORDERID), 0)
               INTO :WKLINETOTAL :NL-LINETOTAL
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN TODAY OR
      *    WHEN YESTERDAY'S RUN NEVER COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-RUNDATES.
           MOVE 'LOCKBOX' TO RC-PROGNAME.

      *    A RUN THAT ALREADY COMPLETED TODAY MEANS THE STREAM WAS
      *    RESUBMITTED AFTER A MID-STREAM FAILURE - END CLEANLY AS
      *    ALREADY-DONE, SO OPERATIONS CAN SIMPLY RESUBMIT THE JOB
      *    AND ONLY THE UNFINISHED STEPS EXECUTE
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
               DISPLAY RC-PROGNAME ' HAS ALREADY COMPLETED FOR'
                   ' TODAY - NOTHING TO DO'
               STOP RUN.

           EXEC SQL
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-BUSDATE
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY 'WARNING - ' RC-PROGNAME ' HAS ALREADY BEEN'
                   ' STARTED TODAY'.

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
                   ' ITS RUN YESTERDAY'.

           EXEC SQL
               INSERT INTO RUNCONTROL
                   (PROGRAMNAME, BUSINESSDATE, STARTTIME, ENDTIME,
                   ROWSWRITTEN, STATUS)
               VALUES (:RC-PROGNAME, :RC-BUSDATE, CURRENT TIME,
               NULL, NULL, 'S')
           END-EXEC.
           EXEC SQL
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

      *    AN INTAKE RUN LOGS UNDER THE CALENDAR DAY IT RUNS ON, NOT
      *    THE BUSINESS DATE - FILES ARRIVE ON WEEKENDS AND HOLIDAYS
      *    TOO, AND LOGGING A SATURDAY RUN UNDER FRIDAY WOULD FIND
      *    FRIDAY'S RUN ALREADY DONE AND LEAVE SATURDAY'S FILE UNREAD
       GET-RUNDATES.
           MOVE 'GET-RUNDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                   CHAR(CURRENT DATE - 1 DAY, ISO)
               INTO :RC-BUSDATE, :RC-PRIORDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    MARKS THE RUN COMPLETE WITH ITS END TIME AND ROW COUNT
       CLOSE-RUNCONTROL.
           MOVE POSTCTR TO RC-ROWS.
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
           MOVE 'LOCKBOX' TO ERR-PROGNAME.
           MOVE PK-PAYID TO ERR-KEYVALUE.
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
