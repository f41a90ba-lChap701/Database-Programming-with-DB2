      *    ARCHIVE FILES AND PURGES THEM FROM THE DATABASE, SO THE
      *    FULL-TABLE CURSOR SWEEPS STOP GROWING WITHOUT BOUND. ONLY
      *    AN ORDER THAT HAS FULLY SHIPPED AND ARRIVED, IS FULLY PAID,
      *    HAS NO OPEN BACKORDER, NO REFUND STILL OWED, NO VENDOR
      *    CREDIT STILL BEING TRACKED AND NO OPEN FREIGHT CLAIM IS
      *    ELIGIBLE. THE ORDER'S SETTLEMENT CHILDREN (SHIPMENTS, THEIR
      *    PACKAGE LINES AND FREIGHT CLAIMS, PAYMENTS, RETURNS AND
      *    THEIR VENDOR RETURNS, BACKORDERS, INVOICE REGISTER ROWS)
      *    ARE PURGED WITH IT. A CONTROL-TOTAL REPORT SHOWS EXACTLY
      *    WHAT MOVED. RUN FROM THE ORDARCHIVE JCL - NOT AN
      *    INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  ORDARCH-FILE.
       01  ORDARCH-REC.
           05  ARC-ORDERID                 PIC X(8).
           05  ARC-CUSTID                  PIC X(8).
           05  ARC-ORDERDATE               PIC X(10).
           05  ARC-SHIPDATE                PIC X(10).
           05  ARC-ARRIVDATE               PIC X(10).
           05  ARC-EMPNO                   PIC X(6).
       FD  LAPARCH-FILE.
       01  LAPARCH-REC.
           05  ARL-ORDERID                 PIC X(8).
           05  ARL-LAPID                   PIC X(8).
           05  ARL-QTY                     PIC 9(9).
           05  ARL-ORDERCOST               PIC 9(9)V99.
           05  ARL-DEALS                   PIC 9V99.

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
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  FK-CUSTID                       PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  SHIPDATE                        PIC X(10).
       01  ARRIVALDATE                     PIC X(10).
           49  SHIPST-LENG                 PIC S9(4)       COMP.
           49  SHIPST-VALUE                PIC XX.
      **********************LAPTOPORDERS TABLE**************************
       01  FK-LAPID                        PIC X(8).
       01  QTY                             PIC S9(9)       COMP.
       01  ORDERCOST                       PIC S9(9)V99    COMP-3.
       01  DEALS                           PIC SV99        COMP-3.
      *    EITHER ONE KEEPS THE ORDER IN THE DATABASE
       01  OPENREFCNT                      PIC S9(9)       COMP.
       01  OPENVRCNT                       PIC S9(9)       COMP.
      *    FREIGHT CLAIMS STILL WAITING ON THE CARRIER
       01  OPENFCLMCNT                     PIC S9(9)       COMP.
      **********************SYSPARMS TABLE******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUE IS
      *    ONLY A DEFAULT FOR WHEN NO SYSPARMS ROW EXISTS
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
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-ORDERDATE             PIC X(10).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  RPT-D-LINES                 PIC ZZZ9.
           PERFORM PROC-ARCH.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.
      *    ROW LEAVES THE COMPILED DEFAULT
       LOAD-SYSPARMS.
           MOVE 'ARCHIVE-AGE-DAYS' TO SP-PARMNAME.
           MOVE 'LOAD-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
           END-EXEC.

       PROC-ARCH.
           MOVE 'PROC-ARCH' TO ERR-PARAGRAPH.
           EXEC SQL OPEN ARCH_CUR END-EXEC.
           PERFORM LOOP-ARCH THRU LOOP-ARCH-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-ARCH' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE ARCH_CUR END-EXEC.

       LOOP-ARCH.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE 0 TO NL-EMPNO.
           MOVE 0 TO ERRCTR.
           MOVE 'LOOP-ARCH' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH ARCH_CUR
               INTO :PK-ORDERID, :FK-CUSTID, :ORDERDATE, :SHIPDATE,
      *    ONLY A FULLY PAID ORDER WITH NO OPEN BACKORDER LEAVES THE
      *    DATABASE - ANYTHING STILL IN FLIGHT STAYS PUT
       CHECK-ELIGIBILITY.
      *    THE ORDER'S EXTENDED WARRANTY CONTRACTS BILL WITH ITS LINES
           MOVE 'CHECK-ELIGIBILITY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST) +
                   COALESCE((SELECT SUM(C.PRICE)
                             FROM WARRANTYCONTRACTS C
                             WHERE C.ORDERID = :PK-ORDERID), 0)
               INTO :WKLINETOTAL :NL-LINETOTAL
               FROM LAPTOPORDERS
               WHERE ORDERID = :PK-ORDERID
           IF OPENVRCNT > 0
               ADD 1 TO ERRCTR.

      *    AND A FREIGHT CLAIM THE CARRIER HASN'T PAID OR DENIED YET
           EXEC SQL
               SELECT COUNT(*)
               INTO :OPENFCLMCNT
               FROM FREIGHTCLAIMS
               WHERE ORDERID = :PK-ORDERID
               AND STATUS = 'O'
           END-EXEC.
           IF OPENFCLMCNT > 0
               ADD 1 TO ERRCTR.

      *    WRITES THE ORDER AND ITS LINES TO THE ARCHIVE FILES, THEN
      *    PURGES THE ORDER AND EVERYTHING HANGING OFF IT
       ARCHIVE-ORDER.
           END-EXEC.

       PROC-ARCHLINE.
           MOVE 'PROC-ARCHLINE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN ARCHLINE_CUR END-EXEC.
           PERFORM LOOP-ARCHLINE THRU LOOP-ARCHLINE-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-ARCHLINE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE ARCHLINE_CUR END-EXEC.

       LOOP-ARCHLINE.
           MOVE ' ' TO PROMOCODE.
           MOVE 0 TO NL-DEALS.
           MOVE 0 TO NL-PROMOCODE.
           MOVE 'LOOP-ARCHLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH ARCHLINE_CUR
               INTO :FK-LAPID, :QTY, :ORDERCOST, :DEALS :NL-DEALS,
      *    REGISTER REPORT WAS PRODUCED LONG BEFORE AN ORDER AGES
      *    INTO THE ARCHIVE
       PURGE-ORDER.
           MOVE 'PURGE-ORDER' TO ERR-PARAGRAPH.
           EXEC SQL
               DELETE FROM FREIGHTCLAIMS WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           EXEC SQL
               DELETE FROM SHIPMENTLINES WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           EXEC SQL
               DELETE FROM SHIPMENTS WHERE ORDERID = :PK-ORDERID
           END-EXEC.
      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'ORDARCH' TO RC-PROGNAME.

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
           MOVE 'ORDARCH' TO ERR-PROGNAME.
           MOVE PK-ORDERID TO ERR-KEYVALUE.
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
