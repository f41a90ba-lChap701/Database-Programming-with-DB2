       DATE-WRITTEN. 2026-09-02.
      *    UNATTENDED BATCH INTAKE OF THE CARRIER'S STATUS-EVENT FILE
      *    - THE RETURN LEG OF THE SHIPEX HANDOFF. READS EACH TRACKING
      *    EVENT, MATCHES IT TO A PACKAGE ON THE TRACKING NUMBER WE
      *    STORED AT SHIP CONFIRMATION, AND POSTS A DELIVERED EVENT'S
      *    DATE TO THAT PACKAGE - THE DATE AN OPERATOR USED TO KEY BY
      *    HAND. ONCE THE LAST PACKAGE OF A FULLY SHIPPED ORDER IS IN,
      *    THE ORDER IS DELIVERED. A DAMAGED OR LOST EVENT OPENS A
      *    FREIGHT CLAIM AGAINST THE CARRIER FOR EACH MODEL IN THE
      *    PACKAGE - A DAMAGED PACKAGE STILL COUNTS AS DELIVERED, AND
      *    A LOST ONE IS NO LONGER WAITED ON. EVENTS THAT MATCH NO
      *    SHIPMENT PRINT ON AN EXCEPTION LIST SO THE OVERDUE MONITOR
      *    ONLY SHOWS REAL PROBLEMS. RUN FROM THE NIGHTLY JCL - NOT
      *    AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CARRSTAT-FILE.
       01  CARRSTAT-REC.
           05  EVT-TRACKING                PIC X(30).
      *    EVENT CODES THE CARRIER SENDS - 'DL' IS DELIVERED, 'DM'
      *    IS DELIVERED DAMAGED AND 'LS' IS LOST. EVERY OTHER CODE IS
      *    AN IN-TRANSIT SCAN WE HAVE NOWHERE TO POST
           05  EVT-CODE                    PIC XX.
           05  EVT-DATE                    PIC X(10).
       FD  CARREXC-FILE.
      *    RUN TOTALS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  DLVCTR                          PIC 9(4)        VALUE 0.
       01  ORDDLVCTR                       PIC 9(4)        VALUE 0.
       01  FCLMCTR                         PIC 9(4)        VALUE 0.
       01  EXCCTR                          PIC 9(4)        VALUE 0.
      *    THE REASON THE CURRENT EVENT HIT THE EXCEPTION LIST
       01  WKEXCREASON                     PIC X(40).
      *    SET TO 'Y' AT END OF THE DAMAGED OR LOST PACKAGE'S CONTENTS
       01  CLMLINEEOF-SW                   PIC X           VALUE 'N'.
      *    HOLDS THE NEXT FREIGHT CLAIM ID TO BE GENERATED
       01  WKNEXTFCLMID                    PIC 9(8)        VALUE 0.

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
      **********************SHIPMENTS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  SHIPMENTNO                      PIC S9(4)       COMP.
       01  CARRIERCODE                     PIC X(4).
      *    HOLDS THE COUNT OF THE ORDER'S PACKAGES STILL IN TRANSIT
       01  OPENPKGCNT                      PIC S9(9)       COMP.
       01  TRACKINGNUM.
           49  TRACKINGNUM-LENG            PIC S9(4)       COMP.
           49  TRACKINGNUM-VALUE           PIC X(30).
      ************************ORDERS TABLE******************************
       01  ARRIVALDATE                     PIC X(10).
       01  ORDSTATUS                       PIC X.
       01  NL-ORDSTATUS                    PIC S9(4)       COMP.
      ******************************************************************
      *********************FREIGHTCLAIMS TABLE**************************
      *    THE CLAIM BEING OPENED - ITS TYPE, THE MODEL AND UNITS IN
      *    THE PACKAGE, AND THE ORDER LINE IT IS PRICED FROM
       01  PK-FCLMID                       PIC X(8).
       01  FCLMTYPE                        PIC X.
       01  FCLMLAPID                       PIC X(8).
       01  FCLMUNITS                       PIC S9(9)       COMP.
       01  FCLMAMT                         PIC S9(9)V99    COMP-3.
       01  FCLMLINEQTY                     PIC S9(9)       COMP.
       01  FCLMLINECOST                    PIC S9(9)V99    COMP-3.
       01  FCLMCNT                         PIC S9(9)       COMP.
      ******************************************************************
      ********************KEYCOUNTERS TABLE*****************************
      *    THE PERSISTENT COUNTER A NEW KEY IS DRAWN FROM, AND THE
      *    VALUE IT HANDED BACK
       01  KC-KEYNAME                      PIC X(12).
       01  KC-VALUE                        PIC S9(9)       COMP.
      ******************************************************************
      *********************RUNCONTROL TABLE*****************************
      *    RUN-CONTROL FIELDS - THE ROW KEY FOR THIS RUN, THE PROGRAM
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
           PERFORM EVENT-LOOP THRU EVENT-LOOP-EXIT
               UNTIL EVTEOF-SW = 'Y'.
           PERFORM CLOSE-FILES.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.
               GO TO EVENT-LOOP-EXIT.

      *    ONLY A DELIVERED EVENT HAS SOMEWHERE TO POST - IN-TRANSIT
      *    SCANS ARE ACKNOWLEDGED AND DROPPED. A PACKAGE DELIVERED
      *    DAMAGED WAS STILL DELIVERED, AND A LOST ONE MAY BE ALL THE
      *    ORDER WAS WAITING ON, SO BOTH CAN CLOSE THE ORDER
           IF EVT-CODE = 'DL' OR EVT-CODE = 'DM'
               PERFORM POST-DELIVERY.
           IF EVT-CODE = 'DM' OR EVT-CODE = 'LS'
               PERFORM OPEN-FREIGHT-CLAIMS THRU
                   OPEN-FREIGHT-CLAIMS-EXIT.
           IF EVT-CODE = 'LS'
               MOVE EVT-DATE TO ARRIVALDATE
               PERFORM CHECK-ORD-DELIVERED THRU
                   CHECK-ORD-DELIVERED-EXIT.

       EVENT-LOOP-EXIT.
           EXIT.
           SUBTRACT L FROM LENGTH OF TRACKINGNUM-VALUE GIVING
           TRACKINGNUM-LENG.

           MOVE 'MATCH-SHIPMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ORDERID, SHIPMENTNO, CARRIERCODE
               INTO :PK-ORDERID, :SHIPMENTNO, :CARRIERCODE
               FROM SHIPMENTS
               WHERE TRACKINGNUM = :TRACKINGNUM
           END-EXEC.
       MATCH-SHIPMENT-EXIT.
           EXIT.

      *    POSTS THE DELIVERED DATE TO THE PACKAGE - THE SAME FIELD
      *    SHIP-CONFIRM-OP LETS AN OPERATOR KEY BY HAND
       POST-DELIVERY.
           MOVE EVT-DATE TO ARRIVALDATE.
           MOVE 'POST-DELIVERY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE SHIPMENTS
                   SET ARRIVALDATE = :ARRIVALDATE
                   WHERE ORDERID = :PK-ORDERID
                   AND SHIPMENTNO = :SHIPMENTNO
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO DLVCTR
               PERFORM CHECK-ORD-DELIVERED THRU CHECK-ORD-DELIVERED-EXIT
           ELSE
               MOVE 'THE DELIVERED DATE COULD NOT BE POSTED'
                   TO WKEXCREASON
               ADD 1 TO EXCCTR
               PERFORM WRITE-EXCEPTION-LINE.

      *    AN ORDER IS DELIVERED ONLY WHEN EVERY UNIT HAS SHIPPED AND
      *    ITS LAST PACKAGE IS IN - IT TAKES THAT PACKAGE'S DATE. A
      *    PACKAGE CLAIMED LOST WILL NEVER ARRIVE AND IS NOT WAITED ON
      *    - AN ORDER WHOSE EVERY PACKAGE WAS LOST TAKES THE DATE THE
      *    LAST LOSS WAS REPORTED
       CHECK-ORD-DELIVERED.
           MOVE 0 TO NL-ORDSTATUS.
           MOVE 'CHECK-ORD-DELIVERED' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ORDSTATUS
               INTO :ORDSTATUS :NL-ORDSTATUS
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE NOT = 0 OR NL-ORDSTATUS < 0 OR ORDSTATUS NOT = 'S'
               GO TO CHECK-ORD-DELIVERED-EXIT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :OPENPKGCNT
               FROM SHIPMENTS S
               WHERE S.ORDERID = :PK-ORDERID
               AND S.ARRIVALDATE IS NULL
               AND NOT EXISTS
                   (SELECT 1 FROM FREIGHTCLAIMS FC
                    WHERE FC.ORDERID = S.ORDERID
                    AND FC.SHIPMENTNO = S.SHIPMENTNO
                    AND FC.CLAIMTYPE = 'L')
           END-EXEC.
           IF OPENPKGCNT > 0
               GO TO CHECK-ORD-DELIVERED-EXIT.
           EXEC SQL
               SELECT COALESCE(MAX(ARRIVALDATE), :ARRIVALDATE)
               INTO :ARRIVALDATE
               FROM SHIPMENTS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           EXEC SQL
               UPDATE ORDERS
                   SET ARRIVALDATE = :ARRIVALDATE,
                       ORDSTATUS = 'D'
                   WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO ORDDLVCTR.

       CHECK-ORD-DELIVERED-EXIT.
           EXIT.

      *    A DAMAGED OR LOST PACKAGE OPENS ONE CLAIM AGAINST THE
      *    CARRIER FOR EACH MODEL IN IT, VALUED AT WHAT THE CUSTOMER
      *    PAID. A MODEL THAT ALREADY HAS A CLAIM OF THE SAME KIND ON
      *    THE PACKAGE IS LEFT ALONE, SO A REPEATED EVENT OPENS
      *    NOTHING NEW. A PACKAGE FROM BEFORE SPLIT SHIPMENTS HAS NO
      *    CONTENTS ON FILE, SO ITS CLAIM HAS TO BE KEYED BY HAND
       OPEN-FREIGHT-CLAIMS.
           IF EVT-CODE = 'DM'
               MOVE 'D' TO FCLMTYPE
           ELSE
               MOVE 'L' TO FCLMTYPE.
           MOVE 'OPEN-FREIGHT-CLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :FCLMCNT
               FROM SHIPMENTLINES
               WHERE ORDERID = :PK-ORDERID
               AND SHIPMENTNO = :SHIPMENTNO
           END-EXEC.
           IF FCLMCNT = 0
               MOVE 'NO PACKAGE CONTENTS ON FILE - KEY THE CLAIM'
                   TO WKEXCREASON
               ADD 1 TO EXCCTR
               PERFORM WRITE-EXCEPTION-LINE
               GO TO OPEN-FREIGHT-CLAIMS-EXIT.
      *    THE CLAIM IS DATED THE DAY THE CARRIER REPORTED THE EVENT
           MOVE EVT-DATE TO ARRIVALDATE.
           MOVE 'N' TO CLMLINEEOF-SW.
           PERFORM DECLARE-CLMLINE.
           PERFORM PROC-CLMLINE.

       OPEN-FREIGHT-CLAIMS-EXIT.
           EXIT.

       DECLARE-CLMLINE.
           EXEC SQL
               DECLARE CLMLINE_CUR CURSOR FOR
               SELECT SL.LAPTOPID, SL.QUANTITY, L.QUANTITY,
                   L.ORDERCOST
               FROM SHIPMENTLINES SL, LAPTOPORDERS L
               WHERE SL.ORDERID = L.ORDERID
               AND SL.LAPTOPID = L.LAPTOPID
               AND SL.ORDERID = :PK-ORDERID
               AND SL.SHIPMENTNO = :SHIPMENTNO
               AND NOT EXISTS
                   (SELECT 1 FROM FREIGHTCLAIMS FC
                    WHERE FC.ORDERID = SL.ORDERID
                    AND FC.SHIPMENTNO = SL.SHIPMENTNO
                    AND FC.LAPTOPID = SL.LAPTOPID
                    AND FC.CLAIMTYPE = :FCLMTYPE)
               ORDER BY SL.LAPTOPID
           END-EXEC.

       PROC-CLMLINE.
           MOVE 'PROC-CLMLINE' TO ERR-PARAGRAPH.
           EXEC SQL OPEN CLMLINE_CUR END-EXEC.
           PERFORM LOOP-CLMLINE THRU LOOP-CLMLINE-EXIT
               UNTIL CLMLINEEOF-SW = 'Y'.
           MOVE 'PROC-CLMLINE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CLMLINE_CUR END-EXEC.

       LOOP-CLMLINE.
           MOVE 'LOOP-CLMLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CLMLINE_CUR
               INTO :FCLMLAPID, :FCLMUNITS, :FCLMLINEQTY,
                   :FCLMLINECOST
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CLMLINEEOF-SW
               GO TO LOOP-CLMLINE-EXIT.
           IF FCLMLINEQTY > 0
               COMPUTE FCLMAMT ROUNDED =
                   FCLMLINECOST * FCLMUNITS / FCLMLINEQTY
           ELSE
               MOVE 0 TO FCLMAMT.
           MOVE 'FRTCLAIMID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTFCLMID.
           MOVE WKNEXTFCLMID TO PK-FCLMID.
           MOVE 'LOOP-CLMLINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO FREIGHTCLAIMS
                   (FCLAIMID, ORDERID, SHIPMENTNO, CARRIERCODE,
                   TRACKINGNUM, CLAIMTYPE, CLAIMSOURCE, CLAIMDATE,
                   LAPTOPID, UNITS, CLAIMAMT, STATUS, RECOVEREDAMT,
                   RECOVERYDATE, REPLSHIPNO)
               VALUES (:PK-FCLMID, :PK-ORDERID, :SHIPMENTNO,
               :CARRIERCODE, :TRACKINGNUM, :FCLMTYPE, 'E',
               :ARRIVALDATE, :FCLMLAPID, :FCLMUNITS, :FCLMAMT, 'O', 0,
               NULL, NULL)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO FCLMCTR.

       LOOP-CLMLINE-EXIT.
           EXIT.

      *    DRAWS THE NEXT VALUE FROM THE NAMED PERSISTENT COUNTER -
      *    A NUMBER IS NEVER RE-ISSUED NO MATTER WHAT THE ARCHIVE JOB
      *    HAS PURGED. AT 99999999 THE 8-CHARACTER KEY SPACE IS SPENT
      *    AND NO FURTHER KEYS ARE ISSUED - A COUNTER IS NEVER RESET
      *    OR WRAPPED
       GET-NEXT-KEY.
           MOVE 'GET-NEXT-KEY' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE KEYCOUNTERS
                   SET LASTVALUE = LASTVALUE + 1
                   WHERE KEYNAME = :KC-KEYNAME
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO KEYCOUNTERS (KEYNAME, LASTVALUE)
                   VALUES (:KC-KEYNAME, 1)
               END-EXEC.
           EXEC SQL
               SELECT LASTVALUE
               INTO :KC-VALUE
               FROM KEYCOUNTERS
               WHERE KEYNAME = :KC-KEYNAME
           END-EXEC.
           IF KC-VALUE > 99999999
               DISPLAY 'THE KEY SPACE FOR ' KC-KEYNAME ' IS EXHAUSTED'
                   ' AT 99999999 - THE RUN CANNOT CONTINUE'
               STOP RUN.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN TODAY OR
      *    WHEN YESTERDAY'S RUN NEVER COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-RUNDATES.
           MOVE 'CARRCONF' TO RC-PROGNAME.

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
               SELECT COUNT(*)
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
           MOVE ROWCTR TO RC-ROWS.
           MOVE 'CLOSE-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE RUNCONTROL
                   SET ENDTIME = CURRENT TIME,

       SHUT-DOWN.
           DISPLAY ROWCTR ' CARRIER EVENT(S) WERE READ'.
           DISPLAY DLVCTR ' DELIVERED DATE(S) WERE POSTED TO'
               ' PACKAGES'.
           DISPLAY ORDDLVCTR ' ORDER(S) WERE DELIVERED IN FULL'.
           DISPLAY FCLMCTR ' FREIGHT CLAIM(S) WERE OPENED FOR DAMAGED'
               ' OR LOST PACKAGES'.
           DISPLAY EXCCTR ' EVENT(S) WERE PRINTED ON THE EXCEPTION'
               ' LIST'.
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
           MOVE 'CARRCONF' TO ERR-PROGNAME.
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
