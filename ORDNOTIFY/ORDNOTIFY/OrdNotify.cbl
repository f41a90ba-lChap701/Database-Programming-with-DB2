       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDNOTFY.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    UNATTENDED BATCH EXTRACT - FINDS EVERY CUSTOMER-FACING
      *    ORDER EVENT NOT YET NOTIFIED AND WRITES ONE FIXED-FORMAT
      *    RECORD PER EVENT, WITH THE CUSTOMER'S EMAIL AND NAME, TO
      *    THE HANDOFF FILE FOR THE EMAIL AND MAIL HOUSE. THE EVENTS
      *    ARE AN ORDER ACCEPTED, AN ORDER PUT ON CREDIT HOLD, A LINE
      *    BACKORDERED, A BACKORDER RELEASED, A PACKAGE SHIPPED (WITH
      *    ITS CARRIER AND TRACKING NUMBER), A PACKAGE DELIVERED (AS
      *    POSTED BY THE CARRIER STATUS-EVENT INTAKE), A REFUND PAID
      *    AND AN ORDER CANCELLED. EVERY EVENT HANDLED IS WRITTEN TO
      *    NOTIFYLOG, SO NO EVENT IS EVER NOTIFIED TWICE AND A NIGHT
      *    THE STEP DID NOT RUN IS PICKED UP THE NEXT NIGHT. A
      *    CUSTOMER WHO HAS OPTED OUT, OR HAS NO EMAIL ON FILE, IS
      *    LOGGED BUT NOT WRITTEN. THE COUNT OF THE NIGHT'S EVENTS BY
      *    TYPE IS PRINTED AT THE END. RUN FROM THE NIGHTLY JCL - NOT
      *    AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FIXED-FORMAT SEQUENTIAL HANDOFF FILE FOR THE MAIL HOUSE
           SELECT NOTIFY-FILE ASSIGN TO ORDNOTFY
               ORGANIZATION IS SEQUENTIAL.
      *    PRINT FILE FOR THE DAILY COUNT BY EVENT TYPE
           SELECT NTFYRPT-FILE ASSIGN TO NTFYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE.
       01  NOTIFY-REC.
      *    EVENT CODES ARE THE ONES ON THE NOTIFYEVENTS TABLE
           05  NTF-EVENTTYPE               PIC X.
           05  NTF-EVENTDATE               PIC X(10).
           05  NTF-ORDERID                 PIC X(8).
           05  NTF-CUSTID                  PIC X(8).
           05  NTF-EMAIL                   PIC X(30).
           05  NTF-FIRSTNAME               PIC X(12).
           05  NTF-LASTNAME                PIC X(12).
      *    THE MODEL AND UNITS FOR A BACKORDER OR A REFUND, BLANK AND
      *    ZERO FOR THE OTHER EVENTS
           05  NTF-LAPID                   PIC X(8).
           05  NTF-QTY                     PIC 9(5).
      *    THE PACKAGE'S CARRIER AND TRACKING NUMBER FOR A SHIPPED OR
      *    DELIVERED EVENT, BLANK FOR THE OTHERS
           05  NTF-CARRIER                 PIC X(4).
           05  NTF-TRACKING                PIC X(30).
      *    THE AMOUNT REFUNDED FOR A REFUND PAID EVENT, ZERO FOR THE
      *    OTHERS
           05  NTF-AMOUNT                  PIC 9(9)V99.
       FD  NTFYRPT-FILE.
       01  NTFYRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - EVENTS WRITTEN TO THE HANDOFF FILE, AND EVENTS
      *    LOGGED WITHOUT A RECORD BECAUSE THE CUSTOMER OPTED OUT OR
      *    HAS NO EMAIL ON FILE
       01  ROWCTR                          PIC 9(6)        VALUE 0.
       01  OPTOUTCTR                       PIC 9(6)        VALUE 0.
       01  NOEMAILCTR                      PIC 9(6)        VALUE 0.
      *    SET TO 'Y' WHEN THE EVENT CURSOR RUNS OUT, AND WHEN THE
      *    COUNT CURSOR DOES
       01  NTFEOF-SW                       PIC X           VALUE 'N'.
       01  CNTEOF-SW                       PIC X           VALUE 'N'.

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
      **********************NOTIFYLOG TABLE*****************************
      *    THE EVENT - ITS TYPE, ORDER AND THE KEY OF THE ROW WITHIN
      *    THE ORDER IT CAME FROM (BACKORDER ID, PACKAGE NUMBER OR
      *    RETURN ID, BLANK FOR AN ORDER-LEVEL EVENT) - AND WHAT WAS
      *    DONE WITH IT
       01  EVENTTYPE                       PIC X.
       01  PK-ORDERID                      PIC X(8).
       01  EVENTKEY                        PIC X(8).
       01  EVENTDATE                       PIC X(10).
       01  NOTIFYSTATUS                    PIC X.
      ******************EVENT DETAIL FIELDS*****************************
       01  EVTLAPID                        PIC X(8).
       01  EVTQTY                          PIC S9(9)       COMP.
       01  CARRIERCODE                     PIC X(4).
       01  TRACKINGNUM.
           49  TRACKINGNUM-LENG            PIC S9(4)       COMP.
           49  TRACKINGNUM-VALUE           PIC X(30).
       01  NL-TRACKINGNUM                  PIC S9(4)       COMP.
       01  EVTAMOUNT                       PIC S9(11)V99   COMP-3.
      ************************CUSTOMERS TABLE***************************
       01  FK-CUSTID                       PIC X(8).
       01  FNAME.
           49  FNAME-LENG                  PIC S9(4)       COMP.
           49  FNAME-VALUE                 PIC X(12).
       01  LNAME.
           49  LNAME-LENG                  PIC S9(4)       COMP.
           49  LNAME-VALUE                 PIC X(12).
       01  EMAIL.
           49  EMAIL-LENG                  PIC S9(4)       COMP.
           49  EMAIL-VALUE                 PIC X(30).
       01  NL-EMAIL                        PIC S9(4)       COMP.
       01  NOTIFYOPTOUT                    PIC X.
      ********************NOTIFYEVENTS TABLE****************************
      *    ONE LINE OF THE DAILY COUNT - THE EVENT AND WHAT THE RUN
      *    DID WITH EACH OF ITS EVENTS
       01  EVENTDESC                       PIC X(30).
       01  CNTSENT                         PIC S9(9)       COMP.
       01  CNTOPTOUT                       PIC S9(9)       COMP.
       01  CNTNOEMAIL                      PIC S9(9)       COMP.
      **********************SYSPARMS TABLE******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUES ARE
      *    ONLY DEFAULTS FOR WHEN NO SYSPARMS ROW EXISTS
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
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
      *    WORK AREAS FOR THE PRINTED DAILY COUNT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(35)   VALUE SPACES.
           05  FILLER            PIC X(31)
                             VALUE 'CUSTOMER NOTIFICATIONS BY EVENT'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE BUSINESS DATE THE
      *    COUNTS ARE FOR
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'BUSINESS DATE: '.
           05  RPT-PL-DATE                 PIC X(10).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(30)   VALUE 'EVENT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE '     SENT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'OPTED OUT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE ' NO EMAIL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE '    TOTAL'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-EVENT                 PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SENT                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-OPTOUT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-NOEMAIL               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-TOTAL                 PIC ZZZ,ZZ9.
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
           PERFORM OPEN-NOTIFY.
           PERFORM DECLARE-NOTIFY.
           PERFORM PROC-NOTIFY.
           PERFORM PROC-COUNTS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-NOTIFY.
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

       OPEN-NOTIFY.
           OPEN OUTPUT NOTIFY-FILE.
           OPEN OUTPUT NTFYRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-NOTIFY.
           CLOSE NOTIFY-FILE.
           CLOSE NTFYRPT-FILE.

      *    EVERY EVENT ON FILE THAT NOTIFYLOG DOES NOT ALREADY HOLD,
      *    WITH THE ORDER'S CUSTOMER. EACH KIND OF EVENT IS READ FROM
      *    THE ROW THAT RECORDS IT - AN ORDER ACCEPTED FROM THE ORDER
      *    ITSELF, A CREDIT HOLD AND A CANCELLATION FROM THE ORDER'S
      *    STATUS, A BACKORDER AND ITS RELEASE FROM BACKORDERS, A
      *    PACKAGE SHIPPED AND DELIVERED FROM ITS SHIPMENTS DATES,
      *    AND A REFUND PAID FROM RETURNS. A HOLD OR A CANCELLATION
      *    CARRIES NO DATE OF ITS OWN, SO IT IS DATED THE BUSINESS
      *    DATE IT WAS FOUND ON. THE EVENTS COME OUT IN ORDER AND IN
      *    THE ORDER THEY HAPPEN TO AN ORDER
       DECLARE-NOTIFY.
           EXEC SQL
               DECLARE NOTIFY_CUR CURSOR FOR
               SELECT E.EVENTTYPE, E.ORDERID, E.EVENTKEY,
                   CHAR(E.EVENTDATE, ISO), E.LAPTOPID, E.QUANTITY,
                   E.CARRIERCODE, E.TRACKINGNUM, E.AMOUNT,
                   C.CUSTOMERID, UPPER(C.FIRSTNAME),
                   UPPER(C.LASTNAME), C.EMAIL, C.NOTIFYOPTOUT
               FROM (SELECT 'A' AS EVENTTYPE, ORDERID,
                   '        ' AS EVENTKEY, ORDERDATE AS EVENTDATE,
                   '        ' AS LAPTOPID, 0 AS QUANTITY,
                   '    ' AS CARRIERCODE, ' ' AS TRACKINGNUM,
                   0 AS AMOUNT
                   FROM ORDERS
                   UNION ALL
                   SELECT 'H', ORDERID, ' ', DATE(:RC-BUSDATE),
                   ' ', 0, ' ', ' ', 0
                   FROM ORDERS
                   WHERE ORDSTATUS = 'H'
                   UNION ALL
                   SELECT 'B', ORDERID, BACKORDERID, CREATEDDATE,
                   LAPTOPID, QUANTITY, ' ', ' ', 0
                   FROM BACKORDERS
                   UNION ALL
                   SELECT 'R', ORDERID, BACKORDERID,
                   COALESCE(FULFILLEDDATE, DATE(:RC-BUSDATE)),
                   LAPTOPID, QUANTITY, ' ', ' ', 0
                   FROM BACKORDERS
                   WHERE STATUS = 'F'
                   UNION ALL
                   SELECT 'S', ORDERID, CHAR(SHIPMENTNO), SHIPDATE,
                   ' ', 0, CARRIERCODE, COALESCE(TRACKINGNUM, ' '), 0
                   FROM SHIPMENTS
                   WHERE SHIPDATE IS NOT NULL
                   UNION ALL
                   SELECT 'D', ORDERID, CHAR(SHIPMENTNO), ARRIVALDATE,
                   ' ', 0, CARRIERCODE, COALESCE(TRACKINGNUM, ' '), 0
                   FROM SHIPMENTS
                   WHERE ARRIVALDATE IS NOT NULL
                   UNION ALL
                   SELECT 'P', ORDERID, RETURNID,
                   COALESCE(REFUNDPAIDDATE, DATE(:RC-BUSDATE)),
                   LAPTOPID, QUANTITY, ' ', ' ', REFUNDAMOUNT
                   FROM RETURNS
                   WHERE REFUNDSTATUS = 'P'
                   UNION ALL
                   SELECT 'X', ORDERID, ' ', DATE(:RC-BUSDATE),
                   ' ', 0, ' ', ' ', 0
                   FROM ORDERS
                   WHERE ORDSTATUS = 'X') AS E,
                   ORDERS O, CUSTOMERS C, NOTIFYEVENTS T
               WHERE E.ORDERID = O.ORDERID
               AND O.CUSTOMERID = C.CUSTOMERID
               AND E.EVENTTYPE = T.EVENTTYPE
               AND NOT EXISTS
                   (SELECT 1
                   FROM NOTIFYLOG N
                   WHERE N.EVENTTYPE = E.EVENTTYPE
                   AND N.ORDERID = E.ORDERID
                   AND N.EVENTKEY = E.EVENTKEY)
               ORDER BY E.ORDERID, T.EVENTSEQ, E.EVENTKEY
           END-EXEC.
      *    THE NIGHT'S EVENTS COUNTED BY TYPE FROM WHAT THIS RUN
      *    LOGGED - EVERY EVENT TYPE PRINTS, EVEN ONE WITH NOTHING
           EXEC SQL
               DECLARE NOTIFYCNT_CUR CURSOR FOR
               SELECT T.EVENTDESC,
                   SUM(CASE WHEN N.NOTIFYSTATUS = 'S'
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN N.NOTIFYSTATUS = 'O'
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN N.NOTIFYSTATUS = 'N'
                       THEN 1 ELSE 0 END)
               FROM NOTIFYEVENTS T
               LEFT OUTER JOIN NOTIFYLOG N
               ON N.EVENTTYPE = T.EVENTTYPE
               AND N.RUNID = :RC-RUNID
               GROUP BY T.EVENTSEQ, T.EVENTDESC
               ORDER BY T.EVENTSEQ
           END-EXEC.

       PROC-NOTIFY.
           MOVE 'N' TO NTFEOF-SW.
           MOVE 'PROC-NOTIFY' TO ERR-PARAGRAPH.
           EXEC SQL OPEN NOTIFY_CUR END-EXEC.
           PERFORM LOOP-NOTIFY THRU LOOP-NOTIFY-EXIT
               UNTIL NTFEOF-SW = 'Y'.
           MOVE 'PROC-NOTIFY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE NOTIFY_CUR END-EXEC.

       LOOP-NOTIFY.
           PERFORM PRESELECT-NOTIFY.
           MOVE 'LOOP-NOTIFY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH NOTIFY_CUR
               INTO :EVENTTYPE, :PK-ORDERID, :EVENTKEY, :EVENTDATE,
               :EVTLAPID, :EVTQTY, :CARRIERCODE,
               :TRACKINGNUM :NL-TRACKINGNUM, :EVTAMOUNT, :FK-CUSTID,
               :FNAME, :LNAME, :EMAIL :NL-EMAIL, :NOTIFYOPTOUT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO NTFEOF-SW
               GO TO LOOP-NOTIFY-EXIT.

      *    AN OPTED-OUT CUSTOMER, OR ONE WITH NO EMAIL TO SEND TO,
      *    STILL HAS THE EVENT LOGGED - SO OPTING BACK IN OR ADDING
      *    AN EMAIL LATER DOESN'T SEND A BACKLOG OF OLD NEWS
           IF NOTIFYOPTOUT = 'Y'
               MOVE 'O' TO NOTIFYSTATUS
               ADD 1 TO OPTOUTCTR
           ELSE
               IF NL-EMAIL < 0 OR EMAIL-VALUE = SPACES
                   MOVE 'N' TO NOTIFYSTATUS
                   ADD 1 TO NOEMAILCTR
               ELSE
                   MOVE 'S' TO NOTIFYSTATUS
                   ADD 1 TO ROWCTR
                   PERFORM WRITE-NOTIFY-RECORD.
           PERFORM INSERT-NOTIFYLOG.

       LOOP-NOTIFY-EXIT.
           EXIT.

       PRESELECT-NOTIFY.
      *    CLEARS VALUES IN VARCHAR VARIABLES
           MOVE ' ' TO TRACKINGNUM-VALUE.
           MOVE ' ' TO FNAME-VALUE.
           MOVE ' ' TO LNAME-VALUE.
           MOVE ' ' TO EMAIL-VALUE.

      *    CLEARS VALUES IN NULLABLE (INDICATOR) VARIABLES
           MOVE 0 TO NL-TRACKINGNUM.
           MOVE 0 TO NL-EMAIL.

       WRITE-NOTIFY-RECORD.
           MOVE EVENTTYPE TO NTF-EVENTTYPE.
           MOVE EVENTDATE TO NTF-EVENTDATE.
           MOVE PK-ORDERID TO NTF-ORDERID.
           MOVE FK-CUSTID TO NTF-CUSTID.
           MOVE EMAIL-VALUE TO NTF-EMAIL.
           MOVE FNAME-VALUE TO NTF-FIRSTNAME.
           MOVE LNAME-VALUE TO NTF-LASTNAME.
           MOVE EVTLAPID TO NTF-LAPID.
           MOVE EVTQTY TO NTF-QTY.
           MOVE CARRIERCODE TO NTF-CARRIER.
           IF NL-TRACKINGNUM = 0
               MOVE TRACKINGNUM-VALUE TO NTF-TRACKING
           ELSE
               MOVE ' ' TO NTF-TRACKING.
           MOVE EVTAMOUNT TO NTF-AMOUNT.
           WRITE NOTIFY-REC.

      *    MARKS THE EVENT HANDLED UNDER THIS RUN, WITH WHAT WAS DONE
      *    WITH IT
       INSERT-NOTIFYLOG.
           MOVE 'INSERT-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO NOTIFYLOG
                   (EVENTTYPE, ORDERID, EVENTKEY, CUSTOMERID,
                   EVENTDATE, NOTIFYDATE, RUNID, NOTIFYSTATUS)
               VALUES (:EVENTTYPE, :PK-ORDERID, :EVENTKEY,
               :FK-CUSTID, :EVENTDATE, :RC-BUSDATE, :RC-RUNID,
               :NOTIFYSTATUS)
           END-EXEC.

       PROC-COUNTS.
           MOVE 'N' TO CNTEOF-SW.
           MOVE 'PROC-COUNTS' TO ERR-PARAGRAPH.
           EXEC SQL OPEN NOTIFYCNT_CUR END-EXEC.
           PERFORM LOOP-COUNTS THRU LOOP-COUNTS-EXIT
               UNTIL CNTEOF-SW = 'Y'.
           MOVE 'PROC-COUNTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE NOTIFYCNT_CUR END-EXEC.

       LOOP-COUNTS.
           MOVE 'LOOP-COUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH NOTIFYCNT_CUR
               INTO :EVENTDESC, :CNTSENT, :CNTOPTOUT, :CNTNOEMAIL
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CNTEOF-SW
               GO TO LOOP-COUNTS-EXIT.
           PERFORM WRITE-DETAIL-LINE.

       LOOP-COUNTS-EXIT.
           EXIT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE NTFYRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RC-BUSDATE TO RPT-PL-DATE.
           WRITE NTFYRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE NTFYRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE NTFYRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE NTFYRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE EVENTDESC TO RPT-D-EVENT.
           MOVE CNTSENT TO RPT-D-SENT.
           MOVE CNTOPTOUT TO RPT-D-OPTOUT.
           MOVE CNTNOEMAIL TO RPT-D-NOEMAIL.
           COMPUTE RPT-D-TOTAL = CNTSENT + CNTOPTOUT + CNTNOEMAIL.
           WRITE NTFYRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - THE RECORD COUNT MATCHES THE HANDOFF FILE
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 4 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE NTFYRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS WRITTEN TO THE MAIL HOUSE FILE'
               TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE NTFYRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EVENTS NOT SENT - CUSTOMER OPTED OUT' TO RPT-T-CAPTION.
           MOVE OPTOUTCTR TO RPT-T-COUNT.
           WRITE NTFYRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EVENTS NOT SENT - NO EMAIL ON FILE' TO RPT-T-CAPTION.
           MOVE NOEMAILCTR TO RPT-T-COUNT.
           WRITE NTFYRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 4 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'ORDNOTFY' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' EVENT(S) WERE WRITTEN TO THE MAIL HOUSE'
               ' HANDOFF FILE'.
           DISPLAY OPTOUTCTR ' EVENT(S) WERE NOT SENT - CUSTOMER'
               ' OPTED OUT'.
           DISPLAY NOEMAILCTR ' EVENT(S) WERE NOT SENT - NO EMAIL ON'
               ' FILE'.
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
           MOVE 'ORDNOTFY' TO ERR-PROGNAME.
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
