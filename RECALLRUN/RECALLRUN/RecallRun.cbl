       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALLRN.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    UNATTENDED BATCH PRODUCT RECALL RUN - TAKES OVER WORKING
      *    THROUGH THE SALES HISTORY BY HAND WHEN A VENDOR RECALLS A
      *    RANGE (OR A LIST) OF SERIAL NUMBERS ON ONE MODEL. EVERY
      *    UNIT ON LAPTOPUNITS COVERED BY AN OPEN RECALL AND NOT YET
      *    TRACKED AGAINST IT IS WORKED ONCE: A UNIT STILL ON OUR
      *    SHELF IS MARKED HELD FOR THE RECALL AND ONE UNIT IS MOVED
      *    FROM ITS SELLABLE LOCATION INTO THE RECALL HOLD (RCL),
      *    WHICH ORDER ENTRY CAN'T SELL FROM - THE SAME WAY DAMAGED
      *    GOODS SIT IN DMG. A SOLD UNIT IS FOLLOWED THROUGH ITS
      *    ORDER TO THE CUSTOMER, WHO IS PRINTED A RECALL NOTICE
      *    LETTER. EACH UNIT IS RECORDED IN RECALLUNITS SO THE RECALL
      *    STATUS REPORT CAN TRACK IT UNTIL IT IS REMEDIED, AND SO A
      *    SECOND RUN NEVER HOLDS OR NOTIFIES IT AGAIN. THE WHOLE RUN
      *    IS ONE UNIT OF WORK. RUN FROM THE RECALLRN JCL ONCE A
      *    RECALL HAS BEEN KEYED - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE CUSTOMER NOTICE LETTERS, ONE PER PAGE
           SELECT RCLLTR-FILE ASSIGN TO RCLLTR
               ORGANIZATION IS LINE SEQUENTIAL.
      *    PRINT FILE FOR THE REGISTER OF UNITS THE RUN WORKED
           SELECT RCLREG-FILE ASSIGN TO RCLREG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCLLTR-FILE.
       01  RCLLTR-REC                      PIC X(132).
       FD  RCLREG-FILE.
       01  RCLREG-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - UNITS RECORDED IN TOTAL, SHELF UNITS PULLED INTO
      *    THE RECALL HOLD, UNITS ALREADY IN A HOLD, NOTICES PRINTED,
      *    SOLD UNITS WHOSE CUSTOMER COULD NOT BE FOUND, AND HELD
      *    UNITS NO SELLABLE LOCATION HAD A COUNT FOR
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  HELDCTR                         PIC 9(4)        VALUE 0.
       01  INHOLDCTR                       PIC 9(4)        VALUE 0.
       01  NOTICECTR                       PIC 9(4)        VALUE 0.
       01  NOCUSTCTR                       PIC 9(4)        VALUE 0.
       01  NOLOCCTR                        PIC 9(4)        VALUE 0.
      *    SET TO 'Y' WHEN THE UNIT CURSOR RUNS OUT OF ROWS
       01  UNITEOF-SW                      PIC X           VALUE 'N'.
      *    WHAT THE RUN DID WITH THE UNIT, FOR THE REGISTER
       01  UNITACTION                      PIC X(30)       VALUE ' '.

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
      *************************RECALLS TABLE****************************
       01  PK-RECALLID                     PIC X(8).
       01  RECALLDATE                      PIC X(10).
       01  REMEDY.
           49  REMEDY-LENG                 PIC S9(4)       COMP.
           49  REMEDY-VALUE                PIC X(60).
      ***********************LAPTOPUNITS TABLE**************************
       01  FK-LAPID                        PIC X(8).
       01  UNITSERIAL                      PIC X(12).
       01  UNITSTATUS                      PIC X.
       01  UNITORDERID                     PIC X(8).
       01  NL-UNITORDERID                  PIC S9(4)       COMP.
      *************************LAPTOPS TABLE****************************
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      ************************CUSTOMERS TABLE***************************
       01  PK-CUSTID                       PIC X(8).
       01  NL-CUSTID                       PIC S9(4)       COMP.
       01  UNITNUM                         PIC S9(9)       COMP.
       01  ZIP                             PIC S9(9)       COMP.
       01  FNAME.
           49  FNAME-LENG                  PIC S9(4)       COMP.
           49  FNAME-VALUE                 PIC X(12).
       01  LNAME.
           49  LNAME-LENG                  PIC S9(4)       COMP.
           49  LNAME-VALUE                 PIC X(12).
       01  STREET.
           49  STREET-LENG                 PIC S9(4)       COMP.
           49  STREET-VALUE                PIC X(20).
       01  CITY.
           49  CITY-LENG                   PIC S9(4)       COMP.
           49  CITY-VALUE                  PIC X(20).
       01  ST.
           49  ST-LENG                     PIC S9(4)       COMP.
           49  ST-VALUE                    PIC XX.
      **********************RECALLUNITS TABLE***************************
      *    THE STATE THE UNIT IS RECORDED IN AND THE NOTICE DATE, NULL
      *    WHEN NO LETTER WENT OUT
       01  UNITSTATE                       PIC X.
       01  NL-NOTICEDATE                   PIC S9(4)       COMP.
       01  RUNDATE                         PIC X(10).
      *******************LOCATIONSTOCK/STOCKAUDIT***********************
      *    THE SELLABLE LOCATION A HELD UNIT IS TAKEN FROM, THE
      *    LOCATION BEING POSTED TO, AND THE LEDGER ROW FIELDS
       01  FROMLOC                         PIC X(4).
       01  NL-FROMLOC                      PIC S9(4)       COMP.
       01  LOCATIONCODE                    PIC X(4).
       01  LOCQTY                          PIC S9(9)       COMP.
       01  STKDIR                          PIC X.
       01  STKSRC                          PIC X.
      ******************************************************************
      *********************SYSPARMS TABLE*******************************
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
      *    WORK AREAS FOR THE PRINTED NOTICE LETTERS
      *    LETTERHEAD - STARTS EVERY LETTER ON A NEW PAGE
       01  LTR-HEAD-1.
           05  LTR-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(30)
                             VALUE 'CUSTOMER SERVICE DEPARTMENT'.
           05  FILLER                      PIC X(30)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'DATE: '.
           05  LTR-H1-DATE                 PIC X(10).
       01  LTR-BLANK-LINE.
           05  LTR-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    THE CUSTOMER'S NAME AND MAILING ADDRESS
       01  LTR-ADDR-LINE-1.
           05  LTR-A1-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-A1-NAME                 PIC X(26).
       01  LTR-ADDR-LINE-2.
           05  LTR-A2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-A2-UNITNUM              PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LTR-A2-STREET               PIC X(20).
       01  LTR-ADDR-LINE-3.
           05  LTR-A3-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-A3-CITY                 PIC X(20).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LTR-A3-ST                   PIC XX.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LTR-A3-ZIP                  PIC 9(5).
      *    THE ACCOUNT AND WHAT THE LETTER IS
       01  LTR-REF-LINE.
           05  LTR-R-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(13)   VALUE 'CUSTOMER ID: '.
           05  LTR-R-CUSTID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(29)
                             VALUE '*** PRODUCT RECALL NOTICE ***'.
      *    ONE LINE OF THE LETTER BODY
       01  LTR-TEXT-LINE.
           05  LTR-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  LTR-T-TEXT                  PIC X(64).
      *    ONE LINE OF THE RECALLED UNIT'S PARTICULARS
       01  LTR-UNIT-LINE.
           05  LTR-U-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  LTR-U-CAPTION               PIC X(16).
           05  LTR-U-VALUE                 PIC X(40).

      *    WORK AREAS FOR THE PRINTED RECALL REGISTER
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(28)
                             VALUE 'PRODUCT RECALL RUN REGISTER'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'RUN DATE: '.
           05  RPT-PL-DATE                 PIC X(10).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'RECALL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'LAPTOP'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'SERIAL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE 'ACTION'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'ORDER'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(26)   VALUE 'NAME'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-RECALLID              PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-SERIAL                PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ACTION                PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ORDERID               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CUSTID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-NAME                  PIC X(26).
      *    THE CONTROL TOTALS AT THE END OF THE REGISTER
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(40).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-RUNDATE.
           PERFORM OPEN-FILES.
           PERFORM DECLARE-RCLUNIT.
           PERFORM PROC-RCLUNIT.
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

      *    THE DATE EVERY LETTER IN THIS RUN IS DATED AND EVERY UNIT
      *    IS RECORDED AS FOUND UNDER
       GET-RUNDATE.
           MOVE 'GET-RUNDATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :RUNDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-FILES.
           OPEN OUTPUT RCLLTR-FILE.
           OPEN OUTPUT RCLREG-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE RCLLTR-FILE.
           CLOSE RCLREG-FILE.

      *    EVERY UNIT OF AN OPEN RECALL'S MODEL THAT FALLS IN ITS
      *    SERIAL RANGE OR IS ON ITS SERIAL LIST, AND IS NOT TRACKED
      *    AGAINST THE RECALL YET. A UNIT ALREADY SHIPPED BACK TO THE
      *    VENDOR IS THE VENDOR'S TO DEAL WITH AND IS LEFT OUT
       DECLARE-RCLUNIT.
           EXEC SQL
               DECLARE RCLUNIT_CUR CURSOR FOR
               SELECT R.RECALLID, CHAR(R.RECALLDATE, ISO),
                   UPPER(R.REMEDY), U.LAPTOPID, U.SERIALNUM,
                   U.UNITSTATUS, U.ORDERID, UPPER(L.LAPTOPNAME)
               FROM RECALLS R, LAPTOPUNITS U, LAPTOPS L
               WHERE R.STATUS = 'O'
               AND U.LAPTOPID = R.LAPTOPID
               AND L.LAPTOPID = R.LAPTOPID
               AND ((R.SERIALFROM IS NOT NULL
                     AND U.SERIALNUM BETWEEN R.SERIALFROM
                                         AND R.SERIALTO)
                    OR EXISTS (SELECT 1
                               FROM RECALLSERIALS S
                               WHERE S.RECALLID = R.RECALLID
                               AND S.SERIALNUM = U.SERIALNUM))
               AND U.UNITSTATUS IN ('A', 'S', 'D', 'R')
               AND NOT EXISTS (SELECT 1
                               FROM RECALLUNITS RU
                               WHERE RU.RECALLID = R.RECALLID
                               AND RU.SERIALNUM = U.SERIALNUM)
               ORDER BY R.RECALLID, U.SERIALNUM
           END-EXEC.

       PROC-RCLUNIT.
           MOVE 'N' TO UNITEOF-SW.
           MOVE 'PROC-RCLUNIT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RCLUNIT_CUR END-EXEC.
           PERFORM LOOP-RCLUNIT THRU LOOP-RCLUNIT-EXIT
               UNTIL UNITEOF-SW = 'Y'.
           MOVE 'PROC-RCLUNIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RCLUNIT_CUR END-EXEC.

       LOOP-RCLUNIT.
           MOVE ' ' TO REMEDY-VALUE.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO UNITORDERID.
           MOVE 0 TO NL-UNITORDERID.
           MOVE 'LOOP-RCLUNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RCLUNIT_CUR
               INTO :PK-RECALLID, :RECALLDATE, :REMEDY, :FK-LAPID,
                   :UNITSERIAL, :UNITSTATUS,
                   :UNITORDERID :NL-UNITORDERID, :LAPNAME
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNITEOF-SW
               GO TO LOOP-RCLUNIT-EXIT.
           PERFORM WORK-RECALL-UNIT THRU WORK-RECALL-UNIT-EXIT.

       LOOP-RCLUNIT-EXIT.
           EXIT.

      *    ONE RECALLED UNIT - HELD IF IT IS STILL OURS, NOTIFIED IF
      *    IT WENT TO A CUSTOMER, AND RECORDED EITHER WAY
       WORK-RECALL-UNIT.
           MOVE ' ' TO PK-CUSTID.
           MOVE -1 TO NL-CUSTID.
           MOVE -1 TO NL-NOTICEDATE.
           MOVE ' ' TO RPT-D-NAME.
           IF NL-UNITORDERID < 0
               MOVE ' ' TO UNITORDERID.

           EVALUATE UNITSTATUS
               WHEN 'A'
                   PERFORM HOLD-SHELF-UNIT
               WHEN 'D'
                   MOVE 'D' TO UNITSTATE
                   MOVE 'ALREADY IN DAMAGED-GOODS HOLD' TO UNITACTION
                   ADD 1 TO INHOLDCTR
               WHEN 'R'
                   MOVE 'H' TO UNITSTATE
                   MOVE 'ALREADY HELD FOR A RECALL' TO UNITACTION
                   ADD 1 TO INHOLDCTR
               WHEN OTHER
                   PERFORM NOTIFY-CUSTOMER THRU NOTIFY-CUSTOMER-EXIT
           END-EVALUATE.

           PERFORM RECORD-RECALL-UNIT.
           PERFORM WRITE-DETAIL-LINE.

       WORK-RECALL-UNIT-EXIT.
           EXIT.

      *    A SHELF UNIT IS MARKED HELD SO IT CAN'T BE ASSIGNED TO AN
      *    ORDER LINE, AND ONE UNIT OF THE MODEL MOVES FROM THE BACK
      *    WAREHOUSE - OR, IF IT HAS NONE, ANOTHER SELLABLE LOCATION
      *    THAT DOES - INTO THE RECALL HOLD. STOCKQTY DOES NOT CHANGE:
      *    THE UNIT IS STILL OURS, JUST NOT SELLABLE
       HOLD-SHELF-UNIT.
           MOVE 'H' TO UNITSTATE.
           ADD 1 TO HELDCTR.
           MOVE 'HOLD-SHELF-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'R'
                   WHERE LAPTOPID = :FK-LAPID
                   AND SERIALNUM = :UNITSERIAL
           END-EXEC.

           MOVE ' ' TO FROMLOC.
           MOVE 0 TO LOCQTY.
           EXEC SQL
               SELECT COALESCE(SUM(QTY), 0)
               INTO :LOCQTY
               FROM LOCATIONSTOCK
               WHERE LAPTOPID = :FK-LAPID
               AND LOCATIONCODE = 'WH01'
           END-EXEC.
           IF LOCQTY > 0
               MOVE 'WH01' TO FROMLOC
           ELSE
               MOVE 0 TO NL-FROMLOC
               EXEC SQL
                   SELECT MIN(LS.LOCATIONCODE)
                   INTO :FROMLOC :NL-FROMLOC
                   FROM LOCATIONSTOCK LS, STOCKLOCATIONS SL
                   WHERE LS.LOCATIONCODE = SL.LOCATIONCODE
                   AND SL.SELLABLE = 'Y'
                   AND LS.LAPTOPID = :FK-LAPID
                   AND LS.QTY > 0
               END-EXEC
               IF NL-FROMLOC < 0
                   MOVE ' ' TO FROMLOC.

      *    THE UNIT LIST SAYS IT IS ON THE SHELF BUT NO SELLABLE
      *    LOCATION COUNTS IT - THE UNIT IS HELD ALL THE SAME, AND THE
      *    COUNTS ARE LEFT FOR THE STOCK RECONCILIATION TO SORT OUT
           IF FROMLOC = ' '
               MOVE 'HELD - NO SELLABLE LOCATION QTY' TO UNITACTION
               ADD 1 TO NOLOCCTR
           ELSE
               PERFORM MOVE-TO-RECALL-HOLD
               MOVE ' ' TO UNITACTION
               STRING 'HELD - MOVED ' DELIMITED BY SIZE
                   FROMLOC DELIMITED BY SPACE
                   ' TO RCL' DELIMITED BY SIZE
               INTO UNITACTION.

      *    BOTH SIDES OF THE MOVE HIT THE LEDGER - AN OUT ROW AT THE
      *    SELLABLE LOCATION AND AN IN ROW AT THE RECALL HOLD
       MOVE-TO-RECALL-HOLD.
           MOVE 'MOVE-TO-RECALL-HOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOCATIONSTOCK
                   SET QTY = QTY - 1
                   WHERE LAPTOPID = :FK-LAPID
                   AND LOCATIONCODE = :FROMLOC
           END-EXEC.
           MOVE 'P' TO STKSRC.
           MOVE 'O' TO STKDIR.
           MOVE FROMLOC TO LOCATIONCODE.
           PERFORM INSERT-STOCKAUDIT.

           MOVE 'RCL' TO LOCATIONCODE.
           MOVE 1 TO LOCQTY.
           PERFORM ADD-TO-LOCSTOCK.
           MOVE 'I' TO STKDIR.
           PERFORM INSERT-STOCKAUDIT.

      *    ADDS A QUANTITY TO ONE LOCATION'S PILE, STARTING THE ROW
      *    WHEN THE LAPTOP HAS NEVER SAT THERE BEFORE
       ADD-TO-LOCSTOCK.
           MOVE 'ADD-TO-LOCSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOCATIONSTOCK
                   SET QTY = QTY + :LOCQTY
                   WHERE LAPTOPID = :FK-LAPID
                   AND LOCATIONCODE = :LOCATIONCODE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO LOCATIONSTOCK
                       (LAPTOPID, LOCATIONCODE, QTY)
                   VALUES (:FK-LAPID, :LOCATIONCODE, :LOCQTY)
               END-EXEC.

      *    RECORDS THE ONE-UNIT MOVEMENT IN THE STOCKAUDIT LEDGER
       INSERT-STOCKAUDIT.
           MOVE 'INSERT-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKAUDIT
                   (LAPTOPID, MOVEDATE, MOVETIME, QUANTITY, DIRECTION,
                   MOVESOURCE, SOURCEID, LOCATIONCODE)
               VALUES (:FK-LAPID, CURRENT DATE, CURRENT TIME, 1,
               :STKDIR, :STKSRC, :PK-RECALLID, :LOCATIONCODE)
           END-EXEC.

      *    A SOLD UNIT - THE ORDER IT WENT OUT ON LEADS TO THE
      *    CUSTOMER. AN ORDER SINCE ARCHIVED NO LONGER DOES, AND THE
      *    UNIT IS LISTED ON THE REGISTER FOR CUSTOMER SERVICE TO
      *    LOOK UP IN THE ARCHIVE
       NOTIFY-CUSTOMER.
           MOVE 'C' TO UNITSTATE.
           IF UNITORDERID = ' '
               MOVE 'SOLD - NO ORDER ON THE UNIT' TO UNITACTION
               ADD 1 TO NOCUSTCTR
               GO TO NOTIFY-CUSTOMER-EXIT.
           MOVE ' ' TO FNAME-VALUE.
           MOVE ' ' TO LNAME-VALUE.
           MOVE ' ' TO STREET-VALUE.
           MOVE ' ' TO CITY-VALUE.
           MOVE ' ' TO ST-VALUE.
           MOVE 'NOTIFY-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT C.CUSTOMERID, UPPER(C.FIRSTNAME),
                   UPPER(C.LASTNAME), C.UNITNUMBER, UPPER(C.STREET),
                   UPPER(C.CITY), C.ST, C.ZIP
               INTO :PK-CUSTID, :FNAME, :LNAME, :UNITNUM, :STREET,
                   :CITY, :ST, :ZIP
               FROM ORDERS O, CUSTOMERS C
               WHERE O.ORDERID = :UNITORDERID
               AND C.CUSTOMERID = O.CUSTOMERID
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'SOLD - ORDER NOT ON FILE' TO UNITACTION
               ADD 1 TO NOCUSTCTR
               GO TO NOTIFY-CUSTOMER-EXIT.

           MOVE 0 TO NL-CUSTID.
           MOVE ' ' TO LTR-A1-NAME.
           STRING FNAME-VALUE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               LNAME-VALUE DELIMITED BY SPACE
           INTO LTR-A1-NAME.
           MOVE LTR-A1-NAME TO RPT-D-NAME.
           PERFORM PRINT-LETTER.
           MOVE 0 TO NL-NOTICEDATE.
           MOVE 'SOLD - NOTICE PRINTED' TO UNITACTION.
           ADD 1 TO NOTICECTR.

       NOTIFY-CUSTOMER-EXIT.
           EXIT.

      *    ONE LETTER - LETTERHEAD, ADDRESS, WHAT HAS BEEN RECALLED,
      *    THE CUSTOMER'S UNIT AND THE VENDOR'S REMEDY
       PRINT-LETTER.
           MOVE RUNDATE TO LTR-H1-DATE.
           WRITE RCLLTR-REC FROM LTR-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE RCLLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 2 LINES.

           WRITE RCLLTR-REC FROM LTR-ADDR-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE UNITNUM TO LTR-A2-UNITNUM.
           MOVE STREET-VALUE TO LTR-A2-STREET.
           WRITE RCLLTR-REC FROM LTR-ADDR-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE CITY-VALUE TO LTR-A3-CITY.
           MOVE ST-VALUE TO LTR-A3-ST.
           MOVE ZIP TO LTR-A3-ZIP.
           WRITE RCLLTR-REC FROM LTR-ADDR-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE RCLLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE PK-CUSTID TO LTR-R-CUSTID.
           WRITE RCLLTR-REC FROM LTR-REF-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RCLLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'THE MANUFACTURER OF A LAPTOP YOU BOUGHT FROM US HAS'
               TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           MOVE 'ISSUED A RECALL THAT COVERS YOUR UNIT:' TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           WRITE RCLLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'MODEL:' TO LTR-U-CAPTION.
           MOVE LAPNAME-VALUE TO LTR-U-VALUE.
           PERFORM WRITE-LETTER-UNIT.
           MOVE 'SERIAL NUMBER:' TO LTR-U-CAPTION.
           MOVE UNITSERIAL TO LTR-U-VALUE.
           PERFORM WRITE-LETTER-UNIT.
           MOVE 'YOUR ORDER:' TO LTR-U-CAPTION.
           MOVE UNITORDERID TO LTR-U-VALUE.
           PERFORM WRITE-LETTER-UNIT.
           MOVE 'RECALL NUMBER:' TO LTR-U-CAPTION.
           MOVE ' ' TO LTR-U-VALUE.
           STRING PK-RECALLID DELIMITED BY SIZE
               ' ISSUED ' DELIMITED BY SIZE
               RECALLDATE DELIMITED BY SIZE
           INTO LTR-U-VALUE.
           PERFORM WRITE-LETTER-UNIT.
           WRITE RCLLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'THE REMEDY IS:' TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           MOVE REMEDY-VALUE TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           WRITE RCLLTR-REC FROM LTR-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'THE REMEDY IS FREE OF CHARGE. PLEASE CALL OUR CUSTOMER'
               TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           MOVE 'SERVICE DEPARTMENT, QUOTING THE RECALL AND SERIAL'
               TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           MOVE 'NUMBERS ABOVE, TO ARRANGE IT. WE ARE SORRY FOR THE'
               TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.
           MOVE 'INCONVENIENCE.' TO LTR-T-TEXT.
           PERFORM WRITE-LETTER-TEXT.

       WRITE-LETTER-TEXT.
           WRITE RCLLTR-REC FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-LETTER-UNIT.
           WRITE RCLLTR-REC FROM LTR-UNIT-LINE
               AFTER ADVANCING 1 LINE.

      *    THE TRACKING ROW IS WHAT THE RECALL STATUS REPORT COUNTS
      *    AND WHAT KEEPS THE NEXT RUN FROM WORKING THE UNIT AGAIN
       RECORD-RECALL-UNIT.
           MOVE 'RECORD-RECALL-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RECALLUNITS
                   (RECALLID, SERIALNUM, LAPTOPID, UNITSTATE, ORDERID,
                   CUSTOMERID, FOUNDDATE, NOTICEDATE, REMEDIED)
               VALUES (:PK-RECALLID, :UNITSERIAL, :FK-LAPID,
               :UNITSTATE, :UNITORDERID :NL-UNITORDERID,
               :PK-CUSTID :NL-CUSTID, :RUNDATE,
               :RUNDATE :NL-NOTICEDATE, 'N')
           END-EXEC.
           ADD 1 TO ROWCTR.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE RCLREG-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RUNDATE TO RPT-PL-DATE.
           WRITE RCLREG-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RCLREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RCLREG-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE RCLREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE PK-RECALLID TO RPT-D-RECALLID.
           MOVE FK-LAPID TO RPT-D-LAPID.
           MOVE UNITSERIAL TO RPT-D-SERIAL.
           MOVE UNITACTION TO RPT-D-ACTION.
           MOVE UNITORDERID TO RPT-D-ORDERID.
           MOVE PK-CUSTID TO RPT-D-CUSTID.
           WRITE RCLREG-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - UNITS HELD, ALREADY HELD, NOTIFIED AND NOT
      *    NOTIFIED MUST FOOT TO THE UNITS RECORDED
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 8 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE RCLREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SHELF UNITS PULLED INTO THE RECALL HOLD' TO
               RPT-T-CAPTION.
           MOVE HELDCTR TO RPT-T-COUNT.
           WRITE RCLREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH NO LOCATION QTY TO MOVE' TO RPT-T-CAPTION.
           MOVE NOLOCCTR TO RPT-T-COUNT.
           WRITE RCLREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNITS ALREADY IN A HOLD' TO RPT-T-CAPTION.
           MOVE INHOLDCTR TO RPT-T-COUNT.
           WRITE RCLREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SOLD UNITS - NOTICES PRINTED' TO RPT-T-CAPTION.
           MOVE NOTICECTR TO RPT-T-COUNT.
           WRITE RCLREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SOLD UNITS - NO CUSTOMER ON FILE' TO RPT-T-CAPTION.
           MOVE NOCUSTCTR TO RPT-T-COUNT.
           WRITE RCLREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECALLED UNITS RECORDED' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE RCLREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 7 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. A SECOND RUN ON THE SAME DAY IS ALLOWED - A RECALL
      *    KEYED AFTER THE FIRST RUN NEEDS ONE, AND THE RUN ONLY EVER
      *    PICKS UP UNITS NOT ALREADY RECORDED, SO IT CAN'T HOLD OR
      *    NOTIFY A UNIT TWICE
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'RECALLRN' TO RC-PROGNAME.

           MOVE 'OPEN-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RC-CNT
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RC-PROGNAME
               AND BUSINESSDATE = :RC-BUSDATE
               AND STATUS = 'S'
           END-EXEC.
           IF RC-CNT > 0
               DISPLAY 'WARNING - AN EARLIER ' RC-PROGNAME ' RUN FOR'
                   ' THIS BUSINESS DAY DID NOT COMPLETE'.

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
           DISPLAY ROWCTR ' RECALLED UNIT(S) WERE RECORDED'.
           DISPLAY HELDCTR ' UNIT(S) WERE PULLED INTO THE RECALL HOLD'.
           DISPLAY NOTICECTR ' RECALL NOTICE(S) WERE PRINTED'.
           DISPLAY NOCUSTCTR ' SOLD UNIT(S) HAVE NO CUSTOMER ON FILE'.
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
           MOVE 'RECALLRN' TO ERR-PROGNAME.
           MOVE PK-RECALLID TO ERR-KEYVALUE.
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
