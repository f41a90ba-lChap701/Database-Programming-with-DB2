       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDCLC.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REORDER POINT RECALCULATION - WORKS OUT WHAT EACH
      *    ACTIVE MODEL'S REORDER POINT SHOULD BE FROM WHAT IT HAS
      *    ACTUALLY SOLD AND HOW LONG ITS VENDOR ACTUALLY TAKES TO
      *    DELIVER, INSTEAD OF TRUSTING THE NUMBER KEYED ON THE LAPTOP
      *    SCREEN. AVERAGE DAILY DEMAND IS THE UNITS SHIPPED ON ORDERS
      *    AND BACKORDER RELEASES OVER THE REORDER-DEMAND-DAYS WINDOW,
      *    LESS UNITS PUT BACK BY CANCELLATIONS AND AMENDMENTS. THE
      *    VENDOR'S AVERAGE AND WORST-CASE LEAD TIME ARE THE DAYS FROM
      *    PURCHASE ORDER TO RECEIPT OVER THE REORDER-LEAD-DAYS
      *    WINDOW. THE PROPOSED REORDER POINT IS THE DEMAND OVER THE
      *    AVERAGE LEAD TIME PLUS A SAFETY STOCK COVERING THE DEMAND
      *    OVER THE WORST-CASE DELAY BEYOND IT, ROUNDED UP TO A WHOLE
      *    UNIT. A MODEL WHOSE REORDER POINT A SUPERVISOR HAS LOCKED
      *    IS LISTED BUT LEFT ALONE, AS IS ONE WHOSE VENDOR HAS NO
      *    MEASURED RECEIPTS. RUN WITH THE PARM UPDATE THE PROPOSED
      *    VALUES ARE WRITTEN TO LAPTOPS - WITHOUT IT THE REPORT IS
      *    ONLY A PROPOSAL AND NOTHING IS CHANGED. RUN FROM THE
      *    REORDPRP AND REORDCLC JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE RECALCULATION REPORT
           SELECT REORDCALC-FILE ASSIGN TO REORDCLC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REORDCALC-FILE.
       01  REORDCALC-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - REORDER POINTS CHANGED (OR THAT WOULD BE, ON A
      *    PROPOSAL RUN), MODELS EXAMINED, AND MODELS LEFT ALONE FOR
      *    EACH REASON
       01  ROWCTR                          PIC 9(6)        VALUE 0.
       01  LAPCTR                          PIC 9(6)        VALUE 0.
       01  SAMECTR                         PIC 9(6)        VALUE 0.
       01  LOCKCTR                         PIC 9(6)        VALUE 0.
       01  NOLEADCTR                       PIC 9(6)        VALUE 0.
      *    THE COMPANYID WHOSE LEAD TIMES ARE CURRENTLY HELD - A
      *    CHANGE TRIGGERS A FRESH LEAD TIME LOOKUP
       01  PREV-COMPID                     PIC X(8)        VALUE ' '.
      *    AVERAGE UNITS SOLD PER DAY OVER THE DEMAND WINDOW, THE
      *    SAFETY STOCK AND THE UNROUNDED REORDER POINT
       01  WKDAILYDEMAND                   PIC S9(5)V9(4)  COMP-3
                                                            VALUE 0.
       01  WKSAFETY                        PIC S9(7)V9(4)  COMP-3
                                                            VALUE 0.
       01  WKROPCALC                       PIC S9(9)V9(4)  COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' WHEN THE MODEL CURSOR RUNS OUT
       01  LAPEOF-SW                       PIC X           VALUE 'N'.
      *    'Y' WHEN THE RUN WAS GIVEN THE PARM UPDATE - ONLY THEN IS
      *    ANY REORDER POINT CHANGED
       01  UPDATE-SW                       PIC X           VALUE 'N'.
      *    WHAT THE DETAIL LINE SAYS WAS DONE WITH THE MODEL
       01  WKACTION                        PIC X(20)       VALUE ' '.

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
       01  FK-COMPID                       PIC X(8).
       01  REORDERPT                       PIC S9(9)       COMP.
       01  NL-REORDERPT                    PIC S9(4)       COMP.
      *    'Y' WHEN A SUPERVISOR HAS LOCKED THE MODEL'S REORDER POINT
      *    AGAINST RECALCULATION
       01  REORDERLOCK                     PIC X.
      *    THE REORDER POINT THE RUN PROPOSES
       01  NEWREORDERPT                    PIC S9(9)       COMP.
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      **********************STOCKAUDIT TABLE****************************
      *    NET UNITS THE MODEL SOLD OVER THE DEMAND WINDOW
       01  UNITSSOLD                       PIC S9(9)       COMP.
      *********************STOCKRECEIPTS TABLE**************************
      *    THE VENDOR'S AVERAGE AND LONGEST DAYS FROM PURCHASE ORDER
      *    TO RECEIPT OVER THE LEAD TIME WINDOW - NULL WHEN NOTHING
      *    WAS RECEIVED AGAINST A PURCHASE ORDER IN IT
       01  LEADAVG                         PIC S9(5)V99    COMP-3.
       01  NL-LEADAVG                      PIC S9(4)       COMP.
       01  LEADMAX                         PIC S9(9)       COMP.
       01  NL-LEADMAX                      PIC S9(4)       COMP.
      *    THE FIRST DAY OF THE DEMAND WINDOW AND OF THE LEAD TIME
      *    WINDOW - BOTH END ON THE BUSINESS DATE
       01  DEMANDSTART                     PIC X(10).
       01  LEADSTART                       PIC X(10).
      **********************SYSPARMS TABLE******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS - THE COMPILED VALUES ARE
      *    ONLY DEFAULTS FOR WHEN NO SYSPARMS ROW EXISTS
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
       01  REORD-DEMAND-DAYS               PIC S9(4)       COMP
                                                            VALUE 90.
       01  REORD-LEAD-DAYS                 PIC S9(4)       COMP
                                                            VALUE 365.
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
      *    WORK AREAS FOR THE PRINTED RECALCULATION REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(29)
                             VALUE 'REORDER POINT RECALCULATION'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE WINDOWS THE RUN USED
      *    AND WHETHER ANYTHING WAS ACTUALLY CHANGED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'BUSINESS DATE: '.
           05  RPT-PL-DATE                 PIC X(10).
           05  FILLER                      PIC X(15)
                                           VALUE '  DEMAND DAYS: '.
           05  RPT-PL-DEMDAYS              PIC ZZZ9.
           05  FILLER                      PIC X(19)
                                           VALUE '  LEAD TIME DAYS: '.
           05  RPT-PL-LEADDAYS             PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-PL-MODE                 PIC X(30).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'LAPTOP ID'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(25)   VALUE 'LAPTOP NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'VENDOR'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'DAILY DEM'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'AVG LEAD'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'MAX LEAD'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'SAFETY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE 'CURRENT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'PROPOSED'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'ACTION'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-COMPID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DEMAND                PIC ZZZZ9.999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LEADAVG               PIC ZZZZ9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LEADMAX               PIC ZZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SAFETY                PIC ZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-CURRENT               PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PROPOSED              PIC ZZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ACTION                PIC X(20).
      *    THE CONTROL TOTALS AT THE END OF THE REPORT
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(44).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *    THE PARM - HALFWORD LENGTH FOLLOWED BY THE TEXT
       01  REORD-PARM.
           05  REORD-PARM-LENG             PIC S9(4)       COMP.
           05  REORD-PARM-VALUE            PIC X(100).

       PROCEDURE DIVISION USING REORD-PARM.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM GET-PARM.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-WINDOWDATES.
           PERFORM OPEN-REORDCALC.
           PERFORM DECLARE-LAP.
           PERFORM PROC-LAP.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-REORDCALC.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.

      *    NO PARM MAKES THE RUN A PROPOSAL ONLY - THE PARM UPDATE IS
      *    THE ONLY WAY TO HAVE IT CHANGE ANYTHING, AND ANYTHING ELSE
      *    IS TURNED AWAY RATHER THAN GUESSED AT
       GET-PARM.
           MOVE 'N' TO UPDATE-SW.
           MOVE 0 TO RC-RUNID.
           IF REORD-PARM-LENG > 0 AND REORD-PARM-LENG <= 100
               IF REORD-PARM-VALUE (1:REORD-PARM-LENG) = 'UPDATE'
                   MOVE 'Y' TO UPDATE-SW
               ELSE
                   DISPLAY 'REORDCLC - THE PARM MUST BE UPDATE, OR'
                       ' LEFT OFF FOR A PROPOSAL RUN'
                   STOP RUN.

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
           MOVE 'REORDER-DEMAND-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0 AND SP-PARMVALUE > 0
               MOVE SP-PARMVALUE TO REORD-DEMAND-DAYS.
           MOVE 'REORDER-LEAD-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0 AND SP-PARMVALUE > 0
               MOVE SP-PARMVALUE TO REORD-LEAD-DAYS.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    THE FIRST DAY OF EACH WINDOW - A WINDOW OF 90 DAYS ENDING
      *    ON THE BUSINESS DATE STARTS 89 DAYS BEFORE IT
       GET-WINDOWDATES.
           MOVE 'GET-WINDOWDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(DATE(:RC-BUSDATE) -
                   :REORD-DEMAND-DAYS DAYS + 1 DAY, ISO),
                   CHAR(DATE(:RC-BUSDATE) -
                   :REORD-LEAD-DAYS DAYS + 1 DAY, ISO)
               INTO :DEMANDSTART, :LEADSTART
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-REORDCALC.
           OPEN OUTPUT REORDCALC-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-REORDCALC.
           CLOSE REORDCALC-FILE.

      *    EVERY ACTIVE MODEL, GROUPED BY VENDOR SO EACH VENDOR'S LEAD
      *    TIMES ARE LOOKED UP ONCE. A SELL-THROUGH OR DISCONTINUED
      *    MODEL IS NEVER RE-ORDERED, SO ITS REORDER POINT IS MOOT
       DECLARE-LAP.
           EXEC SQL
               DECLARE REORDCALC_CUR CURSOR FOR
               SELECT LAPTOPID, COMPANYID, UPPER(LAPTOPNAME),
                   REORDERPOINT, COALESCE(REORDERLOCK, 'N')
               FROM LAPTOPS
               WHERE COALESCE(MODELSTATUS, 'A') = 'A'
               ORDER BY COMPANYID, LAPTOPID
           END-EXEC.

       PROC-LAP.
           MOVE 'N' TO LAPEOF-SW.
           MOVE 'PROC-LAP' TO ERR-PARAGRAPH.
           EXEC SQL OPEN REORDCALC_CUR END-EXEC.
           PERFORM LOOP-LAP THRU LOOP-LAP-EXIT
               UNTIL LAPEOF-SW = 'Y'.
           MOVE 'PROC-LAP' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REORDCALC_CUR END-EXEC.

       LOOP-LAP.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 0 TO NL-REORDERPT.
           MOVE 'LOOP-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REORDCALC_CUR
               INTO :PK-LAPID, :FK-COMPID, :LAPNAME,
                   :REORDERPT :NL-REORDERPT, :REORDERLOCK
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO LAPEOF-SW
               GO TO LOOP-LAP-EXIT.
           ADD 1 TO LAPCTR.
           IF FK-COMPID NOT = PREV-COMPID
               PERFORM SELECT-LEADTIME
               MOVE FK-COMPID TO PREV-COMPID.
           PERFORM SELECT-DEMAND.
           PERFORM CALC-REORDERPT.

      *    A LOCKED MODEL IS SHOWN WITH ITS FIGURES SO THE SUPERVISOR
      *    CAN SEE HOW FAR THE LOCKED VALUE HAS DRIFTED, BUT IT IS
      *    NEVER CHANGED
           IF REORDERLOCK = 'Y'
               ADD 1 TO LOCKCTR
               MOVE 'LOCKED - SKIPPED' TO WKACTION
               PERFORM WRITE-DETAIL-LINE
               GO TO LOOP-LAP-EXIT.
           IF NL-LEADAVG < 0
               ADD 1 TO NOLEADCTR
               MOVE 'NO LEAD TIME HISTORY' TO WKACTION
               PERFORM WRITE-DETAIL-LINE
               GO TO LOOP-LAP-EXIT.
           IF NL-REORDERPT = 0 AND REORDERPT = NEWREORDERPT
               ADD 1 TO SAMECTR
               MOVE 'NO CHANGE' TO WKACTION
               PERFORM WRITE-DETAIL-LINE
               GO TO LOOP-LAP-EXIT.

           ADD 1 TO ROWCTR.
           IF UPDATE-SW = 'Y'
               PERFORM UPDATE-REORDERPT
               MOVE 'CHANGED' TO WKACTION
           ELSE
               MOVE 'WOULD CHANGE' TO WKACTION.
           PERFORM WRITE-DETAIL-LINE.

       LOOP-LAP-EXIT.
           EXIT.

      *    THE VENDOR'S DAYS FROM PURCHASE ORDER TO RECEIPT, TAKEN
      *    FROM EVERY RECEIPT POSTED AGAINST ONE OF ITS PURCHASE
      *    ORDERS IN THE LEAD TIME WINDOW. A RECEIPT WITH NO PURCHASE
      *    ORDER HAS NO ORDER DATE TO MEASURE FROM AND IS LEFT OUT
       SELECT-LEADTIME.
           MOVE 0 TO NL-LEADAVG.
           MOVE 0 TO NL-LEADMAX.
           MOVE 0 TO LEADAVG.
           MOVE 0 TO LEADMAX.
           MOVE 'SELECT-LEADTIME' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT AVG(DECIMAL(DAYS(R.RECEIPTDATE) -
                   DAYS(P.PODATE), 7, 2)),
                   MAX(DAYS(R.RECEIPTDATE) - DAYS(P.PODATE))
               INTO :LEADAVG :NL-LEADAVG, :LEADMAX :NL-LEADMAX
               FROM STOCKRECEIPTS R, PURCHASEORDERS P
               WHERE R.POID = P.POID
               AND P.COMPANYID = :FK-COMPID
               AND R.RECEIPTDATE >= :LEADSTART
               AND R.RECEIPTDATE <= :RC-BUSDATE
           END-EXEC.

      *    UNITS GONE OUT ON ORDERS AND BACKORDER RELEASES OVER THE
      *    DEMAND WINDOW, LESS THE UNITS CANCELLATIONS AND AMENDMENTS
      *    PUT BACK - A RETURN IS STILL A SALE THAT WAS MADE
       SELECT-DEMAND.
           MOVE 'SELECT-DEMAND' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DIRECTION = 'O'
                   THEN QUANTITY ELSE 0 - QUANTITY END), 0)
               INTO :UNITSSOLD
               FROM STOCKAUDIT
               WHERE LAPTOPID = :PK-LAPID
               AND MOVEDATE >= :DEMANDSTART
               AND MOVEDATE <= :RC-BUSDATE
               AND ((DIRECTION = 'O' AND MOVESOURCE IN ('O', 'B'))
               OR (DIRECTION = 'I' AND MOVESOURCE IN ('C', 'M')))
           END-EXEC.
           IF UNITSSOLD < 0
               MOVE 0 TO UNITSSOLD.

      *    DEMAND OVER THE AVERAGE LEAD TIME, PLUS A SAFETY STOCK TO
      *    COVER THE DEMAND OVER THE WORST DELAY BEYOND THE AVERAGE,
      *    ROUNDED UP SO A PART-UNIT OF DEMAND STILL TRIGGERS AN ORDER
       CALC-REORDERPT.
           COMPUTE WKDAILYDEMAND ROUNDED =
               UNITSSOLD / REORD-DEMAND-DAYS.
           MOVE 0 TO WKSAFETY.
           MOVE 0 TO WKROPCALC.
           MOVE 0 TO NEWREORDERPT.
           IF NL-LEADAVG < 0
               GO TO CALC-REORDERPT-EXIT.
           COMPUTE WKSAFETY =
               WKDAILYDEMAND * (LEADMAX - LEADAVG).
           COMPUTE WKROPCALC =
               (WKDAILYDEMAND * LEADAVG) + WKSAFETY.
           MOVE WKROPCALC TO NEWREORDERPT.
           IF NEWREORDERPT < WKROPCALC
               ADD 1 TO NEWREORDERPT.

       CALC-REORDERPT-EXIT.
           EXIT.

      *    THE LOCK IS TESTED AGAIN ON THE UPDATE ITSELF, SO A MODEL
      *    A SUPERVISOR LOCKS WHILE THE RUN IS UNDER WAY STAYS AS IT IS
       UPDATE-REORDERPT.
           MOVE 'UPDATE-REORDERPT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPS
                   SET REORDERPOINT = :NEWREORDERPT
                   WHERE LAPTOPID = :PK-LAPID
                   AND COALESCE(REORDERLOCK, 'N') = 'N'
           END-EXEC.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE REORDCALC-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RC-BUSDATE TO RPT-PL-DATE.
           MOVE REORD-DEMAND-DAYS TO RPT-PL-DEMDAYS.
           MOVE REORD-LEAD-DAYS TO RPT-PL-LEADDAYS.
           IF UPDATE-SW = 'Y'
               MOVE 'UPDATE RUN' TO RPT-PL-MODE
           ELSE
               MOVE 'PROPOSAL ONLY - NOTHING CHANGED' TO RPT-PL-MODE.
           WRITE REORDCALC-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REORDCALC-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REORDCALC-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE REORDCALC-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

      *    THE CURRENT AND PROPOSED REORDER POINTS SIDE BY SIDE, WITH
      *    THE FIGURES THE PROPOSAL WAS WORKED OUT FROM
       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE PK-LAPID TO RPT-D-LAPID.
           MOVE LAPNAME-VALUE TO RPT-D-LAPNAME.
           MOVE FK-COMPID TO RPT-D-COMPID.
           MOVE WKDAILYDEMAND TO RPT-D-DEMAND.
      *    A REORDER POINT NEVER KEYED PRINTS AS 0, AND A VENDOR WITH
      *    NO LEAD TIME HISTORY PRINTS ZERO LEAD TIMES - THE ACTION
      *    COLUMN SAYS WHY THE MODEL WAS LEFT ALONE
           IF NL-REORDERPT < 0
               MOVE 0 TO RPT-D-CURRENT
           ELSE
               MOVE REORDERPT TO RPT-D-CURRENT.
           MOVE LEADAVG TO RPT-D-LEADAVG.
           MOVE LEADMAX TO RPT-D-LEADMAX.
           MOVE WKSAFETY TO RPT-D-SAFETY.
           MOVE NEWREORDERPT TO RPT-D-PROPOSED.
           MOVE WKACTION TO RPT-D-ACTION.
           WRITE REORDCALC-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - EVERY MODEL EXAMINED IS EITHER CHANGED OR
      *    COUNTED UNDER THE REASON IT WAS LEFT ALONE
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 6 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE REORDCALC-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACTIVE MODELS EXAMINED' TO RPT-T-CAPTION.
           MOVE LAPCTR TO RPT-T-COUNT.
           WRITE REORDCALC-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEFT ALONE - REORDER POINT LOCKED' TO RPT-T-CAPTION.
           MOVE LOCKCTR TO RPT-T-COUNT.
           WRITE REORDCALC-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEFT ALONE - VENDOR HAS NO LEAD TIME HISTORY'
               TO RPT-T-CAPTION.
           MOVE NOLEADCTR TO RPT-T-COUNT.
           WRITE REORDCALC-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEFT ALONE - ALREADY AT THE PROPOSED VALUE'
               TO RPT-T-CAPTION.
           MOVE SAMECTR TO RPT-T-COUNT.
           WRITE REORDCALC-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF UPDATE-SW = 'Y'
               MOVE 'REORDER POINTS CHANGED' TO RPT-T-CAPTION
           ELSE
               MOVE 'REORDER POINTS THAT WOULD CHANGE'
                   TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE REORDCALC-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 6 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED. A PROPOSAL RUN LOGS UNDER ITS OWN NAME, SO THE
      *    UPDATE RUN CAN FOLLOW IT THE SAME DAY
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           IF UPDATE-SW = 'Y'
               MOVE 'REORDCLC' TO RC-PROGNAME
           ELSE
               MOVE 'REORDPRP' TO RC-PROGNAME.

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
           DISPLAY LAPCTR ' ACTIVE MODEL(S) EXAMINED'.
           IF UPDATE-SW = 'Y'
               DISPLAY ROWCTR ' REORDER POINT(S) WERE CHANGED'
           ELSE
               DISPLAY 'PROPOSAL RUN - ' ROWCTR ' REORDER POINT(S)'
                   ' WOULD CHANGE, NOTHING WAS CHANGED'.
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
           MOVE 'REORDCLC' TO ERR-PROGNAME.
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
