       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMARGRPT.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT - GROSS MARGIN FOR THE CURRENT MONTH. EVERY
      *    LAPTOPORDERS LINE ON A NON-CANCELLED ORDER IS TAKEN AT ITS
      *    ORDERCOST, LESS THE REFUNDS BOOKED AGAINST IT ON RETURNS,
      *    AGAINST THE COST OF THE UNITS SOLD AT THE AVERAGE COST IN
      *    FORCE WHEN THEY WERE DRAWN (LAPTOPORDERS.COSTOFSALES) - THE
      *    UNITS THAT CAME BACK SELLABLE OR WENT BACK TO THE VENDOR
      *    COME OFF THE COST AGAIN, DAMAGED ONES STAY A COST. MARGIN
      *    DOLLARS AND PERCENT ARE SHOWN BY ORDER LINE AND ORDER, BY
      *    MODEL WITHIN VENDOR, BY SALES REP (ORDERS.EMPNO) AND BY
      *    PROMOTION CODE, AND EVERY LINE OR TOTAL UNDER WATER IS
      *    FLAGGED "LOSS", SO SALES MANAGEMENT CAN SEE WHICH DEALS AND
      *    WHICH PROMOTIONS ARE COSTING US MONEY. A LINE SOLD BEFORE
      *    ITS MODEL HAD A COSTED RECEIPT IS PRICED AT THE CURRENT
      *    AVERAGE COST AND MARKED AS AN ESTIMATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE GROSS MARGIN REPORT
           SELECT GMARGRPT-FILE ASSIGN TO GMARGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GMARGRPT-FILE.
       01  GMARGRPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY
       01  WKHOLD                          PIC X.
      *    COUNTERS
       01  ROWCTR                          PIC 9(4)        VALUE 0.
      *    ORDER LINES SOLD AT A LOSS, LINES WHOSE COST HAD TO BE
      *    ESTIMATED, LINES WITH NO COST AT ALL, AND PROMOTION CODES
      *    WHOSE LINES NETTED A LOSS
       01  LOSSCTR                         PIC 9(4)        VALUE 0.
       01  ESTCTR                          PIC 9(4)        VALUE 0.
       01  NOCOSTCTR                       PIC 9(4)        VALUE 0.
       01  PROMOLOSSCTR                    PIC 9(4)        VALUE 0.
      *    THE NET REVENUE, NET COST AND NET UNITS OF THE ORDER LINE
      *    JUST FETCHED, AND HOW ITS COST WAS ARRIVED AT
       01  WKLINEREV                       PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKLINECOST                      PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKNETQTY                        PIC S9(9)       COMP
                                                            VALUE 0.
       01  WKCOSTFLAG                      PIC X           VALUE ' '.
      *    RUNNING UNITS, REVENUE AND COST FOR THE GROUP BEING
      *    TOTALED (ORDER, MODEL, REP OR PROMOTION CODE), FOR THE
      *    VENDOR IN THE MODEL SECTION, AND FOR THE WHOLE SECTION
       01  GRPQTY                          PIC S9(9)       COMP
                                                            VALUE 0.
       01  GRPREV                          PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  GRPCOST                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  VENDQTY                         PIC S9(9)       COMP
                                                            VALUE 0.
       01  VENDREV                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  VENDCOST                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  SECTQTY                         PIC S9(9)       COMP
                                                            VALUE 0.
       01  SECTREV                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  SECTCOST                        PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    THE FIGURES OF THE LINE ABOUT TO BE PRINTED - A DETAIL
      *    LINE AND EVERY KIND OF TOTAL GO THROUGH THE SAME PRINT
       01  PRTQTY                          PIC S9(9)       COMP
                                                            VALUE 0.
       01  PRTREV                          PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  PRTCOST                         PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  PRTMARGIN                       PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  PRTPCT                          PIC S9(4)V9     COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' ONCE THE SECTION HAS A GROUP OPEN, SO A BLANK
      *    KEY (AN ORDER WITH NO REP) STILL BREAKS PROPERLY
       01  GRPOPEN-SW                      PIC X           VALUE 'N'.
      *    THE SECTION BEING PRINTED - 'O' = BY ORDER, 'M' = BY MODEL,
      *    'R' = BY SALES REP, 'P' = BY PROMOTION CODE
       01  RPTSECT-SW                      PIC X           VALUE ' '.
      *    THE GROUP AND VENDOR CURRENTLY BEING TOTALED - A CHANGE
      *    TRIGGERS THE TOTAL LINES
       01  PREV-KEY                        PIC X(8)        VALUE ' '.
       01  PREV-DESC                       PIC X(30)       VALUE ' '.
       01  PREV-COMPID                     PIC X(8)        VALUE ' '.
       01  PREV-COMPNAME                   PIC X(25)       VALUE ' '.

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
       01  EMPNUM                          PIC X(6).
      ***********************EMPLOYEE TABLE*****************************
       01  EMPLNAME                        PIC X(15).
      ************************LAPTOPS TABLE*****************************
       01  PK-LAPID                        PIC X(8).
       01  FK-COMPID                       PIC X(8).
       01  AVGCOST                         PIC S9(7)V99    COMP-3.
       01  NL-AVGCOST                      PIC S9(4)       COMP.
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
      ************************COMPANY TABLE*****************************
       01  COMPNAME.
           49  COMPNAME-LENG               PIC S9(4)       COMP.
           49  COMPNAME-VALUE              PIC X(25).
      **********************LAPTOPORDERS TABLE**************************
       01  PROMOCODE                       PIC X(8).
       01  QTY                             PIC S9(9)       COMP.
       01  ORDERCOST                       PIC S9(9)V99    COMP-3.
       01  COSTOFSALES                     PIC S9(9)V99    COMP-3.
       01  NL-COSTOFSALES                  PIC S9(4)       COMP.
      ************************RETURNS TABLE*****************************
      *    ALL UNITS RETURNED AGAINST THE LINE, THE ONES OF THEM HELD
      *    AS DAMAGED, AND THE REFUNDS BOOKED FOR THEM
       01  RETQTY                          PIC S9(9)       COMP.
       01  DMGQTY                          PIC S9(9)       COMP.
       01  REFUNDAMT                       PIC S9(9)V99    COMP-3.
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
      *    WORK AREAS FOR THE PRINTED GROSS MARGIN REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(37)   VALUE SPACES.
           05  FILLER            PIC X(29)
                             VALUE 'MONTHLY GROSS MARGIN REPORT'.
           05  FILLER                      PIC X(19)   VALUE SPACES.
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
      *    EXPLAINS THE MARKS THAT CAN FOLLOW A LINE'S COST
       01  RPT-LEGEND-LINE.
           05  RPT-LG-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(48)
               VALUE '* = COST ESTIMATED AT CURRENT AVERAGE COST     '.
           05  FILLER                      PIC X(20)
               VALUE '? = NO COST ON FILE '.
      *    NAMES THE SECTION THE PAGE BELONGS TO
       01  RPT-SECT-LINE.
           05  RPT-S-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-S-CAPTION               PIC X(60).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-H2-KEY                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-H2-DESC                 PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'PROMO'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'NETQTY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)
                                      VALUE '     NET REVENUE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(15)
                                      VALUE '   COST OF SALE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)
                                      VALUE '    GROSS MARGIN'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'MARGIN%'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LAYOUT FOR THE ORDER LINES AND EVERY TOTAL - THE KEY
      *    AND DESCRIPTION SAY WHAT THE FIGURES ARE FOR
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-KEY                   PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DESC                  PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PROMO                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-QTY                   PIC -----9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-REVENUE               PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-COST                  PIC $$$$,$$$,$$9.99.
           05  RPT-D-COSTFLAG              PIC X.
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-MARGIN                PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PCT                   PIC ----9.9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FLAG                  PIC X(4).
       01  RPT-COUNT-LINE.
           05  RPT-C-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-C-CAPTION               PIC X(40).
           05  RPT-C-COUNT                 PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-GMARGRPT.
           PERFORM DECLARE-GMORD.
           PERFORM PROC-GMORD.
           PERFORM DECLARE-GMMOD.
           PERFORM PROC-GMMOD.
           PERFORM DECLARE-GMREP.
           PERFORM PROC-GMREP.
           PERFORM DECLARE-GMPRO.
           PERFORM PROC-GMPRO.
           PERFORM WRITE-RUN-COUNTS.
           PERFORM CLOSE-GMARGRPT.
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

       OPEN-GMARGRPT.
           OPEN OUTPUT GMARGRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE GMARGRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           WRITE GMARGRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE GMARGRPT-REC FROM RPT-LEGEND-LINE
               AFTER ADVANCING 1 LINE.
           WRITE GMARGRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE GMARGRPT-REC FROM RPT-SECT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE GMARGRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE GMARGRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE GMARGRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-GMARGRPT.
           CLOSE GMARGRPT-FILE.

      *    EACH SECTION STARTS ON A FRESH PAGE WITH ITS OWN CAPTION
      *    AND COLUMN NAMES, AND WITH ITS ACCUMULATORS CLEARED
       START-SECTION.
           MOVE 0 TO RPT-LINECNT.
           MOVE 'N' TO GRPOPEN-SW.
           MOVE 0 TO GRPQTY.
           MOVE 0 TO GRPREV.
           MOVE 0 TO GRPCOST.
           MOVE 0 TO VENDQTY.
           MOVE 0 TO VENDREV.
           MOVE 0 TO VENDCOST.
           MOVE 0 TO SECTQTY.
           MOVE 0 TO SECTREV.
           MOVE 0 TO SECTCOST.

      *    SECTION 1 - EVERY LINE OF EVERY ORDER THIS MONTH, WITH AN
      *    ORDER TOTAL AFTER EACH ORDER. THE RETURNS AGAINST EACH LINE
      *    ARE 1:1 SUM LOOKUPS, DEFAULTING TO ZERO FOR A LINE NEVER
      *    RETURNED
       DECLARE-GMORD.
           EXEC SQL
               DECLARE GMORD_CUR CURSOR FOR
               SELECT LO.ORDERID, LO.LAPTOPID, UPPER(L.LAPTOPNAME),
                   L.COMPANYID, UPPER(C.COMPANYNAME),
                   COALESCE(O.EMPNO, ' '), COALESCE(LO.PROMOCODE, ' '),
                   LO.QUANTITY, LO.ORDERCOST, LO.COSTOFSALES,
                   L.AVGCOST,
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0),
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID
                       AND R.DISPOSITION = 'D'), 0),
                   COALESCE((SELECT SUM(R.REFUNDAMOUNT) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0)
               FROM LAPTOPORDERS LO, ORDERS O, LAPTOPS L, COMPANY C
               WHERE LO.ORDERID = O.ORDERID
               AND LO.LAPTOPID = L.LAPTOPID
               AND L.COMPANYID = C.COMPANYID
               AND O.ORDSTATUS <> 'X'
               AND YEAR(O.ORDERDATE) = YEAR(CURRENT DATE)
               AND MONTH(O.ORDERDATE) = MONTH(CURRENT DATE)
               ORDER BY LO.ORDERID, LO.LAPTOPID
           END-EXEC.

       PROC-GMORD.
           PERFORM START-SECTION.
           MOVE 'O' TO RPTSECT-SW.
           MOVE 'GROSS MARGIN BY ORDER' TO RPT-S-CAPTION.
           MOVE 'ORDER' TO RPT-H2-KEY.
           MOVE 'LAPTOP' TO RPT-H2-DESC.
           MOVE 'PROC-GMORD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN GMORD_CUR END-EXEC.
           PERFORM LOOP-GMORD THRU LOOP-GMORD-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-GMORD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE GMORD_CUR END-EXEC.
      *    CLOSES OUT THE TOTAL FOR THE LAST ORDER LISTED
           IF GRPOPEN-SW = 'Y'
               MOVE 'ORDER TOTAL' TO PREV-DESC
               PERFORM WRITE-GROUP-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

       LOOP-GMORD.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE 'LOOP-GMORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH GMORD_CUR
               INTO :PK-ORDERID, :PK-LAPID, :LAPNAME-VALUE,
                   :FK-COMPID, :COMPNAME-VALUE, :EMPNUM, :PROMOCODE,
                   :QTY, :ORDERCOST, :COSTOFSALES :NL-COSTOFSALES,
                   :AVGCOST :NL-AVGCOST, :RETQTY, :DMGQTY, :REFUNDAMT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-GMORD-EXIT.
           IF SQLCODE = 0
      *    A NEW ORDER CLOSES OUT THE PRIOR ORDER'S TOTAL
               IF GRPOPEN-SW = 'Y' AND PREV-KEY NOT = PK-ORDERID
                   MOVE 'ORDER TOTAL' TO PREV-DESC
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               MOVE 'Y' TO GRPOPEN-SW
               MOVE PK-ORDERID TO PREV-KEY
               ADD 1 TO ROWCTR
               PERFORM CALC-LINE-MARGIN
               PERFORM WRITE-ORDER-LINE.

       LOOP-GMORD-EXIT.
           EXIT.

      *    PRINTS THE ORDER LINE WITH ITS OWN MARGIN, FLAGS IT WHEN IT
      *    WAS SOLD AT A LOSS, AND ROLLS IT INTO THE ORDER TOTAL
       WRITE-ORDER-LINE.
           MOVE PK-ORDERID TO RPT-D-KEY.
           MOVE ' ' TO RPT-D-DESC.
           STRING PK-LAPID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LAPNAME-VALUE DELIMITED BY SIZE
           INTO RPT-D-DESC.
           MOVE PROMOCODE TO RPT-D-PROMO.
           MOVE WKNETQTY TO PRTQTY.
           MOVE WKLINEREV TO PRTREV.
           MOVE WKLINECOST TO PRTCOST.
           MOVE WKCOSTFLAG TO RPT-D-COSTFLAG.
           PERFORM WRITE-MARGIN-LINE.
           IF PRTMARGIN < 0
               ADD 1 TO LOSSCTR.
           PERFORM ADD-LINE-TO-GROUP.

      *    SECTION 2 - THE SAME LINES BY MODEL, WITH EACH VENDOR'S
      *    MODELS SUBTOTALED UNDER THE VENDOR
       DECLARE-GMMOD.
           EXEC SQL
               DECLARE GMMOD_CUR CURSOR FOR
               SELECT LO.ORDERID, LO.LAPTOPID, UPPER(L.LAPTOPNAME),
                   L.COMPANYID, UPPER(C.COMPANYNAME),
                   COALESCE(O.EMPNO, ' '), COALESCE(LO.PROMOCODE, ' '),
                   LO.QUANTITY, LO.ORDERCOST, LO.COSTOFSALES,
                   L.AVGCOST,
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0),
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID
                       AND R.DISPOSITION = 'D'), 0),
                   COALESCE((SELECT SUM(R.REFUNDAMOUNT) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0)
               FROM LAPTOPORDERS LO, ORDERS O, LAPTOPS L, COMPANY C
               WHERE LO.ORDERID = O.ORDERID
               AND LO.LAPTOPID = L.LAPTOPID
               AND L.COMPANYID = C.COMPANYID
               AND O.ORDSTATUS <> 'X'
               AND YEAR(O.ORDERDATE) = YEAR(CURRENT DATE)
               AND MONTH(O.ORDERDATE) = MONTH(CURRENT DATE)
               ORDER BY C.COMPANYNAME, L.COMPANYID, LO.LAPTOPID
           END-EXEC.

       PROC-GMMOD.
           PERFORM START-SECTION.
           MOVE 'M' TO RPTSECT-SW.
           MOVE 'GROSS MARGIN BY MODEL WITHIN VENDOR' TO RPT-S-CAPTION.
           MOVE 'LAPTOP' TO RPT-H2-KEY.
           MOVE 'LAPTOP NAME' TO RPT-H2-DESC.
           MOVE ' ' TO PREV-COMPID.
           MOVE 'PROC-GMMOD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN GMMOD_CUR END-EXEC.
           PERFORM LOOP-GMMOD THRU LOOP-GMMOD-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-GMMOD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE GMMOD_CUR END-EXEC.
      *    CLOSES OUT THE TOTALS FOR THE LAST MODEL AND VENDOR
           IF GRPOPEN-SW = 'Y'
               PERFORM WRITE-GROUP-TOTAL
               PERFORM WRITE-VENDOR-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

       LOOP-GMMOD.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE 'LOOP-GMMOD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH GMMOD_CUR
               INTO :PK-ORDERID, :PK-LAPID, :LAPNAME-VALUE,
                   :FK-COMPID, :COMPNAME-VALUE, :EMPNUM, :PROMOCODE,
                   :QTY, :ORDERCOST, :COSTOFSALES :NL-COSTOFSALES,
                   :AVGCOST :NL-AVGCOST, :RETQTY, :DMGQTY, :REFUNDAMT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-GMMOD-EXIT.
           IF SQLCODE = 0
      *    A NEW MODEL CLOSES OUT THE PRIOR MODEL'S TOTAL, AND A NEW
      *    VENDOR CLOSES OUT THE PRIOR VENDOR'S AS WELL
               IF GRPOPEN-SW = 'Y' AND PREV-KEY NOT = PK-LAPID
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               IF GRPOPEN-SW = 'Y' AND PREV-COMPID NOT = FK-COMPID
                   PERFORM WRITE-VENDOR-TOTAL
               END-IF
               MOVE 'Y' TO GRPOPEN-SW
               MOVE PK-LAPID TO PREV-KEY
               MOVE LAPNAME-VALUE TO PREV-DESC
               MOVE FK-COMPID TO PREV-COMPID
               MOVE COMPNAME-VALUE TO PREV-COMPNAME
               PERFORM CALC-LINE-MARGIN
               PERFORM ADD-LINE-TO-GROUP.

       LOOP-GMMOD-EXIT.
           EXIT.

      *    SECTION 3 - THE SAME LINES BY THE REP WHO TOOK THE ORDER.
      *    ORDERS TAKEN WITHOUT A REP ARE GROUPED TOGETHER AS HOUSE
       DECLARE-GMREP.
           EXEC SQL
               DECLARE GMREP_CUR CURSOR FOR
               SELECT LO.ORDERID, LO.LAPTOPID, UPPER(L.LAPTOPNAME),
                   L.COMPANYID, UPPER(C.COMPANYNAME),
                   COALESCE(O.EMPNO, ' '), COALESCE(LO.PROMOCODE, ' '),
                   LO.QUANTITY, LO.ORDERCOST, LO.COSTOFSALES,
                   L.AVGCOST,
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0),
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID
                       AND R.DISPOSITION = 'D'), 0),
                   COALESCE((SELECT SUM(R.REFUNDAMOUNT) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0)
               FROM LAPTOPORDERS LO, ORDERS O, LAPTOPS L, COMPANY C
               WHERE LO.ORDERID = O.ORDERID
               AND LO.LAPTOPID = L.LAPTOPID
               AND L.COMPANYID = C.COMPANYID
               AND O.ORDSTATUS <> 'X'
               AND YEAR(O.ORDERDATE) = YEAR(CURRENT DATE)
               AND MONTH(O.ORDERDATE) = MONTH(CURRENT DATE)
               ORDER BY 6, LO.ORDERID
           END-EXEC.

       PROC-GMREP.
           PERFORM START-SECTION.
           MOVE 'R' TO RPTSECT-SW.
           MOVE 'GROSS MARGIN BY SALES REP' TO RPT-S-CAPTION.
           MOVE 'EMPNO' TO RPT-H2-KEY.
           MOVE 'SALES REP' TO RPT-H2-DESC.
           MOVE 'PROC-GMREP' TO ERR-PARAGRAPH.
           EXEC SQL OPEN GMREP_CUR END-EXEC.
           PERFORM LOOP-GMREP THRU LOOP-GMREP-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-GMREP' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE GMREP_CUR END-EXEC.
      *    CLOSES OUT THE TOTAL FOR THE LAST REP LISTED
           IF GRPOPEN-SW = 'Y'
               PERFORM GET-REP-NAME
               PERFORM WRITE-GROUP-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

       LOOP-GMREP.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE 'LOOP-GMREP' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH GMREP_CUR
               INTO :PK-ORDERID, :PK-LAPID, :LAPNAME-VALUE,
                   :FK-COMPID, :COMPNAME-VALUE, :EMPNUM, :PROMOCODE,
                   :QTY, :ORDERCOST, :COSTOFSALES :NL-COSTOFSALES,
                   :AVGCOST :NL-AVGCOST, :RETQTY, :DMGQTY, :REFUNDAMT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-GMREP-EXIT.
           IF SQLCODE = 0
      *    A NEW EMPNO CLOSES OUT THE PRIOR REP'S TOTAL
               IF GRPOPEN-SW = 'Y' AND PREV-KEY NOT = EMPNUM
                   PERFORM GET-REP-NAME
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               MOVE 'Y' TO GRPOPEN-SW
               MOVE EMPNUM TO PREV-KEY
               PERFORM CALC-LINE-MARGIN
               PERFORM ADD-LINE-TO-GROUP.

       LOOP-GMREP-EXIT.
           EXIT.

      *    PULLS THE REP'S NAME FROM EMPLOYEE FOR THE TOTAL LINE
       GET-REP-NAME.
           IF PREV-KEY = ' '
               MOVE 'HOUSE' TO PREV-KEY
               MOVE 'NO SALES REP ON THE ORDER' TO PREV-DESC
           ELSE
               MOVE ' ' TO EMPLNAME
               MOVE 'GET-REP-NAME' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT LASTNAME
                   INTO :EMPLNAME
                   FROM EMPLOYEE
                   WHERE EMPNO = :PREV-KEY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN' TO EMPLNAME
               END-IF
               MOVE EMPLNAME TO PREV-DESC.

      *    THE EMPLOYEE LOOKUP ABOVE LEAVES ITS OWN SQLCODE BEHIND -
      *    CLEARED HERE SO A MISSING EMPLOYEE ROW (SQLCODE 100) CAN'T
      *    END THE CALLING FETCH LOOP EARLY
           MOVE 0 TO SQLCODE.

      *    SECTION 4 - THE LINES SOLD UNDER A PROMOTION CODE, BY CODE,
      *    SO A PROMOTION THAT IS GIVING AWAY MARGIN STANDS OUT
       DECLARE-GMPRO.
           EXEC SQL
               DECLARE GMPRO_CUR CURSOR FOR
               SELECT LO.ORDERID, LO.LAPTOPID, UPPER(L.LAPTOPNAME),
                   L.COMPANYID, UPPER(C.COMPANYNAME),
                   COALESCE(O.EMPNO, ' '), LO.PROMOCODE,
                   LO.QUANTITY, LO.ORDERCOST, LO.COSTOFSALES,
                   L.AVGCOST,
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0),
                   COALESCE((SELECT SUM(R.QUANTITY) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID
                       AND R.DISPOSITION = 'D'), 0),
                   COALESCE((SELECT SUM(R.REFUNDAMOUNT) FROM RETURNS R
                       WHERE R.ORDERID = LO.ORDERID
                       AND R.LAPTOPID = LO.LAPTOPID), 0)
               FROM LAPTOPORDERS LO, ORDERS O, LAPTOPS L, COMPANY C
               WHERE LO.ORDERID = O.ORDERID
               AND LO.LAPTOPID = L.LAPTOPID
               AND L.COMPANYID = C.COMPANYID
               AND LO.PROMOCODE IS NOT NULL
               AND O.ORDSTATUS <> 'X'
               AND YEAR(O.ORDERDATE) = YEAR(CURRENT DATE)
               AND MONTH(O.ORDERDATE) = MONTH(CURRENT DATE)
               ORDER BY LO.PROMOCODE, LO.ORDERID
           END-EXEC.

       PROC-GMPRO.
           PERFORM START-SECTION.
           MOVE 'P' TO RPTSECT-SW.
           MOVE 'GROSS MARGIN BY PROMOTION CODE' TO RPT-S-CAPTION.
           MOVE 'PROMO' TO RPT-H2-KEY.
           MOVE ' ' TO RPT-H2-DESC.
           MOVE 'PROC-GMPRO' TO ERR-PARAGRAPH.
           EXEC SQL OPEN GMPRO_CUR END-EXEC.
           PERFORM LOOP-GMPRO THRU LOOP-GMPRO-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-GMPRO' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE GMPRO_CUR END-EXEC.
      *    CLOSES OUT THE TOTAL FOR THE LAST PROMOTION CODE LISTED
           IF GRPOPEN-SW = 'Y'
               PERFORM WRITE-PROMO-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

       LOOP-GMPRO.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE 'LOOP-GMPRO' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH GMPRO_CUR
               INTO :PK-ORDERID, :PK-LAPID, :LAPNAME-VALUE,
                   :FK-COMPID, :COMPNAME-VALUE, :EMPNUM, :PROMOCODE,
                   :QTY, :ORDERCOST, :COSTOFSALES :NL-COSTOFSALES,
                   :AVGCOST :NL-AVGCOST, :RETQTY, :DMGQTY, :REFUNDAMT
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-GMPRO-EXIT.
           IF SQLCODE = 0
      *    A NEW PROMOTION CODE CLOSES OUT THE PRIOR CODE'S TOTAL
               IF GRPOPEN-SW = 'Y' AND PREV-KEY NOT = PROMOCODE
                   PERFORM WRITE-PROMO-TOTAL
               END-IF
               MOVE 'Y' TO GRPOPEN-SW
               MOVE PROMOCODE TO PREV-KEY
               MOVE 'PROMOTION TOTAL' TO PREV-DESC
               PERFORM CALC-LINE-MARGIN
               PERFORM ADD-LINE-TO-GROUP.

       LOOP-GMPRO-EXIT.
           EXIT.

      *    A PROMOTION WHOSE LINES NETTED A LOSS IS COUNTED FOR THE
      *    RUN SUMMARY AS WELL AS FLAGGED ON ITS TOTAL LINE
       WRITE-PROMO-TOTAL.
           PERFORM WRITE-GROUP-TOTAL.
           IF PRTMARGIN < 0
               ADD 1 TO PROMOLOSSCTR.

      *    WORKS OUT THE FETCHED LINE'S NET REVENUE AND NET COST. THE
      *    COST IS WHAT WAS CHARGED TO THE LINE WHEN ITS UNITS WERE
      *    DRAWN - A LINE SOLD BEFORE ITS MODEL HAD ANY COSTED RECEIPT
      *    FALLS BACK TO THE CURRENT AVERAGE COST ('*'), OR TO NOTHING
      *    WHEN THE MODEL STILL HAS NO COST ('?'). UNITS RETURNED AND
      *    PUT BACK INTO STOCK OR SENT BACK TO THE VENDOR TAKE THEIR
      *    SHARE OF THE COST OFF AGAIN; DAMAGED UNITS REMAIN A COST
       CALC-LINE-MARGIN.
           MOVE ' ' TO WKCOSTFLAG.
           IF NL-COSTOFSALES = 0
               MOVE COSTOFSALES TO WKLINECOST
           ELSE
               IF NL-AVGCOST = 0
                   COMPUTE WKLINECOST ROUNDED = AVGCOST * QTY
                   MOVE '*' TO WKCOSTFLAG
               ELSE
                   MOVE 0 TO WKLINECOST
                   MOVE '?' TO WKCOSTFLAG
               END-IF
           END-IF.
           IF QTY > 0 AND RETQTY > DMGQTY
               COMPUTE WKLINECOST ROUNDED = WKLINECOST -
                   (WKLINECOST * (RETQTY - DMGQTY) / QTY).
           COMPUTE WKLINEREV = ORDERCOST - REFUNDAMT.
           COMPUTE WKNETQTY = QTY - RETQTY.

      *    THE ESTIMATE COUNTS ARE TAKEN ONCE, IN THE ORDER SECTION,
      *    SO THE SAME LINE IS NOT COUNTED IN EVERY SECTION
           IF RPTSECT-SW = 'O'
               IF WKCOSTFLAG = '*'
                   ADD 1 TO ESTCTR
               END-IF
               IF WKCOSTFLAG = '?'
                   ADD 1 TO NOCOSTCTR
               END-IF
           END-IF.

       ADD-LINE-TO-GROUP.
           ADD WKNETQTY TO GRPQTY.
           ADD WKLINEREV TO GRPREV.
           ADD WKLINECOST TO GRPCOST.

      *    PRINTS THE MARGIN LINE FOR THE FIGURES IN PRTQTY, PRTREV
      *    AND PRTCOST - THE KEY, DESCRIPTION, PROMOTION CODE AND COST
      *    MARK ARE ALREADY IN THE LINE. MARGIN PERCENT IS OF NET
      *    REVENUE, AND IS LEFT AT ZERO WHEN THERE IS NO REVENUE
       WRITE-MARGIN-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           COMPUTE PRTMARGIN = PRTREV - PRTCOST.
           MOVE 0 TO PRTPCT.
           IF PRTREV NOT = 0
               COMPUTE PRTPCT ROUNDED = PRTMARGIN * 100 / PRTREV
                   ON SIZE ERROR
                       MOVE 0 TO PRTPCT
               END-COMPUTE.
           MOVE PRTQTY TO RPT-D-QTY.
           MOVE PRTREV TO RPT-D-REVENUE.
           MOVE PRTCOST TO RPT-D-COST.
           MOVE PRTMARGIN TO RPT-D-MARGIN.
           MOVE PRTPCT TO RPT-D-PCT.
           IF PRTMARGIN < 0
               MOVE 'LOSS' TO RPT-D-FLAG
           ELSE
               MOVE ' ' TO RPT-D-FLAG.

           WRITE GMARGRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    PRINTS THE TOTAL FOR THE ORDER, MODEL, REP OR PROMOTION
      *    CODE JUST FINISHED, ROLLS IT INTO THE VENDOR AND SECTION
      *    TOTALS, AND CLEARS IT FOR THE NEXT GROUP
       WRITE-GROUP-TOTAL.
           MOVE PREV-KEY TO RPT-D-KEY.
           MOVE PREV-DESC TO RPT-D-DESC.
           MOVE ' ' TO RPT-D-PROMO.
           MOVE ' ' TO RPT-D-COSTFLAG.
           MOVE GRPQTY TO PRTQTY.
           MOVE GRPREV TO PRTREV.
           MOVE GRPCOST TO PRTCOST.
           PERFORM WRITE-MARGIN-LINE.
      *    IN THE ORDER SECTION THE ORDER TOTAL IS SET OFF FROM THE
      *    NEXT ORDER'S LINES
           IF RPTSECT-SW = 'O'
               WRITE GMARGRPT-REC FROM RPT-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPT-LINECNT.

           ADD GRPQTY TO VENDQTY.
           ADD GRPREV TO VENDREV.
           ADD GRPCOST TO VENDCOST.
           ADD GRPQTY TO SECTQTY.
           ADD GRPREV TO SECTREV.
           ADD GRPCOST TO SECTCOST.
           MOVE 0 TO GRPQTY.
           MOVE 0 TO GRPREV.
           MOVE 0 TO GRPCOST.

       WRITE-VENDOR-TOTAL.
           MOVE PREV-COMPID TO RPT-D-KEY.
           MOVE PREV-COMPNAME TO RPT-D-DESC.
           MOVE ' ' TO RPT-D-PROMO.
           MOVE ' ' TO RPT-D-COSTFLAG.
           MOVE VENDQTY TO PRTQTY.
           MOVE VENDREV TO PRTREV.
           MOVE VENDCOST TO PRTCOST.
           PERFORM WRITE-MARGIN-LINE.
           WRITE GMARGRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

           MOVE 0 TO VENDQTY.
           MOVE 0 TO VENDREV.
           MOVE 0 TO VENDCOST.

       WRITE-SECTION-TOTAL.
           MOVE 'TOTAL' TO RPT-D-KEY.
           MOVE 'ALL ORDERS THIS MONTH' TO RPT-D-DESC.
           IF RPTSECT-SW = 'P'
               MOVE 'ALL PROMOTION LINES' TO RPT-D-DESC.
           MOVE ' ' TO RPT-D-PROMO.
           MOVE ' ' TO RPT-D-COSTFLAG.
           MOVE SECTQTY TO PRTQTY.
           MOVE SECTREV TO PRTREV.
           MOVE SECTCOST TO PRTCOST.
           WRITE GMARGRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.
           PERFORM WRITE-MARGIN-LINE.

      *    CLOSING COUNTS - HOW MANY LINES LOST MONEY, HOW MANY PROMO
      *    CODES DID, AND HOW MANY LINES' COSTS ARE NOT FIRM
       WRITE-RUN-COUNTS.
           MOVE 'ORDER LINES SOLD AT A LOSS:' TO RPT-C-CAPTION.
           MOVE LOSSCTR TO RPT-C-COUNT.
           WRITE GMARGRPT-REC FROM RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PROMOTION CODES AT A LOSS:' TO RPT-C-CAPTION.
           MOVE PROMOLOSSCTR TO RPT-C-COUNT.
           WRITE GMARGRPT-REC FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LINES COSTED AT CURRENT AVERAGE (*):' TO RPT-C-CAPTION.
           MOVE ESTCTR TO RPT-C-COUNT.
           WRITE GMARGRPT-REC FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LINES WITH NO COST ON FILE (?):' TO RPT-C-CAPTION.
           MOVE NOCOSTCTR TO RPT-C-COUNT.
           WRITE GMARGRPT-REC FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'GMARGRPT' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' ORDER LINE(S) ANALYZED FOR GROSS MARGIN'.
           IF LOSSCTR > 0
               DISPLAY LOSSCTR ' ORDER LINE(S) WERE SOLD AT A LOSS'.
           IF ESTCTR > 0 OR NOCOSTCTR > 0
               DISPLAY ESTCTR ' LINE(S) ESTIMATED, ' NOCOSTCTR
                   ' LINE(S) WITH NO COST ON FILE'.
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
           MOVE 'GMARGRPT' TO ERR-PROGNAME.
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
