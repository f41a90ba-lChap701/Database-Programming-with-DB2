       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBUNLOAD.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    POINT-IN-TIME UNLOAD OF THE DATABASE FOR RECOVERY - THE
      *    FIRST STEP OF THE NIGHTLY STREAM, SO THE FILE IS THE
      *    DATABASE AS THE BUSINESS DAY LEFT IT, BEFORE ANY NIGHTLY
      *    STEP HAS TOUCHED IT. EVERY APPLICATION TABLE IS LOCKED
      *    AGAINST CHANGE BEFORE THE FIRST ROW IS READ, SO THE TABLES
      *    ARE ALL TAKEN AT THE SAME MOMENT, AND WRITTEN TO ONE FILE
      *    IN FOREIGN KEY ORDER - EVERY PARENT TABLE AHEAD OF THE
      *    TABLES THAT REFERENCE IT. THE FILE OPENS WITH A HEADER
      *    CARRYING THE BUSINESS DATE, EACH TABLE'S ROWS ARE FOLLOWED
      *    BY A TABLE END RECORD CARRYING ITS ROW COUNT AND HASH
      *    TOTAL, AND A TRAILER CARRYING THE COUNTS AND HASH TOTAL OF
      *    THE WHOLE FILE CLOSES IT. A ROW'S HASH IS THE SUM OF ITS
      *    NUMERIC COLUMNS - QUANTITIES, AMOUNTS AND KEYS ALIKE. EACH
      *    ROW IS WRITTEN AS A CHARACTER IMAGE OF EVERY COLUMN, NULLS
      *    AND VARCHAR LENGTHS INCLUDED, SO THE DBRELOAD PROGRAM CAN
      *    PUT IT BACK EXACTLY AS IT WAS AND PROVE IT HAS. THE SAMPLE
      *    DATABASE'S OWN EMPLOYEE TABLE IS NOT APPLICATION DATA AND
      *    IS NOT UNLOADED. A TABLE OR COLUMN ADDED TO THE DATABASE
      *    MUST BE ADDED HERE AND IN DBRELOAD AT THE SAME TIME. RUN
      *    FROM THE NIGHTLY JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE UNLOAD FILE - ONE GENERATION FOR EACH NIGHT
           SELECT UNLOAD-FILE ASSIGN TO DBUNLOAD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNLOAD-STATUS.
      *    PRINT FILE FOR THE UNLOAD CONTROL REPORT
           SELECT UNLRPT-FILE ASSIGN TO DBUNLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-FILE.
      *    THE UNLOAD FILE - AN 'H' HEADER, THEN EACH TABLE'S ROWS AS
      *    'D' RECORDS FOLLOWED BY ITS 'E' TABLE END RECORD, AND A 'Z'
      *    TRAILER. A ROW IMAGE IS ITS COLUMNS IN TABLE ORDER, EACH AT
      *    A FIXED WIDTH - A NULLABLE COLUMN LED BY A 'Y'/'N' NOT-NULL
      *    FLAG, A VARCHAR BY ITS THREE-DIGIT LENGTH, A NUMBER AS THE
      *    DATABASE PRINTS IT, A DATE, TIME OR TIMESTAMP IN ISO FORM
       01  UNLOAD-REC.
           05  UNL-RECTYPE                 PIC X.
           05  UNL-TABNAME                 PIC X(18).
           05  UNL-DATA                    PIC X(431).
      *    'H' - THE BUSINESS DATE AND RUN THE UNLOAD WAS TAKEN UNDER
      *    AND THE DATE AND TIME THE TABLES WERE LOCKED
           05  UNL-HDR                     REDEFINES UNL-DATA.
               10  UNL-H-BUSDATE           PIC X(10).
               10  UNL-H-RUNID             PIC 9(9).
               10  UNL-H-UNLDATE           PIC X(10).
               10  UNL-H-UNLTIME           PIC X(8).
               10  FILLER                  PIC X(394).
      *    'D' - ONE ROW - THE SUM OF ITS NUMERIC COLUMNS AND ITS IMAGE
           05  UNL-ROW                     REDEFINES UNL-DATA.
               10  UNL-D-ROWHASH           PIC S9(15)V99.
               10  UNL-D-IMAGE             PIC X(414).
      *    'E' - THE TABLE'S ROW COUNT, HASH TOTAL AND ROW IMAGE LENGTH
           05  UNL-TBL                     REDEFINES UNL-DATA.
               10  UNL-E-ROWCNT            PIC 9(9).
               10  UNL-E-HASHTOT           PIC S9(15)V99.
               10  UNL-E-IMGLEN            PIC 9(4).
               10  FILLER                  PIC X(401).
      *    'Z' - THE TABLES, ROWS AND HASH TOTAL OF THE WHOLE FILE
           05  UNL-TRL                     REDEFINES UNL-DATA.
               10  UNL-Z-TABCNT            PIC 9(4).
               10  UNL-Z-ROWCNT            PIC 9(11).
               10  UNL-Z-HASHTOT           PIC S9(17)V99.
               10  FILLER                  PIC X(397).
       FD  UNLRPT-FILE.
       01  UNLRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      *    FILE STATUS KEY FOR THE UNLOAD FILE
       01  UNLOAD-STATUS                   PIC X(2)        VALUE '00'.
      *    COUNTERS - ROWS WRITTEN TO THE FILE, TABLES UNLOADED, AND
      *    ROWS OF THE TABLE BEING UNLOADED
       01  ROWCTR                          PIC 9(9)        VALUE 0.
       01  TABCTR                          PIC 9(4)        VALUE 0.
       01  TABROWCTR                       PIC 9(9)        VALUE 0.
      *    HASH TOTALS - THE TABLE BEING UNLOADED AND THE WHOLE FILE
       01  TABHASHTOT                      PIC S9(15)V99   COMP-3
                                                            VALUE 0.
       01  HASHTOT                         PIC S9(17)V99   COMP-3
                                                            VALUE 0.
      *    THE TABLE BEING UNLOADED AND THE LENGTH OF ITS ROW IMAGE
       01  WKTABNAME                       PIC X(18)       VALUE ' '.
       01  WKIMGLEN                        PIC 9(4)        VALUE 0.
      *    SET TO 'Y' WHEN THE CURSOR OF THE TABLE BEING UNLOADED RUNS
      *    OUT
       01  UNLEOF-SW                       PIC X           VALUE 'N'.
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
      ********************UNLOADED TABLES*******************************
      *    ONE ROW OF THE TABLE BEING UNLOADED, AS ITS CURSOR BUILDS
      *    IT - THE IMAGE OF ITS COLUMNS AND THE SUM OF ITS NUMERIC
      *    COLUMNS - AND THE DATE AND TIME THE TABLES WERE LOCKED
       01  ROWIMAGE                        PIC X(414).
       01  ROWHASH                         PIC S9(15)V99   COMP-3.
       01  UNLDATE                         PIC X(10).
       01  UNLTIME                         PIC X(8).
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
      *    WORK AREAS FOR THE PRINTED UNLOAD CONTROL REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(30)
                             VALUE 'DATABASE UNLOAD CONTROL REPORT'.
           05  FILLER                      PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS WHICH NIGHT THE FILE IS
      *    AND THE MOMENT ITS TABLES WERE TAKEN
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'BUSINESS DATE: '.
           05  RPT-PL-DATE                 PIC X(10).
           05  FILLER                      PIC X(20)
                                           VALUE '  TABLES LOCKED AT: '.
           05  RPT-PL-UNLDATE              PIC X(10).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-PL-UNLTIME              PIC X(8).
           05  FILLER                      PIC X(10)
                                           VALUE '  RUN ID: '.
           05  RPT-PL-RUNID                PIC Z(8)9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(18)   VALUE 'TABLE'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER               PIC X(4)    VALUE 'ROWS'.
           05  FILLER                      PIC X(15)   VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'HASH TOTAL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'ROW LENGTH'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-TABNAME               PIC X(18).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ROWS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-HASHTOT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  RPT-D-IMGLEN                PIC ZZZ9.
      *    THE CONTROL TOTALS AT THE END OF THE REPORT - THE SAME
      *    FIGURES AS THE FILE TRAILER
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(44).
           05  RPT-T-COUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-HASH-LINE.
           05  RPT-HT-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-HT-CAPTION              PIC X(44).
           05  RPT-HT-HASHTOT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           MOVE 0 TO RC-RUNID.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-FILES.
           PERFORM LOCK-TABLES.
           PERFORM WRITE-FILE-HEADER.
           PERFORM UNLOAD-TABLES.
           PERFORM WRITE-FILE-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
      *    THE COMMIT RELEASES THE TABLE LOCKS - ONLY ONCE THE FILE IS
      *    COMPLETE AND CLOSED
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

       OPEN-FILES.
           OPEN OUTPUT UNLOAD-FILE.
           IF UNLOAD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE UNLOAD FILE, STATUS '
                   UNLOAD-STATUS
               STOP RUN.
           OPEN OUTPUT UNLRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE UNLOAD-FILE.
           CLOSE UNLRPT-FILE.

      *    EVERY TABLE IS LOCKED IN SHARE MODE BEFORE THE FIRST ROW IS
      *    READ, AND STAYS LOCKED UNTIL THE FILE IS COMPLETE, SO NO
      *    CHANGE CAN LAND PART WAY THROUGH THE UNLOAD - THE FILE IS
      *    THE WHOLE DATABASE AS IT STOOD AT ONE MOMENT. ANYONE STILL
      *    UPDATING WAITS, AND A LOCK TIMEOUT IS RERUN LIKE ANY OTHER
       LOCK-TABLES.
           MOVE 'LOCK-TABLES' TO ERR-PARAGRAPH.
           EXEC SQL
               LOCK TABLE COMPANY IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CUSTOMERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE LAPTOPS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE ORDERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE LAPTOPORDERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE COMPANYAUDIT IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE WARRANTYCLAIMS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE PRICEHISTORY IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE OSCATALOG IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE SHIPMENTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE PAYMENTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE TAXRATES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE RETURNS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE BACKORDERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE PURCHASEORDERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE STOCKRECEIPTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE STOCKAUDIT IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE PROMOTIONS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE LOYALTYPOINTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE EXCEPTIONLOG IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE RUNCONTROL IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE SYSPARMS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE OPERATORS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE LAPTOPUNITS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE POLINES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE SESSIONLOG IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE STOCKLOCATIONS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE LOCATIONSTOCK IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CLOSEDPERIODS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE TAXRATEHISTORY IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE BATCHCONTROL IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE QUOTES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE QUOTELINES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE KEYCOUNTERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CYCLECOUNTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE VENDORRETURNS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CARRIERS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE SHIPRATES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE TERRITORIES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE QUOTAS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE INVOICEREG IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE VENDORINVOICES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE VENDORINVLINES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE APPAYMENTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE BANKSTMT IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE DUNNINGHIST IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE SHIPMENTLINES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE FREIGHTCLAIMS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE WARRANTYCHARGEBACKS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE WARRANTYPLANS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE WARRANTYCONTRACTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE RECALLS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE RECALLSERIALS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE RECALLUNITS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CUSTPRICES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE TAXEXEMPTCERTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CUSTNOTES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CUSTSHIPTO IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE PRIVACYHOLD IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE BUSCALENDAR IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE SQLERRLOG IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE RPTRETENTION IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE REPORTSTORE IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE REPORTLINES IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE CATALOGSTAGE IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE NOTIFYEVENTS IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE NOTIFYLOG IN SHARE MODE
           END-EXEC.
           EXEC SQL
               LOCK TABLE APPROVALQUEUE IN SHARE MODE
           END-EXEC.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO), CHAR(CURRENT TIME, ISO)
               INTO :UNLDATE, :UNLTIME
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       WRITE-FILE-HEADER.
           MOVE SPACES TO UNLOAD-REC.
           MOVE 'H' TO UNL-RECTYPE.
           MOVE RC-BUSDATE TO UNL-H-BUSDATE.
           MOVE RC-RUNID TO UNL-H-RUNID.
           MOVE UNLDATE TO UNL-H-UNLDATE.
           MOVE UNLTIME TO UNL-H-UNLTIME.
           PERFORM WRITE-UNLOAD-REC.

      *    PARENTS AHEAD OF THEIR CHILDREN, SO A RELOAD CAN INSERT THE
      *    TABLES IN THE ORDER THEY COME OFF THE FILE
       UNLOAD-TABLES.
           PERFORM UNLOAD-COMPANY.
           PERFORM UNLOAD-CUSTOMERS.
           PERFORM UNLOAD-LAPTOPS.
           PERFORM UNLOAD-ORDERS.
           PERFORM UNLOAD-LAPTOPORDERS.
           PERFORM UNLOAD-COMPANYAUDIT.
           PERFORM UNLOAD-WARRANTYCLAIMS.
           PERFORM UNLOAD-PRICEHISTORY.
           PERFORM UNLOAD-OSCATALOG.
           PERFORM UNLOAD-SHIPMENTS.
           PERFORM UNLOAD-PAYMENTS.
           PERFORM UNLOAD-TAXRATES.
           PERFORM UNLOAD-RETURNS.
           PERFORM UNLOAD-BACKORDERS.
           PERFORM UNLOAD-PURCHASEORDERS.
           PERFORM UNLOAD-STOCKRECEIPTS.
           PERFORM UNLOAD-STOCKAUDIT.
           PERFORM UNLOAD-PROMOTIONS.
           PERFORM UNLOAD-LOYALTYPOINTS.
           PERFORM UNLOAD-EXCEPTIONLOG.
           PERFORM UNLOAD-RUNCONTROL.
           PERFORM UNLOAD-SYSPARMS.
           PERFORM UNLOAD-OPERATORS.
           PERFORM UNLOAD-LAPTOPUNITS.
           PERFORM UNLOAD-POLINES.
           PERFORM UNLOAD-SESSIONLOG.
           PERFORM UNLOAD-STOCKLOCATIONS.
           PERFORM UNLOAD-LOCATIONSTOCK.
           PERFORM UNLOAD-CLOSEDPERIODS.
           PERFORM UNLOAD-TAXRATEHISTORY.
           PERFORM UNLOAD-BATCHCONTROL.
           PERFORM UNLOAD-QUOTES.
           PERFORM UNLOAD-QUOTELINES.
           PERFORM UNLOAD-KEYCOUNTERS.
           PERFORM UNLOAD-CYCLECOUNTS.
           PERFORM UNLOAD-VENDORRETURNS.
           PERFORM UNLOAD-CARRIERS.
           PERFORM UNLOAD-SHIPRATES.
           PERFORM UNLOAD-TERRITORIES.
           PERFORM UNLOAD-QUOTAS.
           PERFORM UNLOAD-INVOICEREG.
           PERFORM UNLOAD-VENDORINVOICES.
           PERFORM UNLOAD-VENDORINVLINES.
           PERFORM UNLOAD-APPAYMENTS.
           PERFORM UNLOAD-BANKSTMT.
           PERFORM UNLOAD-DUNNINGHIST.
           PERFORM UNLOAD-SHIPMENTLINES.
           PERFORM UNLOAD-FREIGHTCLAIMS.
           PERFORM UNLOAD-WARRANTYCHARGEBACKS.
           PERFORM UNLOAD-WARRANTYPLANS.
           PERFORM UNLOAD-WARRANTYCONTRACTS.
           PERFORM UNLOAD-RECALLS.
           PERFORM UNLOAD-RECALLSERIALS.
           PERFORM UNLOAD-RECALLUNITS.
           PERFORM UNLOAD-CUSTPRICES.
           PERFORM UNLOAD-TAXEXEMPTCERTS.
           PERFORM UNLOAD-CUSTNOTES.
           PERFORM UNLOAD-CUSTSHIPTO.
           PERFORM UNLOAD-PRIVACYHOLD.
           PERFORM UNLOAD-BUSCALENDAR.
           PERFORM UNLOAD-SQLERRLOG.
           PERFORM UNLOAD-RPTRETENTION.
           PERFORM UNLOAD-REPORTSTORE.
           PERFORM UNLOAD-REPORTLINES.
           PERFORM UNLOAD-CATALOGSTAGE.
           PERFORM UNLOAD-NOTIFYEVENTS.
           PERFORM UNLOAD-NOTIFYLOG.
           PERFORM UNLOAD-APPROVALQUEUE.

       WRITE-FILE-TRAILER.
           MOVE SPACES TO UNLOAD-REC.
           MOVE 'Z' TO UNL-RECTYPE.
           MOVE TABCTR TO UNL-Z-TABCNT.
           MOVE ROWCTR TO UNL-Z-ROWCNT.
           MOVE HASHTOT TO UNL-Z-HASHTOT.
           PERFORM WRITE-UNLOAD-REC.

      *    A FILE THAT CANNOT BE WRITTEN IS NO RECOVERY POINT - THE
      *    RUN STOPS, UNFINISHED ON RUNCONTROL, RATHER THAN LEAVE A
      *    SHORT FILE THAT LOOKS LIKE A GOOD ONE
       WRITE-UNLOAD-REC.
           WRITE UNLOAD-REC.
           IF UNLOAD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE THE UNLOAD FILE, STATUS '
                   UNLOAD-STATUS ' - THE UNLOAD IS INCOMPLETE'
               EXEC SQL ROLLBACK WORK END-EXEC
               STOP RUN.

       START-TABLE.
           MOVE 0 TO TABROWCTR.
           MOVE 0 TO TABHASHTOT.
           MOVE 'N' TO UNLEOF-SW.

       WRITE-ROW.
           MOVE SPACES TO UNLOAD-REC.
           MOVE 'D' TO UNL-RECTYPE.
           MOVE WKTABNAME TO UNL-TABNAME.
           MOVE ROWHASH TO UNL-D-ROWHASH.
           MOVE ROWIMAGE TO UNL-D-IMAGE.
           PERFORM WRITE-UNLOAD-REC.
           ADD 1 TO TABROWCTR.
           ADD ROWHASH TO TABHASHTOT.

      *    THE TABLE END RECORD CARRIES THE ROW IMAGE LENGTH AS WELL,
      *    SO A RELOAD BUILT FOR A DIFFERENT LAYOUT OF THE TABLE
      *    REFUSES THE FILE INSTEAD OF MISREADING IT
       END-TABLE.
           MOVE SPACES TO UNLOAD-REC.
           MOVE 'E' TO UNL-RECTYPE.
           MOVE WKTABNAME TO UNL-TABNAME.
           MOVE TABROWCTR TO UNL-E-ROWCNT.
           MOVE TABHASHTOT TO UNL-E-HASHTOT.
           MOVE WKIMGLEN TO UNL-E-IMGLEN.
           PERFORM WRITE-UNLOAD-REC.
           ADD 1 TO TABCTR.
           ADD TABROWCTR TO ROWCTR.
           ADD TABHASHTOT TO HASHTOT.
           PERFORM WRITE-DETAIL-LINE.

      *    ONE UNLOAD AND ONE FETCH PARAGRAPH FOR EACH TABLE. THE
      *    CURSOR BUILDS THE ROW IMAGE - EACH COLUMN AT A FIXED WIDTH,
      *    A NULLABLE COLUMN LED BY A 'Y' OR, WHEN NULL, AN 'N' AND
      *    BLANKS, A VARCHAR LED BY ITS LENGTH SO TRAILING BLANKS
      *    SURVIVE - AND THE ROW HASH, IN PRIMARY KEY ORDER

       UNLOAD-COMPANY.
           MOVE 'COMPANY' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE COMPANY_UNL CURSOR FOR
               SELECT COMPANYID
                   || CHAR(CHAR(LENGTH(COMPANYNAME)), 3) ||
                       CHAR(COMPANYNAME, 25)
                   || CASE WHEN ADDR IS NULL THEN 'N' || SPACE(55) ELSE
                       'Y' || CHAR(CHAR(LENGTH(ADDR)), 3) || CHAR(ADDR,
                       52) END
                   || CASE WHEN EMAILADDR IS NULL THEN 'N' || SPACE(33)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(EMAILADDR)), 3) ||
                       CHAR(EMAILADDR, 30) END
                   || CASE WHEN PHONE IS NULL THEN 'N' || SPACE(19) ELSE
                       'Y' || CHAR(CHAR(LENGTH(PHONE)), 3) ||
                       CHAR(PHONE, 16) END
                   || CASE WHEN ACTIVE IS NULL THEN 'N' || SPACE(1) ELSE
                       'Y' || ACTIVE END
                   , DECIMAL(0, 17, 2)
               FROM COMPANY
               ORDER BY COMPANYID
           END-EXEC.
           EXEC SQL OPEN COMPANY_UNL END-EXEC.
           PERFORM FETCH-COMPANY THRU FETCH-COMPANY-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE COMPANY_UNL END-EXEC.
           MOVE 148 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-COMPANY.
           MOVE 'FETCH-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH COMPANY_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-COMPANY-EXIT.
           PERFORM WRITE-ROW.
       FETCH-COMPANY-EXIT.
           EXIT.

       UNLOAD-CUSTOMERS.
           MOVE 'CUSTOMERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTOMERS_UNL CURSOR FOR
               SELECT CUSTOMERID
                   || CASE WHEN FIRSTNAME IS NULL THEN 'N' || SPACE(15)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(FIRSTNAME)), 3) ||
                       CHAR(FIRSTNAME, 12) END
                   || CASE WHEN LASTNAME IS NULL THEN 'N' || SPACE(15)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(LASTNAME)), 3) ||
                       CHAR(LASTNAME, 12) END
                   || CASE WHEN UNITNUMBER IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(UNITNUMBER), 11) END
                   || CASE WHEN STREET IS NULL THEN 'N' || SPACE(23)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(STREET)), 3) ||
                       CHAR(STREET, 20) END
                   || CASE WHEN CITY IS NULL THEN 'N' || SPACE(23) ELSE
                       'Y' || CHAR(CHAR(LENGTH(CITY)), 3) || CHAR(CITY,
                       20) END
                   || CASE WHEN ST IS NULL THEN 'N' || SPACE(5) ELSE 'Y'
                       || CHAR(CHAR(LENGTH(ST)), 3) || CHAR(ST, 2) END
                   || CASE WHEN ZIP IS NULL THEN 'N' || SPACE(11) ELSE
                       'Y' || CHAR(CHAR(ZIP), 11) END
                   || CASE WHEN EMAIL IS NULL THEN 'N' || SPACE(33) ELSE
                       'Y' || CHAR(CHAR(LENGTH(EMAIL)), 3) ||
                       CHAR(EMAIL, 30) END
                   || CASE WHEN RECURRING IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || RECURRING END
                   || CASE WHEN CREDITLIMIT IS NULL THEN 'N' ||
                       SPACE(13) ELSE 'Y' || CHAR(CHAR(CREDITLIMIT), 13)
                       END
                   || NSFHOLD
                   || CHAR(CHAR(DUNNLEVEL), 6)
                   || CASE WHEN DUNNDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(DUNNDATE, ISO) END
                   || CREDITHOLD
                   || CHAR(CREATEDDATE, ISO)
                   || CASE WHEN ANONDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(ANONDATE, ISO) END
                   || NOTIFYOPTOUT
                   , DECIMAL(COALESCE(UNITNUMBER, 0) + COALESCE(ZIP, 0)
                       + COALESCE(CREDITLIMIT, 0) + DUNNLEVEL, 17, 2)
               FROM CUSTOMERS
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL OPEN CUSTOMERS_UNL END-EXEC.
           PERFORM FETCH-CUSTOMERS THRU FETCH-CUSTOMERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTOMERS_UNL END-EXEC.
           MOVE 209 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CUSTOMERS.
           MOVE 'FETCH-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTOMERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CUSTOMERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CUSTOMERS-EXIT.
           EXIT.

       UNLOAD-LAPTOPS.
           MOVE 'LAPTOPS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LAPTOPS_UNL CURSOR FOR
               SELECT LAPTOPID
                   || COMPANYID
                   || CASE WHEN LAPNAME IS NULL THEN 'N' || SPACE(28)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(LAPNAME)), 3) ||
                       CHAR(LAPNAME, 25) END
                   || CASE WHEN PRODUCTNUMBER IS NULL THEN 'N' ||
                       SPACE(13) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(PRODUCTNUMBER)), 3) ||
                       CHAR(PRODUCTNUMBER, 10) END
                   || CASE WHEN SERIALNUMBER IS NULL THEN 'N' ||
                       SPACE(11) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(SERIALNUMBER)), 3) ||
                       CHAR(SERIALNUMBER, 8) END
                   || CASE WHEN OS IS NULL THEN 'N' || SPACE(18) ELSE
                       'Y' || CHAR(CHAR(LENGTH(OS)), 3) || CHAR(OS, 15)
                       END
                   || CASE WHEN YYYY IS NULL THEN 'N' || SPACE(11) ELSE
                       'Y' || CHAR(CHAR(YYYY), 11) END
                   || CASE WHEN STORAGE IS NULL THEN 'N' || SPACE(6)
                       ELSE 'Y' || CHAR(CHAR(STORAGE), 6) END
                   || CASE WHEN CPU IS NULL THEN 'N' || SPACE(23) ELSE
                       'Y' || CHAR(CHAR(LENGTH(CPU)), 3) || CHAR(CPU,
                       20) END
                   || CASE WHEN RAM IS NULL THEN 'N' || SPACE(6) ELSE
                       'Y' || CHAR(CHAR(RAM), 6) END
                   || CASE WHEN PRICE IS NULL THEN 'N' || SPACE(10) ELSE
                       'Y' || CHAR(CHAR(PRICE), 10) END
                   || CASE WHEN WARRANTY IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(WARRANTY), 11) END
                   || CASE WHEN STOCKQTY IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(STOCKQTY), 11) END
                   || CASE WHEN REORDERPOINT IS NULL THEN 'N' ||
                       SPACE(11) ELSE 'Y' || CHAR(CHAR(REORDERPOINT),
                       11) END
                   || CASE WHEN BINLOC IS NULL THEN 'N' || SPACE(6) ELSE
                       'Y' || BINLOC END
                   || CASE WHEN AVGCOST IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(AVGCOST), 11) END
                   || CASE WHEN MODELSTATUS IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || MODELSTATUS END
                   || CASE WHEN SUBSTLAPID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || SUBSTLAPID END
                   || CASE WHEN VENDORCOST IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(VENDORCOST), 11) END
                   || CASE WHEN REORDERLOCK IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || REORDERLOCK END
                   , DECIMAL(COALESCE(YYYY, 0) + COALESCE(STORAGE, 0) +
                       COALESCE(RAM, 0) + COALESCE(PRICE, 0) +
                       COALESCE(WARRANTY, 0) + COALESCE(STOCKQTY, 0) +
                       COALESCE(REORDERPOINT, 0) + COALESCE(AVGCOST, 0)
                       + COALESCE(VENDORCOST, 0), 17, 2)
               FROM LAPTOPS
               ORDER BY LAPTOPID
           END-EXEC.
           EXEC SQL OPEN LAPTOPS_UNL END-EXEC.
           PERFORM FETCH-LAPTOPS THRU FETCH-LAPTOPS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPTOPS_UNL END-EXEC.
           MOVE 231 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-LAPTOPS.
           MOVE 'FETCH-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPTOPS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-LAPTOPS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-LAPTOPS-EXIT.
           EXIT.

       UNLOAD-ORDERS.
           MOVE 'ORDERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE ORDERS_UNL CURSOR FOR
               SELECT ORDERID
                   || CUSTOMERID
                   || CASE WHEN ORDERDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(ORDERDATE, ISO) END
                   || CASE WHEN SHIPPEDDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(SHIPPEDDATE, ISO) END
                   || CASE WHEN ARRIVALDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(ARRIVALDATE, ISO) END
                   || CASE WHEN SHIPPINGCITY IS NULL THEN 'N' ||
                       SPACE(23) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(SHIPPINGCITY)), 3) ||
                       CHAR(SHIPPINGCITY, 20) END
                   || CASE WHEN SHIPPINGSTATE IS NULL THEN 'N' ||
                       SPACE(5) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(SHIPPINGSTATE)), 3) ||
                       CHAR(SHIPPINGSTATE, 2) END
                   || CASE WHEN SHIPPINGFEE IS NULL THEN 'N' || SPACE(7)
                       ELSE 'Y' || CHAR(CHAR(SHIPPINGFEE), 7) END
                   || CASE WHEN TAXAMOUNT IS NULL THEN 'N' || SPACE(13)
                       ELSE 'Y' || CHAR(CHAR(TAXAMOUNT), 13) END
                   || CASE WHEN EMPNO IS NULL THEN 'N' || SPACE(6) ELSE
                       'Y' || EMPNO END
                   || CASE WHEN ORDSTATUS IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || ORDSTATUS END
                   || CASE WHEN RESTORED IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || RESTORED END
                   || CASE WHEN PROMISEDSHIPDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(PROMISEDSHIPDATE, ISO)
                       END
                   || CASE WHEN TAXEXEMPTCERT IS NULL THEN 'N' ||
                       SPACE(20) ELSE 'Y' || TAXEXEMPTCERT END
                   || CASE WHEN SHIPTONAME IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || SHIPTONAME END
                   || CASE WHEN SHIPPINGUNIT IS NULL THEN 'N' ||
                       SPACE(11) ELSE 'Y' || CHAR(CHAR(SHIPPINGUNIT),
                       11) END
                   || CASE WHEN SHIPPINGSTREET IS NULL THEN 'N' ||
                       SPACE(23) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(SHIPPINGSTREET)), 3) ||
                       CHAR(SHIPPINGSTREET, 20) END
                   || CASE WHEN SHIPPINGZIP IS NULL THEN 'N' ||
                       SPACE(11) ELSE 'Y' || CHAR(CHAR(SHIPPINGZIP), 11)
                       END
                   , DECIMAL(COALESCE(SHIPPINGFEE, 0) +
                       COALESCE(TAXAMOUNT, 0) + COALESCE(SHIPPINGUNIT,
                       0) + COALESCE(SHIPPINGZIP, 0), 17, 2)
               FROM ORDERS
               ORDER BY ORDERID
           END-EXEC.
           EXEC SQL OPEN ORDERS_UNL END-EXEC.
           PERFORM FETCH-ORDERS THRU FETCH-ORDERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE ORDERS_UNL END-EXEC.
           MOVE 203 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-ORDERS.
           MOVE 'FETCH-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH ORDERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-ORDERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-ORDERS-EXIT.
           EXIT.

       UNLOAD-LAPTOPORDERS.
           MOVE 'LAPTOPORDERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LAPTOPORDERS_UNL CURSOR FOR
               SELECT ORDERID
                   || LAPTOPID
                   || CASE WHEN QUANTITY IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(QUANTITY), 11) END
                   || CASE WHEN ORDERCOST IS NULL THEN 'N' || SPACE(13)
                       ELSE 'Y' || CHAR(CHAR(ORDERCOST), 13) END
                   || CASE WHEN DEALS IS NULL THEN 'N' || SPACE(4) ELSE
                       'Y' || CHAR(CHAR(DEALS), 4) END
                   || CASE WHEN PROMOCODE IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || PROMOCODE END
                   || CASE WHEN COSTOFSALES IS NULL THEN 'N' ||
                       SPACE(13) ELSE 'Y' || CHAR(CHAR(COSTOFSALES), 13)
                       END
                   , DECIMAL(COALESCE(QUANTITY, 0) + COALESCE(ORDERCOST,
                       0) + COALESCE(DEALS, 0) + COALESCE(COSTOFSALES,
                       0), 17, 2)
               FROM LAPTOPORDERS
               ORDER BY ORDERID, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN LAPTOPORDERS_UNL END-EXEC.
           PERFORM FETCH-LAPTOPORDERS THRU FETCH-LAPTOPORDERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPTOPORDERS_UNL END-EXEC.
           MOVE 70 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-LAPTOPORDERS.
           MOVE 'FETCH-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPTOPORDERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-LAPTOPORDERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-LAPTOPORDERS-EXIT.
           EXIT.

       UNLOAD-COMPANYAUDIT.
           MOVE 'COMPANYAUDIT' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE COMPANYAUDIT_UNL CURSOR FOR
               SELECT CHAR(CHAR(AUDITID), 11)
                   || COMPANYID
                   || CASE WHEN OLDPHONE IS NULL THEN 'N' || SPACE(19)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(OLDPHONE)), 3) ||
                       CHAR(OLDPHONE, 16) END
                   || CASE WHEN NEWPHONE IS NULL THEN 'N' || SPACE(19)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(NEWPHONE)), 3) ||
                       CHAR(NEWPHONE, 16) END
                   || CHAR(CHANGEDATE, ISO)
                   || CHAR(CHANGETIME, ISO)
                   || CASE WHEN OPERATORID IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || OPERATORID END
                   , DECIMAL(AUDITID, 17, 2)
               FROM COMPANYAUDIT
               ORDER BY AUDITID
           END-EXEC.
           EXEC SQL OPEN COMPANYAUDIT_UNL END-EXEC.
           PERFORM FETCH-COMPANYAUDIT THRU FETCH-COMPANYAUDIT-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE COMPANYAUDIT_UNL END-EXEC.
           MOVE 82 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-COMPANYAUDIT.
           MOVE 'FETCH-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH COMPANYAUDIT_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-COMPANYAUDIT-EXIT.
           PERFORM WRITE-ROW.
       FETCH-COMPANYAUDIT-EXIT.
           EXIT.

       UNLOAD-WARRANTYCLAIMS.
           MOVE 'WARRANTYCLAIMS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYCLAIMS_UNL CURSOR FOR
               SELECT CLAIMID
                   || LAPTOPID
                   || CHAR(CLAIMDATE, ISO)
                   || CASE WHEN DESCRIPTION IS NULL THEN 'N' ||
                       SPACE(103) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(DESCRIPTION)), 3) ||
                       CHAR(DESCRIPTION, 100) END
                   || RESOLUTIONSTATUS
                   || CASE WHEN SERIALNUM IS NULL THEN 'N' || SPACE(12)
                       ELSE 'Y' || SERIALNUM END
                   || CASE WHEN REPAIRSTAGE IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || REPAIRSTAGE END
                   || CASE WHEN RECEIVEDDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(RECEIVEDDATE, ISO) END
                   || CASE WHEN RETURNEDDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(RETURNEDDATE, ISO) END
                   || CASE WHEN INWARRANTY IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || INWARRANTY END
                   || CASE WHEN RESOLUTION IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || RESOLUTION END
                   || CASE WHEN RESOLUTIONCOST IS NULL THEN 'N' ||
                       SPACE(13) ELSE 'Y' || CHAR(CHAR(RESOLUTIONCOST),
                       13) END
                   || CASE WHEN REPLSERIAL IS NULL THEN 'N' || SPACE(12)
                       ELSE 'Y' || REPLSERIAL END
                   || CASE WHEN RETURNID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || RETURNID END
                   , DECIMAL(COALESCE(RESOLUTIONCOST, 0), 17, 2)
               FROM WARRANTYCLAIMS
               ORDER BY CLAIMID
           END-EXEC.
           EXEC SQL OPEN WARRANTYCLAIMS_UNL END-EXEC.
           PERFORM FETCH-WARRANTYCLAIMS THRU FETCH-WARRANTYCLAIMS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYCLAIMS_UNL END-EXEC.
           MOVE 208 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-WARRANTYCLAIMS.
           MOVE 'FETCH-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYCLAIMS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-WARRANTYCLAIMS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-WARRANTYCLAIMS-EXIT.
           EXIT.

       UNLOAD-PRICEHISTORY.
           MOVE 'PRICEHISTORY' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PRICEHISTORY_UNL CURSOR FOR
               SELECT LAPTOPID
                   || CHAR(CHAR(OLDPRICE), 10)
                   || CHAR(CHAR(NEWPRICE), 10)
                   || CHAR(EFFECTIVEDATE, ISO)
                   || CASE WHEN OPERATORID IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || OPERATORID END
                   , DECIMAL(OLDPRICE + NEWPRICE, 17, 2)
               FROM PRICEHISTORY
               ORDER BY LAPTOPID, OLDPRICE, NEWPRICE, EFFECTIVEDATE,
                   OPERATORID
           END-EXEC.
           EXEC SQL OPEN PRICEHISTORY_UNL END-EXEC.
           PERFORM FETCH-PRICEHISTORY THRU FETCH-PRICEHISTORY-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRICEHISTORY_UNL END-EXEC.
           MOVE 43 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-PRICEHISTORY.
           MOVE 'FETCH-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRICEHISTORY_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-PRICEHISTORY-EXIT.
           PERFORM WRITE-ROW.
       FETCH-PRICEHISTORY-EXIT.
           EXIT.

       UNLOAD-OSCATALOG.
           MOVE 'OSCATALOG' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE OSCATALOG_UNL CURSOR FOR
               SELECT OSNAME
                   , DECIMAL(0, 17, 2)
               FROM OSCATALOG
               ORDER BY OSNAME
           END-EXEC.
           EXEC SQL OPEN OSCATALOG_UNL END-EXEC.
           PERFORM FETCH-OSCATALOG THRU FETCH-OSCATALOG-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE OSCATALOG_UNL END-EXEC.
           MOVE 15 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-OSCATALOG.
           MOVE 'FETCH-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH OSCATALOG_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-OSCATALOG-EXIT.
           PERFORM WRITE-ROW.
       FETCH-OSCATALOG-EXIT.
           EXIT.

       UNLOAD-SHIPMENTS.
           MOVE 'SHIPMENTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SHIPMENTS_UNL CURSOR FOR
               SELECT ORDERID
                   || CARRIERCODE
                   || CASE WHEN TRACKINGNUM IS NULL THEN 'N' ||
                       SPACE(33) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(TRACKINGNUM)), 3) ||
                       CHAR(TRACKINGNUM, 30) END
                   || CHAR(CHAR(SHIPMENTNO), 6)
                   || CASE WHEN SHIPDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(SHIPDATE, ISO) END
                   || CASE WHEN ARRIVALDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(ARRIVALDATE, ISO) END
                   , DECIMAL(SHIPMENTNO, 17, 2)
               FROM SHIPMENTS
               ORDER BY ORDERID, SHIPMENTNO
           END-EXEC.
           EXEC SQL OPEN SHIPMENTS_UNL END-EXEC.
           PERFORM FETCH-SHIPMENTS THRU FETCH-SHIPMENTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPMENTS_UNL END-EXEC.
           MOVE 74 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-SHIPMENTS.
           MOVE 'FETCH-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPMENTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-SHIPMENTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-SHIPMENTS-EXIT.
           EXIT.

       UNLOAD-PAYMENTS.
           MOVE 'PAYMENTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PAYMENTS_UNL CURSOR FOR
               SELECT PAYMENTID
                   || ORDERID
                   || CHAR(PAYMENTDATE, ISO)
                   || CHAR(CHAR(AMOUNT), 13)
                   || METHOD
                   || RECONSTATUS
                   || CASE WHEN RECONDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(RECONDATE, ISO) END
                   || CASE WHEN STMTLINEID IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(STMTLINEID), 11) END
                   || CASE WHEN LOCKBOXRUN IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(LOCKBOXRUN), 11) END
                   || CASE WHEN REVERSESPAYID IS NULL THEN 'N' ||
                       SPACE(8) ELSE 'Y' || REVERSESPAYID END
                   , DECIMAL(AMOUNT + COALESCE(STMTLINEID, 0) +
                       COALESCE(LOCKBOXRUN, 0), 17, 2)
               FROM PAYMENTS
               ORDER BY PAYMENTID
           END-EXEC.
           EXEC SQL OPEN PAYMENTS_UNL END-EXEC.
           PERFORM FETCH-PAYMENTS THRU FETCH-PAYMENTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PAYMENTS_UNL END-EXEC.
           MOVE 85 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-PAYMENTS.
           MOVE 'FETCH-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PAYMENTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-PAYMENTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-PAYMENTS-EXIT.
           EXIT.

       UNLOAD-TAXRATES.
           MOVE 'TAXRATES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TAXRATES_UNL CURSOR FOR
               SELECT STATECODE
                   || CHAR(CHAR(TAXRATE), 7)
                   || CONTRACTTAX
                   , DECIMAL(TAXRATE, 17, 2)
               FROM TAXRATES
               ORDER BY STATECODE
           END-EXEC.
           EXEC SQL OPEN TAXRATES_UNL END-EXEC.
           PERFORM FETCH-TAXRATES THRU FETCH-TAXRATES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXRATES_UNL END-EXEC.
           MOVE 10 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-TAXRATES.
           MOVE 'FETCH-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXRATES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-TAXRATES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-TAXRATES-EXIT.
           EXIT.

       UNLOAD-RETURNS.
           MOVE 'RETURNS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RETURNS_UNL CURSOR FOR
               SELECT RETURNID
                   || ORDERID
                   || LAPTOPID
                   || CHAR(RETURNDATE, ISO)
                   || CHAR(CHAR(QUANTITY), 11)
                   || REASONCODE
                   || CHAR(CHAR(REFUNDAMOUNT), 13)
                   || CASE WHEN REFUNDSTATUS IS NULL THEN 'N' ||
                       SPACE(1) ELSE 'Y' || REFUNDSTATUS END
                   || CASE WHEN REFUNDPAIDDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(REFUNDPAIDDATE, ISO)
                       END
                   || CASE WHEN DISPOSITION IS NULL THEN 'N' || SPACE(1)
                       ELSE 'Y' || DISPOSITION END
                   , DECIMAL(QUANTITY + REFUNDAMOUNT, 17, 2)
               FROM RETURNS
               ORDER BY RETURNID
           END-EXEC.
           EXEC SQL OPEN RETURNS_UNL END-EXEC.
           PERFORM FETCH-RETURNS THRU FETCH-RETURNS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RETURNS_UNL END-EXEC.
           MOVE 74 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-RETURNS.
           MOVE 'FETCH-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RETURNS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-RETURNS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-RETURNS-EXIT.
           EXIT.

       UNLOAD-BACKORDERS.
           MOVE 'BACKORDERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BACKORDERS_UNL CURSOR FOR
               SELECT BACKORDERID
                   || ORDERID
                   || LAPTOPID
                   || CHAR(CHAR(QUANTITY), 11)
                   || CHAR(CREATEDDATE, ISO)
                   || STATUS
                   || CASE WHEN FULFILLEDDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(FULFILLEDDATE, ISO)
                       END
                   , DECIMAL(QUANTITY, 17, 2)
               FROM BACKORDERS
               ORDER BY BACKORDERID
           END-EXEC.
           EXEC SQL OPEN BACKORDERS_UNL END-EXEC.
           PERFORM FETCH-BACKORDERS THRU FETCH-BACKORDERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BACKORDERS_UNL END-EXEC.
           MOVE 57 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-BACKORDERS.
           MOVE 'FETCH-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BACKORDERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-BACKORDERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-BACKORDERS-EXIT.
           EXIT.

       UNLOAD-PURCHASEORDERS.
           MOVE 'PURCHASEORDERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PURCHASEORDERS_UNL CURSOR FOR
               SELECT POID
                   || COMPANYID
                   || CHAR(PODATE, ISO)
                   || POSTATUS
                   , DECIMAL(0, 17, 2)
               FROM PURCHASEORDERS
               ORDER BY POID
           END-EXEC.
           EXEC SQL OPEN PURCHASEORDERS_UNL END-EXEC.
           PERFORM FETCH-PURCHASEORDERS THRU FETCH-PURCHASEORDERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PURCHASEORDERS_UNL END-EXEC.
           MOVE 27 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-PURCHASEORDERS.
           MOVE 'FETCH-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PURCHASEORDERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-PURCHASEORDERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-PURCHASEORDERS-EXIT.
           EXIT.

       UNLOAD-STOCKRECEIPTS.
           MOVE 'STOCKRECEIPTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE STOCKRECEIPTS_UNL CURSOR FOR
               SELECT RECEIPTID
                   || LAPTOPID
                   || COMPANYID
                   || CHAR(RECEIPTDATE, ISO)
                   || CHAR(CHAR(QUANTITY), 11)
                   || CASE WHEN UNITCOST IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(UNITCOST), 11) END
                   || CASE WHEN POID IS NULL THEN 'N' || SPACE(8) ELSE
                       'Y' || POID END
                   , DECIMAL(QUANTITY + COALESCE(UNITCOST, 0), 17, 2)
               FROM STOCKRECEIPTS
               ORDER BY RECEIPTID
           END-EXEC.
           EXEC SQL OPEN STOCKRECEIPTS_UNL END-EXEC.
           PERFORM FETCH-STOCKRECEIPTS THRU FETCH-STOCKRECEIPTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STOCKRECEIPTS_UNL END-EXEC.
           MOVE 66 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-STOCKRECEIPTS.
           MOVE 'FETCH-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STOCKRECEIPTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-STOCKRECEIPTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-STOCKRECEIPTS-EXIT.
           EXIT.

       UNLOAD-STOCKAUDIT.
           MOVE 'STOCKAUDIT' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE STOCKAUDIT_UNL CURSOR FOR
               SELECT CHAR(CHAR(AUDITID), 11)
                   || LAPTOPID
                   || CHAR(MOVEDATE, ISO)
                   || CHAR(MOVETIME, ISO)
                   || CHAR(CHAR(QUANTITY), 11)
                   || DIRECTION
                   || MOVESOURCE
                   || CASE WHEN SOURCEID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || SOURCEID END
                   || CASE WHEN OPERATORID IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || OPERATORID END
                   || CASE WHEN LOCATIONCODE IS NULL THEN 'N' ||
                       SPACE(4) ELSE 'Y' || LOCATIONCODE END
                   , DECIMAL(AUDITID + QUANTITY, 17, 2)
               FROM STOCKAUDIT
               ORDER BY AUDITID
           END-EXEC.
           EXEC SQL OPEN STOCKAUDIT_UNL END-EXEC.
           PERFORM FETCH-STOCKAUDIT THRU FETCH-STOCKAUDIT-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STOCKAUDIT_UNL END-EXEC.
           MOVE 69 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-STOCKAUDIT.
           MOVE 'FETCH-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STOCKAUDIT_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-STOCKAUDIT-EXIT.
           PERFORM WRITE-ROW.
       FETCH-STOCKAUDIT-EXIT.
           EXIT.

       UNLOAD-PROMOTIONS.
           MOVE 'PROMOTIONS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PROMOTIONS_UNL CURSOR FOR
               SELECT PROMOCODE
                   || CASE WHEN DESCRIPTION IS NULL THEN 'N' ||
                       SPACE(43) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(DESCRIPTION)), 3) ||
                       CHAR(DESCRIPTION, 40) END
                   || CHAR(CHAR(DISCOUNTRATE), 5)
                   || CHAR(STARTDATE, ISO)
                   || CHAR(ENDDATE, ISO)
                   , DECIMAL(DISCOUNTRATE, 17, 2)
               FROM PROMOTIONS
               ORDER BY PROMOCODE
           END-EXEC.
           EXEC SQL OPEN PROMOTIONS_UNL END-EXEC.
           PERFORM FETCH-PROMOTIONS THRU FETCH-PROMOTIONS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PROMOTIONS_UNL END-EXEC.
           MOVE 77 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-PROMOTIONS.
           MOVE 'FETCH-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PROMOTIONS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-PROMOTIONS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-PROMOTIONS-EXIT.
           EXIT.

       UNLOAD-LOYALTYPOINTS.
           MOVE 'LOYALTYPOINTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LOYALTYPOINTS_UNL CURSOR FOR
               SELECT CUSTOMERID
                   || CHAR(CHAR(POINTS), 11)
                   , DECIMAL(POINTS, 17, 2)
               FROM LOYALTYPOINTS
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL OPEN LOYALTYPOINTS_UNL END-EXEC.
           PERFORM FETCH-LOYALTYPOINTS THRU FETCH-LOYALTYPOINTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LOYALTYPOINTS_UNL END-EXEC.
           MOVE 19 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-LOYALTYPOINTS.
           MOVE 'FETCH-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LOYALTYPOINTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-LOYALTYPOINTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-LOYALTYPOINTS-EXIT.
           EXIT.

       UNLOAD-EXCEPTIONLOG.
           MOVE 'EXCEPTIONLOG' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE EXCEPTIONLOG_UNL CURSOR FOR
               SELECT CHAR(CHAR(EXCEPTIONID), 11)
                   || EXCTYPE
                   || ORDERID
                   || CASE WHEN LAPTOPID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || LAPTOPID END
                   || CHAR(CHAR(STOREDAMT), 13)
                   || CHAR(CHAR(EXPECTEDAMT), 13)
                   || CHAR(LOGDATE, ISO)
                   || STATUS
                   , DECIMAL(EXCEPTIONID + STOREDAMT + EXPECTEDAMT, 17,
                       2)
               FROM EXCEPTIONLOG
               ORDER BY EXCEPTIONID
           END-EXEC.
           EXEC SQL OPEN EXCEPTIONLOG_UNL END-EXEC.
           PERFORM FETCH-EXCEPTIONLOG THRU FETCH-EXCEPTIONLOG-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE EXCEPTIONLOG_UNL END-EXEC.
           MOVE 66 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-EXCEPTIONLOG.
           MOVE 'FETCH-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH EXCEPTIONLOG_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-EXCEPTIONLOG-EXIT.
           PERFORM WRITE-ROW.
       FETCH-EXCEPTIONLOG-EXIT.
           EXIT.

       UNLOAD-RUNCONTROL.
           MOVE 'RUNCONTROL' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RUNCONTROL_UNL CURSOR FOR
               SELECT CHAR(CHAR(RUNID), 11)
                   || PROGRAMNAME
                   || CHAR(BUSINESSDATE, ISO)
                   || CHAR(STARTTIME, ISO)
                   || CASE WHEN ENDTIME IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || CHAR(ENDTIME, ISO) END
                   || CASE WHEN ROWSWRITTEN IS NULL THEN 'N' ||
                       SPACE(11) ELSE 'Y' || CHAR(CHAR(ROWSWRITTEN), 11)
                       END
                   || STATUS
                   , DECIMAL(RUNID + COALESCE(ROWSWRITTEN, 0), 17, 2)
               FROM RUNCONTROL
               ORDER BY RUNID
           END-EXEC.
           EXEC SQL OPEN RUNCONTROL_UNL END-EXEC.
           PERFORM FETCH-RUNCONTROL THRU FETCH-RUNCONTROL-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RUNCONTROL_UNL END-EXEC.
           MOVE 63 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-RUNCONTROL.
           MOVE 'FETCH-RUNCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RUNCONTROL_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-RUNCONTROL-EXIT.
           PERFORM WRITE-ROW.
       FETCH-RUNCONTROL-EXIT.
           EXIT.

       UNLOAD-SYSPARMS.
           MOVE 'SYSPARMS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SYSPARMS_UNL CURSOR FOR
               SELECT PARMNAME
                   || CHAR(CHAR(PARMVALUE), 11)
                   , DECIMAL(PARMVALUE, 17, 2)
               FROM SYSPARMS
               ORDER BY PARMNAME
           END-EXEC.
           EXEC SQL OPEN SYSPARMS_UNL END-EXEC.
           PERFORM FETCH-SYSPARMS THRU FETCH-SYSPARMS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SYSPARMS_UNL END-EXEC.
           MOVE 31 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-SYSPARMS.
           MOVE 'FETCH-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SYSPARMS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-SYSPARMS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-SYSPARMS-EXIT.
           EXIT.

       UNLOAD-OPERATORS.
           MOVE 'OPERATORS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE OPERATORS_UNL CURSOR FOR
               SELECT OPERATORID
                   || CASE WHEN OPERNAME IS NULL THEN 'N' || SPACE(28)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(OPERNAME)), 3) ||
                       CHAR(OPERNAME, 25) END
                   || PASSCODE
                   || AUTHLEVEL
                   || ACTIVE
                   || CASE WHEN PASSCHANGED IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(PASSCHANGED, ISO) END
                   || CASE WHEN FAILCOUNT IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(FAILCOUNT), 11) END
                   , DECIMAL(COALESCE(FAILCOUNT, 0), 17, 2)
               FROM OPERATORS
               ORDER BY OPERATORID
           END-EXEC.
           EXEC SQL OPEN OPERATORS_UNL END-EXEC.
           PERFORM FETCH-OPERATORS THRU FETCH-OPERATORS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE OPERATORS_UNL END-EXEC.
           MOVE 66 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-OPERATORS.
           MOVE 'FETCH-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH OPERATORS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-OPERATORS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-OPERATORS-EXIT.
           EXIT.

       UNLOAD-LAPTOPUNITS.
           MOVE 'LAPTOPUNITS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LAPTOPUNITS_UNL CURSOR FOR
               SELECT LAPTOPID
                   || SERIALNUM
                   || UNITSTATUS
                   || CASE WHEN RECEIPTID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || RECEIPTID END
                   || CASE WHEN ORDERID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || ORDERID END
                   || CASE WHEN SHIPMENTNO IS NULL THEN 'N' || SPACE(6)
                       ELSE 'Y' || CHAR(CHAR(SHIPMENTNO), 6) END
                   , DECIMAL(COALESCE(SHIPMENTNO, 0), 17, 2)
               FROM LAPTOPUNITS
               ORDER BY LAPTOPID, SERIALNUM
           END-EXEC.
           EXEC SQL OPEN LAPTOPUNITS_UNL END-EXEC.
           PERFORM FETCH-LAPTOPUNITS THRU FETCH-LAPTOPUNITS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPTOPUNITS_UNL END-EXEC.
           MOVE 46 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-LAPTOPUNITS.
           MOVE 'FETCH-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPTOPUNITS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-LAPTOPUNITS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-LAPTOPUNITS-EXIT.
           EXIT.

       UNLOAD-POLINES.
           MOVE 'POLINES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE POLINES_UNL CURSOR FOR
               SELECT POID
                   || LAPTOPID
                   || CHAR(CHAR(ORDEREDQTY), 11)
                   || CHAR(CHAR(RECEIVEDQTY), 11)
                   || CASE WHEN UNITCOST IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(UNITCOST), 11) END
                   || CHAR(CHAR(INVOICEDQTY), 11)
                   , DECIMAL(ORDEREDQTY + RECEIVEDQTY +
                       COALESCE(UNITCOST, 0) + INVOICEDQTY, 17, 2)
               FROM POLINES
               ORDER BY POID, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN POLINES_UNL END-EXEC.
           PERFORM FETCH-POLINES THRU FETCH-POLINES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE POLINES_UNL END-EXEC.
           MOVE 61 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-POLINES.
           MOVE 'FETCH-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH POLINES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-POLINES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-POLINES-EXIT.
           EXIT.

       UNLOAD-SESSIONLOG.
           MOVE 'SESSIONLOG' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SESSIONLOG_UNL CURSOR FOR
               SELECT CHAR(CHAR(LOGID), 11)
                   || OPERATORID
                   || CHAR(LOGDATE, ISO)
                   || CHAR(LOGTIME, ISO)
                   || CHAR(CHAR(LENGTH(ACTIVITY)), 3) || CHAR(ACTIVITY,
                       30)
                   , DECIMAL(LOGID, 17, 2)
               FROM SESSIONLOG
               ORDER BY LOGID
           END-EXEC.
           EXEC SQL OPEN SESSIONLOG_UNL END-EXEC.
           PERFORM FETCH-SESSIONLOG THRU FETCH-SESSIONLOG-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SESSIONLOG_UNL END-EXEC.
           MOVE 66 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-SESSIONLOG.
           MOVE 'FETCH-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SESSIONLOG_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-SESSIONLOG-EXIT.
           PERFORM WRITE-ROW.
       FETCH-SESSIONLOG-EXIT.
           EXIT.

       UNLOAD-STOCKLOCATIONS.
           MOVE 'STOCKLOCATIONS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE STOCKLOCATIONS_UNL CURSOR FOR
               SELECT LOCATIONCODE
                   || CASE WHEN LOCNAME IS NULL THEN 'N' || SPACE(23)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(LOCNAME)), 3) ||
                       CHAR(LOCNAME, 20) END
                   || SELLABLE
                   , DECIMAL(0, 17, 2)
               FROM STOCKLOCATIONS
               ORDER BY LOCATIONCODE
           END-EXEC.
           EXEC SQL OPEN STOCKLOCATIONS_UNL END-EXEC.
           PERFORM FETCH-STOCKLOCATIONS THRU FETCH-STOCKLOCATIONS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STOCKLOCATIONS_UNL END-EXEC.
           MOVE 29 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-STOCKLOCATIONS.
           MOVE 'FETCH-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STOCKLOCATIONS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-STOCKLOCATIONS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-STOCKLOCATIONS-EXIT.
           EXIT.

       UNLOAD-LOCATIONSTOCK.
           MOVE 'LOCATIONSTOCK' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LOCATIONSTOCK_UNL CURSOR FOR
               SELECT LAPTOPID
                   || LOCATIONCODE
                   || CHAR(CHAR(QTY), 11)
                   , DECIMAL(QTY, 17, 2)
               FROM LOCATIONSTOCK
               ORDER BY LAPTOPID, LOCATIONCODE
           END-EXEC.
           EXEC SQL OPEN LOCATIONSTOCK_UNL END-EXEC.
           PERFORM FETCH-LOCATIONSTOCK THRU FETCH-LOCATIONSTOCK-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LOCATIONSTOCK_UNL END-EXEC.
           MOVE 23 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-LOCATIONSTOCK.
           MOVE 'FETCH-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LOCATIONSTOCK_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-LOCATIONSTOCK-EXIT.
           PERFORM WRITE-ROW.
       FETCH-LOCATIONSTOCK-EXIT.
           EXIT.

       UNLOAD-CLOSEDPERIODS.
           MOVE 'CLOSEDPERIODS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CLOSEDPERIODS_UNL CURSOR FOR
               SELECT PERIODYM
                   || CHAR(CLOSEDATE, ISO)
                   , DECIMAL(0, 17, 2)
               FROM CLOSEDPERIODS
               ORDER BY PERIODYM
           END-EXEC.
           EXEC SQL OPEN CLOSEDPERIODS_UNL END-EXEC.
           PERFORM FETCH-CLOSEDPERIODS THRU FETCH-CLOSEDPERIODS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CLOSEDPERIODS_UNL END-EXEC.
           MOVE 17 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CLOSEDPERIODS.
           MOVE 'FETCH-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CLOSEDPERIODS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CLOSEDPERIODS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CLOSEDPERIODS-EXIT.
           EXIT.

       UNLOAD-TAXRATEHISTORY.
           MOVE 'TAXRATEHISTORY' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TAXRATEHISTORY_UNL CURSOR FOR
               SELECT STATECODE
                   || CHAR(EFFECTIVEDATE, ISO)
                   || CHAR(CHAR(TAXRATE), 7)
                   , DECIMAL(TAXRATE, 17, 2)
               FROM TAXRATEHISTORY
               ORDER BY STATECODE, EFFECTIVEDATE
           END-EXEC.
           EXEC SQL OPEN TAXRATEHISTORY_UNL END-EXEC.
           PERFORM FETCH-TAXRATEHISTORY THRU FETCH-TAXRATEHISTORY-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXRATEHISTORY_UNL END-EXEC.
           MOVE 19 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-TAXRATEHISTORY.
           MOVE 'FETCH-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXRATEHISTORY_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-TAXRATEHISTORY-EXIT.
           PERFORM WRITE-ROW.
       FETCH-TAXRATEHISTORY-EXIT.
           EXIT.

       UNLOAD-BATCHCONTROL.
           MOVE 'BATCHCONTROL' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BATCHCONTROL_UNL CURSOR FOR
               SELECT BATCHID
                   || CHAR(PROCDATE, ISO)
                   , DECIMAL(0, 17, 2)
               FROM BATCHCONTROL
               ORDER BY BATCHID
           END-EXEC.
           EXEC SQL OPEN BATCHCONTROL_UNL END-EXEC.
           PERFORM FETCH-BATCHCONTROL THRU FETCH-BATCHCONTROL-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BATCHCONTROL_UNL END-EXEC.
           MOVE 18 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-BATCHCONTROL.
           MOVE 'FETCH-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BATCHCONTROL_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-BATCHCONTROL-EXIT.
           PERFORM WRITE-ROW.
       FETCH-BATCHCONTROL-EXIT.
           EXIT.

       UNLOAD-QUOTES.
           MOVE 'QUOTES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE QUOTES_UNL CURSOR FOR
               SELECT QUOTEID
                   || CUSTOMERID
                   || CHAR(QUOTEDATE, ISO)
                   || CHAR(EXPIRYDATE, ISO)
                   || QUOTESTATUS
                   || CASE WHEN EMPNO IS NULL THEN 'N' || SPACE(6) ELSE
                       'Y' || EMPNO END
                   , DECIMAL(0, 17, 2)
               FROM QUOTES
               ORDER BY QUOTEID
           END-EXEC.
           EXEC SQL OPEN QUOTES_UNL END-EXEC.
           PERFORM FETCH-QUOTES THRU FETCH-QUOTES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QUOTES_UNL END-EXEC.
           MOVE 44 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-QUOTES.
           MOVE 'FETCH-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QUOTES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-QUOTES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-QUOTES-EXIT.
           EXIT.

       UNLOAD-QUOTELINES.
           MOVE 'QUOTELINES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE QUOTELINES_UNL CURSOR FOR
               SELECT QUOTEID
                   || LAPTOPID
                   || CHAR(CHAR(QUANTITY), 11)
                   || CHAR(CHAR(UNITPRICE), 10)
                   || CASE WHEN DEALS IS NULL THEN 'N' || SPACE(5) ELSE
                       'Y' || CHAR(CHAR(DEALS), 5) END
                   || CASE WHEN PROMOCODE IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || PROMOCODE END
                   || CHAR(CHAR(LINECOST), 13)
                   || CASE WHEN PLANCODE IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || PLANCODE END
                   || CASE WHEN PLANPRICE IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(PLANPRICE), 11) END
                   , DECIMAL(QUANTITY + UNITPRICE + COALESCE(DEALS, 0) +
                       LINECOST + COALESCE(PLANPRICE, 0), 17, 2)
               FROM QUOTELINES
               ORDER BY QUOTEID, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN QUOTELINES_UNL END-EXEC.
           PERFORM FETCH-QUOTELINES THRU FETCH-QUOTELINES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QUOTELINES_UNL END-EXEC.
           MOVE 82 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-QUOTELINES.
           MOVE 'FETCH-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QUOTELINES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-QUOTELINES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-QUOTELINES-EXIT.
           EXIT.

       UNLOAD-KEYCOUNTERS.
           MOVE 'KEYCOUNTERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE KEYCOUNTERS_UNL CURSOR FOR
               SELECT KEYNAME
                   || CHAR(CHAR(LASTVALUE), 11)
                   , DECIMAL(LASTVALUE, 17, 2)
               FROM KEYCOUNTERS
               ORDER BY KEYNAME
           END-EXEC.
           EXEC SQL OPEN KEYCOUNTERS_UNL END-EXEC.
           PERFORM FETCH-KEYCOUNTERS THRU FETCH-KEYCOUNTERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE KEYCOUNTERS_UNL END-EXEC.
           MOVE 23 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-KEYCOUNTERS.
           MOVE 'FETCH-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH KEYCOUNTERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-KEYCOUNTERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-KEYCOUNTERS-EXIT.
           EXIT.

       UNLOAD-CYCLECOUNTS.
           MOVE 'CYCLECOUNTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CYCLECOUNTS_UNL CURSOR FOR
               SELECT CHAR(CHAR(COUNTID), 11)
                   || LAPTOPID
                   || LOCATIONCODE
                   || CHAR(COUNTDATE, ISO)
                   || CHAR(CHAR(BOOKQTY), 11)
                   || CASE WHEN COUNTEDQTY IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(COUNTEDQTY), 11) END
                   || COUNTSTATUS
                   , DECIMAL(COUNTID + BOOKQTY + COALESCE(COUNTEDQTY,
                       0), 17, 2)
               FROM CYCLECOUNTS
               ORDER BY COUNTID
           END-EXEC.
           EXEC SQL OPEN CYCLECOUNTS_UNL END-EXEC.
           PERFORM FETCH-CYCLECOUNTS THRU FETCH-CYCLECOUNTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CYCLECOUNTS_UNL END-EXEC.
           MOVE 57 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CYCLECOUNTS.
           MOVE 'FETCH-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CYCLECOUNTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CYCLECOUNTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CYCLECOUNTS-EXIT.
           EXIT.

       UNLOAD-VENDORRETURNS.
           MOVE 'VENDORRETURNS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE VENDORRETURNS_UNL CURSOR FOR
               SELECT VRETID
                   || RETURNID
                   || COMPANYID
                   || CHAR(SHIPDATE, ISO)
                   || CHAR(CHAR(QUANTITY), 11)
                   || CASE WHEN CREDITAMT IS NULL THEN 'N' || SPACE(13)
                       ELSE 'Y' || CHAR(CHAR(CREDITAMT), 13) END
                   || CREDITRECVD
                   || CASE WHEN APPAYID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || APPAYID END
                   , DECIMAL(QUANTITY + COALESCE(CREDITAMT, 0), 17, 2)
               FROM VENDORRETURNS
               ORDER BY VRETID
           END-EXEC.
           EXEC SQL OPEN VENDORRETURNS_UNL END-EXEC.
           PERFORM FETCH-VENDORRETURNS THRU FETCH-VENDORRETURNS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VENDORRETURNS_UNL END-EXEC.
           MOVE 69 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-VENDORRETURNS.
           MOVE 'FETCH-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VENDORRETURNS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-VENDORRETURNS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-VENDORRETURNS-EXIT.
           EXIT.

       UNLOAD-CARRIERS.
           MOVE 'CARRIERS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CARRIERS_UNL CURSOR FOR
               SELECT CARRIERCODE
                   || CASE WHEN CARRNAME IS NULL THEN 'N' || SPACE(28)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(CARRNAME)), 3) ||
                       CHAR(CARRNAME, 25) END
                   || SERVICELEVEL
                   , DECIMAL(0, 17, 2)
               FROM CARRIERS
               ORDER BY CARRIERCODE
           END-EXEC.
           EXEC SQL OPEN CARRIERS_UNL END-EXEC.
           PERFORM FETCH-CARRIERS THRU FETCH-CARRIERS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CARRIERS_UNL END-EXEC.
           MOVE 34 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CARRIERS.
           MOVE 'FETCH-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CARRIERS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CARRIERS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CARRIERS-EXIT.
           EXIT.

       UNLOAD-SHIPRATES.
           MOVE 'SHIPRATES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SHIPRATES_UNL CURSOR FOR
               SELECT SERVICELEVEL
                   || SHIPST
                   || CHAR(CHAR(SHIPRATE), 7)
                   , DECIMAL(SHIPRATE, 17, 2)
               FROM SHIPRATES
               ORDER BY SERVICELEVEL, SHIPST
           END-EXEC.
           EXEC SQL OPEN SHIPRATES_UNL END-EXEC.
           PERFORM FETCH-SHIPRATES THRU FETCH-SHIPRATES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPRATES_UNL END-EXEC.
           MOVE 10 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-SHIPRATES.
           MOVE 'FETCH-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPRATES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-SHIPRATES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-SHIPRATES-EXIT.
           EXIT.

       UNLOAD-TERRITORIES.
           MOVE 'TERRITORIES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TERRITORIES_UNL CURSOR FOR
               SELECT SHIPST
                   || EMPNO
                   , DECIMAL(0, 17, 2)
               FROM TERRITORIES
               ORDER BY SHIPST
           END-EXEC.
           EXEC SQL OPEN TERRITORIES_UNL END-EXEC.
           PERFORM FETCH-TERRITORIES THRU FETCH-TERRITORIES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TERRITORIES_UNL END-EXEC.
           MOVE 8 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-TERRITORIES.
           MOVE 'FETCH-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TERRITORIES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-TERRITORIES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-TERRITORIES-EXIT.
           EXIT.

       UNLOAD-QUOTAS.
           MOVE 'QUOTAS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE QUOTAS_UNL CURSOR FOR
               SELECT EMPNO
                   || QUOTAYM
                   || CHAR(CHAR(QUOTAAMT), 13)
                   , DECIMAL(QUOTAAMT, 17, 2)
               FROM QUOTAS
               ORDER BY EMPNO, QUOTAYM
           END-EXEC.
           EXEC SQL OPEN QUOTAS_UNL END-EXEC.
           PERFORM FETCH-QUOTAS THRU FETCH-QUOTAS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QUOTAS_UNL END-EXEC.
           MOVE 26 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-QUOTAS.
           MOVE 'FETCH-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QUOTAS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-QUOTAS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-QUOTAS-EXIT.
           EXIT.

       UNLOAD-INVOICEREG.
           MOVE 'INVOICEREG' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE INVOICEREG_UNL CURSOR FOR
               SELECT INVOICENO
                   || ORDERID
                   || CHAR(ISSUEDATE, ISO)
                   || CHAR(CHAR(AMOUNT), 13)
                   || OPERATORID
                   || COPYFLAG
                   , DECIMAL(AMOUNT, 17, 2)
               FROM INVOICEREG
               ORDER BY INVOICENO
           END-EXEC.
           EXEC SQL OPEN INVOICEREG_UNL END-EXEC.
           PERFORM FETCH-INVOICEREG THRU FETCH-INVOICEREG-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE INVOICEREG_UNL END-EXEC.
           MOVE 44 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-INVOICEREG.
           MOVE 'FETCH-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH INVOICEREG_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-INVOICEREG-EXIT.
           PERFORM WRITE-ROW.
       FETCH-INVOICEREG-EXIT.
           EXIT.

       UNLOAD-VENDORINVOICES.
           MOVE 'VENDORINVOICES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE VENDORINVOICES_UNL CURSOR FOR
               SELECT VINVID
                   || COMPANYID
                   || VENDORINVNO
                   || POID
                   || CHAR(ENTEREDDATE, ISO)
                   || CHAR(DUEDATE, ISO)
                   || CHAR(CHAR(INVOICEAMT), 13)
                   || MATCHSTATUS
                   || ENTEREDBY
                   || CASE WHEN CLEAREDBY IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || CLEAREDBY END
                   || CASE WHEN CLEAREDDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(CLEAREDDATE, ISO) END
                   || CASE WHEN APPAYID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || APPAYID END
                   || CASE WHEN PAIDDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(PAIDDATE, ISO) END
                   , DECIMAL(INVOICEAMT, 17, 2)
               FROM VENDORINVOICES
               ORDER BY VINVID
           END-EXEC.
           EXEC SQL OPEN VENDORINVOICES_UNL END-EXEC.
           PERFORM FETCH-VENDORINVOICES THRU FETCH-VENDORINVOICES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VENDORINVOICES_UNL END-EXEC.
           MOVE 113 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-VENDORINVOICES.
           MOVE 'FETCH-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VENDORINVOICES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-VENDORINVOICES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-VENDORINVOICES-EXIT.
           EXIT.

       UNLOAD-VENDORINVLINES.
           MOVE 'VENDORINVLINES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE VENDORINVLINES_UNL CURSOR FOR
               SELECT VINVID
                   || LAPTOPID
                   || CHAR(CHAR(BILLEDQTY), 11)
                   || CHAR(CHAR(BILLEDPRICE), 11)
                   || MATCHCODE
                   , DECIMAL(BILLEDQTY + BILLEDPRICE, 17, 2)
               FROM VENDORINVLINES
               ORDER BY VINVID, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN VENDORINVLINES_UNL END-EXEC.
           PERFORM FETCH-VENDORINVLINES THRU FETCH-VENDORINVLINES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VENDORINVLINES_UNL END-EXEC.
           MOVE 39 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-VENDORINVLINES.
           MOVE 'FETCH-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VENDORINVLINES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-VENDORINVLINES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-VENDORINVLINES-EXIT.
           EXIT.

       UNLOAD-APPAYMENTS.
           MOVE 'APPAYMENTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE APPAYMENTS_UNL CURSOR FOR
               SELECT APPAYID
                   || COMPANYID
                   || CHAR(PAYDATE, ISO)
                   || CHAR(CHAR(INVOICETOTAL), 13)
                   || CHAR(CHAR(CREDITTOTAL), 13)
                   || CHAR(CHAR(PAYAMT), 13)
                   || CHAR(CHAR(RUNID), 11)
                   , DECIMAL(INVOICETOTAL + CREDITTOTAL + PAYAMT +
                       RUNID, 17, 2)
               FROM APPAYMENTS
               ORDER BY APPAYID
           END-EXEC.
           EXEC SQL OPEN APPAYMENTS_UNL END-EXEC.
           PERFORM FETCH-APPAYMENTS THRU FETCH-APPAYMENTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APPAYMENTS_UNL END-EXEC.
           MOVE 76 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-APPAYMENTS.
           MOVE 'FETCH-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APPAYMENTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-APPAYMENTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-APPAYMENTS-EXIT.
           EXIT.

       UNLOAD-BANKSTMT.
           MOVE 'BANKSTMT' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BANKSTMT_UNL CURSOR FOR
               SELECT CHAR(CHAR(STMTLINEID), 11)
                   || CHAR(DEPOSITDATE, ISO)
                   || DEPOSITTYPE
                   || CHAR(CHAR(AMOUNT), 13)
                   || DEPOSITREF
                   || CHAR(LOADDATE, ISO)
                   || RECONSTATUS
                   || CASE WHEN RECONDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(RECONDATE, ISO) END
                   , DECIMAL(STMTLINEID + AMOUNT, 17, 2)
               FROM BANKSTMT
               ORDER BY STMTLINEID
           END-EXEC.
           EXEC SQL OPEN BANKSTMT_UNL END-EXEC.
           PERFORM FETCH-BANKSTMT THRU FETCH-BANKSTMT-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BANKSTMT_UNL END-EXEC.
           MOVE 79 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-BANKSTMT.
           MOVE 'FETCH-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BANKSTMT_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-BANKSTMT-EXIT.
           PERFORM WRITE-ROW.
       FETCH-BANKSTMT-EXIT.
           EXIT.

       UNLOAD-DUNNINGHIST.
           MOVE 'DUNNINGHIST' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE DUNNINGHIST_UNL CURSOR FOR
               SELECT CHAR(CHAR(DUNNID), 11)
                   || CUSTOMERID
                   || CHAR(LETTERDATE, ISO)
                   || CHAR(CHAR(DUNNLEVEL), 6)
                   || CHAR(CHAR(PASTDUEAMT), 13)
                   || CHAR(CHAR(OLDESTDAYS), 11)
                   || CHAR(CHAR(ORDERCOUNT), 11)
                   || CHAR(CHAR(RUNID), 11)
                   , DECIMAL(DUNNID + DUNNLEVEL + PASTDUEAMT +
                       OLDESTDAYS + ORDERCOUNT + RUNID, 17, 2)
               FROM DUNNINGHIST
               ORDER BY DUNNID
           END-EXEC.
           EXEC SQL OPEN DUNNINGHIST_UNL END-EXEC.
           PERFORM FETCH-DUNNINGHIST THRU FETCH-DUNNINGHIST-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DUNNINGHIST_UNL END-EXEC.
           MOVE 81 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-DUNNINGHIST.
           MOVE 'FETCH-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DUNNINGHIST_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-DUNNINGHIST-EXIT.
           PERFORM WRITE-ROW.
       FETCH-DUNNINGHIST-EXIT.
           EXIT.

       UNLOAD-SHIPMENTLINES.
           MOVE 'SHIPMENTLINES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SHIPMENTLINES_UNL CURSOR FOR
               SELECT ORDERID
                   || CHAR(CHAR(SHIPMENTNO), 6)
                   || LAPTOPID
                   || CHAR(CHAR(QUANTITY), 11)
                   , DECIMAL(SHIPMENTNO + QUANTITY, 17, 2)
               FROM SHIPMENTLINES
               ORDER BY ORDERID, SHIPMENTNO, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN SHIPMENTLINES_UNL END-EXEC.
           PERFORM FETCH-SHIPMENTLINES THRU FETCH-SHIPMENTLINES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPMENTLINES_UNL END-EXEC.
           MOVE 33 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-SHIPMENTLINES.
           MOVE 'FETCH-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPMENTLINES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-SHIPMENTLINES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-SHIPMENTLINES-EXIT.
           EXIT.

       UNLOAD-FREIGHTCLAIMS.
           MOVE 'FREIGHTCLAIMS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE FREIGHTCLAIMS_UNL CURSOR FOR
               SELECT FCLAIMID
                   || ORDERID
                   || CHAR(CHAR(SHIPMENTNO), 6)
                   || CARRIERCODE
                   || CASE WHEN TRACKINGNUM IS NULL THEN 'N' ||
                       SPACE(33) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(TRACKINGNUM)), 3) ||
                       CHAR(TRACKINGNUM, 30) END
                   || CLAIMTYPE
                   || CLAIMSOURCE
                   || CHAR(CLAIMDATE, ISO)
                   || LAPTOPID
                   || CHAR(CHAR(UNITS), 11)
                   || CHAR(CHAR(CLAIMAMT), 13)
                   || STATUS
                   || CHAR(CHAR(RECOVEREDAMT), 13)
                   || CASE WHEN RECOVERYDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(RECOVERYDATE, ISO) END
                   || CASE WHEN REPLSHIPNO IS NULL THEN 'N' || SPACE(6)
                       ELSE 'Y' || CHAR(CHAR(REPLSHIPNO), 6) END
                   , DECIMAL(SHIPMENTNO + UNITS + CLAIMAMT +
                       RECOVEREDAMT + COALESCE(REPLSHIPNO, 0), 17, 2)
               FROM FREIGHTCLAIMS
               ORDER BY FCLAIMID
           END-EXEC.
           EXEC SQL OPEN FREIGHTCLAIMS_UNL END-EXEC.
           PERFORM FETCH-FREIGHTCLAIMS THRU FETCH-FREIGHTCLAIMS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE FREIGHTCLAIMS_UNL END-EXEC.
           MOVE 136 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-FREIGHTCLAIMS.
           MOVE 'FETCH-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH FREIGHTCLAIMS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-FREIGHTCLAIMS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-FREIGHTCLAIMS-EXIT.
           EXIT.

       UNLOAD-WARRANTYCHARGEBACKS.
           MOVE 'WARRANTYCHARGEBACKS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYCHARGEBACKS_UNL CURSOR FOR
               SELECT CLAIMID
                   || COMPANYID
                   || CHAR(CHARGEDATE, ISO)
                   || CHAR(CHAR(AMOUNT), 13)
                   || PAIDFLAG
                   || CHAR(CHAR(PAIDAMT), 13)
                   || CASE WHEN PAIDDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(PAIDDATE, ISO) END
                   , DECIMAL(AMOUNT + PAIDAMT, 17, 2)
               FROM WARRANTYCHARGEBACKS
               ORDER BY CLAIMID
           END-EXEC.
           EXEC SQL OPEN WARRANTYCHARGEBACKS_UNL END-EXEC.
           PERFORM FETCH-WARRANTYCHARGEBACKS
               THRU FETCH-WARRANTYCHARGEBACKS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYCHARGEBACKS_UNL END-EXEC.
           MOVE 64 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-WARRANTYCHARGEBACKS.
           MOVE 'FETCH-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYCHARGEBACKS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-WARRANTYCHARGEBACKS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-WARRANTYCHARGEBACKS-EXIT.
           EXIT.

       UNLOAD-WARRANTYPLANS.
           MOVE 'WARRANTYPLANS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYPLANS_UNL CURSOR FOR
               SELECT PLANCODE
                   || CASE WHEN DESCRIPTION IS NULL THEN 'N' ||
                       SPACE(33) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(DESCRIPTION)), 3) ||
                       CHAR(DESCRIPTION, 30) END
                   || CHAR(CHAR(YEARSADDED), 6)
                   || CASE WHEN PRICEPCT IS NULL THEN 'N' || SPACE(7)
                       ELSE 'Y' || CHAR(CHAR(PRICEPCT), 7) END
                   || CASE WHEN FLATPRICE IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(FLATPRICE), 11) END
                   , DECIMAL(YEARSADDED + COALESCE(PRICEPCT, 0) +
                       COALESCE(FLATPRICE, 0), 17, 2)
               FROM WARRANTYPLANS
               ORDER BY PLANCODE
           END-EXEC.
           EXEC SQL OPEN WARRANTYPLANS_UNL END-EXEC.
           PERFORM FETCH-WARRANTYPLANS THRU FETCH-WARRANTYPLANS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYPLANS_UNL END-EXEC.
           MOVE 64 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-WARRANTYPLANS.
           MOVE 'FETCH-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYPLANS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-WARRANTYPLANS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-WARRANTYPLANS-EXIT.
           EXIT.

       UNLOAD-WARRANTYCONTRACTS.
           MOVE 'WARRANTYCONTRACTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYCONTRACTS_UNL CURSOR FOR
               SELECT CONTRACTID
                   || ORDERID
                   || LAPTOPID
                   || SERIALNUM
                   || PLANCODE
                   || CHAR(SALEDATE, ISO)
                   || CHAR(CHAR(YEARSADDED), 6)
                   || CHAR(CHAR(PRICE), 11)
                   || CHAR(ENDDATE, ISO)
                   , DECIMAL(YEARSADDED + PRICE, 17, 2)
               FROM WARRANTYCONTRACTS
               ORDER BY CONTRACTID
           END-EXEC.
           EXEC SQL OPEN WARRANTYCONTRACTS_UNL END-EXEC.
           PERFORM FETCH-WARRANTYCONTRACTS
               THRU FETCH-WARRANTYCONTRACTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYCONTRACTS_UNL END-EXEC.
           MOVE 77 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-WARRANTYCONTRACTS.
           MOVE 'FETCH-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYCONTRACTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-WARRANTYCONTRACTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-WARRANTYCONTRACTS-EXIT.
           EXIT.

       UNLOAD-RECALLS.
           MOVE 'RECALLS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RECALLS_UNL CURSOR FOR
               SELECT RECALLID
                   || COMPANYID
                   || LAPTOPID
                   || CHAR(RECALLDATE, ISO)
                   || CHAR(CHAR(LENGTH(REMEDY)), 3) || CHAR(REMEDY, 60)
                   || CASE WHEN SERIALFROM IS NULL THEN 'N' || SPACE(12)
                       ELSE 'Y' || SERIALFROM END
                   || CASE WHEN SERIALTO IS NULL THEN 'N' || SPACE(12)
                       ELSE 'Y' || SERIALTO END
                   || STATUS
                   , DECIMAL(0, 17, 2)
               FROM RECALLS
               ORDER BY RECALLID
           END-EXEC.
           EXEC SQL OPEN RECALLS_UNL END-EXEC.
           PERFORM FETCH-RECALLS THRU FETCH-RECALLS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECALLS_UNL END-EXEC.
           MOVE 124 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-RECALLS.
           MOVE 'FETCH-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECALLS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-RECALLS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-RECALLS-EXIT.
           EXIT.

       UNLOAD-RECALLSERIALS.
           MOVE 'RECALLSERIALS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RECALLSERIALS_UNL CURSOR FOR
               SELECT RECALLID
                   || SERIALNUM
                   , DECIMAL(0, 17, 2)
               FROM RECALLSERIALS
               ORDER BY RECALLID, SERIALNUM
           END-EXEC.
           EXEC SQL OPEN RECALLSERIALS_UNL END-EXEC.
           PERFORM FETCH-RECALLSERIALS THRU FETCH-RECALLSERIALS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECALLSERIALS_UNL END-EXEC.
           MOVE 20 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-RECALLSERIALS.
           MOVE 'FETCH-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECALLSERIALS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-RECALLSERIALS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-RECALLSERIALS-EXIT.
           EXIT.

       UNLOAD-RECALLUNITS.
           MOVE 'RECALLUNITS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RECALLUNITS_UNL CURSOR FOR
               SELECT RECALLID
                   || SERIALNUM
                   || LAPTOPID
                   || UNITSTATE
                   || CASE WHEN ORDERID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || ORDERID END
                   || CASE WHEN CUSTOMERID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || CUSTOMERID END
                   || CHAR(FOUNDDATE, ISO)
                   || CASE WHEN NOTICEDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(NOTICEDATE, ISO) END
                   || REMEDIED
                   || CASE WHEN REMEDYDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(REMEDYDATE, ISO) END
                   , DECIMAL(0, 17, 2)
               FROM RECALLUNITS
               ORDER BY RECALLID, SERIALNUM
           END-EXEC.
           EXEC SQL OPEN RECALLUNITS_UNL END-EXEC.
           PERFORM FETCH-RECALLUNITS THRU FETCH-RECALLUNITS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECALLUNITS_UNL END-EXEC.
           MOVE 80 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-RECALLUNITS.
           MOVE 'FETCH-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECALLUNITS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-RECALLUNITS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-RECALLUNITS-EXIT.
           EXIT.

       UNLOAD-CUSTPRICES.
           MOVE 'CUSTPRICES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTPRICES_UNL CURSOR FOR
               SELECT CUSTOMERID
                   || LAPTOPID
                   || CHAR(STARTDATE, ISO)
                   || CHAR(ENDDATE, ISO)
                   || CHAR(CHAR(CONTRACTPRICE), 10)
                   , DECIMAL(CONTRACTPRICE, 17, 2)
               FROM CUSTPRICES
               ORDER BY CUSTOMERID, LAPTOPID, STARTDATE
           END-EXEC.
           EXEC SQL OPEN CUSTPRICES_UNL END-EXEC.
           PERFORM FETCH-CUSTPRICES THRU FETCH-CUSTPRICES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTPRICES_UNL END-EXEC.
           MOVE 46 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CUSTPRICES.
           MOVE 'FETCH-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTPRICES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CUSTPRICES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CUSTPRICES-EXIT.
           EXIT.

       UNLOAD-TAXEXEMPTCERTS.
           MOVE 'TAXEXEMPTCERTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TAXEXEMPTCERTS_UNL CURSOR FOR
               SELECT CUSTOMERID
                   || STATECODE
                   || CERTNUMBER
                   || REASON
                   || CHAR(EXPIRYDATE, ISO)
                   , DECIMAL(0, 17, 2)
               FROM TAXEXEMPTCERTS
               ORDER BY CUSTOMERID, STATECODE
           END-EXEC.
           EXEC SQL OPEN TAXEXEMPTCERTS_UNL END-EXEC.
           PERFORM FETCH-TAXEXEMPTCERTS THRU FETCH-TAXEXEMPTCERTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXEXEMPTCERTS_UNL END-EXEC.
           MOVE 41 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-TAXEXEMPTCERTS.
           MOVE 'FETCH-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXEXEMPTCERTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-TAXEXEMPTCERTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-TAXEXEMPTCERTS-EXIT.
           EXIT.

       UNLOAD-CUSTNOTES.
           MOVE 'CUSTNOTES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTNOTES_UNL CURSOR FOR
               SELECT CHAR(CHAR(NOTEID), 11)
                   || CUSTOMERID
                   || CASE WHEN ORDERID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || ORDERID END
                   || CHAR(NOTEDATE, ISO)
                   || CHAR(NOTETIME, ISO)
                   || OPERATORID
                   || CATEGORY
                   || CHAR(CHAR(LENGTH(NOTETEXT)), 3) || CHAR(NOTETEXT,
                       100)
                   || NOTESTATUS
                   || CASE WHEN FOLLOWUPDATE IS NULL THEN 'N' ||
                       SPACE(10) ELSE 'Y' || CHAR(FOLLOWUPDATE, ISO) END
                   || CASE WHEN CLOSEDDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(CLOSEDDATE, ISO) END
                   || CASE WHEN CLOSEDBY IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || CLOSEDBY END
                   , DECIMAL(NOTEID, 17, 2)
               FROM CUSTNOTES
               ORDER BY NOTEID
           END-EXEC.
           EXEC SQL OPEN CUSTNOTES_UNL END-EXEC.
           PERFORM FETCH-CUSTNOTES THRU FETCH-CUSTNOTES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTNOTES_UNL END-EXEC.
           MOVE 182 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CUSTNOTES.
           MOVE 'FETCH-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTNOTES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CUSTNOTES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CUSTNOTES-EXIT.
           EXIT.

       UNLOAD-CUSTSHIPTO.
           MOVE 'CUSTSHIPTO' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTSHIPTO_UNL CURSOR FOR
               SELECT CUSTOMERID
                   || SHIPTONAME
                   || CASE WHEN UNITNUMBER IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(UNITNUMBER), 11) END
                   || CHAR(CHAR(LENGTH(STREET)), 3) || CHAR(STREET, 20)
                   || CHAR(CHAR(LENGTH(CITY)), 3) || CHAR(CITY, 20)
                   || CHAR(CHAR(LENGTH(ST)), 3) || CHAR(ST, 2)
                   || CHAR(CHAR(ZIP), 11)
                   || DEFAULTSHIPTO
                   , DECIMAL(COALESCE(UNITNUMBER, 0) + ZIP, 17, 2)
               FROM CUSTSHIPTO
               ORDER BY CUSTOMERID, SHIPTONAME
           END-EXEC.
           EXEC SQL OPEN CUSTSHIPTO_UNL END-EXEC.
           PERFORM FETCH-CUSTSHIPTO THRU FETCH-CUSTSHIPTO-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTSHIPTO_UNL END-EXEC.
           MOVE 93 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CUSTSHIPTO.
           MOVE 'FETCH-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTSHIPTO_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CUSTSHIPTO-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CUSTSHIPTO-EXIT.
           EXIT.

       UNLOAD-PRIVACYHOLD.
           MOVE 'PRIVACYHOLD' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PRIVACYHOLD_UNL CURSOR FOR
               SELECT CUSTOMERID
                   || HOLDREASON
                   , DECIMAL(0, 17, 2)
               FROM PRIVACYHOLD
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL OPEN PRIVACYHOLD_UNL END-EXEC.
           PERFORM FETCH-PRIVACYHOLD THRU FETCH-PRIVACYHOLD-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRIVACYHOLD_UNL END-EXEC.
           MOVE 9 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-PRIVACYHOLD.
           MOVE 'FETCH-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRIVACYHOLD_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-PRIVACYHOLD-EXIT.
           PERFORM WRITE-ROW.
       FETCH-PRIVACYHOLD-EXIT.
           EXIT.

       UNLOAD-BUSCALENDAR.
           MOVE 'BUSCALENDAR' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BUSCALENDAR_UNL CURSOR FOR
               SELECT CHAR(CALDATE, ISO)
                   || BUSINESSDAY
                   || CASE WHEN DESCRIPTION IS NULL THEN 'N' ||
                       SPACE(33) ELSE 'Y' ||
                       CHAR(CHAR(LENGTH(DESCRIPTION)), 3) ||
                       CHAR(DESCRIPTION, 30) END
                   , DECIMAL(0, 17, 2)
               FROM BUSCALENDAR
               ORDER BY CALDATE
           END-EXEC.
           EXEC SQL OPEN BUSCALENDAR_UNL END-EXEC.
           PERFORM FETCH-BUSCALENDAR THRU FETCH-BUSCALENDAR-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BUSCALENDAR_UNL END-EXEC.
           MOVE 45 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-BUSCALENDAR.
           MOVE 'FETCH-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BUSCALENDAR_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-BUSCALENDAR-EXIT.
           PERFORM WRITE-ROW.
       FETCH-BUSCALENDAR-EXIT.
           EXIT.

       UNLOAD-SQLERRLOG.
           MOVE 'SQLERRLOG' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-SQLERRLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SQLERRLOG_UNL CURSOR FOR
               SELECT CHAR(CHAR(ERRLOGID), 11)
                   || CHAR(LOGTS)
                   || PROGRAMNAME
                   || PARAGRAPH
                   || CHAR(CHAR(ERRSQLCODE), 11)
                   || ERRSQLSTATE
                   || CHAR(CHAR(LENGTH(MSGTEXT)), 3) || CHAR(MSGTEXT,
                       250)
                   || KEYVALUE
                   || CASE WHEN OPERATORID IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || OPERATORID END
                   || CASE WHEN RUNID IS NULL THEN 'N' || SPACE(11) ELSE
                       'Y' || CHAR(CHAR(RUNID), 11) END
                   || RETRIED
                   || REPORTED
                   , DECIMAL(ERRLOGID + ERRSQLCODE + COALESCE(RUNID, 0),
                       17, 2)
               FROM SQLERRLOG
               ORDER BY ERRLOGID
           END-EXEC.
           EXEC SQL OPEN SQLERRLOG_UNL END-EXEC.
           PERFORM FETCH-SQLERRLOG THRU FETCH-SQLERRLOG-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-SQLERRLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SQLERRLOG_UNL END-EXEC.
           MOVE 407 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-SQLERRLOG.
           MOVE 'FETCH-SQLERRLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SQLERRLOG_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-SQLERRLOG-EXIT.
           PERFORM WRITE-ROW.
       FETCH-SQLERRLOG-EXIT.
           EXIT.

       UNLOAD-RPTRETENTION.
           MOVE 'RPTRETENTION' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RPTRETENTION_UNL CURSOR FOR
               SELECT RETCLASS
                   || CHAR(CHAR(RETAINDAYS), 11)
                   || DESCRIPTION
                   , DECIMAL(RETAINDAYS, 17, 2)
               FROM RPTRETENTION
               ORDER BY RETCLASS
           END-EXEC.
           EXEC SQL OPEN RPTRETENTION_UNL END-EXEC.
           PERFORM FETCH-RPTRETENTION THRU FETCH-RPTRETENTION-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RPTRETENTION_UNL END-EXEC.
           MOVE 52 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-RPTRETENTION.
           MOVE 'FETCH-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RPTRETENTION_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-RPTRETENTION-EXIT.
           PERFORM WRITE-ROW.
       FETCH-RPTRETENTION-EXIT.
           EXIT.

       UNLOAD-REPORTSTORE.
           MOVE 'REPORTSTORE' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE REPORTSTORE_UNL CURSOR FOR
               SELECT CHAR(CHAR(RUNID), 11)
                   || REPORTNAME
                   || PROGRAMNAME
                   || CHAR(BUSINESSDATE, ISO)
                   || CHAR(RUNDATE, ISO)
                   || CHAR(CHAR(PAGECOUNT), 11)
                   || CHAR(CHAR(LINECOUNT), 11)
                   || RETCLASS
                   || CHAR(STOREDTS)
                   , DECIMAL(RUNID + PAGECOUNT + LINECOUNT, 17, 2)
               FROM REPORTSTORE
               ORDER BY RUNID, REPORTNAME
           END-EXEC.
           EXEC SQL OPEN REPORTSTORE_UNL END-EXEC.
           PERFORM FETCH-REPORTSTORE THRU FETCH-REPORTSTORE-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REPORTSTORE_UNL END-EXEC.
           MOVE 100 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-REPORTSTORE.
           MOVE 'FETCH-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REPORTSTORE_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-REPORTSTORE-EXIT.
           PERFORM WRITE-ROW.
       FETCH-REPORTSTORE-EXIT.
           EXIT.

       UNLOAD-REPORTLINES.
           MOVE 'REPORTLINES' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE REPORTLINES_UNL CURSOR FOR
               SELECT CHAR(CHAR(RUNID), 11)
                   || REPORTNAME
                   || CHAR(CHAR(LINENO), 11)
                   || LINETEXT
                   , DECIMAL(RUNID + LINENO, 17, 2)
               FROM REPORTLINES
               ORDER BY RUNID, REPORTNAME, LINENO
           END-EXEC.
           EXEC SQL OPEN REPORTLINES_UNL END-EXEC.
           PERFORM FETCH-REPORTLINES THRU FETCH-REPORTLINES-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REPORTLINES_UNL END-EXEC.
           MOVE 162 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-REPORTLINES.
           MOVE 'FETCH-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REPORTLINES_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-REPORTLINES-EXIT.
           PERFORM WRITE-ROW.
       FETCH-REPORTLINES-EXIT.
           EXIT.

       UNLOAD-CATALOGSTAGE.
           MOVE 'CATALOGSTAGE' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CATALOGSTAGE_UNL CURSOR FOR
               SELECT CHAR(CHAR(STAGEID), 11)
                   || CHAR(CHAR(RUNID), 11)
                   || ACTION
                   || COMPANYID
                   || CHAR(CHAR(LENGTH(PRODUCTNUMBER)), 3) ||
                       CHAR(PRODUCTNUMBER, 10)
                   || CASE WHEN LAPTOPID IS NULL THEN 'N' || SPACE(8)
                       ELSE 'Y' || LAPTOPID END
                   || CHAR(CHAR(LENGTH(LAPNAME)), 3) || CHAR(LAPNAME,
                       25)
                   || CASE WHEN OS IS NULL THEN 'N' || SPACE(18) ELSE
                       'Y' || CHAR(CHAR(LENGTH(OS)), 3) || CHAR(OS, 15)
                       END
                   || CHAR(CHAR(YYYY), 11)
                   || CASE WHEN STORAGE IS NULL THEN 'N' || SPACE(6)
                       ELSE 'Y' || CHAR(CHAR(STORAGE), 6) END
                   || CASE WHEN CPU IS NULL THEN 'N' || SPACE(23) ELSE
                       'Y' || CHAR(CHAR(LENGTH(CPU)), 3) || CHAR(CPU,
                       20) END
                   || CASE WHEN RAM IS NULL THEN 'N' || SPACE(6) ELSE
                       'Y' || CHAR(CHAR(RAM), 6) END
                   || CASE WHEN WARRANTY IS NULL THEN 'N' || SPACE(11)
                       ELSE 'Y' || CHAR(CHAR(WARRANTY), 11) END
                   || CHAR(CHAR(PRICE), 10)
                   || CHAR(CHAR(VENDORCOST), 11)
                   || CASE WHEN OLDPRICE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(CHAR(OLDPRICE), 10) END
                   || CASE WHEN CHANGEDFIELDS IS NULL THEN 'N' ||
                       SPACE(50) ELSE 'Y' || CHANGEDFIELDS END
                   || STAGESTATUS
                   || CHAR(LOADDATE, ISO)
                   || CASE WHEN REVIEWEDBY IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || REVIEWEDBY END
                   || CASE WHEN REVIEWDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(REVIEWDATE, ISO) END
                   , DECIMAL(STAGEID + RUNID + YYYY + COALESCE(STORAGE,
                       0) + COALESCE(RAM, 0) + COALESCE(WARRANTY, 0) +
                       PRICE + VENDORCOST + COALESCE(OLDPRICE, 0), 17,
                       2)
               FROM CATALOGSTAGE
               ORDER BY STAGEID
           END-EXEC.
           EXEC SQL OPEN CATALOGSTAGE_UNL END-EXEC.
           PERFORM FETCH-CATALOGSTAGE THRU FETCH-CATALOGSTAGE-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CATALOGSTAGE_UNL END-EXEC.
           MOVE 271 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-CATALOGSTAGE.
           MOVE 'FETCH-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CATALOGSTAGE_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-CATALOGSTAGE-EXIT.
           PERFORM WRITE-ROW.
       FETCH-CATALOGSTAGE-EXIT.
           EXIT.

       UNLOAD-NOTIFYEVENTS.
           MOVE 'NOTIFYEVENTS' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE NOTIFYEVENTS_UNL CURSOR FOR
               SELECT EVENTTYPE
                   || CHAR(CHAR(EVENTSEQ), 6)
                   || EVENTDESC
                   , DECIMAL(EVENTSEQ, 17, 2)
               FROM NOTIFYEVENTS
               ORDER BY EVENTTYPE
           END-EXEC.
           EXEC SQL OPEN NOTIFYEVENTS_UNL END-EXEC.
           PERFORM FETCH-NOTIFYEVENTS THRU FETCH-NOTIFYEVENTS-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE NOTIFYEVENTS_UNL END-EXEC.
           MOVE 37 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-NOTIFYEVENTS.
           MOVE 'FETCH-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH NOTIFYEVENTS_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-NOTIFYEVENTS-EXIT.
           PERFORM WRITE-ROW.
       FETCH-NOTIFYEVENTS-EXIT.
           EXIT.

       UNLOAD-NOTIFYLOG.
           MOVE 'NOTIFYLOG' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE NOTIFYLOG_UNL CURSOR FOR
               SELECT EVENTTYPE
                   || ORDERID
                   || EVENTKEY
                   || CUSTOMERID
                   || CHAR(EVENTDATE, ISO)
                   || CHAR(NOTIFYDATE, ISO)
                   || CASE WHEN RUNID IS NULL THEN 'N' || SPACE(11) ELSE
                       'Y' || CHAR(CHAR(RUNID), 11) END
                   || NOTIFYSTATUS
                   , DECIMAL(COALESCE(RUNID, 0), 17, 2)
               FROM NOTIFYLOG
               ORDER BY EVENTTYPE, ORDERID, EVENTKEY
           END-EXEC.
           EXEC SQL OPEN NOTIFYLOG_UNL END-EXEC.
           PERFORM FETCH-NOTIFYLOG THRU FETCH-NOTIFYLOG-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE NOTIFYLOG_UNL END-EXEC.
           MOVE 58 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-NOTIFYLOG.
           MOVE 'FETCH-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH NOTIFYLOG_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-NOTIFYLOG-EXIT.
           PERFORM WRITE-ROW.
       FETCH-NOTIFYLOG-EXIT.
           EXIT.

       UNLOAD-APPROVALQUEUE.
           MOVE 'APPROVALQUEUE' TO WKTABNAME.
           PERFORM START-TABLE.
           MOVE 'UNLOAD-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE APPROVALQUEUE_UNL CURSOR FOR
               SELECT APPROVALID
                   || CHGTYPE
                   || KEYVALUE
                   || LOCATIONCODE
                   || CASE WHEN OLDVALUE IS NULL THEN 'N' || SPACE(13)
                       ELSE 'Y' || CHAR(CHAR(OLDVALUE), 13) END
                   || CASE WHEN NEWVALUE IS NULL THEN 'N' || SPACE(13)
                       ELSE 'Y' || CHAR(CHAR(NEWVALUE), 13) END
                   || REQUESTEDBY
                   || CHAR(REQUESTDATE, ISO)
                   || STATUS
                   || CASE WHEN REVIEWEDBY IS NULL THEN 'N' || SPACE(4)
                       ELSE 'Y' || REVIEWEDBY END
                   || CASE WHEN REVIEWDATE IS NULL THEN 'N' || SPACE(10)
                       ELSE 'Y' || CHAR(REVIEWDATE, ISO) END
                   , DECIMAL(COALESCE(OLDVALUE, 0) + COALESCE(NEWVALUE,
                       0), 17, 2)
               FROM APPROVALQUEUE
               ORDER BY APPROVALID
           END-EXEC.
           EXEC SQL OPEN APPROVALQUEUE_UNL END-EXEC.
           PERFORM FETCH-APPROVALQUEUE THRU FETCH-APPROVALQUEUE-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           MOVE 'UNLOAD-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APPROVALQUEUE_UNL END-EXEC.
           MOVE 80 TO WKIMGLEN.
           PERFORM END-TABLE.

       FETCH-APPROVALQUEUE.
           MOVE 'FETCH-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APPROVALQUEUE_UNL
               INTO :ROWIMAGE, :ROWHASH
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO UNLEOF-SW
               GO TO FETCH-APPROVALQUEUE-EXIT.
           PERFORM WRITE-ROW.
       FETCH-APPROVALQUEUE-EXIT.
           EXIT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE UNLRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RC-BUSDATE TO RPT-PL-DATE.
           MOVE UNLDATE TO RPT-PL-UNLDATE.
           MOVE UNLTIME TO RPT-PL-UNLTIME.
           MOVE RC-RUNID TO RPT-PL-RUNID.
           WRITE UNLRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE UNLRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE UNLRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE UNLRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

      *    ONE LINE FOR EACH TABLE - THE FIGURES ON ITS TABLE END
      *    RECORD
       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE WKTABNAME TO RPT-D-TABNAME.
           MOVE TABROWCTR TO RPT-D-ROWS.
           MOVE TABHASHTOT TO RPT-D-HASHTOT.
           MOVE WKIMGLEN TO RPT-D-IMGLEN.
           WRITE UNLRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS - THE SAME FIGURES THE FILE TRAILER CARRIES,
      *    FOR THE RELOAD TO PROVE THE FILE AGAINST
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 4 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE UNLRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TABLES UNLOADED' TO RPT-T-CAPTION.
           MOVE TABCTR TO RPT-T-COUNT.
           WRITE UNLRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ROWS UNLOADED' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE UNLRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HASH TOTAL OF ALL ROWS' TO RPT-HT-CAPTION.
           MOVE HASHTOT TO RPT-HT-HASHTOT.
           WRITE UNLRPT-REC FROM RPT-HASH-LINE
               AFTER ADVANCING 1 LINE.
           ADD 4 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED - A NIGHT WITH NO COMPLETED UNLOAD HAS NO
      *    RECOVERY POINT. AN EARLIER COMPLETED RUN DOES NOT STOP THIS
      *    ONE - THE STEP CATALOGS A NEW GENERATION EVERY TIME IT
      *    RUNS, SO A RESUBMITTED NIGHT TAKES ANOTHER FULL UNLOAD AS
      *    OF THE RESUBMISSION RATHER THAN LEAVE AN EMPTY GENERATION
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'DBUNLOAD' TO RC-PROGNAME.

           MOVE 'OPEN-RUNCONTROL' TO ERR-PARAGRAPH.
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
      *    HOLIDAY LOGS UNDER THE WORKING DAY IT FOLLOWS. A DAY
      *    MISSING FROM THE CALENDAR COUNTS AS A WORKING DAY, SO THE
      *    STREAM STILL RUNS IF NEXT YEAR'S CALENDAR WAS NEVER
      *    GENERATED
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
           DISPLAY TABCTR ' TABLE(S) UNLOADED FOR BUSINESS DATE '
               RC-BUSDATE.
           DISPLAY ROWCTR ' ROW(S) WRITTEN TO THE UNLOAD FILE'.
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
           MOVE 'DBUNLOAD' TO ERR-PROGNAME.
           MOVE WKTABNAME TO ERR-KEYVALUE.
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
