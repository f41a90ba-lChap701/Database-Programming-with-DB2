       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBRELOAD.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    VERIFY AND RELOAD UTILITY FOR THE NIGHTLY DATABASE UNLOAD
      *    WRITTEN BY DBUNLOAD. THE PARM SAYS WHAT TO DO AND WHICH
      *    NIGHT THE FILE MUST BE - VERIFY,YYYY-MM-DD OR
      *    RELOAD,YYYY-MM-DD - AND THE CONTROL CARDS NAME THE TABLES,
      *    ONE TO A CARD, OR ALL FOR EVERY TABLE. EITHER WAY THE FILE
      *    IS PROVED FIRST - ITS HEADER MUST BE FOR THAT BUSINESS
      *    DATE, AND EVERY TABLE'S ROWS MUST ADD UP TO THE COUNT AND
      *    HASH TOTAL ON ITS TABLE END RECORD AND THE WHOLE FILE TO
      *    ITS TRAILER. A VERIFY RUN THEN COMPARES THE CHOSEN TABLES
      *    AS THEY STAND WITH THE FILE AND CHANGES NOTHING. A RELOAD
      *    RUN EMPTIES THE CHOSEN TABLES, CHILDREN FIRST, PUTS THEIR
      *    ROWS BACK FROM THE FILE, PARENTS FIRST, AND PROVES EVERY
      *    RELOADED TABLE AGAINST THE FILE BEFORE IT COMMITS. A TABLE
      *    MATCHES THE FILE ONLY WHEN EVERY ROW IN IT, READ IN PRIMARY
      *    KEY ORDER THE WAY DBUNLOAD READ IT, IS THE SAME CHARACTER
      *    IMAGE AS THE FILE'S ROW IN THE SAME PLACE, WITH NO ROW LEFT
      *    OVER ON EITHER SIDE, AND ITS ROW COUNT AND HASH TOTAL AGREE
      *    WITH ITS TABLE END RECORD. THE WHOLE RELOAD IS ONE UNIT OF
      *    WORK, SO
      *    A TABLE THAT DOES NOT MATCH BACKS ALL OF IT OUT AND THE
      *    DATABASE IS LEFT AS IT WAS FOUND. A TABLE CANNOT BE
      *    RELOADED WITHOUT THE TABLES THAT REFERENCE IT, SO A CHILD
      *    NEVER POINTS AT A PARENT ROW FROM ANOTHER NIGHT, AND THE
      *    KEY COUNTERS ARE ONLY RELOADED WITH EVERYTHING ELSE, SO NO
      *    KEY IS EVER HANDED OUT TWICE. RUNCONTROL AND SQLERRLOG ARE
      *    CHECKED ON THE FILE BUT NEVER RELOADED - THEY ARE THE
      *    RECORD OF WHAT RAN, THIS RUN INCLUDED. THE TABLE LAYOUTS
      *    HERE MUST MATCH DBUNLOAD'S. RUN FROM THE DBVERIFY AND
      *    DBRELOAD JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE UNLOAD FILE WRITTEN BY DBUNLOAD
           SELECT UNLOAD-FILE ASSIGN TO DBUNLOAD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNLOAD-STATUS.
      *    CONTROL CARDS NAMING THE TABLES TO VERIFY OR RELOAD
           SELECT RELCTL-FILE ASSIGN TO DBRELCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELCTL-STATUS.
      *    PRINT FILE FOR THE RELOAD CONTROL REPORT
           SELECT RELRPT-FILE ASSIGN TO DBRELRPT
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
       FD  RELCTL-FILE.
      *    A TABLE NAME, OR ALL - A BLANK CARD OR ONE STARTING WITH AN
      *    ASTERISK IS A COMMENT
       01  RELCTL-REC.
           05  CTL-TABNAME                 PIC X(18).
           05  FILLER                      PIC X(62).
       FD  RELRPT-FILE.
       01  RELRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      *    FILE STATUS KEYS FOR THE UNLOAD FILE AND THE CONTROL CARDS
       01  UNLOAD-STATUS                   PIC X(2)        VALUE '00'.
       01  RELCTL-STATUS                   PIC X(2)        VALUE '00'.
      *    THE PARM - VERIFY OR RELOAD, AND THE BUSINESS DATE OF THE
      *    UNLOAD THE FILE MUST BE
       01  PARM-MODE                       PIC X(8)        VALUE ' '.
       01  PARM-BUSDATE                    PIC X(10)       VALUE ' '.
      *    'Y' FOR A RELOAD RUN - ONLY THEN IS ANYTHING CHANGED
       01  RELOAD-SW                       PIC X           VALUE 'N'.
      *    ONE SWITCH FOR EACH TABLE THAT CAN BE RELOADED - 'Y' WHEN
      *    THE CONTROL CARDS CHOSE IT
       01  RELOAD-SEL.
           05  SEL-COMPANY                 PIC X           VALUE 'N'.
           05  SEL-CUSTOMERS               PIC X           VALUE 'N'.
           05  SEL-LAPTOPS                 PIC X           VALUE 'N'.
           05  SEL-ORDERS                  PIC X           VALUE 'N'.
           05  SEL-LAPTOPORDERS            PIC X           VALUE 'N'.
           05  SEL-COMPANYAUDIT            PIC X           VALUE 'N'.
           05  SEL-WARRANTYCLAIMS          PIC X           VALUE 'N'.
           05  SEL-PRICEHISTORY            PIC X           VALUE 'N'.
           05  SEL-OSCATALOG               PIC X           VALUE 'N'.
           05  SEL-SHIPMENTS               PIC X           VALUE 'N'.
           05  SEL-PAYMENTS                PIC X           VALUE 'N'.
           05  SEL-TAXRATES                PIC X           VALUE 'N'.
           05  SEL-RETURNS                 PIC X           VALUE 'N'.
           05  SEL-BACKORDERS              PIC X           VALUE 'N'.
           05  SEL-PURCHASEORDERS          PIC X           VALUE 'N'.
           05  SEL-STOCKRECEIPTS           PIC X           VALUE 'N'.
           05  SEL-STOCKAUDIT              PIC X           VALUE 'N'.
           05  SEL-PROMOTIONS              PIC X           VALUE 'N'.
           05  SEL-LOYALTYPOINTS           PIC X           VALUE 'N'.
           05  SEL-EXCEPTIONLOG            PIC X           VALUE 'N'.
           05  SEL-SYSPARMS                PIC X           VALUE 'N'.
           05  SEL-OPERATORS               PIC X           VALUE 'N'.
           05  SEL-LAPTOPUNITS             PIC X           VALUE 'N'.
           05  SEL-POLINES                 PIC X           VALUE 'N'.
           05  SEL-SESSIONLOG              PIC X           VALUE 'N'.
           05  SEL-STOCKLOCATIONS          PIC X           VALUE 'N'.
           05  SEL-LOCATIONSTOCK           PIC X           VALUE 'N'.
           05  SEL-CLOSEDPERIODS           PIC X           VALUE 'N'.
           05  SEL-TAXRATEHISTORY          PIC X           VALUE 'N'.
           05  SEL-BATCHCONTROL            PIC X           VALUE 'N'.
           05  SEL-QUOTES                  PIC X           VALUE 'N'.
           05  SEL-QUOTELINES              PIC X           VALUE 'N'.
           05  SEL-KEYCOUNTERS             PIC X           VALUE 'N'.
           05  SEL-CYCLECOUNTS             PIC X           VALUE 'N'.
           05  SEL-VENDORRETURNS           PIC X           VALUE 'N'.
           05  SEL-CARRIERS                PIC X           VALUE 'N'.
           05  SEL-SHIPRATES               PIC X           VALUE 'N'.
           05  SEL-TERRITORIES             PIC X           VALUE 'N'.
           05  SEL-QUOTAS                  PIC X           VALUE 'N'.
           05  SEL-INVOICEREG              PIC X           VALUE 'N'.
           05  SEL-VENDORINVOICES          PIC X           VALUE 'N'.
           05  SEL-VENDORINVLINES          PIC X           VALUE 'N'.
           05  SEL-APPAYMENTS              PIC X           VALUE 'N'.
           05  SEL-BANKSTMT                PIC X           VALUE 'N'.
           05  SEL-DUNNINGHIST             PIC X           VALUE 'N'.
           05  SEL-SHIPMENTLINES           PIC X           VALUE 'N'.
           05  SEL-FREIGHTCLAIMS           PIC X           VALUE 'N'.
           05  SEL-WARRANTYCHARGEBACKS     PIC X           VALUE 'N'.
           05  SEL-WARRANTYPLANS           PIC X           VALUE 'N'.
           05  SEL-WARRANTYCONTRACTS       PIC X           VALUE 'N'.
           05  SEL-RECALLS                 PIC X           VALUE 'N'.
           05  SEL-RECALLSERIALS           PIC X           VALUE 'N'.
           05  SEL-RECALLUNITS             PIC X           VALUE 'N'.
           05  SEL-CUSTPRICES              PIC X           VALUE 'N'.
           05  SEL-TAXEXEMPTCERTS          PIC X           VALUE 'N'.
           05  SEL-CUSTNOTES               PIC X           VALUE 'N'.
           05  SEL-CUSTSHIPTO              PIC X           VALUE 'N'.
           05  SEL-PRIVACYHOLD             PIC X           VALUE 'N'.
           05  SEL-BUSCALENDAR             PIC X           VALUE 'N'.
           05  SEL-RPTRETENTION            PIC X           VALUE 'N'.
           05  SEL-REPORTSTORE             PIC X           VALUE 'N'.
           05  SEL-REPORTLINES             PIC X           VALUE 'N'.
           05  SEL-CATALOGSTAGE            PIC X           VALUE 'N'.
           05  SEL-NOTIFYEVENTS            PIC X           VALUE 'N'.
           05  SEL-NOTIFYLOG               PIC X           VALUE 'N'.
           05  SEL-APPROVALQUEUE           PIC X           VALUE 'N'.
      *    SET TO 'Y' BY AN ALL CARD, BY A CARD THAT IS REFUSED, AT END
      *    OF THE CONTROL CARDS AND AT END OF THE UNLOAD FILE
       01  ALLCARD-SW                      PIC X           VALUE 'N'.
       01  REFUSED-SW                      PIC X           VALUE 'N'.
       01  CTLEOF-SW                       PIC X           VALUE 'N'.
       01  UNLEOF-SW                       PIC X           VALUE 'N'.
      *    'Y' ONCE THE FILE HEADER AND THE FILE TRAILER HAVE BEEN READ
       01  HDRSEEN-SW                      PIC X           VALUE 'N'.
       01  TRLSEEN-SW                      PIC X           VALUE 'N'.
      *    'Y' WHEN THE FILE FAILS ANY OF ITS CHECKS, AND WHEN ANY
      *    CHOSEN TABLE DOES NOT MATCH THE FILE
       01  FILEERR-SW                      PIC X           VALUE 'N'.
       01  MISMATCH-SW                     PIC X           VALUE 'N'.
      *    THE TABLE WHOSE ROWS ARE BEING COMPARED ONE BY ONE WITH THE
      *    FILE'S, 'Y' WHILE ITS CURSOR IS OPEN, 'Y' ONCE THE CURSOR
      *    HAS NO ROWS LEFT, 'Y' ONCE A ROW HAS NOT MATCHED, AND THE
      *    NUMBER OF THE ROW BEING COMPARED
       01  LIVETABNAME                     PIC X(18)       VALUE ' '.
       01  LIVEOPEN-SW                     PIC X           VALUE 'N'.
       01  LIVEEOF-SW                      PIC X           VALUE 'N'.
       01  ROWDIFF-SW                      PIC X           VALUE 'N'.
       01  CMPROWCTR                       PIC 9(9)        VALUE 0.
      *    COUNTERS - ROWS RELOADED, RECORDS READ, TABLES CHOSEN,
      *    CHOSEN TABLES FOUND ON THE FILE, TABLES THAT MATCH AND DO
      *    NOT MATCH THE FILE, AND CHECKS THE FILE FAILED
       01  ROWCTR                          PIC 9(9)        VALUE 0.
       01  RECCTR                          PIC 9(11)       VALUE 0.
       01  SELCTR                          PIC 9(4)        VALUE 0.
       01  FOUNDCTR                        PIC 9(4)        VALUE 0.
       01  MATCHCTR                        PIC 9(4)        VALUE 0.
       01  MISMATCHCTR                     PIC 9(4)        VALUE 0.
       01  FILEERRCTR                      PIC 9(6)        VALUE 0.
      *    WHAT THE FILE ADDS UP TO AS IT IS READ - THE TABLE IN HAND
      *    AND THE WHOLE FILE
       01  TABROWCTR                       PIC 9(9)        VALUE 0.
       01  TABHASHTOT                      PIC S9(15)V99   COMP-3
                                                            VALUE 0.
       01  TABCTR                          PIC 9(4)        VALUE 0.
       01  FILEROWCTR                      PIC 9(11)       VALUE 0.
       01  FILEHASHTOT                     PIC S9(17)V99   COMP-3
                                                            VALUE 0.
      *    THE TABLE IN HAND, WHETHER IT WAS CHOSEN ('Y' OR 'N', 'L'
      *    FOR A LOG TABLE, '?' FOR A NAME THIS PROGRAM DOES NOT KNOW)
      *    AND THE LENGTH OF ITS ROW IMAGE
       01  WKTABNAME                       PIC X(18)       VALUE ' '.
       01  WKTABSEL                        PIC X           VALUE ' '.
       01  WKIMGLEN                        PIC 9(4)        VALUE 0.
      *    THE FILE HEADER, KEPT FOR THE REPORT HEADINGS
       01  HDR-BUSDATE                     PIC X(10)       VALUE ' '.
       01  HDR-RUNID                       PIC 9(9)        VALUE 0.
       01  HDR-UNLDATE                     PIC X(10)       VALUE ' '.
       01  HDR-UNLTIME                     PIC X(8)        VALUE ' '.
      *    WHAT A FAILED CHECK SAYS, AND WHAT THE DETAIL LINE SAYS WAS
      *    DONE WITH THE TABLE
       01  WKMSG                           PIC X(60)       VALUE ' '.
       01  WKACTION                        PIC X(14)       VALUE ' '.
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
      ********************RELOADED TABLES*******************************
      *    THE IMAGE OF THE ROW BEING PUT BACK, THE IMAGE AND HASH OF
      *    A ROW AS IT NOW STANDS, AND THE ROW COUNT AND HASH TOTAL OF
      *    A TABLE AS IT NOW STANDS
       01  ROWIMAGE                        PIC X(414).
       01  LIVEIMAGE                       PIC X(414).
       01  LIVEROWHASH                     PIC S9(15)V99   COMP-3.
       01  LIVECNT                         PIC S9(9)       COMP.
       01  LIVEHASH                        PIC S9(15)V99   COMP-3.
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
      *    WORK AREAS FOR THE PRINTED RELOAD CONTROL REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(46)   VALUE SPACES.
           05  RPT-H1-TITLE                PIC X(30).
           05  FILLER                      PIC X(44)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS WHICH NIGHT'S UNLOAD THE
      *    FILE IS AND WHETHER ANYTHING WAS CHANGED
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'UNLOAD OF: '.
           05  RPT-PL-DATE                 PIC X(10).
           05  FILLER                      PIC X(20)
                                           VALUE '  TABLES LOCKED AT: '.
           05  RPT-PL-UNLDATE              PIC X(10).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-PL-UNLTIME              PIC X(8).
           05  FILLER                      PIC X(17)
                                           VALUE '  UNLOAD RUN ID: '.
           05  RPT-PL-RUNID                PIC Z(8)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-PL-MODE                 PIC X(30).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(18)   VALUE 'TABLE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'FILE ROWS'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER               PIC X(15)   VALUE 'FILE HASH TOTAL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'ACTION'.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'LIVE ROWS'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER               PIC X(15)   VALUE 'LIVE HASH TOTAL'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'RESULT'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-TABNAME               PIC X(18).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FILEROWS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-FILEHASH              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ACTION                PIC X(14).
           05  FILLER                      PIC X(2)    VALUE SPACES.
      *    LEFT BLANK FOR A TABLE THAT WAS NOT COMPARED
           05  RPT-D-LIVE.
               10  RPT-D-LIVEROWS          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  RPT-D-LIVEHASH          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-RESULT                PIC X(7).
      *    A CHECK THE FILE FAILED, OR THE OUTCOME OF THE RUN
       01  RPT-MSG-LINE.
           05  RPT-M-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-M-TABNAME               PIC X(18).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-M-TEXT                  PIC X(60).
      *    THE CONTROL TOTALS AT THE END OF THE REPORT
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

       LINKAGE SECTION.
      *    THE PARM - HALFWORD LENGTH FOLLOWED BY THE TEXT
       01  RELOAD-PARM.
           05  RELOAD-PARM-LENG            PIC S9(4)       COMP.
           05  RELOAD-PARM-VALUE           PIC X(100).

       PROCEDURE DIVISION USING RELOAD-PARM.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM GET-PARM.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM READ-CONTROL-CARDS.
           PERFORM CHECK-CHOICES.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-RELRPT.
           PERFORM VERIFY-PASS.
           IF RELOAD-SW = 'Y' AND FILEERR-SW = 'N'
               PERFORM LOCK-TABLES
               PERFORM DELETE-TABLES
               PERFORM INSERT-PASS
               PERFORM LINK-PASS
               PERFORM PROVE-PASS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-RELRPT.
      *    A RELOAD IS KEPT ONLY WHEN THE FILE PASSED EVERY CHECK AND
      *    EVERY RELOADED TABLE MATCHES IT - OTHERWISE ALL OF IT IS
      *    BACKED OUT AND THE TABLES ARE AS THEY WERE FOUND
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           IF RELOAD-SW = 'Y' AND FILEERR-SW = 'N'
           AND MISMATCH-SW = 'N'
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 0 TO ROWCTR.
           PERFORM CLOSE-RUNCONTROL.
           PERFORM SHUT-DOWN.

      *    THE PARM MUST SAY VERIFY OR RELOAD AND GIVE THE BUSINESS
      *    DATE OF THE UNLOAD - THE DATE GUARDS AGAINST RELOADING FROM
      *    THE WRONG NIGHT'S FILE, AND ANYTHING ELSE IS TURNED AWAY
      *    RATHER THAN GUESSED AT
       GET-PARM.
           MOVE 0 TO RC-RUNID.
           IF RELOAD-PARM-LENG > 0 AND RELOAD-PARM-LENG <= 100
               UNSTRING RELOAD-PARM-VALUE (1:RELOAD-PARM-LENG)
                   DELIMITED BY ','
                   INTO PARM-MODE PARM-BUSDATE.
           IF PARM-MODE = 'RELOAD'
               MOVE 'Y' TO RELOAD-SW.
           IF (PARM-MODE NOT = 'VERIFY' AND PARM-MODE NOT = 'RELOAD')
           OR PARM-BUSDATE = SPACES
               DISPLAY 'DBRELOAD - THE PARM MUST BE VERIFY,YYYY-MM-DD'
                   ' OR RELOAD,YYYY-MM-DD - THE BUSINESS DATE OF THE'
                   ' UNLOAD'
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

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    EVERY CARD IS READ AND CHECKED BEFORE ANYTHING ELSE IS
      *    DONE, SO ONE BAD CARD STOPS THE RUN BEFORE IT STARTS
       READ-CONTROL-CARDS.
           OPEN INPUT RELCTL-FILE.
           IF RELCTL-STATUS NOT = '00'
               DISPLAY 'DBRELOAD - UNABLE TO OPEN THE CONTROL CARDS,'
                   ' STATUS ' RELCTL-STATUS
               STOP RUN.
           PERFORM READ-CARD THRU READ-CARD-EXIT
               UNTIL CTLEOF-SW = 'Y'.
           CLOSE RELCTL-FILE.

       READ-CARD.
           READ RELCTL-FILE
               AT END
                   MOVE 'Y' TO CTLEOF-SW
                   GO TO READ-CARD-EXIT
           END-READ.
           IF CTL-TABNAME = SPACES OR CTL-TABNAME (1:1) = '*'
               GO TO READ-CARD-EXIT.
           IF CTL-TABNAME = 'ALL'
               MOVE ALL 'Y' TO RELOAD-SEL
               MOVE 'Y' TO ALLCARD-SW
               GO TO READ-CARD-EXIT.
           PERFORM CHOOSE-TABLE.
       READ-CARD-EXIT.
           EXIT.

      *    A CARD MUST NAME A TABLE ON THE UNLOAD. THE LOG TABLES ARE
      *    THE RECORD OF WHAT RAN AND ARE NEVER PUT BACK
       CHOOSE-TABLE.
           EVALUATE CTL-TABNAME
               WHEN 'COMPANY'
                   MOVE 'Y' TO SEL-COMPANY
               WHEN 'CUSTOMERS'
                   MOVE 'Y' TO SEL-CUSTOMERS
               WHEN 'LAPTOPS'
                   MOVE 'Y' TO SEL-LAPTOPS
               WHEN 'ORDERS'
                   MOVE 'Y' TO SEL-ORDERS
               WHEN 'LAPTOPORDERS'
                   MOVE 'Y' TO SEL-LAPTOPORDERS
               WHEN 'COMPANYAUDIT'
                   MOVE 'Y' TO SEL-COMPANYAUDIT
               WHEN 'WARRANTYCLAIMS'
                   MOVE 'Y' TO SEL-WARRANTYCLAIMS
               WHEN 'PRICEHISTORY'
                   MOVE 'Y' TO SEL-PRICEHISTORY
               WHEN 'OSCATALOG'
                   MOVE 'Y' TO SEL-OSCATALOG
               WHEN 'SHIPMENTS'
                   MOVE 'Y' TO SEL-SHIPMENTS
               WHEN 'PAYMENTS'
                   MOVE 'Y' TO SEL-PAYMENTS
               WHEN 'TAXRATES'
                   MOVE 'Y' TO SEL-TAXRATES
               WHEN 'RETURNS'
                   MOVE 'Y' TO SEL-RETURNS
               WHEN 'BACKORDERS'
                   MOVE 'Y' TO SEL-BACKORDERS
               WHEN 'PURCHASEORDERS'
                   MOVE 'Y' TO SEL-PURCHASEORDERS
               WHEN 'STOCKRECEIPTS'
                   MOVE 'Y' TO SEL-STOCKRECEIPTS
               WHEN 'STOCKAUDIT'
                   MOVE 'Y' TO SEL-STOCKAUDIT
               WHEN 'PROMOTIONS'
                   MOVE 'Y' TO SEL-PROMOTIONS
               WHEN 'LOYALTYPOINTS'
                   MOVE 'Y' TO SEL-LOYALTYPOINTS
               WHEN 'EXCEPTIONLOG'
                   MOVE 'Y' TO SEL-EXCEPTIONLOG
               WHEN 'SYSPARMS'
                   MOVE 'Y' TO SEL-SYSPARMS
               WHEN 'OPERATORS'
                   MOVE 'Y' TO SEL-OPERATORS
               WHEN 'LAPTOPUNITS'
                   MOVE 'Y' TO SEL-LAPTOPUNITS
               WHEN 'POLINES'
                   MOVE 'Y' TO SEL-POLINES
               WHEN 'SESSIONLOG'
                   MOVE 'Y' TO SEL-SESSIONLOG
               WHEN 'STOCKLOCATIONS'
                   MOVE 'Y' TO SEL-STOCKLOCATIONS
               WHEN 'LOCATIONSTOCK'
                   MOVE 'Y' TO SEL-LOCATIONSTOCK
               WHEN 'CLOSEDPERIODS'
                   MOVE 'Y' TO SEL-CLOSEDPERIODS
               WHEN 'TAXRATEHISTORY'
                   MOVE 'Y' TO SEL-TAXRATEHISTORY
               WHEN 'BATCHCONTROL'
                   MOVE 'Y' TO SEL-BATCHCONTROL
               WHEN 'QUOTES'
                   MOVE 'Y' TO SEL-QUOTES
               WHEN 'QUOTELINES'
                   MOVE 'Y' TO SEL-QUOTELINES
               WHEN 'KEYCOUNTERS'
                   MOVE 'Y' TO SEL-KEYCOUNTERS
               WHEN 'CYCLECOUNTS'
                   MOVE 'Y' TO SEL-CYCLECOUNTS
               WHEN 'VENDORRETURNS'
                   MOVE 'Y' TO SEL-VENDORRETURNS
               WHEN 'CARRIERS'
                   MOVE 'Y' TO SEL-CARRIERS
               WHEN 'SHIPRATES'
                   MOVE 'Y' TO SEL-SHIPRATES
               WHEN 'TERRITORIES'
                   MOVE 'Y' TO SEL-TERRITORIES
               WHEN 'QUOTAS'
                   MOVE 'Y' TO SEL-QUOTAS
               WHEN 'INVOICEREG'
                   MOVE 'Y' TO SEL-INVOICEREG
               WHEN 'VENDORINVOICES'
                   MOVE 'Y' TO SEL-VENDORINVOICES
               WHEN 'VENDORINVLINES'
                   MOVE 'Y' TO SEL-VENDORINVLINES
               WHEN 'APPAYMENTS'
                   MOVE 'Y' TO SEL-APPAYMENTS
               WHEN 'BANKSTMT'
                   MOVE 'Y' TO SEL-BANKSTMT
               WHEN 'DUNNINGHIST'
                   MOVE 'Y' TO SEL-DUNNINGHIST
               WHEN 'SHIPMENTLINES'
                   MOVE 'Y' TO SEL-SHIPMENTLINES
               WHEN 'FREIGHTCLAIMS'
                   MOVE 'Y' TO SEL-FREIGHTCLAIMS
               WHEN 'WARRANTYCHARGEBACKS'
                   MOVE 'Y' TO SEL-WARRANTYCHARGEBACKS
               WHEN 'WARRANTYPLANS'
                   MOVE 'Y' TO SEL-WARRANTYPLANS
               WHEN 'WARRANTYCONTRACTS'
                   MOVE 'Y' TO SEL-WARRANTYCONTRACTS
               WHEN 'RECALLS'
                   MOVE 'Y' TO SEL-RECALLS
               WHEN 'RECALLSERIALS'
                   MOVE 'Y' TO SEL-RECALLSERIALS
               WHEN 'RECALLUNITS'
                   MOVE 'Y' TO SEL-RECALLUNITS
               WHEN 'CUSTPRICES'
                   MOVE 'Y' TO SEL-CUSTPRICES
               WHEN 'TAXEXEMPTCERTS'
                   MOVE 'Y' TO SEL-TAXEXEMPTCERTS
               WHEN 'CUSTNOTES'
                   MOVE 'Y' TO SEL-CUSTNOTES
               WHEN 'CUSTSHIPTO'
                   MOVE 'Y' TO SEL-CUSTSHIPTO
               WHEN 'PRIVACYHOLD'
                   MOVE 'Y' TO SEL-PRIVACYHOLD
               WHEN 'BUSCALENDAR'
                   MOVE 'Y' TO SEL-BUSCALENDAR
               WHEN 'RPTRETENTION'
                   MOVE 'Y' TO SEL-RPTRETENTION
               WHEN 'REPORTSTORE'
                   MOVE 'Y' TO SEL-REPORTSTORE
               WHEN 'REPORTLINES'
                   MOVE 'Y' TO SEL-REPORTLINES
               WHEN 'CATALOGSTAGE'
                   MOVE 'Y' TO SEL-CATALOGSTAGE
               WHEN 'NOTIFYEVENTS'
                   MOVE 'Y' TO SEL-NOTIFYEVENTS
               WHEN 'NOTIFYLOG'
                   MOVE 'Y' TO SEL-NOTIFYLOG
               WHEN 'APPROVALQUEUE'
                   MOVE 'Y' TO SEL-APPROVALQUEUE
               WHEN 'RUNCONTROL'
               WHEN 'SQLERRLOG'
                   DISPLAY 'DBRELOAD - ' CTL-TABNAME ' IS A LOG TABLE'
                       ' AND IS NEVER VERIFIED OR RELOADED'
                   MOVE 'Y' TO REFUSED-SW
               WHEN OTHER
                   DISPLAY 'DBRELOAD - ' CTL-TABNAME ' IS NOT A TABLE'
                       ' ON THE UNLOAD'
                   MOVE 'Y' TO REFUSED-SW
           END-EVALUATE.

      *    AT LEAST ONE TABLE MUST BE CHOSEN. FOR A RELOAD, A TABLE
      *    CHOSEN WITHOUT A TABLE THAT REFERENCES IT IS REFUSED - ITS
      *    ROWS WOULD BE EMPTIED FROM UNDER THE CHILD ROWS - AND THE
      *    KEY COUNTERS ARE REFUSED UNLESS EVERY TABLE IS RELOADED,
      *    SINCE THE COUNTERS OF ONE NIGHT AGAINST THE KEYS OF
      *    ANOTHER WOULD HAND THE SAME KEY OUT TWICE
       CHECK-CHOICES.
           MOVE 0 TO SELCTR.
           INSPECT RELOAD-SEL TALLYING SELCTR FOR ALL 'Y'.
           IF SELCTR = 0
               DISPLAY 'DBRELOAD - NO TABLE WAS CHOSEN - THE CONTROL'
                   ' CARDS MUST NAME THE TABLES, OR ALL'
               MOVE 'Y' TO REFUSED-SW.
           IF RELOAD-SW = 'Y'
               PERFORM CHECK-CHILDREN.
           IF RELOAD-SW = 'Y' AND ALLCARD-SW = 'N'
           AND SEL-KEYCOUNTERS = 'Y'
               DISPLAY 'DBRELOAD - KEYCOUNTERS CAN ONLY BE RELOADED'
                   ' WITH ALL'
               MOVE 'Y' TO REFUSED-SW.
           IF REFUSED-SW = 'Y'
               DISPLAY 'DBRELOAD - NOTHING WAS VERIFIED OR RELOADED'
               STOP RUN.

      *    ONE CHECK FOR EACH FOREIGN KEY BETWEEN TWO RELOADABLE
      *    TABLES
       CHECK-CHILDREN.
           IF SEL-COMPANY = 'Y' AND SEL-LAPTOPS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT LAPTOPS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-COMPANYAUDIT = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT COMPANYAUDIT'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-PURCHASEORDERS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT PURCHASEORDERS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-STOCKRECEIPTS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT STOCKRECEIPTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-VENDORRETURNS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT VENDORRETURNS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-VENDORINVOICES = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT VENDORINVOICES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-APPAYMENTS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT APPAYMENTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-WARRANTYCHARGEBACKS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT WARRANTYCHARGEBACKS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-RECALLS = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT RECALLS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-COMPANY = 'Y' AND SEL-CATALOGSTAGE = 'N'
               DISPLAY 'DBRELOAD - COMPANY CANNOT BE RELOADED'
                   ' WITHOUT CATALOGSTAGE'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-ORDERS = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT ORDERS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-LOYALTYPOINTS = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT LOYALTYPOINTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-QUOTES = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT QUOTES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-DUNNINGHIST = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT DUNNINGHIST'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-CUSTPRICES = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT CUSTPRICES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-TAXEXEMPTCERTS = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT TAXEXEMPTCERTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-CUSTNOTES = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT CUSTNOTES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-CUSTOMERS = 'Y' AND SEL-CUSTSHIPTO = 'N'
               DISPLAY 'DBRELOAD - CUSTOMERS CANNOT BE RELOADED'
                   ' WITHOUT CUSTSHIPTO'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-LAPTOPORDERS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT LAPTOPORDERS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-WARRANTYCLAIMS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT WARRANTYCLAIMS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-PRICEHISTORY = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT PRICEHISTORY'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-RETURNS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT RETURNS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-BACKORDERS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT BACKORDERS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-STOCKRECEIPTS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT STOCKRECEIPTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-STOCKAUDIT = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT STOCKAUDIT'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-LAPTOPUNITS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT LAPTOPUNITS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-POLINES = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT POLINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-LOCATIONSTOCK = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT LOCATIONSTOCK'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-QUOTELINES = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT QUOTELINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-CYCLECOUNTS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT CYCLECOUNTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-VENDORINVLINES = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT VENDORINVLINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-FREIGHTCLAIMS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT FREIGHTCLAIMS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-RECALLS = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT RECALLS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-CUSTPRICES = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT CUSTPRICES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-LAPTOPS = 'Y' AND SEL-CATALOGSTAGE = 'N'
               DISPLAY 'DBRELOAD - LAPTOPS CANNOT BE RELOADED'
                   ' WITHOUT CATALOGSTAGE'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-ORDERS = 'Y' AND SEL-LAPTOPORDERS = 'N'
               DISPLAY 'DBRELOAD - ORDERS CANNOT BE RELOADED'
                   ' WITHOUT LAPTOPORDERS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-ORDERS = 'Y' AND SEL-SHIPMENTS = 'N'
               DISPLAY 'DBRELOAD - ORDERS CANNOT BE RELOADED'
                   ' WITHOUT SHIPMENTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-ORDERS = 'Y' AND SEL-PAYMENTS = 'N'
               DISPLAY 'DBRELOAD - ORDERS CANNOT BE RELOADED'
                   ' WITHOUT PAYMENTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-ORDERS = 'Y' AND SEL-RETURNS = 'N'
               DISPLAY 'DBRELOAD - ORDERS CANNOT BE RELOADED'
                   ' WITHOUT RETURNS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-ORDERS = 'Y' AND SEL-BACKORDERS = 'N'
               DISPLAY 'DBRELOAD - ORDERS CANNOT BE RELOADED'
                   ' WITHOUT BACKORDERS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-ORDERS = 'Y' AND SEL-INVOICEREG = 'N'
               DISPLAY 'DBRELOAD - ORDERS CANNOT BE RELOADED'
                   ' WITHOUT INVOICEREG'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-WARRANTYCLAIMS = 'Y' AND SEL-WARRANTYCHARGEBACKS = 'N'
               DISPLAY 'DBRELOAD - WARRANTYCLAIMS CANNOT BE RELOADED'
                   ' WITHOUT WARRANTYCHARGEBACKS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-SHIPMENTS = 'Y' AND SEL-SHIPMENTLINES = 'N'
               DISPLAY 'DBRELOAD - SHIPMENTS CANNOT BE RELOADED'
                   ' WITHOUT SHIPMENTLINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-SHIPMENTS = 'Y' AND SEL-FREIGHTCLAIMS = 'N'
               DISPLAY 'DBRELOAD - SHIPMENTS CANNOT BE RELOADED'
                   ' WITHOUT FREIGHTCLAIMS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-RETURNS = 'Y' AND SEL-VENDORRETURNS = 'N'
               DISPLAY 'DBRELOAD - RETURNS CANNOT BE RELOADED'
                   ' WITHOUT VENDORRETURNS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-PURCHASEORDERS = 'Y' AND SEL-STOCKRECEIPTS = 'N'
               DISPLAY 'DBRELOAD - PURCHASEORDERS CANNOT BE RELOADED'
                   ' WITHOUT STOCKRECEIPTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-PURCHASEORDERS = 'Y' AND SEL-POLINES = 'N'
               DISPLAY 'DBRELOAD - PURCHASEORDERS CANNOT BE RELOADED'
                   ' WITHOUT POLINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-PURCHASEORDERS = 'Y' AND SEL-VENDORINVOICES = 'N'
               DISPLAY 'DBRELOAD - PURCHASEORDERS CANNOT BE RELOADED'
                   ' WITHOUT VENDORINVOICES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-STOCKLOCATIONS = 'Y' AND SEL-LOCATIONSTOCK = 'N'
               DISPLAY 'DBRELOAD - STOCKLOCATIONS CANNOT BE RELOADED'
                   ' WITHOUT LOCATIONSTOCK'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-STOCKLOCATIONS = 'Y' AND SEL-CYCLECOUNTS = 'N'
               DISPLAY 'DBRELOAD - STOCKLOCATIONS CANNOT BE RELOADED'
                   ' WITHOUT CYCLECOUNTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-QUOTES = 'Y' AND SEL-QUOTELINES = 'N'
               DISPLAY 'DBRELOAD - QUOTES CANNOT BE RELOADED'
                   ' WITHOUT QUOTELINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-VENDORINVOICES = 'Y' AND SEL-VENDORINVLINES = 'N'
               DISPLAY 'DBRELOAD - VENDORINVOICES CANNOT BE RELOADED'
                   ' WITHOUT VENDORINVLINES'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-WARRANTYPLANS = 'Y' AND SEL-WARRANTYCONTRACTS = 'N'
               DISPLAY 'DBRELOAD - WARRANTYPLANS CANNOT BE RELOADED'
                   ' WITHOUT WARRANTYCONTRACTS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-RECALLS = 'Y' AND SEL-RECALLSERIALS = 'N'
               DISPLAY 'DBRELOAD - RECALLS CANNOT BE RELOADED'
                   ' WITHOUT RECALLSERIALS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-RECALLS = 'Y' AND SEL-RECALLUNITS = 'N'
               DISPLAY 'DBRELOAD - RECALLS CANNOT BE RELOADED'
                   ' WITHOUT RECALLUNITS'
               MOVE 'Y' TO REFUSED-SW.
           IF SEL-NOTIFYEVENTS = 'Y' AND SEL-NOTIFYLOG = 'N'
               DISPLAY 'DBRELOAD - NOTIFYEVENTS CANNOT BE RELOADED'
                   ' WITHOUT NOTIFYLOG'
               MOVE 'Y' TO REFUSED-SW.

       OPEN-RELRPT.
           OPEN OUTPUT RELRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.
           IF RELOAD-SW = 'Y'
               MOVE 'DATABASE RELOAD CONTROL REPORT' TO RPT-H1-TITLE
           ELSE
               MOVE 'DATABASE VERIFY CONTROL REPORT' TO RPT-H1-TITLE.

       CLOSE-RELRPT.
           CLOSE RELRPT-FILE.

       OPEN-UNLOAD.
           MOVE 'N' TO UNLEOF-SW.
           OPEN INPUT UNLOAD-FILE.
           IF UNLOAD-STATUS NOT = '00'
               DISPLAY 'DBRELOAD - UNABLE TO OPEN THE UNLOAD FILE,'
                   ' STATUS ' UNLOAD-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               STOP RUN.

       CLOSE-UNLOAD.
           CLOSE UNLOAD-FILE.

      *    A FILE THAT CANNOT BE READ PART WAY THROUGH A RELOAD STOPS
      *    THE RUN WITH EVERYTHING BACKED OUT
       READ-UNLOAD.
           READ UNLOAD-FILE
               AT END
                   MOVE 'Y' TO UNLEOF-SW
           END-READ.
           IF UNLOAD-STATUS NOT = '00' AND UNLOAD-STATUS NOT = '10'
               DISPLAY 'DBRELOAD - UNABLE TO READ THE UNLOAD FILE,'
                   ' STATUS ' UNLOAD-STATUS ' - NOTHING WAS RELOADED'
               EXEC SQL ROLLBACK WORK END-EXEC
               STOP RUN.

      *    THE FIRST PASS PROVES THE FILE - EVERY RECORD IS CHECKED
      *    AND ADDED UP - AND FOR A VERIFY RUN COMPARES EACH CHOSEN
      *    TABLE WITH THE DATABASE, ROW BY ROW AS ITS ROWS GO BY AND
      *    ON ITS TOTALS AT ITS TABLE END RECORD
       VERIFY-PASS.
           MOVE 'N' TO LIVEOPEN-SW.
           PERFORM OPEN-UNLOAD.
           PERFORM VERIFY-LOOP THRU VERIFY-LOOP-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           PERFORM CLOSE-UNLOAD.
           IF LIVEOPEN-SW = 'Y'
               PERFORM CLOSE-LIVE.
           IF HDRSEEN-SW = 'N'
               MOVE 'THE FILE HAS NO HEADER - IT IS NOT AN UNLOAD'
                   TO WKMSG
               PERFORM FILE-ERROR.
           IF TRLSEEN-SW = 'N'
               MOVE 'NO FILE TRAILER - THE UNLOAD DID NOT FINISH'
                   TO WKMSG
               PERFORM FILE-ERROR.
           IF FOUNDCTR < SELCTR
               MOVE 'A CHOSEN TABLE IS NOT ON THE FILE' TO WKMSG
               PERFORM FILE-ERROR.

       VERIFY-LOOP.
           PERFORM READ-UNLOAD.
           IF UNLEOF-SW = 'Y'
               GO TO VERIFY-LOOP-EXIT.
           ADD 1 TO RECCTR.
           IF TRLSEEN-SW = 'Y'
               MOVE 'A RECORD FOLLOWS THE FILE TRAILER' TO WKMSG
               PERFORM FILE-ERROR
               GO TO VERIFY-LOOP-EXIT.
           IF HDRSEEN-SW = 'N' AND UNL-RECTYPE NOT = 'H'
               MOVE 'THE FIRST RECORD IS NOT THE FILE HEADER' TO WKMSG
               PERFORM FILE-ERROR
               MOVE 'Y' TO UNLEOF-SW
               GO TO VERIFY-LOOP-EXIT.
           EVALUATE UNL-RECTYPE
               WHEN 'H'
                   PERFORM VERIFY-HEADER
               WHEN 'D'
                   PERFORM VERIFY-ROW
               WHEN 'E'
                   PERFORM VERIFY-TABLE-END
               WHEN 'Z'
                   PERFORM VERIFY-TRAILER
               WHEN OTHER
                   MOVE 'A RECORD OF AN UNKNOWN TYPE IS ON THE FILE'
                       TO WKMSG
                   PERFORM FILE-ERROR
           END-EVALUATE.
       VERIFY-LOOP-EXIT.
           EXIT.

      *    THE HEADER MUST BE THE FIRST RECORD AND BE FOR THE NIGHT
      *    THE PARM ASKED FOR
       VERIFY-HEADER.
           IF RECCTR NOT = 1
               MOVE 'A SECOND FILE HEADER IS ON THE FILE' TO WKMSG
               PERFORM FILE-ERROR.
           MOVE 'Y' TO HDRSEEN-SW.
           MOVE UNL-H-BUSDATE TO HDR-BUSDATE.
           MOVE UNL-H-RUNID TO HDR-RUNID.
           MOVE UNL-H-UNLDATE TO HDR-UNLDATE.
           MOVE UNL-H-UNLTIME TO HDR-UNLTIME.
           IF UNL-H-BUSDATE NOT = PARM-BUSDATE
               DISPLAY 'DBRELOAD - THE FILE IS THE UNLOAD OF '
                   UNL-H-BUSDATE ', NOT OF ' PARM-BUSDATE
               MOVE 'THE FILE IS NOT THE UNLOAD OF THE DATE IN THE PARM'
                   TO WKMSG
               PERFORM FILE-ERROR.

      *    A TABLE'S ROWS COME TOGETHER AHEAD OF ITS TABLE END RECORD
       VERIFY-ROW.
           IF TABROWCTR = 0
               MOVE UNL-TABNAME TO WKTABNAME
               PERFORM GET-TABLE-INFO.
           IF UNL-TABNAME NOT = WKTABNAME
               MOVE 'A ROW IS OUT OF PLACE AMONG ANOTHER TABLE''S ROWS'
                   TO WKMSG
               PERFORM FILE-ERROR
           ELSE
               IF RELOAD-SW = 'N' AND WKTABSEL = 'Y'
                   PERFORM COMPARE-ROW THRU COMPARE-ROW-EXIT.
           IF UNL-D-ROWHASH NUMERIC
               ADD UNL-D-ROWHASH TO TABHASHTOT
           ELSE
               MOVE 'A ROW HASH IS NOT NUMERIC' TO WKMSG
               PERFORM FILE-ERROR.
           ADD 1 TO TABROWCTR.

      *    THE ROWS JUST READ MUST ADD UP TO THE TABLE END RECORD, AND
      *    THE TABLE'S ROW LAYOUT MUST BE THE ONE THIS PROGRAM KNOWS
       VERIFY-TABLE-END.
           IF TABROWCTR > 0 AND UNL-TABNAME NOT = WKTABNAME
               MOVE 'THE TABLE END RECORD IS NOT FOR THE ROWS BEFORE IT'
                   TO WKMSG
               PERFORM FILE-ERROR.
           MOVE UNL-TABNAME TO WKTABNAME.
           PERFORM GET-TABLE-INFO.
           IF WKTABSEL = '?'
               MOVE 'THE TABLE IS NOT ONE THIS PROGRAM KNOWS' TO WKMSG
               PERFORM FILE-ERROR
           ELSE
               IF UNL-E-IMGLEN NOT = WKIMGLEN
                   MOVE 'THE ROW LAYOUT DOES NOT MATCH THIS PROGRAM'
                       TO WKMSG
                   PERFORM FILE-ERROR.
           IF UNL-E-ROWCNT NOT NUMERIC OR UNL-E-HASHTOT NOT NUMERIC
               MOVE 'THE TABLE END RECORD IS NOT NUMERIC' TO WKMSG
               PERFORM FILE-ERROR
           ELSE
               IF UNL-E-ROWCNT NOT = TABROWCTR
               OR UNL-E-HASHTOT NOT = TABHASHTOT
                   MOVE 'THE ROWS DO NOT ADD UP TO THE TABLE END RECORD'
                       TO WKMSG
                   PERFORM FILE-ERROR
               ELSE
                   IF RELOAD-SW = 'N'
                       PERFORM REPORT-TABLE.
           IF LIVEOPEN-SW = 'Y'
               PERFORM CLOSE-LIVE.
           ADD 1 TO TABCTR.
           ADD TABROWCTR TO FILEROWCTR.
           ADD TABHASHTOT TO FILEHASHTOT.
           IF WKTABSEL = 'Y'
               ADD 1 TO FOUNDCTR.
           MOVE 0 TO TABROWCTR.
           MOVE 0 TO TABHASHTOT.

      *    THE TABLE END RECORDS MUST ADD UP TO THE TRAILER, AND NO
      *    TABLE'S ROWS MAY BE LEFT WITHOUT THEIR TABLE END RECORD
       VERIFY-TRAILER.
           MOVE 'Y' TO TRLSEEN-SW.
           MOVE SPACES TO WKTABNAME.
           IF TABROWCTR > 0
               MOVE 'ROWS ARE MISSING THEIR TABLE END RECORD' TO WKMSG
               PERFORM FILE-ERROR.
           IF UNL-Z-TABCNT NOT NUMERIC OR UNL-Z-ROWCNT NOT NUMERIC
           OR UNL-Z-HASHTOT NOT NUMERIC
               MOVE 'THE FILE TRAILER IS NOT NUMERIC' TO WKMSG
               PERFORM FILE-ERROR
           ELSE
               IF UNL-Z-TABCNT NOT = TABCTR
               OR UNL-Z-ROWCNT NOT = FILEROWCTR
               OR UNL-Z-HASHTOT NOT = FILEHASHTOT
                   MOVE 'THE TABLES DO NOT ADD UP TO THE FILE TRAILER'
                       TO WKMSG
                   PERFORM FILE-ERROR.

      *    A FAILED CHECK IS SHOWN ON THE CONSOLE AND THE REPORT, AND
      *    RULES OUT A RELOAD
       FILE-ERROR.
           MOVE 'Y' TO FILEERR-SW.
           ADD 1 TO FILEERRCTR.
           DISPLAY 'DBRELOAD - ' WKTABNAME ' ' WKMSG.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE WKTABNAME TO RPT-M-TABNAME.
           MOVE WKMSG TO RPT-M-TEXT.
           WRITE RELRPT-REC FROM RPT-MSG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    THE CHOSEN TABLE'S SWITCH AND ITS ROW IMAGE LENGTH - THE
      *    SAME LENGTHS DBUNLOAD WRITES ON ITS TABLE END RECORDS
       GET-TABLE-INFO.
           EVALUATE WKTABNAME
               WHEN 'COMPANY'
                   MOVE SEL-COMPANY TO WKTABSEL
                   MOVE 148 TO WKIMGLEN
               WHEN 'CUSTOMERS'
                   MOVE SEL-CUSTOMERS TO WKTABSEL
                   MOVE 209 TO WKIMGLEN
               WHEN 'LAPTOPS'
                   MOVE SEL-LAPTOPS TO WKTABSEL
                   MOVE 231 TO WKIMGLEN
               WHEN 'ORDERS'
                   MOVE SEL-ORDERS TO WKTABSEL
                   MOVE 203 TO WKIMGLEN
               WHEN 'LAPTOPORDERS'
                   MOVE SEL-LAPTOPORDERS TO WKTABSEL
                   MOVE 70 TO WKIMGLEN
               WHEN 'COMPANYAUDIT'
                   MOVE SEL-COMPANYAUDIT TO WKTABSEL
                   MOVE 82 TO WKIMGLEN
               WHEN 'WARRANTYCLAIMS'
                   MOVE SEL-WARRANTYCLAIMS TO WKTABSEL
                   MOVE 208 TO WKIMGLEN
               WHEN 'PRICEHISTORY'
                   MOVE SEL-PRICEHISTORY TO WKTABSEL
                   MOVE 43 TO WKIMGLEN
               WHEN 'OSCATALOG'
                   MOVE SEL-OSCATALOG TO WKTABSEL
                   MOVE 15 TO WKIMGLEN
               WHEN 'SHIPMENTS'
                   MOVE SEL-SHIPMENTS TO WKTABSEL
                   MOVE 74 TO WKIMGLEN
               WHEN 'PAYMENTS'
                   MOVE SEL-PAYMENTS TO WKTABSEL
                   MOVE 85 TO WKIMGLEN
               WHEN 'TAXRATES'
                   MOVE SEL-TAXRATES TO WKTABSEL
                   MOVE 10 TO WKIMGLEN
               WHEN 'RETURNS'
                   MOVE SEL-RETURNS TO WKTABSEL
                   MOVE 74 TO WKIMGLEN
               WHEN 'BACKORDERS'
                   MOVE SEL-BACKORDERS TO WKTABSEL
                   MOVE 57 TO WKIMGLEN
               WHEN 'PURCHASEORDERS'
                   MOVE SEL-PURCHASEORDERS TO WKTABSEL
                   MOVE 27 TO WKIMGLEN
               WHEN 'STOCKRECEIPTS'
                   MOVE SEL-STOCKRECEIPTS TO WKTABSEL
                   MOVE 66 TO WKIMGLEN
               WHEN 'STOCKAUDIT'
                   MOVE SEL-STOCKAUDIT TO WKTABSEL
                   MOVE 69 TO WKIMGLEN
               WHEN 'PROMOTIONS'
                   MOVE SEL-PROMOTIONS TO WKTABSEL
                   MOVE 77 TO WKIMGLEN
               WHEN 'LOYALTYPOINTS'
                   MOVE SEL-LOYALTYPOINTS TO WKTABSEL
                   MOVE 19 TO WKIMGLEN
               WHEN 'EXCEPTIONLOG'
                   MOVE SEL-EXCEPTIONLOG TO WKTABSEL
                   MOVE 66 TO WKIMGLEN
               WHEN 'RUNCONTROL'
                   MOVE 'L' TO WKTABSEL
                   MOVE 63 TO WKIMGLEN
               WHEN 'SYSPARMS'
                   MOVE SEL-SYSPARMS TO WKTABSEL
                   MOVE 31 TO WKIMGLEN
               WHEN 'OPERATORS'
                   MOVE SEL-OPERATORS TO WKTABSEL
                   MOVE 66 TO WKIMGLEN
               WHEN 'LAPTOPUNITS'
                   MOVE SEL-LAPTOPUNITS TO WKTABSEL
                   MOVE 46 TO WKIMGLEN
               WHEN 'POLINES'
                   MOVE SEL-POLINES TO WKTABSEL
                   MOVE 61 TO WKIMGLEN
               WHEN 'SESSIONLOG'
                   MOVE SEL-SESSIONLOG TO WKTABSEL
                   MOVE 66 TO WKIMGLEN
               WHEN 'STOCKLOCATIONS'
                   MOVE SEL-STOCKLOCATIONS TO WKTABSEL
                   MOVE 29 TO WKIMGLEN
               WHEN 'LOCATIONSTOCK'
                   MOVE SEL-LOCATIONSTOCK TO WKTABSEL
                   MOVE 23 TO WKIMGLEN
               WHEN 'CLOSEDPERIODS'
                   MOVE SEL-CLOSEDPERIODS TO WKTABSEL
                   MOVE 17 TO WKIMGLEN
               WHEN 'TAXRATEHISTORY'
                   MOVE SEL-TAXRATEHISTORY TO WKTABSEL
                   MOVE 19 TO WKIMGLEN
               WHEN 'BATCHCONTROL'
                   MOVE SEL-BATCHCONTROL TO WKTABSEL
                   MOVE 18 TO WKIMGLEN
               WHEN 'QUOTES'
                   MOVE SEL-QUOTES TO WKTABSEL
                   MOVE 44 TO WKIMGLEN
               WHEN 'QUOTELINES'
                   MOVE SEL-QUOTELINES TO WKTABSEL
                   MOVE 82 TO WKIMGLEN
               WHEN 'KEYCOUNTERS'
                   MOVE SEL-KEYCOUNTERS TO WKTABSEL
                   MOVE 23 TO WKIMGLEN
               WHEN 'CYCLECOUNTS'
                   MOVE SEL-CYCLECOUNTS TO WKTABSEL
                   MOVE 57 TO WKIMGLEN
               WHEN 'VENDORRETURNS'
                   MOVE SEL-VENDORRETURNS TO WKTABSEL
                   MOVE 69 TO WKIMGLEN
               WHEN 'CARRIERS'
                   MOVE SEL-CARRIERS TO WKTABSEL
                   MOVE 34 TO WKIMGLEN
               WHEN 'SHIPRATES'
                   MOVE SEL-SHIPRATES TO WKTABSEL
                   MOVE 10 TO WKIMGLEN
               WHEN 'TERRITORIES'
                   MOVE SEL-TERRITORIES TO WKTABSEL
                   MOVE 8 TO WKIMGLEN
               WHEN 'QUOTAS'
                   MOVE SEL-QUOTAS TO WKTABSEL
                   MOVE 26 TO WKIMGLEN
               WHEN 'INVOICEREG'
                   MOVE SEL-INVOICEREG TO WKTABSEL
                   MOVE 44 TO WKIMGLEN
               WHEN 'VENDORINVOICES'
                   MOVE SEL-VENDORINVOICES TO WKTABSEL
                   MOVE 113 TO WKIMGLEN
               WHEN 'VENDORINVLINES'
                   MOVE SEL-VENDORINVLINES TO WKTABSEL
                   MOVE 39 TO WKIMGLEN
               WHEN 'APPAYMENTS'
                   MOVE SEL-APPAYMENTS TO WKTABSEL
                   MOVE 76 TO WKIMGLEN
               WHEN 'BANKSTMT'
                   MOVE SEL-BANKSTMT TO WKTABSEL
                   MOVE 79 TO WKIMGLEN
               WHEN 'DUNNINGHIST'
                   MOVE SEL-DUNNINGHIST TO WKTABSEL
                   MOVE 81 TO WKIMGLEN
               WHEN 'SHIPMENTLINES'
                   MOVE SEL-SHIPMENTLINES TO WKTABSEL
                   MOVE 33 TO WKIMGLEN
               WHEN 'FREIGHTCLAIMS'
                   MOVE SEL-FREIGHTCLAIMS TO WKTABSEL
                   MOVE 136 TO WKIMGLEN
               WHEN 'WARRANTYCHARGEBACKS'
                   MOVE SEL-WARRANTYCHARGEBACKS TO WKTABSEL
                   MOVE 64 TO WKIMGLEN
               WHEN 'WARRANTYPLANS'
                   MOVE SEL-WARRANTYPLANS TO WKTABSEL
                   MOVE 64 TO WKIMGLEN
               WHEN 'WARRANTYCONTRACTS'
                   MOVE SEL-WARRANTYCONTRACTS TO WKTABSEL
                   MOVE 77 TO WKIMGLEN
               WHEN 'RECALLS'
                   MOVE SEL-RECALLS TO WKTABSEL
                   MOVE 124 TO WKIMGLEN
               WHEN 'RECALLSERIALS'
                   MOVE SEL-RECALLSERIALS TO WKTABSEL
                   MOVE 20 TO WKIMGLEN
               WHEN 'RECALLUNITS'
                   MOVE SEL-RECALLUNITS TO WKTABSEL
                   MOVE 80 TO WKIMGLEN
               WHEN 'CUSTPRICES'
                   MOVE SEL-CUSTPRICES TO WKTABSEL
                   MOVE 46 TO WKIMGLEN
               WHEN 'TAXEXEMPTCERTS'
                   MOVE SEL-TAXEXEMPTCERTS TO WKTABSEL
                   MOVE 41 TO WKIMGLEN
               WHEN 'CUSTNOTES'
                   MOVE SEL-CUSTNOTES TO WKTABSEL
                   MOVE 182 TO WKIMGLEN
               WHEN 'CUSTSHIPTO'
                   MOVE SEL-CUSTSHIPTO TO WKTABSEL
                   MOVE 93 TO WKIMGLEN
               WHEN 'PRIVACYHOLD'
                   MOVE SEL-PRIVACYHOLD TO WKTABSEL
                   MOVE 9 TO WKIMGLEN
               WHEN 'BUSCALENDAR'
                   MOVE SEL-BUSCALENDAR TO WKTABSEL
                   MOVE 45 TO WKIMGLEN
               WHEN 'SQLERRLOG'
                   MOVE 'L' TO WKTABSEL
                   MOVE 407 TO WKIMGLEN
               WHEN 'RPTRETENTION'
                   MOVE SEL-RPTRETENTION TO WKTABSEL
                   MOVE 52 TO WKIMGLEN
               WHEN 'REPORTSTORE'
                   MOVE SEL-REPORTSTORE TO WKTABSEL
                   MOVE 100 TO WKIMGLEN
               WHEN 'REPORTLINES'
                   MOVE SEL-REPORTLINES TO WKTABSEL
                   MOVE 162 TO WKIMGLEN
               WHEN 'CATALOGSTAGE'
                   MOVE SEL-CATALOGSTAGE TO WKTABSEL
                   MOVE 271 TO WKIMGLEN
               WHEN 'NOTIFYEVENTS'
                   MOVE SEL-NOTIFYEVENTS TO WKTABSEL
                   MOVE 37 TO WKIMGLEN
               WHEN 'NOTIFYLOG'
                   MOVE SEL-NOTIFYLOG TO WKTABSEL
                   MOVE 58 TO WKIMGLEN
               WHEN 'APPROVALQUEUE'
                   MOVE SEL-APPROVALQUEUE TO WKTABSEL
                   MOVE 80 TO WKIMGLEN
               WHEN OTHER
                   MOVE '?' TO WKTABSEL
                   MOVE 0 TO WKIMGLEN
           END-EVALUATE.

      *    ONE LINE FOR EACH TABLE ON THE FILE. A CHOSEN TABLE MUST
      *    HAVE MATCHED THE FILE ROW FOR ROW, WITH NO ROW OF ITS OWN
      *    LEFT OVER, AND IS COUNTED AND HASHED AS IT NOW STANDS,
      *    WHICH MUST MATCH ITS TABLE END RECORD EXACTLY
       REPORT-TABLE.
           MOVE SPACES TO RPT-D-LIVE.
           MOVE SPACES TO RPT-D-RESULT.
           EVALUATE WKTABSEL
               WHEN 'Y'
                   IF RELOAD-SW = 'Y'
                       MOVE 'RELOADED' TO WKACTION
                   ELSE
                       MOVE 'COMPARED' TO WKACTION
                   END-IF
                   PERFORM END-COMPARE
                   PERFORM LIVE-TABLE
                   MOVE LIVECNT TO RPT-D-LIVEROWS
                   MOVE LIVEHASH TO RPT-D-LIVEHASH
                   IF LIVECNT = UNL-E-ROWCNT
                   AND LIVEHASH = UNL-E-HASHTOT
                   AND ROWDIFF-SW = 'N'
                       MOVE 'MATCH' TO RPT-D-RESULT
                       ADD 1 TO MATCHCTR
                   ELSE
                       MOVE 'DIFFERS' TO RPT-D-RESULT
                       MOVE 'Y' TO MISMATCH-SW
                       ADD 1 TO MISMATCHCTR
                   END-IF
               WHEN 'L'
                   MOVE 'LOG - FILE ONLY' TO WKACTION
               WHEN OTHER
                   MOVE 'NOT CHOSEN' TO WKACTION
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.

       LIVE-TABLE.
           EVALUATE WKTABNAME
               WHEN 'COMPANY'
                   PERFORM LIVE-COMPANY
               WHEN 'CUSTOMERS'
                   PERFORM LIVE-CUSTOMERS
               WHEN 'LAPTOPS'
                   PERFORM LIVE-LAPTOPS
               WHEN 'ORDERS'
                   PERFORM LIVE-ORDERS
               WHEN 'LAPTOPORDERS'
                   PERFORM LIVE-LAPTOPORDERS
               WHEN 'COMPANYAUDIT'
                   PERFORM LIVE-COMPANYAUDIT
               WHEN 'WARRANTYCLAIMS'
                   PERFORM LIVE-WARRANTYCLAIMS
               WHEN 'PRICEHISTORY'
                   PERFORM LIVE-PRICEHISTORY
               WHEN 'OSCATALOG'
                   PERFORM LIVE-OSCATALOG
               WHEN 'SHIPMENTS'
                   PERFORM LIVE-SHIPMENTS
               WHEN 'PAYMENTS'
                   PERFORM LIVE-PAYMENTS
               WHEN 'TAXRATES'
                   PERFORM LIVE-TAXRATES
               WHEN 'RETURNS'
                   PERFORM LIVE-RETURNS
               WHEN 'BACKORDERS'
                   PERFORM LIVE-BACKORDERS
               WHEN 'PURCHASEORDERS'
                   PERFORM LIVE-PURCHASEORDERS
               WHEN 'STOCKRECEIPTS'
                   PERFORM LIVE-STOCKRECEIPTS
               WHEN 'STOCKAUDIT'
                   PERFORM LIVE-STOCKAUDIT
               WHEN 'PROMOTIONS'
                   PERFORM LIVE-PROMOTIONS
               WHEN 'LOYALTYPOINTS'
                   PERFORM LIVE-LOYALTYPOINTS
               WHEN 'EXCEPTIONLOG'
                   PERFORM LIVE-EXCEPTIONLOG
               WHEN 'SYSPARMS'
                   PERFORM LIVE-SYSPARMS
               WHEN 'OPERATORS'
                   PERFORM LIVE-OPERATORS
               WHEN 'LAPTOPUNITS'
                   PERFORM LIVE-LAPTOPUNITS
               WHEN 'POLINES'
                   PERFORM LIVE-POLINES
               WHEN 'SESSIONLOG'
                   PERFORM LIVE-SESSIONLOG
               WHEN 'STOCKLOCATIONS'
                   PERFORM LIVE-STOCKLOCATIONS
               WHEN 'LOCATIONSTOCK'
                   PERFORM LIVE-LOCATIONSTOCK
               WHEN 'CLOSEDPERIODS'
                   PERFORM LIVE-CLOSEDPERIODS
               WHEN 'TAXRATEHISTORY'
                   PERFORM LIVE-TAXRATEHISTORY
               WHEN 'BATCHCONTROL'
                   PERFORM LIVE-BATCHCONTROL
               WHEN 'QUOTES'
                   PERFORM LIVE-QUOTES
               WHEN 'QUOTELINES'
                   PERFORM LIVE-QUOTELINES
               WHEN 'KEYCOUNTERS'
                   PERFORM LIVE-KEYCOUNTERS
               WHEN 'CYCLECOUNTS'
                   PERFORM LIVE-CYCLECOUNTS
               WHEN 'VENDORRETURNS'
                   PERFORM LIVE-VENDORRETURNS
               WHEN 'CARRIERS'
                   PERFORM LIVE-CARRIERS
               WHEN 'SHIPRATES'
                   PERFORM LIVE-SHIPRATES
               WHEN 'TERRITORIES'
                   PERFORM LIVE-TERRITORIES
               WHEN 'QUOTAS'
                   PERFORM LIVE-QUOTAS
               WHEN 'INVOICEREG'
                   PERFORM LIVE-INVOICEREG
               WHEN 'VENDORINVOICES'
                   PERFORM LIVE-VENDORINVOICES
               WHEN 'VENDORINVLINES'
                   PERFORM LIVE-VENDORINVLINES
               WHEN 'APPAYMENTS'
                   PERFORM LIVE-APPAYMENTS
               WHEN 'BANKSTMT'
                   PERFORM LIVE-BANKSTMT
               WHEN 'DUNNINGHIST'
                   PERFORM LIVE-DUNNINGHIST
               WHEN 'SHIPMENTLINES'
                   PERFORM LIVE-SHIPMENTLINES
               WHEN 'FREIGHTCLAIMS'
                   PERFORM LIVE-FREIGHTCLAIMS
               WHEN 'WARRANTYCHARGEBACKS'
                   PERFORM LIVE-WARRANTYCHARGEBACKS
               WHEN 'WARRANTYPLANS'
                   PERFORM LIVE-WARRANTYPLANS
               WHEN 'WARRANTYCONTRACTS'
                   PERFORM LIVE-WARRANTYCONTRACTS
               WHEN 'RECALLS'
                   PERFORM LIVE-RECALLS
               WHEN 'RECALLSERIALS'
                   PERFORM LIVE-RECALLSERIALS
               WHEN 'RECALLUNITS'
                   PERFORM LIVE-RECALLUNITS
               WHEN 'CUSTPRICES'
                   PERFORM LIVE-CUSTPRICES
               WHEN 'TAXEXEMPTCERTS'
                   PERFORM LIVE-TAXEXEMPTCERTS
               WHEN 'CUSTNOTES'
                   PERFORM LIVE-CUSTNOTES
               WHEN 'CUSTSHIPTO'
                   PERFORM LIVE-CUSTSHIPTO
               WHEN 'PRIVACYHOLD'
                   PERFORM LIVE-PRIVACYHOLD
               WHEN 'BUSCALENDAR'
                   PERFORM LIVE-BUSCALENDAR
               WHEN 'RPTRETENTION'
                   PERFORM LIVE-RPTRETENTION
               WHEN 'REPORTSTORE'
                   PERFORM LIVE-REPORTSTORE
               WHEN 'REPORTLINES'
                   PERFORM LIVE-REPORTLINES
               WHEN 'CATALOGSTAGE'
                   PERFORM LIVE-CATALOGSTAGE
               WHEN 'NOTIFYEVENTS'
                   PERFORM LIVE-NOTIFYEVENTS
               WHEN 'NOTIFYLOG'
                   PERFORM LIVE-NOTIFYLOG
               WHEN 'APPROVALQUEUE'
                   PERFORM LIVE-APPROVALQUEUE
           END-EVALUATE.

      *    EACH ROW OF A CHOSEN TABLE ON THE FILE IS SET AGAINST THE
      *    NEXT ROW OF THE TABLE AS IT NOW STANDS, READ IN THE SAME
      *    KEY ORDER AS THE UNLOAD WROTE IT - THE IMAGES AND THE ROW
      *    HASHES MUST BE THE SAME. A TABLE THAT RUNS OUT OF ROWS
      *    FIRST DIFFERS, AND AFTER THE FIRST ROW THAT DIFFERS THE
      *    REST OF THE TABLE IS NOT COMPARED
       COMPARE-ROW.
           IF LIVEOPEN-SW = 'N'
               PERFORM OPEN-LIVE.
           IF ROWDIFF-SW = 'Y'
               GO TO COMPARE-ROW-EXIT.
           ADD 1 TO CMPROWCTR.
           PERFORM FETCH-LIVE.
           IF LIVEEOF-SW = 'Y'
               PERFORM ROW-DIFFERS
               GO TO COMPARE-ROW-EXIT.
           IF LIVEIMAGE NOT = UNL-D-IMAGE
           OR LIVEROWHASH NOT = UNL-D-ROWHASH
               PERFORM ROW-DIFFERS.
       COMPARE-ROW-EXIT.
           EXIT.

      *    AT THE TABLE END RECORD THE TABLE MUST HAVE NO ROWS LEFT
      *    THAT THE FILE DOES NOT HAVE - A TABLE WITH NO ROWS ON THE
      *    FILE IS OPENED HERE, AND MUST HAVE NONE AT ALL
       END-COMPARE.
           IF LIVEOPEN-SW = 'N'
               PERFORM OPEN-LIVE.
           IF ROWDIFF-SW = 'N'
               ADD 1 TO CMPROWCTR
               PERFORM FETCH-LIVE
               IF LIVEEOF-SW = 'N'
                   PERFORM ROW-DIFFERS.
           PERFORM CLOSE-LIVE.

       ROW-DIFFERS.
           MOVE 'Y' TO ROWDIFF-SW.
           DISPLAY 'DBRELOAD - ' LIVETABNAME ' FIRST DIFFERS FROM THE'
               ' FILE AT ROW ' CMPROWCTR.

       OPEN-LIVE.
           MOVE WKTABNAME TO LIVETABNAME.
           MOVE 'Y' TO LIVEOPEN-SW.
           MOVE 'N' TO LIVEEOF-SW.
           MOVE 'N' TO ROWDIFF-SW.
           MOVE 0 TO CMPROWCTR.
           EVALUATE LIVETABNAME
               WHEN 'COMPANY'
                   PERFORM OPEN-LIVE-COMPANY
               WHEN 'CUSTOMERS'
                   PERFORM OPEN-LIVE-CUSTOMERS
               WHEN 'LAPTOPS'
                   PERFORM OPEN-LIVE-LAPTOPS
               WHEN 'ORDERS'
                   PERFORM OPEN-LIVE-ORDERS
               WHEN 'LAPTOPORDERS'
                   PERFORM OPEN-LIVE-LAPTOPORDERS
               WHEN 'COMPANYAUDIT'
                   PERFORM OPEN-LIVE-COMPANYAUDIT
               WHEN 'WARRANTYCLAIMS'
                   PERFORM OPEN-LIVE-WARRANTYCLAIMS
               WHEN 'PRICEHISTORY'
                   PERFORM OPEN-LIVE-PRICEHISTORY
               WHEN 'OSCATALOG'
                   PERFORM OPEN-LIVE-OSCATALOG
               WHEN 'SHIPMENTS'
                   PERFORM OPEN-LIVE-SHIPMENTS
               WHEN 'PAYMENTS'
                   PERFORM OPEN-LIVE-PAYMENTS
               WHEN 'TAXRATES'
                   PERFORM OPEN-LIVE-TAXRATES
               WHEN 'RETURNS'
                   PERFORM OPEN-LIVE-RETURNS
               WHEN 'BACKORDERS'
                   PERFORM OPEN-LIVE-BACKORDERS
               WHEN 'PURCHASEORDERS'
                   PERFORM OPEN-LIVE-PURCHASEORDERS
               WHEN 'STOCKRECEIPTS'
                   PERFORM OPEN-LIVE-STOCKRECEIPTS
               WHEN 'STOCKAUDIT'
                   PERFORM OPEN-LIVE-STOCKAUDIT
               WHEN 'PROMOTIONS'
                   PERFORM OPEN-LIVE-PROMOTIONS
               WHEN 'LOYALTYPOINTS'
                   PERFORM OPEN-LIVE-LOYALTYPOINTS
               WHEN 'EXCEPTIONLOG'
                   PERFORM OPEN-LIVE-EXCEPTIONLOG
               WHEN 'SYSPARMS'
                   PERFORM OPEN-LIVE-SYSPARMS
               WHEN 'OPERATORS'
                   PERFORM OPEN-LIVE-OPERATORS
               WHEN 'LAPTOPUNITS'
                   PERFORM OPEN-LIVE-LAPTOPUNITS
               WHEN 'POLINES'
                   PERFORM OPEN-LIVE-POLINES
               WHEN 'SESSIONLOG'
                   PERFORM OPEN-LIVE-SESSIONLOG
               WHEN 'STOCKLOCATIONS'
                   PERFORM OPEN-LIVE-STOCKLOCATIONS
               WHEN 'LOCATIONSTOCK'
                   PERFORM OPEN-LIVE-LOCATIONSTOCK
               WHEN 'CLOSEDPERIODS'
                   PERFORM OPEN-LIVE-CLOSEDPERIODS
               WHEN 'TAXRATEHISTORY'
                   PERFORM OPEN-LIVE-TAXRATEHISTORY
               WHEN 'BATCHCONTROL'
                   PERFORM OPEN-LIVE-BATCHCONTROL
               WHEN 'QUOTES'
                   PERFORM OPEN-LIVE-QUOTES
               WHEN 'QUOTELINES'
                   PERFORM OPEN-LIVE-QUOTELINES
               WHEN 'KEYCOUNTERS'
                   PERFORM OPEN-LIVE-KEYCOUNTERS
               WHEN 'CYCLECOUNTS'
                   PERFORM OPEN-LIVE-CYCLECOUNTS
               WHEN 'VENDORRETURNS'
                   PERFORM OPEN-LIVE-VENDORRETURNS
               WHEN 'CARRIERS'
                   PERFORM OPEN-LIVE-CARRIERS
               WHEN 'SHIPRATES'
                   PERFORM OPEN-LIVE-SHIPRATES
               WHEN 'TERRITORIES'
                   PERFORM OPEN-LIVE-TERRITORIES
               WHEN 'QUOTAS'
                   PERFORM OPEN-LIVE-QUOTAS
               WHEN 'INVOICEREG'
                   PERFORM OPEN-LIVE-INVOICEREG
               WHEN 'VENDORINVOICES'
                   PERFORM OPEN-LIVE-VENDORINVOICES
               WHEN 'VENDORINVLINES'
                   PERFORM OPEN-LIVE-VENDORINVLINES
               WHEN 'APPAYMENTS'
                   PERFORM OPEN-LIVE-APPAYMENTS
               WHEN 'BANKSTMT'
                   PERFORM OPEN-LIVE-BANKSTMT
               WHEN 'DUNNINGHIST'
                   PERFORM OPEN-LIVE-DUNNINGHIST
               WHEN 'SHIPMENTLINES'
                   PERFORM OPEN-LIVE-SHIPMENTLINES
               WHEN 'FREIGHTCLAIMS'
                   PERFORM OPEN-LIVE-FREIGHTCLAIMS
               WHEN 'WARRANTYCHARGEBACKS'
                   PERFORM OPEN-LIVE-WARRANTYCHARGEBACKS
               WHEN 'WARRANTYPLANS'
                   PERFORM OPEN-LIVE-WARRANTYPLANS
               WHEN 'WARRANTYCONTRACTS'
                   PERFORM OPEN-LIVE-WARRANTYCONTRACTS
               WHEN 'RECALLS'
                   PERFORM OPEN-LIVE-RECALLS
               WHEN 'RECALLSERIALS'
                   PERFORM OPEN-LIVE-RECALLSERIALS
               WHEN 'RECALLUNITS'
                   PERFORM OPEN-LIVE-RECALLUNITS
               WHEN 'CUSTPRICES'
                   PERFORM OPEN-LIVE-CUSTPRICES
               WHEN 'TAXEXEMPTCERTS'
                   PERFORM OPEN-LIVE-TAXEXEMPTCERTS
               WHEN 'CUSTNOTES'
                   PERFORM OPEN-LIVE-CUSTNOTES
               WHEN 'CUSTSHIPTO'
                   PERFORM OPEN-LIVE-CUSTSHIPTO
               WHEN 'PRIVACYHOLD'
                   PERFORM OPEN-LIVE-PRIVACYHOLD
               WHEN 'BUSCALENDAR'
                   PERFORM OPEN-LIVE-BUSCALENDAR
               WHEN 'RPTRETENTION'
                   PERFORM OPEN-LIVE-RPTRETENTION
               WHEN 'REPORTSTORE'
                   PERFORM OPEN-LIVE-REPORTSTORE
               WHEN 'REPORTLINES'
                   PERFORM OPEN-LIVE-REPORTLINES
               WHEN 'CATALOGSTAGE'
                   PERFORM OPEN-LIVE-CATALOGSTAGE
               WHEN 'NOTIFYEVENTS'
                   PERFORM OPEN-LIVE-NOTIFYEVENTS
               WHEN 'NOTIFYLOG'
                   PERFORM OPEN-LIVE-NOTIFYLOG
               WHEN 'APPROVALQUEUE'
                   PERFORM OPEN-LIVE-APPROVALQUEUE
           END-EVALUATE.

       FETCH-LIVE.
           MOVE SPACES TO LIVEIMAGE.
           EVALUATE LIVETABNAME
               WHEN 'COMPANY'
                   PERFORM FETCH-LIVE-COMPANY
               WHEN 'CUSTOMERS'
                   PERFORM FETCH-LIVE-CUSTOMERS
               WHEN 'LAPTOPS'
                   PERFORM FETCH-LIVE-LAPTOPS
               WHEN 'ORDERS'
                   PERFORM FETCH-LIVE-ORDERS
               WHEN 'LAPTOPORDERS'
                   PERFORM FETCH-LIVE-LAPTOPORDERS
               WHEN 'COMPANYAUDIT'
                   PERFORM FETCH-LIVE-COMPANYAUDIT
               WHEN 'WARRANTYCLAIMS'
                   PERFORM FETCH-LIVE-WARRANTYCLAIMS
               WHEN 'PRICEHISTORY'
                   PERFORM FETCH-LIVE-PRICEHISTORY
               WHEN 'OSCATALOG'
                   PERFORM FETCH-LIVE-OSCATALOG
               WHEN 'SHIPMENTS'
                   PERFORM FETCH-LIVE-SHIPMENTS
               WHEN 'PAYMENTS'
                   PERFORM FETCH-LIVE-PAYMENTS
               WHEN 'TAXRATES'
                   PERFORM FETCH-LIVE-TAXRATES
               WHEN 'RETURNS'
                   PERFORM FETCH-LIVE-RETURNS
               WHEN 'BACKORDERS'
                   PERFORM FETCH-LIVE-BACKORDERS
               WHEN 'PURCHASEORDERS'
                   PERFORM FETCH-LIVE-PURCHASEORDERS
               WHEN 'STOCKRECEIPTS'
                   PERFORM FETCH-LIVE-STOCKRECEIPTS
               WHEN 'STOCKAUDIT'
                   PERFORM FETCH-LIVE-STOCKAUDIT
               WHEN 'PROMOTIONS'
                   PERFORM FETCH-LIVE-PROMOTIONS
               WHEN 'LOYALTYPOINTS'
                   PERFORM FETCH-LIVE-LOYALTYPOINTS
               WHEN 'EXCEPTIONLOG'
                   PERFORM FETCH-LIVE-EXCEPTIONLOG
               WHEN 'SYSPARMS'
                   PERFORM FETCH-LIVE-SYSPARMS
               WHEN 'OPERATORS'
                   PERFORM FETCH-LIVE-OPERATORS
               WHEN 'LAPTOPUNITS'
                   PERFORM FETCH-LIVE-LAPTOPUNITS
               WHEN 'POLINES'
                   PERFORM FETCH-LIVE-POLINES
               WHEN 'SESSIONLOG'
                   PERFORM FETCH-LIVE-SESSIONLOG
               WHEN 'STOCKLOCATIONS'
                   PERFORM FETCH-LIVE-STOCKLOCATIONS
               WHEN 'LOCATIONSTOCK'
                   PERFORM FETCH-LIVE-LOCATIONSTOCK
               WHEN 'CLOSEDPERIODS'
                   PERFORM FETCH-LIVE-CLOSEDPERIODS
               WHEN 'TAXRATEHISTORY'
                   PERFORM FETCH-LIVE-TAXRATEHISTORY
               WHEN 'BATCHCONTROL'
                   PERFORM FETCH-LIVE-BATCHCONTROL
               WHEN 'QUOTES'
                   PERFORM FETCH-LIVE-QUOTES
               WHEN 'QUOTELINES'
                   PERFORM FETCH-LIVE-QUOTELINES
               WHEN 'KEYCOUNTERS'
                   PERFORM FETCH-LIVE-KEYCOUNTERS
               WHEN 'CYCLECOUNTS'
                   PERFORM FETCH-LIVE-CYCLECOUNTS
               WHEN 'VENDORRETURNS'
                   PERFORM FETCH-LIVE-VENDORRETURNS
               WHEN 'CARRIERS'
                   PERFORM FETCH-LIVE-CARRIERS
               WHEN 'SHIPRATES'
                   PERFORM FETCH-LIVE-SHIPRATES
               WHEN 'TERRITORIES'
                   PERFORM FETCH-LIVE-TERRITORIES
               WHEN 'QUOTAS'
                   PERFORM FETCH-LIVE-QUOTAS
               WHEN 'INVOICEREG'
                   PERFORM FETCH-LIVE-INVOICEREG
               WHEN 'VENDORINVOICES'
                   PERFORM FETCH-LIVE-VENDORINVOICES
               WHEN 'VENDORINVLINES'
                   PERFORM FETCH-LIVE-VENDORINVLINES
               WHEN 'APPAYMENTS'
                   PERFORM FETCH-LIVE-APPAYMENTS
               WHEN 'BANKSTMT'
                   PERFORM FETCH-LIVE-BANKSTMT
               WHEN 'DUNNINGHIST'
                   PERFORM FETCH-LIVE-DUNNINGHIST
               WHEN 'SHIPMENTLINES'
                   PERFORM FETCH-LIVE-SHIPMENTLINES
               WHEN 'FREIGHTCLAIMS'
                   PERFORM FETCH-LIVE-FREIGHTCLAIMS
               WHEN 'WARRANTYCHARGEBACKS'
                   PERFORM FETCH-LIVE-WARRANTYCHARGEBACKS
               WHEN 'WARRANTYPLANS'
                   PERFORM FETCH-LIVE-WARRANTYPLANS
               WHEN 'WARRANTYCONTRACTS'
                   PERFORM FETCH-LIVE-WARRANTYCONTRACTS
               WHEN 'RECALLS'
                   PERFORM FETCH-LIVE-RECALLS
               WHEN 'RECALLSERIALS'
                   PERFORM FETCH-LIVE-RECALLSERIALS
               WHEN 'RECALLUNITS'
                   PERFORM FETCH-LIVE-RECALLUNITS
               WHEN 'CUSTPRICES'
                   PERFORM FETCH-LIVE-CUSTPRICES
               WHEN 'TAXEXEMPTCERTS'
                   PERFORM FETCH-LIVE-TAXEXEMPTCERTS
               WHEN 'CUSTNOTES'
                   PERFORM FETCH-LIVE-CUSTNOTES
               WHEN 'CUSTSHIPTO'
                   PERFORM FETCH-LIVE-CUSTSHIPTO
               WHEN 'PRIVACYHOLD'
                   PERFORM FETCH-LIVE-PRIVACYHOLD
               WHEN 'BUSCALENDAR'
                   PERFORM FETCH-LIVE-BUSCALENDAR
               WHEN 'RPTRETENTION'
                   PERFORM FETCH-LIVE-RPTRETENTION
               WHEN 'REPORTSTORE'
                   PERFORM FETCH-LIVE-REPORTSTORE
               WHEN 'REPORTLINES'
                   PERFORM FETCH-LIVE-REPORTLINES
               WHEN 'CATALOGSTAGE'
                   PERFORM FETCH-LIVE-CATALOGSTAGE
               WHEN 'NOTIFYEVENTS'
                   PERFORM FETCH-LIVE-NOTIFYEVENTS
               WHEN 'NOTIFYLOG'
                   PERFORM FETCH-LIVE-NOTIFYLOG
               WHEN 'APPROVALQUEUE'
                   PERFORM FETCH-LIVE-APPROVALQUEUE
           END-EVALUATE.
           IF SQLCODE = 100
               MOVE 'Y' TO LIVEEOF-SW.

       CLOSE-LIVE.
           EVALUATE LIVETABNAME
               WHEN 'COMPANY'
                   PERFORM CLOSE-LIVE-COMPANY
               WHEN 'CUSTOMERS'
                   PERFORM CLOSE-LIVE-CUSTOMERS
               WHEN 'LAPTOPS'
                   PERFORM CLOSE-LIVE-LAPTOPS
               WHEN 'ORDERS'
                   PERFORM CLOSE-LIVE-ORDERS
               WHEN 'LAPTOPORDERS'
                   PERFORM CLOSE-LIVE-LAPTOPORDERS
               WHEN 'COMPANYAUDIT'
                   PERFORM CLOSE-LIVE-COMPANYAUDIT
               WHEN 'WARRANTYCLAIMS'
                   PERFORM CLOSE-LIVE-WARRANTYCLAIMS
               WHEN 'PRICEHISTORY'
                   PERFORM CLOSE-LIVE-PRICEHISTORY
               WHEN 'OSCATALOG'
                   PERFORM CLOSE-LIVE-OSCATALOG
               WHEN 'SHIPMENTS'
                   PERFORM CLOSE-LIVE-SHIPMENTS
               WHEN 'PAYMENTS'
                   PERFORM CLOSE-LIVE-PAYMENTS
               WHEN 'TAXRATES'
                   PERFORM CLOSE-LIVE-TAXRATES
               WHEN 'RETURNS'
                   PERFORM CLOSE-LIVE-RETURNS
               WHEN 'BACKORDERS'
                   PERFORM CLOSE-LIVE-BACKORDERS
               WHEN 'PURCHASEORDERS'
                   PERFORM CLOSE-LIVE-PURCHASEORDERS
               WHEN 'STOCKRECEIPTS'
                   PERFORM CLOSE-LIVE-STOCKRECEIPTS
               WHEN 'STOCKAUDIT'
                   PERFORM CLOSE-LIVE-STOCKAUDIT
               WHEN 'PROMOTIONS'
                   PERFORM CLOSE-LIVE-PROMOTIONS
               WHEN 'LOYALTYPOINTS'
                   PERFORM CLOSE-LIVE-LOYALTYPOINTS
               WHEN 'EXCEPTIONLOG'
                   PERFORM CLOSE-LIVE-EXCEPTIONLOG
               WHEN 'SYSPARMS'
                   PERFORM CLOSE-LIVE-SYSPARMS
               WHEN 'OPERATORS'
                   PERFORM CLOSE-LIVE-OPERATORS
               WHEN 'LAPTOPUNITS'
                   PERFORM CLOSE-LIVE-LAPTOPUNITS
               WHEN 'POLINES'
                   PERFORM CLOSE-LIVE-POLINES
               WHEN 'SESSIONLOG'
                   PERFORM CLOSE-LIVE-SESSIONLOG
               WHEN 'STOCKLOCATIONS'
                   PERFORM CLOSE-LIVE-STOCKLOCATIONS
               WHEN 'LOCATIONSTOCK'
                   PERFORM CLOSE-LIVE-LOCATIONSTOCK
               WHEN 'CLOSEDPERIODS'
                   PERFORM CLOSE-LIVE-CLOSEDPERIODS
               WHEN 'TAXRATEHISTORY'
                   PERFORM CLOSE-LIVE-TAXRATEHISTORY
               WHEN 'BATCHCONTROL'
                   PERFORM CLOSE-LIVE-BATCHCONTROL
               WHEN 'QUOTES'
                   PERFORM CLOSE-LIVE-QUOTES
               WHEN 'QUOTELINES'
                   PERFORM CLOSE-LIVE-QUOTELINES
               WHEN 'KEYCOUNTERS'
                   PERFORM CLOSE-LIVE-KEYCOUNTERS
               WHEN 'CYCLECOUNTS'
                   PERFORM CLOSE-LIVE-CYCLECOUNTS
               WHEN 'VENDORRETURNS'
                   PERFORM CLOSE-LIVE-VENDORRETURNS
               WHEN 'CARRIERS'
                   PERFORM CLOSE-LIVE-CARRIERS
               WHEN 'SHIPRATES'
                   PERFORM CLOSE-LIVE-SHIPRATES
               WHEN 'TERRITORIES'
                   PERFORM CLOSE-LIVE-TERRITORIES
               WHEN 'QUOTAS'
                   PERFORM CLOSE-LIVE-QUOTAS
               WHEN 'INVOICEREG'
                   PERFORM CLOSE-LIVE-INVOICEREG
               WHEN 'VENDORINVOICES'
                   PERFORM CLOSE-LIVE-VENDORINVOICES
               WHEN 'VENDORINVLINES'
                   PERFORM CLOSE-LIVE-VENDORINVLINES
               WHEN 'APPAYMENTS'
                   PERFORM CLOSE-LIVE-APPAYMENTS
               WHEN 'BANKSTMT'
                   PERFORM CLOSE-LIVE-BANKSTMT
               WHEN 'DUNNINGHIST'
                   PERFORM CLOSE-LIVE-DUNNINGHIST
               WHEN 'SHIPMENTLINES'
                   PERFORM CLOSE-LIVE-SHIPMENTLINES
               WHEN 'FREIGHTCLAIMS'
                   PERFORM CLOSE-LIVE-FREIGHTCLAIMS
               WHEN 'WARRANTYCHARGEBACKS'
                   PERFORM CLOSE-LIVE-WARRANTYCHARGEBACKS
               WHEN 'WARRANTYPLANS'
                   PERFORM CLOSE-LIVE-WARRANTYPLANS
               WHEN 'WARRANTYCONTRACTS'
                   PERFORM CLOSE-LIVE-WARRANTYCONTRACTS
               WHEN 'RECALLS'
                   PERFORM CLOSE-LIVE-RECALLS
               WHEN 'RECALLSERIALS'
                   PERFORM CLOSE-LIVE-RECALLSERIALS
               WHEN 'RECALLUNITS'
                   PERFORM CLOSE-LIVE-RECALLUNITS
               WHEN 'CUSTPRICES'
                   PERFORM CLOSE-LIVE-CUSTPRICES
               WHEN 'TAXEXEMPTCERTS'
                   PERFORM CLOSE-LIVE-TAXEXEMPTCERTS
               WHEN 'CUSTNOTES'
                   PERFORM CLOSE-LIVE-CUSTNOTES
               WHEN 'CUSTSHIPTO'
                   PERFORM CLOSE-LIVE-CUSTSHIPTO
               WHEN 'PRIVACYHOLD'
                   PERFORM CLOSE-LIVE-PRIVACYHOLD
               WHEN 'BUSCALENDAR'
                   PERFORM CLOSE-LIVE-BUSCALENDAR
               WHEN 'RPTRETENTION'
                   PERFORM CLOSE-LIVE-RPTRETENTION
               WHEN 'REPORTSTORE'
                   PERFORM CLOSE-LIVE-REPORTSTORE
               WHEN 'REPORTLINES'
                   PERFORM CLOSE-LIVE-REPORTLINES
               WHEN 'CATALOGSTAGE'
                   PERFORM CLOSE-LIVE-CATALOGSTAGE
               WHEN 'NOTIFYEVENTS'
                   PERFORM CLOSE-LIVE-NOTIFYEVENTS
               WHEN 'NOTIFYLOG'
                   PERFORM CLOSE-LIVE-NOTIFYLOG
               WHEN 'APPROVALQUEUE'
                   PERFORM CLOSE-LIVE-APPROVALQUEUE
           END-EVALUATE.
           MOVE 'N' TO LIVEOPEN-SW.

      *    FOR A RELOAD, EVERY CHOSEN TABLE IS LOCKED BEFORE ANY OF
      *    THEM IS TOUCHED, SO NOTHING ELSE CAN READ OR CHANGE THEM
      *    WHILE THEY ARE BEING PUT BACK
       LOCK-TABLES.
           MOVE 'LOCK-TABLES' TO ERR-PARAGRAPH.
           IF SEL-COMPANY = 'Y'
               EXEC SQL
                   LOCK TABLE COMPANY IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CUSTOMERS = 'Y'
               EXEC SQL
                   LOCK TABLE CUSTOMERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-LAPTOPS = 'Y'
               EXEC SQL
                   LOCK TABLE LAPTOPS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-ORDERS = 'Y'
               EXEC SQL
                   LOCK TABLE ORDERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-LAPTOPORDERS = 'Y'
               EXEC SQL
                   LOCK TABLE LAPTOPORDERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-COMPANYAUDIT = 'Y'
               EXEC SQL
                   LOCK TABLE COMPANYAUDIT IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-WARRANTYCLAIMS = 'Y'
               EXEC SQL
                   LOCK TABLE WARRANTYCLAIMS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-PRICEHISTORY = 'Y'
               EXEC SQL
                   LOCK TABLE PRICEHISTORY IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-OSCATALOG = 'Y'
               EXEC SQL
                   LOCK TABLE OSCATALOG IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-SHIPMENTS = 'Y'
               EXEC SQL
                   LOCK TABLE SHIPMENTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-PAYMENTS = 'Y'
               EXEC SQL
                   LOCK TABLE PAYMENTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-TAXRATES = 'Y'
               EXEC SQL
                   LOCK TABLE TAXRATES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-RETURNS = 'Y'
               EXEC SQL
                   LOCK TABLE RETURNS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-BACKORDERS = 'Y'
               EXEC SQL
                   LOCK TABLE BACKORDERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-PURCHASEORDERS = 'Y'
               EXEC SQL
                   LOCK TABLE PURCHASEORDERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-STOCKRECEIPTS = 'Y'
               EXEC SQL
                   LOCK TABLE STOCKRECEIPTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-STOCKAUDIT = 'Y'
               EXEC SQL
                   LOCK TABLE STOCKAUDIT IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-PROMOTIONS = 'Y'
               EXEC SQL
                   LOCK TABLE PROMOTIONS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-LOYALTYPOINTS = 'Y'
               EXEC SQL
                   LOCK TABLE LOYALTYPOINTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-EXCEPTIONLOG = 'Y'
               EXEC SQL
                   LOCK TABLE EXCEPTIONLOG IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-SYSPARMS = 'Y'
               EXEC SQL
                   LOCK TABLE SYSPARMS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-OPERATORS = 'Y'
               EXEC SQL
                   LOCK TABLE OPERATORS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-LAPTOPUNITS = 'Y'
               EXEC SQL
                   LOCK TABLE LAPTOPUNITS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-POLINES = 'Y'
               EXEC SQL
                   LOCK TABLE POLINES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-SESSIONLOG = 'Y'
               EXEC SQL
                   LOCK TABLE SESSIONLOG IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-STOCKLOCATIONS = 'Y'
               EXEC SQL
                   LOCK TABLE STOCKLOCATIONS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-LOCATIONSTOCK = 'Y'
               EXEC SQL
                   LOCK TABLE LOCATIONSTOCK IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CLOSEDPERIODS = 'Y'
               EXEC SQL
                   LOCK TABLE CLOSEDPERIODS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-TAXRATEHISTORY = 'Y'
               EXEC SQL
                   LOCK TABLE TAXRATEHISTORY IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-BATCHCONTROL = 'Y'
               EXEC SQL
                   LOCK TABLE BATCHCONTROL IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-QUOTES = 'Y'
               EXEC SQL
                   LOCK TABLE QUOTES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-QUOTELINES = 'Y'
               EXEC SQL
                   LOCK TABLE QUOTELINES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-KEYCOUNTERS = 'Y'
               EXEC SQL
                   LOCK TABLE KEYCOUNTERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CYCLECOUNTS = 'Y'
               EXEC SQL
                   LOCK TABLE CYCLECOUNTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-VENDORRETURNS = 'Y'
               EXEC SQL
                   LOCK TABLE VENDORRETURNS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CARRIERS = 'Y'
               EXEC SQL
                   LOCK TABLE CARRIERS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-SHIPRATES = 'Y'
               EXEC SQL
                   LOCK TABLE SHIPRATES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-TERRITORIES = 'Y'
               EXEC SQL
                   LOCK TABLE TERRITORIES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-QUOTAS = 'Y'
               EXEC SQL
                   LOCK TABLE QUOTAS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-INVOICEREG = 'Y'
               EXEC SQL
                   LOCK TABLE INVOICEREG IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-VENDORINVOICES = 'Y'
               EXEC SQL
                   LOCK TABLE VENDORINVOICES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-VENDORINVLINES = 'Y'
               EXEC SQL
                   LOCK TABLE VENDORINVLINES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-APPAYMENTS = 'Y'
               EXEC SQL
                   LOCK TABLE APPAYMENTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-BANKSTMT = 'Y'
               EXEC SQL
                   LOCK TABLE BANKSTMT IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-DUNNINGHIST = 'Y'
               EXEC SQL
                   LOCK TABLE DUNNINGHIST IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-SHIPMENTLINES = 'Y'
               EXEC SQL
                   LOCK TABLE SHIPMENTLINES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-FREIGHTCLAIMS = 'Y'
               EXEC SQL
                   LOCK TABLE FREIGHTCLAIMS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-WARRANTYCHARGEBACKS = 'Y'
               EXEC SQL
                   LOCK TABLE WARRANTYCHARGEBACKS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-WARRANTYPLANS = 'Y'
               EXEC SQL
                   LOCK TABLE WARRANTYPLANS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-WARRANTYCONTRACTS = 'Y'
               EXEC SQL
                   LOCK TABLE WARRANTYCONTRACTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-RECALLS = 'Y'
               EXEC SQL
                   LOCK TABLE RECALLS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-RECALLSERIALS = 'Y'
               EXEC SQL
                   LOCK TABLE RECALLSERIALS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-RECALLUNITS = 'Y'
               EXEC SQL
                   LOCK TABLE RECALLUNITS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CUSTPRICES = 'Y'
               EXEC SQL
                   LOCK TABLE CUSTPRICES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-TAXEXEMPTCERTS = 'Y'
               EXEC SQL
                   LOCK TABLE TAXEXEMPTCERTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CUSTNOTES = 'Y'
               EXEC SQL
                   LOCK TABLE CUSTNOTES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CUSTSHIPTO = 'Y'
               EXEC SQL
                   LOCK TABLE CUSTSHIPTO IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-PRIVACYHOLD = 'Y'
               EXEC SQL
                   LOCK TABLE PRIVACYHOLD IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-BUSCALENDAR = 'Y'
               EXEC SQL
                   LOCK TABLE BUSCALENDAR IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-RPTRETENTION = 'Y'
               EXEC SQL
                   LOCK TABLE RPTRETENTION IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-REPORTSTORE = 'Y'
               EXEC SQL
                   LOCK TABLE REPORTSTORE IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-REPORTLINES = 'Y'
               EXEC SQL
                   LOCK TABLE REPORTLINES IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-CATALOGSTAGE = 'Y'
               EXEC SQL
                   LOCK TABLE CATALOGSTAGE IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-NOTIFYEVENTS = 'Y'
               EXEC SQL
                   LOCK TABLE NOTIFYEVENTS IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-NOTIFYLOG = 'Y'
               EXEC SQL
                   LOCK TABLE NOTIFYLOG IN EXCLUSIVE MODE
               END-EXEC.
           IF SEL-APPROVALQUEUE = 'Y'
               EXEC SQL
                   LOCK TABLE APPROVALQUEUE IN EXCLUSIVE MODE
               END-EXEC.

      *    THE CHOSEN TABLES ARE EMPTIED CHILDREN FIRST, THE REVERSE
      *    OF THE ORDER THEY ARE ON THE FILE
       DELETE-TABLES.
           MOVE 'DELETE-TABLES' TO ERR-PARAGRAPH.
           IF SEL-APPROVALQUEUE = 'Y'
               EXEC SQL
                   DELETE FROM APPROVALQUEUE
               END-EXEC.
           IF SEL-NOTIFYLOG = 'Y'
               EXEC SQL
                   DELETE FROM NOTIFYLOG
               END-EXEC.
           IF SEL-NOTIFYEVENTS = 'Y'
               EXEC SQL
                   DELETE FROM NOTIFYEVENTS
               END-EXEC.
           IF SEL-CATALOGSTAGE = 'Y'
               EXEC SQL
                   DELETE FROM CATALOGSTAGE
               END-EXEC.
           IF SEL-REPORTLINES = 'Y'
               EXEC SQL
                   DELETE FROM REPORTLINES
               END-EXEC.
           IF SEL-REPORTSTORE = 'Y'
               EXEC SQL
                   DELETE FROM REPORTSTORE
               END-EXEC.
           IF SEL-RPTRETENTION = 'Y'
               EXEC SQL
                   DELETE FROM RPTRETENTION
               END-EXEC.
           IF SEL-BUSCALENDAR = 'Y'
               EXEC SQL
                   DELETE FROM BUSCALENDAR
               END-EXEC.
           IF SEL-PRIVACYHOLD = 'Y'
               EXEC SQL
                   DELETE FROM PRIVACYHOLD
               END-EXEC.
           IF SEL-CUSTSHIPTO = 'Y'
               EXEC SQL
                   DELETE FROM CUSTSHIPTO
               END-EXEC.
           IF SEL-CUSTNOTES = 'Y'
               EXEC SQL
                   DELETE FROM CUSTNOTES
               END-EXEC.
           IF SEL-TAXEXEMPTCERTS = 'Y'
               EXEC SQL
                   DELETE FROM TAXEXEMPTCERTS
               END-EXEC.
           IF SEL-CUSTPRICES = 'Y'
               EXEC SQL
                   DELETE FROM CUSTPRICES
               END-EXEC.
           IF SEL-RECALLUNITS = 'Y'
               EXEC SQL
                   DELETE FROM RECALLUNITS
               END-EXEC.
           IF SEL-RECALLSERIALS = 'Y'
               EXEC SQL
                   DELETE FROM RECALLSERIALS
               END-EXEC.
           IF SEL-RECALLS = 'Y'
               EXEC SQL
                   DELETE FROM RECALLS
               END-EXEC.
           IF SEL-WARRANTYCONTRACTS = 'Y'
               EXEC SQL
                   DELETE FROM WARRANTYCONTRACTS
               END-EXEC.
           IF SEL-WARRANTYPLANS = 'Y'
               EXEC SQL
                   DELETE FROM WARRANTYPLANS
               END-EXEC.
           IF SEL-WARRANTYCHARGEBACKS = 'Y'
               EXEC SQL
                   DELETE FROM WARRANTYCHARGEBACKS
               END-EXEC.
           IF SEL-FREIGHTCLAIMS = 'Y'
               EXEC SQL
                   DELETE FROM FREIGHTCLAIMS
               END-EXEC.
           IF SEL-SHIPMENTLINES = 'Y'
               EXEC SQL
                   DELETE FROM SHIPMENTLINES
               END-EXEC.
           IF SEL-DUNNINGHIST = 'Y'
               EXEC SQL
                   DELETE FROM DUNNINGHIST
               END-EXEC.
           IF SEL-BANKSTMT = 'Y'
               EXEC SQL
                   DELETE FROM BANKSTMT
               END-EXEC.
           IF SEL-APPAYMENTS = 'Y'
               EXEC SQL
                   DELETE FROM APPAYMENTS
               END-EXEC.
           IF SEL-VENDORINVLINES = 'Y'
               EXEC SQL
                   DELETE FROM VENDORINVLINES
               END-EXEC.
           IF SEL-VENDORINVOICES = 'Y'
               EXEC SQL
                   DELETE FROM VENDORINVOICES
               END-EXEC.
           IF SEL-INVOICEREG = 'Y'
               EXEC SQL
                   DELETE FROM INVOICEREG
               END-EXEC.
           IF SEL-QUOTAS = 'Y'
               EXEC SQL
                   DELETE FROM QUOTAS
               END-EXEC.
           IF SEL-TERRITORIES = 'Y'
               EXEC SQL
                   DELETE FROM TERRITORIES
               END-EXEC.
           IF SEL-SHIPRATES = 'Y'
               EXEC SQL
                   DELETE FROM SHIPRATES
               END-EXEC.
           IF SEL-CARRIERS = 'Y'
               EXEC SQL
                   DELETE FROM CARRIERS
               END-EXEC.
           IF SEL-VENDORRETURNS = 'Y'
               EXEC SQL
                   DELETE FROM VENDORRETURNS
               END-EXEC.
           IF SEL-CYCLECOUNTS = 'Y'
               EXEC SQL
                   DELETE FROM CYCLECOUNTS
               END-EXEC.
           IF SEL-KEYCOUNTERS = 'Y'
               EXEC SQL
                   DELETE FROM KEYCOUNTERS
               END-EXEC.
           IF SEL-QUOTELINES = 'Y'
               EXEC SQL
                   DELETE FROM QUOTELINES
               END-EXEC.
           IF SEL-QUOTES = 'Y'
               EXEC SQL
                   DELETE FROM QUOTES
               END-EXEC.
           IF SEL-BATCHCONTROL = 'Y'
               EXEC SQL
                   DELETE FROM BATCHCONTROL
               END-EXEC.
           IF SEL-TAXRATEHISTORY = 'Y'
               EXEC SQL
                   DELETE FROM TAXRATEHISTORY
               END-EXEC.
           IF SEL-CLOSEDPERIODS = 'Y'
               EXEC SQL
                   DELETE FROM CLOSEDPERIODS
               END-EXEC.
           IF SEL-LOCATIONSTOCK = 'Y'
               EXEC SQL
                   DELETE FROM LOCATIONSTOCK
               END-EXEC.
           IF SEL-STOCKLOCATIONS = 'Y'
               EXEC SQL
                   DELETE FROM STOCKLOCATIONS
               END-EXEC.
           IF SEL-SESSIONLOG = 'Y'
               EXEC SQL
                   DELETE FROM SESSIONLOG
               END-EXEC.
           IF SEL-POLINES = 'Y'
               EXEC SQL
                   DELETE FROM POLINES
               END-EXEC.
           IF SEL-LAPTOPUNITS = 'Y'
               EXEC SQL
                   DELETE FROM LAPTOPUNITS
               END-EXEC.
           IF SEL-OPERATORS = 'Y'
               EXEC SQL
                   DELETE FROM OPERATORS
               END-EXEC.
           IF SEL-SYSPARMS = 'Y'
               EXEC SQL
                   DELETE FROM SYSPARMS
               END-EXEC.
           IF SEL-EXCEPTIONLOG = 'Y'
               EXEC SQL
                   DELETE FROM EXCEPTIONLOG
               END-EXEC.
           IF SEL-LOYALTYPOINTS = 'Y'
               EXEC SQL
                   DELETE FROM LOYALTYPOINTS
               END-EXEC.
           IF SEL-PROMOTIONS = 'Y'
               EXEC SQL
                   DELETE FROM PROMOTIONS
               END-EXEC.
           IF SEL-STOCKAUDIT = 'Y'
               EXEC SQL
                   DELETE FROM STOCKAUDIT
               END-EXEC.
           IF SEL-STOCKRECEIPTS = 'Y'
               EXEC SQL
                   DELETE FROM STOCKRECEIPTS
               END-EXEC.
           IF SEL-PURCHASEORDERS = 'Y'
               EXEC SQL
                   DELETE FROM PURCHASEORDERS
               END-EXEC.
           IF SEL-BACKORDERS = 'Y'
               EXEC SQL
                   DELETE FROM BACKORDERS
               END-EXEC.
           IF SEL-RETURNS = 'Y'
               EXEC SQL
                   DELETE FROM RETURNS
               END-EXEC.
           IF SEL-TAXRATES = 'Y'
               EXEC SQL
                   DELETE FROM TAXRATES
               END-EXEC.
           IF SEL-PAYMENTS = 'Y'
               EXEC SQL
                   DELETE FROM PAYMENTS
               END-EXEC.
           IF SEL-SHIPMENTS = 'Y'
               EXEC SQL
                   DELETE FROM SHIPMENTS
               END-EXEC.
           IF SEL-OSCATALOG = 'Y'
               EXEC SQL
                   DELETE FROM OSCATALOG
               END-EXEC.
           IF SEL-PRICEHISTORY = 'Y'
               EXEC SQL
                   DELETE FROM PRICEHISTORY
               END-EXEC.
           IF SEL-WARRANTYCLAIMS = 'Y'
               EXEC SQL
                   DELETE FROM WARRANTYCLAIMS
               END-EXEC.
           IF SEL-COMPANYAUDIT = 'Y'
               EXEC SQL
                   DELETE FROM COMPANYAUDIT
               END-EXEC.
           IF SEL-LAPTOPORDERS = 'Y'
               EXEC SQL
                   DELETE FROM LAPTOPORDERS
               END-EXEC.
           IF SEL-ORDERS = 'Y'
               EXEC SQL
                   DELETE FROM ORDERS
               END-EXEC.
           IF SEL-LAPTOPS = 'Y'
               EXEC SQL
                   DELETE FROM LAPTOPS
               END-EXEC.
           IF SEL-CUSTOMERS = 'Y'
               EXEC SQL
                   DELETE FROM CUSTOMERS
               END-EXEC.
           IF SEL-COMPANY = 'Y'
               EXEC SQL
                   DELETE FROM COMPANY
               END-EXEC.

      *    THE SECOND PASS PUTS THE CHOSEN TABLES' ROWS BACK IN FILE
      *    ORDER - PARENTS AHEAD OF CHILDREN
       INSERT-PASS.
           MOVE SPACES TO WKTABNAME.
           PERFORM OPEN-UNLOAD.
           PERFORM INSERT-LOOP THRU INSERT-LOOP-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           PERFORM CLOSE-UNLOAD.

       INSERT-LOOP.
           PERFORM READ-UNLOAD.
           IF UNLEOF-SW = 'Y' OR UNL-RECTYPE NOT = 'D'
               GO TO INSERT-LOOP-EXIT.
           IF UNL-TABNAME NOT = WKTABNAME
               MOVE UNL-TABNAME TO WKTABNAME
               PERFORM GET-TABLE-INFO.
           IF WKTABSEL NOT = 'Y'
               GO TO INSERT-LOOP-EXIT.
           MOVE UNL-D-IMAGE TO ROWIMAGE.
           PERFORM INSERT-ROW.
           ADD 1 TO ROWCTR.
       INSERT-LOOP-EXIT.
           EXIT.

       INSERT-ROW.
           EVALUATE WKTABNAME
               WHEN 'COMPANY'
                   PERFORM INSERT-COMPANY
               WHEN 'CUSTOMERS'
                   PERFORM INSERT-CUSTOMERS
               WHEN 'LAPTOPS'
                   PERFORM INSERT-LAPTOPS
               WHEN 'ORDERS'
                   PERFORM INSERT-ORDERS
               WHEN 'LAPTOPORDERS'
                   PERFORM INSERT-LAPTOPORDERS
               WHEN 'COMPANYAUDIT'
                   PERFORM INSERT-COMPANYAUDIT
               WHEN 'WARRANTYCLAIMS'
                   PERFORM INSERT-WARRANTYCLAIMS
               WHEN 'PRICEHISTORY'
                   PERFORM INSERT-PRICEHISTORY
               WHEN 'OSCATALOG'
                   PERFORM INSERT-OSCATALOG
               WHEN 'SHIPMENTS'
                   PERFORM INSERT-SHIPMENTS
               WHEN 'PAYMENTS'
                   PERFORM INSERT-PAYMENTS
               WHEN 'TAXRATES'
                   PERFORM INSERT-TAXRATES
               WHEN 'RETURNS'
                   PERFORM INSERT-RETURNS
               WHEN 'BACKORDERS'
                   PERFORM INSERT-BACKORDERS
               WHEN 'PURCHASEORDERS'
                   PERFORM INSERT-PURCHASEORDERS
               WHEN 'STOCKRECEIPTS'
                   PERFORM INSERT-STOCKRECEIPTS
               WHEN 'STOCKAUDIT'
                   PERFORM INSERT-STOCKAUDIT
               WHEN 'PROMOTIONS'
                   PERFORM INSERT-PROMOTIONS
               WHEN 'LOYALTYPOINTS'
                   PERFORM INSERT-LOYALTYPOINTS
               WHEN 'EXCEPTIONLOG'
                   PERFORM INSERT-EXCEPTIONLOG
               WHEN 'SYSPARMS'
                   PERFORM INSERT-SYSPARMS
               WHEN 'OPERATORS'
                   PERFORM INSERT-OPERATORS
               WHEN 'LAPTOPUNITS'
                   PERFORM INSERT-LAPTOPUNITS
               WHEN 'POLINES'
                   PERFORM INSERT-POLINES
               WHEN 'SESSIONLOG'
                   PERFORM INSERT-SESSIONLOG
               WHEN 'STOCKLOCATIONS'
                   PERFORM INSERT-STOCKLOCATIONS
               WHEN 'LOCATIONSTOCK'
                   PERFORM INSERT-LOCATIONSTOCK
               WHEN 'CLOSEDPERIODS'
                   PERFORM INSERT-CLOSEDPERIODS
               WHEN 'TAXRATEHISTORY'
                   PERFORM INSERT-TAXRATEHISTORY
               WHEN 'BATCHCONTROL'
                   PERFORM INSERT-BATCHCONTROL
               WHEN 'QUOTES'
                   PERFORM INSERT-QUOTES
               WHEN 'QUOTELINES'
                   PERFORM INSERT-QUOTELINES
               WHEN 'KEYCOUNTERS'
                   PERFORM INSERT-KEYCOUNTERS
               WHEN 'CYCLECOUNTS'
                   PERFORM INSERT-CYCLECOUNTS
               WHEN 'VENDORRETURNS'
                   PERFORM INSERT-VENDORRETURNS
               WHEN 'CARRIERS'
                   PERFORM INSERT-CARRIERS
               WHEN 'SHIPRATES'
                   PERFORM INSERT-SHIPRATES
               WHEN 'TERRITORIES'
                   PERFORM INSERT-TERRITORIES
               WHEN 'QUOTAS'
                   PERFORM INSERT-QUOTAS
               WHEN 'INVOICEREG'
                   PERFORM INSERT-INVOICEREG
               WHEN 'VENDORINVOICES'
                   PERFORM INSERT-VENDORINVOICES
               WHEN 'VENDORINVLINES'
                   PERFORM INSERT-VENDORINVLINES
               WHEN 'APPAYMENTS'
                   PERFORM INSERT-APPAYMENTS
               WHEN 'BANKSTMT'
                   PERFORM INSERT-BANKSTMT
               WHEN 'DUNNINGHIST'
                   PERFORM INSERT-DUNNINGHIST
               WHEN 'SHIPMENTLINES'
                   PERFORM INSERT-SHIPMENTLINES
               WHEN 'FREIGHTCLAIMS'
                   PERFORM INSERT-FREIGHTCLAIMS
               WHEN 'WARRANTYCHARGEBACKS'
                   PERFORM INSERT-WARRANTYCHARGEBACKS
               WHEN 'WARRANTYPLANS'
                   PERFORM INSERT-WARRANTYPLANS
               WHEN 'WARRANTYCONTRACTS'
                   PERFORM INSERT-WARRANTYCONTRACTS
               WHEN 'RECALLS'
                   PERFORM INSERT-RECALLS
               WHEN 'RECALLSERIALS'
                   PERFORM INSERT-RECALLSERIALS
               WHEN 'RECALLUNITS'
                   PERFORM INSERT-RECALLUNITS
               WHEN 'CUSTPRICES'
                   PERFORM INSERT-CUSTPRICES
               WHEN 'TAXEXEMPTCERTS'
                   PERFORM INSERT-TAXEXEMPTCERTS
               WHEN 'CUSTNOTES'
                   PERFORM INSERT-CUSTNOTES
               WHEN 'CUSTSHIPTO'
                   PERFORM INSERT-CUSTSHIPTO
               WHEN 'PRIVACYHOLD'
                   PERFORM INSERT-PRIVACYHOLD
               WHEN 'BUSCALENDAR'
                   PERFORM INSERT-BUSCALENDAR
               WHEN 'RPTRETENTION'
                   PERFORM INSERT-RPTRETENTION
               WHEN 'REPORTSTORE'
                   PERFORM INSERT-REPORTSTORE
               WHEN 'REPORTLINES'
                   PERFORM INSERT-REPORTLINES
               WHEN 'CATALOGSTAGE'
                   PERFORM INSERT-CATALOGSTAGE
               WHEN 'NOTIFYEVENTS'
                   PERFORM INSERT-NOTIFYEVENTS
               WHEN 'NOTIFYLOG'
                   PERFORM INSERT-NOTIFYLOG
               WHEN 'APPROVALQUEUE'
                   PERFORM INSERT-APPROVALQUEUE
           END-EVALUATE.

      *    THE THIRD PASS RESTORES THE LINKS A TABLE HAS TO ITS OWN
      *    ROWS, WHICH COULD NOT BE SET UNTIL ALL ITS ROWS WERE BACK
       LINK-PASS.
           PERFORM OPEN-UNLOAD.
           PERFORM LINK-LOOP THRU LINK-LOOP-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           PERFORM CLOSE-UNLOAD.

       LINK-LOOP.
           PERFORM READ-UNLOAD.
           IF UNLEOF-SW = 'Y'
               GO TO LINK-LOOP-EXIT.
           IF UNL-RECTYPE = 'D' AND UNL-TABNAME = 'LAPTOPS'
           AND SEL-LAPTOPS = 'Y'
               MOVE UNL-D-IMAGE TO ROWIMAGE
               PERFORM LINK-LAPTOPS.
       LINK-LOOP-EXIT.
           EXIT.

      *    THE LAST PASS PROVES EVERY CHOSEN TABLE AGAINST THE FILE -
      *    ROW BY ROW AS ITS ROWS GO BY, AND ON ITS TOTALS AT ITS
      *    TABLE END RECORD
       PROVE-PASS.
           MOVE SPACES TO WKTABNAME.
           MOVE 'N' TO LIVEOPEN-SW.
           PERFORM OPEN-UNLOAD.
           PERFORM PROVE-LOOP THRU PROVE-LOOP-EXIT
               UNTIL UNLEOF-SW = 'Y'.
           PERFORM CLOSE-UNLOAD.

       PROVE-LOOP.
           PERFORM READ-UNLOAD.
           IF UNLEOF-SW = 'Y'
               GO TO PROVE-LOOP-EXIT.
           IF UNL-RECTYPE = 'D'
           AND UNL-TABNAME NOT = WKTABNAME
               MOVE UNL-TABNAME TO WKTABNAME
               PERFORM GET-TABLE-INFO.
           IF UNL-RECTYPE = 'D' AND WKTABSEL = 'Y'
               PERFORM COMPARE-ROW THRU COMPARE-ROW-EXIT.
           IF UNL-RECTYPE = 'E'
               MOVE UNL-TABNAME TO WKTABNAME
               PERFORM GET-TABLE-INFO
               PERFORM REPORT-TABLE.
       PROVE-LOOP-EXIT.
           EXIT.

      *    ONE INSERT, ONE COUNT AND ONE ROW-BY-ROW COMPARE CURSOR
      *    FOR EACH TABLE THAT CAN BE RELOADED. THE INSERT TAKES EACH
      *    COLUMN FROM ITS PLACE IN THE ROW IMAGE - NULL WHERE ITS
      *    FLAG IS 'N', A VARCHAR AT THE LENGTH IT WAS UNLOADED WITH.
      *    A COLUMN THE DATABASE GENERATES IS PUT BACK WITH ITS
      *    UNLOADED VALUE, SO KEYS OTHER TABLES HOLD STILL POINT AT
      *    THE RIGHT ROWS. THE COUNT HASHES THE TABLE THE WAY DBUNLOAD
      *    DOES - ROW BY ROW - AND THE CURSOR BUILDS EACH ROW'S IMAGE
      *    AND HASH WITH DBUNLOAD'S OWN SELECT, IN ITS KEY ORDER

       INSERT-COMPANY.
           MOVE 'INSERT-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO COMPANY
                   (COMPANYID, COMPANYNAME, ADDR, EMAILADDR, PHONE,
                   ACTIVE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 12, INTEGER(SUBSTR(:ROWIMAGE, 9, 3))),
               CASE WHEN SUBSTR(:ROWIMAGE, 37, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 41, INTEGER(SUBSTR(:ROWIMAGE, 38,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 93, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 97, INTEGER(SUBSTR(:ROWIMAGE, 94,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 127, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 131, INTEGER(SUBSTR(:ROWIMAGE, 128,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 147, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 148, 1) END)
           END-EXEC.

       LIVE-COMPANY.
           MOVE 'LIVE-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM COMPANY
           END-EXEC.

       OPEN-LIVE-COMPANY.
           MOVE 'OPEN-LIVE-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE COMPANY_LIV CURSOR FOR
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
           EXEC SQL OPEN COMPANY_LIV END-EXEC.

       FETCH-LIVE-COMPANY.
           MOVE 'FETCH-LIVE-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH COMPANY_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-COMPANY.
           MOVE 'CLOSE-LIVE-COMPANY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE COMPANY_LIV END-EXEC.

       INSERT-CUSTOMERS.
           MOVE 'INSERT-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CUSTOMERS
                   (CUSTOMERID, FIRSTNAME, LASTNAME, UNITNUMBER, STREET,
                   CITY, ST, ZIP, EMAIL, RECURRING, CREDITLIMIT,
                   NSFHOLD, DUNNLEVEL, DUNNDATE, CREDITHOLD,
                   CREATEDDATE, ANONDATE, NOTIFYOPTOUT)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 9, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 13, INTEGER(SUBSTR(:ROWIMAGE, 10,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 25, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 29, INTEGER(SUBSTR(:ROWIMAGE, 26,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 41, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 42, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 53, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 57, INTEGER(SUBSTR(:ROWIMAGE, 54,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 77, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 81, INTEGER(SUBSTR(:ROWIMAGE, 78,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 101, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 105, INTEGER(SUBSTR(:ROWIMAGE, 102,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 107, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 108, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 119, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 123, INTEGER(SUBSTR(:ROWIMAGE, 120,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 153, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 154, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 155, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 156, 13), 11, 2) END,
               SUBSTR(:ROWIMAGE, 169, 1),
               SMALLINT(SUBSTR(:ROWIMAGE, 170, 6)),
               CASE WHEN SUBSTR(:ROWIMAGE, 176, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 177, 10)) END,
               SUBSTR(:ROWIMAGE, 187, 1),
               DATE(SUBSTR(:ROWIMAGE, 188, 10)),
               CASE WHEN SUBSTR(:ROWIMAGE, 198, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 199, 10)) END,
               SUBSTR(:ROWIMAGE, 209, 1))
           END-EXEC.

       LIVE-CUSTOMERS.
           MOVE 'LIVE-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(UNITNUMBER, 0)
                   + COALESCE(ZIP, 0) + COALESCE(CREDITLIMIT, 0) +
                   DUNNLEVEL, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CUSTOMERS
           END-EXEC.

       OPEN-LIVE-CUSTOMERS.
           MOVE 'OPEN-LIVE-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTOMERS_LIV CURSOR FOR
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
           EXEC SQL OPEN CUSTOMERS_LIV END-EXEC.

       FETCH-LIVE-CUSTOMERS.
           MOVE 'FETCH-LIVE-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTOMERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CUSTOMERS.
           MOVE 'CLOSE-LIVE-CUSTOMERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTOMERS_LIV END-EXEC.

       INSERT-LAPTOPS.
           MOVE 'INSERT-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPS
                   (LAPTOPID, COMPANYID, LAPNAME, PRODUCTNUMBER,
                   SERIALNUMBER, OS, YYYY, STORAGE, CPU, RAM, PRICE,
                   WARRANTY, STOCKQTY, REORDERPOINT, BINLOC, AVGCOST,
                   MODELSTATUS, SUBSTLAPID, VENDORCOST, REORDERLOCK)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 17, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 21, INTEGER(SUBSTR(:ROWIMAGE, 18,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 46, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 50, INTEGER(SUBSTR(:ROWIMAGE, 47,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 60, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 64, INTEGER(SUBSTR(:ROWIMAGE, 61,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 72, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 76, INTEGER(SUBSTR(:ROWIMAGE, 73,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 91, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 92, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 103, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 104, 6), 4, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 110, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 114, INTEGER(SUBSTR(:ROWIMAGE, 111,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 134, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 135, 6), 4, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 141, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 142, 10), 8, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 152, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 153, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 164, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 165, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 176, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 177, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 188, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 189, 6) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 195, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 196, 11), 9, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 207, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 208, 1) END,
               NULL,
               CASE WHEN SUBSTR(:ROWIMAGE, 218, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 219, 11), 9, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 230, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 231, 1) END)
           END-EXEC.

       LIVE-LAPTOPS.
           MOVE 'LIVE-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(YYYY, 0) +
                   COALESCE(STORAGE, 0) + COALESCE(RAM, 0) +
                   COALESCE(PRICE, 0) + COALESCE(WARRANTY, 0) +
                   COALESCE(STOCKQTY, 0) + COALESCE(REORDERPOINT, 0) +
                   COALESCE(AVGCOST, 0) + COALESCE(VENDORCOST, 0), 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM LAPTOPS
           END-EXEC.

       OPEN-LIVE-LAPTOPS.
           MOVE 'OPEN-LIVE-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LAPTOPS_LIV CURSOR FOR
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
           EXEC SQL OPEN LAPTOPS_LIV END-EXEC.

       FETCH-LIVE-LAPTOPS.
           MOVE 'FETCH-LIVE-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPTOPS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-LAPTOPS.
           MOVE 'CLOSE-LIVE-LAPTOPS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPTOPS_LIV END-EXEC.

       INSERT-ORDERS.
           MOVE 'INSERT-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO ORDERS
                   (ORDERID, CUSTOMERID, ORDERDATE, SHIPPEDDATE,
                   ARRIVALDATE, SHIPPINGCITY, SHIPPINGSTATE,
                   SHIPPINGFEE, TAXAMOUNT, EMPNO, ORDSTATUS, RESTORED,
                   PROMISEDSHIPDATE, TAXEXEMPTCERT, SHIPTONAME,
                   SHIPPINGUNIT, SHIPPINGSTREET, SHIPPINGZIP)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 17, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 18, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 28, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 29, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 39, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 40, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 50, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 54, INTEGER(SUBSTR(:ROWIMAGE, 51,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 74, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 78, INTEGER(SUBSTR(:ROWIMAGE, 75,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 80, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 81, 7), 5, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 88, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 89, 13), 11, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 102, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 103, 6) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 109, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 110, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 111, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 112, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 113, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 114, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 124, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 125, 20) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 145, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 146, 10) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 156, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 157, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 168, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 172, INTEGER(SUBSTR(:ROWIMAGE, 169,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 192, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 193, 11)) END)
           END-EXEC.

       LIVE-ORDERS.
           MOVE 'LIVE-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(SHIPPINGFEE, 0)
                   + COALESCE(TAXAMOUNT, 0) + COALESCE(SHIPPINGUNIT, 0)
                   + COALESCE(SHIPPINGZIP, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM ORDERS
           END-EXEC.

       OPEN-LIVE-ORDERS.
           MOVE 'OPEN-LIVE-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE ORDERS_LIV CURSOR FOR
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
           EXEC SQL OPEN ORDERS_LIV END-EXEC.

       FETCH-LIVE-ORDERS.
           MOVE 'FETCH-LIVE-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH ORDERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-ORDERS.
           MOVE 'CLOSE-LIVE-ORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE ORDERS_LIV END-EXEC.

       INSERT-LAPTOPORDERS.
           MOVE 'INSERT-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPORDERS
                   (ORDERID, LAPTOPID, QUANTITY, ORDERCOST, DEALS,
                   PROMOCODE, COSTOFSALES)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 17, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 18, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 29, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 30, 13), 11, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 43, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 44, 4), 2, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 48, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 49, 8) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 57, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 58, 13), 11, 2) END)
           END-EXEC.

       LIVE-LAPTOPORDERS.
           MOVE 'LIVE-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(QUANTITY, 0) +
                   COALESCE(ORDERCOST, 0) + COALESCE(DEALS, 0) +
                   COALESCE(COSTOFSALES, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM LAPTOPORDERS
           END-EXEC.

       OPEN-LIVE-LAPTOPORDERS.
           MOVE 'OPEN-LIVE-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LAPTOPORDERS_LIV CURSOR FOR
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
           EXEC SQL OPEN LAPTOPORDERS_LIV END-EXEC.

       FETCH-LIVE-LAPTOPORDERS.
           MOVE 'FETCH-LIVE-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPTOPORDERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-LAPTOPORDERS.
           MOVE 'CLOSE-LIVE-LAPTOPORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPTOPORDERS_LIV END-EXEC.

       INSERT-COMPANYAUDIT.
           MOVE 'INSERT-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO COMPANYAUDIT
                   (AUDITID, COMPANYID, OLDPHONE, NEWPHONE, CHANGEDATE,
                   CHANGETIME, OPERATORID)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 20, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 24, INTEGER(SUBSTR(:ROWIMAGE, 21,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 40, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 44, INTEGER(SUBSTR(:ROWIMAGE, 41,
                   3))) END,
               DATE(SUBSTR(:ROWIMAGE, 60, 10)),
               TIME(SUBSTR(:ROWIMAGE, 70, 8)),
               CASE WHEN SUBSTR(:ROWIMAGE, 78, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 79, 4) END)
           END-EXEC.

       LIVE-COMPANYAUDIT.
           MOVE 'LIVE-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(AUDITID,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM COMPANYAUDIT
           END-EXEC.

       OPEN-LIVE-COMPANYAUDIT.
           MOVE 'OPEN-LIVE-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE COMPANYAUDIT_LIV CURSOR FOR
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
           EXEC SQL OPEN COMPANYAUDIT_LIV END-EXEC.

       FETCH-LIVE-COMPANYAUDIT.
           MOVE 'FETCH-LIVE-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH COMPANYAUDIT_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-COMPANYAUDIT.
           MOVE 'CLOSE-LIVE-COMPANYAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE COMPANYAUDIT_LIV END-EXEC.

       INSERT-WARRANTYCLAIMS.
           MOVE 'INSERT-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYCLAIMS
                   (CLAIMID, LAPTOPID, CLAIMDATE, DESCRIPTION,
                   RESOLUTIONSTATUS, SERIALNUM, REPAIRSTAGE,
                   RECEIVEDDATE, RETURNEDDATE, INWARRANTY, RESOLUTION,
                   RESOLUTIONCOST, REPLSERIAL, RETURNID)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               CASE WHEN SUBSTR(:ROWIMAGE, 27, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 31, INTEGER(SUBSTR(:ROWIMAGE, 28,
                   3))) END,
               SUBSTR(:ROWIMAGE, 131, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 132, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 133, 12) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 145, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 146, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 147, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 148, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 158, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 159, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 169, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 170, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 171, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 172, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 173, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 174, 13), 11, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 187, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 188, 12) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 200, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 201, 8) END)
           END-EXEC.

       LIVE-WARRANTYCLAIMS.
           MOVE 'LIVE-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(RESOLUTIONCOST,
                   0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM WARRANTYCLAIMS
           END-EXEC.

       OPEN-LIVE-WARRANTYCLAIMS.
           MOVE 'OPEN-LIVE-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYCLAIMS_LIV CURSOR FOR
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
           EXEC SQL OPEN WARRANTYCLAIMS_LIV END-EXEC.

       FETCH-LIVE-WARRANTYCLAIMS.
           MOVE 'FETCH-LIVE-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYCLAIMS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-WARRANTYCLAIMS.
           MOVE 'CLOSE-LIVE-WARRANTYCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYCLAIMS_LIV END-EXEC.

       INSERT-PRICEHISTORY.
           MOVE 'INSERT-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PRICEHISTORY
                   (LAPTOPID, OLDPRICE, NEWPRICE, EFFECTIVEDATE,
                   OPERATORID)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               DECIMAL(SUBSTR(:ROWIMAGE, 9, 10), 8, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 19, 10), 8, 2),
               DATE(SUBSTR(:ROWIMAGE, 29, 10)),
               CASE WHEN SUBSTR(:ROWIMAGE, 39, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 40, 4) END)
           END-EXEC.

       LIVE-PRICEHISTORY.
           MOVE 'LIVE-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(OLDPRICE +
                   NEWPRICE, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM PRICEHISTORY
           END-EXEC.

       OPEN-LIVE-PRICEHISTORY.
           MOVE 'OPEN-LIVE-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PRICEHISTORY_LIV CURSOR FOR
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
           EXEC SQL OPEN PRICEHISTORY_LIV END-EXEC.

       FETCH-LIVE-PRICEHISTORY.
           MOVE 'FETCH-LIVE-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRICEHISTORY_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-PRICEHISTORY.
           MOVE 'CLOSE-LIVE-PRICEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRICEHISTORY_LIV END-EXEC.

       INSERT-OSCATALOG.
           MOVE 'INSERT-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO OSCATALOG
                   (OSNAME)
               VALUES (SUBSTR(:ROWIMAGE, 1, 15))
           END-EXEC.

       LIVE-OSCATALOG.
           MOVE 'LIVE-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM OSCATALOG
           END-EXEC.

       OPEN-LIVE-OSCATALOG.
           MOVE 'OPEN-LIVE-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE OSCATALOG_LIV CURSOR FOR
               SELECT OSNAME
                   , DECIMAL(0, 17, 2)
               FROM OSCATALOG
               ORDER BY OSNAME
           END-EXEC.
           EXEC SQL OPEN OSCATALOG_LIV END-EXEC.

       FETCH-LIVE-OSCATALOG.
           MOVE 'FETCH-LIVE-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH OSCATALOG_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-OSCATALOG.
           MOVE 'CLOSE-LIVE-OSCATALOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE OSCATALOG_LIV END-EXEC.

       INSERT-SHIPMENTS.
           MOVE 'INSERT-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SHIPMENTS
                   (ORDERID, CARRIERCODE, TRACKINGNUM, SHIPMENTNO,
                   SHIPDATE, ARRIVALDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 13, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 17, INTEGER(SUBSTR(:ROWIMAGE, 14,
                   3))) END,
               SMALLINT(SUBSTR(:ROWIMAGE, 47, 6)),
               CASE WHEN SUBSTR(:ROWIMAGE, 53, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 54, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 64, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 65, 10)) END)
           END-EXEC.

       LIVE-SHIPMENTS.
           MOVE 'LIVE-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(SHIPMENTNO,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM SHIPMENTS
           END-EXEC.

       OPEN-LIVE-SHIPMENTS.
           MOVE 'OPEN-LIVE-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SHIPMENTS_LIV CURSOR FOR
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
           EXEC SQL OPEN SHIPMENTS_LIV END-EXEC.

       FETCH-LIVE-SHIPMENTS.
           MOVE 'FETCH-LIVE-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPMENTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-SHIPMENTS.
           MOVE 'CLOSE-LIVE-SHIPMENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPMENTS_LIV END-EXEC.

       INSERT-PAYMENTS.
           MOVE 'INSERT-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD,
                   RECONSTATUS, RECONDATE, STMTLINEID, LOCKBOXRUN,
                   REVERSESPAYID)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 27, 13), 11, 2),
               SUBSTR(:ROWIMAGE, 40, 1),
               SUBSTR(:ROWIMAGE, 41, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 42, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 43, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 53, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 54, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 65, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 66, 11)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 77, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 78, 8) END)
           END-EXEC.

       LIVE-PAYMENTS.
           MOVE 'LIVE-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(AMOUNT +
                   COALESCE(STMTLINEID, 0) + COALESCE(LOCKBOXRUN, 0),
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM PAYMENTS
           END-EXEC.

       OPEN-LIVE-PAYMENTS.
           MOVE 'OPEN-LIVE-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PAYMENTS_LIV CURSOR FOR
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
           EXEC SQL OPEN PAYMENTS_LIV END-EXEC.

       FETCH-LIVE-PAYMENTS.
           MOVE 'FETCH-LIVE-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PAYMENTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-PAYMENTS.
           MOVE 'CLOSE-LIVE-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PAYMENTS_LIV END-EXEC.

       INSERT-TAXRATES.
           MOVE 'INSERT-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO TAXRATES
                   (STATECODE, TAXRATE, CONTRACTTAX)
               VALUES (SUBSTR(:ROWIMAGE, 1, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 3, 7), 5, 4),
               SUBSTR(:ROWIMAGE, 10, 1))
           END-EXEC.

       LIVE-TAXRATES.
           MOVE 'LIVE-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(TAXRATE,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM TAXRATES
           END-EXEC.

       OPEN-LIVE-TAXRATES.
           MOVE 'OPEN-LIVE-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TAXRATES_LIV CURSOR FOR
               SELECT STATECODE
                   || CHAR(CHAR(TAXRATE), 7)
                   || CONTRACTTAX
                   , DECIMAL(TAXRATE, 17, 2)
               FROM TAXRATES
               ORDER BY STATECODE
           END-EXEC.
           EXEC SQL OPEN TAXRATES_LIV END-EXEC.

       FETCH-LIVE-TAXRATES.
           MOVE 'FETCH-LIVE-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXRATES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-TAXRATES.
           MOVE 'CLOSE-LIVE-TAXRATES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXRATES_LIV END-EXEC.

       INSERT-RETURNS.
           MOVE 'INSERT-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RETURNS
                   (RETURNID, ORDERID, LAPTOPID, RETURNDATE, QUANTITY,
                   REASONCODE, REFUNDAMOUNT, REFUNDSTATUS,
                   REFUNDPAIDDATE, DISPOSITION)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 8),
               DATE(SUBSTR(:ROWIMAGE, 25, 10)),
               INTEGER(SUBSTR(:ROWIMAGE, 35, 11)),
               SUBSTR(:ROWIMAGE, 46, 1),
               DECIMAL(SUBSTR(:ROWIMAGE, 47, 13), 11, 2),
               CASE WHEN SUBSTR(:ROWIMAGE, 60, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 61, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 62, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 63, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 73, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 74, 1) END)
           END-EXEC.

       LIVE-RETURNS.
           MOVE 'LIVE-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QUANTITY +
                   REFUNDAMOUNT, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM RETURNS
           END-EXEC.

       OPEN-LIVE-RETURNS.
           MOVE 'OPEN-LIVE-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RETURNS_LIV CURSOR FOR
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
           EXEC SQL OPEN RETURNS_LIV END-EXEC.

       FETCH-LIVE-RETURNS.
           MOVE 'FETCH-LIVE-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RETURNS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-RETURNS.
           MOVE 'CLOSE-LIVE-RETURNS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RETURNS_LIV END-EXEC.

       INSERT-BACKORDERS.
           MOVE 'INSERT-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BACKORDERS
                   (BACKORDERID, ORDERID, LAPTOPID, QUANTITY,
                   CREATEDDATE, STATUS, FULFILLEDDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 25, 11)),
               DATE(SUBSTR(:ROWIMAGE, 36, 10)),
               SUBSTR(:ROWIMAGE, 46, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 47, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 48, 10)) END)
           END-EXEC.

       LIVE-BACKORDERS.
           MOVE 'LIVE-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QUANTITY,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM BACKORDERS
           END-EXEC.

       OPEN-LIVE-BACKORDERS.
           MOVE 'OPEN-LIVE-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BACKORDERS_LIV CURSOR FOR
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
           EXEC SQL OPEN BACKORDERS_LIV END-EXEC.

       FETCH-LIVE-BACKORDERS.
           MOVE 'FETCH-LIVE-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BACKORDERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-BACKORDERS.
           MOVE 'CLOSE-LIVE-BACKORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BACKORDERS_LIV END-EXEC.

       INSERT-PURCHASEORDERS.
           MOVE 'INSERT-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PURCHASEORDERS
                   (POID, COMPANYID, PODATE, POSTATUS)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               SUBSTR(:ROWIMAGE, 27, 1))
           END-EXEC.

       LIVE-PURCHASEORDERS.
           MOVE 'LIVE-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM PURCHASEORDERS
           END-EXEC.

       OPEN-LIVE-PURCHASEORDERS.
           MOVE 'OPEN-LIVE-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PURCHASEORDERS_LIV CURSOR FOR
               SELECT POID
                   || COMPANYID
                   || CHAR(PODATE, ISO)
                   || POSTATUS
                   , DECIMAL(0, 17, 2)
               FROM PURCHASEORDERS
               ORDER BY POID
           END-EXEC.
           EXEC SQL OPEN PURCHASEORDERS_LIV END-EXEC.

       FETCH-LIVE-PURCHASEORDERS.
           MOVE 'FETCH-LIVE-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PURCHASEORDERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-PURCHASEORDERS.
           MOVE 'CLOSE-LIVE-PURCHASEORDERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PURCHASEORDERS_LIV END-EXEC.

       INSERT-STOCKRECEIPTS.
           MOVE 'INSERT-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKRECEIPTS
                   (RECEIPTID, LAPTOPID, COMPANYID, RECEIPTDATE,
                   QUANTITY, UNITCOST, POID)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 8),
               DATE(SUBSTR(:ROWIMAGE, 25, 10)),
               INTEGER(SUBSTR(:ROWIMAGE, 35, 11)),
               CASE WHEN SUBSTR(:ROWIMAGE, 46, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 47, 11), 9, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 58, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 59, 8) END)
           END-EXEC.

       LIVE-STOCKRECEIPTS.
           MOVE 'LIVE-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QUANTITY +
                   COALESCE(UNITCOST, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM STOCKRECEIPTS
           END-EXEC.

       OPEN-LIVE-STOCKRECEIPTS.
           MOVE 'OPEN-LIVE-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE STOCKRECEIPTS_LIV CURSOR FOR
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
           EXEC SQL OPEN STOCKRECEIPTS_LIV END-EXEC.

       FETCH-LIVE-STOCKRECEIPTS.
           MOVE 'FETCH-LIVE-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STOCKRECEIPTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-STOCKRECEIPTS.
           MOVE 'CLOSE-LIVE-STOCKRECEIPTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STOCKRECEIPTS_LIV END-EXEC.

       INSERT-STOCKAUDIT.
           MOVE 'INSERT-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKAUDIT
                   (AUDITID, LAPTOPID, MOVEDATE, MOVETIME, QUANTITY,
                   DIRECTION, MOVESOURCE, SOURCEID, OPERATORID,
                   LOCATIONCODE)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               DATE(SUBSTR(:ROWIMAGE, 20, 10)),
               TIME(SUBSTR(:ROWIMAGE, 30, 8)),
               INTEGER(SUBSTR(:ROWIMAGE, 38, 11)),
               SUBSTR(:ROWIMAGE, 49, 1),
               SUBSTR(:ROWIMAGE, 50, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 51, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 52, 8) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 60, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 61, 4) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 65, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 66, 4) END)
           END-EXEC.

       LIVE-STOCKAUDIT.
           MOVE 'LIVE-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(AUDITID +
                   QUANTITY, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM STOCKAUDIT
           END-EXEC.

       OPEN-LIVE-STOCKAUDIT.
           MOVE 'OPEN-LIVE-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE STOCKAUDIT_LIV CURSOR FOR
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
           EXEC SQL OPEN STOCKAUDIT_LIV END-EXEC.

       FETCH-LIVE-STOCKAUDIT.
           MOVE 'FETCH-LIVE-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STOCKAUDIT_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-STOCKAUDIT.
           MOVE 'CLOSE-LIVE-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STOCKAUDIT_LIV END-EXEC.

       INSERT-PROMOTIONS.
           MOVE 'INSERT-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PROMOTIONS
                   (PROMOCODE, DESCRIPTION, DISCOUNTRATE, STARTDATE,
                   ENDDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 9, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 13, INTEGER(SUBSTR(:ROWIMAGE, 10,
                   3))) END,
               DECIMAL(SUBSTR(:ROWIMAGE, 53, 5), 3, 2),
               DATE(SUBSTR(:ROWIMAGE, 58, 10)),
               DATE(SUBSTR(:ROWIMAGE, 68, 10)))
           END-EXEC.

       LIVE-PROMOTIONS.
           MOVE 'LIVE-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(DISCOUNTRATE, 17, 2)),
                   0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM PROMOTIONS
           END-EXEC.

       OPEN-LIVE-PROMOTIONS.
           MOVE 'OPEN-LIVE-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PROMOTIONS_LIV CURSOR FOR
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
           EXEC SQL OPEN PROMOTIONS_LIV END-EXEC.

       FETCH-LIVE-PROMOTIONS.
           MOVE 'FETCH-LIVE-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PROMOTIONS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-PROMOTIONS.
           MOVE 'CLOSE-LIVE-PROMOTIONS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PROMOTIONS_LIV END-EXEC.

       INSERT-LOYALTYPOINTS.
           MOVE 'INSERT-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LOYALTYPOINTS
                   (CUSTOMERID, POINTS)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 9, 11)))
           END-EXEC.

       LIVE-LOYALTYPOINTS.
           MOVE 'LIVE-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(POINTS, 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM LOYALTYPOINTS
           END-EXEC.

       OPEN-LIVE-LOYALTYPOINTS.
           MOVE 'OPEN-LIVE-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LOYALTYPOINTS_LIV CURSOR FOR
               SELECT CUSTOMERID
                   || CHAR(CHAR(POINTS), 11)
                   , DECIMAL(POINTS, 17, 2)
               FROM LOYALTYPOINTS
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL OPEN LOYALTYPOINTS_LIV END-EXEC.

       FETCH-LIVE-LOYALTYPOINTS.
           MOVE 'FETCH-LIVE-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LOYALTYPOINTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-LOYALTYPOINTS.
           MOVE 'CLOSE-LIVE-LOYALTYPOINTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LOYALTYPOINTS_LIV END-EXEC.

       INSERT-EXCEPTIONLOG.
           MOVE 'INSERT-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO EXCEPTIONLOG
                   (EXCEPTIONID, EXCTYPE, ORDERID, LAPTOPID, STOREDAMT,
                   EXPECTEDAMT, LOGDATE, STATUS)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 1),
               SUBSTR(:ROWIMAGE, 13, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 21, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 22, 8) END,
               DECIMAL(SUBSTR(:ROWIMAGE, 30, 13), 11, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 43, 13), 11, 2),
               DATE(SUBSTR(:ROWIMAGE, 56, 10)),
               SUBSTR(:ROWIMAGE, 66, 1))
           END-EXEC.

       LIVE-EXCEPTIONLOG.
           MOVE 'LIVE-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(EXCEPTIONID
                   + STOREDAMT + EXPECTEDAMT, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM EXCEPTIONLOG
           END-EXEC.

       OPEN-LIVE-EXCEPTIONLOG.
           MOVE 'OPEN-LIVE-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE EXCEPTIONLOG_LIV CURSOR FOR
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
           EXEC SQL OPEN EXCEPTIONLOG_LIV END-EXEC.

       FETCH-LIVE-EXCEPTIONLOG.
           MOVE 'FETCH-LIVE-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH EXCEPTIONLOG_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-EXCEPTIONLOG.
           MOVE 'CLOSE-LIVE-EXCEPTIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE EXCEPTIONLOG_LIV END-EXEC.

       INSERT-SYSPARMS.
           MOVE 'INSERT-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SYSPARMS
                   (PARMNAME, PARMVALUE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 20),
               DECIMAL(SUBSTR(:ROWIMAGE, 21, 11), 9, 2))
           END-EXEC.

       LIVE-SYSPARMS.
           MOVE 'LIVE-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(PARMVALUE,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM SYSPARMS
           END-EXEC.

       OPEN-LIVE-SYSPARMS.
           MOVE 'OPEN-LIVE-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SYSPARMS_LIV CURSOR FOR
               SELECT PARMNAME
                   || CHAR(CHAR(PARMVALUE), 11)
                   , DECIMAL(PARMVALUE, 17, 2)
               FROM SYSPARMS
               ORDER BY PARMNAME
           END-EXEC.
           EXEC SQL OPEN SYSPARMS_LIV END-EXEC.

       FETCH-LIVE-SYSPARMS.
           MOVE 'FETCH-LIVE-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SYSPARMS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-SYSPARMS.
           MOVE 'CLOSE-LIVE-SYSPARMS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SYSPARMS_LIV END-EXEC.

       INSERT-OPERATORS.
           MOVE 'INSERT-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO OPERATORS
                   (OPERATORID, OPERNAME, PASSCODE, AUTHLEVEL, ACTIVE,
                   PASSCHANGED, FAILCOUNT)
               VALUES (SUBSTR(:ROWIMAGE, 1, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 5, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 9, INTEGER(SUBSTR(:ROWIMAGE, 6,
                   3))) END,
               SUBSTR(:ROWIMAGE, 34, 8),
               SUBSTR(:ROWIMAGE, 42, 1),
               SUBSTR(:ROWIMAGE, 43, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 44, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 45, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 55, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 56, 11)) END)
           END-EXEC.

       LIVE-OPERATORS.
           MOVE 'LIVE-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(FAILCOUNT, 0),
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM OPERATORS
           END-EXEC.

       OPEN-LIVE-OPERATORS.
           MOVE 'OPEN-LIVE-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE OPERATORS_LIV CURSOR FOR
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
           EXEC SQL OPEN OPERATORS_LIV END-EXEC.

       FETCH-LIVE-OPERATORS.
           MOVE 'FETCH-LIVE-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH OPERATORS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-OPERATORS.
           MOVE 'CLOSE-LIVE-OPERATORS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE OPERATORS_LIV END-EXEC.

       INSERT-LAPTOPUNITS.
           MOVE 'INSERT-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPUNITS
                   (LAPTOPID, SERIALNUM, UNITSTATUS, RECEIPTID, ORDERID,
                   SHIPMENTNO)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 12),
               SUBSTR(:ROWIMAGE, 21, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 22, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 23, 8) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 31, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 32, 8) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 40, 1) = 'N' THEN NULL ELSE
                   SMALLINT(SUBSTR(:ROWIMAGE, 41, 6)) END)
           END-EXEC.

       LIVE-LAPTOPUNITS.
           MOVE 'LIVE-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(SHIPMENTNO, 0),
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM LAPTOPUNITS
           END-EXEC.

       OPEN-LIVE-LAPTOPUNITS.
           MOVE 'OPEN-LIVE-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LAPTOPUNITS_LIV CURSOR FOR
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
           EXEC SQL OPEN LAPTOPUNITS_LIV END-EXEC.

       FETCH-LIVE-LAPTOPUNITS.
           MOVE 'FETCH-LIVE-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LAPTOPUNITS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-LAPTOPUNITS.
           MOVE 'CLOSE-LIVE-LAPTOPUNITS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LAPTOPUNITS_LIV END-EXEC.

       INSERT-POLINES.
           MOVE 'INSERT-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO POLINES
                   (POID, LAPTOPID, ORDEREDQTY, RECEIVEDQTY, UNITCOST,
                   INVOICEDQTY)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 17, 11)),
               INTEGER(SUBSTR(:ROWIMAGE, 28, 11)),
               CASE WHEN SUBSTR(:ROWIMAGE, 39, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 40, 11), 9, 2) END,
               INTEGER(SUBSTR(:ROWIMAGE, 51, 11)))
           END-EXEC.

       LIVE-POLINES.
           MOVE 'LIVE-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(ORDEREDQTY
                   + RECEIVEDQTY + COALESCE(UNITCOST, 0) + INVOICEDQTY,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM POLINES
           END-EXEC.

       OPEN-LIVE-POLINES.
           MOVE 'OPEN-LIVE-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE POLINES_LIV CURSOR FOR
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
           EXEC SQL OPEN POLINES_LIV END-EXEC.

       FETCH-LIVE-POLINES.
           MOVE 'FETCH-LIVE-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH POLINES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-POLINES.
           MOVE 'CLOSE-LIVE-POLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE POLINES_LIV END-EXEC.

       INSERT-SESSIONLOG.
           MOVE 'INSERT-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SESSIONLOG
                   (LOGID, OPERATORID, LOGDATE, LOGTIME, ACTIVITY)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 4),
               DATE(SUBSTR(:ROWIMAGE, 16, 10)),
               TIME(SUBSTR(:ROWIMAGE, 26, 8)),
               SUBSTR(:ROWIMAGE, 37, INTEGER(SUBSTR(:ROWIMAGE, 34, 3))))
           END-EXEC.

       LIVE-SESSIONLOG.
           MOVE 'LIVE-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(LOGID, 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM SESSIONLOG
           END-EXEC.

       OPEN-LIVE-SESSIONLOG.
           MOVE 'OPEN-LIVE-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SESSIONLOG_LIV CURSOR FOR
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
           EXEC SQL OPEN SESSIONLOG_LIV END-EXEC.

       FETCH-LIVE-SESSIONLOG.
           MOVE 'FETCH-LIVE-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SESSIONLOG_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-SESSIONLOG.
           MOVE 'CLOSE-LIVE-SESSIONLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SESSIONLOG_LIV END-EXEC.

       INSERT-STOCKLOCATIONS.
           MOVE 'INSERT-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKLOCATIONS
                   (LOCATIONCODE, LOCNAME, SELLABLE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 5, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 9, INTEGER(SUBSTR(:ROWIMAGE, 6,
                   3))) END,
               SUBSTR(:ROWIMAGE, 29, 1))
           END-EXEC.

       LIVE-STOCKLOCATIONS.
           MOVE 'LIVE-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM STOCKLOCATIONS
           END-EXEC.

       OPEN-LIVE-STOCKLOCATIONS.
           MOVE 'OPEN-LIVE-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE STOCKLOCATIONS_LIV CURSOR FOR
               SELECT LOCATIONCODE
                   || CASE WHEN LOCNAME IS NULL THEN 'N' || SPACE(23)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(LOCNAME)), 3) ||
                       CHAR(LOCNAME, 20) END
                   || SELLABLE
                   , DECIMAL(0, 17, 2)
               FROM STOCKLOCATIONS
               ORDER BY LOCATIONCODE
           END-EXEC.
           EXEC SQL OPEN STOCKLOCATIONS_LIV END-EXEC.

       FETCH-LIVE-STOCKLOCATIONS.
           MOVE 'FETCH-LIVE-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STOCKLOCATIONS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-STOCKLOCATIONS.
           MOVE 'CLOSE-LIVE-STOCKLOCATIONS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STOCKLOCATIONS_LIV END-EXEC.

       INSERT-LOCATIONSTOCK.
           MOVE 'INSERT-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LOCATIONSTOCK
                   (LAPTOPID, LOCATIONCODE, QTY)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 4),
               INTEGER(SUBSTR(:ROWIMAGE, 13, 11)))
           END-EXEC.

       LIVE-LOCATIONSTOCK.
           MOVE 'LIVE-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QTY, 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM LOCATIONSTOCK
           END-EXEC.

       OPEN-LIVE-LOCATIONSTOCK.
           MOVE 'OPEN-LIVE-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE LOCATIONSTOCK_LIV CURSOR FOR
               SELECT LAPTOPID
                   || LOCATIONCODE
                   || CHAR(CHAR(QTY), 11)
                   , DECIMAL(QTY, 17, 2)
               FROM LOCATIONSTOCK
               ORDER BY LAPTOPID, LOCATIONCODE
           END-EXEC.
           EXEC SQL OPEN LOCATIONSTOCK_LIV END-EXEC.

       FETCH-LIVE-LOCATIONSTOCK.
           MOVE 'FETCH-LIVE-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH LOCATIONSTOCK_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-LOCATIONSTOCK.
           MOVE 'CLOSE-LIVE-LOCATIONSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE LOCATIONSTOCK_LIV END-EXEC.

       INSERT-CLOSEDPERIODS.
           MOVE 'INSERT-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CLOSEDPERIODS
                   (PERIODYM, CLOSEDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 7),
               DATE(SUBSTR(:ROWIMAGE, 8, 10)))
           END-EXEC.

       LIVE-CLOSEDPERIODS.
           MOVE 'LIVE-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CLOSEDPERIODS
           END-EXEC.

       OPEN-LIVE-CLOSEDPERIODS.
           MOVE 'OPEN-LIVE-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CLOSEDPERIODS_LIV CURSOR FOR
               SELECT PERIODYM
                   || CHAR(CLOSEDATE, ISO)
                   , DECIMAL(0, 17, 2)
               FROM CLOSEDPERIODS
               ORDER BY PERIODYM
           END-EXEC.
           EXEC SQL OPEN CLOSEDPERIODS_LIV END-EXEC.

       FETCH-LIVE-CLOSEDPERIODS.
           MOVE 'FETCH-LIVE-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CLOSEDPERIODS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CLOSEDPERIODS.
           MOVE 'CLOSE-LIVE-CLOSEDPERIODS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CLOSEDPERIODS_LIV END-EXEC.

       INSERT-TAXRATEHISTORY.
           MOVE 'INSERT-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO TAXRATEHISTORY
                   (STATECODE, EFFECTIVEDATE, TAXRATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 2),
               DATE(SUBSTR(:ROWIMAGE, 3, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 13, 7), 5, 4))
           END-EXEC.

       LIVE-TAXRATEHISTORY.
           MOVE 'LIVE-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(TAXRATE,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM TAXRATEHISTORY
           END-EXEC.

       OPEN-LIVE-TAXRATEHISTORY.
           MOVE 'OPEN-LIVE-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TAXRATEHISTORY_LIV CURSOR FOR
               SELECT STATECODE
                   || CHAR(EFFECTIVEDATE, ISO)
                   || CHAR(CHAR(TAXRATE), 7)
                   , DECIMAL(TAXRATE, 17, 2)
               FROM TAXRATEHISTORY
               ORDER BY STATECODE, EFFECTIVEDATE
           END-EXEC.
           EXEC SQL OPEN TAXRATEHISTORY_LIV END-EXEC.

       FETCH-LIVE-TAXRATEHISTORY.
           MOVE 'FETCH-LIVE-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXRATEHISTORY_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-TAXRATEHISTORY.
           MOVE 'CLOSE-LIVE-TAXRATEHISTORY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXRATEHISTORY_LIV END-EXEC.

       INSERT-BATCHCONTROL.
           MOVE 'INSERT-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BATCHCONTROL
                   (BATCHID, PROCDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               DATE(SUBSTR(:ROWIMAGE, 9, 10)))
           END-EXEC.

       LIVE-BATCHCONTROL.
           MOVE 'LIVE-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM BATCHCONTROL
           END-EXEC.

       OPEN-LIVE-BATCHCONTROL.
           MOVE 'OPEN-LIVE-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BATCHCONTROL_LIV CURSOR FOR
               SELECT BATCHID
                   || CHAR(PROCDATE, ISO)
                   , DECIMAL(0, 17, 2)
               FROM BATCHCONTROL
               ORDER BY BATCHID
           END-EXEC.
           EXEC SQL OPEN BATCHCONTROL_LIV END-EXEC.

       FETCH-LIVE-BATCHCONTROL.
           MOVE 'FETCH-LIVE-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BATCHCONTROL_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-BATCHCONTROL.
           MOVE 'CLOSE-LIVE-BATCHCONTROL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BATCHCONTROL_LIV END-EXEC.

       INSERT-QUOTES.
           MOVE 'INSERT-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO QUOTES
                   (QUOTEID, CUSTOMERID, QUOTEDATE, EXPIRYDATE,
                   QUOTESTATUS, EMPNO)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               DATE(SUBSTR(:ROWIMAGE, 27, 10)),
               SUBSTR(:ROWIMAGE, 37, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 38, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 39, 6) END)
           END-EXEC.

       LIVE-QUOTES.
           MOVE 'LIVE-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM QUOTES
           END-EXEC.

       OPEN-LIVE-QUOTES.
           MOVE 'OPEN-LIVE-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE QUOTES_LIV CURSOR FOR
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
           EXEC SQL OPEN QUOTES_LIV END-EXEC.

       FETCH-LIVE-QUOTES.
           MOVE 'FETCH-LIVE-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QUOTES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-QUOTES.
           MOVE 'CLOSE-LIVE-QUOTES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QUOTES_LIV END-EXEC.

       INSERT-QUOTELINES.
           MOVE 'INSERT-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO QUOTELINES
                   (QUOTEID, LAPTOPID, QUANTITY, UNITPRICE, DEALS,
                   PROMOCODE, LINECOST, PLANCODE, PLANPRICE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 17, 11)),
               DECIMAL(SUBSTR(:ROWIMAGE, 28, 10), 8, 2),
               CASE WHEN SUBSTR(:ROWIMAGE, 38, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 39, 5), 3, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 44, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 45, 8) END,
               DECIMAL(SUBSTR(:ROWIMAGE, 53, 13), 11, 2),
               CASE WHEN SUBSTR(:ROWIMAGE, 66, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 67, 4) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 71, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 72, 11), 9, 2) END)
           END-EXEC.

       LIVE-QUOTELINES.
           MOVE 'LIVE-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QUANTITY +
                   UNITPRICE + COALESCE(DEALS, 0) + LINECOST +
                   COALESCE(PLANPRICE, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM QUOTELINES
           END-EXEC.

       OPEN-LIVE-QUOTELINES.
           MOVE 'OPEN-LIVE-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE QUOTELINES_LIV CURSOR FOR
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
           EXEC SQL OPEN QUOTELINES_LIV END-EXEC.

       FETCH-LIVE-QUOTELINES.
           MOVE 'FETCH-LIVE-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QUOTELINES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-QUOTELINES.
           MOVE 'CLOSE-LIVE-QUOTELINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QUOTELINES_LIV END-EXEC.

       INSERT-KEYCOUNTERS.
           MOVE 'INSERT-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO KEYCOUNTERS
                   (KEYNAME, LASTVALUE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 12),
               INTEGER(SUBSTR(:ROWIMAGE, 13, 11)))
           END-EXEC.

       LIVE-KEYCOUNTERS.
           MOVE 'LIVE-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(LASTVALUE,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM KEYCOUNTERS
           END-EXEC.

       OPEN-LIVE-KEYCOUNTERS.
           MOVE 'OPEN-LIVE-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE KEYCOUNTERS_LIV CURSOR FOR
               SELECT KEYNAME
                   || CHAR(CHAR(LASTVALUE), 11)
                   , DECIMAL(LASTVALUE, 17, 2)
               FROM KEYCOUNTERS
               ORDER BY KEYNAME
           END-EXEC.
           EXEC SQL OPEN KEYCOUNTERS_LIV END-EXEC.

       FETCH-LIVE-KEYCOUNTERS.
           MOVE 'FETCH-LIVE-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH KEYCOUNTERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-KEYCOUNTERS.
           MOVE 'CLOSE-LIVE-KEYCOUNTERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE KEYCOUNTERS_LIV END-EXEC.

       INSERT-CYCLECOUNTS.
           MOVE 'INSERT-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CYCLECOUNTS
                   (COUNTID, LAPTOPID, LOCATIONCODE, COUNTDATE, BOOKQTY,
                   COUNTEDQTY, COUNTSTATUS)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               SUBSTR(:ROWIMAGE, 20, 4),
               DATE(SUBSTR(:ROWIMAGE, 24, 10)),
               INTEGER(SUBSTR(:ROWIMAGE, 34, 11)),
               CASE WHEN SUBSTR(:ROWIMAGE, 45, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 46, 11)) END,
               SUBSTR(:ROWIMAGE, 57, 1))
           END-EXEC.

       LIVE-CYCLECOUNTS.
           MOVE 'LIVE-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(COUNTID +
                   BOOKQTY + COALESCE(COUNTEDQTY, 0), 17, 2)), 0), 17,
                   2)
               INTO :LIVECNT, :LIVEHASH
               FROM CYCLECOUNTS
           END-EXEC.

       OPEN-LIVE-CYCLECOUNTS.
           MOVE 'OPEN-LIVE-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CYCLECOUNTS_LIV CURSOR FOR
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
           EXEC SQL OPEN CYCLECOUNTS_LIV END-EXEC.

       FETCH-LIVE-CYCLECOUNTS.
           MOVE 'FETCH-LIVE-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CYCLECOUNTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CYCLECOUNTS.
           MOVE 'CLOSE-LIVE-CYCLECOUNTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CYCLECOUNTS_LIV END-EXEC.

       INSERT-VENDORRETURNS.
           MOVE 'INSERT-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO VENDORRETURNS
                   (VRETID, RETURNID, COMPANYID, SHIPDATE, QUANTITY,
                   CREDITAMT, CREDITRECVD, APPAYID)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 8),
               DATE(SUBSTR(:ROWIMAGE, 25, 10)),
               INTEGER(SUBSTR(:ROWIMAGE, 35, 11)),
               CASE WHEN SUBSTR(:ROWIMAGE, 46, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 47, 13), 11, 2) END,
               SUBSTR(:ROWIMAGE, 60, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 61, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 62, 8) END)
           END-EXEC.

       LIVE-VENDORRETURNS.
           MOVE 'LIVE-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QUANTITY +
                   COALESCE(CREDITAMT, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM VENDORRETURNS
           END-EXEC.

       OPEN-LIVE-VENDORRETURNS.
           MOVE 'OPEN-LIVE-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE VENDORRETURNS_LIV CURSOR FOR
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
           EXEC SQL OPEN VENDORRETURNS_LIV END-EXEC.

       FETCH-LIVE-VENDORRETURNS.
           MOVE 'FETCH-LIVE-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VENDORRETURNS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-VENDORRETURNS.
           MOVE 'CLOSE-LIVE-VENDORRETURNS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VENDORRETURNS_LIV END-EXEC.

       INSERT-CARRIERS.
           MOVE 'INSERT-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CARRIERS
                   (CARRIERCODE, CARRNAME, SERVICELEVEL)
               VALUES (SUBSTR(:ROWIMAGE, 1, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 5, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 9, INTEGER(SUBSTR(:ROWIMAGE, 6,
                   3))) END,
               SUBSTR(:ROWIMAGE, 34, 1))
           END-EXEC.

       LIVE-CARRIERS.
           MOVE 'LIVE-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CARRIERS
           END-EXEC.

       OPEN-LIVE-CARRIERS.
           MOVE 'OPEN-LIVE-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CARRIERS_LIV CURSOR FOR
               SELECT CARRIERCODE
                   || CASE WHEN CARRNAME IS NULL THEN 'N' || SPACE(28)
                       ELSE 'Y' || CHAR(CHAR(LENGTH(CARRNAME)), 3) ||
                       CHAR(CARRNAME, 25) END
                   || SERVICELEVEL
                   , DECIMAL(0, 17, 2)
               FROM CARRIERS
               ORDER BY CARRIERCODE
           END-EXEC.
           EXEC SQL OPEN CARRIERS_LIV END-EXEC.

       FETCH-LIVE-CARRIERS.
           MOVE 'FETCH-LIVE-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CARRIERS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CARRIERS.
           MOVE 'CLOSE-LIVE-CARRIERS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CARRIERS_LIV END-EXEC.

       INSERT-SHIPRATES.
           MOVE 'INSERT-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SHIPRATES
                   (SERVICELEVEL, SHIPST, SHIPRATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 1),
               SUBSTR(:ROWIMAGE, 2, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 4, 7), 5, 2))
           END-EXEC.

       LIVE-SHIPRATES.
           MOVE 'LIVE-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(SHIPRATE,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM SHIPRATES
           END-EXEC.

       OPEN-LIVE-SHIPRATES.
           MOVE 'OPEN-LIVE-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SHIPRATES_LIV CURSOR FOR
               SELECT SERVICELEVEL
                   || SHIPST
                   || CHAR(CHAR(SHIPRATE), 7)
                   , DECIMAL(SHIPRATE, 17, 2)
               FROM SHIPRATES
               ORDER BY SERVICELEVEL, SHIPST
           END-EXEC.
           EXEC SQL OPEN SHIPRATES_LIV END-EXEC.

       FETCH-LIVE-SHIPRATES.
           MOVE 'FETCH-LIVE-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPRATES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-SHIPRATES.
           MOVE 'CLOSE-LIVE-SHIPRATES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPRATES_LIV END-EXEC.

       INSERT-TERRITORIES.
           MOVE 'INSERT-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO TERRITORIES
                   (SHIPST, EMPNO)
               VALUES (SUBSTR(:ROWIMAGE, 1, 2),
               SUBSTR(:ROWIMAGE, 3, 6))
           END-EXEC.

       LIVE-TERRITORIES.
           MOVE 'LIVE-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM TERRITORIES
           END-EXEC.

       OPEN-LIVE-TERRITORIES.
           MOVE 'OPEN-LIVE-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TERRITORIES_LIV CURSOR FOR
               SELECT SHIPST
                   || EMPNO
                   , DECIMAL(0, 17, 2)
               FROM TERRITORIES
               ORDER BY SHIPST
           END-EXEC.
           EXEC SQL OPEN TERRITORIES_LIV END-EXEC.

       FETCH-LIVE-TERRITORIES.
           MOVE 'FETCH-LIVE-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TERRITORIES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-TERRITORIES.
           MOVE 'CLOSE-LIVE-TERRITORIES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TERRITORIES_LIV END-EXEC.

       INSERT-QUOTAS.
           MOVE 'INSERT-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO QUOTAS
                   (EMPNO, QUOTAYM, QUOTAAMT)
               VALUES (SUBSTR(:ROWIMAGE, 1, 6),
               SUBSTR(:ROWIMAGE, 7, 7),
               DECIMAL(SUBSTR(:ROWIMAGE, 14, 13), 11, 2))
           END-EXEC.

       LIVE-QUOTAS.
           MOVE 'LIVE-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(QUOTAAMT,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM QUOTAS
           END-EXEC.

       OPEN-LIVE-QUOTAS.
           MOVE 'OPEN-LIVE-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE QUOTAS_LIV CURSOR FOR
               SELECT EMPNO
                   || QUOTAYM
                   || CHAR(CHAR(QUOTAAMT), 13)
                   , DECIMAL(QUOTAAMT, 17, 2)
               FROM QUOTAS
               ORDER BY EMPNO, QUOTAYM
           END-EXEC.
           EXEC SQL OPEN QUOTAS_LIV END-EXEC.

       FETCH-LIVE-QUOTAS.
           MOVE 'FETCH-LIVE-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH QUOTAS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-QUOTAS.
           MOVE 'CLOSE-LIVE-QUOTAS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE QUOTAS_LIV END-EXEC.

       INSERT-INVOICEREG.
           MOVE 'INSERT-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO INVOICEREG
                   (INVOICENO, ORDERID, ISSUEDATE, AMOUNT, OPERATORID,
                   COPYFLAG)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 27, 13), 11, 2),
               SUBSTR(:ROWIMAGE, 40, 4),
               SUBSTR(:ROWIMAGE, 44, 1))
           END-EXEC.

       LIVE-INVOICEREG.
           MOVE 'LIVE-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(AMOUNT, 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM INVOICEREG
           END-EXEC.

       OPEN-LIVE-INVOICEREG.
           MOVE 'OPEN-LIVE-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE INVOICEREG_LIV CURSOR FOR
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
           EXEC SQL OPEN INVOICEREG_LIV END-EXEC.

       FETCH-LIVE-INVOICEREG.
           MOVE 'FETCH-LIVE-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH INVOICEREG_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-INVOICEREG.
           MOVE 'CLOSE-LIVE-INVOICEREG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE INVOICEREG_LIV END-EXEC.

       INSERT-VENDORINVOICES.
           MOVE 'INSERT-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO VENDORINVOICES
                   (VINVID, COMPANYID, VENDORINVNO, POID, ENTEREDDATE,
                   DUEDATE, INVOICEAMT, MATCHSTATUS, ENTEREDBY,
                   CLEAREDBY, CLEAREDDATE, APPAYID, PAIDDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 15),
               SUBSTR(:ROWIMAGE, 32, 8),
               DATE(SUBSTR(:ROWIMAGE, 40, 10)),
               DATE(SUBSTR(:ROWIMAGE, 50, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 60, 13), 11, 2),
               SUBSTR(:ROWIMAGE, 73, 1),
               SUBSTR(:ROWIMAGE, 74, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 78, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 79, 4) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 83, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 84, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 94, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 95, 8) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 103, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 104, 10)) END)
           END-EXEC.

       LIVE-VENDORINVOICES.
           MOVE 'LIVE-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(INVOICEAMT,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM VENDORINVOICES
           END-EXEC.

       OPEN-LIVE-VENDORINVOICES.
           MOVE 'OPEN-LIVE-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE VENDORINVOICES_LIV CURSOR FOR
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
           EXEC SQL OPEN VENDORINVOICES_LIV END-EXEC.

       FETCH-LIVE-VENDORINVOICES.
           MOVE 'FETCH-LIVE-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VENDORINVOICES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-VENDORINVOICES.
           MOVE 'CLOSE-LIVE-VENDORINVOICES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VENDORINVOICES_LIV END-EXEC.

       INSERT-VENDORINVLINES.
           MOVE 'INSERT-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO VENDORINVLINES
                   (VINVID, LAPTOPID, BILLEDQTY, BILLEDPRICE, MATCHCODE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 17, 11)),
               DECIMAL(SUBSTR(:ROWIMAGE, 28, 11), 9, 2),
               SUBSTR(:ROWIMAGE, 39, 1))
           END-EXEC.

       LIVE-VENDORINVLINES.
           MOVE 'LIVE-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(BILLEDQTY +
                   BILLEDPRICE, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM VENDORINVLINES
           END-EXEC.

       OPEN-LIVE-VENDORINVLINES.
           MOVE 'OPEN-LIVE-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE VENDORINVLINES_LIV CURSOR FOR
               SELECT VINVID
                   || LAPTOPID
                   || CHAR(CHAR(BILLEDQTY), 11)
                   || CHAR(CHAR(BILLEDPRICE), 11)
                   || MATCHCODE
                   , DECIMAL(BILLEDQTY + BILLEDPRICE, 17, 2)
               FROM VENDORINVLINES
               ORDER BY VINVID, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN VENDORINVLINES_LIV END-EXEC.

       FETCH-LIVE-VENDORINVLINES.
           MOVE 'FETCH-LIVE-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH VENDORINVLINES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-VENDORINVLINES.
           MOVE 'CLOSE-LIVE-VENDORINVLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE VENDORINVLINES_LIV END-EXEC.

       INSERT-APPAYMENTS.
           MOVE 'INSERT-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO APPAYMENTS
                   (APPAYID, COMPANYID, PAYDATE, INVOICETOTAL,
                   CREDITTOTAL, PAYAMT, RUNID)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 27, 13), 11, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 40, 13), 11, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 53, 13), 11, 2),
               INTEGER(SUBSTR(:ROWIMAGE, 66, 11)))
           END-EXEC.

       LIVE-APPAYMENTS.
           MOVE 'LIVE-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(INVOICETOTAL +
                   CREDITTOTAL + PAYAMT + RUNID, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM APPAYMENTS
           END-EXEC.

       OPEN-LIVE-APPAYMENTS.
           MOVE 'OPEN-LIVE-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE APPAYMENTS_LIV CURSOR FOR
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
           EXEC SQL OPEN APPAYMENTS_LIV END-EXEC.

       FETCH-LIVE-APPAYMENTS.
           MOVE 'FETCH-LIVE-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APPAYMENTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-APPAYMENTS.
           MOVE 'CLOSE-LIVE-APPAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APPAYMENTS_LIV END-EXEC.

       INSERT-BANKSTMT.
           MOVE 'INSERT-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BANKSTMT
                   (STMTLINEID, DEPOSITDATE, DEPOSITTYPE, AMOUNT,
                   DEPOSITREF, LOADDATE, RECONSTATUS, RECONDATE)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               DATE(SUBSTR(:ROWIMAGE, 12, 10)),
               SUBSTR(:ROWIMAGE, 22, 3),
               DECIMAL(SUBSTR(:ROWIMAGE, 25, 13), 11, 2),
               SUBSTR(:ROWIMAGE, 38, 20),
               DATE(SUBSTR(:ROWIMAGE, 58, 10)),
               SUBSTR(:ROWIMAGE, 68, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 69, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 70, 10)) END)
           END-EXEC.

       LIVE-BANKSTMT.
           MOVE 'LIVE-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(STMTLINEID
                   + AMOUNT, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM BANKSTMT
           END-EXEC.

       OPEN-LIVE-BANKSTMT.
           MOVE 'OPEN-LIVE-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BANKSTMT_LIV CURSOR FOR
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
           EXEC SQL OPEN BANKSTMT_LIV END-EXEC.

       FETCH-LIVE-BANKSTMT.
           MOVE 'FETCH-LIVE-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BANKSTMT_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-BANKSTMT.
           MOVE 'CLOSE-LIVE-BANKSTMT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BANKSTMT_LIV END-EXEC.

       INSERT-DUNNINGHIST.
           MOVE 'INSERT-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO DUNNINGHIST
                   (DUNNID, CUSTOMERID, LETTERDATE, DUNNLEVEL,
                   PASTDUEAMT, OLDESTDAYS, ORDERCOUNT, RUNID)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               DATE(SUBSTR(:ROWIMAGE, 20, 10)),
               SMALLINT(SUBSTR(:ROWIMAGE, 30, 6)),
               DECIMAL(SUBSTR(:ROWIMAGE, 36, 13), 11, 2),
               INTEGER(SUBSTR(:ROWIMAGE, 49, 11)),
               INTEGER(SUBSTR(:ROWIMAGE, 60, 11)),
               INTEGER(SUBSTR(:ROWIMAGE, 71, 11)))
           END-EXEC.

       LIVE-DUNNINGHIST.
           MOVE 'LIVE-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(DUNNID +
                   DUNNLEVEL + PASTDUEAMT + OLDESTDAYS + ORDERCOUNT +
                   RUNID, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM DUNNINGHIST
           END-EXEC.

       OPEN-LIVE-DUNNINGHIST.
           MOVE 'OPEN-LIVE-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE DUNNINGHIST_LIV CURSOR FOR
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
           EXEC SQL OPEN DUNNINGHIST_LIV END-EXEC.

       FETCH-LIVE-DUNNINGHIST.
           MOVE 'FETCH-LIVE-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH DUNNINGHIST_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-DUNNINGHIST.
           MOVE 'CLOSE-LIVE-DUNNINGHIST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE DUNNINGHIST_LIV END-EXEC.

       INSERT-SHIPMENTLINES.
           MOVE 'INSERT-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO SHIPMENTLINES
                   (ORDERID, SHIPMENTNO, LAPTOPID, QUANTITY)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SMALLINT(SUBSTR(:ROWIMAGE, 9, 6)),
               SUBSTR(:ROWIMAGE, 15, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 23, 11)))
           END-EXEC.

       LIVE-SHIPMENTLINES.
           MOVE 'LIVE-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(SHIPMENTNO
                   + QUANTITY, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM SHIPMENTLINES
           END-EXEC.

       OPEN-LIVE-SHIPMENTLINES.
           MOVE 'OPEN-LIVE-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE SHIPMENTLINES_LIV CURSOR FOR
               SELECT ORDERID
                   || CHAR(CHAR(SHIPMENTNO), 6)
                   || LAPTOPID
                   || CHAR(CHAR(QUANTITY), 11)
                   , DECIMAL(SHIPMENTNO + QUANTITY, 17, 2)
               FROM SHIPMENTLINES
               ORDER BY ORDERID, SHIPMENTNO, LAPTOPID
           END-EXEC.
           EXEC SQL OPEN SHIPMENTLINES_LIV END-EXEC.

       FETCH-LIVE-SHIPMENTLINES.
           MOVE 'FETCH-LIVE-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SHIPMENTLINES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-SHIPMENTLINES.
           MOVE 'CLOSE-LIVE-SHIPMENTLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SHIPMENTLINES_LIV END-EXEC.

       INSERT-FREIGHTCLAIMS.
           MOVE 'INSERT-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO FREIGHTCLAIMS
                   (FCLAIMID, ORDERID, SHIPMENTNO, CARRIERCODE,
                   TRACKINGNUM, CLAIMTYPE, CLAIMSOURCE, CLAIMDATE,
                   LAPTOPID, UNITS, CLAIMAMT, STATUS, RECOVEREDAMT,
                   RECOVERYDATE, REPLSHIPNO)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SMALLINT(SUBSTR(:ROWIMAGE, 17, 6)),
               SUBSTR(:ROWIMAGE, 23, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 27, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 31, INTEGER(SUBSTR(:ROWIMAGE, 28,
                   3))) END,
               SUBSTR(:ROWIMAGE, 61, 1),
               SUBSTR(:ROWIMAGE, 62, 1),
               DATE(SUBSTR(:ROWIMAGE, 63, 10)),
               SUBSTR(:ROWIMAGE, 73, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 81, 11)),
               DECIMAL(SUBSTR(:ROWIMAGE, 92, 13), 11, 2),
               SUBSTR(:ROWIMAGE, 105, 1),
               DECIMAL(SUBSTR(:ROWIMAGE, 106, 13), 11, 2),
               CASE WHEN SUBSTR(:ROWIMAGE, 119, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 120, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 130, 1) = 'N' THEN NULL ELSE
                   SMALLINT(SUBSTR(:ROWIMAGE, 131, 6)) END)
           END-EXEC.

       LIVE-FREIGHTCLAIMS.
           MOVE 'LIVE-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(SHIPMENTNO
                   + UNITS + CLAIMAMT + RECOVEREDAMT +
                   COALESCE(REPLSHIPNO, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM FREIGHTCLAIMS
           END-EXEC.

       OPEN-LIVE-FREIGHTCLAIMS.
           MOVE 'OPEN-LIVE-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE FREIGHTCLAIMS_LIV CURSOR FOR
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
           EXEC SQL OPEN FREIGHTCLAIMS_LIV END-EXEC.

       FETCH-LIVE-FREIGHTCLAIMS.
           MOVE 'FETCH-LIVE-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH FREIGHTCLAIMS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-FREIGHTCLAIMS.
           MOVE 'CLOSE-LIVE-FREIGHTCLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE FREIGHTCLAIMS_LIV END-EXEC.

       INSERT-WARRANTYCHARGEBACKS.
           MOVE 'INSERT-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYCHARGEBACKS
                   (CLAIMID, COMPANYID, CHARGEDATE, AMOUNT, PAIDFLAG,
                   PAIDAMT, PAIDDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 27, 13), 11, 2),
               SUBSTR(:ROWIMAGE, 40, 1),
               DECIMAL(SUBSTR(:ROWIMAGE, 41, 13), 11, 2),
               CASE WHEN SUBSTR(:ROWIMAGE, 54, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 55, 10)) END)
           END-EXEC.

       LIVE-WARRANTYCHARGEBACKS.
           MOVE 'LIVE-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(AMOUNT +
                   PAIDAMT, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM WARRANTYCHARGEBACKS
           END-EXEC.

       OPEN-LIVE-WARRANTYCHARGEBACKS.
           MOVE 'OPEN-LIVE-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYCHARGEBACKS_LIV CURSOR FOR
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
           EXEC SQL OPEN WARRANTYCHARGEBACKS_LIV END-EXEC.

       FETCH-LIVE-WARRANTYCHARGEBACKS.
           MOVE 'FETCH-LIVE-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYCHARGEBACKS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-WARRANTYCHARGEBACKS.
           MOVE 'CLOSE-LIVE-WARRANTYCHARGEBACKS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYCHARGEBACKS_LIV END-EXEC.

       INSERT-WARRANTYPLANS.
           MOVE 'INSERT-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYPLANS
                   (PLANCODE, DESCRIPTION, YEARSADDED, PRICEPCT,
                   FLATPRICE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 5, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 9, INTEGER(SUBSTR(:ROWIMAGE, 6,
                   3))) END,
               SMALLINT(SUBSTR(:ROWIMAGE, 39, 6)),
               CASE WHEN SUBSTR(:ROWIMAGE, 45, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 46, 7), 5, 4) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 53, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 54, 11), 9, 2) END)
           END-EXEC.

       LIVE-WARRANTYPLANS.
           MOVE 'LIVE-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(YEARSADDED
                   + COALESCE(PRICEPCT, 0) + COALESCE(FLATPRICE, 0), 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM WARRANTYPLANS
           END-EXEC.

       OPEN-LIVE-WARRANTYPLANS.
           MOVE 'OPEN-LIVE-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYPLANS_LIV CURSOR FOR
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
           EXEC SQL OPEN WARRANTYPLANS_LIV END-EXEC.

       FETCH-LIVE-WARRANTYPLANS.
           MOVE 'FETCH-LIVE-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYPLANS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-WARRANTYPLANS.
           MOVE 'CLOSE-LIVE-WARRANTYPLANS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYPLANS_LIV END-EXEC.

       INSERT-WARRANTYCONTRACTS.
           MOVE 'INSERT-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYCONTRACTS
                   (CONTRACTID, ORDERID, LAPTOPID, SERIALNUM, PLANCODE,
                   SALEDATE, YEARSADDED, PRICE, ENDDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 8),
               SUBSTR(:ROWIMAGE, 25, 12),
               SUBSTR(:ROWIMAGE, 37, 4),
               DATE(SUBSTR(:ROWIMAGE, 41, 10)),
               SMALLINT(SUBSTR(:ROWIMAGE, 51, 6)),
               DECIMAL(SUBSTR(:ROWIMAGE, 57, 11), 9, 2),
               DATE(SUBSTR(:ROWIMAGE, 68, 10)))
           END-EXEC.

       LIVE-WARRANTYCONTRACTS.
           MOVE 'LIVE-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(YEARSADDED
                   + PRICE, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM WARRANTYCONTRACTS
           END-EXEC.

       OPEN-LIVE-WARRANTYCONTRACTS.
           MOVE 'OPEN-LIVE-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE WARRANTYCONTRACTS_LIV CURSOR FOR
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
           EXEC SQL OPEN WARRANTYCONTRACTS_LIV END-EXEC.

       FETCH-LIVE-WARRANTYCONTRACTS.
           MOVE 'FETCH-LIVE-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH WARRANTYCONTRACTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-WARRANTYCONTRACTS.
           MOVE 'CLOSE-LIVE-WARRANTYCONTRACTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE WARRANTYCONTRACTS_LIV END-EXEC.

       INSERT-RECALLS.
           MOVE 'INSERT-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RECALLS
                   (RECALLID, COMPANYID, LAPTOPID, RECALLDATE, REMEDY,
                   SERIALFROM, SERIALTO, STATUS)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               SUBSTR(:ROWIMAGE, 17, 8),
               DATE(SUBSTR(:ROWIMAGE, 25, 10)),
               SUBSTR(:ROWIMAGE, 38, INTEGER(SUBSTR(:ROWIMAGE, 35, 3))),
               CASE WHEN SUBSTR(:ROWIMAGE, 98, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 99, 12) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 111, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 112, 12) END,
               SUBSTR(:ROWIMAGE, 124, 1))
           END-EXEC.

       LIVE-RECALLS.
           MOVE 'LIVE-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM RECALLS
           END-EXEC.

       OPEN-LIVE-RECALLS.
           MOVE 'OPEN-LIVE-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RECALLS_LIV CURSOR FOR
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
           EXEC SQL OPEN RECALLS_LIV END-EXEC.

       FETCH-LIVE-RECALLS.
           MOVE 'FETCH-LIVE-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECALLS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-RECALLS.
           MOVE 'CLOSE-LIVE-RECALLS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECALLS_LIV END-EXEC.

       INSERT-RECALLSERIALS.
           MOVE 'INSERT-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RECALLSERIALS
                   (RECALLID, SERIALNUM)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 12))
           END-EXEC.

       LIVE-RECALLSERIALS.
           MOVE 'LIVE-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM RECALLSERIALS
           END-EXEC.

       OPEN-LIVE-RECALLSERIALS.
           MOVE 'OPEN-LIVE-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RECALLSERIALS_LIV CURSOR FOR
               SELECT RECALLID
                   || SERIALNUM
                   , DECIMAL(0, 17, 2)
               FROM RECALLSERIALS
               ORDER BY RECALLID, SERIALNUM
           END-EXEC.
           EXEC SQL OPEN RECALLSERIALS_LIV END-EXEC.

       FETCH-LIVE-RECALLSERIALS.
           MOVE 'FETCH-LIVE-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECALLSERIALS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-RECALLSERIALS.
           MOVE 'CLOSE-LIVE-RECALLSERIALS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECALLSERIALS_LIV END-EXEC.

       INSERT-RECALLUNITS.
           MOVE 'INSERT-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RECALLUNITS
                   (RECALLID, SERIALNUM, LAPTOPID, UNITSTATE, ORDERID,
                   CUSTOMERID, FOUNDDATE, NOTICEDATE, REMEDIED,
                   REMEDYDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 12),
               SUBSTR(:ROWIMAGE, 21, 8),
               SUBSTR(:ROWIMAGE, 29, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 30, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 31, 8) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 39, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 40, 8) END,
               DATE(SUBSTR(:ROWIMAGE, 48, 10)),
               CASE WHEN SUBSTR(:ROWIMAGE, 58, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 59, 10)) END,
               SUBSTR(:ROWIMAGE, 69, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 70, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 71, 10)) END)
           END-EXEC.

       LIVE-RECALLUNITS.
           MOVE 'LIVE-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM RECALLUNITS
           END-EXEC.

       OPEN-LIVE-RECALLUNITS.
           MOVE 'OPEN-LIVE-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RECALLUNITS_LIV CURSOR FOR
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
           EXEC SQL OPEN RECALLUNITS_LIV END-EXEC.

       FETCH-LIVE-RECALLUNITS.
           MOVE 'FETCH-LIVE-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECALLUNITS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-RECALLUNITS.
           MOVE 'CLOSE-LIVE-RECALLUNITS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECALLUNITS_LIV END-EXEC.

       INSERT-CUSTPRICES.
           MOVE 'INSERT-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CUSTPRICES
                   (CUSTOMERID, LAPTOPID, STARTDATE, ENDDATE,
                   CONTRACTPRICE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 8),
               DATE(SUBSTR(:ROWIMAGE, 17, 10)),
               DATE(SUBSTR(:ROWIMAGE, 27, 10)),
               DECIMAL(SUBSTR(:ROWIMAGE, 37, 10), 8, 2))
           END-EXEC.

       LIVE-CUSTPRICES.
           MOVE 'LIVE-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(CONTRACTPRICE, 17, 2)),
                   0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CUSTPRICES
           END-EXEC.

       OPEN-LIVE-CUSTPRICES.
           MOVE 'OPEN-LIVE-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTPRICES_LIV CURSOR FOR
               SELECT CUSTOMERID
                   || LAPTOPID
                   || CHAR(STARTDATE, ISO)
                   || CHAR(ENDDATE, ISO)
                   || CHAR(CHAR(CONTRACTPRICE), 10)
                   , DECIMAL(CONTRACTPRICE, 17, 2)
               FROM CUSTPRICES
               ORDER BY CUSTOMERID, LAPTOPID, STARTDATE
           END-EXEC.
           EXEC SQL OPEN CUSTPRICES_LIV END-EXEC.

       FETCH-LIVE-CUSTPRICES.
           MOVE 'FETCH-LIVE-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTPRICES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CUSTPRICES.
           MOVE 'CLOSE-LIVE-CUSTPRICES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTPRICES_LIV END-EXEC.

       INSERT-TAXEXEMPTCERTS.
           MOVE 'INSERT-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO TAXEXEMPTCERTS
                   (CUSTOMERID, STATECODE, CERTNUMBER, REASON,
                   EXPIRYDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 2),
               SUBSTR(:ROWIMAGE, 11, 20),
               SUBSTR(:ROWIMAGE, 31, 1),
               DATE(SUBSTR(:ROWIMAGE, 32, 10)))
           END-EXEC.

       LIVE-TAXEXEMPTCERTS.
           MOVE 'LIVE-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM TAXEXEMPTCERTS
           END-EXEC.

       OPEN-LIVE-TAXEXEMPTCERTS.
           MOVE 'OPEN-LIVE-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE TAXEXEMPTCERTS_LIV CURSOR FOR
               SELECT CUSTOMERID
                   || STATECODE
                   || CERTNUMBER
                   || REASON
                   || CHAR(EXPIRYDATE, ISO)
                   , DECIMAL(0, 17, 2)
               FROM TAXEXEMPTCERTS
               ORDER BY CUSTOMERID, STATECODE
           END-EXEC.
           EXEC SQL OPEN TAXEXEMPTCERTS_LIV END-EXEC.

       FETCH-LIVE-TAXEXEMPTCERTS.
           MOVE 'FETCH-LIVE-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH TAXEXEMPTCERTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-TAXEXEMPTCERTS.
           MOVE 'CLOSE-LIVE-TAXEXEMPTCERTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE TAXEXEMPTCERTS_LIV END-EXEC.

       INSERT-CUSTNOTES.
           MOVE 'INSERT-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CUSTNOTES
                   (NOTEID, CUSTOMERID, ORDERID, NOTEDATE, NOTETIME,
                   OPERATORID, CATEGORY, NOTETEXT, NOTESTATUS,
                   FOLLOWUPDATE, CLOSEDDATE, CLOSEDBY)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               CASE WHEN SUBSTR(:ROWIMAGE, 20, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 21, 8) END,
               DATE(SUBSTR(:ROWIMAGE, 29, 10)),
               TIME(SUBSTR(:ROWIMAGE, 39, 8)),
               SUBSTR(:ROWIMAGE, 47, 4),
               SUBSTR(:ROWIMAGE, 51, 1),
               SUBSTR(:ROWIMAGE, 55, INTEGER(SUBSTR(:ROWIMAGE, 52, 3))),
               SUBSTR(:ROWIMAGE, 155, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 156, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 157, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 167, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 168, 10)) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 178, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 179, 4) END)
           END-EXEC.

       LIVE-CUSTNOTES.
           MOVE 'LIVE-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(NOTEID, 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CUSTNOTES
           END-EXEC.

       OPEN-LIVE-CUSTNOTES.
           MOVE 'OPEN-LIVE-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTNOTES_LIV CURSOR FOR
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
           EXEC SQL OPEN CUSTNOTES_LIV END-EXEC.

       FETCH-LIVE-CUSTNOTES.
           MOVE 'FETCH-LIVE-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTNOTES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CUSTNOTES.
           MOVE 'CLOSE-LIVE-CUSTNOTES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTNOTES_LIV END-EXEC.

       INSERT-CUSTSHIPTO.
           MOVE 'INSERT-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CUSTSHIPTO
                   (CUSTOMERID, SHIPTONAME, UNITNUMBER, STREET, CITY,
                   ST, ZIP, DEFAULTSHIPTO)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 10),
               CASE WHEN SUBSTR(:ROWIMAGE, 19, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 20, 11)) END,
               SUBSTR(:ROWIMAGE, 34, INTEGER(SUBSTR(:ROWIMAGE, 31, 3))),
               SUBSTR(:ROWIMAGE, 57, INTEGER(SUBSTR(:ROWIMAGE, 54, 3))),
               SUBSTR(:ROWIMAGE, 80, INTEGER(SUBSTR(:ROWIMAGE, 77, 3))),
               INTEGER(SUBSTR(:ROWIMAGE, 82, 11)),
               SUBSTR(:ROWIMAGE, 93, 1))
           END-EXEC.

       LIVE-CUSTSHIPTO.
           MOVE 'LIVE-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(UNITNUMBER, 0)
                   + ZIP, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CUSTSHIPTO
           END-EXEC.

       OPEN-LIVE-CUSTSHIPTO.
           MOVE 'OPEN-LIVE-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CUSTSHIPTO_LIV CURSOR FOR
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
           EXEC SQL OPEN CUSTSHIPTO_LIV END-EXEC.

       FETCH-LIVE-CUSTSHIPTO.
           MOVE 'FETCH-LIVE-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CUSTSHIPTO_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CUSTSHIPTO.
           MOVE 'CLOSE-LIVE-CUSTSHIPTO' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CUSTSHIPTO_LIV END-EXEC.

       INSERT-PRIVACYHOLD.
           MOVE 'INSERT-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PRIVACYHOLD
                   (CUSTOMERID, HOLDREASON)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 1))
           END-EXEC.

       LIVE-PRIVACYHOLD.
           MOVE 'LIVE-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM PRIVACYHOLD
           END-EXEC.

       OPEN-LIVE-PRIVACYHOLD.
           MOVE 'OPEN-LIVE-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE PRIVACYHOLD_LIV CURSOR FOR
               SELECT CUSTOMERID
                   || HOLDREASON
                   , DECIMAL(0, 17, 2)
               FROM PRIVACYHOLD
               ORDER BY CUSTOMERID
           END-EXEC.
           EXEC SQL OPEN PRIVACYHOLD_LIV END-EXEC.

       FETCH-LIVE-PRIVACYHOLD.
           MOVE 'FETCH-LIVE-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRIVACYHOLD_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-PRIVACYHOLD.
           MOVE 'CLOSE-LIVE-PRIVACYHOLD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRIVACYHOLD_LIV END-EXEC.

       INSERT-BUSCALENDAR.
           MOVE 'INSERT-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BUSCALENDAR
                   (CALDATE, BUSINESSDAY, DESCRIPTION)
               VALUES (DATE(SUBSTR(:ROWIMAGE, 1, 10)),
               SUBSTR(:ROWIMAGE, 11, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 12, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 16, INTEGER(SUBSTR(:ROWIMAGE, 13,
                   3))) END)
           END-EXEC.

       LIVE-BUSCALENDAR.
           MOVE 'LIVE-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(0, 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM BUSCALENDAR
           END-EXEC.

       OPEN-LIVE-BUSCALENDAR.
           MOVE 'OPEN-LIVE-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE BUSCALENDAR_LIV CURSOR FOR
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
           EXEC SQL OPEN BUSCALENDAR_LIV END-EXEC.

       FETCH-LIVE-BUSCALENDAR.
           MOVE 'FETCH-LIVE-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH BUSCALENDAR_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-BUSCALENDAR.
           MOVE 'CLOSE-LIVE-BUSCALENDAR' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE BUSCALENDAR_LIV END-EXEC.

       INSERT-RPTRETENTION.
           MOVE 'INSERT-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RPTRETENTION
                   (RETCLASS, RETAINDAYS, DESCRIPTION)
               VALUES (SUBSTR(:ROWIMAGE, 1, 1),
               INTEGER(SUBSTR(:ROWIMAGE, 2, 11)),
               SUBSTR(:ROWIMAGE, 13, 40))
           END-EXEC.

       LIVE-RPTRETENTION.
           MOVE 'LIVE-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(RETAINDAYS,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM RPTRETENTION
           END-EXEC.

       OPEN-LIVE-RPTRETENTION.
           MOVE 'OPEN-LIVE-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE RPTRETENTION_LIV CURSOR FOR
               SELECT RETCLASS
                   || CHAR(CHAR(RETAINDAYS), 11)
                   || DESCRIPTION
                   , DECIMAL(RETAINDAYS, 17, 2)
               FROM RPTRETENTION
               ORDER BY RETCLASS
           END-EXEC.
           EXEC SQL OPEN RPTRETENTION_LIV END-EXEC.

       FETCH-LIVE-RPTRETENTION.
           MOVE 'FETCH-LIVE-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RPTRETENTION_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-RPTRETENTION.
           MOVE 'CLOSE-LIVE-RPTRETENTION' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RPTRETENTION_LIV END-EXEC.

       INSERT-REPORTSTORE.
           MOVE 'INSERT-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO REPORTSTORE
                   (RUNID, REPORTNAME, PROGRAMNAME, BUSINESSDATE,
                   RUNDATE, PAGECOUNT, LINECOUNT, RETCLASS, STOREDTS)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               SUBSTR(:ROWIMAGE, 20, 12),
               DATE(SUBSTR(:ROWIMAGE, 32, 10)),
               DATE(SUBSTR(:ROWIMAGE, 42, 10)),
               INTEGER(SUBSTR(:ROWIMAGE, 52, 11)),
               INTEGER(SUBSTR(:ROWIMAGE, 63, 11)),
               SUBSTR(:ROWIMAGE, 74, 1),
               TIMESTAMP(SUBSTR(:ROWIMAGE, 75, 26)))
           END-EXEC.

       LIVE-REPORTSTORE.
           MOVE 'LIVE-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(RUNID +
                   PAGECOUNT + LINECOUNT, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM REPORTSTORE
           END-EXEC.

       OPEN-LIVE-REPORTSTORE.
           MOVE 'OPEN-LIVE-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE REPORTSTORE_LIV CURSOR FOR
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
           EXEC SQL OPEN REPORTSTORE_LIV END-EXEC.

       FETCH-LIVE-REPORTSTORE.
           MOVE 'FETCH-LIVE-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REPORTSTORE_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-REPORTSTORE.
           MOVE 'CLOSE-LIVE-REPORTSTORE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REPORTSTORE_LIV END-EXEC.

       INSERT-REPORTLINES.
           MOVE 'INSERT-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO REPORTLINES
                   (RUNID, REPORTNAME, LINENO, LINETEXT)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               SUBSTR(:ROWIMAGE, 12, 8),
               INTEGER(SUBSTR(:ROWIMAGE, 20, 11)),
               SUBSTR(:ROWIMAGE, 31, 132))
           END-EXEC.

       LIVE-REPORTLINES.
           MOVE 'LIVE-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(RUNID +
                   LINENO, 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM REPORTLINES
           END-EXEC.

       OPEN-LIVE-REPORTLINES.
           MOVE 'OPEN-LIVE-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE REPORTLINES_LIV CURSOR FOR
               SELECT CHAR(CHAR(RUNID), 11)
                   || REPORTNAME
                   || CHAR(CHAR(LINENO), 11)
                   || LINETEXT
                   , DECIMAL(RUNID + LINENO, 17, 2)
               FROM REPORTLINES
               ORDER BY RUNID, REPORTNAME, LINENO
           END-EXEC.
           EXEC SQL OPEN REPORTLINES_LIV END-EXEC.

       FETCH-LIVE-REPORTLINES.
           MOVE 'FETCH-LIVE-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH REPORTLINES_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-REPORTLINES.
           MOVE 'CLOSE-LIVE-REPORTLINES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE REPORTLINES_LIV END-EXEC.

       INSERT-CATALOGSTAGE.
           MOVE 'INSERT-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CATALOGSTAGE
                   (STAGEID, RUNID, ACTION, COMPANYID, PRODUCTNUMBER,
                   LAPTOPID, LAPNAME, OS, YYYY, STORAGE, CPU, RAM,
                   WARRANTY, PRICE, VENDORCOST, OLDPRICE,
                   CHANGEDFIELDS, STAGESTATUS, LOADDATE, REVIEWEDBY,
                   REVIEWDATE)
               VALUES (INTEGER(SUBSTR(:ROWIMAGE, 1, 11)),
               INTEGER(SUBSTR(:ROWIMAGE, 12, 11)),
               SUBSTR(:ROWIMAGE, 23, 1),
               SUBSTR(:ROWIMAGE, 24, 8),
               SUBSTR(:ROWIMAGE, 35, INTEGER(SUBSTR(:ROWIMAGE, 32, 3))),
               CASE WHEN SUBSTR(:ROWIMAGE, 45, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 46, 8) END,
               SUBSTR(:ROWIMAGE, 57, INTEGER(SUBSTR(:ROWIMAGE, 54, 3))),
               CASE WHEN SUBSTR(:ROWIMAGE, 82, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 86, INTEGER(SUBSTR(:ROWIMAGE, 83,
                   3))) END,
               INTEGER(SUBSTR(:ROWIMAGE, 101, 11)),
               CASE WHEN SUBSTR(:ROWIMAGE, 112, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 113, 6), 4, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 119, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 123, INTEGER(SUBSTR(:ROWIMAGE, 120,
                   3))) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 143, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 144, 6), 4, 1) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 150, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 151, 11)) END,
               DECIMAL(SUBSTR(:ROWIMAGE, 162, 10), 8, 2),
               DECIMAL(SUBSTR(:ROWIMAGE, 172, 11), 9, 2),
               CASE WHEN SUBSTR(:ROWIMAGE, 183, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 184, 10), 8, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 194, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 195, 50) END,
               SUBSTR(:ROWIMAGE, 245, 1),
               DATE(SUBSTR(:ROWIMAGE, 246, 10)),
               CASE WHEN SUBSTR(:ROWIMAGE, 256, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 257, 4) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 261, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 262, 10)) END)
           END-EXEC.

       LIVE-CATALOGSTAGE.
           MOVE 'LIVE-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(STAGEID +
                   RUNID + YYYY + COALESCE(STORAGE, 0) + COALESCE(RAM,
                   0) + COALESCE(WARRANTY, 0) + PRICE + VENDORCOST +
                   COALESCE(OLDPRICE, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM CATALOGSTAGE
           END-EXEC.

       OPEN-LIVE-CATALOGSTAGE.
           MOVE 'OPEN-LIVE-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE CATALOGSTAGE_LIV CURSOR FOR
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
           EXEC SQL OPEN CATALOGSTAGE_LIV END-EXEC.

       FETCH-LIVE-CATALOGSTAGE.
           MOVE 'FETCH-LIVE-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CATALOGSTAGE_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-CATALOGSTAGE.
           MOVE 'CLOSE-LIVE-CATALOGSTAGE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE CATALOGSTAGE_LIV END-EXEC.

       INSERT-NOTIFYEVENTS.
           MOVE 'INSERT-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO NOTIFYEVENTS
                   (EVENTTYPE, EVENTSEQ, EVENTDESC)
               VALUES (SUBSTR(:ROWIMAGE, 1, 1),
               SMALLINT(SUBSTR(:ROWIMAGE, 2, 6)),
               SUBSTR(:ROWIMAGE, 8, 30))
           END-EXEC.

       LIVE-NOTIFYEVENTS.
           MOVE 'LIVE-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*), DECIMAL(COALESCE(SUM(DECIMAL(EVENTSEQ,
                   17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM NOTIFYEVENTS
           END-EXEC.

       OPEN-LIVE-NOTIFYEVENTS.
           MOVE 'OPEN-LIVE-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE NOTIFYEVENTS_LIV CURSOR FOR
               SELECT EVENTTYPE
                   || CHAR(CHAR(EVENTSEQ), 6)
                   || EVENTDESC
                   , DECIMAL(EVENTSEQ, 17, 2)
               FROM NOTIFYEVENTS
               ORDER BY EVENTTYPE
           END-EXEC.
           EXEC SQL OPEN NOTIFYEVENTS_LIV END-EXEC.

       FETCH-LIVE-NOTIFYEVENTS.
           MOVE 'FETCH-LIVE-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH NOTIFYEVENTS_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-NOTIFYEVENTS.
           MOVE 'CLOSE-LIVE-NOTIFYEVENTS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE NOTIFYEVENTS_LIV END-EXEC.

       INSERT-NOTIFYLOG.
           MOVE 'INSERT-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO NOTIFYLOG
                   (EVENTTYPE, ORDERID, EVENTKEY, CUSTOMERID, EVENTDATE,
                   NOTIFYDATE, RUNID, NOTIFYSTATUS)
               VALUES (SUBSTR(:ROWIMAGE, 1, 1),
               SUBSTR(:ROWIMAGE, 2, 8),
               SUBSTR(:ROWIMAGE, 10, 8),
               SUBSTR(:ROWIMAGE, 18, 8),
               DATE(SUBSTR(:ROWIMAGE, 26, 10)),
               DATE(SUBSTR(:ROWIMAGE, 36, 10)),
               CASE WHEN SUBSTR(:ROWIMAGE, 46, 1) = 'N' THEN NULL ELSE
                   INTEGER(SUBSTR(:ROWIMAGE, 47, 11)) END,
               SUBSTR(:ROWIMAGE, 58, 1))
           END-EXEC.

       LIVE-NOTIFYLOG.
           MOVE 'LIVE-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(RUNID, 0), 17,
                   2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM NOTIFYLOG
           END-EXEC.

       OPEN-LIVE-NOTIFYLOG.
           MOVE 'OPEN-LIVE-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE NOTIFYLOG_LIV CURSOR FOR
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
           EXEC SQL OPEN NOTIFYLOG_LIV END-EXEC.

       FETCH-LIVE-NOTIFYLOG.
           MOVE 'FETCH-LIVE-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH NOTIFYLOG_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-NOTIFYLOG.
           MOVE 'CLOSE-LIVE-NOTIFYLOG' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE NOTIFYLOG_LIV END-EXEC.

       INSERT-APPROVALQUEUE.
           MOVE 'INSERT-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO APPROVALQUEUE
                   (APPROVALID, CHGTYPE, KEYVALUE, LOCATIONCODE,
                   OLDVALUE, NEWVALUE, REQUESTEDBY, REQUESTDATE,
                   STATUS, REVIEWEDBY, REVIEWDATE)
               VALUES (SUBSTR(:ROWIMAGE, 1, 8),
               SUBSTR(:ROWIMAGE, 9, 1),
               SUBSTR(:ROWIMAGE, 10, 8),
               SUBSTR(:ROWIMAGE, 18, 4),
               CASE WHEN SUBSTR(:ROWIMAGE, 22, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 23, 13), 11, 2) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 36, 1) = 'N' THEN NULL ELSE
                   DECIMAL(SUBSTR(:ROWIMAGE, 37, 13), 11, 2) END,
               SUBSTR(:ROWIMAGE, 50, 4),
               DATE(SUBSTR(:ROWIMAGE, 54, 10)),
               SUBSTR(:ROWIMAGE, 64, 1),
               CASE WHEN SUBSTR(:ROWIMAGE, 65, 1) = 'N' THEN NULL ELSE
                   SUBSTR(:ROWIMAGE, 66, 4) END,
               CASE WHEN SUBSTR(:ROWIMAGE, 70, 1) = 'N' THEN NULL ELSE
                   DATE(SUBSTR(:ROWIMAGE, 71, 10)) END)
           END-EXEC.

       LIVE-APPROVALQUEUE.
           MOVE 'LIVE-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*),
                   DECIMAL(COALESCE(SUM(DECIMAL(COALESCE(OLDVALUE, 0) +
                   COALESCE(NEWVALUE, 0), 17, 2)), 0), 17, 2)
               INTO :LIVECNT, :LIVEHASH
               FROM APPROVALQUEUE
           END-EXEC.

       OPEN-LIVE-APPROVALQUEUE.
           MOVE 'OPEN-LIVE-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL
               DECLARE APPROVALQUEUE_LIV CURSOR FOR
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
           EXEC SQL OPEN APPROVALQUEUE_LIV END-EXEC.

       FETCH-LIVE-APPROVALQUEUE.
           MOVE 'FETCH-LIVE-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APPROVALQUEUE_LIV
               INTO :LIVEIMAGE, :LIVEROWHASH
           END-EXEC.

       CLOSE-LIVE-APPROVALQUEUE.
           MOVE 'CLOSE-LIVE-APPROVALQUEUE' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APPROVALQUEUE_LIV END-EXEC.

      *    THE ROW'S LINK TO ANOTHER ROW OF ITS OWN TABLE
       LINK-LAPTOPS.
           MOVE 'LINK-LAPTOPS' TO ERR-PARAGRAPH.
           IF ROWIMAGE (209:1) = 'Y'
               EXEC SQL
                   UPDATE LAPTOPS
                       SET SUBSTLAPID = SUBSTR(:ROWIMAGE, 210, 8)
                       WHERE LAPTOPID = SUBSTR(:ROWIMAGE, 1, 8)
               END-EXEC.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE RELRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE HDR-BUSDATE TO RPT-PL-DATE.
           MOVE HDR-UNLDATE TO RPT-PL-UNLDATE.
           MOVE HDR-UNLTIME TO RPT-PL-UNLTIME.
           MOVE HDR-RUNID TO RPT-PL-RUNID.
           IF RELOAD-SW = 'Y'
               MOVE 'RELOAD RUN' TO RPT-PL-MODE
           ELSE
               MOVE 'VERIFY ONLY - NOTHING CHANGED' TO RPT-PL-MODE.
           WRITE RELRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RELRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RELRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE RELRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

      *    THE FILE'S FIGURES FOR THE TABLE BESIDE THE DATABASE'S
       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE WKTABNAME TO RPT-D-TABNAME.
           MOVE UNL-E-ROWCNT TO RPT-D-FILEROWS.
           MOVE UNL-E-HASHTOT TO RPT-D-FILEHASH.
           MOVE WKACTION TO RPT-D-ACTION.
           WRITE RELRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    CONTROL TOTALS AND THE OUTCOME OF THE RUN - A RELOAD IS
      *    ONLY KEPT WHEN THE FILE PASSED EVERY CHECK AND EVERY CHOSEN
      *    TABLE MATCHES IT
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 11 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE RELRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TABLES ON THE UNLOAD FILE' TO RPT-T-CAPTION.
           MOVE TABCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ROWS ON THE UNLOAD FILE' TO RPT-T-CAPTION.
           MOVE FILEROWCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HASH TOTAL OF ALL ROWS ON THE FILE' TO RPT-HT-CAPTION.
           MOVE FILEHASHTOT TO RPT-HT-HASHTOT.
           WRITE RELRPT-REC FROM RPT-HASH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHECKS THE FILE FAILED' TO RPT-T-CAPTION.
           MOVE FILEERRCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TABLES CHOSEN' TO RPT-T-CAPTION.
           MOVE SELCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHOSEN TABLES MATCHING THE FILE' TO RPT-T-CAPTION.
           MOVE MATCHCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHOSEN TABLES DIFFERING FROM THE FILE'
               TO RPT-T-CAPTION.
           MOVE MISMATCHCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ROWS INSERTED FROM THE FILE' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           WRITE RELRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RELRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-M-TABNAME.
           IF RELOAD-SW = 'N'
               MOVE 'VERIFY ONLY - NOTHING WAS CHANGED' TO RPT-M-TEXT
           ELSE
               IF FILEERR-SW = 'Y'
                   MOVE 'THE FILE FAILED ITS CHECKS - NOTHING RELOADED'
                       TO RPT-M-TEXT
               ELSE
                   IF MISMATCH-SW = 'Y'
                       MOVE 'A TABLE DID NOT MATCH - RELOAD BACKED OUT'
                           TO RPT-M-TEXT
                   ELSE
                       MOVE 'RELOAD KEPT - EVERY TABLE MATCHES THE FILE'
                           TO RPT-M-TEXT.
           WRITE RELRPT-REC FROM RPT-MSG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 11 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. A VERIFY OR A RELOAD IS RUN WHEN IT IS NEEDED, AS
      *    OFTEN AS IT IS NEEDED, SO AN EARLIER RUN THE SAME DAY IS NO
      *    REASON TO STOP. A VERIFY RUN LOGS UNDER ITS OWN NAME, SO A
      *    RELOAD STANDS OUT ON RUNCONTROL
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           IF RELOAD-SW = 'Y'
               MOVE 'DBRELOAD' TO RC-PROGNAME
           ELSE
               MOVE 'DBVERIFY' TO RC-PROGNAME.
           MOVE 'OPEN-RUNCONTROL' TO ERR-PARAGRAPH.
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
           DISPLAY TABCTR ' TABLE(S) ON THE UNLOAD OF ' HDR-BUSDATE.
           DISPLAY FILEERRCTR ' CHECK(S) OF THE FILE FAILED'.
           DISPLAY MATCHCTR ' CHOSEN TABLE(S) MATCH THE FILE, '
               MISMATCHCTR ' DIFFER'.
           IF RELOAD-SW = 'N'
               DISPLAY 'VERIFY RUN - NOTHING WAS CHANGED'
           ELSE
               IF ROWCTR > 0
                   DISPLAY ROWCTR ' ROW(S) WERE RELOADED'
               ELSE
                   DISPLAY 'THE RELOAD WAS BACKED OUT - NOTHING WAS'
                       ' CHANGED'.
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
           MOVE 'DBRELOAD' TO ERR-PROGNAME.
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
