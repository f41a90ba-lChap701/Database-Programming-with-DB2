       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDCAT.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    VENDOR CATALOG AND COST FEED IMPORT - READS A VENDOR'S
      *    FIXED-FORMAT CATALOG FILE, ONE RECORD PER PRODUCT, AND
      *    PUTS EVERY RECORD THROUGH THE SAME EDITS THE LAPTOP ENTRY
      *    SCREENS MAKE (ACTIVE VENDOR ON FILE, NAME AND PRODUCT
      *    NUMBER PRESENT, OS ON THE APPROVED OSCATALOG, YEAR,
      *    STORAGE, CPU, RAM, PRICE AND WARRANTY IN FORMAT AND
      *    RANGE). A CLEAN RECORD IS MATCHED TO LAPTOPS ON ITS
      *    PRODUCT NUMBER - A NEW PRODUCT IS STAGED AS A PROPOSED
      *    ADD, A KNOWN ONE WHOSE DETAILS DIFFER AS A PROPOSED
      *    CHANGE. NOTHING IS APPLIED TO LAPTOPS HERE - A SUPERVISOR
      *    APPROVES OR REJECTS EACH STAGED ROW FROM THE LAPTOP MENU.
      *    THE IMPORT REPORT LISTS EVERY ADD, CHANGE AND REJECT WITH
      *    ITS REASON. RUN FROM THE VENDCAT JCL - NOT AN INTERACTIVE
      *    PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INBOUND CATALOG AND COST FILE FROM THE VENDOR
           SELECT CATFEED-FILE ASSIGN TO CATFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CATFEED-STATUS.
      *    PRINT FILE FOR THE IMPORT REPORT
           SELECT CATRPT-FILE ASSIGN TO CATRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATFEED-FILE.
      *    THE NUMERIC FIELDS ARRIVE AS TEXT, THE WAY THEY ARE KEYED
      *    AT THE ENTRY SCREENS, SO THEY GET THE SAME EDITS - A BLANK
      *    OS, STORAGE, CPU, RAM OR WARRANTY MEANS NONE ON FILE
       01  CATFEED-REC.
           05  CAT-COMPID                  PIC X(8).
           05  CAT-PRODNUM                 PIC X(10).
           05  CAT-LAPNAME                 PIC X(25).
           05  CAT-OS                      PIC X(15).
           05  CAT-YYYY                    PIC X(4).
           05  CAT-STORAGE                 PIC X(5).
           05  CAT-CPU                     PIC X(20).
           05  CAT-RAM                     PIC X(5).
           05  CAT-WARRANTY                PIC X.
           05  CAT-PRICE                   PIC X(9).
           05  CAT-COST                    PIC X(9).
           05  FILLER                      PIC X(9).
       FD  CATRPT-FILE.
       01  CATRPT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      *    FILE STATUS KEY FOR THE INBOUND CATALOG FILE
       01  CATFEED-STATUS                  PIC X(2)        VALUE '00'.
      *    SET TO 'Y' AT END OF THE CATALOG FILE
       01  CATEOF-SW                       PIC X           VALUE 'N'.
      *    GATES JUST THE RECORD CURRENTLY BEING PROCESSED
       01  ERRCTR                          PIC 9           VALUE 0.
      *    RUN TOTALS
       01  READCTR                         PIC 9(6)        VALUE 0.
       01  ADDCTR                          PIC 9(6)        VALUE 0.
       01  CHGCTR                          PIC 9(6)        VALUE 0.
       01  SAMECTR                         PIC 9(6)        VALUE 0.
       01  REJCTR                          PIC 9(6)        VALUE 0.
       01  SUPERCTR                        PIC 9(6)        VALUE 0.
       01  ROWCTR                          PIC 9(6)        VALUE 0.
      *    THE REASON THE CURRENT RECORD WAS REJECTED
       01  WKREJREASON                     PIC X(50).
      *    'Y' WHEN THE MATCHED MODEL DIFFERS IN SOME FIELD, AND THE
      *    NAMES OF THE FIELDS THAT DIFFER FOR THE REPORT AND REVIEW
       01  CHANGED-SW                      PIC X           VALUE 'N'.
       01  WKCHANGES                       PIC X(50).
       01  WKCHGPTR                        PIC 9(3)        VALUE 1.
      *    TEXT ENTRIES AND WORK FIELDS FOR THE DECIMAL-FORMAT CHECK,
      *    THE SAME CHECK THE ENTRY SCREENS MAKE ON STORAGE, RAM AND
      *    PRICE
       01  WKDECENTRY                      PIC X(9).
       01  WKBFEDEC                        PIC X(7).
       01  WKATRDEC                        PIC X(2).
       01  DEC-CNT                         PIC 9           VALUE 0.
       01  DECINVAL-SW                     PIC X           VALUE 'N'.
      *    WORK FIELDS FOR THE CPU GHZ-FORMAT CHECK
       01  WKWORD-1                        PIC X(20).
       01  WKWORD-2                        PIC X(20).
       01  WKHZ                            PIC X(20).
       01  WKHZ-1                          PIC X(6).
       01  WKHZ-2                          PIC X(2).
       01  CPUINVAL-SW                     PIC X           VALUE 'N'.
      *    CHARACTER COUNT FOR THE VARCHAR LENGTHS
       01  L                               PIC S9(4)       COMP.

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
      ************************COMPANY TABLE*****************************
       01  FK-COMPID                       PIC X(8).
       01  COMPACTIVE                      PIC X.
       01  NL-COMPACTIVE                   PIC S9(4)       COMP.
      ************************LAPTOPS TABLE*****************************
      *    THE CATALOG RECORD'S VALUES, AS THEY WILL BE STAGED
       01  YEAR                            PIC S9(9)       COMP.
       01  WARRANTY                        PIC S9(9)       COMP.
       01  STORAGE                         PIC S9(3)V9     COMP-3.
       01  RAM                             PIC S9(3)V9     COMP-3.
       01  PRICE                           PIC S9(6)V99    COMP-3.
       01  VENDORCOST                      PIC S9(7)V99    COMP-3.
       01  NL-OS                           PIC S9(4)       COMP.
       01  NL-STORAGE                      PIC S9(4)       COMP.
       01  NL-CPU                          PIC S9(4)       COMP.
       01  NL-RAM                          PIC S9(4)       COMP.
       01  NL-WARRANTY                     PIC S9(4)       COMP.
       01  LAPNAME.
           49  LAPNAME-LENG                PIC S9(4)       COMP.
           49  LAPNAME-VALUE               PIC X(25).
       01  PRODNUM.
           49  PRODNUM-LENG                PIC S9(4)       COMP.
           49  PRODNUM-VALUE               PIC X(10).
       01  OS.
           49  OS-LENG                     PIC S9(4)       COMP.
           49  OS-VALUE                    PIC X(15).
       01  CPU.
           49  CPU-LENG                    PIC S9(4)       COMP.
           49  CPU-VALUE                   PIC X(20).
      *    THE MODEL ALREADY ON FILE UNDER THE PRODUCT NUMBER, AND
      *    HOW MANY MODELS CARRY IT
       01  PRODCNT                         PIC S9(9)       COMP.
       01  CUR-LAPID                       PIC X(8).
       01  CUR-COMPID                      PIC X(8).
       01  CUR-YEAR                        PIC S9(9)       COMP.
       01  CUR-WARRANTY                    PIC S9(9)       COMP.
       01  CUR-STORAGE                     PIC S9(3)V9     COMP-3.
       01  CUR-RAM                         PIC S9(3)V9     COMP-3.
       01  CUR-PRICE                       PIC S9(6)V99    COMP-3.
       01  CUR-VENDORCOST                  PIC S9(7)V99    COMP-3.
       01  NL-CUR-OS                       PIC S9(4)       COMP.
       01  NL-CUR-STORAGE                  PIC S9(4)       COMP.
       01  NL-CUR-CPU                      PIC S9(4)       COMP.
       01  NL-CUR-RAM                      PIC S9(4)       COMP.
       01  NL-CUR-WARRANTY                 PIC S9(4)       COMP.
       01  NL-CUR-VENDORCOST               PIC S9(4)       COMP.
       01  CUR-LAPNAME.
           49  CUR-LAPNAME-LENG            PIC S9(4)       COMP.
           49  CUR-LAPNAME-VALUE           PIC X(25).
       01  CUR-OS.
           49  CUR-OS-LENG                 PIC S9(4)       COMP.
           49  CUR-OS-VALUE                PIC X(15).
       01  CUR-CPU.
           49  CUR-CPU-LENG                PIC S9(4)       COMP.
           49  CUR-CPU-VALUE               PIC X(20).
      ***********************OSCATALOG TABLE****************************
       01  OSCATCNT                        PIC S9(9)       COMP.
      *********************CATALOGSTAGE TABLE***************************
      *    THE STAGED ROW'S KEY, WHETHER IT IS AN ADD OR A CHANGE,
      *    THE MATCHED MODEL, AND THE PRICE IT WOULD REPLACE
       01  CS-STAGEID                      PIC S9(9)       COMP.
       01  CS-ACTION                       PIC X.
       01  CS-LAPID                        PIC X(8).
       01  NL-CS-LAPID                     PIC S9(4)       COMP.
       01  CS-OLDPRICE                     PIC S9(6)V99    COMP-3.
       01  NL-CS-OLDPRICE                  PIC S9(4)       COMP.
       01  CS-CHANGES                      PIC X(50).
       01  NL-CS-CHANGES                   PIC S9(4)       COMP.
      ********************KEYCOUNTERS TABLE*****************************
      *    THE PERSISTENT COUNTER A NEW KEY IS DRAWN FROM, AND THE
      *    VALUE IT HANDED BACK
       01  KC-KEYNAME                      PIC X(12).
       01  KC-VALUE                        PIC S9(9)       COMP.
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
      *    WORK AREAS FOR THE PRINTED IMPORT REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 50.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(37)   VALUE SPACES.
           05  FILLER            PIC X(28)
                              VALUE 'VENDOR CATALOG IMPORT REPORT'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-H1-BUSDATE              PIC X(10).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE 'VENDOR'.
           05  FILLER                      PIC X(12)
                              VALUE 'PRODUCT NO.'.
           05  FILLER                      PIC X(8)    VALUE 'ACTION'.
           05  FILLER                      PIC X(10)   VALUE 'LAPTOP'.
           05  FILLER                      PIC X(12)
                              VALUE ' OLD PRICE'.
           05  FILLER                      PIC X(12)
                              VALUE ' NEW PRICE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(20)
                              VALUE 'REASON / CHANGES'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-COMPID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PRODNUM               PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ACTION                PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-OLDPRICE              PIC ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-NEWPRICE              PIC ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-REASON                PIC X(50).
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-T-LABEL                 PIC X(40).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(82)   VALUE SPACES.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-FILES.
           PERFORM IMPORT-LOOP THRU IMPORT-LOOP-EXIT
               UNTIL CATEOF-SW = 'Y'.
           PERFORM WRITE-RPT-TOTALS.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM CLOSE-FILES.
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

       OPEN-FILES.
           OPEN INPUT CATFEED-FILE.
           IF CATFEED-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE VENDOR CATALOG FILE,'
                   ' STATUS ' CATFEED-STATUS
               STOP RUN.
           OPEN OUTPUT CATRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.
           MOVE RC-BUSDATE TO RPT-H1-BUSDATE.

       CLOSE-FILES.
           CLOSE CATFEED-FILE.
           CLOSE CATRPT-FILE.

       IMPORT-LOOP.
           READ CATFEED-FILE
               AT END
                   MOVE 'Y' TO CATEOF-SW
                   GO TO IMPORT-LOOP-EXIT
           END-READ.
           ADD 1 TO READCTR.
           MOVE 0 TO ERRCTR.
           MOVE ' ' TO WKREJREASON.
           MOVE ' ' TO CUR-LAPID.
           MOVE 0 TO CUR-PRICE.

           PERFORM EDIT-CAT-RECORD.

           IF ERRCTR = 0
               PERFORM MATCH-CAT-PRODUCT.

           IF ERRCTR > 0
               ADD 1 TO REJCTR
               MOVE 'REJECT' TO RPT-D-ACTION
               MOVE WKREJREASON TO RPT-D-REASON
               MOVE 0 TO PRICE
               PERFORM WRITE-DETAIL-LINE
               GO TO IMPORT-LOOP-EXIT.

           IF CS-ACTION = 'C' AND CHANGED-SW = 'N'
               ADD 1 TO SAMECTR
               GO TO IMPORT-LOOP-EXIT.

           PERFORM STAGE-CAT-ROW.
           IF CS-ACTION = 'A'
               ADD 1 TO ADDCTR
               MOVE 'ADD' TO RPT-D-ACTION
               MOVE 'NEW MODEL - STAGED FOR APPROVAL' TO RPT-D-REASON
           ELSE
               ADD 1 TO CHGCTR
               MOVE 'CHANGE' TO RPT-D-ACTION
               MOVE WKCHANGES TO RPT-D-REASON.
           PERFORM WRITE-DETAIL-LINE.

       IMPORT-LOOP-EXIT.
           EXIT.

      *    THE SAME FIELD-BY-FIELD EDITS THE LAPTOP ENTRY SCREENS
      *    MAKE, IN THE ORDER THEY PROMPT - THE FIRST FAILURE IS THE
      *    REASON THE RECORD IS REJECTED
       EDIT-CAT-RECORD.
           MOVE CAT-COMPID TO FK-COMPID.
           PERFORM CHECK-CAT-VENDOR.

           IF ERRCTR = 0
               MOVE CAT-LAPNAME TO LAPNAME-VALUE
               PERFORM CALC-LEN-LAPNAME
               IF LAPNAME-VALUE = ' '
                   MOVE 'LAPTOP NAME IS MISSING' TO WKREJREASON
                   ADD 1 TO ERRCTR.

           IF ERRCTR = 0
               MOVE CAT-PRODNUM TO PRODNUM-VALUE
               PERFORM CALC-LEN-PRODNUM
               IF PRODNUM-VALUE = ' '
                   MOVE 'PRODUCT NUMBER IS MISSING' TO WKREJREASON
                   ADD 1 TO ERRCTR.

           IF ERRCTR = 0
               PERFORM OS-CHECK.

           IF ERRCTR = 0
               PERFORM YYYY-CHECK.

           IF ERRCTR = 0
               PERFORM STORAGE-CHECK.

           IF ERRCTR = 0
               PERFORM CPU-CHECK.

           IF ERRCTR = 0
               PERFORM RAM-CHECK.

           IF ERRCTR = 0
               PERFORM PRICE-CHECK.

           IF ERRCTR = 0
               PERFORM WARRANTY-CHECK.

           IF ERRCTR = 0
               PERFORM COST-CHECK.

      *    THE VENDOR HAS TO BE ON FILE AND STILL ACTIVE - THE SAME
      *    CHECK SELECT-COMP-FOR-LAP MAKES BEFORE A NEW LAPTOP IS
      *    TAKEN IN FROM IT
       CHECK-CAT-VENDOR.
           IF FK-COMPID = ' '
               MOVE 'VENDOR ID IS MISSING' TO WKREJREASON
               ADD 1 TO ERRCTR
           ELSE
               MOVE 'CHECK-CAT-VENDOR' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT ACTIVE
                   INTO :COMPACTIVE :NL-COMPACTIVE
                   FROM COMPANY
                   WHERE COMPANYID = :FK-COMPID
               END-EXEC
               IF SQLCODE = 100
                   MOVE 'VENDOR ID IS NOT ON FILE' TO WKREJREASON
                   ADD 1 TO ERRCTR
               ELSE
                   IF NL-COMPACTIVE = 0 AND COMPACTIVE = 'N'
                       MOVE 'VENDOR IS INACTIVE - NO NEW INTAKE'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR.

       CALC-LEN-LAPNAME.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(LAPNAME-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF LAPNAME-VALUE GIVING
           LAPNAME-LENG.

       CALC-LEN-PRODNUM.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(PRODNUM-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF PRODNUM-VALUE GIVING
           PRODNUM-LENG.

       CALC-LEN-OS.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(OS-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF OS-VALUE GIVING OS-LENG.

      *    OS IS NULLABLE - A BLANK LEAVES THE MODEL WITH NO OPERATING
      *    SYSTEM ON FILE. ANYTHING ELSE HAS TO MATCH AN APPROVED
      *    OSCATALOG ENTRY
       OS-CHECK.
           MOVE FUNCTION UPPER-CASE(CAT-OS) TO OS-VALUE.
           PERFORM CALC-LEN-OS.
           IF OS-VALUE = ' '
               MOVE -1 TO NL-OS
           ELSE
               MOVE 0 TO NL-OS
               MOVE 'OS-CHECK' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :OSCATCNT
                   FROM OSCATALOG
                   WHERE OSNAME = :OS
               END-EXEC
               IF OSCATCNT = 0
                   MOVE 'OS IS NOT AN APPROVED OPERATING SYSTEM'
                       TO WKREJREASON
                   ADD 1 TO ERRCTR.

       YYYY-CHECK.
           IF CAT-YYYY = ' '
               MOVE 'PURCHASE YEAR IS MISSING' TO WKREJREASON
               ADD 1 TO ERRCTR
           ELSE
               IF CAT-YYYY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(CAT-YYYY) TO YEAR
                   IF YEAR <= 0
                       MOVE 'PURCHASE YEAR SHOULD BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR
               ELSE
                   MOVE 'PURCHASE YEAR SHOULD BE NUMERIC'
                       TO WKREJREASON
                   ADD 1 TO ERRCTR.

      *    STORAGE IS NULLABLE
       STORAGE-CHECK.
           MOVE 0 TO STORAGE.
           IF CAT-STORAGE = ' '
               MOVE -1 TO NL-STORAGE
           ELSE
               MOVE CAT-STORAGE TO WKDECENTRY
               PERFORM DEC-CHECK
               IF DECINVAL-SW = 'N'
                   MOVE FUNCTION NUMVAL(CAT-STORAGE) TO STORAGE
                   IF STORAGE <= 0
                       MOVE 'STORAGE MUST BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR
                   ELSE
                       MOVE 0 TO NL-STORAGE
               ELSE
                   MOVE 'STORAGE MUST BE NUMERIC' TO WKREJREASON
                   ADD 1 TO ERRCTR.

      *    CPU IS NULLABLE - OTHERWISE WORDS OF LETTERS AND NUMBERS
      *    FOLLOWED BY A CLOCK SPEED IN GHZ
       CPU-CHECK.
           MOVE CAT-CPU TO CPU-VALUE.
           MOVE 0 TO L.
           INSPECT FUNCTION REVERSE(CPU-VALUE)
               TALLYING L FOR LEADING ' '.
           SUBTRACT L FROM LENGTH OF CPU-VALUE GIVING CPU-LENG.
           IF CPU-VALUE = ' '
               MOVE -1 TO NL-CPU
           ELSE
               PERFORM CHECK-CPU
               IF CPUINVAL-SW = 'Y'
                   MOVE 'CPU SHOULD BE LETTERS, NUMBERS AND A SPEED'
                       TO WKREJREASON
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE ' ' TO WKHZ-1
                   MOVE ' ' TO WKHZ-2
                   UNSTRING WKHZ DELIMITED BY 'G'
                       INTO WKHZ-1, WKHZ-2
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(WKHZ-2) NOT = 'HZ'
                       MOVE 'CPU SHOULD BE IN GHZ' TO WKREJREASON
                       ADD 1 TO ERRCTR
                   ELSE
                       MOVE 0 TO NL-CPU.

       CHECK-CPU.
           MOVE ' ' TO WKWORD-1.
           MOVE ' ' TO WKWORD-2.
           MOVE ' ' TO WKHZ.
           UNSTRING CPU-VALUE DELIMITED BY ' '
               INTO WKWORD-1, WKWORD-2, WKHZ.

           IF WKWORD-1 IS ALPHABETIC OR WKWORD-2 IS ALPHABETIC
               IF WKHZ NOT ALPHABETIC
                   MOVE 'N' TO CPUINVAL-SW
               ELSE
                   MOVE 'Y' TO CPUINVAL-SW
           ELSE
               MOVE 'Y' TO CPUINVAL-SW.

      *    RAM IS NULLABLE
       RAM-CHECK.
           MOVE 0 TO RAM.
           IF CAT-RAM = ' '
               MOVE -1 TO NL-RAM
           ELSE
               MOVE CAT-RAM TO WKDECENTRY
               PERFORM DEC-CHECK
               IF DECINVAL-SW = 'N'
                   MOVE FUNCTION NUMVAL(CAT-RAM) TO RAM
                   IF RAM <= 0
                       MOVE 'RAM MUST BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR
                   ELSE
                       MOVE 0 TO NL-RAM
               ELSE
                   MOVE 'RAM MUST BE NUMERIC' TO WKREJREASON
                   ADD 1 TO ERRCTR.

       PRICE-CHECK.
           IF CAT-PRICE = ' '
               MOVE 'PRICE IS MISSING' TO WKREJREASON
               ADD 1 TO ERRCTR
           ELSE
               MOVE CAT-PRICE TO WKDECENTRY
               PERFORM DEC-CHECK
               IF DECINVAL-SW = 'N'
                   MOVE FUNCTION NUMVAL(CAT-PRICE) TO PRICE
                   IF PRICE <= 0
                       MOVE 'PRICE MUST BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR
               ELSE
                   MOVE 'PRICE MUST BE NUMERIC' TO WKREJREASON
                   ADD 1 TO ERRCTR.

      *    WARRANTY IS NULLABLE - SAME 1-9 YEAR RANGE THE SCREENS
      *    ENFORCE
       WARRANTY-CHECK.
           MOVE 0 TO WARRANTY.
           IF CAT-WARRANTY = ' '
               MOVE -1 TO NL-WARRANTY
           ELSE
               IF CAT-WARRANTY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(CAT-WARRANTY) TO WARRANTY
                   IF WARRANTY <= 0
                       MOVE 'WARRANTY MUST BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR
                   ELSE
                       IF WARRANTY > 9
                           MOVE 'WARRANTY MUST BE 9 YEARS OR LESS'
                               TO WKREJREASON
                           ADD 1 TO ERRCTR
                       ELSE
                           MOVE 0 TO NL-WARRANTY
               ELSE
                   MOVE 'WARRANTY MUST BE NUMERIC' TO WKREJREASON
                   ADD 1 TO ERRCTR.

      *    THE VENDOR'S COST TO US IS REQUIRED AND TAKES THE SAME
      *    DECIMAL-FORMAT CHECK AS THE PRICE
       COST-CHECK.
           IF CAT-COST = ' '
               MOVE 'VENDOR COST IS MISSING' TO WKREJREASON
               ADD 1 TO ERRCTR
           ELSE
               MOVE CAT-COST TO WKDECENTRY
               PERFORM DEC-CHECK
               IF DECINVAL-SW = 'N'
                   MOVE FUNCTION NUMVAL(CAT-COST) TO VENDORCOST
                   IF VENDORCOST <= 0
                       MOVE 'VENDOR COST MUST BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR
               ELSE
                   MOVE 'VENDOR COST MUST BE NUMERIC' TO WKREJREASON
                   ADD 1 TO ERRCTR.

      *    THE DECIMAL-FORMAT CHECK THE ENTRY SCREENS MAKE - AT MOST
      *    ONE DECIMAL POINT, WITH DIGITS IN FRONT OF IT
       DEC-CHECK.
           MOVE 'N' TO DECINVAL-SW.
           MOVE 0 TO DEC-CNT.
           MOVE ' ' TO WKBFEDEC.
           MOVE ' ' TO WKATRDEC.
           INSPECT WKDECENTRY TALLYING DEC-CNT FOR ALL '.'.

           IF DEC-CNT = 1
               UNSTRING WKDECENTRY DELIMITED BY '.'
                   INTO WKBFEDEC, WKATRDEC
               END-UNSTRING
               IF WKBFEDEC NOT ALPHABETIC
                   IF WKATRDEC IS ALPHABETIC AND WKATRDEC NOT = ' '
                       MOVE 'Y' TO DECINVAL-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO DECINVAL-SW
           ELSE
               IF WKDECENTRY ALPHABETIC
                   MOVE 'Y' TO DECINVAL-SW.

      *    A PRODUCT NUMBER NOT ON LAPTOPS IS A NEW MODEL. ONE THAT
      *    IS ON FILE HAS TO BELONG TO THE SAME VENDOR, AND IS
      *    COMPARED FIELD BY FIELD WITH WHAT THE CATALOG NOW SAYS
       MATCH-CAT-PRODUCT.
           MOVE 'N' TO CHANGED-SW.
           MOVE ' ' TO WKCHANGES.
           MOVE 'MATCH-CAT-PRODUCT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :PRODCNT
               FROM LAPTOPS
               WHERE PRODUCTNUMBER = :PRODNUM
           END-EXEC.
           IF PRODCNT = 0
               MOVE 'A' TO CS-ACTION
           ELSE
               IF PRODCNT > 1
                   MOVE 'PRODUCT NUMBER IS ON FILE MORE THAN ONCE'
                       TO WKREJREASON
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE 'C' TO CS-ACTION
                   PERFORM SELECT-CUR-LAP
                   IF CUR-COMPID NOT = FK-COMPID
                       STRING 'PRODUCT IS ON FILE UNDER VENDOR '
                           DELIMITED BY SIZE
                           CUR-COMPID DELIMITED BY SIZE
                       INTO WKREJREASON
                       ADD 1 TO ERRCTR
                   ELSE
                       PERFORM COMPARE-CUR-LAP.

       SELECT-CUR-LAP.
           MOVE ' ' TO CUR-LAPNAME-VALUE.
           MOVE ' ' TO CUR-OS-VALUE.
           MOVE ' ' TO CUR-CPU-VALUE.
           MOVE 'SELECT-CUR-LAP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT LAPTOPID, COMPANYID, LAPNAME, OS, YYYY,
                   STORAGE, CPU, RAM, PRICE, WARRANTY, VENDORCOST
               INTO :CUR-LAPID, :CUR-COMPID, :CUR-LAPNAME,
                   :CUR-OS :NL-CUR-OS, :CUR-YEAR,
                   :CUR-STORAGE :NL-CUR-STORAGE,
                   :CUR-CPU :NL-CUR-CPU, :CUR-RAM :NL-CUR-RAM,
                   :CUR-PRICE, :CUR-WARRANTY :NL-CUR-WARRANTY,
                   :CUR-VENDORCOST :NL-CUR-VENDORCOST
               FROM LAPTOPS
               WHERE PRODUCTNUMBER = :PRODNUM
           END-EXEC.

      *    A NULLABLE FIELD HAS CHANGED WHEN IT GOES TO OR FROM NULL,
      *    OR WHEN BOTH SIDES HAVE A VALUE AND THE VALUES DIFFER
       COMPARE-CUR-LAP.
           MOVE 1 TO WKCHGPTR.
           IF LAPNAME-LENG NOT = CUR-LAPNAME-LENG
           OR LAPNAME-VALUE NOT = CUR-LAPNAME-VALUE
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF NL-OS NOT = NL-CUR-OS
           OR (NL-OS = 0 AND OS-VALUE NOT = CUR-OS-VALUE)
               STRING 'OS ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF YEAR NOT = CUR-YEAR
               STRING 'YEAR ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF NL-STORAGE NOT = NL-CUR-STORAGE
           OR (NL-STORAGE = 0 AND STORAGE NOT = CUR-STORAGE)
               STRING 'STORAGE ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF NL-CPU NOT = NL-CUR-CPU
           OR (NL-CPU = 0 AND CPU-VALUE NOT = CUR-CPU-VALUE)
               STRING 'CPU ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF NL-RAM NOT = NL-CUR-RAM
           OR (NL-RAM = 0 AND RAM NOT = CUR-RAM)
               STRING 'RAM ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF NL-WARRANTY NOT = NL-CUR-WARRANTY
           OR (NL-WARRANTY = 0 AND WARRANTY NOT = CUR-WARRANTY)
               STRING 'WARRANTY ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF PRICE NOT = CUR-PRICE
               STRING 'PRICE ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF NL-CUR-VENDORCOST < 0 OR VENDORCOST NOT = CUR-VENDORCOST
               STRING 'COST ' DELIMITED BY SIZE
                   INTO WKCHANGES WITH POINTER WKCHGPTR.
           IF WKCHGPTR > 1
               MOVE 'Y' TO CHANGED-SW.

      *    A NEWER CATALOG RECORD FOR A PRODUCT STILL WAITING ON
      *    REVIEW REPLACES THE OLDER PROPOSAL, SO THE SUPERVISOR ONLY
      *    EVER SEES THE LATEST ONE
       STAGE-CAT-ROW.
           MOVE 'STAGE-CAT-ROW' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :PRODCNT
               FROM CATALOGSTAGE
               WHERE PRODUCTNUMBER = :PRODNUM
               AND STAGESTATUS = 'P'
           END-EXEC.
           IF PRODCNT > 0
               ADD PRODCNT TO SUPERCTR
               EXEC SQL
                   UPDATE CATALOGSTAGE
                       SET STAGESTATUS = 'S'
                       WHERE PRODUCTNUMBER = :PRODNUM
                       AND STAGESTATUS = 'P'
               END-EXEC.

           MOVE 'CATSTAGEID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO CS-STAGEID.

           IF CS-ACTION = 'A'
               MOVE ' ' TO CS-LAPID
               MOVE -1 TO NL-CS-LAPID
               MOVE 0 TO CS-OLDPRICE
               MOVE -1 TO NL-CS-OLDPRICE
               MOVE ' ' TO CS-CHANGES
               MOVE -1 TO NL-CS-CHANGES
           ELSE
               MOVE CUR-LAPID TO CS-LAPID
               MOVE 0 TO NL-CS-LAPID
               MOVE CUR-PRICE TO CS-OLDPRICE
               MOVE 0 TO NL-CS-OLDPRICE
               MOVE WKCHANGES TO CS-CHANGES
               MOVE 0 TO NL-CS-CHANGES.

           MOVE 'STAGE-CAT-ROW' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO CATALOGSTAGE
                   (STAGEID, RUNID, ACTION, COMPANYID, PRODUCTNUMBER,
                   LAPTOPID, LAPNAME, OS, YYYY, STORAGE, CPU, RAM,
                   WARRANTY, PRICE, VENDORCOST, OLDPRICE,
                   CHANGEDFIELDS, STAGESTATUS, LOADDATE, REVIEWEDBY,
                   REVIEWDATE)
               VALUES (:CS-STAGEID, :RC-RUNID, :CS-ACTION, :FK-COMPID,
               :PRODNUM, :CS-LAPID :NL-CS-LAPID, :LAPNAME,
               :OS :NL-OS, :YEAR, :STORAGE :NL-STORAGE,
               :CPU :NL-CPU, :RAM :NL-RAM, :WARRANTY :NL-WARRANTY,
               :PRICE, :VENDORCOST, :CS-OLDPRICE :NL-CS-OLDPRICE,
               :CS-CHANGES :NL-CS-CHANGES, 'P', CURRENT DATE, NULL,
               NULL)
           END-EXEC.
           ADD 1 TO ROWCTR.

      *    DRAWS THE NEXT VALUE FROM THE NAMED PERSISTENT COUNTER -
      *    A NUMBER IS NEVER RE-ISSUED. AT 99999999 THE KEY SPACE IS
      *    SPENT AND NO FURTHER KEYS ARE ISSUED - A COUNTER IS NEVER
      *    RESET OR WRAPPED
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
           WRITE CATRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE CATRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CATRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE CATRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

      *    ONE LINE PER ADD, CHANGE OR REJECT - THE ACTION AND THE
      *    REASON OR THE LIST OF CHANGED FIELDS ARE SET BY THE CALLER
       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE CAT-COMPID TO RPT-D-COMPID.
           MOVE CAT-PRODNUM TO RPT-D-PRODNUM.
           MOVE CUR-LAPID TO RPT-D-LAPID.
           MOVE CUR-PRICE TO RPT-D-OLDPRICE.
           MOVE PRICE TO RPT-D-NEWPRICE.

           WRITE CATRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       WRITE-RPT-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE - 7
               PERFORM WRITE-RPT-HEADINGS.
           WRITE CATRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CATALOG RECORDS READ' TO RPT-T-LABEL.
           MOVE READCTR TO RPT-T-COUNT.
           WRITE CATRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW MODELS STAGED FOR APPROVAL' TO RPT-T-LABEL.
           MOVE ADDCTR TO RPT-T-COUNT.
           WRITE CATRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHANGES STAGED FOR APPROVAL' TO RPT-T-LABEL.
           MOVE CHGCTR TO RPT-T-COUNT.
           WRITE CATRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNCHANGED MODELS' TO RPT-T-LABEL.
           MOVE SAMECTR TO RPT-T-COUNT.
           WRITE CATRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS REJECTED' TO RPT-T-LABEL.
           MOVE REJCTR TO RPT-T-COUNT.
           WRITE CATRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EARLIER PROPOSALS SUPERSEDED' TO RPT-T-LABEL.
           MOVE SUPERCTR TO RPT-T-COUNT.
           WRITE CATRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. A SECOND RUN ON THE SAME DAY IS ALLOWED - A VENDOR
      *    CAN SEND A SECOND CATALOG FILE THE SAME DAY, AND A NEWER
      *    PROPOSAL ONLY SUPERSEDES THE ONE ALREADY PENDING, SO A
      *    RERUN CAN'T PROPOSE THE SAME CHANGE TWICE
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'VENDCAT' TO RC-PROGNAME.

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
           DISPLAY READCTR ' CATALOG RECORD(S) WERE READ'.
           DISPLAY ADDCTR ' ADD(S) AND ' CHGCTR ' CHANGE(S) WERE STAGED'
               ' FOR SUPERVISOR APPROVAL'.
           DISPLAY SAMECTR ' MODEL(S) WERE UNCHANGED, ' REJCTR
               ' RECORD(S) WERE REJECTED'.
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
           MOVE 'VENDCAT' TO ERR-PROGNAME.
           MOVE PRODNUM-VALUE TO ERR-KEYVALUE.
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
