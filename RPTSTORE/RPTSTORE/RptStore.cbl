       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSTORE.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH REPORT STORE STEP - RUNS AFTER EACH BATCH REPORT STEP
      *    (EXEC PGM=RETRYRUN,PARM='RPTSTORE,DAILYORD,DAILYRPT,D').
      *    THE REPORT STEP PRINTS TO A WORK FILE INSTEAD OF SYSOUT;
      *    THIS STEP PRINTS THAT FILE PAGE FOR PAGE AS IT ALWAYS CAME
      *    OUT AND KEEPS A COPY ON THE REPORT REPOSITORY (REPORTSTORE
      *    AND REPORTLINES) UNDER THE RUNCONTROL RUNID OF THE RUN THAT
      *    PRODUCED IT, WITH THE PROGRAM, BUSINESS DATE, PAGE COUNT
      *    AND RETENTION CLASS, SO IT CAN BE LISTED AND REPRINTED FROM
      *    THE REPORT MENU LATER. THE PARM IS THE PROGRAM'S RUNCONTROL
      *    NAME, THE REPORT'S DD NAME AND THE RETENTION CLASS - A
      *    BLANK CLASS IS STORED AS 'D'. THE RUN STORED IS THE
      *    PROGRAM'S COMPLETED RUN FOR THIS BUSINESS DAY; WHEN THERE
      *    IS NONE (THE PROGRAM FOUND ITS RUN ALREADY DONE, OR LOGGED
      *    UNDER ANOTHER NAME) OR THAT RUN'S REPORT IS ALREADY STORED,
      *    THE REPORT IS PRINTED ONLY. THE LINES AND THE REPOSITORY
      *    ROW COMMIT TOGETHER, SO A FAILED STORE LEAVES NOTHING HALF
      *    KEPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE REPORT AS THE REPORT STEP WROTE IT
           SELECT RPTIN-FILE ASSIGN TO RPTIN
               ORGANIZATION IS LINE SEQUENTIAL.
      *    THE PRINTED REPORT
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTIN-FILE.
       01  RPTIN-REC                       PIC X(132).
       FD  RPTOUT-FILE.
       01  RPTOUT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - LINES AND PAGES PRINTED
       01  ROWCTR                          PIC 9(7)        VALUE 0.
       01  PAGECTR                         PIC 9(7)        VALUE 0.
      *    SET WHEN THE LAST LINE OF THE REPORT HAS BEEN READ
       01  EOF-SW                          PIC X           VALUE 'N'.
      *    'Y' WHILE THE REPORT IS BEING KEPT ON THE REPOSITORY, 'N'
      *    WHEN IT IS ONLY BEING PRINTED
       01  STORE-SW                        PIC X           VALUE 'Y'.
      *    THE PARM FIELDS AS THEY WERE SPLIT OUT
       01  RS-PROGIN                       PIC X(12).
       01  RS-RPTIN                        PIC X(8).
       01  RS-CLASSIN                      PIC X(8).

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
      ********************REPORTSTORE TABLE*****************************
      *    THE REPORT BEING STORED - WHICH PROGRAM AND DD IT CAME
      *    FROM, ITS RETENTION CLASS AND SIZE, AND THE LINE BEING
      *    KEPT
       01  RS-PROGNAME                     PIC X(12).
       01  RS-RPTNAME                      PIC X(8).
       01  RS-RETCLASS                     PIC X.
       01  RS-PAGES                        PIC S9(9)       COMP.
       01  RS-LINES                        PIC S9(9)       COMP.
       01  RS-LINENO                       PIC S9(9)       COMP.
       01  RS-LINETEXT                     PIC X(132).
       01  RS-CNT                          PIC S9(9)       COMP.
      ******************************************************************
      *********************RUNCONTROL TABLE*****************************
      *    THE RUN WHOSE REPORT IS BEING STORED, AND THE BUSINESS DATE
      *    IT MUST HAVE RUN FOR, TAKEN FROM THE COMPANY CALENDAR
       01  RC-RUNID                        PIC S9(9)       COMP.
       01  RC-CNT                          PIC S9(9)       COMP.
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
      *    DISPLAY COPY OF THE RUN ID FOR THE JOB LOG
       01  RS-RUNIDOUT                     PIC Z(8)9.

       LINKAGE SECTION.
      *    THE PARM - HALFWORD LENGTH FOLLOWED BY THE TEXT
       01  RS-PARM.
           05  RS-PARM-LENG                PIC S9(4)       COMP.
           05  RS-PARM-VALUE               PIC X(100).

       PROCEDURE DIVISION USING RS-PARM.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM GET-PARM.
           PERFORM CONNECT.
           PERFORM GET-BUSINESSDATES.
           PERFORM FIND-RUN.
           PERFORM OPEN-FILES.
           PERFORM READ-RPTIN.
           PERFORM COPY-LINE THRU COPY-LINE-EXIT UNTIL EOF-SW = 'Y'.
           PERFORM CLOSE-FILES.
           PERFORM SAVE-REPORT.
           MOVE 'RUN-START' TO ERR-PARAGRAPH.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM SHUT-DOWN.

      *    SPLITS THE PARM INTO THE PROGRAM'S RUNCONTROL NAME, THE
      *    REPORT NAME AND THE RETENTION CLASS
       GET-PARM.
           MOVE SPACES TO RS-PROGIN.
           MOVE SPACES TO RS-RPTIN.
           MOVE SPACES TO RS-CLASSIN.
           IF RS-PARM-LENG > 0 AND RS-PARM-LENG <= 100
               UNSTRING RS-PARM-VALUE (1:RS-PARM-LENG)
                   DELIMITED BY ','
                   INTO RS-PROGIN RS-RPTIN RS-CLASSIN.
           IF RS-PROGIN = SPACES OR RS-RPTIN = SPACES
               DISPLAY 'RPTSTORE - THE PARM MUST NAME THE PROGRAM,'
                   ' THE REPORT AND THE RETENTION CLASS'
               STOP RUN.
           MOVE RS-PROGIN TO RS-PROGNAME.
           MOVE RS-RPTIN TO RS-RPTNAME.
           MOVE RS-CLASSIN TO RS-RETCLASS.
           IF RS-RETCLASS = SPACE
               MOVE 'D' TO RS-RETCLASS.
           MOVE 0 TO RC-RUNID.

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

      *    THE BUSINESS DATE IS THE LATEST WORKING DAY ON OR BEFORE
      *    TODAY ON THE COMPANY CALENDAR - THE SAME DATE THE REPORT
      *    STEP JUST LOGGED ITS RUN UNDER. A DAY MISSING FROM THE
      *    CALENDAR COUNTS AS A WORKING DAY
       GET-BUSINESSDATES.
           MOVE 'GET-BUSINESSDATES' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RC-CNT
               FROM BUSCALENDAR
               WHERE CALDATE = CURRENT DATE
           END-EXEC.
           IF RC-CNT = 0
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
               END-EXEC.

      *    THE REPORT BELONGS TO THE PROGRAM'S LATEST RUN, WHICH MUST
      *    HAVE COMPLETED FOR THIS BUSINESS DAY AND NOT ALREADY HAVE
      *    THIS REPORT STORED - OTHERWISE IT IS ONLY PRINTED. AN
      *    INTAKE STEP LOGS UNDER TODAY'S CALENDAR DATE INSTEAD, SO A
      *    RUN DATED ANYWHERE FROM THE BUSINESS DATE TO TODAY COUNTS,
      *    AND THE REPORT IS STORED UNDER THE RUN'S OWN DATE
       FIND-RUN.
           MOVE 'FIND-RUN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COALESCE(MAX(RUNID), 0)
               INTO :RC-RUNID
               FROM RUNCONTROL
               WHERE PROGRAMNAME = :RS-PROGNAME
           END-EXEC.
           IF RC-RUNID = 0
               DISPLAY 'RPTSTORE - ' RS-PROGNAME ' HAS NO RUN ON'
                   ' RUNCONTROL - ' RS-RPTNAME ' IS PRINTED BUT NOT'
                   ' STORED'
               MOVE 'N' TO STORE-SW
               GO TO FIND-RUN-EXIT.
           EXEC SQL
               SELECT COUNT(*), CHAR(COALESCE(MAX(BUSINESSDATE),
                   DATE(:RC-BUSDATE)), ISO)
               INTO :RC-CNT, :RC-BUSDATE
               FROM RUNCONTROL
               WHERE RUNID = :RC-RUNID
               AND BUSINESSDATE >= DATE(:RC-BUSDATE)
               AND BUSINESSDATE <= CURRENT DATE
               AND STATUS = 'C'
           END-EXEC.
           MOVE RC-RUNID TO RS-RUNIDOUT.
           IF RC-CNT = 0
               DISPLAY 'RPTSTORE - ' RS-PROGNAME ' HAS NO COMPLETED'
                   ' RUN FOR BUSINESS DATE ' RC-BUSDATE
               DISPLAY 'RPTSTORE - ' RS-RPTNAME ' IS PRINTED BUT NOT'
                   ' STORED'
               MOVE 'N' TO STORE-SW
               GO TO FIND-RUN-EXIT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RS-CNT
               FROM REPORTSTORE
               WHERE RUNID = :RC-RUNID
               AND REPORTNAME = :RS-RPTNAME
           END-EXEC.
           IF RS-CNT > 0
               DISPLAY 'RPTSTORE - ' RS-RPTNAME ' FOR RUN '
                   RS-RUNIDOUT ' IS ALREADY STORED - PRINTED ONLY'
               MOVE 'N' TO STORE-SW
               GO TO FIND-RUN-EXIT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :RS-CNT
               FROM RPTRETENTION
               WHERE RETCLASS = :RS-RETCLASS
           END-EXEC.
           IF RS-CNT = 0
               DISPLAY 'WARNING - RETENTION CLASS ' RS-RETCLASS
                   ' IS NOT ON RPTRETENTION - ' RS-RPTNAME
                   ' WILL BE KEPT UNTIL IT IS'.

       FIND-RUN-EXIT.
           EXIT.

       OPEN-FILES.
           OPEN INPUT RPTIN-FILE.
           OPEN OUTPUT RPTOUT-FILE.

       CLOSE-FILES.
           CLOSE RPTIN-FILE.
           CLOSE RPTOUT-FILE.

       READ-RPTIN.
           READ RPTIN-FILE
               AT END MOVE 'Y' TO EOF-SW.

      *    PRINTS ONE LINE, STARTING A NEW PAGE WHERE THE REPORT DID,
      *    AND KEEPS IT WHEN THE REPORT IS BEING STORED
       COPY-LINE.
           ADD 1 TO ROWCTR.
           IF RPTIN-REC (1:1) = '1'
               ADD 1 TO PAGECTR
               WRITE RPTOUT-REC FROM RPTIN-REC
                   AFTER ADVANCING PAGE
           ELSE
               WRITE RPTOUT-REC FROM RPTIN-REC
                   AFTER ADVANCING 1 LINE.
           IF STORE-SW = 'Y'
               PERFORM SAVE-LINE.
           PERFORM READ-RPTIN.

       COPY-LINE-EXIT.
           EXIT.

       SAVE-LINE.
           MOVE ROWCTR TO RS-LINENO.
           MOVE RPTIN-REC TO RS-LINETEXT.
           MOVE 'SAVE-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO REPORTLINES
                   (RUNID, REPORTNAME, LINENO, LINETEXT)
               VALUES (:RC-RUNID, :RS-RPTNAME, :RS-LINENO,
               :RS-LINETEXT)
           END-EXEC.

      *    THE REPOSITORY ROW FOR THE REPORT - AN EMPTY REPORT FILE
      *    MEANS THE REPORT STEP PRINTED NOTHING, SO NOTHING IS KEPT
       SAVE-REPORT.
           IF STORE-SW NOT = 'Y'
               GO TO SAVE-REPORT-EXIT.
           IF ROWCTR = 0
               DISPLAY 'RPTSTORE - ' RS-RPTNAME ' IS EMPTY - NOTHING'
                   ' STORED'
               MOVE 'N' TO STORE-SW
               GO TO SAVE-REPORT-EXIT.
           IF PAGECTR = 0
               MOVE 1 TO PAGECTR.
           MOVE PAGECTR TO RS-PAGES.
           MOVE ROWCTR TO RS-LINES.
           MOVE 'SAVE-REPORT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO REPORTSTORE
                   (RUNID, REPORTNAME, PROGRAMNAME, BUSINESSDATE,
                   RUNDATE, PAGECOUNT, LINECOUNT, RETCLASS, STOREDTS)
               VALUES (:RC-RUNID, :RS-RPTNAME, :RS-PROGNAME,
               :RC-BUSDATE, CURRENT DATE, :RS-PAGES, :RS-LINES,
               :RS-RETCLASS, CURRENT TIMESTAMP)
           END-EXEC.

       SAVE-REPORT-EXIT.
           EXIT.

       SHUT-DOWN.
           IF STORE-SW = 'Y'
               DISPLAY RS-RPTNAME ' - ' PAGECTR ' PAGE(S), ' ROWCTR
                   ' LINE(S) STORED FOR RUN ' RS-RUNIDOUT
                   ' RETENTION CLASS ' RS-RETCLASS
           ELSE
               DISPLAY RS-RPTNAME ' - ' ROWCTR ' LINE(S) PRINTED'.
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
           MOVE 'RPTSTORE' TO ERR-PROGNAME.
           MOVE RS-RPTNAME TO ERR-KEYVALUE.
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
