       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLERRPT.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    DAILY BATCH REPORT - SUMMARIZES THE SHARED SQL ERROR LOG.
      *    EVERY ERROR LOGGED SINCE THE LAST SUMMARY IS LISTED IN TIME
      *    ORDER WITH THE PROGRAM, PARAGRAPH, SQLCODE, KEY, RUN OR
      *    OPERATOR AND MESSAGE, FOLLOWED BY A COUNT BY PROGRAM AND
      *    SQLCODE SHOWING HOW MANY WERE DEADLOCKS OR TIMEOUTS THE
      *    STEP WAS RUN AGAIN FOR AND HOW MANY ENDED A RUN. THE ROWS
      *    PRINTED ARE MARKED REPORTED IN THE SAME UNIT OF WORK, SO A
      *    FAILED RUN PRINTS THEM AGAIN NEXT TIME AND NOTHING IS
      *    MISSED OR PRINTED TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT FILE FOR THE SQL ERROR SUMMARY
           SELECT SQLERRPT-FILE ASSIGN TO SQLERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SQLERRPT-FILE.
       01  SQLERRPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    REPRESENTS THE ENTER KEY
       01  WKHOLD                          PIC X.
      *    COUNTERS - ERRORS LISTED, HOW MANY OF THEM WERE RUN AGAIN,
      *    AND HOW MANY ENDED THE RUN THEY HAPPENED IN
       01  ROWCTR                          PIC 9(7)        VALUE 0.
       01  RETRYCTR                        PIC 9(7)        VALUE 0.
       01  ENDEDCTR                        PIC 9(7)        VALUE 0.
      *    WHICH PART OF THE REPORT IS PRINTING - 'D' FOR THE ERROR
      *    LIST, 'S' FOR THE SUMMARY - SO A PAGE BREAK PUTS THE RIGHT
      *    COLUMN HEADINGS ON THE NEW PAGE
       01  RPTPART-SW                      PIC X           VALUE 'D'.

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
      *********************SQLERRLOG TABLE******************************
      *    ONE LOGGED ERROR FOR THE LIST
       01  SR-ERRLOGID                     PIC S9(9)       COMP.
       01  SR-LOGTS                        PIC X(26).
       01  SR-PROGNAME                     PIC X(12).
       01  SR-PARAGRAPH                    PIC X(30).
       01  SR-SQLCODE                      PIC S9(9)       COMP.
       01  SR-SQLSTATE                     PIC X(5).
       01  SR-MSGTEXT.
           49  SR-MSGTEXT-LENG             PIC S9(4)       COMP.
           49  SR-MSGTEXT-VALUE            PIC X(250).
       01  SR-KEYVALUE                     PIC X(40).
       01  SR-OPERID                       PIC X(4).
       01  NL-SR-OPERID                    PIC S9(4)       COMP.
       01  SR-RUNID                        PIC S9(9)       COMP.
       01  NL-SR-RUNID                     PIC S9(4)       COMP.
       01  SR-RETRIED                      PIC X.
      *    ONE PROGRAM AND SQLCODE LINE FOR THE SUMMARY
       01  SR-ERRCNT                       PIC S9(9)       COMP.
       01  SR-RETRYCNT                     PIC S9(9)       COMP.
       01  SR-FIRSTTS                      PIC X(26).
       01  SR-LASTTS                       PIC X(26).
      *    THE MOMENT THE RUN STARTED - ONLY ROWS LOGGED UP TO HERE
      *    ARE LISTED AND MARKED, SO AN ERROR LOGGED WHILE THIS RUN IS
      *    GOING WAITS FOR THE NEXT SUMMARY
       01  SR-CUTOFF                       PIC X(26).
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
      *    WORK AREAS FOR THE PRINTED SQL ERROR SUMMARY
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(38)   VALUE SPACES.
           05  FILLER            PIC X(24)
                              VALUE 'DAILY SQL ERROR SUMMARY'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PARAMETER LINE - EVERY PAGE SHOWS THE OPERATING VALUES THE
      *    RUN ACTUALLY USED AND THE LOGGING CUTOFF
       01  RPT-PARM-LINE.
           05  RPT-PL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(23)
                              VALUE 'PARAMETERS: LINES/PAGE '.
           05  RPT-PL-LPP                  PIC Z9.
           05  FILLER                      PIC X(23)
                              VALUE ', ERRORS LOGGED UP TO '.
           05  RPT-PL-CUTOFF               PIC X(19).
      *    COLUMN HEADINGS FOR THE ERROR LIST
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(19)   VALUE 'LOGGED AT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'PROGRAM'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE 'PARAGRAPH'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE '   SQLCODE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(5)    VALUE 'STATE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'RETRIED'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(14)
                                       VALUE 'RUN / OPERATOR'.
      *    COLUMN HEADINGS FOR THE SUMMARY BY PROGRAM AND SQLCODE
       01  RPT-HEAD-3.
           05  RPT-H3-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'PROGRAM'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE '   SQLCODE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE ' ERRORS'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE 'RETRIED'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE '  ENDED'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(19)   VALUE 'FIRST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(19)   VALUE 'LAST'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    CAPTION PRINTED AHEAD OF THE SUMMARY
       01  RPT-SUMCAPTION-LINE.
           05  RPT-SC-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(30)
                         VALUE 'SUMMARY BY PROGRAM AND SQLCODE'.
      *    AN ERROR TAKES TWO LINES - WHERE AND WHEN, THEN THE KEY AND
      *    THE MESSAGE
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-LOGTS                 PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PROGNAME              PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-PARAGRAPH             PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SQLCODE               PIC -(9)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-SQLSTATE              PIC X(5).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-RETRIED               PIC X(3).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-RUNOPER               PIC X(14).
       01  RPT-DETAIL-LINE-2.
           05  RPT-D2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'KEY '.
           05  RPT-D2-KEYVALUE             PIC X(40).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'MSG '.
           05  RPT-D2-MSGTEXT              PIC X(73).
      *    RUN OR OPERATOR COLUMN - A BATCH RUN SHOWS ITS RUNCONTROL
      *    ID, AN INTERACTIVE SESSION ITS SIGNED-ON OPERATOR
       01  RPT-RUNOPER.
           05  RPT-RO-LABEL                PIC X(5).
           05  RPT-RO-VALUE                PIC X(9).
       01  RPT-RO-RUNID                    PIC Z(8)9.
       01  RPT-SUMMARY-LINE.
           05  RPT-S-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-S-PROGNAME              PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-S-SQLCODE               PIC -(9)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-S-ERRCNT                PIC Z(6)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-S-RETRYCNT              PIC Z(6)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-S-ENDEDCNT              PIC Z(6)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-S-FIRSTTS               PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-S-LASTTS                PIC X(19).
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(15)
                                       VALUE 'ERRORS LOGGED: '.
           05  RPT-T-ROWS                  PIC Z(6)9.
           05  FILLER                      PIC X(11)
                                       VALUE '  RETRIED: '.
           05  RPT-T-RETRIED               PIC Z(6)9.
           05  FILLER                      PIC X(15)
                                       VALUE '  ENDED A RUN: '.
           05  RPT-T-ENDED                 PIC Z(6)9.
       01  RPT-NONE-LINE.
           05  RPT-N-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(25)
                                   VALUE 'NO SQL ERRORS WERE LOGGED'.
           05  FILLER                      PIC X(23)
                                   VALUE ' SINCE THE LAST SUMMARY'.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-CUTOFF.
           PERFORM OPEN-SQLERRPT.
           PERFORM DECLARE-ERR.
           PERFORM PROC-ERR.
           PERFORM DECLARE-SUM.
           PERFORM PROC-SUM.
           PERFORM WRITE-TOTALS.
           PERFORM MARK-REPORTED.
           PERFORM CLOSE-SQLERRPT.
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

       GET-CUTOFF.
           MOVE 'GET-CUTOFF' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :SR-CUTOFF
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-SQLERRPT.
           OPEN OUTPUT SQLERRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE SQLERRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE RPT-LINESPERPAGE TO RPT-PL-LPP.
           MOVE SR-CUTOFF TO RPT-PL-CUTOFF.
           WRITE SQLERRPT-REC FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SQLERRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF RPTPART-SW = 'S'
               WRITE SQLERRPT-REC FROM RPT-SUMCAPTION-LINE
                   AFTER ADVANCING 1 LINE
               WRITE SQLERRPT-REC FROM RPT-HEAD-3
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SQLERRPT-REC FROM RPT-HEAD-2
                   AFTER ADVANCING 1 LINE.
           WRITE SQLERRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-SQLERRPT.
           CLOSE SQLERRPT-FILE.

      *    EVERY ERROR NOT YET ON A SUMMARY, OLDEST FIRST
       DECLARE-ERR.
           EXEC SQL
               DECLARE SQLERR_CUR CURSOR FOR
               SELECT ERRLOGID, CHAR(LOGTS), PROGRAMNAME, PARAGRAPH,
                   ERRSQLCODE, ERRSQLSTATE, MSGTEXT, KEYVALUE,
                   OPERATORID, RUNID, RETRIED
               FROM SQLERRLOG
               WHERE REPORTED = 'N'
               AND LOGTS <= TIMESTAMP(:SR-CUTOFF)
               ORDER BY LOGTS, ERRLOGID
           END-EXEC.

       PROC-ERR.
           MOVE 'PROC-ERR' TO ERR-PARAGRAPH.
           EXEC SQL OPEN SQLERR_CUR END-EXEC.
           PERFORM LOOP-ERR THRU LOOP-ERR-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-ERR' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SQLERR_CUR END-EXEC.

       LOOP-ERR.
           MOVE ' ' TO SR-MSGTEXT-VALUE.
           MOVE 0 TO NL-SR-OPERID.
           MOVE 0 TO NL-SR-RUNID.
           MOVE 'LOOP-ERR' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SQLERR_CUR
               INTO :SR-ERRLOGID, :SR-LOGTS, :SR-PROGNAME,
                   :SR-PARAGRAPH, :SR-SQLCODE, :SR-SQLSTATE,
                   :SR-MSGTEXT, :SR-KEYVALUE,
                   :SR-OPERID :NL-SR-OPERID, :SR-RUNID :NL-SR-RUNID,
                   :SR-RETRIED
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-ERR-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               IF SR-RETRIED = 'Y'
                   ADD 1 TO RETRYCTR
               ELSE
                   ADD 1 TO ENDEDCTR
               END-IF
               PERFORM WRITE-ERR-LINES.

       LOOP-ERR-EXIT.
           EXIT.

       WRITE-ERR-LINES.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE SR-LOGTS TO RPT-D-LOGTS.
           MOVE SR-PROGNAME TO RPT-D-PROGNAME.
           MOVE SR-PARAGRAPH TO RPT-D-PARAGRAPH.
           MOVE SR-SQLCODE TO RPT-D-SQLCODE.
           MOVE SR-SQLSTATE TO RPT-D-SQLSTATE.
           IF SR-RETRIED = 'Y'
               MOVE 'YES' TO RPT-D-RETRIED
           ELSE
               MOVE 'NO' TO RPT-D-RETRIED.
           MOVE ' ' TO RPT-RUNOPER.
           IF NL-SR-RUNID = 0
               MOVE SR-RUNID TO RPT-RO-RUNID
               MOVE 'RUN' TO RPT-RO-LABEL
               MOVE RPT-RO-RUNID TO RPT-RO-VALUE
           ELSE
               IF NL-SR-OPERID = 0
                   MOVE 'OPER' TO RPT-RO-LABEL
                   MOVE SR-OPERID TO RPT-RO-VALUE.
           MOVE RPT-RUNOPER TO RPT-D-RUNOPER.
           WRITE SQLERRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SR-KEYVALUE TO RPT-D2-KEYVALUE.
           MOVE SR-MSGTEXT-VALUE TO RPT-D2-MSGTEXT.
           WRITE SQLERRPT-REC FROM RPT-DETAIL-LINE-2
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

      *    ONE LINE PER PROGRAM AND SQLCODE OVER THE SAME ROWS - HOW
      *    MANY, HOW MANY WERE RUN AGAIN, AND WHEN THEY STARTED AND
      *    STOPPED HAPPENING
       DECLARE-SUM.
           EXEC SQL
               DECLARE SQLSUM_CUR CURSOR FOR
               SELECT PROGRAMNAME, ERRSQLCODE, COUNT(*),
                   SUM(CASE WHEN RETRIED = 'Y' THEN 1 ELSE 0 END),
                   CHAR(MIN(LOGTS)), CHAR(MAX(LOGTS))
               FROM SQLERRLOG
               WHERE REPORTED = 'N'
               AND LOGTS <= TIMESTAMP(:SR-CUTOFF)
               GROUP BY PROGRAMNAME, ERRSQLCODE
               ORDER BY PROGRAMNAME, ERRSQLCODE
           END-EXEC.

       PROC-SUM.
           IF ROWCTR = 0
               GO TO PROC-SUM-EXIT.
           MOVE 'S' TO RPTPART-SW.
           MOVE 0 TO RPT-LINECNT.
           MOVE 'PROC-SUM' TO ERR-PARAGRAPH.
           EXEC SQL OPEN SQLSUM_CUR END-EXEC.
           PERFORM LOOP-SUM THRU LOOP-SUM-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-SUM' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE SQLSUM_CUR END-EXEC.

       PROC-SUM-EXIT.
           EXIT.

       LOOP-SUM.
           MOVE 'LOOP-SUM' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH SQLSUM_CUR
               INTO :SR-PROGNAME, :SR-SQLCODE, :SR-ERRCNT,
                   :SR-RETRYCNT, :SR-FIRSTTS, :SR-LASTTS
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-SUM-EXIT.
           IF SQLCODE = 0
               PERFORM WRITE-SUM-LINE.

       LOOP-SUM-EXIT.
           EXIT.

       WRITE-SUM-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           MOVE SR-PROGNAME TO RPT-S-PROGNAME.
           MOVE SR-SQLCODE TO RPT-S-SQLCODE.
           MOVE SR-ERRCNT TO RPT-S-ERRCNT.
           MOVE SR-RETRYCNT TO RPT-S-RETRYCNT.
           SUBTRACT SR-RETRYCNT FROM SR-ERRCNT GIVING RPT-S-ENDEDCNT.
           MOVE SR-FIRSTTS TO RPT-S-FIRSTTS.
           MOVE SR-LASTTS TO RPT-S-LASTTS.
           WRITE SQLERRPT-REC FROM RPT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    GRAND TOTALS - OR, ON A CLEAN NIGHT, A SINGLE PAGE SAYING
      *    SO, SO AN EMPTY REPORT IS NEVER MISTAKEN FOR A LOST ONE
       WRITE-TOTALS.
           IF ROWCTR = 0
               PERFORM WRITE-RPT-HEADINGS
               WRITE SQLERRPT-REC FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO WRITE-TOTALS-EXIT.
           IF RPT-LINECNT + 2 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE ROWCTR TO RPT-T-ROWS.
           MOVE RETRYCTR TO RPT-T-RETRIED.
           MOVE ENDEDCTR TO RPT-T-ENDED.
           WRITE SQLERRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SQLERRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

       WRITE-TOTALS-EXIT.
           EXIT.

      *    THE ROWS JUST PRINTED ARE DONE - THEY COMMIT WITH THE RUN,
      *    SO A RUN THAT FAILS LEAVES THEM FOR THE NEXT SUMMARY
       MARK-REPORTED.
           MOVE 'MARK-REPORTED' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE SQLERRLOG
                   SET REPORTED = 'Y'
                   WHERE REPORTED = 'N'
                   AND LOGTS <= TIMESTAMP(:SR-CUTOFF)
           END-EXEC.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'SQLERRPT' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' SQL ERROR(S) WERE PRINTED ON THE DAILY'
               ' SQL ERROR SUMMARY'.
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
           MOVE 'SQLERRPT' TO ERR-PROGNAME.
           MOVE SR-ERRLOGID TO ERR-KEYVALUE.
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
