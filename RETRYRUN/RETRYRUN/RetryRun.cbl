       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRYRUN.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    BATCH STEP DRIVER - RUNS THE DB2 BATCH PROGRAM NAMED IN
      *    THE EXEC PARM (EXEC PGM=RETRYRUN,PARM='ORDLOAD') AND, WHEN
      *    THAT PROGRAM HITS A DEADLOCK OR A LOCK TIMEOUT, RUNS IT
      *    AGAIN FROM THE TOP. EACH BATCH RUN IS ONE UNIT OF WORK, SO
      *    THE PROGRAM'S SQL ERROR HANDLER BACKS THE WHOLE RUN OUT,
      *    LOGS THE FAILURE ON SQLERRLOG AND HANDS CONTROL BACK HERE
      *    ONLY WHILE THE DB-RETRY-LIMIT SYSPARMS VALUE ALLOWS ANOTHER
      *    ATTEMPT - OTHERWISE IT ENDS THE STEP ITSELF THE WAY IT
      *    ALWAYS HAS. THE PROGRAM IS CANCELLED BEFORE EACH RERUN SO
      *    IT STARTS AGAIN WITH ITS FILES CLOSED AND ITS COUNTERS AND
      *    SWITCHES BACK AT THEIR INITIAL VALUES. A PROGRAM THAT ENDS
      *    NORMALLY, OR ON ANY OTHER ERROR, ENDS THE STEP FROM INSIDE
      *    THE PROGRAM - CONTROL NEVER COMES BACK HERE.
      *    ANYTHING IN THE PARM AFTER THE PROGRAM NAME AND A COMMA
      *    (PARM='RPTSTORE,DAILYORD,DAILYRPT,D') IS PASSED ON TO THE
      *    PROGRAM AS ITS OWN PARM, LENGTH AND TEXT, THE WAY THE
      *    SYSTEM WOULD PASS IT ON A PLAIN EXEC. A PROGRAM THAT TAKES
      *    NO PARM NEVER LOOKS AT IT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    THE PROGRAM THIS STEP RUNS, TAKEN FROM THE PARM
       01  RUN-PROGNAME                    PIC X(8).
      *    THE REST OF THE PARM, PASSED ON TO THE PROGRAM BEING RUN
       01  RUN-PASS.
           05  RUN-PASS-LENG               PIC S9(4)       COMP.
           05  RUN-PASS-VALUE              PIC X(100).
      *    WHERE THE PROGRAM NAME ENDS AND THE REST OF THE PARM BEGINS
       01  RUN-NAMELEN                     PIC S9(4)   COMP VALUE 0.
       01  RUN-PASSSTART                   PIC S9(4)   COMP VALUE 0.
      *    CALLS MADE SO FAR, AND A HARD STOP IN CASE A PROGRAM KEEPS
      *    HANDING BACK CONTROL WITHOUT COUNTING ITS ATTEMPTS
       01  RUN-CALLS                       PIC S9(4)   COMP VALUE 0.
       01  RUN-MAXCALLS                    PIC S9(4)   COMP VALUE 99.
      *    DISPLAY COPY OF THE ATTEMPT COUNT FOR THE JOB LOG
       01  RUN-ATTEMPTNO                   PIC Z9.
      *    SHARED WITH THE PROGRAM BEING RUN - THIS DRIVER'S NAME
      *    TELLS ITS SQL ERROR HANDLER THAT A RERUN IS POSSIBLE, AND
      *    THE HANDLER COUNTS EACH ATTEMPT IT HANDS BACK. EXTERNAL
      *    STORAGE IS NOT RESET WHEN THE PROGRAM IS CANCELLED
       01  RETRYCTL                        EXTERNAL.
           05  RETRY-DRIVER                PIC X(8).
           05  RETRY-ATTEMPT               PIC S9(4)       COMP.

       LINKAGE SECTION.
      *    THE EXEC PARM - HALFWORD LENGTH FOLLOWED BY THE TEXT
       01  RUN-PARM.
           05  RUN-PARM-LENG               PIC S9(4)       COMP.
           05  RUN-PARM-VALUE              PIC X(100).

       PROCEDURE DIVISION USING RUN-PARM.
       RUN-START.
           IF RUN-PARM-LENG < 1 OR RUN-PARM-LENG > 100
               DISPLAY 'RETRYRUN - THE PARM MUST NAME THE PROGRAM'
                   ' TO RUN'
               STOP RUN.
           MOVE SPACES TO RUN-PROGNAME.
           MOVE SPACES TO RUN-PASS-VALUE.
           MOVE 0 TO RUN-PASS-LENG.
           MOVE 0 TO RUN-NAMELEN.
           INSPECT RUN-PARM-VALUE (1:RUN-PARM-LENG)
               TALLYING RUN-NAMELEN FOR CHARACTERS BEFORE INITIAL ','.
           IF RUN-NAMELEN < 1 OR RUN-NAMELEN > 8
               DISPLAY 'RETRYRUN - THE PARM MUST NAME THE PROGRAM'
                   ' TO RUN'
               STOP RUN.
           MOVE RUN-PARM-VALUE (1:RUN-NAMELEN) TO RUN-PROGNAME.
           COMPUTE RUN-PASSSTART = RUN-NAMELEN + 2.
           IF RUN-PASSSTART <= RUN-PARM-LENG
               COMPUTE RUN-PASS-LENG = RUN-PARM-LENG - RUN-PASSSTART
                   + 1
               MOVE RUN-PARM-VALUE (RUN-PASSSTART:RUN-PASS-LENG)
                   TO RUN-PASS-VALUE.
           MOVE 'RETRYRUN' TO RETRY-DRIVER.
           MOVE 0 TO RETRY-ATTEMPT.
           PERFORM RUN-PROGRAM THRU RUN-PROGRAM-EXIT
               UNTIL RUN-CALLS >= RUN-MAXCALLS.
           DISPLAY 'RETRYRUN - ' RUN-PROGNAME ' WAS STILL ASKING TO'
               ' BE RUN AGAIN AFTER ' RUN-MAXCALLS ' ATTEMPTS'.
           STOP RUN.

      *    ONE ATTEMPT AT THE STEP. COMING BACK FROM THE CALL MEANS
      *    THE PROGRAM BACKED ITS RUN OUT AFTER A DEADLOCK OR A
      *    TIMEOUT AND WANTS ANOTHER GO
       RUN-PROGRAM.
           ADD 1 TO RUN-CALLS.
           CALL RUN-PROGNAME USING RUN-PASS.
           CANCEL RUN-PROGNAME.
           MOVE RETRY-ATTEMPT TO RUN-ATTEMPTNO.
           DISPLAY 'RETRYRUN - ' RUN-PROGNAME ' BACKED OUT AFTER A'
               ' DEADLOCK OR TIMEOUT - RERUN ' RUN-ATTEMPTNO
               ' STARTING'.

       RUN-PROGRAM-EXIT.
           EXIT.
