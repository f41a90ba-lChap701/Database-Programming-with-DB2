      *    THE COMPANYID WHOSE CHANGES ARE CURRENTLY BEING LISTED - A
      *    CHANGE TRIGGERS THE PER-COMPANY TOTAL LINE - AND ITS NAME,
      *    SAVED FOR THAT TOTAL LINE
       01  PREV-COMPID                     PIC X(8)        VALUE ' '.
       01  PREV-COMPNAME                   PIC X(25)       VALUE ' '.

           EXEC SQL INCLUDE SQLCA END-EXEC.
      *****************HOST VARIABLE DECLARATION AREA*******************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      **********************COMPANYAUDIT TABLE**************************
       01  FK-COMPID                       PIC X(8).
       01  CHANGEDATE                      PIC X(10).
       01  CHANGETIME                      PIC X(8).
       01  OLDPHONE.
      *    A SINGLE COMPANY NARROWS BOTH BOUNDS TO THAT ID; A BLANK
      *    ENTRY LEAVES THE FULL KEY RANGE OPEN. DATES WORK THE SAME
      *    WAY, SO ONE CURSOR SERVES EVERY COMBINATION OF FILTERS
       01  LOWCOMPID                       PIC X(8).
       01  HIGHCOMPID                      PIC X(8).
       01  FROMDATE                        PIC X(10).
       01  TODATE                          PIC X(10).
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
       01  ERR-RETRY                       PIC X           VALUE 'N'.
      *    CHARACTER COUNT FOR THE MESSAGE TEXT LENGTH
       01  ERR-LEN                         PIC S9(4)       COMP.
      ******************************************************************
           EXEC SQL END DECLARE SECTION END-EXEC.
      ******************************************************************
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'COMPANY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(25)   VALUE 'COMPANY NAME'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-COMPID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-COMPNAME              PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DATE                  PIC X(10).
           END-EXEC.

       PROC-AUDIT.
           MOVE 'PROC-AUDIT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN AUDIT_CUR END-EXEC.
           PERFORM LOOP-AUDIT THRU LOOP-AUDIT-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-AUDIT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE AUDIT_CUR END-EXEC.
      *    CLOSES OUT THE TOTAL FOR THE LAST COMPANY LISTED
           IF PREV-COMPID NOT = ' '
           MOVE ' ' TO NEWPHONE-VALUE.
           MOVE 0 TO NL-OLDPHONE.
           MOVE 0 TO NL-NEWPHONE.
           MOVE 'LOOP-AUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH AUDIT_CUR
               INTO :FK-COMPID, :COMPNAME-VALUE, :CHANGEDATE,
       OPENESQL-ERROR SECTION.
           DISPLAY 'SQL ERROR = ' SQLSTATE ' ' SQLCODE.
           DISPLAY MFSQLMESSAGETEXT.
           PERFORM LOG-SQL-ERROR.
           DISPLAY 'CHANGES NOT YET SAVED HAVE BEEN BACKED OUT AND THE'
               ' ERROR LOGGED'.
           ACCEPT WKHOLD.
           STOP RUN.

      *    RECORDS THE FAILURE ON THE SHARED SQL ERROR LOG. THE WORK
      *    NOT YET COMMITTED IS BACKED OUT FIRST SO THE LOG ROW COMMITS
      *    ON ITS OWN
       LOG-SQL-ERROR.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           PERFORM SET-ERR-MSGTEXT.
           MOVE 'AUDITRPT' TO ERR-PROGNAME.
           MOVE SPACES TO ERR-KEYVALUE.
           MOVE FK-COMPID TO ERR-KEYVALUE.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL ROLLBACK WORK END-EXEC.
           EXEC SQL
               INSERT INTO SQLERRLOG
                   (LOGTS, PROGRAMNAME, PARAGRAPH, ERRSQLCODE,
                   ERRSQLSTATE, MSGTEXT, KEYVALUE, OPERATORID, RUNID,
                   RETRIED)
               VALUES (CURRENT TIMESTAMP, :ERR-PROGNAME,
               :ERR-PARAGRAPH, :ERR-SQLCODE, :ERR-SQLSTATE,
               :ERR-MSGTEXT, :ERR-KEYVALUE, NULL, NULL, :ERR-RETRY)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'UNABLE TO LOG THE SQL ERROR, SQLCODE: ' SQLCODE.
           EXEC SQL COMMIT WORK END-EXEC.

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
