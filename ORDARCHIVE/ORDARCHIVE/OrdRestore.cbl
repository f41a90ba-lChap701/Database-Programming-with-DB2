       FILE SECTION.
       FD  ORDARCH-FILE.
       01  ORDARCH-REC.
           05  ARC-ORDERID                 PIC X(8).
           05  ARC-CUSTID                  PIC X(8).
           05  ARC-ORDERDATE               PIC X(10).
           05  ARC-SHIPDATE                PIC X(10).
           05  ARC-ARRIVDATE               PIC X(10).
           05  ARC-EMPNO                   PIC X(6).
       FD  LAPARCH-FILE.
       01  LAPARCH-REC.
           05  ARL-ORDERID                 PIC X(8).
           05  ARL-LAPID                   PIC X(8).
           05  ARL-QTY                     PIC 9(9).
           05  ARL-ORDERCOST               PIC 9(9)V99.
           05  ARL-DEALS                   PIC 9V99.
       01  OPERPASS                        PIC X(8).
       01  OPERLEVEL                       PIC X.
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  FK-CUSTID                       PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  SHIPDATE                        PIC X(10).
       01  ARRIVALDATE                     PIC X(10).
      *    RESTORE, SINCE ORDERS.CUSTOMERID IS A FOREIGN KEY
       01  CUSTCNT                         PIC S9(9)       COMP.
      **********************LAPTOPORDERS TABLE**************************
       01  FK-LAPID                        PIC X(8).
       01  QTY                             PIC S9(9)       COMP.
       01  ORDERCOST                       PIC S9(9)V99    COMP-3.
       01  DEALS                           PIC SV99        COMP-3.
       01  NL-DEALS                        PIC S9(4)       COMP.
       01  PROMOCODE                       PIC X(8).
       01  NL-PROMOCODE                    PIC S9(4)       COMP.
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
           IF ERRCTR = 0 AND ORDFOUND-SW = 'Y'
               PERFORM SAVE-CHANGES
           ELSE
               MOVE 'RUN-START' TO ERR-PARAGRAPH
               EXEC SQL ROLLBACK WORK END-EXEC.

           PERFORM SHUT-DOWN.
           DISPLAY 'ENTER YOUR PASSCODE:'.
           ACCEPT OPERPASS.

           MOVE 'GET-SIGNON' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT AUTHLEVEL
               INTO :OPERLEVEL
      *    AN ORDERID STILL ON FILE (OR ALREADY RESTORED ONCE) HAS
      *    NOTHING TO RESTORE
       CHECK-NOT-ON-FILE.
           MOVE 'CHECK-NOT-ON-FILE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :ORDCNT
      *    DELIVERED ORDERS
       RESTORE-ORDER.
           MOVE ARC-CUSTID TO FK-CUSTID.
           MOVE 'RESTORE-ORDER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CUSTCNT
               MOVE 0 TO NL-PROMOCODE
               MOVE ARL-PROMOCODE TO PROMOCODE.

           MOVE 'RESTORE-LINE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO LAPTOPORDERS
                   (ORDERID, LAPTOPID, QUANTITY, ORDERCOST, DEALS,
      *    UPPER-CASE() FUNCTION IS USED TO FORCE CHARACTERS ENTERED BY
      *    THE USER TO UPPERCASE
           IF FUNCTION UPPER-CASE(WKOP) = 'Y'
               MOVE 'SAVE-CHANGES' TO ERR-PARAGRAPH
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               MOVE 'SAVE-CHANGES' TO ERR-PARAGRAPH
               EXEC SQL ROLLBACK WORK END-EXEC.

       SHUT-DOWN.
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
           MOVE 'ORDRESTR' TO ERR-PROGNAME.
           MOVE SPACES TO ERR-KEYVALUE.
           MOVE PK-ORDERID TO ERR-KEYVALUE.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL ROLLBACK WORK END-EXEC.
           EXEC SQL
               INSERT INTO SQLERRLOG
                   (LOGTS, PROGRAMNAME, PARAGRAPH, ERRSQLCODE,
                   ERRSQLSTATE, MSGTEXT, KEYVALUE, OPERATORID, RUNID,
                   RETRIED)
               VALUES (CURRENT TIMESTAMP, :ERR-PROGNAME,
               :ERR-PARAGRAPH, :ERR-SQLCODE, :ERR-SQLSTATE,
               :ERR-MSGTEXT, :ERR-KEYVALUE, :OPERID, NULL, :ERR-RETRY)
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
