       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    UNATTENDED BATCH BANK RECONCILIATION - PROVES THE MONEY IN
      *    PAYMENTS ACTUALLY REACHED THE BANK. READS THE BANK'S DAILY
      *    STATEMENT FILE INTO BANKSTMT, THEN MATCHES EVERY OPEN
      *    STATEMENT LINE - TODAY'S AND ANY CARRIED FORWARD FROM
      *    EARLIER RUNS - AGAINST THE PAYMENTS THAT SHOULD MAKE IT UP:
      *    THE DAY'S CASH AND KEYED CHECKS AS ONE BRANCH DEPOSIT, THE
      *    DAY'S CARD SETTLEMENT, THE DAY'S ELECTRONIC RECEIPTS, AND
      *    EACH LOCKBOX RUN AS ONE LOCKBOX BATCH. A MATCH MARKS THE
      *    STATEMENT LINE AND ITS PAYMENTS RECONCILED. WHATEVER IS
      *    LEFT OPEN ON EITHER SIDE PRINTS ON THE RECONCILIATION
      *    EXCEPTION REPORT WITH THE DAYS IT HAS BEEN OPEN, AND IS
      *    TRIED AGAIN ON EVERY RUN UNTIL IT CLEARS. RUN FROM THE
      *    BANKRECN JCL DAILY AND AHEAD OF THE CLOSE IN THE MONTHEND
      *    JCL - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INBOUND DAILY STATEMENT FILE FROM THE BANK
           SELECT BANKSTMT-FILE ASSIGN TO BANKSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKSTMT-STATUS.
      *    PRINT FILE FOR THE RECONCILIATION EXCEPTION REPORT
           SELECT RECONRPT-FILE ASSIGN TO RECONRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    STM-TYPE: 'DEP' = BRANCH DEPOSIT OF CASH AND CHECKS,
      *    'CRD' = CARD SETTLEMENT, 'EFT' = ELECTRONIC RECEIPTS,
      *    'LBX' = LOCKBOX BATCH
       FD  BANKSTMT-FILE.
       01  BANKSTMT-REC.
           05  STM-DEPDATE                 PIC X(10).
           05  STM-TYPE                    PIC X(3).
           05  STM-AMOUNT                  PIC 9(9)V99.
           05  STM-REFERENCE               PIC X(20).
       FD  RECONRPT-FILE.
       01  RECONRPT-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    FILE STATUS KEY FOR THE INBOUND STATEMENT FILE
       01  BANKSTMT-STATUS                 PIC X(2)        VALUE '00'.
      *    SET TO 'Y' AT END OF THE STATEMENT FILE
       01  STMEOF-SW                       PIC X           VALUE 'N'.
      *    GATES JUST THE STATEMENT LINE CURRENTLY BEING LOADED
       01  ERRCTR                          PIC 9           VALUE 0.
      *    RUN TOTALS - LINES READ, LOADED, REJECTED AND SKIPPED AS
      *    ALREADY LOADED, LINES MATCHED, AND ITEMS LEFT OPEN ON EACH
      *    SIDE
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  LOADCTR                         PIC 9(4)        VALUE 0.
       01  REJCTR                          PIC 9(4)        VALUE 0.
       01  DUPCTR                          PIC 9(4)        VALUE 0.
       01  MATCHCTR                        PIC 9(4)        VALUE 0.
       01  OPENSTMTCTR                     PIC 9(4)        VALUE 0.
       01  OPENPAYCTR                      PIC 9(4)        VALUE 0.
      *    DOLLARS MATCHED THIS RUN AND LEFT OPEN ON EACH SIDE
       01  WKMATCHTOTAL                    PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKOPENSTMTTOT                   PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKOPENPAYTOT                    PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    THE REASON THE CURRENT LINE WAS REJECTED AT LOAD
       01  WKREJREASON                     PIC X(40).
      *    USED TO BREAK THE DEPOSIT DATE APART FOR VALIDATION
       01  WKYYYY                          PIC X(4)        VALUE ' '.
       01  WKMM                            PIC XX          VALUE ' '.
       01  WKDD                            PIC XX          VALUE ' '.
      *    SET TO 'Y' WHEN THE CURRENT STATEMENT LINE MATCHED
       01  MATCHED-SW                      PIC X           VALUE 'N'.
      *    SET TO 'Y' WHEN A CURSOR RUNS OUT OF ROWS - THE LOOKUPS
      *    MADE FOR EACH ROW CAN'T BE ALLOWED TO END THE LOOP
       01  CUREOF-SW                       PIC X           VALUE 'N'.
      *    A LOCKBOX RUN NUMBER AS IT PRINTS IN THE REFERENCE
       01  WKLBXRUNNO                      PIC 9(6)        VALUE 0.

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
      ***********************BANKSTMT TABLE*****************************
       01  STMTLINEID                      PIC S9(9)       COMP.
       01  DEPOSITDATE                     PIC X(10).
       01  DEPOSITTYPE                     PIC X(3).
       01  STMTAMT                         PIC S9(9)V99    COMP-3.
       01  DEPOSITREF                      PIC X(20).
       01  DAYSOPEN                        PIC S9(9)       COMP.
       01  STMTCNT                         PIC S9(9)       COMP.
      ***********************PAYMENTS TABLE*****************************
      *    THE TWO PAYMENT METHODS A NON-LOCKBOX DEPOSIT IS MADE UP
      *    OF - THE SAME METHOD TWICE WHEN THERE IS ONLY ONE
       01  PAYMETHOD1                      PIC X.
       01  PAYMETHOD2                      PIC X.
       01  BOOKCNT                         PIC S9(9)       COMP.
       01  BOOKAMT                         PIC S9(11)V99   COMP-3.
       01  NL-BOOKAMT                      PIC S9(4)       COMP.
       01  LBXRUNID                        PIC S9(9)       COMP.
      ******************************************************************
      *********************SYSPARMS TABLE*******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS
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
      *    WORK AREAS FOR THE PRINTED EXCEPTION REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(32)   VALUE SPACES.
           05  FILLER            PIC X(34)
                         VALUE 'BANK RECONCILIATION EXCEPTIONS'.
           05  FILLER                      PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'DATE'.
           05  FILLER                 PIC X(5)    VALUE 'TYPE'.
           05  FILLER                 PIC X(22)   VALUE 'REFERENCE'.
           05  FILLER                 PIC X(6)    VALUE 'ITEMS'.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                 PIC X(13)   VALUE 'BANK AMOUNT'.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                 PIC X(13)   VALUE 'BOOK AMOUNT'.
           05  FILLER                 PIC X(9)    VALUE 'DAYS OPEN'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    THE CAPTION OVER EACH SECTION OF THE REPORT
       01  RPT-SECTION-LINE.
           05  RPT-S-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-S-CAPTION               PIC X(60).
      *    AN OPEN ITEM FROM EITHER SIDE - THE BANK AMOUNT AND THE
      *    BOOK AMOUNT SIDE BY SIDE SHOW WHAT KEPT IT FROM MATCHING
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-DATE                  PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-REFERENCE             PIC X(20).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-ITEMS                 PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BANKAMT               PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-BOOKAMT               PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-DAYSOPEN              PIC ZZZ9.
      *    A STATEMENT LINE REFUSED AT LOAD, WITH THE REASON
       01  RPT-REJECT-LINE.
           05  RPT-R-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-R-DATE                  PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-R-TYPE                  PIC X(3).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-R-REFERENCE             PIC X(20).
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  RPT-R-AMOUNT                PIC $$$$,$$$,$$$.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-R-REASON                PIC X(40).
      *    THE RUN TOTALS AT THE END OF THE REPORT
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(40).
           05  RPT-T-COUNT                 PIC ZZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-AMOUNT                PIC $$$,$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM OPEN-FILES.
           MOVE 'STATEMENT LINES REJECTED AT LOAD' TO RPT-S-CAPTION.
           PERFORM WRITE-SECTION-LINE.
           PERFORM LOAD-LOOP THRU LOAD-LOOP-EXIT
               UNTIL STMEOF-SW = 'Y'.
           PERFORM DECLARE-RECON.
           PERFORM PROC-MATCH.
           MOVE 'BANK DEPOSITS NOT MATCHED TO PAYMENTS'
               TO RPT-S-CAPTION.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PROC-OPENSTMT.
           MOVE 'PAYMENTS NOT YET SEEN ON A BANK STATEMENT'
               TO RPT-S-CAPTION.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PROC-OPENPAY.
           PERFORM PROC-OPENLBX.
           PERFORM WRITE-RECON-TOTALS.
           PERFORM CLOSE-FILES.
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
           OPEN INPUT BANKSTMT-FILE.
           IF BANKSTMT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE BANK STATEMENT FILE,'
                   ' STATUS ' BANKSTMT-STATUS
               STOP RUN.
           OPEN OUTPUT RECONRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE BANKSTMT-FILE.
           CLOSE RECONRPT-FILE.

       LOAD-LOOP.
           READ BANKSTMT-FILE
               AT END
                   MOVE 'Y' TO STMEOF-SW
                   GO TO LOAD-LOOP-EXIT
           END-READ.
           ADD 1 TO ROWCTR.
           MOVE 0 TO ERRCTR.
           MOVE ' ' TO WKREJREASON.
           PERFORM LOAD-ITEM THRU LOAD-ITEM-EXIT.

       LOAD-LOOP-EXIT.
           EXIT.

      *    ONE STATEMENT LINE - VALIDATED, THEN ADDED TO BANKSTMT AS
      *    AN OPEN ITEM. A LINE ALREADY LOADED (THE SAME FILE SENT
      *    TWICE) IS SKIPPED SO IT CAN'T BE MATCHED TWICE
       LOAD-ITEM.
           MOVE STM-DEPDATE TO DEPOSITDATE.
           PERFORM CHECK-DEPDATE.
           IF ERRCTR = 0
               IF STM-TYPE NOT = 'DEP' AND STM-TYPE NOT = 'CRD'
               AND STM-TYPE NOT = 'EFT' AND STM-TYPE NOT = 'LBX'
                   MOVE 'DEPOSIT TYPE IS NOT DEP, CRD, EFT OR LBX'
                       TO WKREJREASON
                   ADD 1 TO ERRCTR.
           IF ERRCTR = 0
               IF STM-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT IS NOT NUMERIC' TO WKREJREASON
                   ADD 1 TO ERRCTR
               ELSE
                   MOVE STM-AMOUNT TO STMTAMT
                   IF STMTAMT <= 0
                       MOVE 'AMOUNT SHOULD BE GREATER THAN 0'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR.
           IF ERRCTR > 0
               ADD 1 TO REJCTR
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ITEM-EXIT.

           MOVE STM-TYPE TO DEPOSITTYPE.
           MOVE STM-REFERENCE TO DEPOSITREF.
           MOVE 'LOAD-ITEM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :STMTCNT
               FROM BANKSTMT
               WHERE DEPOSITDATE = DATE(:DEPOSITDATE)
               AND DEPOSITTYPE = :DEPOSITTYPE
               AND AMOUNT = :STMTAMT
               AND DEPOSITREF = :DEPOSITREF
           END-EXEC.
           IF STMTCNT > 0
               ADD 1 TO DUPCTR
               MOVE 'ALREADY LOADED FROM AN EARLIER STATEMENT'
                   TO WKREJREASON
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ITEM-EXIT.

           MOVE 'LOAD-ITEM' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO BANKSTMT
                   (DEPOSITDATE, DEPOSITTYPE, AMOUNT, DEPOSITREF,
                   LOADDATE, RECONSTATUS, RECONDATE)
               VALUES (DATE(:DEPOSITDATE), :DEPOSITTYPE, :STMTAMT,
               :DEPOSITREF, CURRENT DATE, 'O', NULL)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'THE STATEMENT LINE COULD NOT BE LOADED'
                   TO WKREJREASON
               ADD 1 TO REJCTR
               PERFORM WRITE-REJECT-LINE
               GO TO LOAD-ITEM-EXIT.
           ADD 1 TO LOADCTR.

       LOAD-ITEM-EXIT.
           EXIT.

       CHECK-DEPDATE.
           MOVE ' ' TO WKYYYY.
           MOVE ' ' TO WKMM.
           MOVE ' ' TO WKDD.
           IF DEPOSITDATE = ' '
               MOVE 'DEPOSIT DATE IS MISSING' TO WKREJREASON
               ADD 1 TO ERRCTR
           ELSE
               UNSTRING DEPOSITDATE DELIMITED BY '-'
                   INTO WKYYYY, WKMM, WKDD
               END-UNSTRING
               IF WKYYYY NOT NUMERIC OR WKMM NOT NUMERIC
               OR WKDD NOT NUMERIC
                   MOVE 'DEPOSIT DATE IS NOT YYYY-MM-DD'
                       TO WKREJREASON
                   ADD 1 TO ERRCTR
               ELSE
                   IF WKMM < '01' OR WKMM > '12' OR WKDD < '01'
                   OR WKDD > '31'
                       MOVE 'DEPOSIT DATE IS NOT A VALID DATE'
                           TO WKREJREASON
                       ADD 1 TO ERRCTR.

      *    THE MATCH WORKS EVERY OPEN STATEMENT LINE, NOT JUST THE
      *    ONES LOADED TODAY - A DEPOSIT THAT DIDN'T MATCH YESTERDAY
      *    CLEARS ONCE THE MISSING OR MIS-KEYED PAYMENT IS PUT RIGHT
       DECLARE-RECON.
           EXEC SQL
               DECLARE RECMATCH_CUR CURSOR FOR
               SELECT STMTLINEID, CHAR(DEPOSITDATE, ISO), DEPOSITTYPE,
                   AMOUNT
               FROM BANKSTMT
               WHERE RECONSTATUS = 'O'
               ORDER BY DEPOSITDATE, STMTLINEID
           END-EXEC.
           EXEC SQL
               DECLARE RECOPEN_CUR CURSOR FOR
               SELECT STMTLINEID, CHAR(DEPOSITDATE, ISO), DEPOSITTYPE,
                   AMOUNT, DEPOSITREF,
                   DAYS(CURRENT DATE) - DAYS(DEPOSITDATE)
               FROM BANKSTMT
               WHERE RECONSTATUS = 'O'
               ORDER BY DEPOSITDATE, STMTLINEID
           END-EXEC.
      *    TODAY'S TAKINGS CAN'T BE ON A STATEMENT YET, SO ONLY
      *    EARLIER DAYS COUNT AS MISSING FROM THE BANK
           EXEC SQL
               DECLARE RECPAY_CUR CURSOR FOR
               SELECT CHAR(PAYMENTDATE, ISO),
                   CASE METHOD WHEN 'D' THEN 'CRD'
                       WHEN 'E' THEN 'EFT' ELSE 'DEP' END,
                   COUNT(*), SUM(AMOUNT),
                   DAYS(CURRENT DATE) - DAYS(PAYMENTDATE)
               FROM PAYMENTS
               WHERE RECONSTATUS = 'N'
               AND METHOD IN ('C', 'K', 'D', 'E')
               AND LOCKBOXRUN IS NULL
               AND PAYMENTDATE < CURRENT DATE
               GROUP BY PAYMENTDATE,
                   CASE METHOD WHEN 'D' THEN 'CRD'
                       WHEN 'E' THEN 'EFT' ELSE 'DEP' END
               ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               DECLARE RECLBX_CUR CURSOR FOR
               SELECT CHAR(R.BUSINESSDATE, ISO), P.LOCKBOXRUN,
                   COUNT(*), SUM(P.AMOUNT),
                   DAYS(CURRENT DATE) - DAYS(R.BUSINESSDATE)
               FROM PAYMENTS P, RUNCONTROL R
               WHERE P.LOCKBOXRUN = R.RUNID
               AND P.RECONSTATUS = 'N'
               AND R.BUSINESSDATE < CURRENT DATE
               GROUP BY R.BUSINESSDATE, P.LOCKBOXRUN
               ORDER BY 1, 2
           END-EXEC.

       PROC-MATCH.
           MOVE 'N' TO CUREOF-SW.
           MOVE 'PROC-MATCH' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RECMATCH_CUR END-EXEC.
           PERFORM LOOP-MATCH THRU LOOP-MATCH-EXIT
               UNTIL CUREOF-SW = 'Y'.
           MOVE 'PROC-MATCH' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECMATCH_CUR END-EXEC.

       LOOP-MATCH.
           MOVE 'LOOP-MATCH' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECMATCH_CUR
               INTO :STMTLINEID, :DEPOSITDATE, :DEPOSITTYPE, :STMTAMT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CUREOF-SW
               GO TO LOOP-MATCH-EXIT.
           MOVE 'N' TO MATCHED-SW.
           IF DEPOSITTYPE = 'LBX'
               PERFORM MATCH-LOCKBOX
           ELSE
               PERFORM MATCH-DAY-TOTAL.
           IF MATCHED-SW = 'Y'
               MOVE 'LOOP-MATCH' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE BANKSTMT
                       SET RECONSTATUS = 'R',
                           RECONDATE = CURRENT DATE
                       WHERE STMTLINEID = :STMTLINEID
               END-EXEC
               ADD 1 TO MATCHCTR
               ADD STMTAMT TO WKMATCHTOTAL.

       LOOP-MATCH-EXIT.
           EXIT.

      *    A BRANCH DEPOSIT, CARD SETTLEMENT OR ELECTRONIC RECEIPT IS
      *    THE WHOLE DAY'S UNRECONCILED PAYMENTS OF ITS METHODS - IT
      *    MATCHES ONLY WHEN THE TOTALS AGREE TO THE CENT
       MATCH-DAY-TOTAL.
           PERFORM SET-DEPOSIT-METHODS.
           PERFORM GET-BOOK-TOTAL.
           IF BOOKCNT > 0 AND BOOKAMT = STMTAMT
               MOVE 'MATCH-DAY-TOTAL' TO ERR-PARAGRAPH
               EXEC SQL
                   UPDATE PAYMENTS
                       SET RECONSTATUS = 'Y',
                           RECONDATE = CURRENT DATE,
                           STMTLINEID = :STMTLINEID
                       WHERE METHOD IN (:PAYMETHOD1, :PAYMETHOD2)
                       AND LOCKBOXRUN IS NULL
                       AND PAYMENTDATE = DATE(:DEPOSITDATE)
                       AND RECONSTATUS = 'N'
               END-EXEC
               MOVE 'Y' TO MATCHED-SW.

       SET-DEPOSIT-METHODS.
           IF DEPOSITTYPE = 'CRD'
               MOVE 'D' TO PAYMETHOD1
               MOVE 'D' TO PAYMETHOD2
           ELSE
               IF DEPOSITTYPE = 'EFT'
                   MOVE 'E' TO PAYMETHOD1
                   MOVE 'E' TO PAYMETHOD2
               ELSE
                   MOVE 'C' TO PAYMETHOD1
                   MOVE 'K' TO PAYMETHOD2.

      *    THE UNRECONCILED PAYMENTS BEHIND A STATEMENT LINE - FOR A
      *    LOCKBOX LINE, EVERY OPEN LOCKBOX RUN OF THAT DAY
       GET-BOOK-TOTAL.
           MOVE 0 TO NL-BOOKAMT.
           IF DEPOSITTYPE = 'LBX'
               MOVE 'GET-BOOK-TOTAL' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*), SUM(P.AMOUNT)
                   INTO :BOOKCNT, :BOOKAMT :NL-BOOKAMT
                   FROM PAYMENTS P, RUNCONTROL R
                   WHERE P.LOCKBOXRUN = R.RUNID
                   AND R.BUSINESSDATE = DATE(:DEPOSITDATE)
                   AND P.RECONSTATUS = 'N'
               END-EXEC
           ELSE
               MOVE 'GET-BOOK-TOTAL' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*), SUM(AMOUNT)
                   INTO :BOOKCNT, :BOOKAMT :NL-BOOKAMT
                   FROM PAYMENTS
                   WHERE METHOD IN (:PAYMETHOD1, :PAYMETHOD2)
                   AND LOCKBOXRUN IS NULL
                   AND PAYMENTDATE = DATE(:DEPOSITDATE)
                   AND RECONSTATUS = 'N'
               END-EXEC.
           IF NL-BOOKAMT < 0
               MOVE 0 TO BOOKAMT.

      *    A LOCKBOX DEPOSIT IS ONE LOCKBOX RUN - THE OPEN RUN OF THE
      *    DEPOSIT'S DAY WHOSE ITEMS TOTAL EXACTLY THE AMOUNT DEPOSITED
       MATCH-LOCKBOX.
           MOVE 'MATCH-LOCKBOX' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT P.LOCKBOXRUN
               INTO :LBXRUNID
               FROM PAYMENTS P, RUNCONTROL R
               WHERE P.LOCKBOXRUN = R.RUNID
               AND R.BUSINESSDATE = DATE(:DEPOSITDATE)
               AND P.RECONSTATUS = 'N'
               GROUP BY P.LOCKBOXRUN
               HAVING SUM(P.AMOUNT) = :STMTAMT
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE PAYMENTS
                       SET RECONSTATUS = 'Y',
                           RECONDATE = CURRENT DATE,
                           STMTLINEID = :STMTLINEID
                       WHERE LOCKBOXRUN = :LBXRUNID
                       AND RECONSTATUS = 'N'
               END-EXEC
               MOVE 'Y' TO MATCHED-SW.

      *    EVERY STATEMENT LINE STILL OPEN AFTER THE MATCH, WITH WHAT
      *    THE BOOKS SHOW FOR THE SAME DAY AND TYPE
       PROC-OPENSTMT.
           MOVE 'N' TO CUREOF-SW.
           MOVE 'PROC-OPENSTMT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RECOPEN_CUR END-EXEC.
           PERFORM LOOP-OPENSTMT THRU LOOP-OPENSTMT-EXIT
               UNTIL CUREOF-SW = 'Y'.
           MOVE 'PROC-OPENSTMT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECOPEN_CUR END-EXEC.

       LOOP-OPENSTMT.
           MOVE 'LOOP-OPENSTMT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECOPEN_CUR
               INTO :STMTLINEID, :DEPOSITDATE, :DEPOSITTYPE, :STMTAMT,
                   :DEPOSITREF, :DAYSOPEN
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CUREOF-SW
               GO TO LOOP-OPENSTMT-EXIT.
           PERFORM SET-DEPOSIT-METHODS.
           PERFORM GET-BOOK-TOTAL.
           MOVE DEPOSITDATE TO RPT-D-DATE.
           MOVE DEPOSITTYPE TO RPT-D-TYPE.
           MOVE DEPOSITREF TO RPT-D-REFERENCE.
           MOVE BOOKCNT TO RPT-D-ITEMS.
           MOVE STMTAMT TO RPT-D-BANKAMT.
           MOVE BOOKAMT TO RPT-D-BOOKAMT.
           MOVE DAYSOPEN TO RPT-D-DAYSOPEN.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO OPENSTMTCTR.
           ADD STMTAMT TO WKOPENSTMTTOT.

       LOOP-OPENSTMT-EXIT.
           EXIT.

      *    THE BOOK SIDE - EACH DAY'S DEPOSIT, CARD AND ELECTRONIC
      *    PAYMENTS NO STATEMENT LINE HAS ACCOUNTED FOR
       PROC-OPENPAY.
           MOVE 'N' TO CUREOF-SW.
           MOVE 'PROC-OPENPAY' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RECPAY_CUR END-EXEC.
           PERFORM LOOP-OPENPAY THRU LOOP-OPENPAY-EXIT
               UNTIL CUREOF-SW = 'Y'.
           MOVE 'PROC-OPENPAY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECPAY_CUR END-EXEC.

       LOOP-OPENPAY.
           MOVE 'LOOP-OPENPAY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECPAY_CUR
               INTO :DEPOSITDATE, :DEPOSITTYPE, :BOOKCNT, :BOOKAMT,
                   :DAYSOPEN
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CUREOF-SW
               GO TO LOOP-OPENPAY-EXIT.
           MOVE DEPOSITDATE TO RPT-D-DATE.
           MOVE DEPOSITTYPE TO RPT-D-TYPE.
           MOVE 'DAY TOTAL' TO RPT-D-REFERENCE.
           PERFORM WRITE-OPENPAY-LINE.

       LOOP-OPENPAY-EXIT.
           EXIT.

      *    THE BOOK SIDE OF THE LOCKBOX - EACH RUN NOT YET MATCHED TO
      *    A LOCKBOX DEPOSIT
       PROC-OPENLBX.
           MOVE 'N' TO CUREOF-SW.
           MOVE 'PROC-OPENLBX' TO ERR-PARAGRAPH.
           EXEC SQL OPEN RECLBX_CUR END-EXEC.
           PERFORM LOOP-OPENLBX THRU LOOP-OPENLBX-EXIT
               UNTIL CUREOF-SW = 'Y'.
           MOVE 'PROC-OPENLBX' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE RECLBX_CUR END-EXEC.

       LOOP-OPENLBX.
           MOVE 'LOOP-OPENLBX' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH RECLBX_CUR
               INTO :DEPOSITDATE, :LBXRUNID, :BOOKCNT, :BOOKAMT,
                   :DAYSOPEN
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CUREOF-SW
               GO TO LOOP-OPENLBX-EXIT.
           MOVE DEPOSITDATE TO RPT-D-DATE.
           MOVE 'LBX' TO RPT-D-TYPE.
           MOVE LBXRUNID TO WKLBXRUNNO.
           MOVE ' ' TO RPT-D-REFERENCE.
           STRING 'LOCKBOX RUN ' DELIMITED BY SIZE
               WKLBXRUNNO DELIMITED BY SIZE
           INTO RPT-D-REFERENCE.
           PERFORM WRITE-OPENPAY-LINE.

       LOOP-OPENLBX-EXIT.
           EXIT.

       WRITE-OPENPAY-LINE.
           MOVE BOOKCNT TO RPT-D-ITEMS.
           MOVE 0 TO RPT-D-BANKAMT.
           MOVE BOOKAMT TO RPT-D-BOOKAMT.
           MOVE DAYSOPEN TO RPT-D-DAYSOPEN.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO OPENPAYCTR.
           ADD BOOKAMT TO WKOPENPAYTOT.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE RECONRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE RECONRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RECONRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE RECONRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-SECTION-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 2 >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE RECONRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RECONRPT-REC FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE RECONRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       WRITE-REJECT-LINE.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE STM-DEPDATE TO RPT-R-DATE.
           MOVE STM-TYPE TO RPT-R-TYPE.
           MOVE STM-REFERENCE TO RPT-R-REFERENCE.
           IF STM-AMOUNT NUMERIC
               MOVE STM-AMOUNT TO RPT-R-AMOUNT
           ELSE
               MOVE 0 TO RPT-R-AMOUNT.
           MOVE WKREJREASON TO RPT-R-REASON.
           WRITE RECONRPT-REC FROM RPT-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    RUN TOTALS - WHAT CAME IN FROM THE BANK, WHAT CLEARED, AND
      *    WHAT IS STILL OPEN ON EACH SIDE
       WRITE-RECON-TOTALS.
           IF RPT-LINECNT + 6 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE RECONRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENT LINES LOADED' TO RPT-T-CAPTION.
           MOVE LOADCTR TO RPT-T-COUNT.
           MOVE 0 TO RPT-T-AMOUNT.
           WRITE RECONRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENT LINES REJECTED OR ALREADY LOADED'
               TO RPT-T-CAPTION.
           COMPUTE RPT-T-COUNT = REJCTR + DUPCTR.
           WRITE RECONRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPOSITS RECONCILED THIS RUN' TO RPT-T-CAPTION.
           MOVE MATCHCTR TO RPT-T-COUNT.
           MOVE WKMATCHTOTAL TO RPT-T-AMOUNT.
           WRITE RECONRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BANK DEPOSITS STILL OPEN' TO RPT-T-CAPTION.
           MOVE OPENSTMTCTR TO RPT-T-COUNT.
           MOVE WKOPENSTMTTOT TO RPT-T-AMOUNT.
           WRITE RECONRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENT GROUPS STILL OPEN' TO RPT-T-CAPTION.
           MOVE OPENPAYCTR TO RPT-T-COUNT.
           MOVE WKOPENPAYTOT TO RPT-T-AMOUNT.
           WRITE RECONRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 6 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'BANKRECN' TO RC-PROGNAME.

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
           MOVE MATCHCTR TO RC-ROWS.
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
           DISPLAY ROWCTR ' STATEMENT LINE(S) WERE READ, ' LOADCTR
               ' LOADED'.
           DISPLAY MATCHCTR ' DEPOSIT(S) WERE RECONCILED'.
           DISPLAY OPENSTMTCTR ' BANK DEPOSIT(S) AND ' OPENPAYCTR
               ' PAYMENT GROUP(S) REMAIN OPEN'.
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
           MOVE 'BANKRECN' TO ERR-PROGNAME.
           MOVE STMTLINEID TO ERR-KEYVALUE.
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
