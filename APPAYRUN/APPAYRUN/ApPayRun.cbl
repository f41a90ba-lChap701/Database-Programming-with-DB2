       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    UNATTENDED BATCH ACCOUNTS PAYABLE PAYMENT RUN - THE VENDOR
      *    SIDE OF WHAT REFNDPAY DOES FOR CUSTOMER REFUNDS. EVERY
      *    INVOICE THAT PASSED THE THREE-WAY MATCH (OR WHOSE MATCH
      *    EXCEPTION A SUPERVISOR APPROVED) AND IS DUE BY THE RUN DATE
      *    IS PAID, ONE PAYMENT PER VENDOR, LESS ANY VENDOR-RETURN
      *    CREDIT STILL OWED TO US. THE PAYMENT AND THE INVOICES AND
      *    CREDITS IT COVERS GO TO THE BANK ON A FIXED-FORMAT
      *    REMITTANCE FILE, THE INVOICES ARE MARKED PAID AND THE
      *    CREDITS TAKEN, AND A PAYMENT REGISTER WITH CONTROL TOTALS
      *    PRINTS FOR ACCOUNTS PAYABLE. THE WHOLE RUN IS ONE UNIT OF
      *    WORK - AN ABEND BACKS OUT EVERY PAYMENT AND THE JCL
      *    DELETES THE PART-WRITTEN FILE, SO THE JOB IS SIMPLY
      *    RESUBMITTED. RUN FROM THE APPAYRUN JCL - NOT AN
      *    INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FIXED-FORMAT PAYMENT/REMITTANCE HANDOFF FILE FOR THE BANK
           SELECT APREMIT-FILE ASSIGN TO APREMIT
               ORGANIZATION IS SEQUENTIAL.
      *    PRINT FILE FOR THE PAYMENT REGISTER
           SELECT APPAYREG-FILE ASSIGN TO APPAYREG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    EACH PAYMENT IS A 'P' RECORD FOLLOWED BY AN 'I' RECORD FOR
      *    EVERY INVOICE IT PAYS AND A 'C' RECORD FOR EVERY CREDIT
      *    NETTED AGAINST IT. ONE 'T' RECORD CLOSES THE FILE WITH THE
      *    PAYMENT COUNT AND TOTAL THE BANK BALANCES TO
       FD  APREMIT-FILE.
       01  APREMIT-PAY-REC.
           05  REM-P-TYPE                  PIC X.
           05  REM-P-APPAYID               PIC X(8).
           05  REM-P-COMPID                PIC X(8).
           05  REM-P-PAYEE                 PIC X(25).
           05  REM-P-ADDR                  PIC X(52).
           05  REM-P-PAYDATE               PIC X(10).
           05  REM-P-AMOUNT                PIC 9(9)V99.
           05  FILLER                      PIC X(5).
       01  APREMIT-INV-REC.
           05  REM-I-TYPE                  PIC X.
           05  REM-I-APPAYID               PIC X(8).
           05  REM-I-VINVID                PIC X(8).
           05  REM-I-VENDINVNO             PIC X(15).
           05  REM-I-POID                  PIC X(8).
           05  REM-I-DUEDATE               PIC X(10).
           05  REM-I-AMOUNT                PIC 9(9)V99.
           05  FILLER                      PIC X(59).
       01  APREMIT-CRED-REC.
           05  REM-C-TYPE                  PIC X.
           05  REM-C-APPAYID               PIC X(8).
           05  REM-C-VRETID                PIC X(8).
           05  REM-C-SHIPDATE              PIC X(10).
           05  REM-C-AMOUNT                PIC 9(9)V99.
           05  FILLER                      PIC X(82).
       01  APREMIT-TRLR-REC.
           05  REM-T-TYPE                  PIC X.
           05  REM-T-PAYCOUNT              PIC 9(6).
           05  REM-T-PAYTOTAL              PIC 9(11)V99.
           05  REM-T-PAYDATE               PIC X(10).
           05  FILLER                      PIC X(90).
       FD  APPAYREG-FILE.
       01  APPAYREG-REC                    PIC X(132).

       WORKING-STORAGE SECTION.
      *    COUNTERS - VENDORS PAID, INVOICES PAID, CREDITS NETTED, AND
      *    VENDORS SKIPPED BECAUSE THEIR CREDITS COVERED EVERYTHING
       01  ROWCTR                          PIC 9(4)        VALUE 0.
       01  INVCTR                          PIC 9(4)        VALUE 0.
       01  CREDCTR                         PIC 9(4)        VALUE 0.
       01  HELDCTR                         PIC 9(4)        VALUE 0.
      *    THE NEXT APPAYID DRAWN FROM THE COUNTER
       01  WKNEXTAPPAYID                   PIC 9(8)        VALUE 0.
      *    RUN CONTROL TOTALS - GROSS INVOICES PAID, CREDITS NETTED,
      *    AND THE NET AMOUNT SENT TO THE BANK
       01  WKINVTOTAL                      PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKCREDTOTAL                     PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  WKPAIDTOTAL                     PIC S9(11)V99   COMP-3
                                                            VALUE 0.
      *    SET TO 'Y' WHEN A CURSOR RUNS OUT OF ROWS - THE INVOICE
      *    AND CREDIT CURSORS ARE WORKED INSIDE THE VENDOR LOOP, SO
      *    THEIR END CAN'T BE ALLOWED TO END THE VENDOR LOOP TOO
       01  VENDEOF-SW                      PIC X           VALUE 'N'.
       01  INVEOF-SW                       PIC X           VALUE 'N'.
       01  CREDEOF-SW                      PIC X           VALUE 'N'.

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
       01  COMPNAME.
           49  COMPNAME-LENG               PIC S9(4)       COMP.
           49  COMPNAME-VALUE              PIC X(25).
       01  ADDR.
           49  ADDR-LENG                   PIC S9(4)       COMP.
           49  ADDR-VALUE                  PIC X(52).
       01  NL-ADDR                         PIC S9(4)       COMP.
      *********************VENDORINVOICES TABLE*************************
       01  PK-VINVID                       PIC X(8).
       01  VINVNUMBER                      PIC X(15).
       01  FK-POID                         PIC X(8).
       01  VINVDUEDATE                     PIC X(10).
       01  VINVAMT                         PIC S9(9)V99    COMP-3.
      *    LATEST DUE DATE A PAYABLE INVOICE MAY CARRY AND STILL BE
      *    PAID ON THIS RUN
       01  PAYTHRUDATE                     PIC X(10).
      *********************VENDORRETURNS TABLE**************************
       01  PK-VRETID                       PIC X(8).
       01  VRETSHIPDATE                    PIC X(10).
       01  VRETCREDIT                      PIC S9(9)V99    COMP-3.
      ***********************APPAYMENTS TABLE***************************
       01  PK-APPAYID                      PIC X(8).
       01  PAYDATE                         PIC X(10).
       01  VENDINVTOTAL                    PIC S9(11)V99   COMP-3.
       01  VENDCREDTOTAL                   PIC S9(11)V99   COMP-3.
       01  VENDPAYAMT                      PIC S9(11)V99   COMP-3.
      ******************************************************************
      *********************SYSPARMS TABLE*******************************
      *    OPERATING-PARAMETER LOOKUP FIELDS
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
      *    DAYS AHEAD OF TODAY AN INVOICE MAY FALL DUE AND STILL BE
      *    PAID ON THIS RUN
       01  AP-PAY-LEAD-DAYS                PIC S9(4)       COMP
                                                            VALUE 0.
      ******************************************************************
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
      *    WORK AREAS FOR THE PRINTED PAYMENT REGISTER
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 20.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(28)
                             VALUE 'VENDOR PAYMENT REGISTER'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-1A.
           05  RPT-H1A-CC                  PIC X       VALUE SPACE.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(10)   VALUE 'PAID ON '.
           05  RPT-H1A-PAYDATE             PIC X(10).
           05  FILLER            PIC X(16)   VALUE ' - DUE THROUGH '.
           05  RPT-H1A-THRUDATE            PIC X(10).
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE 'PAYMENT'.
           05  FILLER                 PIC X(9)    VALUE 'VENDOR'.
           05  FILLER                 PIC X(10)   VALUE 'ITEM'.
           05  FILLER                 PIC X(17)   VALUE 'VENDOR INV NO'.
           05  FILLER                 PIC X(10)   VALUE 'PO'.
           05  FILLER                 PIC X(12)   VALUE 'DATE'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE 'AMOUNT'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LINE PER INVOICE PAID OR CREDIT TAKEN - A CREDIT
      *    PRINTS NEGATIVE SO THE LINES FOOT TO THE NET PAYMENT
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-APPAYID               PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-COMPID                PIC X(8).
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-D-ITEMID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-VENDINVNO             PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-POID                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DATE                  PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-AMOUNT                PIC $$$$,$$$,$$$.99-.
      *    THE PAYMENT TOTAL UNDER EACH VENDOR'S ITEMS
       01  RPT-PAY-LINE.
           05  RPT-P-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER            PIC X(8)    VALUE 'PAY TO '.
           05  RPT-P-PAYEE                 PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(14)   VALUE 'NET PAYMENT '.
           05  RPT-P-AMOUNT                PIC $$$$,$$$,$$$.99-.
      *    THE CONTROL TOTALS AT THE END OF THE REGISTER
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-CAPTION               PIC X(40).
           05  RPT-T-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-AMOUNT                PIC $$$,$$$,$$$,$$$.99-.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OPENESQL-ERROR
           END-EXEC.
           PERFORM CONNECT.
           PERFORM LOAD-SYSPARMS.
           PERFORM OPEN-RUNCONTROL.
           PERFORM GET-PAYDATE.
           PERFORM OPEN-FILES.
           PERFORM DECLARE-APPAY.
           PERFORM PROC-APPAY.
           PERFORM WRITE-TRAILER-RECORD.
           PERFORM WRITE-CONTROL-TOTALS.
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
           MOVE 'AP-PAY-LEAD-DAYS' TO SP-PARMNAME.
           PERFORM GET-SYSPARM.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO AP-PAY-LEAD-DAYS.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.

      *    THE BUSINESS DATE EVERY PAYMENT IN THIS RUN IS STAMPED
      *    WITH, AND THE LATEST DUE DATE IT PAYS THROUGH
       GET-PAYDATE.
           MOVE 'GET-PAYDATE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                   CHAR(CURRENT DATE + :AP-PAY-LEAD-DAYS DAYS, ISO)
               INTO :PAYDATE, :PAYTHRUDATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       OPEN-FILES.
           OPEN OUTPUT APREMIT-FILE.
           OPEN OUTPUT APPAYREG-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE APREMIT-FILE.
           CLOSE APPAYREG-FILE.

      *    ONE ROW PER VENDOR WITH AT LEAST ONE PAYABLE INVOICE DUE -
      *    'M' MATCHED, OR 'A' A MATCH EXCEPTION A SUPERVISOR PASSED.
      *    THE VENDOR'S INVOICES AND OPEN CREDITS ARE WORKED THROUGH
      *    THEIR OWN CURSORS, KEYED ON THE VENDOR JUST FETCHED
       DECLARE-APPAY.
           EXEC SQL
               DECLARE APVEND_CUR CURSOR FOR
               SELECT C.COMPANYID, UPPER(C.COMPANYNAME), UPPER(C.ADDR)
               FROM COMPANY C
               WHERE C.COMPANYID IN
                   (SELECT V.COMPANYID
                    FROM VENDORINVOICES V
                    WHERE V.MATCHSTATUS IN ('M', 'A')
                    AND V.DUEDATE <= DATE(:PAYTHRUDATE))
               ORDER BY C.COMPANYID
           END-EXEC.
           EXEC SQL
               DECLARE APINV_CUR CURSOR FOR
               SELECT VINVID, VENDORINVNO, POID, CHAR(DUEDATE, ISO),
                   INVOICEAMT
               FROM VENDORINVOICES
               WHERE COMPANYID = :FK-COMPID
               AND MATCHSTATUS IN ('M', 'A')
               AND DUEDATE <= DATE(:PAYTHRUDATE)
               ORDER BY DUEDATE, VINVID
           END-EXEC.
      *    A CREDIT WHOSE AMOUNT WAS NEVER AGREED WITH THE VENDOR
      *    CAN'T BE TAKEN - IT STAYS OPEN FOR THE RETURNS DESK
           EXEC SQL
               DECLARE APCRED_CUR CURSOR FOR
               SELECT VRETID, CHAR(SHIPDATE, ISO), CREDITAMT
               FROM VENDORRETURNS
               WHERE COMPANYID = :FK-COMPID
               AND CREDITRECVD = 'N'
               AND CREDITAMT IS NOT NULL
               AND CREDITAMT > 0
               ORDER BY SHIPDATE, VRETID
           END-EXEC.
      *    THE CREDITS A PAYMENT ACTUALLY TOOK, FOR ITS DETAIL
           EXEC SQL
               DECLARE APTAKEN_CUR CURSOR FOR
               SELECT VRETID, CHAR(SHIPDATE, ISO), CREDITAMT
               FROM VENDORRETURNS
               WHERE APPAYID = :PK-APPAYID
               ORDER BY SHIPDATE, VRETID
           END-EXEC.

       PROC-APPAY.
           MOVE 'N' TO VENDEOF-SW.
           MOVE 'PROC-APPAY' TO ERR-PARAGRAPH.
           EXEC SQL OPEN APVEND_CUR END-EXEC.
           PERFORM LOOP-APPAY THRU LOOP-APPAY-EXIT
               UNTIL VENDEOF-SW = 'Y'.
           MOVE 'PROC-APPAY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APVEND_CUR END-EXEC.

       LOOP-APPAY.
           MOVE ' ' TO COMPNAME-VALUE.
           MOVE ' ' TO ADDR-VALUE.
           MOVE 0 TO NL-ADDR.
           MOVE 'LOOP-APPAY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APVEND_CUR
               INTO :FK-COMPID, :COMPNAME-VALUE,
                   :ADDR-VALUE :NL-ADDR
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO VENDEOF-SW
               GO TO LOOP-APPAY-EXIT.
           IF NL-ADDR < 0
               MOVE ' ' TO ADDR-VALUE.
           PERFORM PAY-VENDOR THRU PAY-VENDOR-EXIT.

       LOOP-APPAY-EXIT.
           EXIT.

      *    ONE VENDOR'S PAYMENT. THE DUE INVOICES ARE TOTALLED FIRST
      *    SO THE CREDITS CAN BE NETTED AGAINST A KNOWN AMOUNT, THEN
      *    THE PAYMENT ROW, THE REMITTANCE RECORDS AND THE REGISTER
      *    LINES ARE WRITTEN AS EACH INVOICE AND CREDIT IS SETTLED
       PAY-VENDOR.
           MOVE 'PAY-VENDOR' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(INVOICEAMT)
               INTO :VENDINVTOTAL
               FROM VENDORINVOICES
               WHERE COMPANYID = :FK-COMPID
               AND MATCHSTATUS IN ('M', 'A')
               AND DUEDATE <= DATE(:PAYTHRUDATE)
           END-EXEC.
           IF VENDINVTOTAL <= 0
               DISPLAY 'VENDOR ' FK-COMPID ' HAS NO AMOUNT DUE -'
                   ' NOTHING WAS PAID'
               ADD 1 TO HELDCTR
               GO TO PAY-VENDOR-EXIT.

           PERFORM GENERATE-APPAYID.
           MOVE 0 TO VENDCREDTOTAL.
           MOVE VENDINVTOTAL TO VENDPAYAMT.

      *    THE PAYMENT ROW GOES IN FIRST SO THE INVOICES AND CREDITS
      *    HAVE SOMETHING TO POINT AT - ITS CREDIT AND NET AMOUNTS
      *    ARE SETTLED ONCE THE CREDITS HAVE BEEN TAKEN
           MOVE 'PAY-VENDOR' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO APPAYMENTS
                   (APPAYID, COMPANYID, PAYDATE, INVOICETOTAL,
                   CREDITTOTAL, PAYAMT, RUNID)
               VALUES (:PK-APPAYID, :FK-COMPID, DATE(:PAYDATE),
               :VENDINVTOTAL, 0, :VENDINVTOTAL, :RC-RUNID)
           END-EXEC.

           MOVE 'P' TO REM-P-TYPE.
           MOVE PK-APPAYID TO REM-P-APPAYID.
           MOVE FK-COMPID TO REM-P-COMPID.
           MOVE COMPNAME-VALUE TO REM-P-PAYEE.
           MOVE ADDR-VALUE TO REM-P-ADDR.
           MOVE PAYDATE TO REM-P-PAYDATE.

      *    CREDITS ARE TAKEN OLDEST FIRST, AND ONLY WHILE THE PAYMENT
      *    STAYS ABOVE ZERO - WHAT DOESN'T FIT WAITS FOR THE VENDOR'S
      *    NEXT PAYMENT
           PERFORM TAKE-CREDITS.
           COMPUTE VENDPAYAMT = VENDINVTOTAL - VENDCREDTOTAL.
           MOVE 'PAY-VENDOR' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE APPAYMENTS
                   SET CREDITTOTAL = :VENDCREDTOTAL,
                       PAYAMT = :VENDPAYAMT
                   WHERE APPAYID = :PK-APPAYID
           END-EXEC.

      *    THE BANK SEES THE PAYMENT RECORD BEFORE ITS DETAIL, SO IT
      *    IS WRITTEN ONCE THE NET IS KNOWN AND THE DETAIL FOLLOWS
           MOVE VENDPAYAMT TO REM-P-AMOUNT.
           WRITE APREMIT-PAY-REC.
           PERFORM PAY-INVOICES.
           PERFORM WRITE-CREDIT-DETAIL.

           PERFORM WRITE-PAY-LINE.
           ADD 1 TO ROWCTR.
           ADD VENDINVTOTAL TO WKINVTOTAL.
           ADD VENDCREDTOTAL TO WKCREDTOTAL.
           ADD VENDPAYAMT TO WKPAIDTOTAL.

       PAY-VENDOR-EXIT.
           EXIT.

      *    DRAWS THE NEXT APPAYID FROM THE PERSISTENT COUNTER, THE
      *    SAME WAY EVERY OTHER PROGRAM ASSIGNS KEYS NOW
       GENERATE-APPAYID.
           MOVE 'APPAYID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTAPPAYID.
           MOVE WKNEXTAPPAYID TO PK-APPAYID.

      *    DRAWS THE NEXT VALUE FROM THE NAMED PERSISTENT COUNTER -
      *    UNLIKE THE OLD MAX(KEY)+1 LOOKUP, A NUMBER IS NEVER
      *    RE-ISSUED NO MATTER WHAT THE ARCHIVE JOB HAS PURGED. AT
      *    99999999 THE 8-CHARACTER KEY SPACE IS SPENT AND NO FURTHER
      *    KEYS ARE ISSUED - A COUNTER IS NEVER RESET OR WRAPPED
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

      *    MARKS EACH CREDIT TAKEN AS RECEIVED ON THIS PAYMENT - THE
      *    VENDOR SETTLED IT BY BEING PAID THAT MUCH LESS
       TAKE-CREDITS.
           MOVE 'N' TO CREDEOF-SW.
           MOVE 'TAKE-CREDITS' TO ERR-PARAGRAPH.
           EXEC SQL OPEN APCRED_CUR END-EXEC.
           PERFORM LOOP-TAKECRED THRU LOOP-TAKECRED-EXIT
               UNTIL CREDEOF-SW = 'Y'.
           MOVE 'TAKE-CREDITS' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APCRED_CUR END-EXEC.

       LOOP-TAKECRED.
           MOVE 'LOOP-TAKECRED' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APCRED_CUR
               INTO :PK-VRETID, :VRETSHIPDATE, :VRETCREDIT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CREDEOF-SW
               GO TO LOOP-TAKECRED-EXIT.
           IF VENDCREDTOTAL + VRETCREDIT >= VENDINVTOTAL
               GO TO LOOP-TAKECRED-EXIT.
           EXEC SQL
               UPDATE VENDORRETURNS
                   SET CREDITRECVD = 'Y',
                       APPAYID = :PK-APPAYID
                   WHERE VRETID = :PK-VRETID
           END-EXEC.
           ADD VRETCREDIT TO VENDCREDTOTAL.

       LOOP-TAKECRED-EXIT.
           EXIT.

      *    THE PAID MARK IS WHAT KEEPS THE SAME INVOICE FROM BEING
      *    PAID AGAIN ON THE NEXT RUN
       PAY-INVOICES.
           MOVE 'N' TO INVEOF-SW.
           MOVE 'PAY-INVOICES' TO ERR-PARAGRAPH.
           EXEC SQL OPEN APINV_CUR END-EXEC.
           PERFORM LOOP-PAYINV THRU LOOP-PAYINV-EXIT
               UNTIL INVEOF-SW = 'Y'.
           MOVE 'PAY-INVOICES' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APINV_CUR END-EXEC.

       LOOP-PAYINV.
           MOVE 'LOOP-PAYINV' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APINV_CUR
               INTO :PK-VINVID, :VINVNUMBER, :FK-POID, :VINVDUEDATE,
                   :VINVAMT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO INVEOF-SW
               GO TO LOOP-PAYINV-EXIT.
           EXEC SQL
               UPDATE VENDORINVOICES
                   SET MATCHSTATUS = 'P',
                       APPAYID = :PK-APPAYID,
                       PAIDDATE = DATE(:PAYDATE)
                   WHERE VINVID = :PK-VINVID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'INVOICE ' PK-VINVID ' COULD NOT BE MARKED PAID'.

           MOVE 'I' TO REM-I-TYPE.
           MOVE PK-APPAYID TO REM-I-APPAYID.
           MOVE PK-VINVID TO REM-I-VINVID.
           MOVE VINVNUMBER TO REM-I-VENDINVNO.
           MOVE FK-POID TO REM-I-POID.
           MOVE VINVDUEDATE TO REM-I-DUEDATE.
           MOVE VINVAMT TO REM-I-AMOUNT.
           WRITE APREMIT-INV-REC.

           MOVE PK-VINVID TO RPT-D-ITEMID.
           MOVE VINVNUMBER TO RPT-D-VENDINVNO.
           MOVE FK-POID TO RPT-D-POID.
           MOVE VINVDUEDATE TO RPT-D-DATE.
           MOVE VINVAMT TO RPT-D-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO INVCTR.

       LOOP-PAYINV-EXIT.
           EXIT.

      *    THE CREDITS TAKEN ON THIS PAYMENT, READ BACK BY THE
      *    PAYMENT THEY WERE MARKED WITH, FOLLOW THE INVOICES ON THE
      *    REMITTANCE FILE AND THE REGISTER
       WRITE-CREDIT-DETAIL.
           MOVE 'N' TO CREDEOF-SW.
           MOVE 'WRITE-CREDIT-DETAIL' TO ERR-PARAGRAPH.
           EXEC SQL OPEN APTAKEN_CUR END-EXEC.
           PERFORM LOOP-CREDDTL THRU LOOP-CREDDTL-EXIT
               UNTIL CREDEOF-SW = 'Y'.
           MOVE 'WRITE-CREDIT-DETAIL' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE APTAKEN_CUR END-EXEC.

       LOOP-CREDDTL.
           MOVE 'LOOP-CREDDTL' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH APTAKEN_CUR
               INTO :PK-VRETID, :VRETSHIPDATE, :VRETCREDIT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO CREDEOF-SW
               GO TO LOOP-CREDDTL-EXIT.

           MOVE 'C' TO REM-C-TYPE.
           MOVE PK-APPAYID TO REM-C-APPAYID.
           MOVE PK-VRETID TO REM-C-VRETID.
           MOVE VRETSHIPDATE TO REM-C-SHIPDATE.
           MOVE VRETCREDIT TO REM-C-AMOUNT.
           WRITE APREMIT-CRED-REC.

           MOVE PK-VRETID TO RPT-D-ITEMID.
           MOVE 'RETURN CREDIT' TO RPT-D-VENDINVNO.
           MOVE ' ' TO RPT-D-POID.
           MOVE VRETSHIPDATE TO RPT-D-DATE.
           COMPUTE RPT-D-AMOUNT = 0 - VRETCREDIT.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO CREDCTR.

       LOOP-CREDDTL-EXIT.
           EXIT.

      *    THE BANK BALANCES THE FILE TO THIS RECORD BEFORE IT
      *    RELEASES ANY PAYMENT ON IT
       WRITE-TRAILER-RECORD.
           MOVE 'T' TO REM-T-TYPE.
           MOVE ROWCTR TO REM-T-PAYCOUNT.
           MOVE WKPAIDTOTAL TO REM-T-PAYTOTAL.
           MOVE PAYDATE TO REM-T-PAYDATE.
           WRITE APREMIT-TRLR-REC.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           MOVE PAYDATE TO RPT-H1A-PAYDATE.
           MOVE PAYTHRUDATE TO RPT-H1A-THRUDATE.
           WRITE APPAYREG-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE APPAYREG-REC FROM RPT-HEAD-1A
               AFTER ADVANCING 1 LINE.
           WRITE APPAYREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE APPAYREG-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE APPAYREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-DETAIL-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE PK-APPAYID TO RPT-D-APPAYID.
           MOVE FK-COMPID TO RPT-D-COMPID.
           WRITE APPAYREG-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       WRITE-PAY-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           MOVE COMPNAME-VALUE TO RPT-P-PAYEE.
           MOVE VENDPAYAMT TO RPT-P-AMOUNT.
           WRITE APPAYREG-REC FROM RPT-PAY-LINE
               AFTER ADVANCING 1 LINE.
           WRITE APPAYREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO RPT-LINECNT.

      *    CONTROL TOTALS - GROSS INVOICES LESS CREDITS TAKEN MUST
      *    EQUAL THE NET SENT TO THE BANK, AND THE PAYMENT COUNT AND
      *    NET MUST AGREE WITH THE REMITTANCE FILE TRAILER
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0 OR RPT-LINECNT + 5 > RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.
           WRITE APPAYREG-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'INVOICES PAID' TO RPT-T-CAPTION.
           MOVE INVCTR TO RPT-T-COUNT.
           MOVE WKINVTOTAL TO RPT-T-AMOUNT.
           WRITE APPAYREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'VENDOR CREDITS TAKEN' TO RPT-T-CAPTION.
           MOVE CREDCTR TO RPT-T-COUNT.
           COMPUTE RPT-T-AMOUNT = 0 - WKCREDTOTAL.
           WRITE APPAYREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'VENDOR PAYMENTS SENT TO THE BANK' TO RPT-T-CAPTION.
           MOVE ROWCTR TO RPT-T-COUNT.
           MOVE WKPAIDTOTAL TO RPT-T-AMOUNT.
           WRITE APPAYREG-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 4 TO RPT-LINECNT.

      *    RUN-CONTROL LOGGING - WRITES A STARTED ROW BEFORE ANY WORK
      *    AND COMMITS IT, SO EVEN AN ABENDED RUN LEAVES EVIDENCE IT
      *    STARTED. WARNS WHEN THE PROGRAM HAS ALREADY RUN FOR THIS
      *    BUSINESS DAY OR WHEN THE PRIOR BUSINESS DAY'S RUN NEVER
      *    COMPLETED
       OPEN-RUNCONTROL.
           PERFORM GET-BUSINESSDATES.
           MOVE 'APPAYRUN' TO RC-PROGNAME.

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
           DISPLAY ROWCTR ' VENDOR PAYMENT(S) TOTALING ' WKPAIDTOTAL
               ' WERE WRITTEN TO THE REMITTANCE FILE'.
           DISPLAY INVCTR ' INVOICE(S) WERE PAID, ' CREDCTR
               ' VENDOR CREDIT(S) WERE NETTED'.
           IF HELDCTR > 0
               DISPLAY HELDCTR ' VENDOR(S) HAD NOTHING DUE TO PAY'.
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
           MOVE 'APPAYRUN' TO ERR-PROGNAME.
           MOVE PK-VINVID TO ERR-KEYVALUE.
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
