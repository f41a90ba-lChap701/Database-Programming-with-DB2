      *    SET TO 'Y' WHEN THE OPERATOR ASKS FOR EVERY CUSTOMER
       01  ALLCUST-SW                      PIC X           VALUE 'N'.
      *    THE OPERATOR'S CUSTOMER ENTRY BEFORE IT IS INTERPRETED
       01  WKCUSTENTRY                     PIC X(8).
      *    USED TO BREAK THE STATEMENT MONTH APART FOR VALIDATION
       01  WKYYYY                          PIC X(4)        VALUE ' '.
       01  WKMM                            PIC XX          VALUE ' '.
      *****************HOST VARIABLE DECLARATION AREA*******************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      ************************CUSTOMERS TABLE***************************
       01  PK-CUSTID                       PIC X(8).
      *    THE OPERATOR'S SELECTION - BLANK MEANS EVERY CUSTOMER
       01  SEL-CUSTID                      PIC X(8).
       01  SEL-ALLSW                       PIC X.
       01  FNAME.
           49  FNAME-LENG                  PIC S9(4)       COMP.
           49  LNAME-LENG                  PIC S9(4)       COMP.
           49  LNAME-VALUE                 PIC X(12).
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  SHIPFEE                         PIC S9(3)V99    COMP-3.
       01  NL-SHIPFEE                      PIC S9(4)       COMP.
       01  WKLINETOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-LINETOTAL                    PIC S9(4)       COMP.
      ***********************PAYMENTS TABLE*****************************
       01  PK-PAYID                        PIC X(8).
       01  PAYMENTDATE                     PIC X(10).
       01  PAYAMT                          PIC S9(11)V99   COMP-3.
       01  PAYMETHOD                       PIC X.
       01  WKPAIDTOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-PAIDTOTAL                    PIC S9(4)       COMP.
      ************************RETURNS TABLE*****************************
       01  PK-RETID                        PIC X(8).
       01  RETURNDATE                      PIC X(10).
       01  REFUNDAMT                       PIC S9(11)V99   COMP-3.
       01  WKREFUNDTOTAL                   PIC S9(11)V99   COMP-3.
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
       01  ERR-RETRY                       PIC X           VALUE 'N'.
      *    CHARACTER COUNT FOR THE MESSAGE TEXT LENGTH
       01  ERR-LEN                         PIC S9(4)       COMP.
      ******************************************************************
           EXEC SQL END DECLARE SECTION END-EXEC.
      ******************************************************************
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'CUSTOMER: '.
           05  RPT-C-CUSTID                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-C-NAME                  PIC X(26).
      *    SECTION HEADING LINE
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-DESC                  PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-REFID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-AMOUNT                PIC $$$$,$$$,$$$.99.
      *    BALANCE LINE - BALANCE FORWARD AND ENDING BALANCE
       01  RPT-BAL-LINE.
               MOVE SP-PARMVALUE TO RPT-LINESPERPAGE.

       GET-SYSPARM.
           MOVE 'GET-SYSPARM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
           END-EXEC.

       PROC-CUST.
           MOVE 'PROC-CUST' TO ERR-PARAGRAPH.
           EXEC SQL OPEN STMTCUST_CUR END-EXEC.
           PERFORM LOOP-CUST THRU LOOP-CUST-EXIT UNTIL SQLCODE = 100.
           MOVE 'PROC-CUST' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STMTCUST_CUR END-EXEC.

           IF ALLCUST-SW = 'N' AND STMTCTR = 0 AND ROWCTR = 0
       LOOP-CUST.
           MOVE ' ' TO FNAME-VALUE.
           MOVE ' ' TO LNAME-VALUE.
           MOVE 'LOOP-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STMTCUST_CUR
               INTO :PK-CUSTID, :FNAME-VALUE, :LNAME-VALUE
           PERFORM DECLARE-PRIOR-ORD.
           PERFORM PROC-PRIOR-ORD.

           MOVE 'CALC-BALANCE-FORWARD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(P.AMOUNT)
               INTO :WKPAIDTOTAL :NL-PAIDTOTAL
           END-EXEC.

       PROC-PRIOR-ORD.
           MOVE 'PROC-PRIOR-ORD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN PRIORORD_CUR END-EXEC.
           PERFORM LOOP-PRIOR-ORD THRU LOOP-PRIOR-ORD-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-PRIOR-ORD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE PRIORORD_CUR END-EXEC.

       LOOP-PRIOR-ORD.
           MOVE 0 TO NL-SHIPFEE.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE 'LOOP-PRIOR-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PRIORORD_CUR
               INTO :PK-ORDERID, :SHIPFEE :NL-SHIPFEE,
      *    TAX PLUS SHIPPING - THE SAME MATH THE OPEN BALANCE REPORT
      *    USES
       CALC-ORDER-TOTAL.
      *    THE ORDER'S EXTENDED WARRANTY CONTRACTS BILL WITH ITS LINES
           MOVE 'CALC-ORDER-TOTAL' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST) +
                   COALESCE((SELECT SUM(C.PRICE)
                             FROM WARRANTYCONTRACTS C
                             WHERE C.ORDERID = :PK-ORDERID), 0)
               INTO :WKLINETOTAL :NL-LINETOTAL
               FROM LAPTOPORDERS
               WHERE ORDERID = :PK-ORDERID
      *    COUNTS THE MONTH'S ACTIVITY ROWS SO AN ALL-CUSTOMER RUN CAN
      *    SKIP A CUSTOMER WITH NOTHING TO SAY
       COUNT-MONTH-ACTIVITY.
           MOVE 'COUNT-MONTH-ACTIVITY' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :STMTACTCNT
           END-EXEC.

       PROC-STMT-ORD.
           MOVE 'PROC-STMT-ORD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN STMTORD_CUR END-EXEC.
           PERFORM LOOP-STMT-ORD THRU LOOP-STMT-ORD-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-STMT-ORD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STMTORD_CUR END-EXEC.

       LOOP-STMT-ORD.
           MOVE 0 TO NL-SHIPFEE.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE 'LOOP-STMT-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STMTORD_CUR
               INTO :PK-ORDERID, :ORDERDATE, :SHIPFEE :NL-SHIPFEE,
       LOOP-STMT-ORD-EXIT.
           EXIT.

      *    THE MONTH'S PAYMENTS - EACH PRINTS AS A CREDIT, EXCEPT A
      *    RETURNED PAYMENT OR ITS FEE, WHICH PRINTS AS A CHARGE
       DECLARE-STMT-PAY.
           EXEC SQL
               DECLARE STMTPAY_CUR CURSOR FOR
           END-EXEC.

       PROC-STMT-PAY.
           MOVE 'PROC-STMT-PAY' TO ERR-PARAGRAPH.
           EXEC SQL OPEN STMTPAY_CUR END-EXEC.
           PERFORM LOOP-STMT-PAY THRU LOOP-STMT-PAY-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-STMT-PAY' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STMTPAY_CUR END-EXEC.

       LOOP-STMT-PAY.
           MOVE 'LOOP-STMT-PAY' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STMTPAY_CUR
               INTO :PK-PAYID, :PK-ORDERID, :PAYMENTDATE, :PAYAMT,
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-STMT-PAY-EXIT.
           IF SQLCODE = 0
               MOVE PAYMENTDATE TO RPT-D-DATE
               PERFORM SET-STMT-PAY-DESC
               MOVE PK-ORDERID TO RPT-D-REFID
               MOVE PAYAMT TO RPT-D-AMOUNT
               PERFORM WRITE-STMT-LINE.
       LOOP-STMT-PAY-EXIT.
           EXIT.

      *    A RETURNED PAYMENT AND ITS FEE ARE NEGATIVE ROWS - THEY
      *    PRINT AS CHARGES THAT PUT THE BALANCE BACK OPEN
       SET-STMT-PAY-DESC.
           EVALUATE PAYMETHOD
               WHEN 'R'
                   MOVE 'RETURNED PAYMENT' TO RPT-D-DESC
                   COMPUTE PAYAMT = 0 - PAYAMT
                   ADD PAYAMT TO WKMONTHCHARGES
               WHEN 'F'
                   MOVE 'RETURNED ITEM FEE' TO RPT-D-DESC
                   COMPUTE PAYAMT = 0 - PAYAMT
                   ADD PAYAMT TO WKMONTHCHARGES
               WHEN OTHER
                   MOVE 'PAYMENT ON ORDER' TO RPT-D-DESC
                   ADD PAYAMT TO WKMONTHCREDITS
           END-EVALUATE.

      *    THE MONTH'S RETURN REFUNDS - EACH PRINTS AS A CREDIT
       DECLARE-STMT-RET.
           EXEC SQL
           END-EXEC.

       PROC-STMT-RET.
           MOVE 'PROC-STMT-RET' TO ERR-PARAGRAPH.
           EXEC SQL OPEN STMTRET_CUR END-EXEC.
           PERFORM LOOP-STMT-RET THRU LOOP-STMT-RET-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-STMT-RET' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE STMTRET_CUR END-EXEC.

       LOOP-STMT-RET.
           MOVE 'LOOP-STMT-RET' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH STMTRET_CUR
               INTO :PK-RETID, :PK-ORDERID, :RETURNDATE, :REFUNDAMT
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
           MOVE 'CUSTSTMT' TO ERR-PROGNAME.
           MOVE SPACES TO ERR-KEYVALUE.
           MOVE PK-CUSTID TO ERR-KEYVALUE.
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
