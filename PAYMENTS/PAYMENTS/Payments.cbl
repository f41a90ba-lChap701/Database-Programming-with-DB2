      *    LETS THE OPERATOR RECORD A PAYMENT RECEIVED AGAINST AN
      *    ORDERID OR LOOK UP THE PAYMENTS ALREADY ON FILE FOR AN
      *    ORDERID, SO "HAS ORDER 0017 BEEN PAID" CAN BE ANSWERED
      *    WITHOUT THE PAPER FILE.  A CHECK OR ELECTRONIC PAYMENT THE
      *    BANK SENDS BACK UNPAID IS REVERSED HERE WITH AN OFFSETTING
      *    ROW - THE ORIGINAL PAYMENT IS NEVER DELETED OR CHANGED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ERRCTR                          PIC 9           VALUE 0.
       01  ROWCTR                          PIC 99          VALUE 0.
      *    HOLDS THE NEXT PAYMENTID TO BE GENERATED FOR INSERT-PAYMENT
       01  WKNEXTPAYID                     PIC 9(8)        VALUE 0.
      *    USED TO BREAK A PAYMENTDATE ENTRY APART FOR VALIDATION
       01  WKYYYY                          PIC X(4)        VALUE ' '.
       01  WKMM                            PIC X(2)        VALUE ' '.
       01  WKORDCREDIT                     PIC S9(11)V99   COMP-3
                                                            VALUE 0.
       01  O-ORDCREDIT                     PIC $$$$,$$$,$$$.99.
      *    THE RETURNED-ITEM FEE OFFERED WHEN A PAYMENT IS REVERSED -
      *    THE COMPILED VALUE IS ONLY A DEFAULT FOR WHEN NO SYSPARMS
      *    ROW EXISTS
       01  NSF-FEE-DEFAULT                 PIC S9(7)V99    COMP-3
                                                            VALUE 25.
       01  O-NSFFEE                        PIC $$$$,$$$.99.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  MFSQLMESSAGETEXT                PIC X(250).
      *****************HOST VARIABLE DECLARATION AREA*******************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      ***********************PAYMENTS TABLE*****************************
       01  PK-PAYID                        PIC X(8).
       01  FK-ORDERID                      PIC X(8).
       01  PAYMENTDATE                     PIC X(10).
       01  AMOUNT                          PIC S9(11)V99   COMP-3.
       01  PAYMETHOD                       PIC X.
      *    THE PAYMENT BEING REVERSED AND THE COUNT THAT SAYS WHETHER
      *    IT HAS ALREADY BEEN REVERSED ONCE
       01  ORIG-PAYID                      PIC X(8).
       01  ORIG-AMOUNT                     PIC S9(11)V99   COMP-3.
       01  ORIG-METHOD                     PIC X.
       01  REVERSEDCNT                     PIC S9(9)       COMP.
      *    THE RETURNED-ITEM FEE CHARGED WITH A REVERSAL, 0 FOR NONE
       01  NSFFEE                          PIC S9(11)V99   COMP-3.
      ***********************CUSTOMERS TABLE****************************
      *    THE CUSTOMER WHO OWNS THE ORDER A REVERSED PAYMENT WAS ON
       01  NSF-CUSTID                      PIC X(8).
      **********************SYSPARMS TABLE******************************
       01  SP-PARMNAME                     PIC X(20).
       01  SP-PARMVALUE                    PIC S9(7)V99    COMP-3.
      ********************KEYCOUNTERS TABLE*****************************
      *    THE PERSISTENT COUNTER A NEW KEY IS DRAWN FROM, AND THE
      *    VALUE IT HANDED BACK
      **********************LAPTOPORDERS TABLE**************************
       01  WKLINETOTAL                     PIC S9(11)V99   COMP-3.
       01  NL-LINETOTAL                    PIC S9(4)       COMP.
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

               IF WKOP = '2'
                   PERFORM LOOKUP-PAYMENTS
               ELSE
                   IF WKOP = '3'
                       PERFORM REVERSE-PAYMENT
                   ELSE
                       DISPLAY 'INVALID OPTION, PRESS ENTER TO CONTINUE'
                       ADD 1 TO ERRCTR
                       ACCEPT WKHOLD.

           IF ERRCTR = 0
               PERFORM SAVE-CHANGES.
           DISPLAY 'SELECT AN OPTION:'.
           DISPLAY '1 - RECORD A PAYMENT RECEIVED'.
           DISPLAY '2 - LOOK UP PAYMENTS FOR AN ORDERID'.
           DISPLAY '3 - REVERSE A RETURNED (NSF) PAYMENT'.
           ACCEPT WKOP.

      *    RECORDS A PAYMENT AGAINST AN EXISTING ORDERID
      *    IS RECORDED AGAINST IT, SINCE PAYMENTS.ORDERID IS A FOREIGN
      *    KEY INTO ORDERS
       CHECK-ORDID.
           MOVE 'CHECK-ORDID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :ORDIDCNT
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
               FROM KEYCOUNTERS
               WHERE KEYNAME = :KC-KEYNAME
           END-EXEC.
           IF KC-VALUE > 99999999
               DISPLAY 'THE KEY SPACE FOR ' KC-KEYNAME ' IS EXHAUSTED'
                   ' AT 99999999 - NO KEY WAS ISSUED'
               ADD 1 TO ERRCTR.


      *    WOULD CHANGE AFTER THE FACT
       CHECK-PERIOD-OPEN.
           MOVE PAYMENTDATE(1:7) TO PAYPERIOD.
           MOVE 'CHECK-PERIOD-OPEN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CLOSEDCNT
               ADD 1 TO ERRCTR.

       INSERT-PAYMENT.
           MOVE 'INSERT-PAYMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD)

       PROC-PAYMENTS.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               OPEN PAY_CUR
           END-EXEC.
           PERFORM LOOP-PAYMENTS THRU LOOP-PAYMENTS-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               CLOSE PAY_CUR
           END-EXEC.

       LOOP-PAYMENTS.
           MOVE 'LOOP-PAYMENTS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH PAY_CUR
               INTO :PK-PAYID, :PAYMENTDATE, :AMOUNT, :PAYMETHOD
                   MOVE 'LOYALTY' TO O-PAYMETHOD
               WHEN 'A'
                   MOVE 'CREDIT' TO O-PAYMETHOD
               WHEN 'R'
                   MOVE 'RETURNED' TO O-PAYMETHOD
               WHEN 'F'
                   MOVE 'NSF FEE' TO O-PAYMETHOD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO O-PAYMETHOD
           END-EVALUATE.
           MOVE 0 TO NL-LINETOTAL.
           MOVE 0 TO NL-SHIPFEE.
           MOVE 0 TO NL-TAXAMOUNT.
      *    THE ORDER'S EXTENDED WARRANTY CONTRACTS BILL WITH ITS LINES
           MOVE 'CALC-ORDER-CREDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT SUM(ORDERCOST) +
                   COALESCE((SELECT SUM(C.PRICE)
                             FROM WARRANTYCONTRACTS C
                             WHERE C.ORDERID = :FK-ORDERID), 0)
               INTO :WKLINETOTAL :NL-LINETOTAL
               FROM LAPTOPORDERS
               WHERE ORDERID = :FK-ORDERID
       CALC-ORDER-CREDIT-EXIT.
           EXIT.

      *    REVERSES A CHECK OR ELECTRONIC PAYMENT THE BANK RETURNED
      *    UNPAID.  THE ORIGINAL ROW STAYS EXACTLY AS MONTH-END
      *    EXTRACTED IT - AN OFFSETTING NEGATIVE 'R' ROW DATED TODAY
      *    REOPENS THE ORDER'S BALANCE AND LANDS IN THE CURRENT
      *    PERIOD'S JOURNAL, AND AN OPTIONAL NEGATIVE 'F' ROW CHARGES
      *    THE RETURNED-ITEM FEE.  THE CUSTOMER IS FLAGGED SO THEIR
      *    NEXT ORDER GOES STRAIGHT TO CREDIT HOLD
       REVERSE-PAYMENT.
           DISPLAY 'ENTER THE PAYMENTID OF THE RETURNED PAYMENT:'.
           ACCEPT ORIG-PAYID.
           PERFORM SELECT-ORIG-PAYMENT.

           IF ERRCTR = 0
               PERFORM CHECK-ALREADY-REVERSED.

           IF ERRCTR = 0
               MOVE 'REVERSE-PAYMENT' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :PAYMENTDATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               PERFORM CHECK-PERIOD-OPEN.

           IF ERRCTR = 0
               PERFORM ENTER-NSF-FEE.

           IF ERRCTR = 0
               PERFORM GENERATE-PAYID
               DISPLAY 'GENERATED REVERSAL PAYMENT ID: ' PK-PAYID
               COMPUTE AMOUNT = 0 - ORIG-AMOUNT
               MOVE 'R' TO PAYMETHOD
               PERFORM INSERT-REVERSAL.

           IF ERRCTR = 0 AND NSFFEE > 0
               PERFORM GENERATE-PAYID
               DISPLAY 'GENERATED FEE PAYMENT ID: ' PK-PAYID
               COMPUTE AMOUNT = 0 - NSFFEE
               MOVE 'F' TO PAYMETHOD
               PERFORM INSERT-REVERSAL.

           IF ERRCTR = 0
               PERFORM FLAG-NSF-CUSTOMER.

           DISPLAY 'PRESS ENTER TO CONTINUE'.
           ACCEPT WKHOLD.

      *    ONLY A REAL RECEIPT THAT WENT THROUGH THE BANK CAN COME
      *    BACK - CASH, CARD, LOYALTY AND CREDIT ROWS ARE NOT REVERSED
      *    HERE, AND NEITHER IS A ROW THAT IS ITSELF A REVERSAL
       SELECT-ORIG-PAYMENT.
           MOVE 'SELECT-ORIG-PAYMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT ORDERID, AMOUNT, METHOD
               INTO :FK-ORDERID, :ORIG-AMOUNT, :ORIG-METHOD
               FROM PAYMENTS
               WHERE PAYMENTID = :ORIG-PAYID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'PAYMENTID ' ORIG-PAYID ' WAS NOT FOUND'
               ADD 1 TO ERRCTR
           ELSE
               IF ORIG-METHOD NOT = 'K' AND ORIG-METHOD NOT = 'E'
                   DISPLAY 'ONLY A CHECK OR ELECTRONIC PAYMENT CAN BE'
                       ' REVERSED AS RETURNED'
                   ADD 1 TO ERRCTR
               ELSE
                   IF ORIG-AMOUNT <= 0
                       DISPLAY 'PAYMENTID ' ORIG-PAYID ' HAS NO AMOUNT'
                           ' TO REVERSE'
                       ADD 1 TO ERRCTR.

       CHECK-ALREADY-REVERSED.
           MOVE 'CHECK-ALREADY-REVERSED' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :REVERSEDCNT
               FROM PAYMENTS
               WHERE REVERSESPAYID = :ORIG-PAYID
               AND METHOD = 'R'
           END-EXEC.
           IF REVERSEDCNT > 0
               DISPLAY 'PAYMENTID ' ORIG-PAYID ' HAS ALREADY BEEN'
                   ' REVERSED'
               ADD 1 TO ERRCTR.

      *    THE FEE DEFAULTS FROM SYSPARMS - THE OPERATOR CAN KEY A
      *    DIFFERENT AMOUNT, OR 0 TO WAIVE IT
       ENTER-NSF-FEE.
           MOVE NSF-FEE-DEFAULT TO NSFFEE.
           MOVE 'NSF-FEE' TO SP-PARMNAME.
           MOVE 'ENTER-NSF-FEE' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT PARMVALUE
               INTO :SP-PARMVALUE
               FROM SYSPARMS
               WHERE PARMNAME = :SP-PARMNAME
           END-EXEC.
           IF SQLCODE = 0
               MOVE SP-PARMVALUE TO NSFFEE.
           MOVE NSFFEE TO O-NSFFEE.
           DISPLAY 'ENTER THE RETURNED-ITEM FEE, LEAVE BLANK FOR '
               O-NSFFEE ', OR 0 TO WAIVE IT:'.
           ACCEPT WKAMTENTRY.
           IF WKAMTENTRY NOT = ' '
               IF WKAMTENTRY NOT ALPHABETIC
                   MOVE FUNCTION NUMVAL(WKAMTENTRY) TO NSFFEE
                   IF NSFFEE < 0
                       DISPLAY 'FEE SHOULD NOT BE LESS THAN 0'
                       ADD 1 TO ERRCTR
                   END-IF
               ELSE
                   DISPLAY 'FEE SHOULD BE NUMERIC'
                   ADD 1 TO ERRCTR.

      *    BOTH THE REVERSAL AND THE FEE POINT BACK AT THE ORIGINAL
      *    PAYMENTID.  THEY NEVER REACH A BANK DEPOSIT, SO THEY START
      *    OUT RECONCILED AND NEVER SHOW AS OPEN ON BANKRECN
       INSERT-REVERSAL.
           MOVE 'INSERT-REVERSAL' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO PAYMENTS
                   (PAYMENTID, ORDERID, PAYMENTDATE, AMOUNT, METHOD,
                   REVERSESPAYID, RECONSTATUS)
               VALUES
                   (:PK-PAYID, :FK-ORDERID, :PAYMENTDATE, :AMOUNT,
                   :PAYMETHOD, :ORIG-PAYID, 'Y')
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE INSERTING THIS REVERSAL'
               ADD 1 TO ERRCTR.

      *    ORDER ENTRY'S CREDIT CHECK PUTS THE CUSTOMER'S NEXT ORDER
      *    ON HOLD WHILE THIS FLAG IS SET, THEN CLEARS IT
       FLAG-NSF-CUSTOMER.
           MOVE 'FLAG-NSF-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID
               INTO :NSF-CUSTID
               FROM ORDERS
               WHERE ORDERID = :FK-ORDERID
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CUSTOMERS
                       SET NSFHOLD = 'Y'
                       WHERE CUSTOMERID = :NSF-CUSTID
               END-EXEC
               DISPLAY 'CUSTOMER ' NSF-CUSTID ' IS FLAGGED - THEIR NEXT'
                   ' ORDER WILL GO TO CREDIT HOLD'.

       SAVE-CHANGES.
           DISPLAY 'DO YOU WISH TO SAVE YOUR CHANGES?'.
           DISPLAY 'Y - YES'.
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
           MOVE 'PAYMENTS' TO ERR-PROGNAME.
           MOVE SPACES TO ERR-KEYVALUE.
           MOVE PK-PAYID TO ERR-KEYVALUE.
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
