      *    THIS PRINT IS A REPRINT AND GETS MARKED COPY
       01  COPY-SW                         PIC X           VALUE 'N'.
      *    THE NEXT INVOICE NUMBER DRAWN FROM THE COUNTER
       01  WKNEXTINVNO                     PIC 9(8)        VALUE 0.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  MFSQLMESSAGETEXT                PIC X(250).
      *****************HOST VARIABLE DECLARATION AREA*******************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *************************ORDERS TABLE*****************************
       01  PK-ORDERID                      PIC X(8).
       01  FK-CUSTID                       PIC X(8).
       01  ORDERDATE                       PIC X(10).
       01  SHIPFEE                         PIC S9(3)V99    COMP-3.
       01  NL-SHIPFEE                      PIC S9(4)       COMP.
       01  TAXAMOUNT                       PIC S9(9)V99    COMP-3.
       01  NL-TAXAMOUNT                    PIC S9(4)       COMP.
      *    WHERE THE ORDER ACTUALLY SHIPS - THE ADDRESS BOOK ENTRY IT
      *    CAME FROM AND THE ADDRESS ITSELF, ANY PART OF IT NULL
       01  SHIPTONAME                      PIC X(10).
       01  NL-SHIPTONAME                   PIC S9(4)       COMP.
       01  SHIPUNIT                        PIC S9(9)       COMP.
       01  NL-SHIPUNIT                     PIC S9(4)       COMP.
       01  SHIPSTREET.
           49  SHIPSTREET-LENG             PIC S9(4)       COMP.
           49  SHIPSTREET-VALUE            PIC X(20).
       01  NL-SHIPSTREET                   PIC S9(4)       COMP.
       01  SHIPCITY.
           49  SHIPCITY-LENG               PIC S9(4)       COMP.
           49  SHIPCITY-VALUE              PIC X(20).
       01  NL-SHIPCITY                     PIC S9(4)       COMP.
       01  SHIPST.
           49  SHIPST-LENG                 PIC S9(4)       COMP.
           49  SHIPST-VALUE                PIC XX.
       01  NL-SHIPST                       PIC S9(4)       COMP.
       01  SHIPZIP                         PIC S9(9)       COMP.
       01  NL-SHIPZIP                      PIC S9(4)       COMP.
      ************************CUSTOMERS TABLE***************************
       01  UNITNUM                         PIC S9(9)       COMP.
       01  ZIP                             PIC S9(9)       COMP.
           49  ST-LENG                     PIC S9(4)       COMP.
           49  ST-VALUE                    PIC XX.
      *********************LAPTOPORDERS TABLE***************************
       01  FK-LAPID                        PIC X(8).
       01  QTY                             PIC S9(9)       COMP.
       01  ORDERCOST                       PIC S9(9)V99    COMP-3.
       01  DEALS                           PIC SV99        COMP-3.
       01  NL-DEALS                        PIC S9(4)       COMP.
      *******************WARRANTYCONTRACTS TABLE************************
      *    AN EXTENDED WARRANTY CONTRACT SOLD ON THE ORDER - THE UNIT
      *    IT COVERS AND ITS PRICE
       01  CONTRACTSERIAL                  PIC X(12).
       01  CONTRACTPRICE                   PIC S9(7)V99    COMP-3.
      ************************LAPTOPS TABLE*****************************
       01  PRICE                           PIC S9(6)V99    COMP-3.
       01  LAPNAME.
      *    THE INVOICE NUMBER ASSIGNED TO THIS PRINT, THE REGISTER'S
      *    COPY FLAG, THE DOCUMENT AMOUNT, AND THE COUNT OF REGISTER
      *    ROWS ALREADY ISSUED FOR THE ORDER
       01  INVOICENO                       PIC X(8).
       01  COPYFLAG                        PIC X.
       01  INVAMOUNT                       PIC S9(11)V99   COMP-3.
       01  INVREGCNT                       PIC S9(9)       COMP.
      *    VALUE IT HANDED BACK
       01  KC-KEYNAME                      PIC X(12).
       01  KC-VALUE                        PIC S9(9)       COMP.
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
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'INVOICE NO: '.
           05  RPT-H1-INVNO                PIC X(8).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
      *    PRINTED UNDER THE HEADING ON EVERY PAGE OF A REPRINT
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'ORDER ID: '.
           05  RPT-O-ORDERID               PIC X(8).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'ORDER DATE: '.
           05  RPT-B3-ST                   PIC XX.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-B3-ZIP                  PIC 9(5).
      *    SHIP-TO LINES - THE ADDRESS THE ORDER WAS DELIVERED TO,
      *    WHICH NEED NOT BE THE BILLING ADDRESS
       01  RPT-SHIP-LINE-1.
           05  RPT-S1-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'SHIP TO: '.
           05  RPT-S1-NAME                 PIC X(26).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S1-SHIPTONAME           PIC X(10).
       01  RPT-SHIP-LINE-2.
           05  RPT-S2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(13)   VALUE SPACES.
           05  RPT-S2-UNITNUM              PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S2-STREET               PIC X(20).
       01  RPT-SHIP-LINE-3.
           05  RPT-S3-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(13)   VALUE SPACES.
           05  RPT-S3-CITY                 PIC X(20).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S3-ST                   PIC XX.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RPT-S3-ZIP                  PIC X(5).
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-LAPID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RPT-D-LAPNAME               PIC X(25).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RPT-D-QTY                   PIC ZZ9.
               PERFORM WRITE-BILLTO-BLOCK
               PERFORM DECLARE-LAPORD
               PERFORM PROC-LAPORD
               PERFORM DECLARE-CONTRACT
               PERFORM PROC-CONTRACT
               PERFORM WRITE-INVOICE-TOTALS
               PERFORM CLOSE-INVOICE
               PERFORM REGISTER-INVOICE
       SELECT-ORD.
           MOVE 0 TO NL-SHIPFEE.
           MOVE 0 TO NL-TAXAMOUNT.
           MOVE ' ' TO SHIPTONAME.
           MOVE ' ' TO SHIPSTREET-VALUE.
           MOVE ' ' TO SHIPCITY-VALUE.
           MOVE ' ' TO SHIPST-VALUE.
           MOVE 0 TO NL-SHIPTONAME.
           MOVE 0 TO NL-SHIPUNIT.
           MOVE 0 TO NL-SHIPSTREET.
           MOVE 0 TO NL-SHIPCITY.
           MOVE 0 TO NL-SHIPST.
           MOVE 0 TO NL-SHIPZIP.
           MOVE 'SELECT-ORD' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT CUSTOMERID, ORDERDATE, SHIPPINGFEE, TAXAMOUNT,
               SHIPTONAME, SHIPPINGUNIT, UPPER(SHIPPINGSTREET),
               UPPER(SHIPPINGCITY), SHIPPINGSTATE, SHIPPINGZIP
               INTO :FK-CUSTID, :ORDERDATE, :SHIPFEE :NL-SHIPFEE,
               :TAXAMOUNT :NL-TAXAMOUNT, :SHIPTONAME :NL-SHIPTONAME,
               :SHIPUNIT :NL-SHIPUNIT, :SHIPSTREET :NL-SHIPSTREET,
               :SHIPCITY :NL-SHIPCITY, :SHIPST :NL-SHIPST,
               :SHIPZIP :NL-SHIPZIP
               FROM ORDERS
               WHERE ORDERID = :PK-ORDERID
           END-EXEC.
           MOVE ' ' TO STREET-VALUE.
           MOVE ' ' TO CITY-VALUE.
           MOVE ' ' TO ST-VALUE.
           MOVE 'SELECT-CUST' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT UPPER(FIRSTNAME), UPPER(LASTNAME), UNITNUMBER,
               UPPER(STREET), UPPER(CITY), ST, ZIP
      *    A REGISTER ROW ALREADY ON FILE FOR THE ORDER MAKES THIS
      *    PRINT A REPRINT
       CHECK-REPRINT.
           MOVE 'CHECK-REPRINT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :INVREGCNT
      *    - SEQUENTIAL, AND NEVER RE-ISSUED
       GENERATE-INVOICENO.
           MOVE 'INVOICENO' TO KC-KEYNAME.
           MOVE 'GENERATE-INVOICENO' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE KEYCOUNTERS
                   SET LASTVALUE = LASTVALUE + 1
               FROM KEYCOUNTERS
               WHERE KEYNAME = :KC-KEYNAME
           END-EXEC.
           IF KC-VALUE > 99999999
               DISPLAY 'THE INVOICE NUMBER SPACE IS EXHAUSTED AT'
                   ' 99999999 - THE RUN CANNOT CONTINUE'
               STOP RUN.
           MOVE KC-VALUE TO WKNEXTINVNO.
           MOVE WKNEXTINVNO TO INVOICENO.
           ELSE
               MOVE 'N' TO COPYFLAG.
           MOVE RPT-GRANDTOTAL TO INVAMOUNT.
           MOVE 'REGISTER-INVOICE' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO INVOICEREG
                   (INVOICENO, ORDERID, ISSUEDATE, AMOUNT,
           DISPLAY 'ENTER YOUR PASSCODE:'.
           ACCEPT OPERPASS.

           MOVE 'GET-SIGNON' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :INVREGCNT
           MOVE ZIP TO RPT-B3-ZIP.
           WRITE INVOICE-REC FROM RPT-BILL-LINE-3
               AFTER ADVANCING 1 LINE.
           ADD 4 TO RPT-LINECNT.

           PERFORM WRITE-SHIPTO-BLOCK.

           WRITE INVOICE-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    PRINTS WHERE THE ORDER WAS SHIPPED - AN ORDER WITH NO
      *    SHIP-TO ON FILE WENT TO THE BILLING ADDRESS
       WRITE-SHIPTO-BLOCK.
           MOVE ' ' TO RPT-S1-NAME.
           MOVE ' ' TO RPT-S1-SHIPTONAME.
           IF NL-SHIPCITY < 0 AND NL-SHIPSTREET < 0
               MOVE 'SAME AS BILL TO' TO RPT-S1-NAME
               WRITE INVOICE-REC FROM RPT-SHIP-LINE-1
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPT-LINECNT
           ELSE
               STRING FNAME-VALUE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   LNAME-VALUE DELIMITED BY SPACE
               INTO RPT-S1-NAME
               IF NL-SHIPTONAME = 0
                   MOVE SHIPTONAME TO RPT-S1-SHIPTONAME
               END-IF
               WRITE INVOICE-REC FROM RPT-SHIP-LINE-1
                   AFTER ADVANCING 1 LINE
               IF NL-SHIPUNIT = 0
                   MOVE SHIPUNIT TO RPT-S2-UNITNUM
               ELSE
                   MOVE 0 TO RPT-S2-UNITNUM
               END-IF
               MOVE SHIPSTREET-VALUE TO RPT-S2-STREET
               WRITE INVOICE-REC FROM RPT-SHIP-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE SHIPCITY-VALUE TO RPT-S3-CITY
               MOVE SHIPST-VALUE TO RPT-S3-ST
               IF NL-SHIPZIP = 0
                   MOVE SHIPZIP TO O-ZIP
                   MOVE O-ZIP TO RPT-S3-ZIP
               ELSE
                   MOVE ' ' TO RPT-S3-ZIP
               END-IF
               WRITE INVOICE-REC FROM RPT-SHIP-LINE-3
                   AFTER ADVANCING 1 LINE
               ADD 3 TO RPT-LINECNT.

      *    DRIVES A CURSOR OVER THE ORDER'S LINE ITEMS JOINED TO
      *    LAPTOPS FOR THE LAPTOP NAME AND CURRENT UNIT PRICE
           END-EXEC.

       PROC-LAPORD.
           MOVE 'PROC-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL OPEN INVLINE_CUR END-EXEC.
           PERFORM LOOP-LAPORD THRU LOOP-LAPORD-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE INVLINE_CUR END-EXEC.

       LOOP-LAPORD.
           MOVE ' ' TO LAPNAME-VALUE.
           MOVE 0 TO NL-DEALS.
           MOVE 'LOOP-LAPORD' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH INVLINE_CUR
               INTO :FK-LAPID, :LAPNAME-VALUE, :QTY, :PRICE,
       LOOP-LAPORD-EXIT.
           EXIT.

      *    EACH EXTENDED WARRANTY CONTRACT ON THE ORDER BILLS AS ITS
      *    OWN LINE, NAMING THE UNIT IT COVERS
       DECLARE-CONTRACT.
           EXEC SQL
               DECLARE INVCONTRACT_CUR CURSOR FOR
               SELECT LAPTOPID, SERIALNUM, PRICE
               FROM WARRANTYCONTRACTS
               WHERE ORDERID = :PK-ORDERID
               ORDER BY LAPTOPID, SERIALNUM
           END-EXEC.

       PROC-CONTRACT.
           MOVE 'PROC-CONTRACT' TO ERR-PARAGRAPH.
           EXEC SQL OPEN INVCONTRACT_CUR END-EXEC.
           PERFORM LOOP-CONTRACT THRU LOOP-CONTRACT-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-CONTRACT' TO ERR-PARAGRAPH.
           EXEC SQL CLOSE INVCONTRACT_CUR END-EXEC.

       LOOP-CONTRACT.
           MOVE 'LOOP-CONTRACT' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH INVCONTRACT_CUR
               INTO :FK-LAPID, :CONTRACTSERIAL, :CONTRACTPRICE
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CONTRACT-EXIT.
           IF SQLCODE = 0
               ADD 1 TO ROWCTR
               ADD CONTRACTPRICE TO RPT-SUBTOTAL
               PERFORM WRITE-CONTRACT-LINE.

       LOOP-CONTRACT-EXIT.
           EXIT.

       WRITE-CONTRACT-LINE.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-INVOICE-HEADINGS.

           MOVE FK-LAPID TO RPT-D-LAPID.
           MOVE ' ' TO RPT-D-LAPNAME.
           STRING 'EXT WARRANTY ' DELIMITED BY SIZE
               CONTRACTSERIAL DELIMITED BY SIZE
           INTO RPT-D-LAPNAME.
           MOVE 1 TO RPT-D-QTY.
           MOVE CONTRACTPRICE TO RPT-D-PRICE.
           MOVE 'NONE' TO RPT-D-DEAL.
           MOVE CONTRACTPRICE TO RPT-D-LINETOTAL.

           WRITE INVOICE-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

       WRITE-INVOICE-LINE.
           IF RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-INVOICE-HEADINGS.
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
           MOVE 'INVOICE' TO ERR-PROGNAME.
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
