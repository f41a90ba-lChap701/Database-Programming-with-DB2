      *    LAPTOPID OR LOOK UP THE CLAIMS ALREADY ON FILE FOR A
      *    LAPTOPID, SO A CUSTOMER CALLING ABOUT A BROKEN LAPTOP CAN
      *    BE LOOKED UP BY MORE THAN JUST CHECKING LAPTOPS.WARRANTY.
      *    A CLAIM IS WORKED AS A REPAIR ORDER - THE UNIT IS RECEIVED,
      *    REPAIRED, REPLACED OR REFUNDED, AND RETURNED TO THE
      *    CUSTOMER - AND AN IN-WARRANTY DEFECT IS CHARGED BACK TO THE
      *    VENDOR, WHOSE PAYMENT IS RECORDED HERE AS WELL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ERRCTR                          PIC 9           VALUE 0.
       01  ROWCTR                          PIC 99          VALUE 0.
      *    HOLDS THE NEXT CLAIMID TO BE GENERATED FOR INSERT-CLAIM
       01  WKNEXTCLAIMID                   PIC 9(8)        VALUE 0.
      *    USED TO BREAK A CLAIMDATE ENTRY APART FOR VALIDATION
       01  WKYYYY                          PIC X(4)        VALUE ' '.
       01  WKMM                            PIC X(2)        VALUE ' '.
       01  WKDD                            PIC X(2)        VALUE ' '.
      *    HOLDS THE FORMATTED RESOLUTION STATUS FOR DISPLAY-CLAIM
       01  O-RESSTAT                       PIC X(11).
      *    HOLDS THE NEXT RETURNID TO BE GENERATED FOR A REFUND
       01  WKNEXTRETID                     PIC 9(8)        VALUE 0.
      *    AMOUNTS ARE KEYED AS TEXT AND CONVERTED WITH FUNCTION
      *    NUMVAL ONCE THEY ARE KNOWN TO BE NUMERIC
       01  WKAMTENTRY                      PIC X(12).
      *    USED TO DISPLAY AMOUNTS
       01  O-AMOUNT                        PIC $$$$,$$$,$$$.99.
      *    SET TO 'Y' WHEN THE CLAIM FALLS INSIDE THE MODEL'S OWN
      *    WARRANTY - A UNIT COVERED ONLY BY AN EXTENDED WARRANTY WE
      *    SOLD IS OURS TO PAY FOR, NOT THE VENDOR'S
       01  VENDORCOVER-SW                  PIC X           VALUE 'N'.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  MFSQLMESSAGETEXT                PIC X(250).
      *****************HOST VARIABLE DECLARATION AREA*******************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      **********************WARRANTYCLAIMS TABLE************************
       01  PK-CLAIMID                      PIC X(8).
       01  FK-LAPID                        PIC X(8).
       01  CLAIMDATE                       PIC X(10).
       01  RESOLUTIONSTATUS                PIC X.
       01  DESCRIPTION.
      *    SERIAL LIST - NULL WHEN THE UNIT ISN'T KNOWN
       01  CLAIMSERIAL                     PIC X(12).
       01  NL-CLAIMSERIAL                  PIC S9(4)       COMP.
      *    THE REPAIR ORDER - WHERE THE UNIT IS, WHETHER IT WAS UNDER
      *    WARRANTY, HOW THE CLAIM WAS RESOLVED AND WHAT IT COST
       01  REPAIRSTAGE                     PIC X.
       01  NL-REPAIRSTAGE                  PIC S9(4)       COMP.
       01  RECEIVEDDATE                    PIC X(10).
       01  NL-RECEIVEDDATE                 PIC S9(4)       COMP.
       01  RETURNEDDATE                    PIC X(10).
       01  NL-RETURNEDDATE                 PIC S9(4)       COMP.
       01  INWARRANTY                      PIC X.
       01  NL-INWARRANTY                   PIC S9(4)       COMP.
       01  RESOLUTION                      PIC X.
       01  NL-RESOLUTION                   PIC S9(4)       COMP.
       01  RESCOST                         PIC S9(9)V99    COMP-3.
       01  NL-RESCOST                      PIC S9(4)       COMP.
       01  REPLSERIAL                      PIC X(12).
       01  NL-REPLSERIAL                   PIC S9(4)       COMP.
       01  PK-RETID                        PIC X(8).
       01  NL-RETID                        PIC S9(4)       COMP.
      *****************************ENTITLEMENT**************************
      *    THE ORDER THE UNIT WAS SOLD ON, ITS SALE DATE, THE DATE
      *    THE MODEL'S WARRANTY RUNS OUT FROM THAT SALE, AND THE
      *    VENDOR THAT OWNS THE MODEL
       01  SALEORDERID                     PIC X(8).
       01  SALEDATE                        PIC X(10).
       01  WARRENDDATE                     PIC X(10).
       01  NL-WARRENDDATE                  PIC S9(4)       COMP.
       01  OWNCOMPID                       PIC X(8).
       01  NL-OWNCOMPID                    PIC S9(4)       COMP.
      *    THE LATEST END DATE OF AN EXTENDED WARRANTY CONTRACT SOLD
      *    ON THE UNIT - NULL WHEN NONE WAS SOLD
       01  EXTENDDATE                      PIC X(10).
       01  NL-EXTENDDATE                   PIC S9(4)       COMP.
      *    THE SALE'S ORDER LINE A REFUND IS PRICED FROM, AND THE
      *    MODEL'S AVERAGE COST A REPLACEMENT IS COSTED AT
       01  LINEQTY                         PIC S9(9)       COMP.
       01  LINECOST                        PIC S9(9)V99    COMP-3.
       01  AVGCOST                         PIC S9(7)V99    COMP-3.
       01  NL-AVGCOST                      PIC S9(4)       COMP.
      ********************STOCK MOVEMENT FIELDS*************************
      *    ONE UNIT IN OR OUT OF A LOCATION'S PILE AND ITS STOCKAUDIT
      *    LEDGER ENTRY
       01  LOCATIONCODE                    PIC X(4).
       01  LOCQTY                          PIC S9(9)       COMP.
       01  STKDIR                          PIC X.
       01  STKSRC                          PIC X.
       01  STKSRCID                        PIC X(8).
      ********************CLOSEDPERIODS TABLE***************************
       01  CLOSEDCNT                       PIC S9(9)       COMP.
      *****************WARRANTYCHARGEBACKS TABLE************************
      *    WHAT AN IN-WARRANTY CLAIM IS CHARGED BACK TO THE VENDOR,
      *    AND WHAT THE VENDOR HAS PAID ON IT
       01  CBAMT                           PIC S9(9)V99    COMP-3.
       01  CBPAIDFLAG                      PIC X.
       01  CBPAIDAMT                       PIC S9(9)V99    COMP-3.
       01  CBCHARGEDATE                    PIC X(10).
      ************************LAPTOPS TABLE*****************************
      *    HOLDS THE COUNT RETURNED WHEN CHECKING THAT FK-LAPID IS AN
      *    ACTUAL LAPTOPID BEFORE A NEW CLAIM IS LOGGED AGAINST IT
      *    HOLDS THE COUNT RETURNED WHEN CHECKING THAT A KEYED SERIAL
      *    IS A UNIT ON FILE FOR THE LAPTOP
       01  UNITCNT                         PIC S9(9)       COMP.
      *    THE SERIAL KEYED FOR A REPLACEMENT UNIT
       01  UNITCHECKSERIAL                 PIC X(12).
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
                   PERFORM LOOKUP-CLAIMS
               ELSE
                   IF WKOP = '3'
                       PERFORM REPAIR-ORDER-OP THRU REPAIR-ORDER-OP-EXIT
                       PERFORM FINISH-TRAN
                   ELSE
                       IF WKOP = '4'
                           PERFORM CHARGEBACK-PAID-OP THRU
                               CHARGEBACK-PAID-OP-EXIT
                           PERFORM FINISH-TRAN
                       ELSE
                           DISPLAY 'INVALID OPTION, PRESS ENTER TO'
                               ' CONTINUE'
                           ADD 1 TO ERRCTR
                           ACCEPT WKHOLD.

           PERFORM SHUT-DOWN.

           DISPLAY 'SELECT AN OPTION:'.
           DISPLAY '1 - LOG A NEW WARRANTY CLAIM'.
           DISPLAY '2 - LOOK UP WARRANTY CLAIMS FOR A LAPTOPID'.
           DISPLAY '3 - WORK THE REPAIR ORDER ON A CLAIM'.
           DISPLAY '4 - RECORD A VENDOR CHARGEBACK PAYMENT'.
           ACCEPT WKOP.

      *    LOGS A NEW CLAIM AGAINST AN EXISTING LAPTOPID
           IF ERRCTR = 0
               PERFORM ENTER-CLAIM-VALUES.

      *    WHEN THE UNIT IS KNOWN ITS ENTITLEMENT IS CHECKED AGAINST
      *    ITS OWN SALE DATE, NOT THE MODEL'S YEAR
           MOVE -1 TO NL-INWARRANTY.
           IF ERRCTR = 0 AND NL-CLAIMSERIAL = 0
               PERFORM CHECK-ENTITLEMENT.

           IF ERRCTR = 0
               PERFORM GENERATE-CLAIMID
               DISPLAY 'GENERATED CLAIM ID: ' PK-CLAIMID
      *    LOGGED AGAINST IT, SINCE WARRANTYCLAIMS.LAPTOPID IS A
      *    FOREIGN KEY INTO LAPTOPS
       CHECK-LAPID.
           MOVE 'CHECK-LAPID' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :LAPIDCNT
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


               MOVE -1 TO NL-CLAIMSERIAL
           ELSE
               MOVE FUNCTION UPPER-CASE(CLAIMSERIAL) TO CLAIMSERIAL
               MOVE 'CLAIMSERIAL-CHECK' TO ERR-PARAGRAPH
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :UNITCNT
               ADD 1 TO ERRCTR.

       INSERT-CLAIM.
           MOVE 'INSERT-CLAIM' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYCLAIMS
                   (CLAIMID, LAPTOPID, CLAIMDATE, DESCRIPTION,
                   RESOLUTIONSTATUS, SERIALNUM, INWARRANTY)
               VALUES
                   (:PK-CLAIMID, :FK-LAPID, :CLAIMDATE,
                   :DESCRIPTION, :RESOLUTIONSTATUS,
                   :CLAIMSERIAL :NL-CLAIMSERIAL,
                   :INWARRANTY :NL-INWARRANTY)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY '1 ROW WAS INSERTED'
           EXEC SQL
               DECLARE CLAIMS_CUR CURSOR FOR
               SELECT CLAIMID, CLAIMDATE, DESCRIPTION,
                   RESOLUTIONSTATUS, SERIALNUM, REPAIRSTAGE,
                   RESOLUTION, INWARRANTY
               FROM WARRANTYCLAIMS
               WHERE LAPTOPID = :FK-LAPID
               ORDER BY CLAIMDATE

       PROC-CLAIMS.
           MOVE 0 TO ROWCTR.
           MOVE 'PROC-CLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               OPEN CLAIMS_CUR
           END-EXEC.
           PERFORM LOOP-CLAIMS THRU LOOP-CLAIMS-EXIT
               UNTIL SQLCODE = 100.
           MOVE 'PROC-CLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               CLOSE CLAIMS_CUR
           END-EXEC.
       LOOP-CLAIMS.
           MOVE ' ' TO CLAIMSERIAL.
           MOVE 0 TO NL-CLAIMSERIAL.
           MOVE 0 TO NL-REPAIRSTAGE.
           MOVE 0 TO NL-RESOLUTION.
           MOVE 0 TO NL-INWARRANTY.
           MOVE 'LOOP-CLAIMS' TO ERR-PARAGRAPH.
           EXEC SQL
               FETCH CLAIMS_CUR
               INTO :PK-CLAIMID, :CLAIMDATE, :DESCRIPTION,
                   :RESOLUTIONSTATUS, :CLAIMSERIAL :NL-CLAIMSERIAL,
                   :REPAIRSTAGE :NL-REPAIRSTAGE,
                   :RESOLUTION :NL-RESOLUTION,
                   :INWARRANTY :NL-INWARRANTY
           END-EXEC.
           IF SQLCODE = 100 GO TO LOOP-CLAIMS-EXIT.
           IF SQLCODE = 0
               DISPLAY 'UNIT SERIAL: ' CLAIMSERIAL
           ELSE
               DISPLAY 'UNIT SERIAL: NOT KNOWN'.
           PERFORM DISPLAY-REPAIR-ORDER.

      *    WHERE THE REPAIR ORDER STANDS - A CLAIM FROM BEFORE REPAIR
      *    ORDERS HAS NONE OF THESE SET
       DISPLAY-REPAIR-ORDER.
           IF NL-INWARRANTY = 0
               IF INWARRANTY = 'Y'
                   DISPLAY 'ENTITLEMENT: IN WARRANTY'
               ELSE
                   DISPLAY 'ENTITLEMENT: OUT OF WARRANTY'.
           IF NL-REPAIRSTAGE = 0
               EVALUATE REPAIRSTAGE
                   WHEN 'R'
                       DISPLAY 'REPAIR STAGE: UNIT RECEIVED'
                   WHEN 'I'
                       DISPLAY 'REPAIR STAGE: IN REPAIR'
                   WHEN 'C'
                       DISPLAY 'REPAIR STAGE: RETURNED TO CUSTOMER'
                   WHEN OTHER
                       DISPLAY 'REPAIR STAGE: UNKNOWN'
               END-EVALUATE
           ELSE
               DISPLAY 'REPAIR STAGE: UNIT NOT RECEIVED YET'.
           IF NL-RESOLUTION = 0
               EVALUATE RESOLUTION
                   WHEN 'P'
                       DISPLAY 'RESOLVED BY: REPAIR'
                   WHEN 'X'
                       DISPLAY 'RESOLVED BY: REPLACEMENT UNIT'
                   WHEN 'F'
                       DISPLAY 'RESOLVED BY: REFUND'
                   WHEN OTHER
                       DISPLAY 'RESOLVED BY: UNKNOWN'
               END-EVALUATE.

      *    A UNIT'S WARRANTY RUNS FROM THE DATE IT WAS ACTUALLY SOLD -
      *    THE ORDER ON ITS LAPTOPUNITS ROW - FOR THE MODEL'S
      *    WARRANTY YEARS. A UNIT WITH NO SALE ON FILE, OR A MODEL
      *    WITH NO WARRANTY TERM, CANNOT BE SHOWN TO BE ENTITLED
       CHECK-ENTITLEMENT.
           MOVE 'N' TO VENDORCOVER-SW.
           MOVE 'N' TO INWARRANTY.
           MOVE 0 TO NL-INWARRANTY.
           MOVE ' ' TO SALEORDERID.
           MOVE 0 TO NL-WARRENDDATE.
           MOVE 0 TO NL-OWNCOMPID.
           MOVE 'CHECK-ENTITLEMENT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT U.ORDERID, O.ORDERDATE,
                   O.ORDERDATE + L.WARRANTY YEARS, L.COMPANYID
               INTO :SALEORDERID, :SALEDATE,
                   :WARRENDDATE :NL-WARRENDDATE,
                   :OWNCOMPID :NL-OWNCOMPID
               FROM LAPTOPUNITS U, ORDERS O, LAPTOPS L
               WHERE U.LAPTOPID = :FK-LAPID
               AND U.SERIALNUM = :CLAIMSERIAL
               AND O.ORDERID = U.ORDERID
               AND L.LAPTOPID = U.LAPTOPID
           END-EXEC.
           IF SQLCODE = 100
               MOVE ' ' TO SALEORDERID
               DISPLAY 'UNIT ' CLAIMSERIAL ' HAS NO SALE ON FILE - IT'
                   ' IS TREATED AS OUT OF WARRANTY'
           ELSE
               IF NL-WARRENDDATE < 0
                   DISPLAY 'UNIT ' CLAIMSERIAL ' WAS SOLD ' SALEDATE
                       ' - THE MODEL CARRIES NO WARRANTY'
               ELSE
                   IF CLAIMDATE <= WARRENDDATE
                       MOVE 'Y' TO INWARRANTY
                       MOVE 'Y' TO VENDORCOVER-SW
                       DISPLAY 'UNIT ' CLAIMSERIAL ' WAS SOLD '
                           SALEDATE ' - IN WARRANTY UNTIL '
                           WARRENDDATE
                   ELSE
                       DISPLAY 'UNIT ' CLAIMSERIAL ' WAS SOLD '
                           SALEDATE ' - WARRANTY EXPIRED '
                           WARRENDDATE.
           IF SALEORDERID NOT = ' ' AND INWARRANTY = 'N'
               PERFORM CHECK-EXTENDED-COVER.

      *    AN EXTENDED WARRANTY CONTRACT SOLD ON THE UNIT CARRIES THE
      *    COVER PAST THE MODEL'S OWN WARRANTY
       CHECK-EXTENDED-COVER.
           MOVE 0 TO NL-EXTENDDATE.
           MOVE 'CHECK-EXTENDED-COVER' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT MAX(ENDDATE)
               INTO :EXTENDDATE :NL-EXTENDDATE
               FROM WARRANTYCONTRACTS
               WHERE LAPTOPID = :FK-LAPID
               AND SERIALNUM = :CLAIMSERIAL
               AND ORDERID = :SALEORDERID
           END-EXEC.
           IF NL-EXTENDDATE = 0
               IF CLAIMDATE <= EXTENDDATE
                   MOVE 'Y' TO INWARRANTY
                   DISPLAY 'UNIT ' CLAIMSERIAL ' IS COVERED BY AN'
                       ' EXTENDED WARRANTY UNTIL ' EXTENDDATE
               ELSE
                   DISPLAY 'UNIT ' CLAIMSERIAL ' - EXTENDED WARRANTY'
                       ' EXPIRED ' EXTENDDATE.

      *    THE REPAIR ORDER ON ONE CLAIM. THE UNIT IS RECEIVED, THEN
      *    EITHER REPAIRED AND SENT BACK, REPLACED FROM A SHELF UNIT
      *    AND SENT BACK, OR REFUNDED THROUGH RETURNS. A RESOLUTION ON
      *    AN IN-WARRANTY UNIT IS CHARGED BACK TO THE VENDOR
       REPAIR-ORDER-OP.
           DISPLAY 'ENTER THE 8 DIGIT CLAIM ID:'.
           ACCEPT PK-CLAIMID.
           PERFORM SELECT-REPAIR-CLAIM.
           IF SQLCODE = 100
               DISPLAY 'CLAIM ' PK-CLAIMID ' WAS NOT FOUND'
               ADD 1 TO ERRCTR
               GO TO REPAIR-ORDER-OP-EXIT.
           PERFORM DISPLAY-CLAIM.
           IF RESOLUTIONSTATUS = 'R'
               DISPLAY 'THE CLAIM IS RESOLVED - ITS REPAIR ORDER IS'
                   ' CLOSED'
               GO TO REPAIR-ORDER-OP-EXIT.

      *    THE REPAIR ORDER NEEDS THE ACTUAL UNIT - A CLAIM LOGGED
      *    WITHOUT ONE TAKES THE SERIAL OFF THE UNIT NOW
           IF NL-CLAIMSERIAL < 0
               DISPLAY 'ENTER THE SERIAL NUMBER OF THE UNIT:'
               ACCEPT CLAIMSERIAL
               IF CLAIMSERIAL = ' '
                   DISPLAY 'A REPAIR ORDER NEEDS THE UNIT''S SERIAL'
                       ' NUMBER'
                   ADD 1 TO ERRCTR
                   GO TO REPAIR-ORDER-OP-EXIT
               END-IF
               PERFORM CLAIMSERIAL-CHECK
               IF ERRCTR > 0
                   GO TO REPAIR-ORDER-OP-EXIT.
           PERFORM CHECK-ENTITLEMENT.
           MOVE 'REPAIR-ORDER-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCLAIMS
                   SET SERIALNUM = :CLAIMSERIAL,
                       INWARRANTY = :INWARRANTY
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.

           IF NL-REPAIRSTAGE < 0
               DISPLAY 'R - RECORD THE UNIT AS RECEIVED'.
           IF NL-REPAIRSTAGE = 0 AND REPAIRSTAGE = 'R'
               DISPLAY 'I - START THE REPAIR'.
           IF NL-REPAIRSTAGE = 0 AND REPAIRSTAGE = 'I'
               DISPLAY 'P - RECORD THE REPAIR AS COMPLETE'.
           IF NL-REPAIRSTAGE = 0 AND NL-RESOLUTION < 0
               DISPLAY 'X - REPLACE THE UNIT FROM STOCK'
               DISPLAY 'F - REFUND THE UNIT THROUGH RETURNS'.
           IF NL-RESOLUTION = 0 AND REPAIRSTAGE NOT = 'C'
               DISPLAY 'C - RECORD THE UNIT AS RETURNED TO THE'
                   ' CUSTOMER'.
           DISPLAY 'ENTER AN OPTION, OR ANYTHING ELSE TO LEAVE THE'
               ' REPAIR ORDER AS IT IS:'.
           ACCEPT WKOP.
           MOVE FUNCTION UPPER-CASE(WKOP) TO WKOP.

           EVALUATE TRUE
               WHEN WKOP = 'R' AND NL-REPAIRSTAGE < 0
                   PERFORM RECEIVE-UNIT
               WHEN WKOP = 'I' AND NL-REPAIRSTAGE = 0
                   AND REPAIRSTAGE = 'I'
                   DISPLAY 'THE UNIT IS ALREADY IN REPAIR'
               WHEN WKOP = 'I' AND NL-REPAIRSTAGE = 0
                   AND REPAIRSTAGE = 'R'
                   PERFORM START-REPAIR
               WHEN WKOP = 'P' AND NL-REPAIRSTAGE = 0
                   AND REPAIRSTAGE = 'I'
                   PERFORM COMPLETE-REPAIR THRU COMPLETE-REPAIR-EXIT
               WHEN WKOP = 'X' AND NL-REPAIRSTAGE = 0
                   AND NL-RESOLUTION < 0
                   PERFORM REPLACE-UNIT THRU REPLACE-UNIT-EXIT
               WHEN WKOP = 'F' AND NL-REPAIRSTAGE = 0
                   AND NL-RESOLUTION < 0
                   PERFORM REFUND-UNIT THRU REFUND-UNIT-EXIT
               WHEN WKOP = 'C' AND NL-RESOLUTION = 0
                   AND REPAIRSTAGE NOT = 'C'
                   PERFORM RETURN-TO-CUSTOMER
               WHEN OTHER
                   DISPLAY 'THE REPAIR ORDER WAS NOT CHANGED'
           END-EVALUATE.

       REPAIR-ORDER-OP-EXIT.
           EXIT.

       SELECT-REPAIR-CLAIM.
           MOVE ' ' TO CLAIMSERIAL.
           MOVE 0 TO NL-CLAIMSERIAL.
           MOVE 0 TO NL-REPAIRSTAGE.
           MOVE 0 TO NL-RESOLUTION.
           MOVE 0 TO NL-INWARRANTY.
           MOVE 'SELECT-REPAIR-CLAIM' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT LAPTOPID, CLAIMDATE, DESCRIPTION,
                   RESOLUTIONSTATUS, SERIALNUM, REPAIRSTAGE,
                   RESOLUTION, INWARRANTY
               INTO :FK-LAPID, :CLAIMDATE, :DESCRIPTION,
                   :RESOLUTIONSTATUS, :CLAIMSERIAL :NL-CLAIMSERIAL,
                   :REPAIRSTAGE :NL-REPAIRSTAGE,
                   :RESOLUTION :NL-RESOLUTION,
                   :INWARRANTY :NL-INWARRANTY
               FROM WARRANTYCLAIMS
               WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.

      *    THE CUSTOMER'S UNIT HAS COME IN - IT IS STILL THEIRS, SO IT
      *    DOESN'T ENTER STOCK
       RECEIVE-UNIT.
           MOVE 'RECEIVE-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCLAIMS
                   SET REPAIRSTAGE = 'R',
                       RECEIVEDDATE = CURRENT DATE,
                       RESOLUTIONSTATUS = 'P'
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE UNIT WAS RECORDED AS RECEIVED'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS CLAIM'
               ADD 1 TO ERRCTR.

       START-REPAIR.
           MOVE 'START-REPAIR' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCLAIMS
                   SET REPAIRSTAGE = 'I'
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE UNIT IS NOW IN REPAIR'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS CLAIM'
               ADD 1 TO ERRCTR.

      *    THE REPAIR'S PARTS AND LABOUR ARE WHAT THE CLAIM COST -
      *    AND WHAT THE VENDOR IS CHARGED WHEN IT WAS THEIR DEFECT
       COMPLETE-REPAIR.
           DISPLAY 'ENTER THE COST OF THE REPAIR (PARTS AND LABOUR):'.
           PERFORM GET-AMOUNT.
           IF ERRCTR > 0
               GO TO COMPLETE-REPAIR-EXIT.
           MOVE 'P' TO RESOLUTION.
           MOVE -1 TO NL-REPLSERIAL.
           MOVE -1 TO NL-RETID.
           PERFORM RECORD-RESOLUTION.
           IF ERRCTR = 0
               DISPLAY 'THE REPAIR WAS RECORDED AS COMPLETE'
               PERFORM CHARGE-BACK-VENDOR.

       COMPLETE-REPAIR-EXIT.
           EXIT.

      *    THE CUSTOMER GETS A SHELF UNIT OF THE SAME MODEL, SOLD ON
      *    THE ORIGINAL ORDER. THEIR DEFECTIVE UNIT STAYS WITH US IN
      *    THE DAMAGED-GOODS HOLD. THE REPLACEMENT IS COSTED AT THE
      *    MODEL'S AVERAGE COST
       REPLACE-UNIT.
           IF SALEORDERID = ' '
               DISPLAY 'THE UNIT HAS NO SALE ON FILE TO REPLACE IT ON'
               ADD 1 TO ERRCTR
               GO TO REPLACE-UNIT-EXIT.
           MOVE ' ' TO REPLSERIAL.
           MOVE 0 TO NL-REPLSERIAL.
           MOVE 'REPLACE-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT MIN(SERIALNUM)
               INTO :REPLSERIAL :NL-REPLSERIAL
               FROM LAPTOPUNITS
               WHERE LAPTOPID = :FK-LAPID
               AND UNITSTATUS = 'A'
           END-EXEC.
           IF NL-REPLSERIAL < 0
               DISPLAY 'NO UNIT OF LAPTOP ' FK-LAPID ' IS AVAILABLE'
                   ' TO REPLACE IT WITH'
               ADD 1 TO ERRCTR
               GO TO REPLACE-UNIT-EXIT.
           DISPLAY 'ENTER THE SERIAL NUMBER OF THE REPLACEMENT UNIT,'
               ' LEAVE BLANK FOR ' REPLSERIAL ':'.
           ACCEPT UNITCHECKSERIAL.
           IF UNITCHECKSERIAL NOT = ' '
               MOVE FUNCTION UPPER-CASE(UNITCHECKSERIAL) TO REPLSERIAL.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'S',
                       ORDERID = :SALEORDERID
                   WHERE LAPTOPID = :FK-LAPID
                   AND SERIALNUM = :REPLSERIAL
                   AND UNITSTATUS = 'A'
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'SERIAL ' REPLSERIAL ' IS NOT AN AVAILABLE UNIT'
                   ' OF LAPTOP ' FK-LAPID
               ADD 1 TO ERRCTR
               GO TO REPLACE-UNIT-EXIT.

      *    THE REPLACEMENT LEAVES THE BACK WAREHOUSE...
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY - 1
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           MOVE 'WH01' TO LOCATIONCODE.
           EXEC SQL
               UPDATE LOCATIONSTOCK
                   SET QTY = QTY - 1
                   WHERE LAPTOPID = :FK-LAPID
                   AND LOCATIONCODE = :LOCATIONCODE
           END-EXEC.
           MOVE 'O' TO STKDIR.
           MOVE 'W' TO STKSRC.
           MOVE PK-CLAIMID TO STKSRCID.
           PERFORM INSERT-STOCKAUDIT.

      *    ...AND THE DEFECTIVE UNIT GOES INTO THE DAMAGED HOLD
           MOVE 'W' TO STKSRC.
           MOVE PK-CLAIMID TO STKSRCID.
           PERFORM TAKE-IN-DEFECTIVE-UNIT.
           IF ERRCTR > 0
               GO TO REPLACE-UNIT-EXIT.

           MOVE 0 TO NL-AVGCOST.
           MOVE 'REPLACE-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT AVGCOST
               INTO :AVGCOST :NL-AVGCOST
               FROM LAPTOPS
               WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           IF NL-AVGCOST < 0
               MOVE 0 TO AVGCOST.
           MOVE AVGCOST TO RESCOST.
           MOVE 'X' TO RESOLUTION.
           MOVE -1 TO NL-RETID.
           PERFORM RECORD-RESOLUTION.
           IF ERRCTR = 0
               DISPLAY 'UNIT ' REPLSERIAL ' WAS SENT AS THE'
                   ' REPLACEMENT'
               PERFORM MOVE-CONTRACTS-TO-REPL
               PERFORM CHARGE-BACK-VENDOR.

       REPLACE-UNIT-EXIT.
           EXIT.

      *    AN EXTENDED WARRANTY SOLD ON THE DEFECTIVE UNIT FOLLOWS THE
      *    CUSTOMER TO THE UNIT THAT REPLACED IT
       MOVE-CONTRACTS-TO-REPL.
           MOVE 'MOVE-CONTRACTS-TO-REPL' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCONTRACTS
                   SET SERIALNUM = :REPLSERIAL
                   WHERE LAPTOPID = :FK-LAPID
                   AND SERIALNUM = :CLAIMSERIAL
                   AND ORDERID = :SALEORDERID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE UNIT''S EXTENDED WARRANTY NOW COVERS '
                   REPLSERIAL
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'A SERIOUS ERROR OCCURED WHILE MOVING THE'
                       ' EXTENDED WARRANTY'
                   ADD 1 TO ERRCTR.

      *    THE UNIT COMES BACK AS A DEFECTIVE RETURN ON ITS ORIGINAL
      *    ORDER, REFUNDED AT ITS SHARE OF THE ORDER LINE - THE REFUND
      *    THEN GOES THROUGH THE REFUNDS-PAYABLE QUEUE LIKE ANY OTHER.
      *    NOTHING GOES BACK TO THE CUSTOMER, SO THE CLAIM CLOSES
       REFUND-UNIT.
           IF SALEORDERID = ' '
               DISPLAY 'THE UNIT HAS NO SALE ON FILE TO REFUND'
               ADD 1 TO ERRCTR
               GO TO REFUND-UNIT-EXIT.
      *    A RETURN POSTS WITH TODAY'S DATE, SO IF MONTH-END HAS
      *    ALREADY CLOSED THE CURRENT PERIOD NOTHING MAY POST INTO IT
           PERFORM CHECK-PERIOD-OPEN.
           IF ERRCTR > 0
               GO TO REFUND-UNIT-EXIT.
           MOVE 'REFUND-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT QUANTITY, ORDERCOST
               INTO :LINEQTY, :LINECOST
               FROM LAPTOPORDERS
               WHERE ORDERID = :SALEORDERID
               AND LAPTOPID = :FK-LAPID
           END-EXEC.
           IF SQLCODE = 100 OR LINEQTY <= 0
               DISPLAY 'THE ORDER LINE THE UNIT WAS SOLD ON IS NO'
                   ' LONGER ON FILE'
               ADD 1 TO ERRCTR
               GO TO REFUND-UNIT-EXIT.
           COMPUTE RESCOST ROUNDED = LINECOST / LINEQTY.

           PERFORM GENERATE-RETID.
           IF ERRCTR > 0
               GO TO REFUND-UNIT-EXIT.
           MOVE 'REFUND-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO RETURNS
                   (RETURNID, ORDERID, LAPTOPID, RETURNDATE, QUANTITY,
                   REASONCODE, REFUNDAMOUNT, REFUNDSTATUS,
                   REFUNDPAIDDATE, DISPOSITION)
               VALUES (:PK-RETID, :SALEORDERID, :FK-LAPID,
               CURRENT DATE, 1, 'D', :RESCOST, 'N', NULL, 'D')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE INSERTING THE RETURN'
               ADD 1 TO ERRCTR
               GO TO REFUND-UNIT-EXIT.
           MOVE 'T' TO STKSRC.
           MOVE PK-RETID TO STKSRCID.
           PERFORM TAKE-IN-DEFECTIVE-UNIT.
           IF ERRCTR > 0
               GO TO REFUND-UNIT-EXIT.

           MOVE 'F' TO RESOLUTION.
           MOVE 0 TO NL-RETID.
           MOVE -1 TO NL-REPLSERIAL.
           PERFORM RECORD-RESOLUTION.
           IF ERRCTR > 0
               GO TO REFUND-UNIT-EXIT.
           MOVE 'REFUND-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCLAIMS
                   SET RESOLUTIONSTATUS = 'R'
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           MOVE RESCOST TO O-AMOUNT.
           DISPLAY 'RETURN ' PK-RETID ' WAS RAISED FOR A REFUND OF '
               O-AMOUNT ' - THE CLAIM IS RESOLVED'.
           PERFORM CHARGE-BACK-VENDOR.

       REFUND-UNIT-EXIT.
           EXIT.

      *    THE CUSTOMER'S DEFECTIVE UNIT JOINS OUR STOCK IN THE
      *    DAMAGED-GOODS HOLD, WHICH ORDER ENTRY CAN'T SELL FROM, AND
      *    IS MARKED DAMAGED ON THE UNIT LIST
       TAKE-IN-DEFECTIVE-UNIT.
           MOVE 'TAKE-IN-DEFECTIVE-UNIT' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LAPTOPUNITS
                   SET UNITSTATUS = 'D'
                   WHERE LAPTOPID = :FK-LAPID
                   AND SERIALNUM = :CLAIMSERIAL
           END-EXEC.
           EXEC SQL
               UPDATE LAPTOPS
                   SET STOCKQTY = STOCKQTY + 1
                   WHERE LAPTOPID = :FK-LAPID
           END-EXEC.
           MOVE 'DMG' TO LOCATIONCODE.
           MOVE 1 TO LOCQTY.
           PERFORM ADD-TO-LOCSTOCK.
           MOVE 'I' TO STKDIR.
           PERFORM INSERT-STOCKAUDIT.

      *    ADDS A QUANTITY TO ONE LOCATION'S PILE, STARTING THE ROW
      *    WHEN THE LAPTOP HAS NEVER SAT THERE BEFORE
       ADD-TO-LOCSTOCK.
           MOVE 'ADD-TO-LOCSTOCK' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE LOCATIONSTOCK
                   SET QTY = QTY + :LOCQTY
                   WHERE LAPTOPID = :FK-LAPID
                   AND LOCATIONCODE = :LOCATIONCODE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO LOCATIONSTOCK
                       (LAPTOPID, LOCATIONCODE, QTY)
                   VALUES (:FK-LAPID, :LOCATIONCODE, :LOCQTY)
               END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING LOCATION STOCK'
               ADD 1 TO ERRCTR.

      *    RECORDS THE ONE-UNIT MOVEMENT IN THE STOCKAUDIT LEDGER
       INSERT-STOCKAUDIT.
           MOVE 'INSERT-STOCKAUDIT' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO STOCKAUDIT
                   (LAPTOPID, MOVEDATE, MOVETIME, QUANTITY, DIRECTION,
                   MOVESOURCE, SOURCEID, LOCATIONCODE)
               VALUES (:FK-LAPID, CURRENT DATE, CURRENT TIME, 1,
               :STKDIR, :STKSRC, :STKSRCID, :LOCATIONCODE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE WRITING THE STOCK LEDGER'
               ADD 1 TO ERRCTR.

       RECORD-RESOLUTION.
           MOVE 0 TO NL-RESCOST.
           MOVE 'RECORD-RESOLUTION' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCLAIMS
                   SET RESOLUTION = :RESOLUTION,
                       RESOLUTIONCOST = :RESCOST :NL-RESCOST,
                       REPLSERIAL = :REPLSERIAL :NL-REPLSERIAL,
                       RETURNID = :PK-RETID :NL-RETID
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS CLAIM'
               ADD 1 TO ERRCTR.

      *    AN IN-WARRANTY DEFECT IS THE VENDOR'S - WHAT THE CLAIM COST
      *    US IS CHARGED BACK TO THE COMPANY THAT OWNS THE MODEL
       CHARGE-BACK-VENDOR.
           IF INWARRANTY NOT = 'Y'
               DISPLAY 'THE UNIT IS OUT OF WARRANTY - NOTHING IS'
                   ' CHARGED BACK TO THE VENDOR'
           ELSE
               IF VENDORCOVER-SW NOT = 'Y'
                   DISPLAY 'THE UNIT IS COVERED BY AN EXTENDED'
                       ' WARRANTY WE SOLD - NOTHING IS CHARGED BACK TO'
                       ' THE VENDOR'
               ELSE
                   IF NL-OWNCOMPID < 0 OR RESCOST <= 0
                       DISPLAY 'NO VENDOR CHARGEBACK COULD BE RAISED'
                           ' FOR THIS CLAIM'
                   ELSE
                       PERFORM INSERT-CHARGEBACK.

       INSERT-CHARGEBACK.
           MOVE 'INSERT-CHARGEBACK' TO ERR-PARAGRAPH.
           EXEC SQL
               INSERT INTO WARRANTYCHARGEBACKS
                   (CLAIMID, COMPANYID, CHARGEDATE, AMOUNT, PAIDFLAG,
                   PAIDAMT, PAIDDATE)
               VALUES (:PK-CLAIMID, :OWNCOMPID, CURRENT DATE,
               :RESCOST, 'N', 0, NULL)
           END-EXEC.
           IF SQLCODE = 0
               MOVE RESCOST TO O-AMOUNT
               DISPLAY O-AMOUNT ' WAS CHARGED BACK TO VENDOR '
                   OWNCOMPID
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE RAISING THE CHARGEBACK'
               ADD 1 TO ERRCTR.

      *    A REPAIRED OR REPLACEMENT UNIT HAS GONE BACK OUT TO THE
      *    CUSTOMER, WHICH RESOLVES THE CLAIM
       RETURN-TO-CUSTOMER.
           MOVE 'RETURN-TO-CUSTOMER' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCLAIMS
                   SET REPAIRSTAGE = 'C',
                       RETURNEDDATE = CURRENT DATE,
                       RESOLUTIONSTATUS = 'R'
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY 'THE UNIT WAS RETURNED TO THE CUSTOMER - THE'
                   ' CLAIM IS RESOLVED'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THIS CLAIM'
               ADD 1 TO ERRCTR.

      *    AN AMOUNT IS KEYED AS TEXT AND HAS TO BE NUMERIC AND
      *    GREATER THAN ZERO
       GET-AMOUNT.
           ACCEPT WKAMTENTRY.
           IF WKAMTENTRY = ' ' OR WKAMTENTRY ALPHABETIC
               DISPLAY 'THE AMOUNT SHOULD BE NUMERIC'
               ADD 1 TO ERRCTR
           ELSE
               MOVE FUNCTION NUMVAL(WKAMTENTRY) TO RESCOST
               IF RESCOST <= 0
                   DISPLAY 'THE AMOUNT SHOULD BE GREATER THAN 0'
                   ADD 1 TO ERRCTR.

      *    NOTHING POSTS INTO A MONTH THE MONTH-END CLOSE HAS ALREADY
      *    EXTRACTED AND LOCKED
       CHECK-PERIOD-OPEN.
           MOVE 'CHECK-PERIOD-OPEN' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*)
               INTO :CLOSEDCNT
               FROM CLOSEDPERIODS
               WHERE PERIODYM = SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
           END-EXEC.
           IF CLOSEDCNT > 0
               DISPLAY 'THE CURRENT PERIOD HAS BEEN CLOSED BY'
                   ' MONTH-END - NOTHING MAY POST INTO IT'
               ADD 1 TO ERRCTR.

      *    DRAWS THE NEXT RETURNID FROM THE PERSISTENT COUNTER
       GENERATE-RETID.
           MOVE 'RETURNID' TO KC-KEYNAME.
           PERFORM GET-NEXT-KEY.
           MOVE KC-VALUE TO WKNEXTRETID.
           MOVE WKNEXTRETID TO PK-RETID.

      *    THE VENDOR HAS PAID A CHARGEBACK - WHATEVER IT DIDN'T PAY
      *    IS WRITTEN OFF AND THE CHARGEBACK LEAVES THE UNPAID REPORT
       CHARGEBACK-PAID-OP.
           DISPLAY 'ENTER THE 8 DIGIT CLAIM ID THE CHARGEBACK IS ON:'.
           ACCEPT PK-CLAIMID.
           MOVE 'CHARGEBACK-PAID-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               SELECT COMPANYID, CHARGEDATE, AMOUNT, PAIDFLAG
               INTO :OWNCOMPID, :CBCHARGEDATE, :CBAMT, :CBPAIDFLAG
               FROM WARRANTYCHARGEBACKS
               WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'NO CHARGEBACK IS ON FILE FOR CLAIM ' PK-CLAIMID
               ADD 1 TO ERRCTR
               GO TO CHARGEBACK-PAID-OP-EXIT.
           MOVE CBAMT TO O-AMOUNT.
           DISPLAY 'VENDOR ' OWNCOMPID ' WAS CHARGED ' O-AMOUNT ' ON '
               CBCHARGEDATE.
           IF CBPAIDFLAG = 'Y'
               DISPLAY 'THE CHARGEBACK HAS ALREADY BEEN PAID'
               GO TO CHARGEBACK-PAID-OP-EXIT.
           DISPLAY 'ENTER THE AMOUNT THE VENDOR PAID:'.
           PERFORM GET-AMOUNT.
           IF ERRCTR > 0
               GO TO CHARGEBACK-PAID-OP-EXIT.
           IF RESCOST > CBAMT
               DISPLAY 'THE PAYMENT CANNOT EXCEED THE ' O-AMOUNT
                   ' CHARGED'
               ADD 1 TO ERRCTR
               GO TO CHARGEBACK-PAID-OP-EXIT.
           MOVE RESCOST TO CBPAIDAMT.
           MOVE 'CHARGEBACK-PAID-OP' TO ERR-PARAGRAPH.
           EXEC SQL
               UPDATE WARRANTYCHARGEBACKS
                   SET PAIDFLAG = 'Y',
                       PAIDAMT = :CBPAIDAMT,
                       PAIDDATE = CURRENT DATE
                   WHERE CLAIMID = :PK-CLAIMID
           END-EXEC.
           IF SQLCODE = 0
               MOVE CBPAIDAMT TO O-AMOUNT
               DISPLAY 'THE VENDOR''S PAYMENT OF ' O-AMOUNT ' WAS'
                   ' RECORDED'
           ELSE
               DISPLAY
               'A SERIOUS ERROR OCCURED WHILE UPDATING THE CHARGEBACK'
               ADD 1 TO ERRCTR.

       CHARGEBACK-PAID-OP-EXIT.
           EXIT.

      *    A REPAIR ORDER OR CHARGEBACK STEP IS SEVERAL UPDATES - THEY
      *    ARE KEPT TOGETHER OR NOT AT ALL
       FINISH-TRAN.
           IF ERRCTR = 0
               MOVE 'FINISH-TRAN' TO ERR-PARAGRAPH
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               MOVE 'FINISH-TRAN' TO ERR-PARAGRAPH
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'NOTHING WAS CHANGED'.

       SHUT-DOWN.
           DISPLAY 'CLOSING PROGRAM, PRESS ENTER TO CONTINUE'.
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
           MOVE 'WARRCLAIMS' TO ERR-PROGNAME.
           MOVE SPACES TO ERR-KEYVALUE.
           MOVE PK-CLAIMID TO ERR-KEYVALUE.
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
