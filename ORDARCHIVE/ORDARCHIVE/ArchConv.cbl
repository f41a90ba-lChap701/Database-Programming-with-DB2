       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCONV.
       AUTHOR. DATABASE PROGRAMMING TEAM.
       DATE-WRITTEN. 2026-10-15.
      *    ONE-TIME CONVERSION OF THE ORDER ARCHIVE FILES TO THE
      *    EIGHT-CHARACTER KEY LAYOUT. READS THE OLD ORDER ARCHIVE
      *    (82-BYTE RECORDS) AND LAPTOP-LINE ARCHIVE (40-BYTE RECORDS)
      *    AND WRITES THEM BACK OUT WITH EVERY ORDER, CUSTOMER AND
      *    LAPTOP ID ZERO-PADDED ON THE LEFT TO EIGHT CHARACTERS, SO
      *    THE ARCHIVE INQUIRY, RESTORE AND PRIVACY PROGRAMS READ OLD
      *    AND NEW ARCHIVE RECORDS ALIKE. EVERY OTHER FIELD IS COPIED
      *    UNCHANGED. A KEY THAT IS NOT FOUR DIGITS IS COPIED AS IT
      *    STANDS AND LISTED ON THE CONTROL REPORT FOR THE DBA TO
      *    LOOK AT. RUN ONCE FROM THE ARCHCONV JCL DURING THE KEY
      *    CONVERSION OUTAGE - NOT AN INTERACTIVE PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ARCHIVE FILES AS THE ARCHIVE JOB WROTE THEM BEFORE THE
      *    CONVERSION
           SELECT OLDORD-FILE ASSIGN TO OLDORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDORD-STATUS.
           SELECT OLDLAP-FILE ASSIGN TO OLDLAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDLAP-STATUS.
      *    THE CONVERTED ARCHIVE FILES
           SELECT ORDARCH-FILE ASSIGN TO ORDARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT LAPARCH-FILE ASSIGN TO LAPARCH
               ORGANIZATION IS SEQUENTIAL.
      *    PRINT FILE FOR THE CONTROL-TOTAL REPORT
           SELECT CONVRPT-FILE ASSIGN TO CONVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDORD-FILE.
       01  OLDORD-REC.
           05  OLD-ORDERID                 PIC X(4).
           05  OLD-CUSTID                  PIC X(4).
           05  OLD-ORDREST                 PIC X(74).
       FD  OLDLAP-FILE.
       01  OLDLAP-REC.
           05  OLL-ORDERID                 PIC X(4).
           05  OLL-LAPID                   PIC X(4).
           05  OLL-LAPREST                 PIC X(32).
       FD  ORDARCH-FILE.
       01  ORDARCH-REC.
           05  ARC-ORDERID                 PIC X(8).
           05  ARC-CUSTID                  PIC X(8).
           05  ARC-ORDREST                 PIC X(74).
       FD  LAPARCH-FILE.
       01  LAPARCH-REC.
           05  ARL-ORDERID                 PIC X(8).
           05  ARL-LAPID                   PIC X(8).
           05  ARL-LAPREST                 PIC X(32).
       FD  CONVRPT-FILE.
       01  CONVRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
      *    FILE STATUS KEYS FOR THE OLD ARCHIVE FILES
       01  OLDORD-STATUS                   PIC XX.
       01  OLDLAP-STATUS                   PIC XX.
       01  ORDEOF-SW                       PIC X           VALUE 'N'.
       01  LAPEOF-SW                       PIC X           VALUE 'N'.
      *    RUN TOTALS - RECORDS READ AND WRITTEN ON EACH FILE, AND THE
      *    KEYS THAT COULD NOT BE PADDED
       01  ORDREADCTR                      PIC 9(7)        VALUE 0.
       01  ORDWRITECTR                     PIC 9(7)        VALUE 0.
       01  LAPREADCTR                      PIC 9(7)        VALUE 0.
       01  LAPWRITECTR                     PIC 9(7)        VALUE 0.
       01  EXCCTR                          PIC 9(7)        VALUE 0.
      *    ONE KEY BEING CONVERTED - THE OLD FOUR CHARACTERS GO IN THE
      *    LOW HALF BEHIND FOUR LEADING ZEROS
       01  OLDKEY                          PIC X(4).
       01  NEWKEY.
           05  NEWKEY-PAD                  PIC X(4).
           05  NEWKEY-LOW                  PIC X(4).
      *    NAMES THE FILE AND FIELD FOR AN EXCEPTION LINE
       01  KEYFILE                         PIC X(8).
       01  KEYFIELD                        PIC X(12).
      ******************************************************************
      *    WORK AREAS FOR THE PRINTED CONTROL-TOTAL REPORT
       01  RPT-PAGENO                      PIC 99          VALUE 0.
       01  RPT-LINECNT                     PIC 99          VALUE 0.
       01  RPT-LINESPERPAGE                PIC 99          VALUE 50.
      *    PAGE HEADING LINES (FIRST CHARACTER IS THE PRINTER
      *    CARRIAGE-CONTROL CHARACTER - '1' SKIPS TO A NEW PAGE)
       01  RPT-HEAD-1.
           05  RPT-H1-CC                   PIC X       VALUE '1'.
           05  FILLER                      PIC X(36)   VALUE SPACES.
           05  FILLER            PIC X(26)
                              VALUE 'ARCHIVE KEY CONVERSION'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'PAGE '.
           05  RPT-H1-PAGENO               PIC Z9.
       01  RPT-HEAD-2.
           05  RPT-H2-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE 'FILE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(12)   VALUE 'FIELD'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE 'RECORD NO'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE 'KEY AS IS'.
       01  RPT-BLANK-LINE.
           05  RPT-BL-CC                   PIC X       VALUE SPACE.
           05  FILLER                      PIC X(131)  VALUE SPACES.
      *    ONE LINE PER KEY THAT WAS NOT FOUR DIGITS
       01  RPT-DETAIL-LINE.
           05  RPT-D-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-FILE                  PIC X(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-FIELD                 PIC X(12).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-D-RECNO                 PIC Z(6)9.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X       VALUE ''''.
           05  RPT-D-KEY                   PIC X(4).
           05  FILLER                      PIC X       VALUE ''''.
      *    CONTROL-TOTAL LINES, ONE PER ARCHIVE FILE
       01  RPT-TOTAL-LINE.
           05  RPT-T-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  RPT-T-FILE                  PIC X(8).
           05  FILLER                      PIC X(10)
                                       VALUE '    READ: '.
           05  RPT-T-READ                  PIC Z(6)9.
           05  FILLER                      PIC X(11)
                                       VALUE '  WRITTEN: '.
           05  RPT-T-WRITTEN               PIC Z(6)9.
       01  RPT-EXC-LINE.
           05  RPT-E-CC                    PIC X       VALUE SPACE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(22)
                                       VALUE 'KEYS LEFT AS THEY ARE:'.
           05  FILLER                      PIC X       VALUE SPACE.
           05  RPT-E-COUNT                 PIC Z(6)9.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM OPEN-FILES.
           PERFORM PROC-ORDARCH.
           PERFORM PROC-LAPARCH.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM SHUT-DOWN.

      *    BOTH OLD FILES MUST BE THERE - A MISSING ONE MEANS THE JCL
      *    POINTS AT THE WRONG GENERATION, AND NOTHING IS WRITTEN
       OPEN-FILES.
           OPEN INPUT OLDORD-FILE.
           IF OLDORD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE OLD ORDER ARCHIVE FILE,'
                   ' STATUS ' OLDORD-STATUS
               STOP RUN.
           OPEN INPUT OLDLAP-FILE.
           IF OLDLAP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN THE OLD LAPTOP-LINE ARCHIVE'
                   ' FILE, STATUS ' OLDLAP-STATUS
               CLOSE OLDORD-FILE
               STOP RUN.
           OPEN OUTPUT ORDARCH-FILE.
           OPEN OUTPUT LAPARCH-FILE.
           OPEN OUTPUT CONVRPT-FILE.
           MOVE 0 TO RPT-PAGENO.
           MOVE 0 TO RPT-LINECNT.

       CLOSE-FILES.
           CLOSE OLDORD-FILE.
           CLOSE OLDLAP-FILE.
           CLOSE ORDARCH-FILE.
           CLOSE LAPARCH-FILE.
           CLOSE CONVRPT-FILE.

       PROC-ORDARCH.
           PERFORM LOOP-ORDARCH THRU LOOP-ORDARCH-EXIT
               UNTIL ORDEOF-SW = 'Y'.

       LOOP-ORDARCH.
           READ OLDORD-FILE
               AT END
                   MOVE 'Y' TO ORDEOF-SW
                   GO TO LOOP-ORDARCH-EXIT.
           ADD 1 TO ORDREADCTR.
           MOVE 'ORDARCH' TO KEYFILE.

           MOVE 'ORDERID' TO KEYFIELD.
           MOVE OLD-ORDERID TO OLDKEY.
           PERFORM CONVERT-KEY.
           MOVE NEWKEY TO ARC-ORDERID.

           MOVE 'CUSTOMERID' TO KEYFIELD.
           MOVE OLD-CUSTID TO OLDKEY.
           PERFORM CONVERT-KEY.
           MOVE NEWKEY TO ARC-CUSTID.

           MOVE OLD-ORDREST TO ARC-ORDREST.
           WRITE ORDARCH-REC.
           ADD 1 TO ORDWRITECTR.

       LOOP-ORDARCH-EXIT.
           EXIT.

       PROC-LAPARCH.
           PERFORM LOOP-LAPARCH THRU LOOP-LAPARCH-EXIT
               UNTIL LAPEOF-SW = 'Y'.

       LOOP-LAPARCH.
           READ OLDLAP-FILE
               AT END
                   MOVE 'Y' TO LAPEOF-SW
                   GO TO LOOP-LAPARCH-EXIT.
           ADD 1 TO LAPREADCTR.
           MOVE 'LAPARCH' TO KEYFILE.

           MOVE 'ORDERID' TO KEYFIELD.
           MOVE OLL-ORDERID TO OLDKEY.
           PERFORM CONVERT-KEY.
           MOVE NEWKEY TO ARL-ORDERID.

           MOVE 'LAPTOPID' TO KEYFIELD.
           MOVE OLL-LAPID TO OLDKEY.
           PERFORM CONVERT-KEY.
           MOVE NEWKEY TO ARL-LAPID.

           MOVE OLL-LAPREST TO ARL-LAPREST.
           WRITE LAPARCH-REC.
           ADD 1 TO LAPWRITECTR.

       LOOP-LAPARCH-EXIT.
           EXIT.

      *    EVERY KEY THE SYSTEM EVER ISSUED IS FOUR DIGITS, SO IT TAKES
      *    FOUR LEADING ZEROS. ANYTHING ELSE IS NOT GUESSED AT - IT IS
      *    CARRIED OVER LEFT-JUSTIFIED AS IT WAS AND REPORTED
       CONVERT-KEY.
           IF OLDKEY IS NUMERIC
               MOVE '0000' TO NEWKEY-PAD
               MOVE OLDKEY TO NEWKEY-LOW
           ELSE
               MOVE OLDKEY TO NEWKEY
               PERFORM WRITE-EXCEPTION-LINE.

       WRITE-RPT-HEADINGS.
           ADD 1 TO RPT-PAGENO.
           MOVE RPT-PAGENO TO RPT-H1-PAGENO.
           WRITE CONVRPT-REC FROM RPT-HEAD-1
               AFTER ADVANCING PAGE.
           WRITE CONVRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CONVRPT-REC FROM RPT-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE CONVRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RPT-LINECNT.

       WRITE-EXCEPTION-LINE.
           IF RPT-LINECNT = 0 OR RPT-LINECNT >= RPT-LINESPERPAGE
               PERFORM WRITE-RPT-HEADINGS.

           ADD 1 TO EXCCTR.
           MOVE KEYFILE TO RPT-D-FILE.
           MOVE KEYFIELD TO RPT-D-FIELD.
           IF KEYFILE = 'ORDARCH'
               MOVE ORDREADCTR TO RPT-D-RECNO
           ELSE
               MOVE LAPREADCTR TO RPT-D-RECNO.
           MOVE OLDKEY TO RPT-D-KEY.

           WRITE CONVRPT-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPT-LINECNT.

      *    THE READ AND WRITTEN COUNTS MUST AGREE FOR EACH FILE BEFORE
      *    THE CONVERTED FILES ARE CATALOGED IN PLACE OF THE OLD ONES
       WRITE-CONTROL-TOTALS.
           IF RPT-LINECNT = 0
               PERFORM WRITE-RPT-HEADINGS.
           WRITE CONVRPT-REC FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ORDARCH' TO RPT-T-FILE.
           MOVE ORDREADCTR TO RPT-T-READ.
           MOVE ORDWRITECTR TO RPT-T-WRITTEN.
           WRITE CONVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LAPARCH' TO RPT-T-FILE.
           MOVE LAPREADCTR TO RPT-T-READ.
           MOVE LAPWRITECTR TO RPT-T-WRITTEN.
           WRITE CONVRPT-REC FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE EXCCTR TO RPT-E-COUNT.
           WRITE CONVRPT-REC FROM RPT-EXC-LINE
               AFTER ADVANCING 1 LINE.

       SHUT-DOWN.
           DISPLAY 'ORDER ARCHIVE RECORDS CONVERTED: ' ORDWRITECTR.
           DISPLAY 'LAPTOP-LINE ARCHIVE RECORDS CONVERTED: '
               LAPWRITECTR.
           IF EXCCTR > 0
               DISPLAY EXCCTR ' KEY(S) WERE LEFT AS THEY ARE - SEE THE'
                   ' CONTROL REPORT'.
           STOP RUN.
