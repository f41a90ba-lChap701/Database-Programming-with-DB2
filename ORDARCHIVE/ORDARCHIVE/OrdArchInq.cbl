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
      *    SET TO 'Y' ONCE THE REQUESTED ORDER IS FOUND
       01  ORDFOUND-SW                     PIC X           VALUE 'N'.
      *    THE ORDERID BEING SEARCHED FOR
       01  WKORDERID                       PIC X(8).
      *    COUNTERS
       01  ROWCTR                          PIC 99          VALUE 0.
      *    FORMATTED DISPLAY FIELDS
