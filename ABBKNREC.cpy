      ******************************************************************
      * ABBKNREC - CUSTOMER BACKORDER NOTICE EXTRACT (BKN) LAYOUT
      *
      * WRITTEN BY ABBKNTC FOR THE LETTER/E-MAIL VENDOR.  ONE FILE
      * HEADER, THEN PER CUSTOMER ONE CUSTOMER HEADER FOLLOWED BY A
      * DETAIL PER LATE LINE BEING NOTIFIED, THEN ONE TRAILER:
      *
      *     HD  FILE HEADER       CH  CUSTOMER HEADER
      *     LD  LINE DETAIL       TR  TRAILER (CONTROL COUNTS)
      *
      * THE TRAILER RECORD COUNT INCLUDES THE HEADER AND TRAILER.
      * THE OPEN QUANTITY TOTAL IS A HASH OF EVERY DETAIL'S OPEN
      * QUANTITY.
      ******************************************************************
       01  BKN-RECORD.
           05  BKN-REC-TYPE                    PIC X(02).
               88  BKN-FILE-HEADER                   VALUE 'HD'.
               88  BKN-CUST-HEADER                   VALUE 'CH'.
               88  BKN-LINE-DETAIL                   VALUE 'LD'.
               88  BKN-TRAILER                       VALUE 'TR'.
           05  BKN-REC-DATA                    PIC X(148).
           05  BKN-HD-DATA  REDEFINES  BKN-REC-DATA.
               10  BKN-HD-RUN-DATE             PIC 9(08).
               10  BKN-HD-SOURCE               PIC X(08).
               10  BKN-HD-RENOTIFY-DAYS        PIC 9(03).
               10  FILLER                      PIC X(129).
           05  BKN-CH-DATA  REDEFINES  BKN-REC-DATA.
               10  BKN-CH-CUSTOMER             PIC X(09).
               10  BKN-CH-CUST-TYPE            PIC X(02).
               10  BKN-CH-SHIP-CITY            PIC X(18).
               10  BKN-CH-CUST-STATE           PIC X(02).
               10  FILLER                      PIC X(117).
           05  BKN-LD-DATA  REDEFINES  BKN-REC-DATA.
               10  BKN-LD-CUSTOMER             PIC X(09).
               10  BKN-LD-COMPANY              PIC 9(04).
               10  BKN-LD-ORDER-NBR            PIC 9(08).
               10  BKN-LD-LINE-NBR             PIC 9(04).
               10  BKN-LD-ITEM                 PIC X(15).
               10  BKN-LD-LONG-DESC            PIC X(30).
               10  BKN-LD-ORDERED-QTY          PIC S9(07).
               10  BKN-LD-SHIPPED-QTY          PIC S9(07).
               10  BKN-LD-OPEN-QTY             PIC S9(07).
               10  BKN-LD-REQUEST-DATE         PIC 9(08).
               10  BKN-LD-ORIG-EXPECT-DATE     PIC 9(08).
               10  BKN-LD-REVISED-EXPECT-DATE  PIC 9(08).
               10  BKN-LD-DAYS-LATE            PIC 9(05).
               10  BKN-LD-NOTICE-NBR           PIC 9(03).
               10  FILLER                      PIC X(25).
           05  BKN-TR-DATA  REDEFINES  BKN-REC-DATA.
               10  BKN-TR-CUSTOMER-CNT         PIC 9(07).
               10  BKN-TR-DETAIL-CNT           PIC 9(07).
               10  BKN-TR-RECORD-CNT           PIC 9(09).
               10  BKN-TR-OPEN-QTY-TOTAL       PIC S9(11).
               10  FILLER                      PIC X(114).
