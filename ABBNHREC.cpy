      ******************************************************************
      * ABBNHREC - BACKORDER NOTICE HISTORY (BNH) RECORD LAYOUT
      *
      * ONE RECORD PER CURRENT ORDER LINE A CUSTOMER HAS BEEN SENT A
      * BACKORDER NOTICE FOR, KEYED LIKE THE ORDER (REQUEST DATE /
      * COMPANY / ORDER / LINE).  ABBKNTC READS IT TO HOLD OFF
      * RE-NOTIFYING A LINE INSIDE THE RE-NOTIFY INTERVAL AND
      * UPDATES IT FOR EVERY NOTICE SENT.
      ******************************************************************
       01  BNH-RECORD.
           05  BNH-KEY.
               10  BNH-REQUEST-DATE            PIC 9(08).
               10  BNH-COMPANY                 PIC 9(04).
               10  BNH-ORDER-NBR               PIC 9(08).
               10  BNH-LINE-NBR                PIC 9(04).
           05  BNH-CUSTOMER                    PIC X(09).
           05  BNH-FIRST-NOTICE-DATE           PIC 9(08).
           05  BNH-LAST-NOTICE-DATE            PIC 9(08).
           05  BNH-NOTICE-CNT                  PIC 9(03).
           05  BNH-LAST-REVISED-DATE           PIC 9(08).
           05  BNH-LAST-OPEN-QTY               PIC S9(07)     COMP-3.
           05  FILLER                          PIC X(16).
