      *
      * ONE RECORD PER LOCATION / SHIP METHOD GIVING THE EXPECTED
      * DAYS FROM REQUEST DATE TO SHIP.  MAINTAINED BY ABLTMNT AND
      * READ BY ABBKORPT AND ABBKNTC TO DECIDE WHICH SHORT LINES ARE
      * LATE.  A LOCATION OF '*****' WITH SHIP METHOD '***' IS THE
      * RUN DEFAULT APPLIED WHEN NO ENTRY MATCHES.
      ******************************************************************
       01  LTM-RECORD.
           05  LTM-LOCATION                    PIC X(05).
