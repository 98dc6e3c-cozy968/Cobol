      *C
      *C   -    SEQUENTIAL OLD-MASTER / TRANSACTION / NEW-MASTER
      *C        UPDATE OF THE LEAD TIME REFERENCE FILE READ BY
      *C        ABBKORPT AND ABBKNTC.  BOTH INPUTS MUST BE IN
      *C        LOCATION / SHIP METHOD ORDER.  TRANSACTION ACTIONS:
      *C
      *C            A   ADD AN ENTRY
      *C            C   CHANGE AN ENTRY'S LEAD DAYS
      *C            D   DELETE AN ENTRY
      *C
      *C   -    THE '*****'/'***' ENTRY IS THE RUN DEFAULT APPLIED
      *C        BY ABBKORPT AND ABBKNTC WHEN NO ENTRY MATCHES, AND IS
      *C        MAINTAINED HERE LIKE ANY OTHER ENTRY.  EVERY
      *C        TRANSACTION IS PRINTED ON THE APPLIED/REJECTED
      *C        REGISTER SO LEAD TIMES CAN BE TUNED WITHOUT A PROGRAM
      *C        CHANGE.
      *C
      *C   INPUT:
      *C
