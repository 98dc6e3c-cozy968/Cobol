      ******************************************************************
      * PRFLVOL - DLITCBL PRE-FLIGHT VOLUME RECORD
      *
      * ONE RECORD PER CONTROL CARD SCANNED BY DLITPRFL, CARRYING THE
      * VOLUMES THE CONVERSION IS EXPECTED TO MOVE FOR THAT BANK PAIR
      * AND THE PAIR'S GO / NO-GO VERDICT.  READ BY DLITMON AS THE
      * PRE-RUN VOLUME THAT CONVERSION PROGRESS IS MEASURED AGAINST.
      * VOL-DDA-ROOTS IS EVERY DDA ROOT UNDER THE SOURCE BANK, WHICH
      * IS ALSO THE NUMBER OF AUDIT RECORDS DLITCBL WILL WRITE FOR
      * THE PAIR.
      ******************************************************************
       01  PRFLVOL-RECORD.
           05  VOL-FROM-BANK                PIC X(03).
           05  FILLER                       PIC X(01).
           05  VOL-TO-BANK                  PIC X(03).
           05  FILLER                       PIC X(01).
           05  VOL-RUN-MODE                 PIC X(01).
           05  FILLER                       PIC X(01).
           05  VOL-DDA-ROOTS                PIC 9(10).
           05  FILLER                       PIC X(01).
           05  VOL-PCS-ROOTS                PIC 9(10).
           05  FILLER                       PIC X(01).
           05  VOL-CHILD-SEGS               PIC 9(10).
           05  FILLER                       PIC X(01).
           05  VOL-ATSSRV                   PIC 9(10).
           05  FILLER                       PIC X(01).
           05  VOL-VERDICT                  PIC X(05).
           05  FILLER                       PIC X(21).
