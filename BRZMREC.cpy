      ******************************************************************
      * BRZMREC - KEYED ZIP MASTER RECORD
      *
      * ONE RECORD PER ZIP CODE, KEYED BY ZIP.  LOADED FROM THE VENDOR
      * ZIP/TAX FEED BY BRHBC909 AND MAINTAINED BY HAND THROUGH THE
      * BRHBC910 ADD / CHANGE / DELETE TRANSACTIONS.  THE NUMERIC
      * COLUMNS ARE ZERO WHERE THE FEED CARRIES NO IRS DATA FOR THE
      * ZIP.
      *
      * A RECORD LAST MAINTAINED BY HAND (SOURCE 'M') IS NEVER
      * OVERLAID BY A VENDOR REFRESH, SO A CORRECTION SURVIVES THE
      * NEXT FEED.  A DELETE IS LOGICAL - THE RECORD STAYS ON FILE
      * WITH STATUS 'D' SO THE NEXT FEED CANNOT BRING THE ZIP BACK;
      * EVERY READER SKIPS DELETED RECORDS.
      ******************************************************************
       01  ZM-RECORD.
           05  ZM-ZIPCODE                      PIC X(05).
           05  ZM-CITY                         PIC X(25).
           05  ZM-STATE                        PIC X(02).
           05  ZM-LATITUDE                     PIC X(06).
           05  ZM-LONGITUDE                    PIC X(06).
           05  ZM-TAX-RETURNS                  PIC 9(10).
           05  ZM-POPULATION                   PIC 9(10).
           05  ZM-TOTAL-WAGES                  PIC 9(15).
           05  ZM-AVG-SALARY                   PIC 9(15).
           05  ZM-EFFECTIVE-DATE               PIC 9(08).
           05  ZM-LAST-MAINT-DATE              PIC 9(08).
           05  ZM-STATUS                       PIC X(01).
               88  ZM-ACTIVE                         VALUE 'A'.
               88  ZM-DELETED                        VALUE 'D'.
           05  ZM-MAINT-SOURCE                 PIC X(01).
               88  ZM-VENDOR-MAINT                   VALUE 'V'.
               88  ZM-MANUAL-MAINT                   VALUE 'M'.
           05  FILLER                          PIC X(38).
