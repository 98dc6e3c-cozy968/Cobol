      * ABXHHREC - ABHISTHDR (XHH) RECORD LAYOUT
      *
      * KEYED BY REQUEST DATE / COMPANY / ORDER NUMBER.
      *
      * AN ORDER RESTORED FROM THE ABHSTPRG OFFLOAD ARCHIVE BY
      * ABARCRTV CARRIES XHH-RESTORED-SW 'R' AND A PURGE HOLD DATE;
      * ABHSTPRG LEAVES IT ALONE UNTIL THE HOLD DATE HAS PASSED.
      * BOTH ARE SPACES ON AN ORDER ARCHIVED IN THE NORMAL WAY.
      ******************************************************************
       01  XHH-RECORD.
           05  XHH-KEY.
           05  XHH-SAP-OVR-ACCT                PIC X(10).
           05  XHH-SAP-OVR-ALLOC               PIC X(12).
           05  XHH-SAP-OVR-INTORD              PIC X(12).
           05  XHH-RESTORED-SW                 PIC X(01).
               88  XHH-RESTORED-FROM-ARCHIVE         VALUE 'R'.
           05  XHH-PURGE-HOLD-DATE             PIC X(08).
           05  XHH-PURGE-HOLD-DATE-N  REDEFINES
               XHH-PURGE-HOLD-DATE             PIC 9(08).
           05  FILLER                          PIC X(04).
