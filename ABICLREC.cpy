      ******************************************************************
      * ABICLREC - ITEM CLASSIFICATION (ICL) RECORD LAYOUT
      *
      * ONE RECORD PER ITEM / LOCATION ON THE ITEM ACTIVITY MASTER,
      * WRITTEN MONTHLY BY ABITCLS FOR THE PURCHASING LOAD.  CARRIES
      * THE ABC CLASS (BY TRAILING 365 DAY EXTENDED PRICE WITHIN THE
      * LOCATION), THE MOVEMENT CODE (ACTIVE / SLOW MOVER /
      * OBSOLETE) AND THE VELOCITY TREND.
      *
      * ICL-CUM-PCT IS THE SHARE OF THE LOCATION'S 365 DAY VALUE
      * ALREADY TAKEN BY HIGHER RANKED ITEMS WHEN THIS ONE WAS
      * CLASSED.  THE RATE INDEXES ARE THE 30 AND 90 DAY DAILY
      * SHIPPED RATES AS A PERCENT OF THE 365 DAY DAILY RATE
      * (100 = STEADY; ZERO WHEN THERE IS NO 365 DAY BASIS).
      ******************************************************************
       01  ICL-RECORD.
           05  ICL-KEY.
               10  ICL-ITEM                    PIC X(15).
               10  ICL-LOCATION                PIC X(05).
           05  ICL-LONG-DESC                   PIC X(30).
           05  ICL-SALES-MAJCL                 PIC X(04).
           05  ICL-SALES-MINCL                 PIC X(04).
           05  ICL-INVEN-MAJCL                 PIC X(04).
           05  ICL-INVEN-MINCL                 PIC X(04).
           05  ICL-ABC-CLASS                   PIC X(01).
               88  ICL-CLASS-A                       VALUE 'A'.
               88  ICL-CLASS-B                       VALUE 'B'.
               88  ICL-CLASS-C                       VALUE 'C'.
           05  ICL-MOVEMENT-CODE               PIC X(01).
               88  ICL-ACTIVE                        VALUE 'A'.
               88  ICL-SLOW-MOVER                    VALUE 'S'.
               88  ICL-OBSOLETE                      VALUE 'O'.
           05  ICL-TREND-CODE                  PIC X(01).
               88  ICL-TREND-RISING                  VALUE 'U'.
               88  ICL-TREND-FLAT                    VALUE 'F'.
               88  ICL-TREND-FALLING                 VALUE 'D'.
               88  ICL-TREND-NO-BASIS                VALUE 'N'.
           05  ICL-P365-EXT-PRICE              PIC S9(11)V99.
           05  ICL-CUM-PCT                     PIC 9(03)V9.
           05  ICL-P030-SHIPPED-QTY            PIC S9(09).
           05  ICL-P090-SHIPPED-QTY            PIC S9(09).
           05  ICL-P365-SHIPPED-QTY            PIC S9(09).
           05  ICL-LTD-SHIPPED-QTY             PIC S9(09).
           05  ICL-P030-RATE-INDEX             PIC 9(05).
           05  ICL-P090-RATE-INDEX             PIC 9(05).
           05  ICL-LAST-SHIP-DATE              PIC 9(08).
           05  ICL-CLASS-DATE                  PIC 9(08).
           05  FILLER                          PIC X(02).
