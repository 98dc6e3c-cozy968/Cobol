      ******************************************************************
      * ABSXCREC - STANDING EXTRACT CATALOG (SXC) RECORD LAYOUT
      *
      * ONE RECORD PER STANDING ABEXTDRV REQUEST, KEYED ON THE
      * REQUEST I-D STAMPED ON ITS EXTRACT RECORDS.  CARRIES THE
      * CARD FILTERS, HOW OFTEN THE REQUEST RUNS AND A DATE WINDOW
      * RELATIVE TO THE RUN DATE:
      *
      *     FREQUENCY  D  EVERY RUN
      *                W  WEEKLY  - RUN DAY 1-7 (MONDAY = 1)
      *                M  MONTHLY - RUN DAY 1-28 OF THE MONTH
      *     WINDOW     BLANK  NO DATE RANGE (WHOLE FILE)
      *                PM  PRIOR CALENDAR MONTH
      *                PW  PRIOR CALENDAR WEEK, MONDAY TO SUNDAY
      *                MD  MONTH TO DATE, THROUGH YESTERDAY
      *                LD  LAST N DAYS, THROUGH YESTERDAY
      *
      * MAINTAINED BY ABSXMNT.  ABSXGEN STAMPS THE GENERATION DATE
      * AND RESOLVED WINDOW WHEN IT PUTS THE REQUEST ON A CARD DECK;
      * ABEXTDRV STAMPS THE RUN DATE AND RECORDS WRITTEN.
      ******************************************************************
       01  SXC-RECORD.
           05  SXC-REQUEST-ID                  PIC X(08).
           05  SXC-OWNER                       PIC X(08).
           05  SXC-STATUS                      PIC X(01).
               88  SXC-ACTIVE                        VALUE 'A'.
               88  SXC-SUSPENDED                     VALUE 'S'.
           05  SXC-FILTERS.
               10  SXC-COMPANY                 PIC 9(04).
               10  SXC-CUSTOMER                PIC X(09).
               10  SXC-ORDSRCE-CODE            PIC X(03).
               10  SXC-ORDSRCE-YR              PIC X(02).
               10  SXC-SHIP-METHOD             PIC X(03).
               10  SXC-CUST-STATE              PIC X(02).
               10  SXC-SHIP-CITY               PIC X(18).
               10  SXC-OUTPUT-FORMAT           PIC X(01).
           05  SXC-SCHEDULE.
               10  SXC-FREQUENCY               PIC X(01).
                   88  SXC-DAILY                     VALUE 'D'.
                   88  SXC-WEEKLY                    VALUE 'W'.
                   88  SXC-MONTHLY                   VALUE 'M'.
               10  SXC-RUN-DAY                 PIC 9(02).
               10  SXC-WINDOW                  PIC X(02).
                   88  SXC-NO-WINDOW                 VALUE SPACES.
                   88  SXC-PRIOR-MONTH               VALUE 'PM'.
                   88  SXC-PRIOR-WEEK                VALUE 'PW'.
                   88  SXC-MONTH-TO-DATE             VALUE 'MD'.
                   88  SXC-LAST-N-DAYS               VALUE 'LD'.
               10  SXC-WINDOW-DAYS             PIC 9(03).
           05  SXC-ADDED-DATE                  PIC 9(08).
           05  SXC-LAST-MAINT-DATE             PIC 9(08).
           05  SXC-LAST-GEN-DATE               PIC 9(08).
           05  SXC-LAST-FR-DATE                PIC 9(08).
           05  SXC-LAST-TO-DATE                PIC 9(08).
           05  SXC-LAST-RUN-DATE               PIC 9(08).
           05  SXC-LAST-RUN-RECORDS            PIC 9(09).
           05  FILLER                          PIC X(26).
