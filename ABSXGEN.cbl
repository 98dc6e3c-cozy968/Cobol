       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABSXGEN.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABSXGEN
      *C   FUNCTION:
      *C
      *C   -    BUILDS THE NIGHT'S ABEXTDRV PARAMETER CARD DECK FROM
      *C        THE STANDING EXTRACT CATALOG (STDXCAT).  EVERY ACTIVE
      *C        ENTRY DUE ON THE RUN DATE GETS ONE CARD CARRYING ITS
      *C        FILTERS, WITH ITS RELATIVE DATE WINDOW RESOLVED TO
      *C        ACTUAL REQUEST DATES:
      *C
      *C            PM  FIRST TO LAST DAY OF THE PRIOR MONTH
      *C            PW  MONDAY TO SUNDAY OF THE PRIOR WEEK
      *C            MD  FIRST OF THIS MONTH THROUGH YESTERDAY
      *C                (NOTHING TO RUN ON THE 1ST)
      *C            LD  N DAYS BACK THROUGH YESTERDAY
      *C
      *C   -    DUE MEANS: DAILY - EVERY RUN; WEEKLY - THE RUN DATE
      *C        FALLS ON THE ENTRY'S RUN DAY (MONDAY = 1); MONTHLY -
      *C        THE RUN DATE IS THE ENTRY'S DAY OF THE MONTH.
      *C
      *C   -    EACH CARD WRITTEN STAMPS THE ENTRY WITH THE
      *C        GENERATION DATE AND RESOLVED DATES; ABEXTDRV THEN
      *C        POSTS THE RUN DATE AND RECORD COUNT.  THE REGISTER
      *C        LISTS EVERY ENTRY WITH WHAT WAS DONE AND WHAT IT
      *C        PRODUCED LAST TIME.
      *C
      *C   -    A RERUN FOR A MISSED NIGHT TAKES THAT NIGHT'S DATE
      *C        (CCYYMMDD, COLUMNS 1-8) ON THE OPTIONAL SXGPARM CARD.
      *C
      *C   INPUT:
      *C
      *C        SXGPARM   RUN DATE OVERRIDE CARD (OPTIONAL)
      *C        STDXCAT   STANDING EXTRACT CATALOG
      *C
      *C   OUTPUT:
      *C
      *C        SXGCARD   ABEXTDRV PARAMETER CARD DECK
      *C        STDXCAT   GENERATION DATE AND WINDOW STAMPED
      *C        SXGREG    GENERATION REGISTER
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:
      *C
      *C        0   DECK BUILT (IT MAY BE EMPTY IF NOTHING IS DUE)
      *C        16  BAD OVERRIDE DATE, CATALOG NOT AVAILABLE OR BAD
      *C            I/O - NO USABLE DECK
      ******************************************************************
      *    MODIFICATIONS:
      *
      *       MM-DD-YY  APL????
      *       10-15-26  TB      INITIAL INSTALLATION.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL GEN-PARM-FILE    ASSIGN  TO SXGPARM.

           SELECT STD-CATALOG-FILE          ASSIGN  TO STDXCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SXC-REQUEST-ID
                  FILE STATUS IS WS-SXC-STATUS.

           SELECT GEN-CARD-FILE             ASSIGN  TO SXGCARD.

           SELECT GEN-REGISTER              ASSIGN  TO SXGREG.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  GEN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  GEN-PARM-RECORD.
           05 GPRM-RUN-DATE                      PIC X(08).
           05 GPRM-RUN-DATE-N REDEFINES
              GPRM-RUN-DATE                      PIC 9(08).
           05 GPRM-RUN-DATE-R REDEFINES
              GPRM-RUN-DATE.
              10 GPRM-RUN-CCYY                   PIC 9(04).
              10 GPRM-RUN-MM                     PIC 9(02).
              10 GPRM-RUN-DD                     PIC 9(02).
           05 FILLER                             PIC X(72).

       FD  STD-CATALOG-FILE.

       COPY ABSXCREC.

       FD  GEN-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARM-CARD-RECORD.

       COPY ABEXPREC.

       FD  GEN-REGISTER.

       01  GEN-REGISTER-REC                      PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABSXGEN   BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
           88  CATALOG-AT-EOF                    VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.
       77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
           88  FILES-ARE-OPEN                    VALUE 'Y'.
       77  WS-DUE-SW                   PIC X(01) VALUE 'N'.
           88  ENTRY-IS-DUE                      VALUE 'Y'.
       77  WS-WINDOW-EMPTY-SW          PIC X(01) VALUE 'N'.
           88  WINDOW-IS-EMPTY                   VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-SXC-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-ENTRIES-READ-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CARDS-WRITTEN-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NOT-DUE-CTR          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SUSPENDED-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-EMPTY-WINDOW-CTR     PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *              D A T E   W O R K   A R E A S
      ************************************************************
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-YYYYMMDD                  PIC 9(08).
       01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE-YYYYMMDD.
           05 WS-RUN-CCYY                        PIC 9(04).
           05 WS-RUN-MM                          PIC 9(02).
           05 WS-RUN-DD                          PIC 9(02).
       77  WS-RUN-DATE-INT             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-RUN-DOW                  PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-DOW-QUOTIENT             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-YESTERDAY                PIC 9(08) VALUE ZERO.
       77  WS-MONTH-FIRST              PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-FR-DATE                     PIC 9(08).
       01  WS-WINDOW-FR-DATE-R  REDEFINES WS-WINDOW-FR-DATE.
           05 WS-WINDOW-FR-CCYYMM                PIC 9(06).
           05 WS-WINDOW-FR-DD                    PIC 9(02).
       77  WS-WINDOW-TO-DATE           PIC 9(08) VALUE ZERO.
       77  WS-DISPOSITION              PIC X(12) VALUE SPACES.

       COPY RUNSTAT.

      ************************************************************
      *              R E G I S T E R   L A Y O U T S
      ************************************************************
       01  REGISTER-HEADER.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ABSXGEN '.
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 FILLER               PIC X(38)   VALUE
              'STANDING EXTRACT GENERATION REGISTER  '.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE 'RUN DATE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RH-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X(61)   VALUE SPACE.

       01  REGISTER-COLUMNS.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'REQUEST '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'OWNER   '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'CO  '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'FREQ'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(03)   VALUE 'DAY'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(06)   VALUE 'WINDOW'.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(12)   VALUE 'DISPOSITION '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'FROM    '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'TO      '.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'LAST RUN'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(11)   VALUE '  LAST RECS'.
           05 FILLER               PIC X(28)   VALUE SPACE.

       01  REGISTER-DETAIL.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-REQUEST-ID        PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-OWNER             PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-COMPANY           PIC 9(04).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-FREQUENCY         PIC X(01).
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 RD-RUN-DAY           PIC X(02).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-WINDOW            PIC X(02).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RD-WINDOW-DAYS       PIC X(03).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-DISPOSITION       PIC X(12).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-FR-DATE           PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-TO-DATE           PIC X(08).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-LAST-RUN-DATE     PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-LAST-RUN-RECORDS  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(28)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABSXGEN   ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 2000-GENERATE-ONE-ENTRY THRU 2000-EXIT
                   UNTIL CATALOG-AT-EOF
                   OR    FATAL-ERROR.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           GOBACK.

      ******************************************************************
      *   SETTLE THE RUN DATE, OPEN FILES, PRIME THE CATALOG
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'ABSXGEN  - STANDING EXTRACT GENERATION STARTING'.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.

           PERFORM 1100-READ-DATE-OVERRIDE THRU 1100-EXIT.

           IF  FATAL-ERROR
               GO TO 1000-EXIT.

           OPEN I-O    STD-CATALOG-FILE.

           IF  WS-SXC-STATUS NOT = '00'
               DISPLAY 'ABSXGEN  - STDXCAT OPEN FAILED, STATUS IS '
                       WS-SXC-STATUS ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1000-EXIT.

           OPEN OUTPUT GEN-CARD-FILE
                       GEN-REGISTER.

           MOVE 'Y'                        TO WS-FILES-OPEN-SW.

           PERFORM 1200-SET-RUN-DATES      THRU 1200-EXIT.

           MOVE WS-RUN-DATE-YYYYMMDD       TO RH-RUN-DATE.
           WRITE GEN-REGISTER-REC FROM REGISTER-HEADER.
           WRITE GEN-REGISTER-REC FROM REGISTER-COLUMNS.

           PERFORM 8000-READ-CATALOG       THRU 8000-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   A RERUN FOR A MISSED NIGHT SUPPLIES THAT NIGHT'S DATE.  A
      *   DATE THAT IS NOT A PLAUSIBLE CCYYMMDD STOPS THE RUN RATHER
      *   THAN BUILDING A DECK FOR THE WRONG PERIOD.
      ******************************************************************
       1100-READ-DATE-OVERRIDE.

           OPEN INPUT GEN-PARM-FILE.

           READ GEN-PARM-FILE
                AT END GO TO 1100-CLOSE.

           IF  GPRM-RUN-DATE = SPACES
               GO TO 1100-CLOSE.

           IF  GPRM-RUN-DATE NOT NUMERIC
           OR  GPRM-RUN-CCYY < 1900
           OR  FUNCTION TEST-DATE-YYYYMMDD (GPRM-RUN-DATE-N) NOT = 0
               DISPLAY 'ABSXGEN  - BAD RUN DATE OVERRIDE: '
                       GPRM-RUN-DATE ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1100-CLOSE.

           MOVE GPRM-RUN-DATE-N            TO WS-RUN-DATE-YYYYMMDD.

           DISPLAY 'ABSXGEN  - RUN DATE OVERRIDDEN TO '
                   WS-RUN-DATE-YYYYMMDD.

       1100-CLOSE.

           CLOSE GEN-PARM-FILE.

       1100-EXIT.
           EXIT.

      ******************************************************************
      *   THE DATES EVERY WINDOW IS RESOLVED FROM - THE RUN DATE AS A
      *   DAY NUMBER, ITS DAY OF THE WEEK (DAY 1 WAS A MONDAY),
      *   YESTERDAY AND THE FIRST OF THE RUN MONTH
      ******************************************************************
       1200-SET-RUN-DATES.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD).

           DIVIDE 7 INTO WS-RUN-DATE-INT
               GIVING    WS-DOW-QUOTIENT
               REMAINDER WS-RUN-DOW.

           IF  WS-RUN-DOW = ZERO
               MOVE 7                      TO WS-RUN-DOW.

           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT - 1).

           COMPUTE WS-MONTH-FIRST =
               (WS-RUN-CCYY * 10000) + (WS-RUN-MM * 100) + 1.

       1200-EXIT.
           EXIT.

      ******************************************************************
      *   ONE CATALOG ENTRY - DECIDE WHETHER IT IS DUE, RESOLVE ITS
      *   WINDOW, WRITE ITS CARD AND STAMP IT
      ******************************************************************
       2000-GENERATE-ONE-ENTRY.

           MOVE ZERO                       TO WS-WINDOW-FR-DATE
                                              WS-WINDOW-TO-DATE.
           MOVE 'N'                        TO WS-WINDOW-EMPTY-SW.

           IF  SXC-SUSPENDED
               MOVE 'SUSPENDED'            TO WS-DISPOSITION
               ADD 1                       TO WS-SUSPENDED-CTR
               GO TO 2000-REGISTER.

           PERFORM 2100-CHECK-DUE          THRU 2100-EXIT.

           IF  NOT ENTRY-IS-DUE
               MOVE 'NOT DUE'              TO WS-DISPOSITION
               ADD 1                       TO WS-NOT-DUE-CTR
               GO TO 2000-REGISTER.

           PERFORM 2200-RESOLVE-WINDOW     THRU 2200-EXIT.

           IF  WINDOW-IS-EMPTY
               MOVE 'EMPTY WINDOW'         TO WS-DISPOSITION
               ADD 1                       TO WS-EMPTY-WINDOW-CTR
               GO TO 2000-REGISTER.

           PERFORM 2300-WRITE-CARD         THRU 2300-EXIT.

           MOVE WS-RUN-DATE-YYYYMMDD       TO SXC-LAST-GEN-DATE.
           MOVE WS-WINDOW-FR-DATE          TO SXC-LAST-FR-DATE.
           MOVE WS-WINDOW-TO-DATE          TO SXC-LAST-TO-DATE.

           REWRITE SXC-RECORD.

           IF  WS-SXC-STATUS NOT = '00'
               DISPLAY 'ABSXGEN  - BAD REWRITE ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS ', REQUEST ID = ' SXC-REQUEST-ID
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 2000-EXIT.

           MOVE 'GENERATED'                TO WS-DISPOSITION.

       2000-REGISTER.

           PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.

           PERFORM 8000-READ-CATALOG       THRU 8000-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
       2100-CHECK-DUE.

           MOVE 'N'                        TO WS-DUE-SW.

           IF  SXC-DAILY
               MOVE 'Y'                    TO WS-DUE-SW
           ELSE
           IF  SXC-WEEKLY
               IF  SXC-RUN-DAY = WS-RUN-DOW
                   MOVE 'Y'                TO WS-DUE-SW
               END-IF
           ELSE
           IF  SXC-MONTHLY
               IF  SXC-RUN-DAY = WS-RUN-DD
                   MOVE 'Y'                TO WS-DUE-SW.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *   TURN THE ENTRY'S RELATIVE WINDOW INTO REQUEST DATES.  NO
      *   WINDOW LEAVES BOTH DATES ZERO - THE CARD GOES OUT WITHOUT A
      *   DATE RANGE.
      ******************************************************************
       2200-RESOLVE-WINDOW.

           IF  SXC-NO-WINDOW
               GO TO 2200-EXIT.

           IF  SXC-PRIOR-MONTH
               COMPUTE WS-WINDOW-TO-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST) - 1)
               MOVE WS-WINDOW-TO-DATE      TO WS-WINDOW-FR-DATE
               MOVE 1                      TO WS-WINDOW-FR-DD
               GO TO 2200-EXIT.

           IF  SXC-PRIOR-WEEK
               COMPUTE WS-WINDOW-TO-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-RUN-DATE-INT - WS-RUN-DOW)
               COMPUTE WS-WINDOW-FR-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-RUN-DATE-INT - WS-RUN-DOW - 6)
               GO TO 2200-EXIT.

           IF  SXC-MONTH-TO-DATE
               IF  WS-RUN-DD = 1
                   MOVE 'Y'                TO WS-WINDOW-EMPTY-SW
               ELSE
                   MOVE WS-MONTH-FIRST     TO WS-WINDOW-FR-DATE
                   MOVE WS-YESTERDAY       TO WS-WINDOW-TO-DATE
               END-IF
               GO TO 2200-EXIT.

           IF  SXC-LAST-N-DAYS
               COMPUTE WS-WINDOW-FR-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-RUN-DATE-INT - SXC-WINDOW-DAYS)
               MOVE WS-YESTERDAY           TO WS-WINDOW-TO-DATE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *   ONE ABEXTDRV CARD, FILTERS STRAIGHT FROM THE CATALOG
      ******************************************************************
       2300-WRITE-CARD.

           MOVE SPACES                     TO PARM-CARD-RECORD.
           MOVE SXC-REQUEST-ID             TO PARM-REQUEST-ID.
           MOVE SXC-COMPANY                TO PARM-COMPANY-N.
           MOVE SXC-CUSTOMER               TO PARM-CUSTOMER.
           MOVE SXC-ORDSRCE-CODE           TO PARM-ORDSRCE-CODE.
           MOVE SXC-ORDSRCE-YR             TO PARM-ORDSRCE-YR.
           MOVE SXC-SHIP-METHOD            TO PARM-SHIP-METHOD.
           MOVE SXC-CUST-STATE             TO PARM-CUST-STATE.
           MOVE SXC-SHIP-CITY              TO PARM-SHIP-CITY.
           MOVE SXC-OUTPUT-FORMAT          TO PARM-OUTPUT-FORMAT.

           IF  NOT SXC-NO-WINDOW
               MOVE WS-WINDOW-FR-DATE      TO PARM-FR-DATE-N
               MOVE WS-WINDOW-TO-DATE      TO PARM-TO-DATE-N.

           WRITE PARM-CARD-RECORD.

           ADD 1                           TO WS-CARDS-WRITTEN-CTR.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *   ONE REGISTER LINE PER CATALOG ENTRY
      ******************************************************************
       7000-WRITE-REGISTER-LINE.

           MOVE SPACES                     TO REGISTER-DETAIL.
           MOVE SXC-REQUEST-ID             TO RD-REQUEST-ID.
           MOVE SXC-OWNER                  TO RD-OWNER.
           MOVE SXC-COMPANY                TO RD-COMPANY.
           MOVE SXC-FREQUENCY              TO RD-FREQUENCY.
           MOVE WS-DISPOSITION             TO RD-DISPOSITION.

           IF  NOT SXC-DAILY
               MOVE SXC-RUN-DAY            TO RD-RUN-DAY.

           MOVE SXC-WINDOW                 TO RD-WINDOW.

           IF  SXC-LAST-N-DAYS
               MOVE SXC-WINDOW-DAYS        TO RD-WINDOW-DAYS.

           IF  WS-WINDOW-FR-DATE NOT = ZERO
               MOVE WS-WINDOW-FR-DATE      TO RD-FR-DATE
               MOVE WS-WINDOW-TO-DATE      TO RD-TO-DATE.

           IF  SXC-LAST-RUN-DATE NOT = ZERO
               MOVE SXC-LAST-RUN-DATE      TO RD-LAST-RUN-DATE
               MOVE SXC-LAST-RUN-RECORDS   TO RD-LAST-RUN-RECORDS.

           WRITE GEN-REGISTER-REC FROM REGISTER-DETAIL.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *   READ THE NEXT CATALOG ENTRY IN REQUEST I-D ORDER
      ******************************************************************
       8000-READ-CATALOG.

           READ STD-CATALOG-FILE NEXT.

           IF  WS-SXC-STATUS = '00'
               ADD 1                       TO WS-ENTRIES-READ-CTR
           ELSE
           IF  WS-SXC-STATUS = '10'
               MOVE 'Y'                    TO WS-CAT-EOF-SW
           ELSE
               DISPLAY 'ABSXGEN  - BAD READ ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS
               MOVE 'Y'                    TO WS-CAT-EOF-SW
                                              WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       8000-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - BALANCING TOTALS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           DISPLAY '*  *  *  ABSXGEN BALANCING TOTALS  *  *  *'.

           MOVE WS-ENTRIES-READ-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** CATALOG ENTRIES READ    = ' WS-DISPLAY-CTR.

           MOVE WS-CARDS-WRITTEN-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** REQUEST CARDS GENERATED = ' WS-DISPLAY-CTR.

           MOVE WS-NOT-DUE-CTR             TO WS-DISPLAY-CTR.
           DISPLAY '** ENTRIES NOT DUE         = ' WS-DISPLAY-CTR.

           MOVE WS-SUSPENDED-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** ENTRIES SUSPENDED       = ' WS-DISPLAY-CTR.

           MOVE WS-EMPTY-WINDOW-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** ENTRIES EMPTY WINDOW    = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           IF  FILES-ARE-OPEN
               CLOSE STD-CATALOG-FILE
                     GEN-CARD-FILE
                     GEN-REGISTER.

       9000-EXIT.
           EXIT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABSXGEN'                  TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-ENTRIES-READ-CTR        TO RUNSTAT-INPUT-CNT.
           MOVE WS-CARDS-WRITTEN-CTR       TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-EMPTY-WINDOW-CTR        TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       9100-EXIT.
           EXIT.
