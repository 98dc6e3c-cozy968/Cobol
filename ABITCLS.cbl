       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABITCLS.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABITCLS
      *C   FUNCTION:
      *C
      *C   -    MONTHLY ITEM CLASSIFICATION FROM THE ITEM ACTIVITY
      *C        MASTER BUILT NIGHTLY BY ABITMACT.  EVERY ITEM /
      *C        LOCATION IS GIVEN:
      *C
      *C        ABC CLASS - ITEMS ARE RANKED WITHIN THEIR LOCATION BY
      *C        TRAILING 365 DAY EXTENDED PRICE.  AN ITEM IS CLASS A
      *C        WHILE THE HIGHER RANKED ITEMS HAVE TAKEN LESS THAN THE
      *C        A CUT-OFF PERCENT OF THE LOCATION'S 365 DAY VALUE,
      *C        CLASS B WHILE UNDER THE B CUT-OFF, OTHERWISE CLASS C.
      *C        NO 365 DAY VALUE IS ALWAYS CLASS C.
      *C
      *C        MOVEMENT - OBSOLETE WHEN IT HAS SHIPPED BEFORE (LIFE
      *C        TO DATE) BUT NOT WITHIN THE OBSOLETE DAYS; OTHERWISE A
      *C        SLOW MOVER WHEN 365 DAY SHIPPED QUANTITY IS UNDER THE
      *C        SLOW MOVER THRESHOLD; OTHERWISE ACTIVE.
      *C
      *C        VELOCITY TREND - THE 30 AND 90 DAY DAILY SHIPPED
      *C        RATES AS A PERCENT OF THE 365 DAY DAILY RATE.  THE
      *C        30 DAY INDEX AT OR ABOVE THE RISING PERCENT IS RISING,
      *C        AT OR BELOW THE FALLING PERCENT IS FALLING, ELSE FLAT.
      *C
      *C   -    THE CLASSIFICATION FILE IS WRITTEN FOR THE PURCHASING
      *C        LOAD AND THE REPORT IS PRINTED BY LOCATION AND SALES
      *C        MAJOR CLASS WITH COUNTS BY CLASS AND MOVEMENT AT EACH
      *C        BREAK.
      *C
      *C   -    PARMCARD (OPTIONAL - A BLANK FIELD OR NO CARD KEEPS
      *C        THE DEFAULT SHOWN):
      *C
      *C        COLS  1- 3  A CLASS CUT-OFF PERCENT            080
      *C        COLS  4- 6  B CLASS CUT-OFF PERCENT            095
      *C        COLS  7-13  SLOW MOVER 365 DAY SHIPPED QTY 0000012
      *C        COLS 14-17  OBSOLETE AFTER DAYS WITHOUT SHIP  0365
      *C        COLS 18-20  RISING TREND INDEX PERCENT         125
      *C        COLS 21-23  FALLING TREND INDEX PERCENT        075
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  CLASSIFICATION PARAMETER CARD (OPTIONAL)
      *C        ITEMACT   ITEM ACTIVITY MASTER, KEYED BY ITEM /
      *C                  LOCATION (BUILT BY ABITMACT)
      *C
      *C   OUTPUT:
      *C
      *C        ITMCLSO   ITEM CLASSIFICATION FILE FOR PURCHASING
      *C        ITMCLRPT  ITEM CLASSIFICATION REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:
      *C
      *C        0   CLASSIFICATION WRITTEN
      *C        16  BAD PARAMETER CARD OR LOCATION TABLE OVERFLOW
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

           SELECT OPTIONAL PARM-CARD-FILE   ASSIGN  TO PARMCARD.

           SELECT ITEMACT-FILE              ASSIGN  TO ITEMACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ITA-KEY
                  FILE STATUS IS WS-ITA-STATUS.

           SELECT CLASS-FILE                ASSIGN  TO ITMCLSO.

           SELECT CLASS-RPT                 ASSIGN  TO ITMCLRPT.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-A-PCT                         PIC X(03).
           05 PARM-A-PCT-N REDEFINES
              PARM-A-PCT                         PIC 9(03).
           05 PARM-B-PCT                         PIC X(03).
           05 PARM-B-PCT-N REDEFINES
              PARM-B-PCT                         PIC 9(03).
           05 PARM-SLOW-QTY                      PIC X(07).
           05 PARM-SLOW-QTY-N REDEFINES
              PARM-SLOW-QTY                      PIC 9(07).
           05 PARM-OBSOLETE-DAYS                 PIC X(04).
           05 PARM-OBSOLETE-DAYS-N REDEFINES
              PARM-OBSOLETE-DAYS                 PIC 9(04).
           05 PARM-RISING-PCT                    PIC X(03).
           05 PARM-RISING-PCT-N REDEFINES
              PARM-RISING-PCT                    PIC 9(03).
           05 PARM-FALLING-PCT                   PIC X(03).
           05 PARM-FALLING-PCT-N REDEFINES
              PARM-FALLING-PCT                   PIC 9(03).
           05 F                                  PIC X(57).

       FD  ITEMACT-FILE.

       COPY ABITAREC.

       FD  CLASS-FILE
           RECORD CONTAINS 150 CHARACTERS.

       COPY ABICLREC.

       FD  CLASS-RPT.

       01  CLASS-RPT-REC                         PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

      *    ONE SORT FILE, SORTED TWICE - FIRST BY LOCATION AND
      *    DESCENDING 365 DAY VALUE TO RANK FOR THE ABC CLASS, THEN
      *    BY LOCATION / SALES MAJOR CLASS / ABC CLASS FOR THE REPORT.
       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-LOCATION                      PIC X(05).
           05 SORT-SALES-MAJCL                   PIC X(04).
           05 SORT-ABC-CLASS                     PIC X(01).
           05 SORT-P365-EXT-PRICE                PIC S9(11)V99
                                                            COMP-3.
           05 SORT-ITEM                          PIC X(15).
           05 SORT-CLASS-DATA                    PIC X(150).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABITCLS   BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-ITA-EOF-SW               PIC X(01) VALUE 'N'.
           88  ITEMACT-AT-EOF                    VALUE 'Y'.
       77  WS-ICL-EOF-SW               PIC X(01) VALUE 'N'.
           88  CLASS-FILE-AT-EOF                 VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-LOC-FOUND-SW             PIC X(01) VALUE 'N'.
           88  LOCATION-FOUND                    VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-ITA-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-ITEMACT-READ-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CLASS-OUT-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CLASS-A-CTR          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CLASS-B-CTR          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CLASS-C-CTR          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SLOW-MOVER-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OBSOLETE-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RPT-LINES-CTR        PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              P A R A M E T E R S
      ************************************************************
       77  WS-A-PCT                    PIC S9(03) COMP-3 VALUE +80.
       77  WS-B-PCT                    PIC S9(03) COMP-3 VALUE +95.
       77  WS-SLOW-QTY                 PIC S9(07) COMP-3 VALUE +12.
       77  WS-OBSOLETE-DAYS            PIC S9(05) COMP-3 VALUE +365.
       77  WS-RISING-PCT               PIC S9(05) COMP-3 VALUE +125.
       77  WS-FALLING-PCT              PIC S9(05) COMP-3 VALUE +75.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-RUN-DATE-INT             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-DAYS-SINCE-SHIP          PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-LOC-TOTAL-VALUE          PIC S9(13)V99 COMP-3
                                                 VALUE ZERO.
       77  WS-CUM-VALUE                PIC S9(13)V99 COMP-3
                                                 VALUE ZERO.
       77  WS-CUM-PCT                  PIC S9(03)V9 COMP-3
                                                 VALUE ZERO.
       77  WS-HOLD-LOCATION            PIC X(05) VALUE LOW-VALUES.
       77  WS-HOLD-MAJCL               PIC X(04) VALUE LOW-VALUES.

      *    RATE INDEX WORK - PERIOD DAILY RATE AS A PERCENT OF THE
      *    365 DAY DAILY RATE
       77  WS-PERIOD-QTY               PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-PERIOD-DAYS              PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-BASE-QTY                 PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-RATE-INDEX               PIC S9(05) COMP-3 VALUE ZERO.

      ************************************************************
      *              L O C A T I O N   V A L U E   T A B L E
      *
      *    TOTAL POSITIVE 365 DAY VALUE PER LOCATION, BUILT AS THE
      *    MASTER IS READ SO EACH ITEM'S CUMULATIVE SHARE CAN BE
      *    TAKEN WHEN THE RANKED ITEMS COME BACK FROM THE SORT.
      ************************************************************
       77  WS-LOC-MAX                  PIC S9(04) COMP  VALUE +500.
       77  WS-LOC-COUNT                PIC S9(04) COMP  VALUE ZERO.
       77  WS-LOC-IX                   PIC S9(04) COMP  VALUE ZERO.
       77  WS-LOC-HIT-IX               PIC S9(04) COMP  VALUE ZERO.

       01  WS-LOCATION-TABLE.
           05 WS-LOC-ENTRY             OCCURS 500 TIMES.
              10 WS-LOC-CODE           PIC X(05).
              10 WS-LOC-VALUE          PIC S9(13)V99 COMP-3.

      ************************************************************
      *              R E P O R T   T O T A L S
      *
      *    LEVEL 1 = SALES MAJOR CLASS, 2 = LOCATION, 3 = ALL.
      *    EACH BREAK PRINTS ITS LEVEL AND ROLLS IT INTO THE NEXT.
      ************************************************************
       77  WS-LVL                      PIC S9(04) COMP  VALUE ZERO.
       77  WS-NEXT-LVL                 PIC S9(04) COMP  VALUE ZERO.

       01  WS-LEVEL-TOTALS.
           05 WS-LVL-ENTRY             OCCURS 3 TIMES.
              10 WS-LVL-ITEMS-CTR      PIC S9(07) COMP-3.
              10 WS-LVL-A-CTR          PIC S9(07) COMP-3.
              10 WS-LVL-B-CTR          PIC S9(07) COMP-3.
              10 WS-LVL-C-CTR          PIC S9(07) COMP-3.
              10 WS-LVL-SLOW-CTR       PIC S9(07) COMP-3.
              10 WS-LVL-OBSOLETE-CTR   PIC S9(07) COMP-3.
              10 WS-LVL-VALUE          PIC S9(13)V99 COMP-3.
              10 WS-LVL-P030-QTY       PIC S9(11) COMP-3.
              10 WS-LVL-P090-QTY       PIC S9(11) COMP-3.
              10 WS-LVL-P365-QTY       PIC S9(11) COMP-3.

       01  WS-EDIT-DATE                          PIC 9(08).
       01  WS-EDIT-DATE-R  REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY                       PIC 9(04).
           05 WS-EDIT-MM                         PIC 9(02).
           05 WS-EDIT-DD                         PIC 9(02).

       01  WS-CURR-DATE-YYYYMMDD                 PIC 9(08).
       01  WS-CURR-DATE-R  REDEFINES WS-CURR-DATE-YYYYMMDD.
           05 WS-CURR-CCYY                       PIC 9(04).
           05 WS-CURR-MM                         PIC 9(02).
           05 WS-CURR-DD                         PIC 9(02).

       01  WS-RPT-CTRS.
           05 WS-PAGE-CTR                        PIC 9(04) COMP-3
                                                     VALUE 0.
           05 WS-LINE-CTR                        PIC 9(02) COMP-3
                                                     VALUE 99.
       01  WS-MAX-LINES-PER-PAGE                 PIC 9(02)
                                                     VALUE 50.

      ************************************************************
      *              R E P O R T   L A Y O U T S
      ************************************************************
       01  HEADER-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ABITCLS '.
           05 F                    PIC X(21)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE
              'ITEM CLASSIFICATION REPORT    '.
           05 F                    PIC X(41)   VALUE SPACE.
           05 F                    PIC X(05)   VALUE 'DATE:'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 H01-DATE-MM          PIC 9(02).
           05 F                    PIC X(01)   VALUE '/'.
           05 H01-DATE-DD          PIC 9(02).
           05 F                    PIC X(01)   VALUE '/'.
           05 H01-DATE-CCYY        PIC 9(04).
           05 F                    PIC X(06)   VALUE SPACE.
           05 F                    PIC X(05)   VALUE 'PAGE:'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 H01-PAGE             PIC Z(04).

       01  HEADER-02.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'CLASS A TO '.
           05 H02-A-PCT            PIC ZZ9.
           05 F                    PIC X(13)   VALUE '%   B TO     '.
           05 H02-B-PCT            PIC ZZ9.
           05 F                    PIC X(19)   VALUE
              '%   SLOW UNDER     '.
           05 H02-SLOW-QTY         PIC Z,ZZZ,ZZ9.
           05 F                    PIC X(29)   VALUE
              ' SHIPPED   OBSOLETE AFTER    '.
           05 H02-OBSOLETE-DAYS    PIC Z,ZZ9.
           05 F                    PIC X(16)   VALUE
              ' DAYS   RISING  '.
           05 H02-RISING-PCT       PIC ZZZZ9.
           05 F                    PIC X(11)   VALUE '%  FALLING '.
           05 H02-FALLING-PCT      PIC ZZZZ9.
           05 F                    PIC X(01)   VALUE '%'.
           05 F                    PIC X(02)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(05)   VALUE 'LOC  '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'MAJ '.
           05 F                    PIC X(03)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE 'ITEM           '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(20)   VALUE
              'DESCRIPTION         '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(03)   VALUE 'ABC'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '  365 DAY VALUE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE '365 SHIPPED'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'LST SHIP'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(06)   VALUE '30 IDX'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(06)   VALUE '90 IDX'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'TREND   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'MOVEMENT'.
           05 F                    PIC X(02)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-LOCATION         PIC X(05).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-SALES-MAJCL      PIC X(04).
           05 F                    PIC X(03)   VALUE SPACE.
           05 D01-ITEM             PIC X(15).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-LONG-DESC        PIC X(20).
           05 F                    PIC X(03)   VALUE SPACE.
           05 D01-ABC-CLASS        PIC X(01).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-P365-VALUE       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-P365-SHIPPED     PIC ZZ,ZZZ,ZZ9-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-LAST-SHIP-DATE   PIC 9(08).
           05 F                    PIC X(03)   VALUE SPACE.
           05 D01-P030-INDEX       PIC ZZZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-P090-INDEX       PIC ZZZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-TREND            PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-MOVEMENT         PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.

       01  TOTAL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-LABEL            PIC X(18).
           05 F                    PIC X(07)   VALUE ' ITEMS '.
           05 T01-ITEMS-CNT        PIC ZZ,ZZ9.
           05 F                    PIC X(04)   VALUE '  A '.
           05 T01-A-CNT            PIC ZZ,ZZ9.
           05 F                    PIC X(04)   VALUE '  B '.
           05 T01-B-CNT            PIC ZZ,ZZ9.
           05 F                    PIC X(04)   VALUE '  C '.
           05 T01-C-CNT            PIC ZZ,ZZ9.
           05 F                    PIC X(07)   VALUE '  SLOW '.
           05 T01-SLOW-CNT         PIC ZZ,ZZ9.
           05 F                    PIC X(06)   VALUE '  OBS '.
           05 T01-OBSOLETE-CNT     PIC ZZ,ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 T01-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(06)   VALUE '  30D '.
           05 T01-P030-INDEX       PIC ZZZZ9.
           05 F                    PIC X(06)   VALUE '  90D '.
           05 T01-P090-INDEX       PIC ZZZZ9.
           05 F                    PIC X(04)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABITCLS   ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           DISPLAY 'ABITCLS  - ITEM CLASSIFICATION STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-YYYYMMDD).

           PERFORM S010-READ-PARM-CARD.

           IF  FATAL-ERROR
               PERFORM 9100-WRITE-RUN-STATS
               GOBACK.

           OPEN INPUT  ITEMACT-FILE
                OUTPUT CLASS-FILE
                       CLASS-RPT.

           SORT SORT-FILE ASCENDING  KEY SORT-LOCATION
                          DESCENDING KEY SORT-P365-EXT-PRICE
                          ASCENDING  KEY SORT-ITEM
                INPUT   PROCEDURE IS  S100-RELEASE-ITEMS
                OUTPUT  PROCEDURE IS  S200-ASSIGN-ABC-CLASS.

           CLOSE CLASS-FILE.

           IF  NOT FATAL-ERROR
               MOVE 'N'                    TO WS-SORT-EOF-SW
               SORT SORT-FILE ASCENDING  KEY SORT-LOCATION
                                             SORT-SALES-MAJCL
                                             SORT-ABC-CLASS
                              DESCENDING KEY SORT-P365-EXT-PRICE
                              ASCENDING  KEY SORT-ITEM
                    INPUT   PROCEDURE IS  S300-RELEASE-CLASSES
                    OUTPUT  PROCEDURE IS  S400-PRINT-REPORT.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   PARAMETER CARD - A BLANK FIELD OR NO CARD KEEPS THE
      *   DEFAULT; ANYTHING ELSE MUST BE NUMERIC AND CONSISTENT.
      ******************************************************************
       S010-READ-PARM-CARD SECTION.

           OPEN INPUT PARM-CARD-FILE.

           READ PARM-CARD-FILE
                AT END MOVE SPACES         TO PARM-CARD-RECORD.

           CLOSE PARM-CARD-FILE.

           IF  PARM-A-PCT NOT = SPACES
               IF  PARM-A-PCT NUMERIC
                   MOVE PARM-A-PCT-N       TO WS-A-PCT
               ELSE
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

           IF  PARM-B-PCT NOT = SPACES
               IF  PARM-B-PCT NUMERIC
                   MOVE PARM-B-PCT-N       TO WS-B-PCT
               ELSE
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

           IF  PARM-SLOW-QTY NOT = SPACES
               IF  PARM-SLOW-QTY NUMERIC
                   MOVE PARM-SLOW-QTY-N    TO WS-SLOW-QTY
               ELSE
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

           IF  PARM-OBSOLETE-DAYS NOT = SPACES
               IF  PARM-OBSOLETE-DAYS NUMERIC
                   MOVE PARM-OBSOLETE-DAYS-N
                                           TO WS-OBSOLETE-DAYS
               ELSE
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

           IF  PARM-RISING-PCT NOT = SPACES
               IF  PARM-RISING-PCT NUMERIC
                   MOVE PARM-RISING-PCT-N  TO WS-RISING-PCT
               ELSE
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

           IF  PARM-FALLING-PCT NOT = SPACES
               IF  PARM-FALLING-PCT NUMERIC
                   MOVE PARM-FALLING-PCT-N TO WS-FALLING-PCT
               ELSE
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

           IF  FATAL-ERROR
               DISPLAY 'ABITCLS  - PARMCARD FIELD NOT NUMERIC, RUN '
                       'ABORTED'
               MOVE 16                     TO RETURN-CODE
               GO TO S010-EXIT.

           IF  WS-A-PCT = ZERO
           OR  WS-A-PCT NOT < WS-B-PCT
           OR  WS-B-PCT > 100
           OR  WS-FALLING-PCT NOT < WS-RISING-PCT
               DISPLAY 'ABITCLS  - PARMCARD CUT-OFFS INCONSISTENT, '
                       'NEED 0 < A < B <= 100 AND FALLING < RISING, '
                       'RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO S010-EXIT.

           DISPLAY 'ABITCLS  - CLASS A TO ' WS-A-PCT '%, B TO '
                   WS-B-PCT '%, SLOW UNDER ' WS-SLOW-QTY
                   ', OBSOLETE AFTER ' WS-OBSOLETE-DAYS ' DAYS'.

       S010-EXIT.
           EXIT.

      ******************************************************************
      *   SORT INPUT - READ THE WHOLE ITEM ACTIVITY MASTER.  EACH
      *   ITEM GETS ITS MOVEMENT CODE AND VELOCITY TREND HERE; THE
      *   ABC CLASS HAS TO WAIT FOR THE RANKING SORT.
      ******************************************************************
       S100-RELEASE-ITEMS SECTION.

           MOVE LOW-VALUES                 TO ITA-KEY.

           START ITEMACT-FILE KEY NOT LESS THAN ITA-KEY.

           IF  WS-ITA-STATUS NOT = '00'
               DISPLAY 'ABITCLS  - NO ITEMACT RECORDS, STATUS IS '
                       WS-ITA-STATUS
               GO TO S100-EXIT.

           PERFORM S110-READ-NEXT-ITEMACT.

           PERFORM S120-RELEASE-ONE-ITEM
               UNTIL ITEMACT-AT-EOF
               OR    FATAL-ERROR.

       S100-EXIT.
           EXIT.

       S110-READ-NEXT-ITEMACT SECTION.

           READ ITEMACT-FILE NEXT.

           IF  WS-ITA-STATUS = '00'
               ADD 1                       TO WS-ITEMACT-READ-CTR
           ELSE
           IF  WS-ITA-STATUS = '10'
               MOVE 'Y'                    TO WS-ITA-EOF-SW
           ELSE
               DISPLAY 'ABITCLS  - BAD READ ON ITEMACT, STATUS IS '
                       WS-ITA-STATUS
               MOVE 'Y'                    TO WS-ITA-EOF-SW.

       S120-RELEASE-ONE-ITEM SECTION.

           MOVE SPACES                     TO ICL-RECORD.
           MOVE ITA-ITEM                   TO ICL-ITEM.
           MOVE ITA-LOCATION               TO ICL-LOCATION.
           MOVE ITA-LONG-DESC              TO ICL-LONG-DESC.
           MOVE ITA-SALES-MAJCL            TO ICL-SALES-MAJCL.
           MOVE ITA-SALES-MINCL            TO ICL-SALES-MINCL.
           MOVE ITA-INVEN-MAJCL            TO ICL-INVEN-MAJCL.
           MOVE ITA-INVEN-MINCL            TO ICL-INVEN-MINCL.
           MOVE ITA-P365-EXT-PRICE         TO ICL-P365-EXT-PRICE.
           MOVE ZERO                       TO ICL-CUM-PCT.
           MOVE ITA-P030-SHIPPED-QTY       TO ICL-P030-SHIPPED-QTY.
           MOVE ITA-P090-SHIPPED-QTY       TO ICL-P090-SHIPPED-QTY.
           MOVE ITA-P365-SHIPPED-QTY       TO ICL-P365-SHIPPED-QTY.
           MOVE ITA-LTD-SHIPPED-QTY        TO ICL-LTD-SHIPPED-QTY.
           MOVE ITA-LAST-SHIP-DATE         TO ICL-LAST-SHIP-DATE.
           MOVE WS-CURR-DATE-YYYYMMDD      TO ICL-CLASS-DATE.

      *    DAYS SINCE THE LAST SHIPMENT.  NO SHIP DATE OR A GARBAGE
      *    ONE COUNTS AS NEVER SHIPPED.
           MOVE ITA-LAST-SHIP-DATE         TO WS-EDIT-DATE.

           IF  WS-EDIT-DATE > 15820101
           AND WS-EDIT-DATE < 99999999
           AND WS-EDIT-MM > 0
           AND WS-EDIT-MM < 13
           AND WS-EDIT-DD > 0
           AND WS-EDIT-DD < 32
               COMPUTE WS-DAYS-SINCE-SHIP = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE (ITA-LAST-SHIP-DATE)
           ELSE
               MOVE 99999                  TO WS-DAYS-SINCE-SHIP.

           IF  WS-DAYS-SINCE-SHIP > WS-OBSOLETE-DAYS
           AND ITA-LTD-SHIPPED-QTY > ZERO
               MOVE 'O'                    TO ICL-MOVEMENT-CODE
           ELSE
           IF  ITA-P365-SHIPPED-QTY < WS-SLOW-QTY
               MOVE 'S'                    TO ICL-MOVEMENT-CODE
           ELSE
               MOVE 'A'                    TO ICL-MOVEMENT-CODE.

      *    VELOCITY - 30 AND 90 DAY RATES AGAINST THE 365 DAY RATE
           MOVE ITA-P365-SHIPPED-QTY       TO WS-BASE-QTY.

           MOVE ITA-P030-SHIPPED-QTY       TO WS-PERIOD-QTY.
           MOVE 30                         TO WS-PERIOD-DAYS.
           PERFORM S150-COMPUTE-RATE-INDEX.
           MOVE WS-RATE-INDEX              TO ICL-P030-RATE-INDEX.

           MOVE ITA-P090-SHIPPED-QTY       TO WS-PERIOD-QTY.
           MOVE 90                         TO WS-PERIOD-DAYS.
           PERFORM S150-COMPUTE-RATE-INDEX.
           MOVE WS-RATE-INDEX              TO ICL-P090-RATE-INDEX.

           IF  ITA-P365-SHIPPED-QTY NOT > ZERO
               MOVE 'N'                    TO ICL-TREND-CODE
           ELSE
           IF  ICL-P030-RATE-INDEX NOT < WS-RISING-PCT
               MOVE 'U'                    TO ICL-TREND-CODE
           ELSE
           IF  ICL-P030-RATE-INDEX NOT > WS-FALLING-PCT
               MOVE 'D'                    TO ICL-TREND-CODE
           ELSE
               MOVE 'F'                    TO ICL-TREND-CODE.

           PERFORM S130-ADD-LOCATION-VALUE.

           MOVE ICL-LOCATION               TO SORT-LOCATION.
           MOVE ICL-SALES-MAJCL            TO SORT-SALES-MAJCL.
           MOVE SPACE                      TO SORT-ABC-CLASS.
           MOVE ITA-P365-EXT-PRICE         TO SORT-P365-EXT-PRICE.
           MOVE ICL-ITEM                   TO SORT-ITEM.
           MOVE ICL-RECORD                 TO SORT-CLASS-DATA.

           RELEASE SORT-RECORD.

           PERFORM S110-READ-NEXT-ITEMACT.

      ******************************************************************
      *   ADD THE ITEM'S 365 DAY VALUE TO ITS LOCATION TOTAL.  ONLY
      *   POSITIVE VALUE COUNTS TOWARD THE CLASS CUT-OFFS.
      ******************************************************************
       S130-ADD-LOCATION-VALUE SECTION.

           PERFORM S140-FIND-LOCATION.

           IF  NOT LOCATION-FOUND
               IF  WS-LOC-COUNT < WS-LOC-MAX
                   ADD 1                   TO WS-LOC-COUNT
                   MOVE WS-LOC-COUNT       TO WS-LOC-HIT-IX
                   MOVE ICL-LOCATION       TO
                        WS-LOC-CODE (WS-LOC-HIT-IX)
                   MOVE ZERO               TO
                        WS-LOC-VALUE (WS-LOC-HIT-IX)
               ELSE
                   DISPLAY 'ABITCLS  - LOCATION TABLE FULL AT '
                           ICL-LOCATION ', RUN ABORTED'
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
                   MOVE 16                 TO RETURN-CODE
                   GO TO S130-EXIT
               END-IF
           END-IF.

           IF  ITA-P365-EXT-PRICE > ZERO
               ADD ITA-P365-EXT-PRICE      TO
                   WS-LOC-VALUE (WS-LOC-HIT-IX).

       S130-EXIT.
           EXIT.

       S140-FIND-LOCATION SECTION.

           MOVE 'N'                        TO WS-LOC-FOUND-SW.

           PERFORM S145-MATCH-ONE-LOCATION
               VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-LOC-COUNT
               OR    LOCATION-FOUND.

       S145-MATCH-ONE-LOCATION SECTION.

           IF  WS-LOC-CODE (WS-LOC-IX) = ICL-LOCATION
               MOVE WS-LOC-IX              TO WS-LOC-HIT-IX
               MOVE 'Y'                    TO WS-LOC-FOUND-SW.

      ******************************************************************
      *   PERIOD DAILY RATE AS A PERCENT OF THE 365 DAY DAILY RATE.
      *   NO 365 DAY BASIS OR NOTHING SHIPPED IN THE PERIOD GIVES
      *   ZERO; A RATE TOO BIG TO SHOW IS CAPPED.
      ******************************************************************
       S150-COMPUTE-RATE-INDEX SECTION.

           IF  WS-BASE-QTY NOT > ZERO
           OR  WS-PERIOD-QTY NOT > ZERO
               MOVE ZERO                   TO WS-RATE-INDEX
           ELSE
               COMPUTE WS-RATE-INDEX ROUNDED =
                   (WS-PERIOD-QTY * 36500)
                   / (WS-BASE-QTY * WS-PERIOD-DAYS)
                   ON SIZE ERROR
                      MOVE 99999           TO WS-RATE-INDEX.

      ******************************************************************
      *   SORT OUTPUT - ITEMS COME BACK BY LOCATION, HIGHEST 365 DAY
      *   VALUE FIRST.  CLASS EACH ONE ON THE SHARE OF THE LOCATION
      *   ALREADY TAKEN AND WRITE THE CLASSIFICATION FILE.
      ******************************************************************
       S200-ASSIGN-ABC-CLASS SECTION.

           IF  FATAL-ERROR
               GO TO S200-EXIT.

           PERFORM S290-RETURN-SORTED-ITEM.

           PERFORM S210-CLASS-ONE-ITEM
               UNTIL SORT-AT-EOF.

       S200-EXIT.
           EXIT.

       S210-CLASS-ONE-ITEM SECTION.

           MOVE SORT-CLASS-DATA            TO ICL-RECORD.

           IF  ICL-LOCATION NOT = WS-HOLD-LOCATION
               MOVE ICL-LOCATION           TO WS-HOLD-LOCATION
               MOVE ZERO                   TO WS-CUM-VALUE
               PERFORM S140-FIND-LOCATION
               MOVE WS-LOC-VALUE (WS-LOC-HIT-IX)
                                           TO WS-LOC-TOTAL-VALUE.

           IF  WS-LOC-TOTAL-VALUE > ZERO
               COMPUTE WS-CUM-PCT =
                   WS-CUM-VALUE * 100 / WS-LOC-TOTAL-VALUE
           ELSE
               MOVE ZERO                   TO WS-CUM-PCT.

           MOVE WS-CUM-PCT                 TO ICL-CUM-PCT.

           IF  ICL-P365-EXT-PRICE NOT > ZERO
               MOVE 'C'                    TO ICL-ABC-CLASS
           ELSE
           IF  WS-CUM-PCT < WS-A-PCT
               MOVE 'A'                    TO ICL-ABC-CLASS
           ELSE
           IF  WS-CUM-PCT < WS-B-PCT
               MOVE 'B'                    TO ICL-ABC-CLASS
           ELSE
               MOVE 'C'                    TO ICL-ABC-CLASS.

           IF  ICL-P365-EXT-PRICE > ZERO
               ADD ICL-P365-EXT-PRICE      TO WS-CUM-VALUE.

           WRITE ICL-RECORD.

           ADD 1                           TO WS-CLASS-OUT-CTR.

           IF  ICL-CLASS-A
               ADD 1                       TO WS-CLASS-A-CTR
           ELSE
           IF  ICL-CLASS-B
               ADD 1                       TO WS-CLASS-B-CTR
           ELSE
               ADD 1                       TO WS-CLASS-C-CTR.

           IF  ICL-SLOW-MOVER
               ADD 1                       TO WS-SLOW-MOVER-CTR
           ELSE
           IF  ICL-OBSOLETE
               ADD 1                       TO WS-OBSOLETE-CTR.

           PERFORM S290-RETURN-SORTED-ITEM.

       S290-RETURN-SORTED-ITEM SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   REPORT SORT INPUT - READ BACK THE CLASSIFICATION FILE
      ******************************************************************
       S300-RELEASE-CLASSES SECTION.

           OPEN INPUT CLASS-FILE.

           PERFORM S310-READ-CLASS-FILE.

           PERFORM S320-RELEASE-ONE-CLASS
               UNTIL CLASS-FILE-AT-EOF.

       S310-READ-CLASS-FILE SECTION.

           READ CLASS-FILE
                AT END MOVE 'Y'             TO WS-ICL-EOF-SW.

       S320-RELEASE-ONE-CLASS SECTION.

           MOVE ICL-LOCATION               TO SORT-LOCATION.
           MOVE ICL-SALES-MAJCL            TO SORT-SALES-MAJCL.
           MOVE ICL-ABC-CLASS              TO SORT-ABC-CLASS.
           MOVE ICL-P365-EXT-PRICE         TO SORT-P365-EXT-PRICE.
           MOVE ICL-ITEM                   TO SORT-ITEM.
           MOVE ICL-RECORD                 TO SORT-CLASS-DATA.

           RELEASE SORT-RECORD.

           PERFORM S310-READ-CLASS-FILE.

      ******************************************************************
      *   REPORT SORT OUTPUT - ONE LINE PER ITEM / LOCATION, TOTALS
      *   AT EACH SALES MAJOR CLASS AND LOCATION, THEN FOR THE RUN
      ******************************************************************
       S400-PRINT-REPORT SECTION.

           INITIALIZE WS-LEVEL-TOTALS.

           MOVE LOW-VALUES                 TO WS-HOLD-LOCATION
                                              WS-HOLD-MAJCL.

           PERFORM S490-RETURN-SORTED-CLASS.

           PERFORM S410-PRINT-ONE-ITEM
               UNTIL SORT-AT-EOF.

           IF  WS-HOLD-LOCATION NOT = LOW-VALUES
               PERFORM S440-LOCATION-BREAK.

           IF  WS-PAGE-CTR = ZERO
           OR  WS-LINE-CTR > 47
               PERFORM S420-PRINT-HEADERS.

           MOVE SPACES                     TO CLASS-RPT-REC.
           WRITE CLASS-RPT-REC.

           MOVE 'ALL LOCATIONS'            TO T01-LABEL.
           MOVE 3                          TO WS-LVL.
           PERFORM S450-PRINT-TOTAL-LINE.

       S410-PRINT-ONE-ITEM SECTION.

           MOVE SORT-CLASS-DATA            TO ICL-RECORD.

           IF  WS-HOLD-LOCATION NOT = LOW-VALUES
               IF  ICL-LOCATION NOT = WS-HOLD-LOCATION
                   PERFORM S440-LOCATION-BREAK
               ELSE
               IF  ICL-SALES-MAJCL NOT = WS-HOLD-MAJCL
                   PERFORM S430-MAJCL-BREAK.

           MOVE ICL-LOCATION               TO WS-HOLD-LOCATION.
           MOVE ICL-SALES-MAJCL            TO WS-HOLD-MAJCL.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S420-PRINT-HEADERS.

           MOVE SPACES                     TO DETAIL-01.
           MOVE ICL-LOCATION               TO D01-LOCATION.
           MOVE ICL-SALES-MAJCL            TO D01-SALES-MAJCL.
           MOVE ICL-ITEM                   TO D01-ITEM.
           MOVE ICL-LONG-DESC              TO D01-LONG-DESC.
           MOVE ICL-ABC-CLASS              TO D01-ABC-CLASS.
           MOVE ICL-P365-EXT-PRICE         TO D01-P365-VALUE.
           MOVE ICL-P365-SHIPPED-QTY       TO D01-P365-SHIPPED.
           MOVE ICL-LAST-SHIP-DATE         TO D01-LAST-SHIP-DATE.
           MOVE ICL-P030-RATE-INDEX        TO D01-P030-INDEX.
           MOVE ICL-P090-RATE-INDEX        TO D01-P090-INDEX.

           IF  ICL-TREND-RISING
               MOVE 'RISING'               TO D01-TREND
           ELSE
           IF  ICL-TREND-FALLING
               MOVE 'FALLING'              TO D01-TREND
           ELSE
           IF  ICL-TREND-FLAT
               MOVE 'FLAT'                 TO D01-TREND
           ELSE
               MOVE 'NO BASIS'             TO D01-TREND.

           IF  ICL-OBSOLETE
               MOVE 'OBSOLETE'             TO D01-MOVEMENT
           ELSE
           IF  ICL-SLOW-MOVER
               MOVE 'SLOW'                 TO D01-MOVEMENT
           ELSE
               MOVE SPACES                 TO D01-MOVEMENT.

           WRITE CLASS-RPT-REC FROM DETAIL-01.

           ADD 1                           TO WS-LINE-CTR
                                              WS-RPT-LINES-CTR.

      *    ACCUMULATE INTO THE SALES MAJOR CLASS LEVEL
           ADD 1                           TO WS-LVL-ITEMS-CTR (1).

           IF  ICL-CLASS-A
               ADD 1                       TO WS-LVL-A-CTR (1)
           ELSE
           IF  ICL-CLASS-B
               ADD 1                       TO WS-LVL-B-CTR (1)
           ELSE
               ADD 1                       TO WS-LVL-C-CTR (1).

           IF  ICL-SLOW-MOVER
               ADD 1                       TO WS-LVL-SLOW-CTR (1)
           ELSE
           IF  ICL-OBSOLETE
               ADD 1                       TO WS-LVL-OBSOLETE-CTR (1).

           ADD ICL-P365-EXT-PRICE          TO WS-LVL-VALUE (1).
           ADD ICL-P030-SHIPPED-QTY        TO WS-LVL-P030-QTY (1).
           ADD ICL-P090-SHIPPED-QTY        TO WS-LVL-P090-QTY (1).
           ADD ICL-P365-SHIPPED-QTY        TO WS-LVL-P365-QTY (1).

           PERFORM S490-RETURN-SORTED-CLASS.

       S420-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE CLASS-RPT-REC FROM HEADER-01.

           MOVE WS-A-PCT                   TO H02-A-PCT.
           MOVE WS-B-PCT                   TO H02-B-PCT.
           MOVE WS-SLOW-QTY                TO H02-SLOW-QTY.
           MOVE WS-OBSOLETE-DAYS           TO H02-OBSOLETE-DAYS.
           MOVE WS-RISING-PCT              TO H02-RISING-PCT.
           MOVE WS-FALLING-PCT             TO H02-FALLING-PCT.
           WRITE CLASS-RPT-REC FROM HEADER-02.

           WRITE CLASS-RPT-REC FROM HEADER-03.

           MOVE ZERO                       TO WS-LINE-CTR.

      ******************************************************************
      *   SALES MAJOR CLASS BREAK - PRINT LEVEL 1, ROLL IT INTO THE
      *   LOCATION
      ******************************************************************
       S430-MAJCL-BREAK SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S420-PRINT-HEADERS.

           MOVE SPACES                     TO T01-LABEL.
           STRING 'MAJOR CLASS ' DELIMITED BY SIZE
                  WS-HOLD-MAJCL  DELIMITED BY SIZE
                  INTO T01-LABEL.
           MOVE 1                          TO WS-LVL.
           PERFORM S450-PRINT-TOTAL-LINE.

           MOVE SPACES                     TO CLASS-RPT-REC.
           WRITE CLASS-RPT-REC.
           ADD 1                           TO WS-LINE-CTR.

           PERFORM S460-ROLL-UP-LEVEL.

      ******************************************************************
      *   LOCATION BREAK - CLOSE THE MAJOR CLASS, PRINT LEVEL 2, ROLL
      *   IT INTO THE RUN TOTAL, AND START THE NEXT LOCATION ON A
      *   NEW PAGE
      ******************************************************************
       S440-LOCATION-BREAK SECTION.

           PERFORM S430-MAJCL-BREAK.

           MOVE SPACES                     TO T01-LABEL.
           STRING 'LOCATION ' DELIMITED BY SIZE
                  WS-HOLD-LOCATION DELIMITED BY SIZE
                  INTO T01-LABEL.
           MOVE 2                          TO WS-LVL.
           PERFORM S450-PRINT-TOTAL-LINE.

           PERFORM S460-ROLL-UP-LEVEL.

           MOVE 99                         TO WS-LINE-CTR.

      ******************************************************************
      *   ONE TOTAL LINE FOR LEVEL WS-LVL, WITH THE LEVEL'S OWN
      *   30 AND 90 DAY RATE INDEXES
      ******************************************************************
       S450-PRINT-TOTAL-LINE SECTION.

           MOVE WS-LVL-ITEMS-CTR (WS-LVL)  TO T01-ITEMS-CNT.
           MOVE WS-LVL-A-CTR (WS-LVL)      TO T01-A-CNT.
           MOVE WS-LVL-B-CTR (WS-LVL)      TO T01-B-CNT.
           MOVE WS-LVL-C-CTR (WS-LVL)      TO T01-C-CNT.
           MOVE WS-LVL-SLOW-CTR (WS-LVL)   TO T01-SLOW-CNT.
           MOVE WS-LVL-OBSOLETE-CTR (WS-LVL)
                                           TO T01-OBSOLETE-CNT.
           MOVE WS-LVL-VALUE (WS-LVL)      TO T01-VALUE.

           MOVE WS-LVL-P365-QTY (WS-LVL)   TO WS-BASE-QTY.

           MOVE WS-LVL-P030-QTY (WS-LVL)   TO WS-PERIOD-QTY.
           MOVE 30                         TO WS-PERIOD-DAYS.
           PERFORM S150-COMPUTE-RATE-INDEX.
           MOVE WS-RATE-INDEX              TO T01-P030-INDEX.

           MOVE WS-LVL-P090-QTY (WS-LVL)   TO WS-PERIOD-QTY.
           MOVE 90                         TO WS-PERIOD-DAYS.
           PERFORM S150-COMPUTE-RATE-INDEX.
           MOVE WS-RATE-INDEX              TO T01-P090-INDEX.

           WRITE CLASS-RPT-REC FROM TOTAL-01.

           ADD 1                           TO WS-LINE-CTR.

      ******************************************************************
      *   ADD LEVEL WS-LVL INTO THE NEXT LEVEL UP AND CLEAR IT
      ******************************************************************
       S460-ROLL-UP-LEVEL SECTION.

           COMPUTE WS-NEXT-LVL = WS-LVL + 1.

           ADD WS-LVL-ITEMS-CTR (WS-LVL)   TO
               WS-LVL-ITEMS-CTR (WS-NEXT-LVL).
           ADD WS-LVL-A-CTR (WS-LVL)       TO
               WS-LVL-A-CTR (WS-NEXT-LVL).
           ADD WS-LVL-B-CTR (WS-LVL)       TO
               WS-LVL-B-CTR (WS-NEXT-LVL).
           ADD WS-LVL-C-CTR (WS-LVL)       TO
               WS-LVL-C-CTR (WS-NEXT-LVL).
           ADD WS-LVL-SLOW-CTR (WS-LVL)    TO
               WS-LVL-SLOW-CTR (WS-NEXT-LVL).
           ADD WS-LVL-OBSOLETE-CTR (WS-LVL) TO
               WS-LVL-OBSOLETE-CTR (WS-NEXT-LVL).
           ADD WS-LVL-VALUE (WS-LVL)       TO
               WS-LVL-VALUE (WS-NEXT-LVL).
           ADD WS-LVL-P030-QTY (WS-LVL)    TO
               WS-LVL-P030-QTY (WS-NEXT-LVL).
           ADD WS-LVL-P090-QTY (WS-LVL)    TO
               WS-LVL-P090-QTY (WS-NEXT-LVL).
           ADD WS-LVL-P365-QTY (WS-LVL)    TO
               WS-LVL-P365-QTY (WS-NEXT-LVL).

           INITIALIZE WS-LVL-ENTRY (WS-LVL).

       S490-RETURN-SORTED-CLASS SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABITCLS PROCESSING COUNTS  *  *  *'.

           MOVE WS-ITEMACT-READ-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** ITEMACT RECORDS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-CLASS-OUT-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** CLASSIFICATIONS WRITTEN = ' WS-DISPLAY-CTR.

           MOVE WS-CLASS-A-CTR             TO WS-DISPLAY-CTR.
           DISPLAY '** CLASS A                 = ' WS-DISPLAY-CTR.

           MOVE WS-CLASS-B-CTR             TO WS-DISPLAY-CTR.
           DISPLAY '** CLASS B                 = ' WS-DISPLAY-CTR.

           MOVE WS-CLASS-C-CTR             TO WS-DISPLAY-CTR.
           DISPLAY '** CLASS C                 = ' WS-DISPLAY-CTR.

           MOVE WS-SLOW-MOVER-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** SLOW MOVERS             = ' WS-DISPLAY-CTR.

           MOVE WS-OBSOLETE-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** OBSOLETE                = ' WS-DISPLAY-CTR.

           MOVE WS-RPT-LINES-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** REPORT LINES PRINTED    = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE ITEMACT-FILE
                 CLASS-RPT.

           IF  NOT FATAL-ERROR
               CLOSE CLASS-FILE.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABITCLS'                  TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-ITEMACT-READ-CTR        TO RUNSTAT-INPUT-CNT.
           MOVE WS-CLASS-OUT-CTR           TO RUNSTAT-OUTPUT-CNT.
           COMPUTE RUNSTAT-EXCEPTION-CNT =
               WS-SLOW-MOVER-CTR + WS-OBSOLETE-CTR.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
