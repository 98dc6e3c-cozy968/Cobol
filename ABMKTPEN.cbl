       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABMKTPEN.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABMKTPEN
      *C   FUNCTION:
      *C
      *C   -    MARKET PENETRATION REPORT.  THE ORDER LINES OF AN
      *C        ABEXTRACT FILE ARE MATCHED ON SHIP CITY / STATE TO
      *C        THE H0AA ZIP/TAX OUTPUT OF BRHBC907, WHICH IS SORTED
      *C        AND ROLLED UP TO ONE ENTRY PER CITY/STATE CARRYING
      *C        POPULATION, TAX RETURNS FILED AND TOTAL WAGES.
      *C   -    ORDER COUNT, SHIPPED REVENUE (SHIPPED QTY X UNIT
      *C        PRICE) AND DISTINCT CUSTOMERS ARE SUMMARIZED PER CITY
      *C        AND PER STATE AND SHOWN AS ORDERS PER 1,000 RESIDENTS
      *C        AND REVENUE PER $1 MILLION OF WAGES.
      *C   -    SHIP CITIES NOT ON THE ZIP DATA ARE COUNTED IN AN
      *C        UNMATCHED BUCKET FOR THEIR STATE, AND STILL COUNT IN
      *C        THE STATE FIGURES.
      *C   -    CITIES AT OR ABOVE THE HIGH-WAGE THRESHOLD ARE RANKED
      *C        BY REVENUE PER $1 MILLION OF WAGES, LOWEST FIRST (TIES
      *C        TO THE LARGER WAGE BASE), AS THE MOST UNDER-PENETRATED
      *C        HIGH-WAGE MARKETS.  CITIES WITH NO ORDERS RANK.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  OPTIONAL CARD - REQUEST I-D (COLS 1-8, BLANK
      *C                  FOR ALL REQUESTS ON THE FILE), RANKING SIZE
      *C                  (COLS 9-11, DEFAULT 025, MAXIMUM 050),
      *C                  HIGH-WAGE THRESHOLD IN WHOLE DOLLARS OF CITY
      *C                  TOTAL WAGES (COLS 12-24, DEFAULT
      *C                  0000100000000)
      *C        ABEXTI    ABEXTRACT FILE FROM ABEXTDRV
      *C        H0AAIN    ZIP MASTER REFERENCE (THE H0AA OUTPUT OF
      *C                  BRHBC907)
      *C
      *C   OUTPUT:
      *C
      *C        MKTPRPT   MARKET PENETRATION REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 CLEAN, 4 NO ORDER LINES SELECTED,
      *C                  16 CARD REJECTED OR ZIP MASTER EMPTY
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

           SELECT ABEXTRACT-FILE            ASSIGN  TO ABEXTI.

           SELECT ZIPREF-FILE               ASSIGN  TO H0AAIN.

           SELECT MKTPEN-RPT                ASSIGN  TO MKTPRPT.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-REF-FILE             ASSIGN  TO SORTWK1.

           SELECT SORT-ORD-FILE             ASSIGN  TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-REQUEST-ID                    PIC X(08).
           05 PARM-TOP-N                         PIC X(03).
           05 PARM-TOP-N-N REDEFINES
              PARM-TOP-N                         PIC 9(03).
           05 PARM-MIN-WAGES                     PIC X(13).
           05 PARM-MIN-WAGES-N REDEFINES
              PARM-MIN-WAGES                     PIC 9(13).
           05 FILLER                             PIC X(56).

       FD  ABEXTRACT-FILE.

       COPY ABEXTRCT.

       FD  ZIPREF-FILE
           RECORD CONTAINS 94 CHARACTERS.

       01  ZIPREF-RECORD.
           05 ZREF-ZIPCODE                       PIC X(05).
           05 ZREF-CITY                          PIC X(25).
           05 ZREF-STATE                         PIC X(02).
           05 ZREF-LATITUDE                      PIC X(06).
           05 ZREF-LONGITUDE                     PIC X(06).
           05 ZREF-TAX-RETURNS                   PIC X(10).
           05 ZREF-TAX-RETURNS-N REDEFINES
              ZREF-TAX-RETURNS                   PIC 9(10).
           05 ZREF-POPULATION                    PIC X(10).
           05 ZREF-POPULATION-N REDEFINES
              ZREF-POPULATION                    PIC 9(10).
           05 ZREF-TOTAL-WAGES                   PIC X(15).
           05 ZREF-TOTAL-WAGES-N REDEFINES
              ZREF-TOTAL-WAGES                   PIC 9(15).
           05 ZREF-AVG-SALARY                    PIC X(15).

       FD  MKTPEN-RPT.

       01  MKTPEN-RPT-REC                        PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-REF-FILE.

       01  SORT-REF-RECORD.
      *    THE AB FILES ONLY CARRY 18 BYTES OF CITY, SO THE ZIP
      *    MASTER CITY IS TRUNCATED TO THE SAME 18 ON RELEASE AND
      *    BOTH SIDES COMPARE ON EQUAL SIGNIFICANCE.
           05 SREF-STATE                         PIC X(02).
           05 SREF-CITY                          PIC X(18).
           05 SREF-TAX-RETURNS                   PIC 9(10).
           05 SREF-POPULATION                    PIC 9(10).
           05 SREF-TOTAL-WAGES                   PIC 9(15).

       SD  SORT-ORD-FILE.

       01  SORT-ORD-RECORD.
           05 SORD-KEY.
              10 SORD-STATE                      PIC X(02).
              10 SORD-CUSTOMER                   PIC X(09).
              10 SORD-CITY                       PIC X(18).
              10 SORD-COMPANY                    PIC 9(04).
              10 SORD-ORDER-NBR                  PIC 9(08).
           05 SORD-REVENUE                       PIC S9(13)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABMKTPEN  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-CARD-VALID-SW            PIC X(01) VALUE 'N'.
           88  CARD-IS-VALID                     VALUE 'Y'.
       77  WS-REF-EOF-SW               PIC X(01) VALUE 'N'.
           88  REF-AT-EOF                        VALUE 'Y'.
       77  WS-SREF-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORTED-REF-AT-EOF                 VALUE 'Y'.
       77  WS-EXT-EOF-SW               PIC X(01) VALUE 'N'.
           88  EXT-AT-EOF                        VALUE 'Y'.
       77  WS-SORD-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORTED-ORD-AT-EOF                 VALUE 'Y'.
       77  WS-CITY-TABLED-SW           PIC X(01) VALUE 'N'.
           88  CITY-IS-TABLED                    VALUE 'Y'.
       77  WS-CITY-FOUND-SW            PIC X(01) VALUE 'N'.
           88  CITY-IS-ON-MASTER                 VALUE 'Y'.
       77  WS-STATE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  STATE-IS-TABLED                   VALUE 'Y'.
       77  WS-UNM-CUST-SW              PIC X(01) VALUE 'N'.
           88  UNM-CUST-COUNTED                  VALUE 'Y'.
       77  WS-FIRST-LINE-SW            PIC X(01) VALUE 'Y'.
           88  FIRST-LINE                        VALUE 'Y'.
       77  WS-RANK-POS-FOUND-SW        PIC X(01) VALUE 'N'.
           88  RANK-POS-FOUND                    VALUE 'Y'.
       77  WS-NO-POP-SW                PIC X(01) VALUE 'N'.
           88  NO-POPULATION                     VALUE 'Y'.
       77  WS-NO-WAGES-SW              PIC X(01) VALUE 'N'.
           88  NO-WAGES                          VALUE 'Y'.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-REF-RECS-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-EXT-RECS-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-SELECTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ORDERS-CTR           PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-MATCHED-ORDERS-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNM-ORDERS-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CITIES-W-ORDERS-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HIGH-WAGE-CITY-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CITY-DROPPED-CTR     PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

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

       COPY RUNSTAT.

      ************************************************************
      *              R U N   P A R A M E T E R S
      ************************************************************
       77  WS-REQUEST-ID               PIC X(08)  VALUE SPACES.
       77  WS-TOP-N                    PIC S9(03) COMP-3 VALUE 25.
       77  WS-TOP-N-MAX                PIC S9(03) COMP-3 VALUE 50.
       77  WS-MIN-WAGES                PIC S9(13) COMP-3
                                                  VALUE 100000000.

      ************************************************************
      *   ZIP MASTER ROLLED UP TO ONE ENTRY PER STATE/CITY, LOADED
      *   IN SORTED ORDER SO THE SHIP CITY LOOKUP CAN BINARY SEARCH.
      *   THE ORDER FIGURES ARE POSTED BACK INTO THE SAME ENTRY.
      ************************************************************
       01  WS-CITY-TABLE.
           05 WS-CITY-MAX              PIC S9(05) COMP-3 VALUE 40000.
           05 WS-CITY-CNT              PIC S9(05) COMP-3 VALUE ZERO.
           05 WS-CITY-ENTRY            OCCURS 1 TO 40000 TIMES
                                       DEPENDING ON WS-CITY-CNT
                                       ASCENDING KEY IS WS-CITY-KEY
                                       INDEXED BY CX.
              10 WS-CITY-KEY.
                 15 WS-CITY-STATE      PIC X(02).
                 15 WS-CITY-NAME       PIC X(18).
              10 WS-CITY-POPULATION    PIC S9(11) COMP-3.
              10 WS-CITY-TAX-RETURNS   PIC S9(11) COMP-3.
              10 WS-CITY-WAGES         PIC S9(17) COMP-3.
              10 WS-CITY-ORDERS        PIC S9(07) COMP-3.
              10 WS-CITY-CUSTOMERS     PIC S9(07) COMP-3.
              10 WS-CITY-REVENUE       PIC S9(13)V99 COMP-3.

      ************************************************************
      *   STATE TOTALS.  ZIP MASTER STATES LOAD FIRST, IN ORDER;
      *   A SHIP STATE NOT ON THE ZIP DATA IS ADDED BEHIND THEM.
      ************************************************************
       01  WS-STATE-TABLE.
           05 WS-STATE-MAX             PIC S9(03) COMP-3 VALUE 100.
           05 WS-STATE-CNT             PIC S9(03) COMP-3 VALUE ZERO.
           05 WS-STATE-ENTRY           OCCURS 100 TIMES.
              10 WS-STATE-CODE         PIC X(02).
              10 WS-STATE-ON-ZIP-SW    PIC X(01).
                 88  STATE-ON-ZIP-DATA           VALUE 'Y'.
              10 WS-STATE-ZIP-CITIES   PIC S9(05) COMP-3.
              10 WS-STATE-POPULATION   PIC S9(13) COMP-3.
              10 WS-STATE-TAX-RETURNS  PIC S9(13) COMP-3.
              10 WS-STATE-WAGES        PIC S9(17) COMP-3.
              10 WS-STATE-ORDERS       PIC S9(07) COMP-3.
              10 WS-STATE-CUSTOMERS    PIC S9(07) COMP-3.
              10 WS-STATE-REVENUE      PIC S9(13)V99 COMP-3.
              10 WS-STATE-UNM-ORDERS   PIC S9(07) COMP-3.
              10 WS-STATE-UNM-CUSTS    PIC S9(07) COMP-3.
              10 WS-STATE-UNM-REVENUE  PIC S9(13)V99 COMP-3.

      ************************************************************
      *   UNDER-PENETRATION RANKING, KEPT IN RANK ORDER AS EACH
      *   HIGH-WAGE CITY IS TRIED
      ************************************************************
       01  WS-RANK-TABLE.
           05 WS-RANK-CNT              PIC S9(03) COMP-3 VALUE ZERO.
           05 WS-RANK-ENTRY            OCCURS 50 TIMES.
              10 WS-RANK-CITY-SUB      PIC S9(05) COMP-3.
              10 WS-RANK-REV-PER-MM    PIC S9(09)V99 COMP-3.
              10 WS-RANK-WAGES         PIC S9(17) COMP-3.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       01  WS-LOOKUP-KEY.
           05 WS-LOOKUP-STATE                    PIC X(02).
           05 WS-LOOKUP-CITY                     PIC X(18).
       01  WS-PREV-REF-KEY.
           05 WS-PREV-STATE                      PIC X(02).
           05 WS-PREV-CITY                       PIC X(18).
       01  WS-HOLD-KEY.
           05 WS-HOLD-STATE                      PIC X(02).
           05 WS-HOLD-CUSTOMER                   PIC X(09).
           05 WS-HOLD-CITY                       PIC X(18).
           05 WS-HOLD-COMPANY                    PIC 9(04).
           05 WS-HOLD-ORDER-NBR                  PIC 9(08).
       77  WS-BREAK-LEVEL              PIC 9(01)  VALUE ZERO.
       77  WS-CITY-SUB                 PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-CUR-CITY-SUB             PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-STATE-SUB                PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-RANK-SUB                 PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-RANK-POS                 PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-RANK-SHIFT-SUB           PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-LINE-REVENUE             PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-RATE-FIELDS.
           05 WS-RATE-ORDERS           PIC S9(07) COMP-3.
           05 WS-RATE-REVENUE          PIC S9(13)V99 COMP-3.
           05 WS-RATE-POPULATION       PIC S9(13) COMP-3.
           05 WS-RATE-WAGES            PIC S9(17) COMP-3.
           05 WS-ORD-PER-1000          PIC S9(11)V999 COMP-3.
           05 WS-REV-PER-MM            PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-FIELDS.
           05 WS-TOTAL-REVENUE         PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05 WS-MATCHED-REVENUE       PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05 WS-UNM-REVENUE           PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
           05 WS-TOTAL-POPULATION      PIC S9(13) COMP-3
                                                  VALUE ZERO.
           05 WS-TOTAL-WAGES           PIC S9(17) COMP-3
                                                  VALUE ZERO.

      ************************************************************
      *              R E P O R T   L A Y O U T S
      ************************************************************
       01  HEADER-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ABMKTPEN'.
           05 F                    PIC X(17)   VALUE SPACE.
           05 F                    PIC X(38)   VALUE
              'MARKET PENETRATION VS ZIP DEMOGRAPHICS'.
           05 F                    PIC X(36)   VALUE SPACE.
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
           05 H02-SECTION-TITLE    PIC X(50).
           05 F                    PIC X(09)   VALUE 'REQUEST: '.
           05 H02-REQUEST-ID       PIC X(08).
           05 F                    PIC X(04)   VALUE SPACE.
           05 F                    PIC X(20)   VALUE
              'HIGH-WAGE CITIES AT '.
           05 F                    PIC X(01)   VALUE '$'.
           05 H02-MIN-WAGES        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 F                    PIC X(18)   VALUE
              ' OR MORE IN WAGES '.
           05 F                    PIC X(05)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(03)   VALUE 'RNK'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(02)   VALUE 'ST'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(18)   VALUE
              'SHIP CITY         '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE
              ' POPULATION'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(18)   VALUE
              '       TOTAL WAGES'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(09)   VALUE '   ORDERS'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'CUSTMRS'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(17)   VALUE
              '  SHIPPED REVENUE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE
              'ORDS/1K POP'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              ' REV/$1M WAGES '.
           05 F                    PIC X(04)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-RANK             PIC ZZZ.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-STATE            PIC X(02).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-CITY             PIC X(18).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-POPULATION       PIC ZZZ,ZZZ,ZZ9.
           05 D01-POPULATION-X REDEFINES
              D01-POPULATION       PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-WAGES            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 D01-WAGES-X REDEFINES
              D01-WAGES            PIC X(18).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ORDERS           PIC Z,ZZZ,ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-CUSTOMERS        PIC ZZZ,ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-REVENUE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ORD-PER-1000     PIC ZZZ,ZZ9.999.
           05 D01-ORD-PER-1000-X REDEFINES
              D01-ORD-PER-1000     PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-REV-PER-MM       PIC ZZZ,ZZZ,ZZ9.99-.
           05 D01-REV-PER-MM-X REDEFINES
              D01-REV-PER-MM       PIC X(15).
           05 F                    PIC X(04)   VALUE SPACE.

       01  NOTHING-LINE.
           05 F                    PIC X(06)   VALUE SPACE.
           05 NL-TEXT              PIC X(60).
           05 F                    PIC X(67)   VALUE SPACE.

       01  TOTAL-01.
           05 F                    PIC X(06)   VALUE SPACE.
           05 T01-LABEL            PIC X(40).
           05 T01-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 F                    PIC X(76)   VALUE SPACE.

       01  TOTAL-02.
           05 F                    PIC X(06)   VALUE SPACE.
           05 T02-LABEL            PIC X(40).
           05 T02-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(65)   VALUE SPACE.

       01  TOTAL-03.
           05 F                    PIC X(06)   VALUE SPACE.
           05 T03-LABEL            PIC X(40).
           05 T03-RATE             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.999.
           05 F                    PIC X(65)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABMKTPEN  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           OPEN INPUT  PARM-CARD-FILE
                       ABEXTRACT-FILE
                       ZIPREF-FILE
                OUTPUT MKTPEN-RPT.

           DISPLAY 'ABMKTPEN - MARKET PENETRATION REPORT STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM S050-EDIT-PARM-CARD.

           IF  NOT CARD-IS-VALID
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

      *    PASS ONE - SORT THE ZIP MASTER BY STATE/CITY AND ROLL IT UP
      *    TO ONE ENTRY PER CITY AND PER STATE.
           SORT SORT-REF-FILE ASCENDING KEY SREF-STATE
                                            SREF-CITY
                INPUT   PROCEDURE IS  S100-RELEASE-ZIP-REF
                OUTPUT  PROCEDURE IS  S200-LOAD-ZIP-TABLES.

           IF  WS-CITY-CNT = ZERO
               DISPLAY 'ABMKTPEN - ZIP MASTER EMPTY, RUN ABORTED'
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

      *    PASS TWO - SORT THE ORDER LINES SO EACH STATE, CUSTOMER,
      *    CITY AND ORDER COMES TOGETHER, AND POST THEM TO THE TABLES.
           SORT SORT-ORD-FILE ASCENDING KEY SORD-STATE
                                            SORD-CUSTOMER
                                            SORD-CITY
                                            SORD-COMPANY
                                            SORD-ORDER-NBR
                INPUT   PROCEDURE IS  S300-SELECT-ORDER-LINES
                OUTPUT  PROCEDURE IS  S400-POST-ORDER-LINES.

           PERFORM S500-PRINT-CITY-SECTION.

           PERFORM S550-PRINT-UNMATCHED-SECTION.

           PERFORM S600-PRINT-STATE-SECTION.

           PERFORM S650-PRINT-RANKING-SECTION.

           PERFORM S700-PRINT-TOTALS-SECTION.

           IF  WS-LINES-SELECTED-CTR = ZERO
           AND RETURN-CODE = ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   READ AND EDIT THE OPTIONAL PARAMETER CARD.  A MISSING CARD,
      *   OR A BLANK FIELD, TAKES THE DEFAULT.
      ******************************************************************
       S050-EDIT-PARM-CARD SECTION.

           MOVE 'N'                        TO WS-CARD-VALID-SW.

           READ PARM-CARD-FILE
                AT END
                   MOVE SPACES             TO PARM-CARD-RECORD.

           MOVE PARM-REQUEST-ID            TO WS-REQUEST-ID.

           IF  PARM-TOP-N NOT = SPACES
               IF  PARM-TOP-N NUMERIC
               AND PARM-TOP-N-N > ZERO
               AND PARM-TOP-N-N NOT > WS-TOP-N-MAX
                   MOVE PARM-TOP-N-N       TO WS-TOP-N
               ELSE
                   DISPLAY 'ABMKTPEN - CARD REJECTED, RANKING SIZE NOT '
                           '001-050: ' PARM-CARD-RECORD
                   GO TO S050-EXIT.

           IF  PARM-MIN-WAGES NOT = SPACES
               IF  PARM-MIN-WAGES NUMERIC
               AND PARM-MIN-WAGES-N > ZERO
                   MOVE PARM-MIN-WAGES-N   TO WS-MIN-WAGES
               ELSE
                   DISPLAY 'ABMKTPEN - CARD REJECTED, BAD WAGE '
                           'THRESHOLD: ' PARM-CARD-RECORD
                   GO TO S050-EXIT.

           MOVE 'Y'                        TO WS-CARD-VALID-SW.

           IF  WS-REQUEST-ID = SPACES
               MOVE '**ALL** '             TO H02-REQUEST-ID
           ELSE
               MOVE WS-REQUEST-ID          TO H02-REQUEST-ID.
           MOVE WS-MIN-WAGES               TO H02-MIN-WAGES.

       S050-EXIT.
           EXIT.

      ******************************************************************
      *   REFERENCE PASS SORT INPUT.  THE ZIP/TAX FIGURES ARE BLANK ON
      *   ZIPS WITH NO IRS DATA AND COUNT AS ZERO.
      ******************************************************************
       S100-RELEASE-ZIP-REF SECTION.

           PERFORM S110-READ-ZIP-REF.

           PERFORM S120-RELEASE-ONE-REF
               UNTIL REF-AT-EOF.

       S110-READ-ZIP-REF SECTION.

           READ ZIPREF-FILE
                AT END MOVE 'Y'            TO WS-REF-EOF-SW.

           IF  NOT REF-AT-EOF
               ADD 1                       TO WS-REF-RECS-CTR.

       S120-RELEASE-ONE-REF SECTION.

           IF  ZREF-CITY  NOT = SPACES
           AND ZREF-STATE NOT = SPACES
               MOVE ZREF-STATE             TO SREF-STATE
               MOVE ZREF-CITY              TO SREF-CITY
               IF  ZREF-TAX-RETURNS NUMERIC
                   MOVE ZREF-TAX-RETURNS-N TO SREF-TAX-RETURNS
               ELSE
                   MOVE ZERO               TO SREF-TAX-RETURNS
               END-IF
               IF  ZREF-POPULATION NUMERIC
                   MOVE ZREF-POPULATION-N  TO SREF-POPULATION
               ELSE
                   MOVE ZERO               TO SREF-POPULATION
               END-IF
               IF  ZREF-TOTAL-WAGES NUMERIC
                   MOVE ZREF-TOTAL-WAGES-N TO SREF-TOTAL-WAGES
               ELSE
                   MOVE ZERO               TO SREF-TOTAL-WAGES
               END-IF
               RELEASE SORT-REF-RECORD.

           PERFORM S110-READ-ZIP-REF.

      ******************************************************************
      *   REFERENCE PASS SORT OUTPUT - THE ZIPS COME BACK IN STATE /
      *   CITY ORDER, SO EACH NEW PAIR OPENS A CITY ENTRY AND EACH NEW
      *   STATE OPENS A STATE ENTRY, AND THE ZIP FIGURES ADD INTO BOTH
      ******************************************************************
       S200-LOAD-ZIP-TABLES SECTION.

           MOVE LOW-VALUES                 TO WS-PREV-REF-KEY.

           PERFORM S290-RETURN-SORTED-REF.

           PERFORM S210-TABLE-ONE-ZIP
               UNTIL SORTED-REF-AT-EOF.

       S210-TABLE-ONE-ZIP SECTION.

           IF  SREF-STATE NOT = WS-PREV-STATE
               PERFORM S220-OPEN-STATE-ENTRY.

           IF  SREF-STATE NOT = WS-PREV-STATE
           OR  SREF-CITY  NOT = WS-PREV-CITY
               PERFORM S230-OPEN-CITY-ENTRY.

           MOVE SREF-STATE                 TO WS-PREV-STATE.
           MOVE SREF-CITY                  TO WS-PREV-CITY.

           IF  STATE-IS-TABLED
               ADD SREF-POPULATION         TO
                   WS-STATE-POPULATION (WS-STATE-SUB)
               ADD SREF-TAX-RETURNS        TO
                   WS-STATE-TAX-RETURNS (WS-STATE-SUB)
               ADD SREF-TOTAL-WAGES        TO
                   WS-STATE-WAGES (WS-STATE-SUB).

           IF  CITY-IS-TABLED
               ADD SREF-POPULATION         TO
                   WS-CITY-POPULATION (WS-CITY-CNT)
               ADD SREF-TAX-RETURNS        TO
                   WS-CITY-TAX-RETURNS (WS-CITY-CNT)
               ADD SREF-TOTAL-WAGES        TO
                   WS-CITY-WAGES (WS-CITY-CNT).

           PERFORM S290-RETURN-SORTED-REF.

       S220-OPEN-STATE-ENTRY SECTION.

           IF  WS-STATE-CNT < WS-STATE-MAX
               ADD 1                       TO WS-STATE-CNT
               MOVE WS-STATE-CNT           TO WS-STATE-SUB
               PERFORM S240-CLEAR-STATE-ENTRY
               MOVE SREF-STATE             TO
                    WS-STATE-CODE (WS-STATE-SUB)
               MOVE 'Y'                    TO
                    WS-STATE-ON-ZIP-SW (WS-STATE-SUB)
               MOVE 'Y'                    TO WS-STATE-FOUND-SW
           ELSE
               MOVE 'N'                    TO WS-STATE-FOUND-SW
               DISPLAY 'ABMKTPEN - STATE TABLE FULL, STATE DROPPED: '
                       SREF-STATE.

       S230-OPEN-CITY-ENTRY SECTION.

           IF  WS-CITY-CNT < WS-CITY-MAX
               ADD 1                       TO WS-CITY-CNT
               MOVE SREF-STATE             TO
                    WS-CITY-STATE (WS-CITY-CNT)
               MOVE SREF-CITY              TO
                    WS-CITY-NAME (WS-CITY-CNT)
               MOVE ZERO                   TO
                    WS-CITY-POPULATION (WS-CITY-CNT)
                    WS-CITY-TAX-RETURNS (WS-CITY-CNT)
                    WS-CITY-WAGES (WS-CITY-CNT)
                    WS-CITY-ORDERS (WS-CITY-CNT)
                    WS-CITY-CUSTOMERS (WS-CITY-CNT)
                    WS-CITY-REVENUE (WS-CITY-CNT)
               MOVE 'Y'                    TO WS-CITY-TABLED-SW
               IF  STATE-IS-TABLED
                   ADD 1                   TO
                       WS-STATE-ZIP-CITIES (WS-STATE-SUB)
               END-IF
           ELSE
               MOVE 'N'                    TO WS-CITY-TABLED-SW
               ADD 1                       TO WS-CITY-DROPPED-CTR
               DISPLAY 'ABMKTPEN - CITY TABLE FULL, CITY DROPPED: '
                       SREF-CITY ' ' SREF-STATE.

       S240-CLEAR-STATE-ENTRY SECTION.

           MOVE SPACES                     TO
                WS-STATE-CODE (WS-STATE-SUB).
           MOVE 'N'                        TO
                WS-STATE-ON-ZIP-SW (WS-STATE-SUB).
           MOVE ZERO                       TO
                WS-STATE-ZIP-CITIES (WS-STATE-SUB)
                WS-STATE-POPULATION (WS-STATE-SUB)
                WS-STATE-TAX-RETURNS (WS-STATE-SUB)
                WS-STATE-WAGES (WS-STATE-SUB)
                WS-STATE-ORDERS (WS-STATE-SUB)
                WS-STATE-CUSTOMERS (WS-STATE-SUB)
                WS-STATE-REVENUE (WS-STATE-SUB)
                WS-STATE-UNM-ORDERS (WS-STATE-SUB)
                WS-STATE-UNM-CUSTS (WS-STATE-SUB)
                WS-STATE-UNM-REVENUE (WS-STATE-SUB).

       S290-RETURN-SORTED-REF SECTION.

           RETURN SORT-REF-FILE
                  AT END
                     MOVE 'Y'              TO WS-SREF-EOF-SW.

      ******************************************************************
      *   ORDER PASS SORT INPUT - THE ABEXTRACT LINES OF THE REQUEST
      *   (OR OF EVERY REQUEST WHEN NONE IS NAMED), VALUED AT SHIPPED
      *   QUANTITY TIMES UNIT PRICE
      ******************************************************************
       S300-SELECT-ORDER-LINES SECTION.

           PERFORM S310-READ-EXTRACT.

           PERFORM S320-RELEASE-ONE-LINE
               UNTIL EXT-AT-EOF.

       S310-READ-EXTRACT SECTION.

           READ ABEXTRACT-FILE
                AT END MOVE 'Y'            TO WS-EXT-EOF-SW.

           IF  NOT EXT-AT-EOF
               ADD 1                       TO WS-EXT-RECS-CTR.

       S320-RELEASE-ONE-LINE SECTION.

           IF  WS-REQUEST-ID NOT = SPACES
           AND ABEXTRACT-REQUEST-ID NOT = WS-REQUEST-ID
               GO TO S320-NEXT.

           ADD 1                           TO WS-LINES-SELECTED-CTR.

           MOVE ABEXTRACT-CUST-STATE       TO SORD-STATE.
           MOVE ABEXTRACT-CUSTOMER         TO SORD-CUSTOMER.
           MOVE ABEXTRACT-SHIP-CITY        TO SORD-CITY.
           MOVE ABEXTRACT-COMPANY          TO SORD-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO SORD-ORDER-NBR.
           COMPUTE SORD-REVENUE ROUNDED =
                   ABEXTRACT-SHIPPED-QTY * ABEXTRACT-UNIT-PRICE.

           RELEASE SORT-ORD-RECORD.

       S320-NEXT.

           PERFORM S310-READ-EXTRACT.

      ******************************************************************
      *   ORDER PASS SORT OUTPUT.  THE LEVEL OF EACH KEY CHANGE SAYS
      *   WHAT IS NEW - 1 STATE, 2 CUSTOMER, 3 SHIP CITY, 4 ORDER -
      *   AND EVERY LOWER LEVEL IS NEW WITH IT.  A CUSTOMER COUNTS
      *   ONCE PER STATE, ONCE PER CITY AND ONCE IN ITS STATE'S
      *   UNMATCHED BUCKET.
      ******************************************************************
       S400-POST-ORDER-LINES SECTION.

           PERFORM S490-RETURN-SORTED-LINE.

           PERFORM S410-POST-ONE-LINE
               UNTIL SORTED-ORD-AT-EOF.

       S410-POST-ONE-LINE SECTION.

           IF  FIRST-LINE
           OR  SORD-STATE NOT = WS-HOLD-STATE
               MOVE 1                      TO WS-BREAK-LEVEL
           ELSE
           IF  SORD-CUSTOMER NOT = WS-HOLD-CUSTOMER
               MOVE 2                      TO WS-BREAK-LEVEL
           ELSE
           IF  SORD-CITY NOT = WS-HOLD-CITY
               MOVE 3                      TO WS-BREAK-LEVEL
           ELSE
           IF  SORD-COMPANY   NOT = WS-HOLD-COMPANY
           OR  SORD-ORDER-NBR NOT = WS-HOLD-ORDER-NBR
               MOVE 4                      TO WS-BREAK-LEVEL
           ELSE
               MOVE ZERO                   TO WS-BREAK-LEVEL.

           MOVE 'N'                        TO WS-FIRST-LINE-SW.
           MOVE SORD-KEY                   TO WS-HOLD-KEY.

           IF  WS-BREAK-LEVEL = 1
               PERFORM S420-START-STATE.

           IF  WS-BREAK-LEVEL = 1 OR 2
               ADD 1                       TO
                   WS-STATE-CUSTOMERS (WS-STATE-SUB)
               MOVE 'N'                    TO WS-UNM-CUST-SW.

           IF  WS-BREAK-LEVEL = 1 OR 2 OR 3
               PERFORM S440-START-CITY.

           IF  WS-BREAK-LEVEL NOT = ZERO
               PERFORM S450-START-ORDER.

           ADD SORD-REVENUE                TO WS-TOTAL-REVENUE
                                              WS-STATE-REVENUE
                                                  (WS-STATE-SUB).

           IF  CITY-IS-ON-MASTER
               ADD SORD-REVENUE            TO WS-MATCHED-REVENUE
                                              WS-CITY-REVENUE
                                                  (WS-CUR-CITY-SUB)
           ELSE
               ADD SORD-REVENUE            TO WS-UNM-REVENUE
                                              WS-STATE-UNM-REVENUE
                                                  (WS-STATE-SUB).

           PERFORM S490-RETURN-SORTED-LINE.

      ******************************************************************
      *   FIND THE SHIP STATE; ONE NOT ON THE ZIP DATA IS ADDED
      ******************************************************************
       S420-START-STATE SECTION.

           MOVE 'N'                        TO WS-STATE-FOUND-SW.
           MOVE 1                          TO WS-STATE-SUB.

           PERFORM S425-CHECK-ONE-STATE
               UNTIL WS-STATE-SUB > WS-STATE-CNT
               OR    STATE-IS-TABLED.

           IF  STATE-IS-TABLED
               GO TO S420-EXIT.

           IF  WS-STATE-CNT < WS-STATE-MAX
               ADD 1                       TO WS-STATE-CNT
               MOVE WS-STATE-CNT           TO WS-STATE-SUB
               PERFORM S240-CLEAR-STATE-ENTRY
               MOVE SORD-STATE             TO
                    WS-STATE-CODE (WS-STATE-SUB)
           ELSE
      *        NO ROOM - THE LAST ENTRY TAKES THE OVERFLOW SO NO ORDER
      *        IS LOST FROM THE TOTALS
               MOVE WS-STATE-CNT           TO WS-STATE-SUB
               DISPLAY 'ABMKTPEN - STATE TABLE FULL, STATE '
                       SORD-STATE ' POSTED TO '
                       WS-STATE-CODE (WS-STATE-SUB).

       S420-EXIT.
           EXIT.

       S425-CHECK-ONE-STATE SECTION.

           IF  WS-STATE-CODE (WS-STATE-SUB) = SORD-STATE
               MOVE 'Y'                    TO WS-STATE-FOUND-SW
           ELSE
               ADD 1                       TO WS-STATE-SUB.

      ******************************************************************
      *   LOOK THE SHIP CITY UP ON THE ZIP DATA AND COUNT THE
      *   CUSTOMER FOR IT, OR FOR THE STATE'S UNMATCHED BUCKET
      ******************************************************************
       S440-START-CITY SECTION.

           MOVE 'N'                        TO WS-CITY-FOUND-SW.
           MOVE SORD-STATE                 TO WS-LOOKUP-STATE.
           MOVE SORD-CITY                  TO WS-LOOKUP-CITY.

           SEARCH ALL WS-CITY-ENTRY
               AT END
                   NEXT SENTENCE
               WHEN WS-CITY-KEY (CX) = WS-LOOKUP-KEY
                   MOVE 'Y'                TO WS-CITY-FOUND-SW
                   SET WS-CUR-CITY-SUB     TO CX.

           IF  CITY-IS-ON-MASTER
               ADD 1                       TO
                   WS-CITY-CUSTOMERS (WS-CUR-CITY-SUB)
           ELSE
           IF  NOT UNM-CUST-COUNTED
               ADD 1                       TO
                   WS-STATE-UNM-CUSTS (WS-STATE-SUB)
               MOVE 'Y'                    TO WS-UNM-CUST-SW.

       S450-START-ORDER SECTION.

           ADD 1                           TO WS-ORDERS-CTR
                                              WS-STATE-ORDERS
                                                  (WS-STATE-SUB).

           IF  CITY-IS-ON-MASTER
               ADD 1                       TO WS-MATCHED-ORDERS-CTR
                                              WS-CITY-ORDERS
                                                  (WS-CUR-CITY-SUB)
           ELSE
               ADD 1                       TO WS-UNM-ORDERS-CTR
                                              WS-STATE-UNM-ORDERS
                                                  (WS-STATE-SUB).

       S490-RETURN-SORTED-LINE SECTION.

           RETURN SORT-ORD-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORD-EOF-SW.

      ******************************************************************
      *   SECTION 1 - EVERY ZIP MASTER CITY THAT TOOK AN ORDER, IN
      *   STATE / CITY ORDER
      ******************************************************************
       S500-PRINT-CITY-SECTION SECTION.

           MOVE 'MATCHED SHIP CITIES' TO H02-SECTION-TITLE.
           MOVE 99                         TO WS-LINE-CTR.

           PERFORM S510-PRINT-ONE-CITY
               VARYING WS-CITY-SUB FROM 1 BY 1
                 UNTIL WS-CITY-SUB > WS-CITY-CNT.

           IF  WS-CITIES-W-ORDERS-CTR = ZERO
               MOVE 'NO ORDERS SHIPPED TO A CITY ON THE ZIP DATA'
                                           TO NL-TEXT
               PERFORM S890-PRINT-NOTHING-LINE.

       S510-PRINT-ONE-CITY SECTION.

           IF  WS-CITY-WAGES (WS-CITY-SUB) NOT < WS-MIN-WAGES
           AND WS-CITY-WAGES (WS-CITY-SUB) > ZERO
               ADD 1                       TO WS-HIGH-WAGE-CITY-CTR.

           IF  WS-CITY-ORDERS (WS-CITY-SUB) = ZERO
               GO TO S510-EXIT.

           ADD 1                           TO WS-CITIES-W-ORDERS-CTR.

           MOVE ZERO                       TO D01-RANK.
           PERFORM S520-FORMAT-CITY-DETAIL.
           PERFORM S880-PRINT-DETAIL.

       S510-EXIT.
           EXIT.

       S520-FORMAT-CITY-DETAIL SECTION.

           MOVE WS-CITY-STATE (WS-CITY-SUB)        TO D01-STATE.
           MOVE WS-CITY-NAME (WS-CITY-SUB)         TO D01-CITY.
           MOVE WS-CITY-ORDERS (WS-CITY-SUB)       TO WS-RATE-ORDERS.
           MOVE WS-CITY-REVENUE (WS-CITY-SUB)      TO WS-RATE-REVENUE.
           MOVE WS-CITY-POPULATION (WS-CITY-SUB)   TO
                WS-RATE-POPULATION.
           MOVE WS-CITY-WAGES (WS-CITY-SUB)        TO WS-RATE-WAGES.
           MOVE WS-CITY-CUSTOMERS (WS-CITY-SUB)    TO D01-CUSTOMERS.

           PERFORM S800-FORMAT-RATES.

      ******************************************************************
      *   SECTION 2 - THE UNMATCHED BUCKET OF EACH STATE: ORDERS WHOSE
      *   SHIP CITY IS NOT ON THE ZIP DATA UNDER THAT STATE
      ******************************************************************
       S550-PRINT-UNMATCHED-SECTION SECTION.

           MOVE 'SHIP CITIES NOT ON ZIP DATA, BY STATE'
                                           TO H02-SECTION-TITLE.
           MOVE 99                         TO WS-LINE-CTR.

           PERFORM S560-PRINT-ONE-BUCKET
               VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-STATE-CNT.

           IF  WS-UNM-ORDERS-CTR = ZERO
               MOVE 'EVERY SHIP CITY MATCHED THE ZIP DATA'
                                           TO NL-TEXT
               PERFORM S890-PRINT-NOTHING-LINE.

       S560-PRINT-ONE-BUCKET SECTION.

           IF  WS-STATE-UNM-ORDERS (WS-STATE-SUB) = ZERO
               GO TO S560-EXIT.

           MOVE SPACES                     TO DETAIL-01.
           MOVE WS-STATE-CODE (WS-STATE-SUB)       TO D01-STATE.
           MOVE '*UNMATCHED CITY*'         TO D01-CITY.
           MOVE WS-STATE-UNM-ORDERS (WS-STATE-SUB) TO D01-ORDERS.
           MOVE WS-STATE-UNM-CUSTS (WS-STATE-SUB)  TO D01-CUSTOMERS.
           MOVE WS-STATE-UNM-REVENUE (WS-STATE-SUB)
                                           TO D01-REVENUE.
           PERFORM S880-PRINT-DETAIL.

       S560-EXIT.
           EXIT.

      ******************************************************************
      *   SECTION 3 - STATE TOTALS, MATCHED AND UNMATCHED ORDERS
      *   TOGETHER, AGAINST THE WHOLE STATE'S POPULATION AND WAGES
      ******************************************************************
       S600-PRINT-STATE-SECTION SECTION.

           MOVE 'STATE TOTALS' TO H02-SECTION-TITLE.
           MOVE 99                         TO WS-LINE-CTR.

           PERFORM S610-PRINT-ONE-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-STATE-CNT.

       S610-PRINT-ONE-STATE SECTION.

           ADD WS-STATE-POPULATION (WS-STATE-SUB)  TO
               WS-TOTAL-POPULATION.
           ADD WS-STATE-WAGES (WS-STATE-SUB)       TO
               WS-TOTAL-WAGES.

           MOVE ZERO                       TO D01-RANK.
           MOVE WS-STATE-CODE (WS-STATE-SUB)       TO D01-STATE.
           IF  STATE-ON-ZIP-DATA (WS-STATE-SUB)
               MOVE SPACES                 TO D01-CITY
           ELSE
               MOVE '*NOT ON ZIP DATA*'    TO D01-CITY.
           MOVE WS-STATE-ORDERS (WS-STATE-SUB)     TO WS-RATE-ORDERS.
           MOVE WS-STATE-REVENUE (WS-STATE-SUB)    TO WS-RATE-REVENUE.
           MOVE WS-STATE-POPULATION (WS-STATE-SUB) TO
                WS-RATE-POPULATION.
           MOVE WS-STATE-WAGES (WS-STATE-SUB)      TO WS-RATE-WAGES.
           MOVE WS-STATE-CUSTOMERS (WS-STATE-SUB)  TO D01-CUSTOMERS.

           PERFORM S800-FORMAT-RATES.
           PERFORM S880-PRINT-DETAIL.

      ******************************************************************
      *   SECTION 4 - THE MOST UNDER-PENETRATED HIGH-WAGE CITIES.
      *   EACH CITY AT OR OVER THE WAGE THRESHOLD IS SLOTTED INTO THE
      *   RANKING TABLE BY REVENUE PER $1M OF WAGES, LOWEST FIRST,
      *   THE LARGER WAGE BASE FIRST ON A TIE.
      ******************************************************************
       S650-PRINT-RANKING-SECTION SECTION.

           MOVE 'UNDER-PENETRATED HIGH-WAGE CITIES'
                                           TO H02-SECTION-TITLE.
           MOVE 99                         TO WS-LINE-CTR.

           PERFORM S660-RANK-ONE-CITY
               VARYING WS-CITY-SUB FROM 1 BY 1
                 UNTIL WS-CITY-SUB > WS-CITY-CNT.

           PERFORM S680-PRINT-ONE-RANK
               VARYING WS-RANK-SUB FROM 1 BY 1
                 UNTIL WS-RANK-SUB > WS-RANK-CNT.

           IF  WS-RANK-CNT = ZERO
               MOVE 'NO CITY ON THE ZIP DATA MEETS THE WAGE THRESHOLD'
                                           TO NL-TEXT
               PERFORM S890-PRINT-NOTHING-LINE.

       S660-RANK-ONE-CITY SECTION.

           IF  WS-CITY-WAGES (WS-CITY-SUB) < WS-MIN-WAGES
           OR  WS-CITY-WAGES (WS-CITY-SUB) = ZERO
               GO TO S660-EXIT.

           COMPUTE WS-REV-PER-MM ROUNDED =
                   WS-CITY-REVENUE (WS-CITY-SUB) * 1000000
                 / WS-CITY-WAGES (WS-CITY-SUB).

           MOVE 'N'                        TO WS-RANK-POS-FOUND-SW.
           MOVE 1                          TO WS-RANK-POS.

           PERFORM S665-CHECK-RANK-POS
               UNTIL WS-RANK-POS > WS-RANK-CNT
               OR    RANK-POS-FOUND.

           IF  WS-RANK-POS > WS-TOP-N
               GO TO S660-EXIT.

           IF  WS-RANK-CNT < WS-TOP-N
               ADD 1                       TO WS-RANK-CNT.

           PERFORM S670-SHIFT-ONE-RANK
               VARYING WS-RANK-SHIFT-SUB FROM WS-RANK-CNT BY -1
                 UNTIL WS-RANK-SHIFT-SUB NOT > WS-RANK-POS.

           MOVE WS-CITY-SUB                TO
                WS-RANK-CITY-SUB (WS-RANK-POS).
           MOVE WS-REV-PER-MM              TO
                WS-RANK-REV-PER-MM (WS-RANK-POS).
           MOVE WS-CITY-WAGES (WS-CITY-SUB) TO
                WS-RANK-WAGES (WS-RANK-POS).

       S660-EXIT.
           EXIT.

       S665-CHECK-RANK-POS SECTION.

           IF  WS-REV-PER-MM < WS-RANK-REV-PER-MM (WS-RANK-POS)
           OR  (WS-REV-PER-MM = WS-RANK-REV-PER-MM (WS-RANK-POS)
           AND  WS-CITY-WAGES (WS-CITY-SUB) >
                WS-RANK-WAGES (WS-RANK-POS))
               MOVE 'Y'                    TO WS-RANK-POS-FOUND-SW
           ELSE
               ADD 1                       TO WS-RANK-POS.

       S670-SHIFT-ONE-RANK SECTION.

           MOVE WS-RANK-ENTRY (WS-RANK-SHIFT-SUB - 1)  TO
                WS-RANK-ENTRY (WS-RANK-SHIFT-SUB).

       S680-PRINT-ONE-RANK SECTION.

           MOVE WS-RANK-CITY-SUB (WS-RANK-SUB)     TO WS-CITY-SUB.
           MOVE WS-RANK-SUB                TO D01-RANK.
           PERFORM S520-FORMAT-CITY-DETAIL.
           PERFORM S880-PRINT-DETAIL.

      ******************************************************************
      *   SECTION 5 - RUN TOTALS
      ******************************************************************
       S700-PRINT-TOTALS-SECTION SECTION.

           MOVE 'RUN TOTALS' TO H02-SECTION-TITLE.
           MOVE 99                         TO WS-LINE-CTR.

           MOVE 'ZIP MASTER RECORDS READ'  TO T01-LABEL.
           MOVE WS-REF-RECS-CTR            TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'ZIP MASTER CITY/STATES'   TO T01-LABEL.
           MOVE WS-CITY-CNT                TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'HIGH-WAGE CITIES'         TO T01-LABEL.
           MOVE WS-HIGH-WAGE-CITY-CTR      TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'ABEXTRACT LINES READ'     TO T01-LABEL.
           MOVE WS-EXT-RECS-CTR            TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'ABEXTRACT LINES SELECTED' TO T01-LABEL.
           MOVE WS-LINES-SELECTED-CTR      TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'ORDERS'                   TO T01-LABEL.
           MOVE WS-ORDERS-CTR              TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE '  TO CITIES ON ZIP DATA'  TO T01-LABEL.
           MOVE WS-MATCHED-ORDERS-CTR      TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE '  TO UNMATCHED CITIES'    TO T01-LABEL.
           MOVE WS-UNM-ORDERS-CTR          TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'CITIES WITH ORDERS'       TO T01-LABEL.
           MOVE WS-CITIES-W-ORDERS-CTR     TO T01-COUNT.
           PERFORM S710-PRINT-COUNT-LINE.

           MOVE 'SHIPPED REVENUE'          TO T02-LABEL.
           MOVE WS-TOTAL-REVENUE           TO T02-AMOUNT.
           PERFORM S720-PRINT-AMOUNT-LINE.

           MOVE '  TO CITIES ON ZIP DATA'  TO T02-LABEL.
           MOVE WS-MATCHED-REVENUE         TO T02-AMOUNT.
           PERFORM S720-PRINT-AMOUNT-LINE.

           MOVE '  TO UNMATCHED CITIES'    TO T02-LABEL.
           MOVE WS-UNM-REVENUE             TO T02-AMOUNT.
           PERFORM S720-PRINT-AMOUNT-LINE.

           MOVE WS-ORDERS-CTR              TO WS-RATE-ORDERS.
           MOVE WS-TOTAL-REVENUE           TO WS-RATE-REVENUE.
           MOVE WS-TOTAL-POPULATION        TO WS-RATE-POPULATION.
           MOVE WS-TOTAL-WAGES             TO WS-RATE-WAGES.
           PERFORM S800-FORMAT-RATES.

           IF  NOT NO-POPULATION
               MOVE 'ORDERS PER 1,000 RESIDENTS'
                                           TO T03-LABEL
               MOVE WS-ORD-PER-1000        TO T03-RATE
               PERFORM S730-PRINT-RATE-LINE.

           IF  NOT NO-WAGES
               MOVE 'REVENUE PER $1M OF WAGES' TO T02-LABEL
               MOVE WS-REV-PER-MM          TO T02-AMOUNT
               PERFORM S720-PRINT-AMOUNT-LINE.

       S710-PRINT-COUNT-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S870-PRINT-HEADERS.

           WRITE MKTPEN-RPT-REC FROM TOTAL-01.
           ADD 1                           TO WS-LINE-CTR.

       S720-PRINT-AMOUNT-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S870-PRINT-HEADERS.

           WRITE MKTPEN-RPT-REC FROM TOTAL-02.
           ADD 1                           TO WS-LINE-CTR.

       S730-PRINT-RATE-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S870-PRINT-HEADERS.

           WRITE MKTPEN-RPT-REC FROM TOTAL-03.
           ADD 1                           TO WS-LINE-CTR.

      ******************************************************************
      *   FILL THE FIGURE COLUMNS OF DETAIL-01 FROM THE RATE FIELDS.
      *   ORDERS PER 1,000 RESIDENTS AND REVENUE PER $1M OF WAGES ARE
      *   LEFT BLANK WHERE THE ZIP DATA HAS NO POPULATION OR WAGES.
      ******************************************************************
       S800-FORMAT-RATES SECTION.

           MOVE WS-RATE-ORDERS             TO D01-ORDERS.
           MOVE WS-RATE-REVENUE            TO D01-REVENUE.

           IF  WS-RATE-POPULATION = ZERO
               MOVE 'Y'                    TO WS-NO-POP-SW
               MOVE ZERO                   TO WS-ORD-PER-1000
               MOVE SPACES                 TO D01-POPULATION-X
                                              D01-ORD-PER-1000-X
           ELSE
               MOVE 'N'                    TO WS-NO-POP-SW
               COMPUTE WS-ORD-PER-1000 ROUNDED =
                       WS-RATE-ORDERS * 1000 / WS-RATE-POPULATION
               MOVE WS-RATE-POPULATION     TO D01-POPULATION
               IF  WS-ORD-PER-1000 > 999999.999
                   MOVE 999999.999         TO D01-ORD-PER-1000
               ELSE
                   MOVE WS-ORD-PER-1000    TO D01-ORD-PER-1000.

           IF  WS-RATE-WAGES = ZERO
               MOVE 'Y'                    TO WS-NO-WAGES-SW
               MOVE ZERO                   TO WS-REV-PER-MM
               MOVE SPACES                 TO D01-WAGES-X
                                              D01-REV-PER-MM-X
           ELSE
               MOVE 'N'                    TO WS-NO-WAGES-SW
               COMPUTE WS-REV-PER-MM ROUNDED =
                       WS-RATE-REVENUE * 1000000 / WS-RATE-WAGES
               MOVE WS-RATE-WAGES          TO D01-WAGES
               IF  WS-REV-PER-MM > 999999999.99
                   MOVE 999999999.99       TO D01-REV-PER-MM
               ELSE
                   MOVE WS-REV-PER-MM      TO D01-REV-PER-MM.

      ******************************************************************
      *   REPORT LINE WRITERS
      ******************************************************************
       S870-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE MKTPEN-RPT-REC FROM HEADER-01.

           WRITE MKTPEN-RPT-REC FROM HEADER-02.

           MOVE SPACES                     TO MKTPEN-RPT-REC.
           WRITE MKTPEN-RPT-REC.

           IF  H02-SECTION-TITLE NOT = 'RUN TOTALS'
               WRITE MKTPEN-RPT-REC FROM HEADER-03.

           MOVE ZERO                       TO WS-LINE-CTR.

       S880-PRINT-DETAIL SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S870-PRINT-HEADERS.

           WRITE MKTPEN-RPT-REC FROM DETAIL-01.
           ADD 1                           TO WS-LINE-CTR.

       S890-PRINT-NOTHING-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S870-PRINT-HEADERS.

           WRITE MKTPEN-RPT-REC FROM NOTHING-LINE.
           ADD 1                           TO WS-LINE-CTR.

      ******************************************************************
      *   END OF RUN
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABMKTPEN PROCESSING COUNTS  *  *  *'.

           MOVE WS-REF-RECS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** ZIP MASTER RECORDS READ = ' WS-DISPLAY-CTR.

           MOVE WS-CITY-CNT                TO WS-DISPLAY-CTR.
           DISPLAY '** ZIP CITY/STATES TABLED  = ' WS-DISPLAY-CTR.

           MOVE WS-CITY-DROPPED-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** ZIP CITIES DROPPED      = ' WS-DISPLAY-CTR.

           MOVE WS-EXT-RECS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** ABEXTRACT LINES READ    = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-SELECTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** LINES SELECTED          = ' WS-DISPLAY-CTR.

           MOVE WS-ORDERS-CTR              TO WS-DISPLAY-CTR.
           DISPLAY '** ORDERS                  = ' WS-DISPLAY-CTR.

           MOVE WS-UNM-ORDERS-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '**   TO UNMATCHED CITIES   = ' WS-DISPLAY-CTR.

           MOVE WS-RANK-CNT                TO WS-DISPLAY-CTR.
           DISPLAY '** CITIES RANKED           = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE PARM-CARD-FILE
                 ABEXTRACT-FILE
                 ZIPREF-FILE
                 MKTPEN-RPT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABMKTPEN'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-LINES-SELECTED-CTR      TO RUNSTAT-INPUT-CNT.
           MOVE WS-ORDERS-CTR              TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-UNM-ORDERS-CTR          TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
