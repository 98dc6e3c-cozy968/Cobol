       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABMRGRPT.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABMRGRPT
      *C   FUNCTION:
      *C
      *C   -    GROSS MARGIN ANALYSIS OF THE AB ORDER LINES FOR ONE
      *C        COMPANY AND REQUEST DATE RANGE, FROM BOTH SIDES OF
      *C        THE AB FILES.  SHIPPED REVENUE IS SHIPPED QTY TIMES
      *C        UNIT PRICE AND SHIPPED COST IS SHIPPED QTY TIMES UNIT
      *C        COST (XCL-UNIT-COST ON THE CURRENT SIDE,
      *C        XHL-SHPD-UNIT-COST ON HISTORY).
      *C
      *C   -    REVENUE, COST, GROSS MARGIN DOLLARS AND MARGIN
      *C        PERCENT ARE ROLLED UP THREE WAYS - BY SALES MAJOR /
      *C        MINOR CLASS, BY CUSTOMER AND BY LOCATION - EACH ON
      *C        ITS OWN PAGES WITH A SECTION TOTAL.
      *C
      *C   -    A FINAL SECTION LISTS EVERY LINE WHOSE UNIT PRICE IS
      *C        BELOW ITS UNIT COST, OR WHOSE UNIT MARGIN PERCENT IS
      *C        BELOW THE MARGIN FLOOR ON THE PARAMETER CARD.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  ONE CARD - COMPANY (REQUIRED), REQUEST DATE
      *C                  RANGE (BOTH OR NEITHER), MARGIN FLOOR PCT
      *C        ABHISTH   ABHISTHDR  KEYED FILE
      *C        ABHISTL   ABHISTLINE KEYED FILE
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C        ABCURRL   ABCURRLINE KEYED FILE
      *C
      *C   OUTPUT:
      *C
      *C        MRGRPT    GROSS MARGIN ANALYSIS REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 REPORT PRINTED, 4 NO LINES SELECTED,
      *C                  16 PARAMETER CARD MISSING OR INVALID
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

           SELECT PARM-CARD-FILE            ASSIGN  TO PARMCARD.

           SELECT ABHISTHDR-FILE            ASSIGN  TO ABHISTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XHH-KEY
                  FILE STATUS IS WS-XHH-STATUS.

           SELECT ABHISTLINE-FILE           ASSIGN  TO ABHISTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XHL-KEY
                  FILE STATUS IS WS-XHL-STATUS.

           SELECT ABCURRHDR-FILE            ASSIGN  TO ABCURRH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XCH-UNIQUE-I-D
                  FILE STATUS IS WS-XCH-STATUS.

           SELECT ABCURRLINE-FILE           ASSIGN  TO ABCURRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XCL-KEY
                  FILE STATUS IS WS-XCL-STATUS.

           SELECT MARGIN-RPT                ASSIGN  TO MRGRPT.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-COMPANY                       PIC X(04).
           05 PARM-COMPANY-N REDEFINES
              PARM-COMPANY                       PIC 9(04).
           05 PARM-FR-DATE                       PIC X(08).
           05 PARM-FR-DATE-N REDEFINES
              PARM-FR-DATE                       PIC 9(08).
           05 PARM-TO-DATE                       PIC X(08).
           05 PARM-TO-DATE-N REDEFINES
              PARM-TO-DATE                       PIC 9(08).
           05 PARM-MARGIN-FLOOR                  PIC X(05).
           05 PARM-MARGIN-FLOOR-N REDEFINES
              PARM-MARGIN-FLOOR                  PIC 9(03)V99.
           05 FILLER                             PIC X(55).

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.

       FD  ABHISTLINE-FILE.

       COPY ABXHLREC.

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  MARGIN-RPT.

       01  MARGIN-RPT-REC                        PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-RPT-TYPE                      PIC X(01).
              88  SORT-BY-CLASS                        VALUE '1'.
              88  SORT-BY-CUSTOMER                     VALUE '2'.
              88  SORT-BY-LOCATION                     VALUE '3'.
              88  SORT-EXCEPTION                       VALUE '4'.
           05 SORT-GROUP-KEY                     PIC X(20).
           05 SORT-REQUEST-DATE                  PIC 9(08).
           05 SORT-ORDER-NBR                     PIC 9(08).
           05 SORT-LINE-NBR                      PIC 9(04).
           05 SORT-SIDE                          PIC X(01).
           05 SORT-CUSTOMER                      PIC X(09).
           05 SORT-ITEM                          PIC X(15).
           05 SORT-LOCATION                      PIC X(05).
           05 SORT-SHIPPED-QTY                   PIC S9(07)    COMP-3.
           05 SORT-UNIT-PRICE                    PIC S9(07)V99 COMP-3.
           05 SORT-UNIT-COST                     PIC S9(07)V99 COMP-3.
           05 SORT-REVENUE                       PIC S9(11)V99 COMP-3.
           05 SORT-COST                          PIC S9(11)V99 COMP-3.
           05 SORT-UNIT-MARGIN-PCT               PIC S9(05)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABMRGRPT  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-HDR-EOF-SW               PIC X(01) VALUE 'N'.
           88  HDR-AT-EOF                        VALUE 'Y'.
       77  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
           88  LINE-AT-EOF                       VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01) VALUE 'N'.
           88  CARD-IS-VALID                     VALUE 'Y'.
       77  WS-USE-DATE-RANGE-SW        PIC X(01) VALUE 'N'.
           88  USE-DATE-RANGE                    VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-XHH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XHL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCL-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-HIST-HDRS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CURR-HDRS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HDRS-SELECTED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-ANALYZED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-LINES-CTR  PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-MARGIN-FLOOR             PIC S9(03)V99 COMP-3 VALUE ZERO.

      *    THE HEADER BEING PROCESSED, WHICHEVER SIDE IT CAME FROM
       01  WS-HOLD-HEADER.
           05 WS-HOLD-SIDE                       PIC X(01).
           05 WS-HOLD-UNIQUE-I-D                 PIC 9(12).
           05 WS-HOLD-REQUEST-DATE               PIC 9(08).
           05 WS-HOLD-COMPANY                    PIC 9(04).
           05 WS-HOLD-ORDER-NBR                  PIC 9(08).
           05 WS-HOLD-CUSTOMER                   PIC X(09).

      *    THE LINE BEING ANALYZED, WHICHEVER SIDE IT CAME FROM
       01  WS-LINE-WORK.
           05 WS-LINE-NBR                        PIC 9(04).
           05 WS-LINE-ITEM                       PIC X(15).
           05 WS-LINE-LOCATION                   PIC X(05).
           05 WS-LINE-SALES-MAJCL                PIC X(04).
           05 WS-LINE-SALES-MINCL                PIC X(04).
           05 WS-LINE-SHIPPED-QTY                PIC S9(07)    COMP-3.
           05 WS-LINE-UNIT-PRICE                 PIC S9(07)V99 COMP-3.
           05 WS-LINE-UNIT-COST                  PIC S9(07)V99 COMP-3.

       01  WS-CLASS-KEY.
           05 WS-CLASS-MAJCL                     PIC X(04).
           05 F                                  PIC X(01) VALUE '/'.
           05 WS-CLASS-MINCL                     PIC X(04).

       77  WS-UNIT-MARGIN-PCT          PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-EXCEPTION-TEXT           PIC X(11) VALUE SPACES.

      *    CONTROL BREAK HOLD AND ACCUMULATORS
       77  WS-PREV-RPT-TYPE            PIC X(01) VALUE SPACE.
       77  WS-PREV-GROUP-KEY           PIC X(20) VALUE SPACES.

       01  WS-GROUP-TOTALS.
           05 WS-GRP-LINES                       PIC S9(07)    COMP-3.
           05 WS-GRP-QTY                         PIC S9(09)    COMP-3.
           05 WS-GRP-REVENUE                     PIC S9(13)V99 COMP-3.
           05 WS-GRP-COST                        PIC S9(13)V99 COMP-3.

       01  WS-SECTION-TOTALS.
           05 WS-SEC-LINES                       PIC S9(07)    COMP-3.
           05 WS-SEC-QTY                         PIC S9(09)    COMP-3.
           05 WS-SEC-REVENUE                     PIC S9(13)V99 COMP-3.
           05 WS-SEC-COST                        PIC S9(13)V99 COMP-3.

       77  WS-PRT-LINES                PIC S9(07)    COMP-3 VALUE ZERO.
       77  WS-PRT-QTY                  PIC S9(09)    COMP-3 VALUE ZERO.
       77  WS-PRT-REVENUE              PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-PRT-COST                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-PRT-MARGIN               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-PRT-MARGIN-PCT           PIC S9(05)V99 COMP-3 VALUE ZERO.

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
           05 F                    PIC X(08)   VALUE 'ABMRGRPT'.
           05 F                    PIC X(21)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE
              'GROSS MARGIN ANALYSIS REPORT  '.
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
           05 F                    PIC X(08)   VALUE 'COMPANY '.
           05 H02-COMPANY          PIC 9(04).
           05 F                    PIC X(17)   VALUE
              '   REQUEST DATES '.
           05 H02-FR-DATE          PIC 9(08).
           05 F                    PIC X(06)   VALUE ' THRU '.
           05 H02-TO-DATE          PIC 9(08).
           05 F                    PIC X(16)   VALUE
              '   MARGIN FLOOR '.
           05 H02-MARGIN-FLOOR     PIC ZZ9.99.
           05 F                    PIC X(04)   VALUE ' PCT'.
           05 F                    PIC X(05)   VALUE SPACE.
           05 H02-SECTION-TITLE    PIC X(40).
           05 F                    PIC X(10)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(01)   VALUE SPACE.
           05 H03-GROUP-TITLE      PIC X(20).
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE '  LINES'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'SHIPPED QTY'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(18)   VALUE
              '   SHIPPED REVENUE'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(18)   VALUE
              '      SHIPPED COST'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(18)   VALUE
              '      GROSS MARGIN'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'MARGIN PCT'.
           05 F                    PIC X(20)   VALUE SPACE.

       01  HEADER-04.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'REQUEST '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ORDER   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'LINE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'SIDE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(09)   VALUE 'CUSTOMER '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE 'ITEM           '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(05)   VALUE 'LOC  '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(13)   VALUE '   UNIT PRICE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(13)   VALUE '    UNIT COST'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'MARGIN PCT'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'EXCEPTION  '.
           05 F                    PIC X(12)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-GROUP            PIC X(20).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-LINES            PIC ZZZ,ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-SHIPPED-QTY      PIC ZZ,ZZZ,ZZ9-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-REVENUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-COST             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-MARGIN           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-MARGIN-PCT       PIC -ZZ,ZZ9.99.
           05 F                    PIC X(20)   VALUE SPACE.

       01  DETAIL-02.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-REQUEST-DATE     PIC 9(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-ORDER-NBR        PIC 9(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-LINE-NBR         PIC 9(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-SIDE             PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-CUSTOMER         PIC X(09).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-ITEM             PIC X(15).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-LOCATION         PIC X(05).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-UNIT-PRICE       PIC Z,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-UNIT-COST        PIC Z,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-MARGIN-PCT       PIC -ZZ,ZZ9.99.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-EXCEPTION        PIC X(11).
           05 F                    PIC X(12)   VALUE SPACE.

       01  TOTAL-02.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(20)   VALUE
              'EXCEPTION LINES     '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 T02-LINE-CNT         PIC ZZZ,ZZ9.
           05 F                    PIC X(103)  VALUE SPACE.

       01  NOTHING-SELECTED-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'NO ORDER LINES MATCHED THE SELECTION    '.
           05 F                    PIC X(92)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABMRGRPT  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           OPEN INPUT  PARM-CARD-FILE
                       ABHISTHDR-FILE
                       ABHISTLINE-FILE
                       ABCURRHDR-FILE
                       ABCURRLINE-FILE
                OUTPUT MARGIN-RPT.

           DISPLAY 'ABMRGRPT - GROSS MARGIN ANALYSIS STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM S050-EDIT-PARM-CARD.

           IF  NOT CARD-IS-VALID
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

           SORT SORT-FILE ASCENDING KEY SORT-RPT-TYPE
                                        SORT-GROUP-KEY
                                        SORT-REQUEST-DATE
                                        SORT-ORDER-NBR
                                        SORT-LINE-NBR
                INPUT   PROCEDURE IS  S100-SELECT-LINES
                OUTPUT  PROCEDURE IS  S200-PRINT-REPORT.

           IF  WS-LINES-ANALYZED-CTR = ZERO
           AND RETURN-CODE = ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   READ AND EDIT THE PARAMETER CARD.  COMPANY IS REQUIRED; THE
      *   REQUEST DATE RANGE IS BOTH DATES OR NEITHER (NEITHER MEANS
      *   ALL DATES); A BLANK MARGIN FLOOR LISTS BELOW-COST LINES
      *   ONLY.
      ******************************************************************
       S050-EDIT-PARM-CARD SECTION.

           MOVE 'N'                        TO WS-CARD-VALID-SW.

           READ PARM-CARD-FILE
                AT END
                   DISPLAY 'ABMRGRPT - NO PARAMETER CARD SUPPLIED, '
                           'RUN ABORTED'
                   GO TO S050-EXIT.

           IF  PARM-COMPANY NOT NUMERIC
           OR  PARM-COMPANY-N = ZERO
               DISPLAY 'ABMRGRPT - CARD REJECTED, BAD COMPANY: '
                       PARM-CARD-RECORD
               GO TO S050-EXIT.

           IF  PARM-FR-DATE NUMERIC
           AND PARM-TO-DATE NUMERIC
               IF  PARM-FR-DATE-N > PARM-TO-DATE-N
                   DISPLAY 'ABMRGRPT - CARD REJECTED, FROM DATE AFTER '
                           'TO DATE: ' PARM-CARD-RECORD
                   GO TO S050-EXIT
               ELSE
                   MOVE 'Y'                TO WS-USE-DATE-RANGE-SW
           ELSE
           IF  PARM-FR-DATE NOT = SPACES
           OR  PARM-TO-DATE NOT = SPACES
               DISPLAY 'ABMRGRPT - CARD REJECTED, INCOMPLETE DATE '
                       'RANGE: ' PARM-CARD-RECORD
               GO TO S050-EXIT.

           IF  PARM-MARGIN-FLOOR = SPACES
               MOVE ZERO                   TO WS-MARGIN-FLOOR
           ELSE
           IF  PARM-MARGIN-FLOOR NUMERIC
               MOVE PARM-MARGIN-FLOOR-N    TO WS-MARGIN-FLOOR
           ELSE
               DISPLAY 'ABMRGRPT - CARD REJECTED, MARGIN FLOOR NOT '
                       'NUMERIC: ' PARM-CARD-RECORD
               GO TO S050-EXIT.

           MOVE 'Y'                        TO WS-CARD-VALID-SW.

           MOVE PARM-COMPANY-N             TO H02-COMPANY.
           MOVE WS-MARGIN-FLOOR            TO H02-MARGIN-FLOOR.

           IF  USE-DATE-RANGE
               MOVE PARM-FR-DATE-N         TO H02-FR-DATE
               MOVE PARM-TO-DATE-N         TO H02-TO-DATE
                                              WS-TO-DATE
           ELSE
               MOVE ZERO                   TO H02-FR-DATE
               MOVE 99999999               TO H02-TO-DATE
                                              WS-TO-DATE.

       S050-EXIT.
           EXIT.

      ******************************************************************
      *   SORT INPUT - HISTORY SIDE THEN CURRENT SIDE
      ******************************************************************
       S100-SELECT-LINES SECTION.

           PERFORM S110-SELECT-HISTORY.

           PERFORM S150-SELECT-CURRENT.

      ******************************************************************
      *   HISTORY SIDE - THE ABHISTHDR KEY LEADS WITH REQUEST DATE, SO
      *   A DATE-RANGED RUN POSITIONS DIRECTLY AND STOPS PAST THE TO
      *   DATE.
      ******************************************************************
       S110-SELECT-HISTORY SECTION.

           MOVE 'N'                        TO WS-HDR-EOF-SW.

           IF  USE-DATE-RANGE
               MOVE PARM-FR-DATE-N         TO XHH-REQUEST-DATE
           ELSE
               MOVE ZERO                   TO XHH-REQUEST-DATE.
           MOVE ZERO                       TO XHH-COMPANY
                                              XHH-ORDER-NBR.

           START ABHISTHDR-FILE KEY NOT LESS THAN XHH-KEY.

           IF  WS-XHH-STATUS NOT = '00'
               GO TO S110-EXIT.

           PERFORM S115-READ-NEXT-HIST-HDR.

           PERFORM S120-SELECT-ONE-HIST-HDR
               UNTIL HDR-AT-EOF.

       S110-EXIT.
           EXIT.

       S115-READ-NEXT-HIST-HDR SECTION.

           READ ABHISTHDR-FILE NEXT.

           IF  WS-XHH-STATUS = '00'
               ADD 1                       TO WS-HIST-HDRS-CTR
               IF  XHH-REQUEST-DATE > WS-TO-DATE
                   MOVE 'Y'                TO WS-HDR-EOF-SW
               END-IF
           ELSE
           IF  WS-XHH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABMRGRPT - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S120-SELECT-ONE-HIST-HDR SECTION.

           IF  XHH-COMPANY NOT = PARM-COMPANY-N
               GO TO S120-NEXT.

           ADD 1                           TO WS-HDRS-SELECTED-CTR.

           MOVE 'H'                        TO WS-HOLD-SIDE.
           MOVE ZERO                       TO WS-HOLD-UNIQUE-I-D.
           MOVE XHH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE XHH-COMPANY                TO WS-HOLD-COMPANY.
           MOVE XHH-ORDER-NBR              TO WS-HOLD-ORDER-NBR.
           MOVE XHH-CUSTOMER               TO WS-HOLD-CUSTOMER.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE XHH-REQUEST-DATE           TO XHL-REQUEST-DATE.
           MOVE XHH-COMPANY                TO XHL-COMPANY.
           MOVE XHH-ORDER-NBR              TO XHL-ORDER-NBR.
           MOVE ZERO                       TO XHL-LINE-NBR.

           START ABHISTLINE-FILE KEY NOT LESS THAN XHL-KEY.

           IF  WS-XHL-STATUS = '00'
               PERFORM S125-READ-NEXT-HIST-LINE
               PERFORM S130-ANALYZE-HIST-LINE
                   UNTIL LINE-AT-EOF.

       S120-NEXT.

           PERFORM S115-READ-NEXT-HIST-HDR.

       S125-READ-NEXT-HIST-LINE SECTION.

           READ ABHISTLINE-FILE NEXT.

           IF  WS-XHL-STATUS = '00'
               IF  XHL-REQUEST-DATE NOT = WS-HOLD-REQUEST-DATE
               OR  XHL-COMPANY      NOT = WS-HOLD-COMPANY
               OR  XHL-ORDER-NBR    NOT = WS-HOLD-ORDER-NBR
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               END-IF
           ELSE
           IF  WS-XHL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABMRGRPT - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

       S130-ANALYZE-HIST-LINE SECTION.

           MOVE XHL-LINE-NBR               TO WS-LINE-NBR.
           MOVE XHL-ITEM                   TO WS-LINE-ITEM.
           MOVE XHL-LOCATION               TO WS-LINE-LOCATION.
           MOVE XHL-SALES-MAJCL            TO WS-LINE-SALES-MAJCL.
           MOVE XHL-SALES-MINCL            TO WS-LINE-SALES-MINCL.
           MOVE XHL-SHIPPED-QTY            TO WS-LINE-SHIPPED-QTY.
           MOVE XHL-UNIT-PRICE             TO WS-LINE-UNIT-PRICE.
           MOVE XHL-SHPD-UNIT-COST         TO WS-LINE-UNIT-COST.

           PERFORM S180-RELEASE-LINE.

           PERFORM S125-READ-NEXT-HIST-LINE.

      ******************************************************************
      *   CURRENT SIDE - ABCURRHDR IS KEYED BY UNIQUE I-D, SO THE
      *   WHOLE FILE IS SWEPT AGAINST THE COMPANY AND DATE RANGE.
      ******************************************************************
       S150-SELECT-CURRENT SECTION.

           MOVE 'N'                        TO WS-HDR-EOF-SW.

           MOVE ZERO                       TO XCH-UNIQUE-I-D.

           START ABCURRHDR-FILE KEY NOT LESS THAN XCH-UNIQUE-I-D.

           IF  WS-XCH-STATUS NOT = '00'
               GO TO S150-EXIT.

           PERFORM S155-READ-NEXT-CURR-HDR.

           PERFORM S160-SELECT-ONE-CURR-HDR
               UNTIL HDR-AT-EOF.

       S150-EXIT.
           EXIT.

       S155-READ-NEXT-CURR-HDR SECTION.

           READ ABCURRHDR-FILE NEXT.

           IF  WS-XCH-STATUS = '00'
               ADD 1                       TO WS-CURR-HDRS-CTR
           ELSE
           IF  WS-XCH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABMRGRPT - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S160-SELECT-ONE-CURR-HDR SECTION.

           IF  XCH-COMPANY NOT = PARM-COMPANY-N
               GO TO S160-NEXT.

           IF  USE-DATE-RANGE
               IF  XCH-REQUEST-DATE < PARM-FR-DATE-N
               OR  XCH-REQUEST-DATE > PARM-TO-DATE-N
                   GO TO S160-NEXT.

           ADD 1                           TO WS-HDRS-SELECTED-CTR.

           MOVE 'C'                        TO WS-HOLD-SIDE.
           MOVE XCH-UNIQUE-I-D             TO WS-HOLD-UNIQUE-I-D.
           MOVE XCH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE XCH-COMPANY                TO WS-HOLD-COMPANY.
           MOVE XCH-ORDER-NBR              TO WS-HOLD-ORDER-NBR.
           MOVE XCH-CUSTOMER               TO WS-HOLD-CUSTOMER.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE XCH-UNIQUE-I-D             TO XCL-HDR-UNIQUE-I-D.
           MOVE ZERO                       TO XCL-LINE-NBR.

           START ABCURRLINE-FILE KEY NOT LESS THAN XCL-KEY.

           IF  WS-XCL-STATUS = '00'
               PERFORM S165-READ-NEXT-CURR-LINE
               PERFORM S170-ANALYZE-CURR-LINE
                   UNTIL LINE-AT-EOF.

       S160-NEXT.

           PERFORM S155-READ-NEXT-CURR-HDR.

       S165-READ-NEXT-CURR-LINE SECTION.

           READ ABCURRLINE-FILE NEXT.

           IF  WS-XCL-STATUS = '00'
               IF  XCL-HDR-UNIQUE-I-D NOT = WS-HOLD-UNIQUE-I-D
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               END-IF
           ELSE
           IF  WS-XCL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABMRGRPT - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

       S170-ANALYZE-CURR-LINE SECTION.

           MOVE XCL-LINE-NBR               TO WS-LINE-NBR.
           MOVE XCL-ITEM                   TO WS-LINE-ITEM.
           MOVE XCL-LOCATION               TO WS-LINE-LOCATION.
           MOVE XCL-SALES-MAJCL            TO WS-LINE-SALES-MAJCL.
           MOVE XCL-SALES-MINCL            TO WS-LINE-SALES-MINCL.
           MOVE XCL-SHIPPED-QTY            TO WS-LINE-SHIPPED-QTY.
           MOVE XCL-UNIT-PRICE             TO WS-LINE-UNIT-PRICE.
           MOVE XCL-UNIT-COST              TO WS-LINE-UNIT-COST.

           PERFORM S180-RELEASE-LINE.

           PERFORM S165-READ-NEXT-CURR-LINE.

      ******************************************************************
      *   ONE LINE, EITHER SIDE - RELEASE IT ONCE TO EACH OF THE THREE
      *   ROLLUPS, AND TO THE EXCEPTION LIST WHEN IT SELLS BELOW COST
      *   OR BELOW THE MARGIN FLOOR.  THE UNIT MARGIN PERCENT OF A
      *   LINE WITH NO PRICE IS CARRIED AS ZERO.
      ******************************************************************
       S180-RELEASE-LINE SECTION.

           ADD 1                           TO WS-LINES-ANALYZED-CTR.

           MOVE SPACES                     TO SORT-RECORD.
           MOVE WS-HOLD-REQUEST-DATE       TO SORT-REQUEST-DATE.
           MOVE WS-HOLD-ORDER-NBR          TO SORT-ORDER-NBR.
           MOVE WS-LINE-NBR                TO SORT-LINE-NBR.
           MOVE WS-HOLD-SIDE               TO SORT-SIDE.
           MOVE WS-HOLD-CUSTOMER           TO SORT-CUSTOMER.
           MOVE WS-LINE-ITEM               TO SORT-ITEM.
           MOVE WS-LINE-LOCATION           TO SORT-LOCATION.
           MOVE WS-LINE-SHIPPED-QTY        TO SORT-SHIPPED-QTY.
           MOVE WS-LINE-UNIT-PRICE         TO SORT-UNIT-PRICE.
           MOVE WS-LINE-UNIT-COST          TO SORT-UNIT-COST.

           COMPUTE SORT-REVENUE = WS-LINE-SHIPPED-QTY
                                * WS-LINE-UNIT-PRICE.
           COMPUTE SORT-COST    = WS-LINE-SHIPPED-QTY
                                * WS-LINE-UNIT-COST.

           IF  WS-LINE-UNIT-PRICE > ZERO
               COMPUTE WS-UNIT-MARGIN-PCT ROUNDED =
                   (WS-LINE-UNIT-PRICE - WS-LINE-UNIT-COST) * 100
                   / WS-LINE-UNIT-PRICE
                   ON SIZE ERROR
                      MOVE -99999.99       TO WS-UNIT-MARGIN-PCT
           ELSE
               MOVE ZERO                   TO WS-UNIT-MARGIN-PCT.
           MOVE WS-UNIT-MARGIN-PCT         TO SORT-UNIT-MARGIN-PCT.

           MOVE WS-LINE-SALES-MAJCL        TO WS-CLASS-MAJCL.
           MOVE WS-LINE-SALES-MINCL        TO WS-CLASS-MINCL.
           MOVE '1'                        TO SORT-RPT-TYPE.
           MOVE WS-CLASS-KEY               TO SORT-GROUP-KEY.
           RELEASE SORT-RECORD.

           MOVE '2'                        TO SORT-RPT-TYPE.
           MOVE WS-HOLD-CUSTOMER           TO SORT-GROUP-KEY.
           RELEASE SORT-RECORD.

           MOVE '3'                        TO SORT-RPT-TYPE.
           MOVE WS-LINE-LOCATION           TO SORT-GROUP-KEY.
           RELEASE SORT-RECORD.

           IF  WS-LINE-UNIT-PRICE < WS-LINE-UNIT-COST
           OR (WS-MARGIN-FLOOR > ZERO
               AND WS-UNIT-MARGIN-PCT < WS-MARGIN-FLOOR)
               ADD 1                       TO WS-EXCEPTION-LINES-CTR
               MOVE '4'                    TO SORT-RPT-TYPE
               MOVE SPACES                 TO SORT-GROUP-KEY
               RELEASE SORT-RECORD.

      ******************************************************************
      *   SORT OUTPUT - THE THREE ROLLUPS, EACH STARTING A NEW PAGE
      *   AND ENDING WITH ITS SECTION TOTAL, THEN THE EXCEPTION LIST
      ******************************************************************
       S200-PRINT-REPORT SECTION.

           PERFORM S290-RETURN-SORTED-LINE.

           IF  SORT-AT-EOF
               MOVE SPACES                 TO H02-SECTION-TITLE
               PERFORM S220-PRINT-HEADERS
               WRITE MARGIN-RPT-REC FROM NOTHING-SELECTED-LINE
               GO TO S200-EXIT.

           PERFORM S210-PROCESS-ONE-LINE
               UNTIL SORT-AT-EOF.

           PERFORM S260-END-OF-SECTION.

       S200-EXIT.
           EXIT.

       S210-PROCESS-ONE-LINE SECTION.

           IF  SORT-RPT-TYPE NOT = WS-PREV-RPT-TYPE
               IF  WS-PREV-RPT-TYPE NOT = SPACE
                   PERFORM S260-END-OF-SECTION
               END-IF
               PERFORM S230-START-SECTION
           ELSE
           IF  SORT-GROUP-KEY NOT = WS-PREV-GROUP-KEY
           AND NOT SORT-EXCEPTION
               PERFORM S250-PRINT-GROUP-LINE.

           IF  SORT-EXCEPTION
               PERFORM S240-PRINT-EXCEPTION-LINE
           ELSE
               ADD 1                       TO WS-GRP-LINES
               ADD SORT-SHIPPED-QTY        TO WS-GRP-QTY
               ADD SORT-REVENUE            TO WS-GRP-REVENUE
               ADD SORT-COST               TO WS-GRP-COST.

           PERFORM S290-RETURN-SORTED-LINE.

      ******************************************************************
       S220-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE MARGIN-RPT-REC FROM HEADER-01.

           WRITE MARGIN-RPT-REC FROM HEADER-02.

           MOVE SPACES                     TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.

           IF  WS-PREV-RPT-TYPE = '4'
               WRITE MARGIN-RPT-REC FROM HEADER-04
           ELSE
           IF  WS-PREV-RPT-TYPE NOT = SPACE
               WRITE MARGIN-RPT-REC FROM HEADER-03.

           MOVE ZERO                       TO WS-LINE-CTR.

      ******************************************************************
      *   NEW SECTION - TITLE IT, ZERO ITS ACCUMULATORS, NEW PAGE
      ******************************************************************
       S230-START-SECTION SECTION.

           MOVE SORT-RPT-TYPE              TO WS-PREV-RPT-TYPE.
           MOVE SORT-GROUP-KEY             TO WS-PREV-GROUP-KEY.

           INITIALIZE WS-GROUP-TOTALS
                      WS-SECTION-TOTALS.

           IF  SORT-BY-CLASS
               MOVE 'MARGIN BY SALES MAJOR/MINOR CLASS'
                                           TO H02-SECTION-TITLE
               MOVE 'SALES CLASS'          TO H03-GROUP-TITLE
           ELSE
           IF  SORT-BY-CUSTOMER
               MOVE 'MARGIN BY CUSTOMER'   TO H02-SECTION-TITLE
               MOVE 'CUSTOMER'             TO H03-GROUP-TITLE
           ELSE
           IF  SORT-BY-LOCATION
               MOVE 'MARGIN BY LOCATION'   TO H02-SECTION-TITLE
               MOVE 'LOCATION'             TO H03-GROUP-TITLE
           ELSE
               MOVE 'LINES BELOW COST OR BELOW MARGIN FLOOR'
                                           TO H02-SECTION-TITLE.

           PERFORM S220-PRINT-HEADERS.

      ******************************************************************
       S240-PRINT-EXCEPTION-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO DETAIL-02.
           MOVE SORT-REQUEST-DATE          TO D02-REQUEST-DATE.
           MOVE SORT-ORDER-NBR             TO D02-ORDER-NBR.
           MOVE SORT-LINE-NBR              TO D02-LINE-NBR.
           IF  SORT-SIDE = 'H'
               MOVE 'HIST'                 TO D02-SIDE
           ELSE
               MOVE 'CURR'                 TO D02-SIDE.
           MOVE SORT-CUSTOMER              TO D02-CUSTOMER.
           MOVE SORT-ITEM                  TO D02-ITEM.
           MOVE SORT-LOCATION              TO D02-LOCATION.
           MOVE SORT-UNIT-PRICE            TO D02-UNIT-PRICE.
           MOVE SORT-UNIT-COST             TO D02-UNIT-COST.
           MOVE SORT-UNIT-MARGIN-PCT       TO D02-MARGIN-PCT.

           IF  SORT-UNIT-PRICE < SORT-UNIT-COST
               MOVE 'BELOW COST'           TO D02-EXCEPTION
           ELSE
               MOVE 'BELOW FLOOR'          TO D02-EXCEPTION.

           WRITE MARGIN-RPT-REC FROM DETAIL-02.

           ADD 1                           TO WS-LINE-CTR.
           ADD 1                           TO WS-SEC-LINES.

      ******************************************************************
      *   GROUP BREAK - PRINT THE GROUP, ROLL IT INTO THE SECTION
      ******************************************************************
       S250-PRINT-GROUP-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO DETAIL-01.
           MOVE WS-PREV-GROUP-KEY          TO D01-GROUP.
           MOVE WS-GRP-LINES               TO WS-PRT-LINES.
           MOVE WS-GRP-QTY                 TO WS-PRT-QTY.
           MOVE WS-GRP-REVENUE             TO WS-PRT-REVENUE.
           MOVE WS-GRP-COST                TO WS-PRT-COST.
           PERFORM S270-FORMAT-AMOUNTS.

           WRITE MARGIN-RPT-REC FROM DETAIL-01.

           ADD 1                           TO WS-LINE-CTR.

           ADD WS-GRP-LINES                TO WS-SEC-LINES.
           ADD WS-GRP-QTY                  TO WS-SEC-QTY.
           ADD WS-GRP-REVENUE              TO WS-SEC-REVENUE.
           ADD WS-GRP-COST                 TO WS-SEC-COST.

           INITIALIZE WS-GROUP-TOTALS.

           MOVE SORT-GROUP-KEY             TO WS-PREV-GROUP-KEY.

      ******************************************************************
      *   SECTION BREAK - LAST GROUP AND THE SECTION TOTAL, OR THE
      *   EXCEPTION COUNT
      ******************************************************************
       S260-END-OF-SECTION SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 3
               PERFORM S220-PRINT-HEADERS.

           IF  WS-PREV-RPT-TYPE = '4'
               MOVE SPACES                 TO MARGIN-RPT-REC
               WRITE MARGIN-RPT-REC
               MOVE WS-SEC-LINES           TO T02-LINE-CNT
               WRITE MARGIN-RPT-REC FROM TOTAL-02
               GO TO S260-EXIT.

           PERFORM S250-PRINT-GROUP-LINE.

           MOVE SPACES                     TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.

           MOVE SPACES                     TO DETAIL-01.
           MOVE '** SECTION TOTAL **'      TO D01-GROUP.
           MOVE WS-SEC-LINES               TO WS-PRT-LINES.
           MOVE WS-SEC-QTY                 TO WS-PRT-QTY.
           MOVE WS-SEC-REVENUE             TO WS-PRT-REVENUE.
           MOVE WS-SEC-COST                TO WS-PRT-COST.
           PERFORM S270-FORMAT-AMOUNTS.

           WRITE MARGIN-RPT-REC FROM DETAIL-01.

       S260-EXIT.
           EXIT.

      ******************************************************************
      *   MARGIN DOLLARS AND PERCENT OF THE WS-PRT- AMOUNTS INTO
      *   DETAIL-01.  NO REVENUE PRINTS A ZERO PERCENT.
      ******************************************************************
       S270-FORMAT-AMOUNTS SECTION.

           COMPUTE WS-PRT-MARGIN = WS-PRT-REVENUE - WS-PRT-COST.

           IF  WS-PRT-REVENUE NOT = ZERO
               COMPUTE WS-PRT-MARGIN-PCT ROUNDED =
                   WS-PRT-MARGIN * 100 / WS-PRT-REVENUE
                   ON SIZE ERROR
                      MOVE -99999.99       TO WS-PRT-MARGIN-PCT
           ELSE
               MOVE ZERO                   TO WS-PRT-MARGIN-PCT.

           MOVE WS-PRT-LINES               TO D01-LINES.
           MOVE WS-PRT-QTY                 TO D01-SHIPPED-QTY.
           MOVE WS-PRT-REVENUE             TO D01-REVENUE.
           MOVE WS-PRT-COST                TO D01-COST.
           MOVE WS-PRT-MARGIN              TO D01-MARGIN.
           MOVE WS-PRT-MARGIN-PCT          TO D01-MARGIN-PCT.

       S290-RETURN-SORTED-LINE SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABMRGRPT PROCESSING COUNTS  *  *  *'.

           MOVE WS-HIST-HDRS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** HISTORY HEADERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-CURR-HDRS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT HEADERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-HDRS-SELECTED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** HEADERS SELECTED        = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-ANALYZED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** LINES ANALYZED          = ' WS-DISPLAY-CTR.

           MOVE WS-EXCEPTION-LINES-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** EXCEPTION LINES LISTED  = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE PARM-CARD-FILE
                 ABHISTHDR-FILE
                 ABHISTLINE-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 MARGIN-RPT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABMRGRPT'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-LINES-ANALYZED-CTR      TO RUNSTAT-INPUT-CNT.
           MOVE WS-LINES-ANALYZED-CTR      TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-EXCEPTION-LINES-CTR     TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
