       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABLTANL.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABLTANL
      *C   FUNCTION:
      *C
      *C   -    ACTUAL LEAD TIME ANALYSIS.  MEASURES THE DAYS FROM
      *C        HEADER REQUEST DATE TO LINE SHIP DATE FOR EVERY LINE
      *C        SHIPPED IN A TRAILING WINDOW, FROM BOTH SIDES OF THE
      *C        AB FILES, AND REPORTS PER LOCATION / SHIP METHOD THE
      *C        LINE COUNT, AVERAGE, MEDIAN AND 90TH PERCENTILE DAYS
      *C        BESIDE THE LEAD DAYS ABBKORPT IS USING TODAY (EXACT
      *C        LEADTIME ENTRY, ELSE THE LOCATION'S '***' ENTRY, ELSE
      *C        THE RUN DEFAULT).
      *C
      *C   -    WHERE THE MEASURE CHOSEN ON THE PARAMETER CARD (90TH
      *C        PERCENTILE UNLESS TOLD OTHERWISE) IS MORE THAN THE
      *C        TOLERANCE AWAY FROM THE LEAD DAYS IN USE, AND THE
      *C        GROUP HAS AT LEAST THE MINIMUM NUMBER OF LINES, A
      *C        PROPOSED LTMTRAN TRANSACTION IS WRITTEN - C FOR AN
      *C        EXACT ENTRY ALREADY ON FILE, A WHEN THE DAYS IN USE
      *C        CAME FROM A FALLBACK.  THE PROPOSALS COME OUT IN
      *C        LOCATION / SHIP METHOD ORDER, READY FOR THE PLANNER
      *C        TO REVIEW AND RUN THROUGH ABLTMNT AS THEY STAND.
      *C
      *C   -    LEADTIME ENTRIES WITH NO LINES SHIPPED IN THE WINDOW
      *C        ARE LISTED AT THE END; NOTHING IS PROPOSED FOR THEM.
      *C
      *C   -    A LINE SHIPPED BEFORE ITS REQUEST DATE COUNTS AS ZERO
      *C        DAYS; OVER 999 DAYS COUNTS AS 999.  HISTORY ORDERS
      *C        REQUESTED MORE THAN A YEAR BEFORE THE WINDOW OPENS
      *C        ARE NOT READ.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  OPTIONAL CARD - WINDOW DAYS (DEFAULT 090),
      *C                  TOLERANCE DAYS (DEFAULT 002), MINIMUM LINES
      *C                  (DEFAULT 0010), BASIS P/M/A = 90TH PCTL /
      *C                  MEDIAN / AVERAGE (DEFAULT P)
      *C        ABHISTH   ABHISTHDR  KEYED FILE
      *C        ABHISTL   ABHISTLINE KEYED FILE
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C        ABCURRL   ABCURRLINE KEYED FILE
      *C        LEADTIMI  LEAD TIME REFERENCE FILE (OPTIONAL,
      *C                  MAINTAINED BY ABLTMNT)
      *C
      *C   OUTPUT:
      *C
      *C        LTANRPT   ACTUAL LEAD TIME ANALYSIS REPORT
      *C        LTMTRNO   PROPOSED LTMTRAN TRANSACTIONS FOR ABLTMNT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 REPORT PRINTED, 4 NO SHIPPED LINES IN THE
      *C                  WINDOW, 16 PARAMETER CARD INVALID
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

           SELECT OPTIONAL LEADTIME-FILE    ASSIGN  TO LEADTIMI.

           SELECT LEADTIME-RPT              ASSIGN  TO LTANRPT.

           SELECT PROPOSED-TRAN-FILE        ASSIGN  TO LTMTRNO.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-WINDOW-DAYS                   PIC X(03).
           05 PARM-WINDOW-DAYS-N REDEFINES
              PARM-WINDOW-DAYS                   PIC 9(03).
           05 PARM-TOLERANCE-DAYS                PIC X(03).
           05 PARM-TOLERANCE-DAYS-N REDEFINES
              PARM-TOLERANCE-DAYS                PIC 9(03).
           05 PARM-MIN-LINES                     PIC X(04).
           05 PARM-MIN-LINES-N REDEFINES
              PARM-MIN-LINES                     PIC 9(04).
           05 PARM-BASIS                         PIC X(01).
              88  PARM-BASIS-VALID                     VALUE 'P' 'M'
                                                             'A' ' '.
           05 FILLER                             PIC X(69).

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.

       FD  ABHISTLINE-FILE.

       COPY ABXHLREC.

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  LEADTIME-FILE
           RECORD CONTAINS 80 CHARACTERS.

       COPY ABLTMREC.

       FD  LEADTIME-RPT.

       01  LEADTIME-RPT-REC                      PIC X(133).

      *    LAID OUT AS THE LTMTRAN INPUT TO ABLTMNT
       FD  PROPOSED-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PROPOSED-TRAN-RECORD.
           05 PTRN-ACTION                        PIC X(01).
           05 PTRN-LOCATION                      PIC X(05).
           05 PTRN-SHIP-METHOD                   PIC X(03).
           05 PTRN-LEAD-DAYS                     PIC 9(03).
           05 FILLER                             PIC X(68).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-LOCATION                      PIC X(05).
           05 SORT-SHIP-METHOD                   PIC X(03).
           05 SORT-DAYS                          PIC S9(05) COMP-3.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABLTANL   BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-HDR-EOF-SW               PIC X(01) VALUE 'N'.
           88  HDR-AT-EOF                        VALUE 'Y'.
       77  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
           88  LINE-AT-EOF                       VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-LTM-EOF-SW               PIC X(01) VALUE 'N'.
           88  LEADTIME-AT-EOF                   VALUE 'Y'.
       77  WS-LTM-FOUND-SW             PIC X(01) VALUE 'N'.
           88  LEAD-DAYS-FOUND                   VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01) VALUE 'N'.
           88  CARD-IS-VALID                     VALUE 'Y'.
       77  WS-DATE-VALID-SW            PIC X(01) VALUE 'N'.
           88  DATE-IS-VALID                     VALUE 'Y'.
       77  WS-MEDIAN-SET-SW            PIC X(01) VALUE 'N'.
           88  MEDIAN-IS-SET                     VALUE 'Y'.
       77  WS-P90-SET-SW               PIC X(01) VALUE 'N'.
           88  P90-IS-SET                        VALUE 'Y'.

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
           05  WS-LINES-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-MEASURED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-GROUPS-CTR           PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PROPOSALS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ADDS-PROPOSED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CHGS-PROPOSED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-IDLE-ENTRIES-CTR     PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              P A R A M E T E R S
      ************************************************************
       77  WS-WINDOW-DAYS              PIC S9(03) COMP-3 VALUE +90.
       77  WS-TOLERANCE-DAYS           PIC S9(03) COMP-3 VALUE +2.
       77  WS-MIN-LINES                PIC S9(05) COMP-3 VALUE +10.
       77  WS-BASIS                    PIC X(01) VALUE 'P'.
           88  BASIS-IS-P90                      VALUE 'P'.
           88  BASIS-IS-MEDIAN                   VALUE 'M'.
           88  BASIS-IS-AVERAGE                  VALUE 'A'.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-RUN-DATE-INT             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-WINDOW-FROM-INT          PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-WINDOW-FROM-DATE         PIC 9(08)  VALUE ZERO.
       77  WS-HIST-FROM-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-WORK-INT                 PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-REQUEST-INT              PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-LINE-DAYS                PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-HOLD-UNIQUE-I-D          PIC 9(12).
       77  WS-HOLD-REQUEST-DATE        PIC 9(08).
       77  WS-HOLD-COMPANY             PIC 9(04).
       77  WS-HOLD-ORDER-NBR           PIC 9(08).
       77  WS-HOLD-SHIP-METHOD         PIC X(03).
       77  WS-LINE-LOCATION            PIC X(05).
       77  WS-LINE-SHIP-DATE           PIC 9(08).
       77  WS-LINE-SHIPPED-QTY         PIC S9(07) COMP-3.

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

      ************************************************************
      *              G R O U P   S T A T I S T I C S
      *
      *    ONE LOCATION / SHIP METHOD AT A TIME.  THE DAYS COME IN
      *    AS A COUNT PER DAY (ENTRY 1 IS ZERO DAYS) SO THE MEDIAN
      *    AND 90TH PERCENTILE ARE READ BY WALKING THE COUNTS - THE
      *    NEAREST-RANK VALUE, NO MATTER HOW MANY LINES THE GROUP
      *    HAS.
      ************************************************************
       01  WS-GROUP-KEY.
           05 WS-GRP-LOCATION          PIC X(05).
           05 WS-GRP-SHIP-METHOD       PIC X(03).
       01  WS-PREV-GROUP-KEY           PIC X(08) VALUE LOW-VALUES.

       77  WS-GRP-LINES                PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-GRP-TOTAL-DAYS           PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-GRP-AVERAGE              PIC S9(03)V9 COMP-3 VALUE ZERO.
       77  WS-GRP-MEDIAN               PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-GRP-P90                  PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-MEDIAN-RANK              PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-P90-RANK                 PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-RUNNING-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DAYS-IX                  PIC S9(04) COMP  VALUE ZERO.

       01  WS-DAYS-COUNTS.
           05 WS-DAYS-COUNT            PIC S9(07) COMP-3
                                           OCCURS 1000 TIMES.

       77  WS-BASIS-DAYS               PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-CURRENT-DAYS             PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-DRIFT-DAYS               PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-CURRENT-SOURCE           PIC X(08) VALUE SPACES.
       77  WS-EXACT-IX                 PIC S9(04) COMP  VALUE ZERO.

      ************************************************************
      *              L E A D   T I M E   T A B L E
      *
      *    LOADED FROM LEADTIMI AT START-UP THE SAME WAY ABBKORPT
      *    LOADS IT.  THE '*****'/'***' ENTRY BECOMES THE RUN
      *    DEFAULT; NO FILE AT ALL MEANS SEVEN DAYS EVERYWHERE.  AN
      *    ENTRY IS MARKED USED WHEN A GROUP MATCHES IT EXACTLY.
      ************************************************************
       77  WS-LTM-MAX                  PIC S9(04) COMP  VALUE +200.
       77  WS-LTM-COUNT                PIC S9(04) COMP  VALUE ZERO.
       77  WS-LTM-IX                   PIC S9(04) COMP  VALUE ZERO.
       77  WS-DEFAULT-LEAD-DAYS        PIC S9(03) COMP-3 VALUE +7.
       77  WS-MATCH-METHOD             PIC X(03)  VALUE SPACES.

       01  WS-LEADTIME-TABLE.
           05 WS-LTM-ENTRY             OCCURS 200 TIMES.
              10 WS-LTM-LOCATION       PIC X(05).
              10 WS-LTM-SHIP-METHOD    PIC X(03).
              10 WS-LTM-LEAD-DAYS      PIC S9(03) COMP-3.
              10 WS-LTM-USED-SW        PIC X(01).
                 88 WS-LTM-USED                  VALUE 'Y'.

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
           05 F                    PIC X(08)   VALUE 'ABLTANL '.
           05 F                    PIC X(21)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE
              'ACTUAL LEAD TIME ANALYSIS     '.
           05 F                    PIC X(40)   VALUE SPACE.
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
           05 F                    PIC X(13)   VALUE 'SHIPPED FROM '.
           05 H02-FR-DATE          PIC 9(08).
           05 F                    PIC X(06)   VALUE ' THRU '.
           05 H02-TO-DATE          PIC 9(08).
           05 F                    PIC X(13)   VALUE '   TOLERANCE '.
           05 H02-TOLERANCE        PIC ZZ9.
           05 F                    PIC X(15)   VALUE
              ' DAYS   MINIMUM'.
           05 H02-MIN-LINES        PIC ZZ,ZZ9.
           05 F                    PIC X(18)   VALUE
              ' LINES   PROPOSED '.
           05 H02-BASIS            PIC X(15).
           05 F                    PIC X(27)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'LOCATION'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(06)   VALUE 'METHOD'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE '  LINES'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'AVERAGE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(06)   VALUE 'MEDIAN'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE '90TH PCT'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'CURRENT'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'FROM    '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'PROPOSED'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE 'DISPOSITION'.
           05 F                    PIC X(19)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(03)   VALUE SPACE.
           05 D01-LOCATION         PIC X(05).
           05 F                    PIC X(04)   VALUE SPACE.
           05 D01-SHIP-METHOD      PIC X(03).
           05 F                    PIC X(03)   VALUE SPACE.
           05 D01-LINES            PIC ZZZ,ZZ9.
           05 F                    PIC X(04)   VALUE SPACE.
           05 D01-AVERAGE          PIC ZZ9.9.
           05 F                    PIC X(05)   VALUE SPACE.
           05 D01-MEDIAN           PIC ZZ9.
           05 F                    PIC X(07)   VALUE SPACE.
           05 D01-P90              PIC ZZ9.
           05 F                    PIC X(06)   VALUE SPACE.
           05 D01-CURRENT          PIC ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-SOURCE           PIC X(08).
           05 F                    PIC X(07)   VALUE SPACE.
           05 D01-PROPOSED         PIC ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-DISPOSITION      PIC X(30).
           05 F                    PIC X(19)   VALUE SPACE.

       01  IDLE-HEADER.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(50)   VALUE
              'LEADTIME ENTRIES WITH NO LINES SHIPPED IN THE WIND'.
           05 F                    PIC X(03)   VALUE 'OW '.
           05 F                    PIC X(79)   VALUE SPACE.

       01  IDLE-DETAIL.
           05 F                    PIC X(03)   VALUE SPACE.
           05 ID-LOCATION          PIC X(05).
           05 F                    PIC X(04)   VALUE SPACE.
           05 ID-SHIP-METHOD       PIC X(03).
           05 F                    PIC X(43)   VALUE SPACE.
           05 ID-LEAD-DAYS         PIC ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ENTRY   '.
           05 F                    PIC X(62)   VALUE SPACE.

       01  TOTAL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-LABEL            PIC X(30).
           05 F                    PIC X(02)   VALUE SPACE.
           05 T01-COUNT            PIC ZZZ,ZZ9.
           05 F                    PIC X(93)   VALUE SPACE.

       01  NOTHING-SELECTED-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'NO LINES SHIPPED IN THE WINDOW          '.
           05 F                    PIC X(92)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABLTANL   ENDS'.

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
                OUTPUT LEADTIME-RPT
                       PROPOSED-TRAN-FILE.

           DISPLAY 'ABLTANL  - ACTUAL LEAD TIME ANALYSIS STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-YYYYMMDD).

           PERFORM S050-EDIT-PARM-CARD.

           IF  NOT CARD-IS-VALID
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

           PERFORM S060-LOAD-LEADTIMES.

           SORT SORT-FILE ASCENDING KEY SORT-LOCATION
                                        SORT-SHIP-METHOD
                INPUT   PROCEDURE IS  S100-SELECT-LINES
                OUTPUT  PROCEDURE IS  S200-PRINT-REPORT.

           IF  WS-LINES-MEASURED-CTR = ZERO
           AND RETURN-CODE = ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   READ AND EDIT THE PARAMETER CARD.  NO CARD, OR A BLANK
      *   FIELD, TAKES THE DEFAULT.  THE WINDOW RUNS BACK FROM TODAY
      *   AND INCLUDES TODAY.
      ******************************************************************
       S050-EDIT-PARM-CARD SECTION.

           MOVE 'N'                        TO WS-CARD-VALID-SW.

           READ PARM-CARD-FILE
                AT END
                   MOVE SPACES             TO PARM-CARD-RECORD.

           IF  PARM-WINDOW-DAYS NOT = SPACES
               IF  PARM-WINDOW-DAYS NUMERIC
               AND PARM-WINDOW-DAYS-N > ZERO
                   MOVE PARM-WINDOW-DAYS-N TO WS-WINDOW-DAYS
               ELSE
                   DISPLAY 'ABLTANL  - CARD REJECTED, BAD WINDOW DAYS: '
                           PARM-CARD-RECORD
                   GO TO S050-EXIT.

           IF  PARM-TOLERANCE-DAYS NOT = SPACES
               IF  PARM-TOLERANCE-DAYS NUMERIC
                   MOVE PARM-TOLERANCE-DAYS-N
                                           TO WS-TOLERANCE-DAYS
               ELSE
                   DISPLAY 'ABLTANL  - CARD REJECTED, BAD TOLERANCE: '
                           PARM-CARD-RECORD
                   GO TO S050-EXIT.

           IF  PARM-MIN-LINES NOT = SPACES
               IF  PARM-MIN-LINES NUMERIC
               AND PARM-MIN-LINES-N > ZERO
                   MOVE PARM-MIN-LINES-N   TO WS-MIN-LINES
               ELSE
                   DISPLAY 'ABLTANL  - CARD REJECTED, BAD MINIMUM LINES'
                           ': ' PARM-CARD-RECORD
                   GO TO S050-EXIT.

           IF  NOT PARM-BASIS-VALID
               DISPLAY 'ABLTANL  - CARD REJECTED, BASIS NOT P, M OR A: '
                       PARM-CARD-RECORD
               GO TO S050-EXIT.

           IF  PARM-BASIS NOT = SPACE
               MOVE PARM-BASIS             TO WS-BASIS.

           MOVE 'Y'                        TO WS-CARD-VALID-SW.

           COMPUTE WS-WINDOW-FROM-INT = WS-RUN-DATE-INT
                                      - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-FROM-INT).
           COMPUTE WS-WORK-INT = WS-WINDOW-FROM-INT - 365.
           COMPUTE WS-HIST-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).

           MOVE WS-WINDOW-FROM-DATE        TO H02-FR-DATE.
           MOVE WS-CURR-DATE-YYYYMMDD      TO H02-TO-DATE.
           MOVE WS-TOLERANCE-DAYS          TO H02-TOLERANCE.
           MOVE WS-MIN-LINES               TO H02-MIN-LINES.

           IF  BASIS-IS-MEDIAN
               MOVE 'FROM MEDIAN'          TO H02-BASIS
           ELSE
           IF  BASIS-IS-AVERAGE
               MOVE 'FROM AVERAGE'         TO H02-BASIS
           ELSE
               MOVE 'FROM 90TH PCTL'       TO H02-BASIS.

       S050-EXIT.
           EXIT.

      ******************************************************************
      *   LOAD THE LEAD TIME REFERENCE TABLE.  AN ABSENT FILE IS NOT
      *   AN ERROR - EVERY LOCATION THEN GETS THE SEVEN DAY DEFAULT.
      ******************************************************************
       S060-LOAD-LEADTIMES SECTION.

           OPEN INPUT LEADTIME-FILE.

           PERFORM S065-READ-LEADTIME.

           PERFORM S070-TABLE-ONE-LEADTIME
               UNTIL LEADTIME-AT-EOF.

           CLOSE LEADTIME-FILE.

       S065-READ-LEADTIME SECTION.

           READ LEADTIME-FILE
                AT END MOVE 'Y'             TO WS-LTM-EOF-SW.

       S070-TABLE-ONE-LEADTIME SECTION.

           IF  LTM-LEAD-DAYS NOT NUMERIC
               DISPLAY 'ABLTANL  - LEAD TIME ENTRY DROPPED, DAYS NOT '
                       'NUMERIC FOR ' LTM-LOCATION '/' LTM-SHIP-METHOD
           ELSE
           IF  LTM-LOCATION = '*****'
           AND LTM-SHIP-METHOD = '***'
               MOVE LTM-LEAD-DAYS          TO WS-DEFAULT-LEAD-DAYS
           ELSE
           IF  WS-LTM-COUNT < WS-LTM-MAX
               ADD 1                       TO WS-LTM-COUNT
               MOVE LTM-LOCATION           TO
                    WS-LTM-LOCATION (WS-LTM-COUNT)
               MOVE LTM-SHIP-METHOD        TO
                    WS-LTM-SHIP-METHOD (WS-LTM-COUNT)
               MOVE LTM-LEAD-DAYS          TO
                    WS-LTM-LEAD-DAYS (WS-LTM-COUNT)
               MOVE 'N'                    TO
                    WS-LTM-USED-SW (WS-LTM-COUNT)
           ELSE
               DISPLAY 'ABLTANL  - LEAD TIME TABLE FULL, ENTRY '
                       'DROPPED FOR ' LTM-LOCATION '/' LTM-SHIP-METHOD.

           PERFORM S065-READ-LEADTIME.

      ******************************************************************
      *   SORT INPUT - HISTORY SIDE THEN CURRENT SIDE
      ******************************************************************
       S100-SELECT-LINES SECTION.

           PERFORM S110-SELECT-HISTORY.

           PERFORM S150-SELECT-CURRENT.

      ******************************************************************
      *   HISTORY SIDE - THE ABHISTHDR KEY LEADS WITH REQUEST DATE, SO
      *   THE SWEEP STARTS A YEAR AHEAD OF THE WINDOW AND STOPS AT
      *   ORDERS REQUESTED AFTER TODAY.
      ******************************************************************
       S110-SELECT-HISTORY SECTION.

           MOVE 'N'                        TO WS-HDR-EOF-SW.

           MOVE WS-HIST-FROM-DATE          TO XHH-REQUEST-DATE.
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
               IF  XHH-REQUEST-DATE > WS-CURR-DATE-YYYYMMDD
                   MOVE 'Y'                TO WS-HDR-EOF-SW
               END-IF
           ELSE
           IF  WS-XHH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABLTANL  - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S120-SELECT-ONE-HIST-HDR SECTION.

           MOVE ZERO                       TO WS-HOLD-UNIQUE-I-D.
           MOVE XHH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE XHH-COMPANY                TO WS-HOLD-COMPANY.
           MOVE XHH-ORDER-NBR              TO WS-HOLD-ORDER-NBR.
           MOVE XHH-SHIP-METHOD            TO WS-HOLD-SHIP-METHOD.

           PERFORM S190-SET-REQUEST-DATE.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE XHH-REQUEST-DATE           TO XHL-REQUEST-DATE.
           MOVE XHH-COMPANY                TO XHL-COMPANY.
           MOVE XHH-ORDER-NBR              TO XHL-ORDER-NBR.
           MOVE ZERO                       TO XHL-LINE-NBR.

           START ABHISTLINE-FILE KEY NOT LESS THAN XHL-KEY.

           IF  WS-XHL-STATUS = '00'
               PERFORM S125-READ-NEXT-HIST-LINE
               PERFORM S130-MEASURE-HIST-LINE
                   UNTIL LINE-AT-EOF.

           PERFORM S115-READ-NEXT-HIST-HDR.

       S125-READ-NEXT-HIST-LINE SECTION.

           READ ABHISTLINE-FILE NEXT.

           IF  WS-XHL-STATUS = '00'
               IF  XHL-REQUEST-DATE NOT = WS-HOLD-REQUEST-DATE
               OR  XHL-COMPANY      NOT = WS-HOLD-COMPANY
               OR  XHL-ORDER-NBR    NOT = WS-HOLD-ORDER-NBR
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               ELSE
                   ADD 1                   TO WS-LINES-READ-CTR
               END-IF
           ELSE
           IF  WS-XHL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABLTANL  - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

       S130-MEASURE-HIST-LINE SECTION.

           MOVE XHL-LOCATION               TO WS-LINE-LOCATION.
           MOVE XHL-SHIP-DATE              TO WS-LINE-SHIP-DATE.
           MOVE XHL-SHIPPED-QTY            TO WS-LINE-SHIPPED-QTY.

           PERFORM S180-RELEASE-LINE.

           PERFORM S125-READ-NEXT-HIST-LINE.

      ******************************************************************
      *   CURRENT SIDE - ABCURRHDR IS KEYED BY UNIQUE I-D, SO THE
      *   WHOLE FILE IS SWEPT.
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
               DISPLAY 'ABLTANL  - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S160-SELECT-ONE-CURR-HDR SECTION.

           MOVE XCH-UNIQUE-I-D             TO WS-HOLD-UNIQUE-I-D.
           MOVE XCH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE XCH-SHIP-METHOD            TO WS-HOLD-SHIP-METHOD.

           PERFORM S190-SET-REQUEST-DATE.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE XCH-UNIQUE-I-D             TO XCL-HDR-UNIQUE-I-D.
           MOVE ZERO                       TO XCL-LINE-NBR.

           START ABCURRLINE-FILE KEY NOT LESS THAN XCL-KEY.

           IF  WS-XCL-STATUS = '00'
               PERFORM S165-READ-NEXT-CURR-LINE
               PERFORM S170-MEASURE-CURR-LINE
                   UNTIL LINE-AT-EOF.

           PERFORM S155-READ-NEXT-CURR-HDR.

       S165-READ-NEXT-CURR-LINE SECTION.

           READ ABCURRLINE-FILE NEXT.

           IF  WS-XCL-STATUS = '00'
               IF  XCL-HDR-UNIQUE-I-D NOT = WS-HOLD-UNIQUE-I-D
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               ELSE
                   ADD 1                   TO WS-LINES-READ-CTR
               END-IF
           ELSE
           IF  WS-XCL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABLTANL  - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

       S170-MEASURE-CURR-LINE SECTION.

           MOVE XCL-LOCATION               TO WS-LINE-LOCATION.
           MOVE XCL-SHIP-DATE              TO WS-LINE-SHIP-DATE.
           MOVE XCL-SHIPPED-QTY            TO WS-LINE-SHIPPED-QTY.

           PERFORM S180-RELEASE-LINE.

           PERFORM S165-READ-NEXT-CURR-LINE.

      ******************************************************************
      *   ONE LINE, EITHER SIDE - MEASURE IT IF IT SHIPPED IN THE
      *   WINDOW AND ITS ORDER HAS A USABLE REQUEST DATE.
      ******************************************************************
       S180-RELEASE-LINE SECTION.

           IF  WS-LINE-SHIPPED-QTY NOT > ZERO
           OR  WS-REQUEST-INT = ZERO
               GO TO S180-EXIT.

           MOVE WS-LINE-SHIP-DATE          TO WS-EDIT-DATE.
           PERFORM S195-CHECK-EDIT-DATE.

           IF  NOT DATE-IS-VALID
               GO TO S180-EXIT.

           IF  WS-LINE-SHIP-DATE < WS-WINDOW-FROM-DATE
           OR  WS-LINE-SHIP-DATE > WS-CURR-DATE-YYYYMMDD
               GO TO S180-EXIT.

           COMPUTE WS-LINE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-LINE-SHIP-DATE)
             - WS-REQUEST-INT.

           IF  WS-LINE-DAYS < ZERO
               MOVE ZERO                   TO WS-LINE-DAYS
           ELSE
           IF  WS-LINE-DAYS > 999
               MOVE 999                    TO WS-LINE-DAYS.

           MOVE WS-LINE-LOCATION           TO SORT-LOCATION.
           MOVE WS-HOLD-SHIP-METHOD        TO SORT-SHIP-METHOD.
           MOVE WS-LINE-DAYS               TO SORT-DAYS.
           RELEASE SORT-RECORD.

           ADD 1                           TO WS-LINES-MEASURED-CTR.

       S180-EXIT.
           EXIT.

      *    REQUEST DATE OF THE HEADER JUST READ AS A DAY NUMBER, OR
      *    ZERO WHEN IT IS NOT A REAL DATE (ITS LINES ARE SKIPPED).
       S190-SET-REQUEST-DATE SECTION.

           MOVE WS-HOLD-REQUEST-DATE       TO WS-EDIT-DATE.
           PERFORM S195-CHECK-EDIT-DATE.

           IF  DATE-IS-VALID
               COMPUTE WS-REQUEST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-HOLD-REQUEST-DATE)
           ELSE
               MOVE ZERO                   TO WS-REQUEST-INT.

      *    A ZERO OR GARBAGE DATE - INCLUDING A NUMERIC DATE WITH AN
      *    IMPOSSIBLE MONTH OR DAY - IS NOT HANDED TO INTEGER-OF-DATE.
       S195-CHECK-EDIT-DATE SECTION.

           IF  WS-EDIT-DATE > 15820101
           AND WS-EDIT-DATE < 99999999
           AND WS-EDIT-MM > 0
           AND WS-EDIT-MM < 13
           AND WS-EDIT-DD > 0
           AND WS-EDIT-DD < 32
               MOVE 'Y'                    TO WS-DATE-VALID-SW
           ELSE
               MOVE 'N'                    TO WS-DATE-VALID-SW.

      ******************************************************************
      *   SORT OUTPUT - ONE REPORT LINE (AND AT MOST ONE PROPOSED
      *   TRANSACTION) PER LOCATION / SHIP METHOD, THEN THE IDLE
      *   LEADTIME ENTRIES AND THE RUN TOTALS
      ******************************************************************
       S200-PRINT-REPORT SECTION.

           PERFORM S290-RETURN-SORTED-LINE.

           IF  SORT-AT-EOF
               PERFORM S220-PRINT-HEADERS
               WRITE LEADTIME-RPT-REC FROM NOTHING-SELECTED-LINE
               ADD 1                       TO WS-LINE-CTR
           ELSE
               PERFORM S210-PROCESS-ONE-LINE
                   UNTIL SORT-AT-EOF
               PERFORM S230-END-OF-GROUP.

           PERFORM S270-PRINT-IDLE-ENTRIES.

           PERFORM S280-PRINT-TOTALS.

       S210-PROCESS-ONE-LINE SECTION.

           MOVE SORT-LOCATION              TO WS-GRP-LOCATION.
           MOVE SORT-SHIP-METHOD           TO WS-GRP-SHIP-METHOD.

           IF  WS-GROUP-KEY NOT = WS-PREV-GROUP-KEY
               IF  WS-PREV-GROUP-KEY NOT = LOW-VALUES
                   PERFORM S230-END-OF-GROUP
               END-IF
               MOVE WS-GROUP-KEY           TO WS-PREV-GROUP-KEY
               MOVE ZERO                   TO WS-GRP-LINES
                                              WS-GRP-TOTAL-DAYS
               INITIALIZE                     WS-DAYS-COUNTS.

           ADD 1                           TO WS-GRP-LINES.
           ADD SORT-DAYS                   TO WS-GRP-TOTAL-DAYS.
           ADD 1                   TO WS-DAYS-COUNT (SORT-DAYS + 1).

           PERFORM S290-RETURN-SORTED-LINE.

       S220-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE LEADTIME-RPT-REC FROM HEADER-01.

           WRITE LEADTIME-RPT-REC FROM HEADER-02.

           MOVE SPACES                     TO LEADTIME-RPT-REC.
           WRITE LEADTIME-RPT-REC.

           WRITE LEADTIME-RPT-REC FROM HEADER-03.

           MOVE ZERO                       TO WS-LINE-CTR.

      ******************************************************************
      *   GROUP BREAK - STATISTICS, THE LEAD DAYS IN USE, AND THE
      *   PROPOSAL WHEN THE CHOSEN MEASURE HAS DRIFTED PAST THE
      *   TOLERANCE ON ENOUGH LINES
      ******************************************************************
       S230-END-OF-GROUP SECTION.

           MOVE WS-PREV-GROUP-KEY          TO WS-GROUP-KEY.
           ADD 1                           TO WS-GROUPS-CTR.

           COMPUTE WS-GRP-AVERAGE ROUNDED =
               WS-GRP-TOTAL-DAYS / WS-GRP-LINES.

           PERFORM S240-FIND-PERCENTILES.

           PERFORM S250-FIND-CURRENT-DAYS.

           IF  BASIS-IS-MEDIAN
               MOVE WS-GRP-MEDIAN          TO WS-BASIS-DAYS
           ELSE
           IF  BASIS-IS-AVERAGE
               COMPUTE WS-BASIS-DAYS ROUNDED = WS-GRP-AVERAGE
           ELSE
               MOVE WS-GRP-P90             TO WS-BASIS-DAYS.

      *    ABLTMNT WILL NOT TAKE ZERO LEAD DAYS
           IF  WS-BASIS-DAYS < 1
               MOVE 1                      TO WS-BASIS-DAYS.

           COMPUTE WS-DRIFT-DAYS = WS-BASIS-DAYS - WS-CURRENT-DAYS.
           IF  WS-DRIFT-DAYS < ZERO
               COMPUTE WS-DRIFT-DAYS = ZERO - WS-DRIFT-DAYS.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO DETAIL-01.
           MOVE WS-GRP-LOCATION            TO D01-LOCATION.
           MOVE WS-GRP-SHIP-METHOD         TO D01-SHIP-METHOD.
           MOVE WS-GRP-LINES               TO D01-LINES.
           MOVE WS-GRP-AVERAGE             TO D01-AVERAGE.
           MOVE WS-GRP-MEDIAN              TO D01-MEDIAN.
           MOVE WS-GRP-P90                 TO D01-P90.
           MOVE WS-CURRENT-DAYS            TO D01-CURRENT.
           MOVE WS-CURRENT-SOURCE          TO D01-SOURCE.

           IF  WS-GRP-LINES < WS-MIN-LINES
               MOVE 'TOO FEW LINES TO PROPOSE'
                                           TO D01-DISPOSITION
           ELSE
           IF  WS-DRIFT-DAYS NOT > WS-TOLERANCE-DAYS
               MOVE 'WITHIN TOLERANCE'     TO D01-DISPOSITION
           ELSE
               MOVE WS-BASIS-DAYS          TO D01-PROPOSED
               PERFORM S260-WRITE-PROPOSAL.

           WRITE LEADTIME-RPT-REC FROM DETAIL-01.

           ADD 1                           TO WS-LINE-CTR.

      ******************************************************************
      *   WALK THE DAY COUNTS TO THE MEDIAN AND 90TH PERCENTILE
      *   RANKS - THE SMALLEST DAYS VALUE WITH AT LEAST HALF (NINE
      *   TENTHS) OF THE LINES AT OR BELOW IT.
      ******************************************************************
       S240-FIND-PERCENTILES SECTION.

           COMPUTE WS-MEDIAN-RANK = (WS-GRP-LINES + 1) / 2.
           COMPUTE WS-P90-RANK    = (9 * WS-GRP-LINES + 9) / 10.

           MOVE ZERO                       TO WS-RUNNING-COUNT
                                              WS-GRP-MEDIAN
                                              WS-GRP-P90.
           MOVE 'N'                        TO WS-MEDIAN-SET-SW
                                              WS-P90-SET-SW.

           PERFORM S245-COUNT-ONE-DAY
               VARYING WS-DAYS-IX FROM 1 BY 1
               UNTIL WS-DAYS-IX > 1000
               OR    P90-IS-SET.

       S245-COUNT-ONE-DAY SECTION.

           ADD WS-DAYS-COUNT (WS-DAYS-IX)  TO WS-RUNNING-COUNT.

           IF  NOT MEDIAN-IS-SET
           AND WS-RUNNING-COUNT NOT < WS-MEDIAN-RANK
               COMPUTE WS-GRP-MEDIAN = WS-DAYS-IX - 1
               MOVE 'Y'                    TO WS-MEDIAN-SET-SW.

           IF  WS-RUNNING-COUNT NOT < WS-P90-RANK
               COMPUTE WS-GRP-P90 = WS-DAYS-IX - 1
               MOVE 'Y'                    TO WS-P90-SET-SW.

      ******************************************************************
      *   LEAD DAYS ABBKORPT APPLIES TO THIS GROUP TODAY - EXACT
      *   LOCATION AND METHOD FIRST, THEN THE LOCATION'S '***' ENTRY,
      *   THEN THE RUN DEFAULT.  WS-EXACT-IX IS LEFT ON THE EXACT
      *   ENTRY, OR ZERO WHEN THERE IS NONE.
      ******************************************************************
       S250-FIND-CURRENT-DAYS SECTION.

           MOVE 'N'                        TO WS-LTM-FOUND-SW.
           MOVE ZERO                       TO WS-EXACT-IX.

           MOVE WS-GRP-SHIP-METHOD         TO WS-MATCH-METHOD.

           PERFORM S255-MATCH-ONE-ENTRY
               VARYING WS-LTM-IX FROM 1 BY 1
               UNTIL WS-LTM-IX > WS-LTM-COUNT
               OR    LEAD-DAYS-FOUND.

           IF  LEAD-DAYS-FOUND
               SUBTRACT 1 FROM WS-LTM-IX GIVING WS-EXACT-IX
               MOVE 'Y'                    TO
                    WS-LTM-USED-SW (WS-EXACT-IX)
               MOVE 'ENTRY'                TO WS-CURRENT-SOURCE
               GO TO S250-EXIT.

           MOVE '***'                      TO WS-MATCH-METHOD.

           PERFORM S255-MATCH-ONE-ENTRY
               VARYING WS-LTM-IX FROM 1 BY 1
               UNTIL WS-LTM-IX > WS-LTM-COUNT
               OR    LEAD-DAYS-FOUND.

           IF  LEAD-DAYS-FOUND
               MOVE 'LOC ***'              TO WS-CURRENT-SOURCE
           ELSE
               MOVE WS-DEFAULT-LEAD-DAYS   TO WS-CURRENT-DAYS
               MOVE 'DEFAULT'              TO WS-CURRENT-SOURCE.

       S250-EXIT.
           EXIT.

       S255-MATCH-ONE-ENTRY SECTION.

           IF  WS-LTM-LOCATION (WS-LTM-IX) = WS-GRP-LOCATION
           AND WS-LTM-SHIP-METHOD (WS-LTM-IX) = WS-MATCH-METHOD
               MOVE WS-LTM-LEAD-DAYS (WS-LTM-IX)
                                           TO WS-CURRENT-DAYS
               MOVE 'Y'                    TO WS-LTM-FOUND-SW.

      ******************************************************************
      *   PROPOSED TRANSACTION - CHANGE THE EXACT ENTRY, OR ADD ONE
      *   WHEN THE DAYS IN USE CAME FROM A FALLBACK
      ******************************************************************
       S260-WRITE-PROPOSAL SECTION.

           MOVE SPACES                     TO PROPOSED-TRAN-RECORD.

           IF  WS-EXACT-IX > ZERO
               MOVE 'C'                    TO PTRN-ACTION
               MOVE 'CHANGE PROPOSED'      TO D01-DISPOSITION
               ADD 1                       TO WS-CHGS-PROPOSED-CTR
           ELSE
               MOVE 'A'                    TO PTRN-ACTION
               MOVE 'ADD PROPOSED'         TO D01-DISPOSITION
               ADD 1                       TO WS-ADDS-PROPOSED-CTR.

           MOVE WS-GRP-LOCATION            TO PTRN-LOCATION.
           MOVE WS-GRP-SHIP-METHOD         TO PTRN-SHIP-METHOD.
           MOVE WS-BASIS-DAYS              TO PTRN-LEAD-DAYS.

           WRITE PROPOSED-TRAN-RECORD.

           ADD 1                           TO WS-PROPOSALS-CTR.

      ******************************************************************
      *   LEADTIME ENTRIES NO GROUP MATCHED EXACTLY
      ******************************************************************
       S270-PRINT-IDLE-ENTRIES SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 3
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO LEADTIME-RPT-REC.
           WRITE LEADTIME-RPT-REC.
           WRITE LEADTIME-RPT-REC FROM IDLE-HEADER.
           ADD 2                           TO WS-LINE-CTR.

           PERFORM S275-PRINT-ONE-IDLE-ENTRY
               VARYING WS-LTM-IX FROM 1 BY 1
               UNTIL WS-LTM-IX > WS-LTM-COUNT.

       S275-PRINT-ONE-IDLE-ENTRY SECTION.

           IF  WS-LTM-USED (WS-LTM-IX)
               GO TO S275-EXIT.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS
               WRITE LEADTIME-RPT-REC FROM IDLE-HEADER
               ADD 1                       TO WS-LINE-CTR.

           MOVE WS-LTM-LOCATION (WS-LTM-IX)    TO ID-LOCATION.
           MOVE WS-LTM-SHIP-METHOD (WS-LTM-IX) TO ID-SHIP-METHOD.
           MOVE WS-LTM-LEAD-DAYS (WS-LTM-IX)   TO ID-LEAD-DAYS.

           WRITE LEADTIME-RPT-REC FROM IDLE-DETAIL.

           ADD 1                           TO WS-LINE-CTR.
           ADD 1                           TO WS-IDLE-ENTRIES-CTR.

       S275-EXIT.
           EXIT.

      ******************************************************************
      *   RUN TOTALS AT THE END OF THE REPORT
      ******************************************************************
       S280-PRINT-TOTALS SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 6
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO LEADTIME-RPT-REC.
           WRITE LEADTIME-RPT-REC.

           MOVE 'LINES MEASURED'           TO T01-LABEL.
           MOVE WS-LINES-MEASURED-CTR      TO T01-COUNT.
           WRITE LEADTIME-RPT-REC FROM TOTAL-01.

           MOVE 'LOCATION / METHODS MEASURED' TO T01-LABEL.
           MOVE WS-GROUPS-CTR              TO T01-COUNT.
           WRITE LEADTIME-RPT-REC FROM TOTAL-01.

           MOVE 'CHANGES PROPOSED'         TO T01-LABEL.
           MOVE WS-CHGS-PROPOSED-CTR       TO T01-COUNT.
           WRITE LEADTIME-RPT-REC FROM TOTAL-01.

           MOVE 'ADDS PROPOSED'            TO T01-LABEL.
           MOVE WS-ADDS-PROPOSED-CTR       TO T01-COUNT.
           WRITE LEADTIME-RPT-REC FROM TOTAL-01.

           MOVE 'ENTRIES WITH NO SHIPMENTS'
                                           TO T01-LABEL.
           MOVE WS-IDLE-ENTRIES-CTR        TO T01-COUNT.
           WRITE LEADTIME-RPT-REC FROM TOTAL-01.

       S290-RETURN-SORTED-LINE SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABLTANL PROCESSING COUNTS  *  *  *'.

           MOVE WS-HIST-HDRS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** HISTORY HEADERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-CURR-HDRS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT HEADERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** LINES READ              = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-MEASURED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** LINES MEASURED          = ' WS-DISPLAY-CTR.

           MOVE WS-GROUPS-CTR              TO WS-DISPLAY-CTR.
           DISPLAY '** LOCATION/METHODS        = ' WS-DISPLAY-CTR.

           MOVE WS-PROPOSALS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS PROPOSED   = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE PARM-CARD-FILE
                 ABHISTHDR-FILE
                 ABHISTLINE-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 LEADTIME-RPT
                 PROPOSED-TRAN-FILE.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABLTANL'                  TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-LINES-READ-CTR          TO RUNSTAT-INPUT-CNT.
           MOVE WS-LINES-MEASURED-CTR      TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-PROPOSALS-CTR           TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
