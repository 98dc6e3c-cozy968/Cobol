       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABPRJLDG.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABPRJLDG
      *C   FUNCTION:
      *C
      *C   -    PROJECT COST LEDGER.  PULLS EVERY ORDER LINE CARRYING
      *C        THE PROJECT NUMBER ON THE PARAMETER CARD (OR, WHEN
      *C        THE CARD IS BLANK OR MISSING, EVERY LINE CARRYING ANY
      *C        PROJECT NUMBER) FROM BOTH ABHISTLINE AND ABCURRLINE.
      *C
      *C   -    EACH PROJECT STARTS A NEW PAGE.  ITS LINES ARE LISTED
      *C        IN REQUEST DATE ORDER WITH CUSTOMER, ITEM, ORDERED
      *C        AND SHIPPED QUANTITIES, EXTENDED PRICE AND COST OF
      *C        THE SHIPPED QUANTITY, THE OPEN COMMITMENT (ORDERED
      *C        BUT NOT SHIPPED QUANTITY AT UNIT COST) AND RUNNING
      *C        PROJECT-TO-DATE COST AND COMMITMENT.
      *C
      *C   -    A SUMMARY PAGE PER PROJECT BREAKS THE SAME FIGURES
      *C        OUT BY SAP COMPANY / COST CENTER / ACCOUNT.  THE SAP
      *C        CODING OF A LINE IS ITS HEADER OVERRIDE WHEN ONE IS
      *C        PRESENT, OTHERWISE THE LINE'S MATERIAL CODING.
      *C
      *C   -    HISTORY LINES ARE CLOSED, SO THEY CARRY NO OPEN
      *C        COMMITMENT; AN UNSHIPPED BALANCE ON A HISTORY LINE
      *C        WAS CANCELLED, NOT COMMITTED.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  OPTIONAL - PROJECT NUMBER IN COLUMNS 1-9
      *C        ABHISTH   ABHISTHDR  KEYED FILE
      *C        ABHISTL   ABHISTLINE KEYED FILE
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C        ABCURRL   ABCURRLINE KEYED FILE
      *C
      *C   OUTPUT:
      *C
      *C        PRJLDGR   PROJECT COST LEDGER REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 LEDGER PRINTED, 4 NO LINES FOR THE
      *C                  PROJECT(S) REQUESTED
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

           SELECT PROJECT-LEDGER-RPT        ASSIGN  TO PRJLDGR.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-PROJECT-NBR                   PIC X(09).
           05 FILLER                             PIC X(71).

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.

       FD  ABHISTLINE-FILE.

       COPY ABXHLREC.

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  PROJECT-LEDGER-RPT.

       01  PROJECT-LEDGER-REC                    PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

      *    EACH LINE IS RELEASED TWICE - TYPE 1 FOR THE LEDGER IN
      *    REQUEST DATE ORDER, TYPE 2 FOR THE COST CENTER SUMMARY.
       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-PROJECT-NBR                   PIC X(09).
           05 SORT-REC-TYPE                      PIC X(01).
              88  SORT-LEDGER-REC                      VALUE '1'.
              88  SORT-SUMMARY-REC                     VALUE '2'.
           05 SORT-SAP-KEY.
              10 SORT-SAP-COMPANY                PIC X(04).
              10 SORT-SAP-COST-CENTER            PIC X(10).
              10 SORT-SAP-ACCOUNT                PIC X(10).
           05 SORT-REQUEST-DATE                  PIC 9(08).
           05 SORT-COMPANY                       PIC 9(04).
           05 SORT-ORDER-NBR                     PIC 9(08).
           05 SORT-LINE-NBR                      PIC 9(04).
           05 SORT-CUSTOMER                      PIC X(09).
           05 SORT-ITEM                          PIC X(15).
           05 SORT-ORDERED-QTY                   PIC S9(07)    COMP-3.
           05 SORT-SHIPPED-QTY                   PIC S9(07)    COMP-3.
           05 SORT-EXT-PRICE                     PIC S9(11)V99 COMP-3.
           05 SORT-EXT-COST                      PIC S9(11)V99 COMP-3.
           05 SORT-OPEN-COMMIT                   PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABPRJLDG  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-HDR-EOF-SW               PIC X(01) VALUE 'N'.
           88  HDR-AT-EOF                        VALUE 'Y'.
       77  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
           88  LINE-AT-EOF                       VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-ALL-PROJECTS-SW          PIC X(01) VALUE 'Y'.
           88  ALL-PROJECTS                      VALUE 'Y'.

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
           05  WS-HIST-LINES-READ-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CURR-LINES-READ-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-SELECTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PROJECTS-CTR         PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-SELECT-PROJECT           PIC X(09) VALUE SPACES.
       77  WS-OPEN-QTY                 PIC S9(07) COMP-3 VALUE ZERO.

      *    THE HEADER BEING PROCESSED, WHICHEVER SIDE IT CAME FROM
       01  WS-HOLD-HEADER.
           05 WS-HOLD-UNIQUE-I-D                 PIC 9(12).
           05 WS-HOLD-REQUEST-DATE               PIC 9(08).
           05 WS-HOLD-COMPANY                    PIC 9(04).
           05 WS-HOLD-ORDER-NBR                  PIC 9(08).
           05 WS-HOLD-CUSTOMER                   PIC X(09).
           05 WS-HOLD-OVR-COMP                   PIC X(04).
           05 WS-HOLD-OVR-COST-C                 PIC X(10).
           05 WS-HOLD-OVR-ACCT                   PIC X(10).

      *    CONTROL BREAK HOLD AND ACCUMULATORS
       77  WS-PREV-PROJECT-NBR         PIC X(09) VALUE SPACES.
       77  WS-PREV-REC-TYPE            PIC X(01) VALUE SPACE.
       77  WS-PREV-SAP-KEY             PIC X(24) VALUE SPACES.

       01  WS-PRJ-TOTALS.
           05 WS-PRJ-LINES                       PIC S9(07)    COMP-3.
           05 WS-PRJ-ORDERED-QTY                 PIC S9(09)    COMP-3.
           05 WS-PRJ-SHIPPED-QTY                 PIC S9(09)    COMP-3.
           05 WS-PRJ-EXT-PRICE                   PIC S9(13)V99 COMP-3.
           05 WS-PRJ-EXT-COST                    PIC S9(13)V99 COMP-3.
           05 WS-PRJ-OPEN-COMMIT                 PIC S9(13)V99 COMP-3.

       01  WS-SAP-TOTALS.
           05 WS-SAP-LINES                       PIC S9(07)    COMP-3.
           05 WS-SAP-ORDERED-QTY                 PIC S9(09)    COMP-3.
           05 WS-SAP-SHIPPED-QTY                 PIC S9(09)    COMP-3.
           05 WS-SAP-EXT-PRICE                   PIC S9(13)V99 COMP-3.
           05 WS-SAP-EXT-COST                    PIC S9(13)V99 COMP-3.
           05 WS-SAP-OPEN-COMMIT                 PIC S9(13)V99 COMP-3.

       77  WS-SAP-TOTAL-CHARGE         PIC S9(13)V99 COMP-3 VALUE ZERO.

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
           05 F                    PIC X(08)   VALUE 'ABPRJLDG'.
           05 F                    PIC X(21)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE
              'PROJECT COST LEDGER           '.
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
           05 F                    PIC X(09)   VALUE 'PROJECT: '.
           05 H02-PROJECT-NBR      PIC X(09).
           05 F                    PIC X(05)   VALUE SPACE.
           05 H02-PAGE-TITLE       PIC X(40).
           05 F                    PIC X(69)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'REQUEST '.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'CO  '.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ORDER   '.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'LINE'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(09)   VALUE 'CUSTOMER '.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE 'ITEM           '.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'ORD QTY'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'SHP QTY'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE '  EXT PRICE'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE '   EXT COST'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'OPEN COMMIT'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(12)   VALUE '    PTD COST'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(12)   VALUE '  PTD COMMIT'.
           05 F                    PIC X(01)   VALUE SPACE.

       01  HEADER-04.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'SAP CO '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'COST CENTER'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'ACCOUNT   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE '  LINES'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE '   ORD QTY'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE '   SHP QTY'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE '      EXT PRICE'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE '       EXT COST'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE '    OPEN COMMIT'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE '  COST + COMMIT'.
           05 F                    PIC X(02)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-REQUEST-DATE     PIC 9(08).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-COMPANY          PIC 9(04).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-ORDER-NBR        PIC 9(08).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-LINE-NBR         PIC 9(04).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-CUSTOMER         PIC X(09).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-ITEM             PIC X(15).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-ORDERED-QTY      PIC ZZZZZ9-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-SHIPPED-QTY      PIC ZZZZZ9-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-EXT-PRICE        PIC ZZZZZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-EXT-COST         PIC ZZZZZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-OPEN-COMMIT      PIC ZZZZZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-PTD-COST         PIC ZZZZZZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-PTD-COMMIT       PIC ZZZZZZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.

       01  DETAIL-02.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-SAP-COMPANY      PIC X(07).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-SAP-COST-CENTER  PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-SAP-ACCOUNT      PIC X(10).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-LINES            PIC ZZZ,ZZ9.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-ORDERED-QTY      PIC ZZZZZZZZ9-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-SHIPPED-QTY      PIC ZZZZZZZZ9-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-EXT-PRICE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-EXT-COST         PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-OPEN-COMMIT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-TOTAL-CHARGE     PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.

       01  TOTAL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(13)   VALUE 'PROJECT TOTAL'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-LINES            PIC ZZZ,ZZ9.
           05 F                    PIC X(06)   VALUE ' LINES'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-ORDERED-QTY      PIC ZZ,ZZZ,ZZ9-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-SHIPPED-QTY      PIC ZZ,ZZZ,ZZ9-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-EXT-PRICE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-EXT-COST         PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-OPEN-COMMIT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-PTD-COST         PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-PTD-COMMIT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(01)   VALUE SPACE.

       01  NOTHING-SELECTED-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'NO ORDER LINES FOUND FOR THE PROJECT(S) '.
           05 F                    PIC X(92)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABPRJLDG  ENDS'.

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
                OUTPUT PROJECT-LEDGER-RPT.

           DISPLAY 'ABPRJLDG - PROJECT COST LEDGER STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM S050-READ-PARM-CARD.

           SORT SORT-FILE ASCENDING KEY SORT-PROJECT-NBR
                                        SORT-REC-TYPE
                                        SORT-SAP-KEY
                                        SORT-REQUEST-DATE
                                        SORT-COMPANY
                                        SORT-ORDER-NBR
                                        SORT-LINE-NBR
                INPUT   PROCEDURE IS  S100-SELECT-LINES
                OUTPUT  PROCEDURE IS  S200-PRINT-LEDGER.

           IF  WS-LINES-SELECTED-CTR = ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   A PROJECT NUMBER ON THE CARD SELECTS THAT PROJECT ONLY.  NO
      *   CARD, OR A BLANK ONE, SELECTS EVERY LINE THAT CARRIES A
      *   PROJECT NUMBER.
      ******************************************************************
       S050-READ-PARM-CARD SECTION.

           READ PARM-CARD-FILE
                AT END
                   MOVE SPACES             TO PARM-CARD-RECORD.

           IF  PARM-PROJECT-NBR = SPACES
               MOVE 'Y'                    TO WS-ALL-PROJECTS-SW
               DISPLAY 'ABPRJLDG - ALL PROJECTS SELECTED'
           ELSE
               MOVE 'N'                    TO WS-ALL-PROJECTS-SW
               MOVE PARM-PROJECT-NBR       TO WS-SELECT-PROJECT
               DISPLAY 'ABPRJLDG - PROJECT SELECTED: '
                       WS-SELECT-PROJECT.

      ******************************************************************
      *   SORT INPUT - NEITHER LINE FILE IS KEYED BY PROJECT, SO BOTH
      *   SIDES ARE SWEPT IN FULL
      ******************************************************************
       S100-SELECT-LINES SECTION.

           PERFORM S110-SELECT-HISTORY.

           PERFORM S150-SELECT-CURRENT.

      ******************************************************************
       S110-SELECT-HISTORY SECTION.

           MOVE 'N'                        TO WS-HDR-EOF-SW.

           MOVE ZERO                       TO XHH-REQUEST-DATE
                                              XHH-COMPANY
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
               NEXT SENTENCE
           ELSE
           IF  WS-XHH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABPRJLDG - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S120-SELECT-ONE-HIST-HDR SECTION.

           MOVE ZERO                       TO WS-HOLD-UNIQUE-I-D.
           MOVE XHH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE XHH-COMPANY                TO WS-HOLD-COMPANY.
           MOVE XHH-ORDER-NBR              TO WS-HOLD-ORDER-NBR.
           MOVE XHH-CUSTOMER               TO WS-HOLD-CUSTOMER.
           MOVE XHH-SAP-OVR-COMP           TO WS-HOLD-OVR-COMP.
           MOVE XHH-SAP-OVR-COST-C         TO WS-HOLD-OVR-COST-C.
           MOVE XHH-SAP-OVR-ACCT           TO WS-HOLD-OVR-ACCT.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE XHH-REQUEST-DATE           TO XHL-REQUEST-DATE.
           MOVE XHH-COMPANY                TO XHL-COMPANY.
           MOVE XHH-ORDER-NBR              TO XHL-ORDER-NBR.
           MOVE ZERO                       TO XHL-LINE-NBR.

           START ABHISTLINE-FILE KEY NOT LESS THAN XHL-KEY.

           IF  WS-XHL-STATUS = '00'
               PERFORM S125-READ-NEXT-HIST-LINE
               PERFORM S130-SELECT-HIST-LINE
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
                   ADD 1                   TO WS-HIST-LINES-READ-CTR
               END-IF
           ELSE
           IF  WS-XHL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABPRJLDG - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

       S130-SELECT-HIST-LINE SECTION.

           IF  XHL-PROJECT-NBR = SPACES
               GO TO S130-NEXT.

           IF  NOT ALL-PROJECTS
           AND XHL-PROJECT-NBR NOT = WS-SELECT-PROJECT
               GO TO S130-NEXT.

           MOVE SPACES                     TO SORT-RECORD.
           MOVE XHL-PROJECT-NBR            TO SORT-PROJECT-NBR.
           MOVE XHL-LINE-NBR               TO SORT-LINE-NBR.
           MOVE XHL-ITEM                   TO SORT-ITEM.
           MOVE XHL-ORDERED-QTY            TO SORT-ORDERED-QTY.
           MOVE XHL-SHIPPED-QTY            TO SORT-SHIPPED-QTY.

           COMPUTE SORT-EXT-PRICE = XHL-SHIPPED-QTY * XHL-UNIT-PRICE.
           COMPUTE SORT-EXT-COST  = XHL-SHIPPED-QTY
                                  * XHL-SHPD-UNIT-COST.
           MOVE ZERO                       TO SORT-OPEN-COMMIT.

           IF  WS-HOLD-OVR-COST-C NOT = SPACES
               MOVE WS-HOLD-OVR-COMP       TO SORT-SAP-COMPANY
               MOVE WS-HOLD-OVR-COST-C     TO SORT-SAP-COST-CENTER
               MOVE WS-HOLD-OVR-ACCT       TO SORT-SAP-ACCOUNT
           ELSE
               MOVE XHL-SAP-MAT-COMP       TO SORT-SAP-COMPANY
               MOVE XHL-SAP-MAT-COST-C     TO SORT-SAP-COST-CENTER
               MOVE XHL-SAP-MAT-ACCT       TO SORT-SAP-ACCOUNT.

           PERFORM S180-RELEASE-LINE.

       S130-NEXT.

           PERFORM S125-READ-NEXT-HIST-LINE.

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
               NEXT SENTENCE
           ELSE
           IF  WS-XCH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABPRJLDG - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S160-SELECT-ONE-CURR-HDR SECTION.

           MOVE XCH-UNIQUE-I-D             TO WS-HOLD-UNIQUE-I-D.
           MOVE XCH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE XCH-COMPANY                TO WS-HOLD-COMPANY.
           MOVE XCH-ORDER-NBR              TO WS-HOLD-ORDER-NBR.
           MOVE XCH-CUSTOMER               TO WS-HOLD-CUSTOMER.
           MOVE XCH-SAP-OVR-COMP           TO WS-HOLD-OVR-COMP.
           MOVE XCH-SAP-OVR-COST-C         TO WS-HOLD-OVR-COST-C.
           MOVE XCH-SAP-OVR-ACCT           TO WS-HOLD-OVR-ACCT.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE XCH-UNIQUE-I-D             TO XCL-HDR-UNIQUE-I-D.
           MOVE ZERO                       TO XCL-LINE-NBR.

           START ABCURRLINE-FILE KEY NOT LESS THAN XCL-KEY.

           IF  WS-XCL-STATUS = '00'
               PERFORM S165-READ-NEXT-CURR-LINE
               PERFORM S170-SELECT-CURR-LINE
                   UNTIL LINE-AT-EOF.

           PERFORM S155-READ-NEXT-CURR-HDR.

       S165-READ-NEXT-CURR-LINE SECTION.

           READ ABCURRLINE-FILE NEXT.

           IF  WS-XCL-STATUS = '00'
               IF  XCL-HDR-UNIQUE-I-D NOT = WS-HOLD-UNIQUE-I-D
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               ELSE
                   ADD 1                   TO WS-CURR-LINES-READ-CTR
               END-IF
           ELSE
           IF  WS-XCL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABPRJLDG - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

      ******************************************************************
      *   THE OPEN COMMITMENT OF A CURRENT LINE IS ITS UNSHIPPED
      *   BALANCE AT UNIT COST.  AN OVER-SHIPPED LINE COMMITS NOTHING.
      ******************************************************************
       S170-SELECT-CURR-LINE SECTION.

           IF  XCL-PROJECT-NBR = SPACES
               GO TO S170-NEXT.

           IF  NOT ALL-PROJECTS
           AND XCL-PROJECT-NBR NOT = WS-SELECT-PROJECT
               GO TO S170-NEXT.

           MOVE SPACES                     TO SORT-RECORD.
           MOVE XCL-PROJECT-NBR            TO SORT-PROJECT-NBR.
           MOVE XCL-LINE-NBR               TO SORT-LINE-NBR.
           MOVE XCL-ITEM                   TO SORT-ITEM.
           MOVE XCL-ORDERED-QTY            TO SORT-ORDERED-QTY.
           MOVE XCL-SHIPPED-QTY            TO SORT-SHIPPED-QTY.

           COMPUTE SORT-EXT-PRICE = XCL-SHIPPED-QTY * XCL-UNIT-PRICE.
           COMPUTE SORT-EXT-COST  = XCL-SHIPPED-QTY * XCL-UNIT-COST.

           COMPUTE WS-OPEN-QTY = XCL-ORDERED-QTY - XCL-SHIPPED-QTY.
           IF  WS-OPEN-QTY > ZERO
               COMPUTE SORT-OPEN-COMMIT = WS-OPEN-QTY * XCL-UNIT-COST
           ELSE
               MOVE ZERO                   TO SORT-OPEN-COMMIT.

           IF  WS-HOLD-OVR-COST-C NOT = SPACES
               MOVE WS-HOLD-OVR-COMP       TO SORT-SAP-COMPANY
               MOVE WS-HOLD-OVR-COST-C     TO SORT-SAP-COST-CENTER
               MOVE WS-HOLD-OVR-ACCT       TO SORT-SAP-ACCOUNT
           ELSE
               MOVE XCL-SAP-MAT-COMP       TO SORT-SAP-COMPANY
               MOVE XCL-SAP-MAT-COST-C     TO SORT-SAP-COST-CENTER
               MOVE XCL-SAP-MAT-ACCT       TO SORT-SAP-ACCOUNT.

           PERFORM S180-RELEASE-LINE.

       S170-NEXT.

           PERFORM S165-READ-NEXT-CURR-LINE.

      ******************************************************************
      *   RELEASE THE LINE ONCE FOR THE LEDGER (SAP KEY BLANKED SO
      *   IT SORTS BY REQUEST DATE) AND ONCE FOR THE SUMMARY
      ******************************************************************
       S180-RELEASE-LINE SECTION.

           ADD 1                           TO WS-LINES-SELECTED-CTR.

           MOVE WS-HOLD-REQUEST-DATE       TO SORT-REQUEST-DATE.
           MOVE WS-HOLD-COMPANY            TO SORT-COMPANY.
           MOVE WS-HOLD-ORDER-NBR          TO SORT-ORDER-NBR.
           MOVE WS-HOLD-CUSTOMER           TO SORT-CUSTOMER.

           MOVE '2'                        TO SORT-REC-TYPE.
           RELEASE SORT-RECORD.

           MOVE '1'                        TO SORT-REC-TYPE.
           MOVE SPACES                     TO SORT-SAP-KEY.
           RELEASE SORT-RECORD.

      ******************************************************************
      *   SORT OUTPUT - PER PROJECT, THE LEDGER LINES WITH RUNNING
      *   TOTALS, THE PROJECT TOTAL, THEN THE COST CENTER SUMMARY PAGE
      ******************************************************************
       S200-PRINT-LEDGER SECTION.

           PERFORM S290-RETURN-SORTED-LINE.

           IF  SORT-AT-EOF
               MOVE WS-SELECT-PROJECT      TO H02-PROJECT-NBR
               MOVE SPACES                 TO H02-PAGE-TITLE
               PERFORM S220-PRINT-HEADERS
               WRITE PROJECT-LEDGER-REC FROM NOTHING-SELECTED-LINE
               GO TO S200-EXIT.

           PERFORM S210-PROCESS-ONE-LINE
               UNTIL SORT-AT-EOF.

           PERFORM S260-END-OF-PROJECT.

       S200-EXIT.
           EXIT.

       S210-PROCESS-ONE-LINE SECTION.

           IF  SORT-PROJECT-NBR NOT = WS-PREV-PROJECT-NBR
               IF  WS-PREV-PROJECT-NBR NOT = SPACES
                   PERFORM S260-END-OF-PROJECT
               END-IF
               PERFORM S230-START-PROJECT.

           IF  SORT-LEDGER-REC
               PERFORM S240-PRINT-LEDGER-LINE
           ELSE
               IF  WS-PREV-REC-TYPE = '1'
                   PERFORM S245-START-SUMMARY
               ELSE
               IF  SORT-SAP-KEY NOT = WS-PREV-SAP-KEY
                   PERFORM S250-PRINT-SUMMARY-LINE
               END-IF
               END-IF
               ADD 1                       TO WS-SAP-LINES
               ADD SORT-ORDERED-QTY        TO WS-SAP-ORDERED-QTY
               ADD SORT-SHIPPED-QTY        TO WS-SAP-SHIPPED-QTY
               ADD SORT-EXT-PRICE          TO WS-SAP-EXT-PRICE
               ADD SORT-EXT-COST           TO WS-SAP-EXT-COST
               ADD SORT-OPEN-COMMIT        TO WS-SAP-OPEN-COMMIT.

           PERFORM S290-RETURN-SORTED-LINE.

      ******************************************************************
       S220-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE PROJECT-LEDGER-REC FROM HEADER-01.

           WRITE PROJECT-LEDGER-REC FROM HEADER-02.

           MOVE SPACES                     TO PROJECT-LEDGER-REC.
           WRITE PROJECT-LEDGER-REC.

           IF  WS-PREV-REC-TYPE = '1'
               WRITE PROJECT-LEDGER-REC FROM HEADER-03
           ELSE
           IF  WS-PREV-REC-TYPE = '2'
               WRITE PROJECT-LEDGER-REC FROM HEADER-04.

           MOVE ZERO                       TO WS-LINE-CTR.

      ******************************************************************
      *   NEW PROJECT - ZERO ITS TOTALS AND START THE LEDGER PAGES.
      *   EVERY LINE IS RELEASED AS BOTH TYPES, SO A PROJECT ALWAYS
      *   OPENS WITH A LEDGER RECORD.
      ******************************************************************
       S230-START-PROJECT SECTION.

           ADD 1                           TO WS-PROJECTS-CTR.

           MOVE SORT-PROJECT-NBR           TO WS-PREV-PROJECT-NBR
                                              H02-PROJECT-NBR.
           MOVE '1'                        TO WS-PREV-REC-TYPE.
           MOVE SPACES                     TO WS-PREV-SAP-KEY.

           INITIALIZE WS-PRJ-TOTALS
                      WS-SAP-TOTALS.

           MOVE 'ORDER LINE LEDGER'        TO H02-PAGE-TITLE.

           PERFORM S220-PRINT-HEADERS.

      ******************************************************************
       S240-PRINT-LEDGER-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           ADD 1                           TO WS-PRJ-LINES.
           ADD SORT-ORDERED-QTY            TO WS-PRJ-ORDERED-QTY.
           ADD SORT-SHIPPED-QTY            TO WS-PRJ-SHIPPED-QTY.
           ADD SORT-EXT-PRICE              TO WS-PRJ-EXT-PRICE.
           ADD SORT-EXT-COST               TO WS-PRJ-EXT-COST.
           ADD SORT-OPEN-COMMIT            TO WS-PRJ-OPEN-COMMIT.

           MOVE SORT-REQUEST-DATE          TO D01-REQUEST-DATE.
           MOVE SORT-COMPANY               TO D01-COMPANY.
           MOVE SORT-ORDER-NBR             TO D01-ORDER-NBR.
           MOVE SORT-LINE-NBR              TO D01-LINE-NBR.
           MOVE SORT-CUSTOMER              TO D01-CUSTOMER.
           MOVE SORT-ITEM                  TO D01-ITEM.
           MOVE SORT-ORDERED-QTY           TO D01-ORDERED-QTY.
           MOVE SORT-SHIPPED-QTY           TO D01-SHIPPED-QTY.
           MOVE SORT-EXT-PRICE             TO D01-EXT-PRICE.
           MOVE SORT-EXT-COST              TO D01-EXT-COST.
           MOVE SORT-OPEN-COMMIT           TO D01-OPEN-COMMIT.
           MOVE WS-PRJ-EXT-COST            TO D01-PTD-COST.
           MOVE WS-PRJ-OPEN-COMMIT         TO D01-PTD-COMMIT.

           WRITE PROJECT-LEDGER-REC FROM DETAIL-01.

           ADD 1                           TO WS-LINE-CTR.

      ******************************************************************
      *   FIRST SUMMARY RECORD OF THE PROJECT - CLOSE OFF THE LEDGER
      *   WITH THE PROJECT TOTAL AND START THE SUMMARY PAGE
      ******************************************************************
       S245-START-SUMMARY SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 2
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO PROJECT-LEDGER-REC.
           WRITE PROJECT-LEDGER-REC.

           MOVE WS-PRJ-LINES               TO T01-LINES.
           MOVE WS-PRJ-ORDERED-QTY         TO T01-ORDERED-QTY.
           MOVE WS-PRJ-SHIPPED-QTY         TO T01-SHIPPED-QTY.
           MOVE WS-PRJ-EXT-PRICE           TO T01-EXT-PRICE.
           MOVE WS-PRJ-EXT-COST            TO T01-EXT-COST
                                              T01-PTD-COST.
           MOVE WS-PRJ-OPEN-COMMIT         TO T01-OPEN-COMMIT
                                              T01-PTD-COMMIT.
           WRITE PROJECT-LEDGER-REC FROM TOTAL-01.

           MOVE '2'                        TO WS-PREV-REC-TYPE.
           MOVE SORT-SAP-KEY               TO WS-PREV-SAP-KEY.
           MOVE 'SUMMARY BY SAP COST CENTER AND ACCOUNT'
                                           TO H02-PAGE-TITLE.

           PERFORM S220-PRINT-HEADERS.

      ******************************************************************
      *   SAP KEY BREAK - PRINT THE COST CENTER / ACCOUNT TOTALS
      ******************************************************************
       S250-PRINT-SUMMARY-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           MOVE WS-PREV-SAP-KEY (1:4)      TO D02-SAP-COMPANY.
           MOVE WS-PREV-SAP-KEY (5:10)     TO D02-SAP-COST-CENTER.
           MOVE WS-PREV-SAP-KEY (15:10)    TO D02-SAP-ACCOUNT.

           IF  WS-PREV-SAP-KEY = SPACES
               MOVE '*NONE*'               TO D02-SAP-COST-CENTER.

           MOVE WS-SAP-LINES               TO D02-LINES.
           MOVE WS-SAP-ORDERED-QTY         TO D02-ORDERED-QTY.
           MOVE WS-SAP-SHIPPED-QTY         TO D02-SHIPPED-QTY.
           MOVE WS-SAP-EXT-PRICE           TO D02-EXT-PRICE.
           MOVE WS-SAP-EXT-COST            TO D02-EXT-COST.
           MOVE WS-SAP-OPEN-COMMIT         TO D02-OPEN-COMMIT.
           COMPUTE WS-SAP-TOTAL-CHARGE = WS-SAP-EXT-COST
                                       + WS-SAP-OPEN-COMMIT.
           MOVE WS-SAP-TOTAL-CHARGE        TO D02-TOTAL-CHARGE.

           WRITE PROJECT-LEDGER-REC FROM DETAIL-02.

           ADD 1                           TO WS-LINE-CTR.

           INITIALIZE WS-SAP-TOTALS.

           MOVE SORT-SAP-KEY               TO WS-PREV-SAP-KEY.

      ******************************************************************
      *   END OF PROJECT - LAST COST CENTER LINE AND THE SUMMARY TOTAL
      ******************************************************************
       S260-END-OF-PROJECT SECTION.

           PERFORM S250-PRINT-SUMMARY-LINE.

           MOVE SPACES                     TO PROJECT-LEDGER-REC.
           WRITE PROJECT-LEDGER-REC.

           MOVE SPACES                     TO D02-SAP-COMPANY
                                              D02-SAP-ACCOUNT.
           MOVE '** TOTAL **'              TO D02-SAP-COST-CENTER.
           MOVE WS-PRJ-LINES               TO D02-LINES.
           MOVE WS-PRJ-ORDERED-QTY         TO D02-ORDERED-QTY.
           MOVE WS-PRJ-SHIPPED-QTY         TO D02-SHIPPED-QTY.
           MOVE WS-PRJ-EXT-PRICE           TO D02-EXT-PRICE.
           MOVE WS-PRJ-EXT-COST            TO D02-EXT-COST.
           MOVE WS-PRJ-OPEN-COMMIT         TO D02-OPEN-COMMIT.
           COMPUTE WS-SAP-TOTAL-CHARGE = WS-PRJ-EXT-COST
                                       + WS-PRJ-OPEN-COMMIT.
           MOVE WS-SAP-TOTAL-CHARGE        TO D02-TOTAL-CHARGE.

           WRITE PROJECT-LEDGER-REC FROM DETAIL-02.

       S290-RETURN-SORTED-LINE SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABPRJLDG PROCESSING COUNTS  *  *  *'.

           MOVE WS-HIST-LINES-READ-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** HISTORY LINES READ      = ' WS-DISPLAY-CTR.

           MOVE WS-CURR-LINES-READ-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT LINES READ      = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-SELECTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** PROJECT LINES SELECTED  = ' WS-DISPLAY-CTR.

           MOVE WS-PROJECTS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** PROJECTS REPORTED       = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE PARM-CARD-FILE
                 ABHISTHDR-FILE
                 ABHISTLINE-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 PROJECT-LEDGER-RPT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABPRJLDG'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           COMPUTE RUNSTAT-INPUT-CNT = WS-HIST-LINES-READ-CTR
                                     + WS-CURR-LINES-READ-CTR.
           MOVE WS-LINES-SELECTED-CTR      TO RUNSTAT-OUTPUT-CNT.
           MOVE ZERO                       TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
