       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABBUDRPT.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABBUDRPT
      *C   FUNCTION:
      *C
      *C   -    MONTHLY BUDGET-VS-ACTUAL REPORT FOR ONE FISCAL PERIOD
      *C        (CCYYMM), OPTIONALLY LIMITED TO ONE SAP COMPANY.  THE
      *C        PERIOD'S BUDGETS ARE LOADED FROM THE ABBUDMNT BUDGET
      *C        MASTER AND CHARGED FROM THE LINES OF EVERY BUDGETED
      *C        ORDER (XCH/XHH-BUDGET-FLAG = 'Y') ON BOTH SIDES OF
      *C        THE AB FILES.
      *C
      *C   -    ACTUAL SPEND IS WHAT ABSAPPST POSTS - SHIPPED QTY
      *C        TIMES UNIT PRICE - FOR LINES WHOSE SHIP DATE FALLS IN
      *C        THE PERIOD.  OPEN COMMITMENT IS THE ORDERED BUT NOT
      *C        SHIPPED QUANTITY OF CURRENT LINES AT UNIT PRICE.
      *C        REMAINING BUDGET IS BUDGET LESS ACTUAL LESS OPEN
      *C        COMMITMENT.  A LINE IS CHARGED TO ITS HEADER SAP
      *C        OVERRIDE WHEN ONE IS PRESENT, OTHERWISE TO THE LINE'S
      *C        MATERIAL CODING.
      *C
      *C   -    EACH COST CENTER IS TOTALLED ACROSS ITS ACCOUNTS AND
      *C        FLAGGED WHEN ITS REMAINING BUDGET IS NEGATIVE.  EVERY
      *C        BUDGETED ORDER LINE CHARGING A COST CENTER / ACCOUNT
      *C        WITH NO BUDGET FOR THE PERIOD IS LISTED AFTERWARD.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  FISCAL PERIOD CCYYMM (COLUMNS 1-6), SAP
      *C                  COMPANY (COLUMNS 7-10, OPTIONAL)
      *C        BUDMSTI   BUDGET MASTER (ABBUDREC)
      *C        ABHISTH   ABHISTHDR  KEYED FILE
      *C        ABHISTL   ABHISTLINE KEYED FILE
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C        ABCURRL   ABCURRLINE KEYED FILE
      *C
      *C   OUTPUT:
      *C
      *C        BUDRPT    BUDGET-VS-ACTUAL REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 ALL COST CENTERS WITHIN BUDGET,
      *C                  4 OVER-BUDGET OR UNBUDGETED CHARGES LISTED,
      *C                  16 PARAMETER CARD OR BUDGET MASTER IN ERROR
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

           SELECT OPTIONAL BUDGET-FILE      ASSIGN  TO BUDMSTI.

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

           SELECT BUDGET-RPT                ASSIGN  TO BUDRPT.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-FISCAL-PERIOD                 PIC X(06).
           05 PARM-FISCAL-PERIOD-R REDEFINES
              PARM-FISCAL-PERIOD.
              10 PARM-FISCAL-CCYY                PIC 9(04).
              10 PARM-FISCAL-MM                  PIC 9(02).
           05 PARM-SAP-COMPANY                   PIC X(04).
           05 FILLER                             PIC X(70).

       FD  BUDGET-FILE
           RECORD CONTAINS 80 CHARACTERS.

       COPY ABBUDREC.

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.

       FD  ABHISTLINE-FILE.

       COPY ABXHLREC.

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  BUDGET-RPT.

       01  BUDGET-RPT-REC                        PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

      *    ONE RECORD PER BUDGETED ORDER LINE CHARGING A COST CENTER /
      *    ACCOUNT THAT HAS NO BUDGET FOR THE PERIOD
       SD  SORT-FILE.

       01  SORT-RECORD.
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
           05 SORT-ACTUAL-AMT                    PIC S9(11)V99 COMP-3.
           05 SORT-COMMIT-AMT                    PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABBUDRPT  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-BUD-EOF-SW               PIC X(01) VALUE 'N'.
           88  BUDGET-AT-EOF                     VALUE 'Y'.
       77  WS-HDR-EOF-SW               PIC X(01) VALUE 'N'.
           88  HDR-AT-EOF                        VALUE 'Y'.
       77  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
           88  LINE-AT-EOF                       VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.
       77  WS-BUD-FOUND-SW             PIC X(01) VALUE 'N'.
           88  BUDGET-FOUND                      VALUE 'Y'.
       77  WS-PAGE-TYPE-SW             PIC X(01) VALUE 'B'.
           88  BUDGET-PAGES                      VALUE 'B'.
           88  UNBUDGETED-PAGES                  VALUE 'U'.

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
           05  WS-BUDGETS-READ-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BUDGETS-LOADED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BUDGETED-HDRS-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-CHARGED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNBUDGETED-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OVER-BUDGET-CTR      PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *   THE PERIOD'S BUDGETS, LOADED IN MASTER KEY ORDER SO EACH
      *   LINE'S COST CENTER / ACCOUNT CAN BE FOUND BY BINARY SEARCH
      ************************************************************
       01  WS-BUD-TABLE.
           05 WS-BUD-MAX               PIC S9(05) COMP-3 VALUE 5000.
           05 WS-BUD-CNT               PIC S9(05) COMP-3 VALUE ZERO.
           05 WS-BUD-SUB               PIC S9(05) COMP-3 VALUE ZERO.
           05 WS-BUD-ENTRY             OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-BUD-CNT
                                       ASCENDING KEY IS WS-BUD-KEY
                                       INDEXED BY BX.
              10 WS-BUD-KEY.
                 15 WS-BUD-SAP-COMPANY PIC X(04).
                 15 WS-BUD-COST-CENTER PIC X(10).
                 15 WS-BUD-ACCOUNT     PIC X(10).
              10 WS-BUD-BUDGET-AMT     PIC S9(11)V99 COMP-3.
              10 WS-BUD-ACTUAL-AMT     PIC S9(11)V99 COMP-3.
              10 WS-BUD-COMMIT-AMT     PIC S9(11)V99 COMP-3.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-PERIOD-START-DATE        PIC 9(08) VALUE ZERO.
       77  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
       77  WS-PRIOR-BUD-KEY            PIC X(24) VALUE LOW-VALUES.

       01  WS-LOOKUP-KEY.
           05 WS-LOOKUP-SAP-COMPANY              PIC X(04).
           05 WS-LOOKUP-COST-CENTER              PIC X(10).
           05 WS-LOOKUP-ACCOUNT                  PIC X(10).

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

      *    THE LINE BEING CHARGED, WHICHEVER SIDE IT CAME FROM
       01  WS-LINE-WORK.
           05 WS-LINE-NBR                        PIC 9(04).
           05 WS-LINE-ITEM                       PIC X(15).
           05 WS-LINE-ACTUAL-AMT                 PIC S9(11)V99 COMP-3.
           05 WS-LINE-COMMIT-AMT                 PIC S9(11)V99 COMP-3.
       77  WS-OPEN-QTY                 PIC S9(07) COMP-3 VALUE ZERO.

      *    COST CENTER BREAK AND REPORT ACCUMULATORS
       01  WS-PREV-CC-KEY.
           05 WS-PREV-SAP-COMPANY                PIC X(04).
           05 WS-PREV-COST-CENTER                PIC X(10).
       01  WS-CURR-CC-KEY.
           05 WS-CURR-SAP-COMPANY                PIC X(04).
           05 WS-CURR-COST-CENTER                PIC X(10).

       01  WS-CC-TOTALS.
           05 WS-CC-BUDGET-AMT                   PIC S9(13)V99 COMP-3.
           05 WS-CC-ACTUAL-AMT                   PIC S9(13)V99 COMP-3.
           05 WS-CC-COMMIT-AMT                   PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05 WS-GRD-BUDGET-AMT                  PIC S9(13)V99 COMP-3.
           05 WS-GRD-ACTUAL-AMT                  PIC S9(13)V99 COMP-3.
           05 WS-GRD-COMMIT-AMT                  PIC S9(13)V99 COMP-3.
       01  WS-UNB-TOTALS.
           05 WS-UNB-ACTUAL-AMT                  PIC S9(13)V99 COMP-3.
           05 WS-UNB-COMMIT-AMT                  PIC S9(13)V99 COMP-3.
       77  WS-REMAINING-AMT            PIC S9(13)V99 COMP-3 VALUE ZERO.

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
           05 F                    PIC X(08)   VALUE 'ABBUDRPT'.
           05 F                    PIC X(21)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE
              'COST CENTER BUDGET VS ACTUAL  '.
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
           05 F                    PIC X(15)   VALUE
              'FISCAL PERIOD: '.
           05 H02-FISCAL-PERIOD    PIC X(06).
           05 F                    PIC X(17)   VALUE
              '    SAP COMPANY: '.
           05 H02-SAP-COMPANY      PIC X(04).
           05 F                    PIC X(05)   VALUE SPACE.
           05 H02-PAGE-TITLE       PIC X(50).
           05 F                    PIC X(35)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'SAP CO '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'COST CENTER'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'ACCOUNT   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '         BUDGET'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '   ACTUAL SPEND'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '    OPEN COMMIT'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '      REMAINING'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE SPACE.

       01  HEADER-04.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'SAP CO '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'COST CENTER'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'ACCOUNT   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'REQUEST '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'CO  '.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ORDER   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'LINE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(09)   VALUE 'CUSTOMER '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE 'ITEM           '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '   ACTUAL SPEND'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              '    OPEN COMMIT'.
           05 F                    PIC X(07)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-SAP-COMPANY      PIC X(07).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-COST-CENTER      PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ACCOUNT          PIC X(10).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-BUDGET-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ACTUAL-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-COMMIT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-REMAINING-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-FLAG             PIC X(30).

       01  DETAIL-02.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-SAP-COMPANY      PIC X(07).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-COST-CENTER      PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-ACCOUNT          PIC X(10).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-REQUEST-DATE     PIC 9(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-COMPANY          PIC 9(04).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D02-ORDER-NBR        PIC 9(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-LINE-NBR         PIC 9(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-CUSTOMER         PIC X(09).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-ITEM             PIC X(15).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-ACTUAL-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(02)   VALUE SPACE.
           05 D02-COMMIT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 F                    PIC X(07)   VALUE SPACE.

       01  NO-BUDGETS-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'NO BUDGETS ON FILE FOR THE PERIOD       '.
           05 F                    PIC X(92)   VALUE SPACE.

       01  NO-UNBUDGETED-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(50)   VALUE
              'NO BUDGETED ORDERS CHARGED AN UNBUDGETED ACCOUNT  '.
           05 F                    PIC X(82)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABBUDRPT  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           OPEN INPUT  PARM-CARD-FILE
                       BUDGET-FILE
                       ABHISTHDR-FILE
                       ABHISTLINE-FILE
                       ABCURRHDR-FILE
                       ABCURRLINE-FILE
                OUTPUT BUDGET-RPT.

           DISPLAY 'ABBUDRPT - BUDGET VS ACTUAL STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM S050-EDIT-PARM-CARD.

           IF  NOT FATAL-ERROR
               PERFORM S060-LOAD-BUDGETS.

           IF  FATAL-ERROR
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

           SORT SORT-FILE ASCENDING KEY SORT-SAP-KEY
                                        SORT-REQUEST-DATE
                                        SORT-COMPANY
                                        SORT-ORDER-NBR
                                        SORT-LINE-NBR
                INPUT   PROCEDURE IS  S100-CHARGE-LINES
                OUTPUT  PROCEDURE IS  S200-PRINT-REPORT.

           IF  WS-OVER-BUDGET-CTR > ZERO
           OR  WS-UNBUDGETED-CTR > ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   THE FISCAL PERIOD IS REQUIRED; THE SAP COMPANY IS OPTIONAL
      ******************************************************************
       S050-EDIT-PARM-CARD SECTION.

           READ PARM-CARD-FILE
                AT END
                   DISPLAY 'ABBUDRPT - NO PARAMETER CARD SUPPLIED, '
                           'RUN ABORTED'
                   MOVE 'Y'                TO WS-FATAL-ERROR-SW
                   GO TO S050-EXIT.

           IF  PARM-FISCAL-PERIOD NOT NUMERIC
           OR  PARM-FISCAL-MM < 01
           OR  PARM-FISCAL-MM > 12
               DISPLAY 'ABBUDRPT - CARD REJECTED, FISCAL PERIOD NOT '
                       'A VALID CCYYMM: ' PARM-CARD-RECORD
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO S050-EXIT.

           COMPUTE WS-PERIOD-START-DATE = PARM-FISCAL-CCYY * 10000
                                        + PARM-FISCAL-MM * 100 + 1.
           COMPUTE WS-PERIOD-END-DATE   = PARM-FISCAL-CCYY * 10000
                                        + PARM-FISCAL-MM * 100 + 31.

           MOVE PARM-FISCAL-PERIOD         TO H02-FISCAL-PERIOD.
           IF  PARM-SAP-COMPANY = SPACES
               MOVE 'ALL '                 TO H02-SAP-COMPANY
           ELSE
               MOVE PARM-SAP-COMPANY       TO H02-SAP-COMPANY.

       S050-EXIT.
           EXIT.

      ******************************************************************
      *   LOAD THE PERIOD'S BUDGETS.  THE MASTER IS IN KEY ORDER, SO
      *   THE TABLE IS TOO; A MASTER OUT OF ORDER WOULD BREAK THE
      *   BINARY SEARCH AND STOPS THE RUN.
      ******************************************************************
       S060-LOAD-BUDGETS SECTION.

           PERFORM S065-READ-BUDGET.

           PERFORM S070-LOAD-ONE-BUDGET
               UNTIL BUDGET-AT-EOF
               OR    FATAL-ERROR.

           MOVE WS-BUD-CNT                 TO WS-BUDGETS-LOADED-CTR.

       S065-READ-BUDGET SECTION.

           READ BUDGET-FILE
                AT END
                   MOVE 'Y'                TO WS-BUD-EOF-SW
                   GO TO S065-EXIT.

           ADD 1                           TO WS-BUDGETS-READ-CTR.

       S065-EXIT.
           EXIT.

       S070-LOAD-ONE-BUDGET SECTION.

           IF  BUD-FISCAL-PERIOD NOT = PARM-FISCAL-PERIOD
               GO TO S070-NEXT.

           IF  PARM-SAP-COMPANY NOT = SPACES
           AND BUD-SAP-COMPANY NOT = PARM-SAP-COMPANY
               GO TO S070-NEXT.

           IF  BUD-KEY (1:24) NOT > WS-PRIOR-BUD-KEY
               DISPLAY 'ABBUDRPT - BUDGET MASTER OUT OF SEQUENCE AT '
                       BUD-KEY ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO S070-EXIT.

           IF  WS-BUD-CNT NOT < WS-BUD-MAX
               DISPLAY 'ABBUDRPT - BUDGET TABLE FULL, RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO S070-EXIT.

           MOVE BUD-KEY (1:24)             TO WS-PRIOR-BUD-KEY.

           ADD 1                           TO WS-BUD-CNT.
           MOVE WS-BUD-CNT                 TO WS-BUD-SUB.
           MOVE BUD-SAP-COMPANY            TO WS-BUD-SAP-COMPANY
                                                   (WS-BUD-SUB).
           MOVE BUD-COST-CENTER            TO WS-BUD-COST-CENTER
                                                   (WS-BUD-SUB).
           MOVE BUD-ACCOUNT                TO WS-BUD-ACCOUNT
                                                   (WS-BUD-SUB).
           IF  BUD-BUDGET-AMT NUMERIC
               MOVE BUD-BUDGET-AMT         TO WS-BUD-BUDGET-AMT
                                                   (WS-BUD-SUB)
           ELSE
               MOVE ZERO                   TO WS-BUD-BUDGET-AMT
                                                   (WS-BUD-SUB).
           MOVE ZERO                       TO WS-BUD-ACTUAL-AMT
                                                   (WS-BUD-SUB)
                                              WS-BUD-COMMIT-AMT
                                                   (WS-BUD-SUB).

       S070-NEXT.

           PERFORM S065-READ-BUDGET.

       S070-EXIT.
           EXIT.

      ******************************************************************
      *   SORT INPUT - CHARGE THE LINES OF EVERY BUDGETED ORDER
      ******************************************************************
       S100-CHARGE-LINES SECTION.

           PERFORM S110-CHARGE-HISTORY.

           PERFORM S150-CHARGE-CURRENT.

      ******************************************************************
      *   HISTORY SIDE - A LINE CANNOT SHIP BEFORE IT IS REQUESTED, SO
      *   THE SWEEP STOPS AT HEADERS REQUESTED AFTER THE PERIOD
      ******************************************************************
       S110-CHARGE-HISTORY SECTION.

           MOVE 'N'                        TO WS-HDR-EOF-SW.

           MOVE ZERO                       TO XHH-REQUEST-DATE
                                              XHH-COMPANY
                                              XHH-ORDER-NBR.

           START ABHISTHDR-FILE KEY NOT LESS THAN XHH-KEY.

           IF  WS-XHH-STATUS NOT = '00'
               GO TO S110-EXIT.

           PERFORM S115-READ-NEXT-HIST-HDR.

           PERFORM S120-CHARGE-ONE-HIST-HDR
               UNTIL HDR-AT-EOF.

       S110-EXIT.
           EXIT.

       S115-READ-NEXT-HIST-HDR SECTION.

           READ ABHISTHDR-FILE NEXT.

           IF  WS-XHH-STATUS = '00'
               IF  XHH-REQUEST-DATE > WS-PERIOD-END-DATE
                   MOVE 'Y'                TO WS-HDR-EOF-SW
               END-IF
           ELSE
           IF  WS-XHH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABBUDRPT - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S120-CHARGE-ONE-HIST-HDR SECTION.

           IF  XHH-BUDGET-FLAG NOT = 'Y'
               GO TO S120-NEXT.

           ADD 1                           TO WS-BUDGETED-HDRS-CTR.

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
               PERFORM S130-CHARGE-HIST-LINE
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
               DISPLAY 'ABBUDRPT - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

      ******************************************************************
      *   A HISTORY LINE IS CLOSED - ACTUAL ONLY, NO COMMITMENT
      ******************************************************************
       S130-CHARGE-HIST-LINE SECTION.

           IF  XHL-SHIP-DATE < WS-PERIOD-START-DATE
           OR  XHL-SHIP-DATE > WS-PERIOD-END-DATE
               GO TO S130-NEXT.

           MOVE XHL-LINE-NBR               TO WS-LINE-NBR.
           MOVE XHL-ITEM                   TO WS-LINE-ITEM.
           COMPUTE WS-LINE-ACTUAL-AMT = XHL-SHIPPED-QTY
                                      * XHL-UNIT-PRICE.
           MOVE ZERO                       TO WS-LINE-COMMIT-AMT.

           IF  WS-HOLD-OVR-COST-C NOT = SPACES
               MOVE WS-HOLD-OVR-COMP       TO WS-LOOKUP-SAP-COMPANY
               MOVE WS-HOLD-OVR-COST-C     TO WS-LOOKUP-COST-CENTER
               MOVE WS-HOLD-OVR-ACCT       TO WS-LOOKUP-ACCOUNT
           ELSE
               MOVE XHL-SAP-MAT-COMP       TO WS-LOOKUP-SAP-COMPANY
               MOVE XHL-SAP-MAT-COST-C     TO WS-LOOKUP-COST-CENTER
               MOVE XHL-SAP-MAT-ACCT       TO WS-LOOKUP-ACCOUNT.

           PERFORM S180-CHARGE-LINE.

       S130-NEXT.

           PERFORM S125-READ-NEXT-HIST-LINE.

      ******************************************************************
       S150-CHARGE-CURRENT SECTION.

           MOVE 'N'                        TO WS-HDR-EOF-SW.

           MOVE ZERO                       TO XCH-UNIQUE-I-D.

           START ABCURRHDR-FILE KEY NOT LESS THAN XCH-UNIQUE-I-D.

           IF  WS-XCH-STATUS NOT = '00'
               GO TO S150-EXIT.

           PERFORM S155-READ-NEXT-CURR-HDR.

           PERFORM S160-CHARGE-ONE-CURR-HDR
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
               DISPLAY 'ABBUDRPT - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S160-CHARGE-ONE-CURR-HDR SECTION.

           IF  XCH-BUDGET-FLAG NOT = 'Y'
               GO TO S160-NEXT.

           ADD 1                           TO WS-BUDGETED-HDRS-CTR.

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
               PERFORM S170-CHARGE-CURR-LINE
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
               DISPLAY 'ABBUDRPT - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

      ******************************************************************
      *   A CURRENT LINE CHARGES ACTUAL WHEN IT SHIPPED IN THE PERIOD
      *   AND COMMITS ITS UNSHIPPED BALANCE REGARDLESS OF PERIOD
      ******************************************************************
       S170-CHARGE-CURR-LINE SECTION.

           MOVE XCL-LINE-NBR               TO WS-LINE-NBR.
           MOVE XCL-ITEM                   TO WS-LINE-ITEM.

           IF  XCL-SHIP-DATE NOT < WS-PERIOD-START-DATE
           AND XCL-SHIP-DATE NOT > WS-PERIOD-END-DATE
               COMPUTE WS-LINE-ACTUAL-AMT = XCL-SHIPPED-QTY
                                          * XCL-UNIT-PRICE
           ELSE
               MOVE ZERO                   TO WS-LINE-ACTUAL-AMT.

           COMPUTE WS-OPEN-QTY = XCL-ORDERED-QTY - XCL-SHIPPED-QTY.
           IF  WS-OPEN-QTY > ZERO
               COMPUTE WS-LINE-COMMIT-AMT = WS-OPEN-QTY
                                          * XCL-UNIT-PRICE
           ELSE
               MOVE ZERO                   TO WS-LINE-COMMIT-AMT.

           IF  WS-LINE-ACTUAL-AMT = ZERO
           AND WS-LINE-COMMIT-AMT = ZERO
               GO TO S170-NEXT.

           IF  WS-HOLD-OVR-COST-C NOT = SPACES
               MOVE WS-HOLD-OVR-COMP       TO WS-LOOKUP-SAP-COMPANY
               MOVE WS-HOLD-OVR-COST-C     TO WS-LOOKUP-COST-CENTER
               MOVE WS-HOLD-OVR-ACCT       TO WS-LOOKUP-ACCOUNT
           ELSE
               MOVE XCL-SAP-MAT-COMP       TO WS-LOOKUP-SAP-COMPANY
               MOVE XCL-SAP-MAT-COST-C     TO WS-LOOKUP-COST-CENTER
               MOVE XCL-SAP-MAT-ACCT       TO WS-LOOKUP-ACCOUNT.

           PERFORM S180-CHARGE-LINE.

       S170-NEXT.

           PERFORM S165-READ-NEXT-CURR-LINE.

      ******************************************************************
      *   CHARGE THE LINE TO ITS BUDGET, OR RELEASE IT TO THE
      *   UNBUDGETED LIST WHEN THE PERIOD HAS NO BUDGET FOR ITS KEY
      ******************************************************************
       S180-CHARGE-LINE SECTION.

           IF  PARM-SAP-COMPANY NOT = SPACES
           AND WS-LOOKUP-SAP-COMPANY NOT = PARM-SAP-COMPANY
               GO TO S180-EXIT.

           ADD 1                           TO WS-LINES-CHARGED-CTR.

           MOVE 'N'                        TO WS-BUD-FOUND-SW.

           IF  WS-BUD-CNT > ZERO
               SEARCH ALL WS-BUD-ENTRY
                   AT END
                      NEXT SENTENCE
                   WHEN WS-BUD-KEY (BX) = WS-LOOKUP-KEY
                      MOVE 'Y'             TO WS-BUD-FOUND-SW.

           IF  BUDGET-FOUND
               ADD WS-LINE-ACTUAL-AMT      TO WS-BUD-ACTUAL-AMT (BX)
               ADD WS-LINE-COMMIT-AMT      TO WS-BUD-COMMIT-AMT (BX)
               GO TO S180-EXIT.

           ADD 1                           TO WS-UNBUDGETED-CTR.

           MOVE SPACES                     TO SORT-RECORD.
           MOVE WS-LOOKUP-KEY              TO SORT-SAP-KEY.
           MOVE WS-HOLD-REQUEST-DATE       TO SORT-REQUEST-DATE.
           MOVE WS-HOLD-COMPANY            TO SORT-COMPANY.
           MOVE WS-HOLD-ORDER-NBR          TO SORT-ORDER-NBR.
           MOVE WS-LINE-NBR                TO SORT-LINE-NBR.
           MOVE WS-HOLD-CUSTOMER           TO SORT-CUSTOMER.
           MOVE WS-LINE-ITEM               TO SORT-ITEM.
           MOVE WS-LINE-ACTUAL-AMT         TO SORT-ACTUAL-AMT.
           MOVE WS-LINE-COMMIT-AMT         TO SORT-COMMIT-AMT.

           RELEASE SORT-RECORD.

       S180-EXIT.
           EXIT.

      ******************************************************************
      *   SORT OUTPUT - THE BUDGET TABLE BY COST CENTER, THEN THE
      *   SORTED UNBUDGETED CHARGES
      ******************************************************************
       S200-PRINT-REPORT SECTION.

           MOVE 'B'                        TO WS-PAGE-TYPE-SW.
           MOVE 'BUDGET VS ACTUAL BY COST CENTER AND ACCOUNT'
                                           TO H02-PAGE-TITLE.
           PERFORM S220-PRINT-HEADERS.

           INITIALIZE WS-CC-TOTALS
                      WS-GRAND-TOTALS.

           IF  WS-BUD-CNT = ZERO
               WRITE BUDGET-RPT-REC FROM NO-BUDGETS-LINE
           ELSE
               MOVE WS-BUD-SAP-COMPANY (1) TO WS-PREV-SAP-COMPANY
               MOVE WS-BUD-COST-CENTER (1) TO WS-PREV-COST-CENTER
               MOVE 1                      TO WS-BUD-SUB
               PERFORM S230-PRINT-ONE-BUDGET
                   UNTIL WS-BUD-SUB > WS-BUD-CNT
               PERFORM S240-PRINT-COST-CENTER-TOTAL
               PERFORM S250-PRINT-GRAND-TOTAL.

           MOVE 'U'                        TO WS-PAGE-TYPE-SW.
           MOVE 'BUDGETED ORDER LINES CHARGING AN UNBUDGETED ACCOUNT'
                                           TO H02-PAGE-TITLE.
           PERFORM S220-PRINT-HEADERS.

           INITIALIZE WS-UNB-TOTALS.

           PERFORM S290-RETURN-SORTED-LINE.

           IF  SORT-AT-EOF
               WRITE BUDGET-RPT-REC FROM NO-UNBUDGETED-LINE
           ELSE
               PERFORM S260-PRINT-UNBUDGETED-LINE
                   UNTIL SORT-AT-EOF
               PERFORM S270-PRINT-UNBUDGETED-TOTAL.

      ******************************************************************
       S220-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE BUDGET-RPT-REC FROM HEADER-01.

           WRITE BUDGET-RPT-REC FROM HEADER-02.

           MOVE SPACES                     TO BUDGET-RPT-REC.
           WRITE BUDGET-RPT-REC.

           IF  BUDGET-PAGES
               WRITE BUDGET-RPT-REC FROM HEADER-03
           ELSE
               WRITE BUDGET-RPT-REC FROM HEADER-04.

           MOVE ZERO                       TO WS-LINE-CTR.

      ******************************************************************
      *   ONE BUDGET ENTRY - COST CENTER BREAK FIRST, THEN ITS LINE
      ******************************************************************
       S230-PRINT-ONE-BUDGET SECTION.

           MOVE WS-BUD-SAP-COMPANY (WS-BUD-SUB)
                                           TO WS-CURR-SAP-COMPANY.
           MOVE WS-BUD-COST-CENTER (WS-BUD-SUB)
                                           TO WS-CURR-COST-CENTER.

           IF  WS-CURR-CC-KEY NOT = WS-PREV-CC-KEY
               PERFORM S240-PRINT-COST-CENTER-TOTAL
               MOVE WS-CURR-CC-KEY         TO WS-PREV-CC-KEY.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO DETAIL-01.
           MOVE WS-BUD-SAP-COMPANY (WS-BUD-SUB)
                                           TO D01-SAP-COMPANY.
           MOVE WS-BUD-COST-CENTER (WS-BUD-SUB)
                                           TO D01-COST-CENTER.
           MOVE WS-BUD-ACCOUNT (WS-BUD-SUB)
                                           TO D01-ACCOUNT.
           MOVE WS-BUD-BUDGET-AMT (WS-BUD-SUB)
                                           TO D01-BUDGET-AMT.
           MOVE WS-BUD-ACTUAL-AMT (WS-BUD-SUB)
                                           TO D01-ACTUAL-AMT.
           MOVE WS-BUD-COMMIT-AMT (WS-BUD-SUB)
                                           TO D01-COMMIT-AMT.
           COMPUTE WS-REMAINING-AMT = WS-BUD-BUDGET-AMT (WS-BUD-SUB)
                                    - WS-BUD-ACTUAL-AMT (WS-BUD-SUB)
                                    - WS-BUD-COMMIT-AMT (WS-BUD-SUB).
           MOVE WS-REMAINING-AMT           TO D01-REMAINING-AMT.

           WRITE BUDGET-RPT-REC FROM DETAIL-01.
           ADD 1                           TO WS-LINE-CTR.

           ADD WS-BUD-BUDGET-AMT (WS-BUD-SUB) TO WS-CC-BUDGET-AMT.
           ADD WS-BUD-ACTUAL-AMT (WS-BUD-SUB) TO WS-CC-ACTUAL-AMT.
           ADD WS-BUD-COMMIT-AMT (WS-BUD-SUB) TO WS-CC-COMMIT-AMT.

           ADD 1                           TO WS-BUD-SUB.

      ******************************************************************
      *   COST CENTER TOTAL - FLAGGED WHEN THE REMAINING BUDGET HAS
      *   GONE NEGATIVE
      ******************************************************************
       S240-PRINT-COST-CENTER-TOTAL SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 1
               PERFORM S220-PRINT-HEADERS.

           MOVE SPACES                     TO DETAIL-01.
           MOVE WS-PREV-SAP-COMPANY        TO D01-SAP-COMPANY.
           MOVE WS-PREV-COST-CENTER        TO D01-COST-CENTER.
           MOVE '*TOTAL*'                  TO D01-ACCOUNT.
           MOVE WS-CC-BUDGET-AMT           TO D01-BUDGET-AMT.
           MOVE WS-CC-ACTUAL-AMT           TO D01-ACTUAL-AMT.
           MOVE WS-CC-COMMIT-AMT           TO D01-COMMIT-AMT.
           COMPUTE WS-REMAINING-AMT = WS-CC-BUDGET-AMT
                                    - WS-CC-ACTUAL-AMT
                                    - WS-CC-COMMIT-AMT.
           MOVE WS-REMAINING-AMT           TO D01-REMAINING-AMT.

           IF  WS-REMAINING-AMT < ZERO
               MOVE '*** OVER BUDGET ***'  TO D01-FLAG
               ADD 1                       TO WS-OVER-BUDGET-CTR.

           WRITE BUDGET-RPT-REC FROM DETAIL-01.

           MOVE SPACES                     TO BUDGET-RPT-REC.
           WRITE BUDGET-RPT-REC.
           ADD 2                           TO WS-LINE-CTR.

           ADD WS-CC-BUDGET-AMT            TO WS-GRD-BUDGET-AMT.
           ADD WS-CC-ACTUAL-AMT            TO WS-GRD-ACTUAL-AMT.
           ADD WS-CC-COMMIT-AMT            TO WS-GRD-COMMIT-AMT.

           INITIALIZE WS-CC-TOTALS.

      ******************************************************************
       S250-PRINT-GRAND-TOTAL SECTION.

           MOVE SPACES                     TO DETAIL-01.
           MOVE '** REPORT TOTAL **'       TO DETAIL-01 (2:20).
           MOVE WS-GRD-BUDGET-AMT          TO D01-BUDGET-AMT.
           MOVE WS-GRD-ACTUAL-AMT          TO D01-ACTUAL-AMT.
           MOVE WS-GRD-COMMIT-AMT          TO D01-COMMIT-AMT.
           COMPUTE WS-REMAINING-AMT = WS-GRD-BUDGET-AMT
                                    - WS-GRD-ACTUAL-AMT
                                    - WS-GRD-COMMIT-AMT.
           MOVE WS-REMAINING-AMT           TO D01-REMAINING-AMT.

           WRITE BUDGET-RPT-REC FROM DETAIL-01.

      ******************************************************************
       S260-PRINT-UNBUDGETED-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           MOVE SORT-SAP-COMPANY           TO D02-SAP-COMPANY.
           MOVE SORT-SAP-COST-CENTER       TO D02-COST-CENTER.
           MOVE SORT-SAP-ACCOUNT           TO D02-ACCOUNT.
           MOVE SORT-REQUEST-DATE          TO D02-REQUEST-DATE.
           MOVE SORT-COMPANY               TO D02-COMPANY.
           MOVE SORT-ORDER-NBR             TO D02-ORDER-NBR.
           MOVE SORT-LINE-NBR              TO D02-LINE-NBR.
           MOVE SORT-CUSTOMER              TO D02-CUSTOMER.
           MOVE SORT-ITEM                  TO D02-ITEM.
           MOVE SORT-ACTUAL-AMT            TO D02-ACTUAL-AMT.
           MOVE SORT-COMMIT-AMT            TO D02-COMMIT-AMT.

           WRITE BUDGET-RPT-REC FROM DETAIL-02.
           ADD 1                           TO WS-LINE-CTR.

           ADD SORT-ACTUAL-AMT             TO WS-UNB-ACTUAL-AMT.
           ADD SORT-COMMIT-AMT             TO WS-UNB-COMMIT-AMT.

           PERFORM S290-RETURN-SORTED-LINE.

      ******************************************************************
       S270-PRINT-UNBUDGETED-TOTAL SECTION.

           MOVE SPACES                     TO BUDGET-RPT-REC.
           WRITE BUDGET-RPT-REC.

           MOVE SPACES                     TO DETAIL-02.
           MOVE '** TOTAL **'              TO D02-COST-CENTER.
           MOVE WS-UNB-ACTUAL-AMT          TO D02-ACTUAL-AMT.
           MOVE WS-UNB-COMMIT-AMT          TO D02-COMMIT-AMT.

           WRITE BUDGET-RPT-REC FROM DETAIL-02.

       S290-RETURN-SORTED-LINE SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABBUDRPT PROCESSING COUNTS  *  *  *'.

           MOVE WS-BUDGETS-READ-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** BUDGET RECORDS READ     = ' WS-DISPLAY-CTR.

           MOVE WS-BUDGETS-LOADED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** BUDGETS FOR THE PERIOD  = ' WS-DISPLAY-CTR.

           MOVE WS-BUDGETED-HDRS-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** BUDGETED ORDERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-CHARGED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** LINES CHARGED           = ' WS-DISPLAY-CTR.

           MOVE WS-UNBUDGETED-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** UNBUDGETED LINES        = ' WS-DISPLAY-CTR.

           MOVE WS-OVER-BUDGET-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** COST CENTERS OVER       = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE PARM-CARD-FILE
                 BUDGET-FILE
                 ABHISTHDR-FILE
                 ABHISTLINE-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 BUDGET-RPT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABBUDRPT'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-LINES-CHARGED-CTR       TO RUNSTAT-INPUT-CNT.
           MOVE WS-BUDGETS-LOADED-CTR      TO RUNSTAT-OUTPUT-CNT.
           COMPUTE RUNSTAT-EXCEPTION-CNT = WS-UNBUDGETED-CTR
                                         + WS-OVER-BUDGET-CTR.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
