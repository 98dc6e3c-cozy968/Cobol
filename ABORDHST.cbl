       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABORDHST.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABORDHST
      *C   FUNCTION:
      *C
      *C   -    ORDER CHANGE HISTORY REPORT FROM THE ABORDMNT CHANGE
      *C        JOURNAL.  EACH PARAMETER CARD SELECTS ONE ORDER BY
      *C        COMPANY/ORDER OR BY UNIQUE I-D, OR EVERY ORDER
      *C        TOUCHED IN A RUN-DATE RANGE; AN ORDER CARD MAY ALSO
      *C        CARRY A DATE RANGE TO NARROW ITS HISTORY.
      *C
      *C   -    A COMPANY/ORDER CARD IS FIRST RESOLVED TO THE UNIQUE
      *C        I-D(S) IT WAS EVER JOURNALLED UNDER, SO AN ORDER
      *C        WHOSE NUMBER WAS LATER CHANGED STILL SHOWS ITS WHOLE
      *C        HISTORY.
      *C
      *C   -    THE SELECTED JOURNAL RECORDS ARE SORTED BY UNIQUE
      *C        I-D / RUN DATE / RUN TIME / APPLY SEQUENCE AND EACH
      *C        ORDER'S EVENTS ARE PRINTED IN TIME ORDER.  UNDER
      *C        EACH EVENT EVERY FIELD WHOSE VALUE DIFFERS BETWEEN
      *C        THE BEFORE AND AFTER IMAGE IS PRINTED WITH BOTH
      *C        VALUES - ON AN ADD EVERY FIELD KEYED, ON A DELETE
      *C        EVERY FIELD THE RECORD HELD.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  SELECTION CARDS
      *C        ORDJRNI   ORDER CHANGE JOURNAL (FROM ABORDMNT)
      *C
      *C   OUTPUT:
      *C
      *C        ORDHSTR   ORDER CHANGE HISTORY REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 HISTORY PRINTED, 4 NOTHING SELECTED OR A
      *C                  CARD REJECTED, 16 NO VALID SELECTION CARD
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

           SELECT ORDER-JOURNAL             ASSIGN  TO ORDJRNI.

           SELECT HISTORY-RPT               ASSIGN  TO ORDHSTR.

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
           05 PARM-ORDER-NBR                     PIC X(08).
           05 PARM-ORDER-NBR-N REDEFINES
              PARM-ORDER-NBR                     PIC 9(08).
           05 PARM-UNIQUE-I-D                    PIC X(12).
           05 PARM-UNIQUE-I-D-N REDEFINES
              PARM-UNIQUE-I-D                    PIC 9(12).
           05 PARM-FR-DATE                       PIC X(08).
           05 PARM-FR-DATE-N REDEFINES
              PARM-FR-DATE                       PIC 9(08).
           05 PARM-TO-DATE                       PIC X(08).
           05 PARM-TO-DATE-N REDEFINES
              PARM-TO-DATE                       PIC 9(08).
           05 FILLER                             PIC X(40).

       FD  ORDER-JOURNAL
           RECORD CONTAINS 560 CHARACTERS.

       01  ORDER-JOURNAL-REC                     PIC X(560).

       FD  HISTORY-RPT.

       01  HISTORY-RPT-REC                       PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-UNIQUE-I-D                    PIC 9(12).
           05 SORT-RUN-DATE                      PIC 9(08).
           05 SORT-RUN-TIME                      PIC 9(08).
           05 SORT-SEQUENCE-NBR                  PIC 9(07).
           05 SORT-JOURNAL-DATA                  PIC X(560).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABORDHST  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
           88  CARD-FILE-AT-EOF                  VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01) VALUE 'N'.
           88  CARD-IS-VALID                     VALUE 'Y'.
       77  WS-JRN-EOF-SW               PIC X(01) VALUE 'N'.
           88  JOURNAL-AT-EOF                    VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-SELECTED-SW              PIC X(01) VALUE 'N'.
           88  RECORD-IS-SELECTED                VALUE 'Y'.
       77  WS-SEL-FOUND-SW             PIC X(01) VALUE 'N'.
           88  SELECTION-ALREADY-HELD            VALUE 'Y'.
       77  WS-ORDER-CARDS-SW           PIC X(01) VALUE 'N'.
           88  ORDER-CARDS-PRESENT               VALUE 'Y'.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-CARDS-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CARDS-IN-ERROR-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-READ-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-SELECTED-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ORDERS-PRINTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-FIELDS-PRINTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *   SELECTION CARDS.  A COMPANY/ORDER CARD IS HELD HERE
      *   UNTIL THE JOURNAL HAS BEEN SCANNED FOR ITS UNIQUE I-D(S).
      ************************************************************
       77  WS-CARD-MAX                 PIC S9(04) COMP  VALUE +50.
       77  WS-CARD-CNT                 PIC S9(04) COMP  VALUE ZERO.
       77  WS-CARD-IX                  PIC S9(04) COMP  VALUE ZERO.

       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY            OCCURS 50 TIMES.
              10 WS-CARD-COMPANY       PIC 9(04).
              10 WS-CARD-ORDER-NBR     PIC 9(08).
              10 WS-CARD-FR-DATE       PIC 9(08).
              10 WS-CARD-TO-DATE       PIC 9(08).

      ************************************************************
      *   RESOLVED SELECTIONS - A UNIQUE I-D (ZERO MEANS ANY ORDER)
      *   AND THE RUN-DATE RANGE OF JOURNAL RECORDS TO REPORT FOR IT
      ************************************************************
       77  WS-SEL-MAX                  PIC S9(04) COMP  VALUE +500.
       77  WS-SEL-CNT                  PIC S9(04) COMP  VALUE ZERO.
       77  WS-SEL-IX                   PIC S9(04) COMP  VALUE ZERO.

       01  WS-SELECTION-TABLE.
           05 WS-SEL-ENTRY             OCCURS 500 TIMES.
              10 WS-SEL-UNIQUE-I-D     PIC 9(12).
              10 WS-SEL-FR-DATE        PIC 9(08).
              10 WS-SEL-TO-DATE        PIC 9(08).

       01  WS-NEW-SELECTION.
           05 WS-NEW-UNIQUE-I-D                  PIC 9(12).
           05 WS-NEW-FR-DATE                     PIC 9(08).
           05 WS-NEW-TO-DATE                     PIC 9(08).

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       COPY ABOJNREC.

       COPY ABXCHREC.

       COPY ABXCLREC.

       77  WS-HOLD-UNIQUE-I-D          PIC 9(12) VALUE ZERO.
       77  WS-FIELD-CNT                PIC S9(04) COMP  VALUE ZERO.
       77  WS-FIELD-IX                 PIC S9(04) COMP  VALUE ZERO.
       77  WS-EDIT-QTY                 PIC -(07)9.
       77  WS-EDIT-AMT                 PIC -(07)9.99.

       01  WS-EVENT-TIME                         PIC 9(08).
       01  WS-EVENT-TIME-R REDEFINES WS-EVENT-TIME.
           05 WS-EVENT-HH                        PIC 9(02).
           05 WS-EVENT-MI                        PIC 9(02).
           05 WS-EVENT-SS                        PIC 9(02).
           05 WS-EVENT-HS                        PIC 9(02).

       01  WS-EVENT-DATE                         PIC 9(08).
       01  WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE.
           05 WS-EVENT-CCYY                      PIC 9(04).
           05 WS-EVENT-MM                        PIC 9(02).
           05 WS-EVENT-DD                        PIC 9(02).

      *    FIELD VALUES OF ONE IMAGE, FORMATTED FOR PRINT.  THE
      *    BEFORE AND AFTER SETS ARE COMPARED ENTRY BY ENTRY.
       01  WS-FIELD-VALUES.
           05 WS-FIELD-VALUE           PIC X(30) OCCURS 29 TIMES.
       01  WS-BEFORE-VALUES.
           05 WS-BEFORE-VALUE          PIC X(30) OCCURS 29 TIMES.
       01  WS-AFTER-VALUES.
           05 WS-AFTER-VALUE           PIC X(30) OCCURS 29 TIMES.

       01  WS-HDR-FIELD-NAMES.
           05 F                    PIC X(20)   VALUE 'REQUEST DATE'.
           05 F                    PIC X(20)   VALUE 'COMPANY'.
           05 F                    PIC X(20)   VALUE 'ORDER NUMBER'.
           05 F                    PIC X(20)   VALUE 'CUSTOMER'.
           05 F                    PIC X(20)   VALUE 'BATCH NAME'.
           05 F                    PIC X(20)   VALUE 'AB REQUEST'.
           05 F                    PIC X(20)   VALUE 'CUSTOMER TYPE'.
           05 F                    PIC X(20)   VALUE 'CUST ORG CODE'.
           05 F                    PIC X(20)   VALUE 'SHIP CITY'.
           05 F                    PIC X(20)   VALUE 'CUSTOMER STATE'.
           05 F                    PIC X(20)   VALUE 'CUSTOMER MCA'.
           05 F                    PIC X(20)   VALUE 'BUDGET FLAG'.
           05 F                    PIC X(20)   VALUE
              'ORDER SOURCE CODE'.
           05 F                    PIC X(20)   VALUE
              'ORDER SOURCE YEAR'.
           05 F                    PIC X(20)   VALUE
              'ORDER SOURCE NUMBER'.
           05 F                    PIC X(20)   VALUE 'PAYMENT METHOD'.
           05 F                    PIC X(20)   VALUE 'SHIP METHOD'.
           05 F                    PIC X(20)   VALUE 'SAP OVR COMPANY'.
           05 F                    PIC X(20)   VALUE 'SAP OVR BUS AREA'.
           05 F                    PIC X(20)   VALUE
              'SAP OVR COST CENTER'.
           05 F                    PIC X(20)   VALUE 'SAP OVR ACCOUNT'.
           05 F                    PIC X(20)   VALUE
              'SAP OVR ALLOCATION'.
           05 F                    PIC X(20)   VALUE
              'SAP OVR INTERN ORDER'.
       01  WS-HDR-NAME-TABLE REDEFINES WS-HDR-FIELD-NAMES.
           05 WS-HDR-FIELD-NAME        PIC X(20) OCCURS 23 TIMES.

       01  WS-LINE-FIELD-NAMES.
           05 F                    PIC X(20)   VALUE 'SHIPMENT NUMBER'.
           05 F                    PIC X(20)   VALUE 'ITEM'.
           05 F                    PIC X(20)   VALUE 'ITEM TYPE'.
           05 F                    PIC X(20)   VALUE 'LOCATION'.
           05 F                    PIC X(20)   VALUE 'SHIP DATE'.
           05 F                    PIC X(20)   VALUE 'PRINT DATE'.
           05 F                    PIC X(20)   VALUE 'GENERIC'.
           05 F                    PIC X(20)   VALUE 'LONG DESCRIPTION'.
           05 F                    PIC X(20)   VALUE 'ALPHA CODE'.
           05 F                    PIC X(20)   VALUE 'PROJECT NUMBER'.
           05 F                    PIC X(20)   VALUE
              'SALES MAJOR CLASS'.
           05 F                    PIC X(20)   VALUE
              'SALES MINOR CLASS'.
           05 F                    PIC X(20)   VALUE
              'INVEN MAJOR CLASS'.
           05 F                    PIC X(20)   VALUE
              'INVEN MINOR CLASS'.
           05 F                    PIC X(20)   VALUE
              'PURCH MAJOR CLASS'.
           05 F                    PIC X(20)   VALUE
              'PURCH MINOR CLASS'.
           05 F                    PIC X(20)   VALUE 'GEO MAJOR CLASS'.
           05 F                    PIC X(20)   VALUE 'GEO MINOR CLASS'.
           05 F                    PIC X(20)   VALUE 'PROMO CLASS'.
           05 F                    PIC X(20)   VALUE 'ORDERED QTY'.
           05 F                    PIC X(20)   VALUE 'SHIPPED QTY'.
           05 F                    PIC X(20)   VALUE 'UNIT PRICE'.
           05 F                    PIC X(20)   VALUE 'UNIT COST'.
           05 F                    PIC X(20)   VALUE 'SAP MAT COMPANY'.
           05 F                    PIC X(20)   VALUE 'SAP MAT BUS AREA'.
           05 F                    PIC X(20)   VALUE
              'SAP MAT COST CENTER'.
           05 F                    PIC X(20)   VALUE 'SAP MAT ACCOUNT'.
           05 F                    PIC X(20)   VALUE
              'SAP MAT ALLOCATION'.
           05 F                    PIC X(20)   VALUE
              'SAP MAT INTERN ORDER'.
       01  WS-LINE-NAME-TABLE REDEFINES WS-LINE-FIELD-NAMES.
           05 WS-LINE-FIELD-NAME       PIC X(20) OCCURS 29 TIMES.

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

       01  WS-PRINT-LINE                         PIC X(133).

      ************************************************************
      *              R E P O R T   L A Y O U T S
      ************************************************************
       01  HEADER-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ABORDHST'.
           05 F                    PIC X(21)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE
              'ORDER CHANGE HISTORY REPORT   '.
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
           05 F                    PIC X(03)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'RUN DATE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'TIME'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'TRAN'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(09)   VALUE 'RECORD'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'ACTION'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'BATCH'.
           05 F                    PIC X(72)   VALUE SPACE.

       01  HEADER-03.
           05 F                    PIC X(08)   VALUE SPACE.
           05 F                    PIC X(20)   VALUE 'FIELD'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE 'BEFORE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(30)   VALUE 'AFTER'.
           05 F                    PIC X(41)   VALUE SPACE.

       01  ORDER-HEADING.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE 'UNIQUE I-D '.
           05 OH-UNIQUE-I-D        PIC 9(12).
           05 F                    PIC X(03)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'COMPANY '.
           05 OH-COMPANY           PIC 9(04).
           05 F                    PIC X(03)   VALUE SPACE.
           05 F                    PIC X(06)   VALUE 'ORDER '.
           05 OH-ORDER-NBR         PIC 9(08).
           05 F                    PIC X(03)   VALUE SPACE.
           05 F                    PIC X(13)   VALUE 'REQUEST DATE '.
           05 OH-REQUEST-DATE      PIC 9(08).
           05 F                    PIC X(53)   VALUE SPACE.

       01  EVENT-LINE.
           05 F                    PIC X(03)   VALUE SPACE.
           05 EL-DATE-MM           PIC 9(02).
           05 F                    PIC X(01)   VALUE '/'.
           05 EL-DATE-DD           PIC 9(02).
           05 F                    PIC X(01)   VALUE '/'.
           05 EL-DATE-CCYY         PIC 9(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 EL-TIME-HH           PIC 9(02).
           05 F                    PIC X(01)   VALUE ':'.
           05 EL-TIME-MI           PIC 9(02).
           05 F                    PIC X(01)   VALUE ':'.
           05 EL-TIME-SS           PIC 9(02).
           05 F                    PIC X(02)   VALUE SPACE.
           05 EL-TRAN-CODE         PIC X(02).
           05 F                    PIC X(04)   VALUE SPACE.
           05 EL-RECORD-TYPE       PIC X(05).
           05 EL-LINE-NBR          PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 EL-ACTION            PIC X(07).
           05 F                    PIC X(02)   VALUE SPACE.
           05 EL-BATCH-NAME        PIC X(10).
           05 F                    PIC X(72)   VALUE SPACE.

       01  CHANGE-LINE.
           05 F                    PIC X(08)   VALUE SPACE.
           05 CL-FIELD-NAME        PIC X(20).
           05 F                    PIC X(02)   VALUE SPACE.
           05 CL-BEFORE-VALUE      PIC X(30).
           05 F                    PIC X(02)   VALUE SPACE.
           05 CL-AFTER-VALUE       PIC X(30).
           05 F                    PIC X(41)   VALUE SPACE.

       01  NOTHING-SELECTED-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'NO JOURNAL RECORDS MATCHED THE SELECTION'.
           05 F                    PIC X(92)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABORDHST  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           OPEN INPUT  PARM-CARD-FILE
                OUTPUT HISTORY-RPT.

           DISPLAY 'ABORDHST - ORDER CHANGE HISTORY REPORT STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM S050-LOAD-SELECTION-CARDS.

           CLOSE PARM-CARD-FILE.

           IF  WS-SEL-CNT = ZERO
           AND NOT ORDER-CARDS-PRESENT
               DISPLAY 'ABORDHST - NO VALID SELECTION CARDS, RUN '
                       'ABORTED'
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

      *    PASS ONE - TURN EACH COMPANY/ORDER CARD INTO THE UNIQUE
      *    I-D(S) THE ORDER WAS JOURNALLED UNDER.
           IF  ORDER-CARDS-PRESENT
               PERFORM S080-RESOLVE-ORDER-CARDS.

      *    PASS TWO - SELECT, SORT INTO TIME ORDER AND PRINT.
           SORT SORT-FILE ASCENDING KEY SORT-UNIQUE-I-D
                                        SORT-RUN-DATE
                                        SORT-RUN-TIME
                                        SORT-SEQUENCE-NBR
                INPUT   PROCEDURE IS  S100-SELECT-JOURNAL
                OUTPUT  PROCEDURE IS  S200-PRINT-HISTORY.

           IF  WS-JRN-SELECTED-CTR = ZERO
           OR  WS-CARDS-IN-ERROR-CTR > ZERO
               IF  RETURN-CODE = ZERO
                   MOVE 4                  TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   READ AND EDIT THE SELECTION CARDS.  A CARD GIVES EITHER A
      *   UNIQUE I-D OR A COMPANY/ORDER (NOT BOTH), AND/OR A RUN-DATE
      *   RANGE (BOTH DATES OR NEITHER).  A CARD WITH NOTHING ON IT
      *   IS REJECTED.
      ******************************************************************
       S050-LOAD-SELECTION-CARDS SECTION.

           PERFORM S060-READ-PARM-CARD.

           PERFORM S070-EDIT-ONE-CARD
               UNTIL CARD-FILE-AT-EOF.

       S060-READ-PARM-CARD SECTION.

           READ PARM-CARD-FILE
                AT END MOVE 'Y'            TO WS-CARD-EOF-SW.

           IF  NOT CARD-FILE-AT-EOF
               ADD 1                       TO WS-CARDS-READ-CTR.

       S070-EDIT-ONE-CARD SECTION.

           MOVE 'N'                        TO WS-CARD-VALID-SW.

           IF  PARM-COMPANY    = SPACES
           AND PARM-ORDER-NBR  = SPACES
           AND PARM-UNIQUE-I-D = SPACES
           AND PARM-FR-DATE    = SPACES
           AND PARM-TO-DATE    = SPACES
               DISPLAY 'ABORDHST - CARD REJECTED, NO SELECTION GIVEN'
           ELSE
           IF  PARM-UNIQUE-I-D NOT = SPACES
           AND (PARM-COMPANY NOT = SPACES
                OR PARM-ORDER-NBR NOT = SPACES)
               DISPLAY 'ABORDHST - CARD REJECTED, GIVE UNIQUE I-D OR '
                       'COMPANY/ORDER, NOT BOTH: ' PARM-CARD-RECORD
           ELSE
           IF  PARM-UNIQUE-I-D NOT = SPACES
           AND (PARM-UNIQUE-I-D NOT NUMERIC
                OR PARM-UNIQUE-I-D-N = ZERO)
               DISPLAY 'ABORDHST - CARD REJECTED, BAD UNIQUE I-D: '
                       PARM-CARD-RECORD
           ELSE
           IF  (PARM-COMPANY NOT = SPACES
                OR PARM-ORDER-NBR NOT = SPACES)
           AND (PARM-COMPANY NOT NUMERIC
                OR PARM-COMPANY-N = ZERO
                OR PARM-ORDER-NBR NOT NUMERIC
                OR PARM-ORDER-NBR-N = ZERO)
               DISPLAY 'ABORDHST - CARD REJECTED, BAD COMPANY/ORDER: '
                       PARM-CARD-RECORD
           ELSE
           IF  PARM-FR-DATE NUMERIC
           AND PARM-TO-DATE NUMERIC
               IF  PARM-FR-DATE-N > PARM-TO-DATE-N
                   DISPLAY 'ABORDHST - CARD REJECTED, FROM DATE AFTER '
                           'TO DATE: ' PARM-CARD-RECORD
               ELSE
                   MOVE 'Y'                TO WS-CARD-VALID-SW
               END-IF
           ELSE
           IF  PARM-FR-DATE NOT = SPACES
           OR  PARM-TO-DATE NOT = SPACES
               DISPLAY 'ABORDHST - CARD REJECTED, INCOMPLETE DATE '
                       'RANGE: ' PARM-CARD-RECORD
           ELSE
               MOVE 'Y'                    TO WS-CARD-VALID-SW.

           IF  CARD-IS-VALID
               PERFORM S075-TABLE-ONE-CARD
           ELSE
               ADD 1                       TO WS-CARDS-IN-ERROR-CTR.

           PERFORM S060-READ-PARM-CARD.

      ******************************************************************
      *   A COMPANY/ORDER CARD WAITS IN THE CARD TABLE FOR PASS ONE;
      *   ANY OTHER CARD IS ALREADY A RESOLVED SELECTION.
      ******************************************************************
       S075-TABLE-ONE-CARD SECTION.

           IF  PARM-FR-DATE NUMERIC
               MOVE PARM-FR-DATE-N         TO WS-NEW-FR-DATE
               MOVE PARM-TO-DATE-N         TO WS-NEW-TO-DATE
           ELSE
               MOVE ZERO                   TO WS-NEW-FR-DATE
               MOVE 99999999               TO WS-NEW-TO-DATE.

           IF  PARM-COMPANY NOT = SPACES
               IF  WS-CARD-CNT < WS-CARD-MAX
                   ADD 1                   TO WS-CARD-CNT
                   MOVE PARM-COMPANY-N     TO
                        WS-CARD-COMPANY (WS-CARD-CNT)
                   MOVE PARM-ORDER-NBR-N   TO
                        WS-CARD-ORDER-NBR (WS-CARD-CNT)
                   MOVE WS-NEW-FR-DATE     TO
                        WS-CARD-FR-DATE (WS-CARD-CNT)
                   MOVE WS-NEW-TO-DATE     TO
                        WS-CARD-TO-DATE (WS-CARD-CNT)
                   MOVE 'Y'                TO WS-ORDER-CARDS-SW
               ELSE
                   DISPLAY 'ABORDHST - CARD TABLE FULL, CARD DROPPED: '
                           PARM-CARD-RECORD
                   ADD 1                   TO WS-CARDS-IN-ERROR-CTR
               END-IF
           ELSE
               IF  PARM-UNIQUE-I-D NOT = SPACES
                   MOVE PARM-UNIQUE-I-D-N  TO WS-NEW-UNIQUE-I-D
               ELSE
                   MOVE ZERO               TO WS-NEW-UNIQUE-I-D
               END-IF
               PERFORM S090-ADD-SELECTION.

      ******************************************************************
      *   PASS ONE - SCAN THE JOURNAL FOR EVERY RECORD CARRYING A
      *   CARDED COMPANY/ORDER AND ADD ITS UNIQUE I-D AS A SELECTION
      ******************************************************************
       S080-RESOLVE-ORDER-CARDS SECTION.

           OPEN INPUT ORDER-JOURNAL.

           MOVE 'N'                        TO WS-JRN-EOF-SW.

           PERFORM S110-READ-JOURNAL.

           PERFORM S082-RESOLVE-ONE-RECORD
               UNTIL JOURNAL-AT-EOF.

           CLOSE ORDER-JOURNAL.

           IF  WS-SEL-CNT = ZERO
               DISPLAY 'ABORDHST - NO JOURNAL RECORDS FOUND FOR THE '
                       'CARDED COMPANY/ORDERS'.

       S082-RESOLVE-ONE-RECORD SECTION.

           PERFORM S084-MATCH-ONE-CARD
               VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-CARD-CNT.

           PERFORM S110-READ-JOURNAL.

       S084-MATCH-ONE-CARD SECTION.

           IF  OJN-COMPANY   = WS-CARD-COMPANY (WS-CARD-IX)
           AND OJN-ORDER-NBR = WS-CARD-ORDER-NBR (WS-CARD-IX)
               MOVE OJN-UNIQUE-I-D         TO WS-NEW-UNIQUE-I-D
               MOVE WS-CARD-FR-DATE (WS-CARD-IX)
                                           TO WS-NEW-FR-DATE
               MOVE WS-CARD-TO-DATE (WS-CARD-IX)
                                           TO WS-NEW-TO-DATE
               PERFORM S090-ADD-SELECTION.

      ******************************************************************
      *   ADD WS-NEW-SELECTION TO THE SELECTION TABLE UNLESS THE SAME
      *   ENTRY IS ALREADY THERE
      ******************************************************************
       S090-ADD-SELECTION SECTION.

           MOVE 'N'                        TO WS-SEL-FOUND-SW.

           PERFORM S095-CHECK-ONE-SELECTION
               VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-CNT
               OR    SELECTION-ALREADY-HELD.

           IF  SELECTION-ALREADY-HELD
               NEXT SENTENCE
           ELSE
           IF  WS-SEL-CNT < WS-SEL-MAX
               ADD 1                       TO WS-SEL-CNT
               MOVE WS-NEW-SELECTION       TO WS-SEL-ENTRY (WS-SEL-CNT)
           ELSE
               DISPLAY 'ABORDHST - SELECTION TABLE FULL, UNIQUE I-D '
                       WS-NEW-UNIQUE-I-D ' DROPPED'
               MOVE 4                      TO RETURN-CODE.

       S095-CHECK-ONE-SELECTION SECTION.

           IF  WS-SEL-ENTRY (WS-SEL-IX) = WS-NEW-SELECTION
               MOVE 'Y'                    TO WS-SEL-FOUND-SW.

      ******************************************************************
      *   SORT INPUT - RELEASE EVERY JOURNAL RECORD THAT FALLS UNDER
      *   A SELECTION
      ******************************************************************
       S100-SELECT-JOURNAL SECTION.

           OPEN INPUT ORDER-JOURNAL.

           MOVE 'N'                        TO WS-JRN-EOF-SW.

           PERFORM S110-READ-JOURNAL.

           PERFORM S120-CHECK-ONE-RECORD
               UNTIL JOURNAL-AT-EOF.

           CLOSE ORDER-JOURNAL.

       S110-READ-JOURNAL SECTION.

           READ ORDER-JOURNAL INTO OJN-RECORD
                AT END MOVE 'Y'            TO WS-JRN-EOF-SW.

           IF  NOT JOURNAL-AT-EOF
               ADD 1                       TO WS-JRN-READ-CTR.

       S120-CHECK-ONE-RECORD SECTION.

           MOVE 'N'                        TO WS-SELECTED-SW.

           PERFORM S130-MATCH-ONE-SELECTION
               VARYING WS-SEL-IX FROM 1 BY 1
               UNTIL WS-SEL-IX > WS-SEL-CNT
               OR    RECORD-IS-SELECTED.

           IF  RECORD-IS-SELECTED
               ADD 1                       TO WS-JRN-SELECTED-CTR
               MOVE OJN-UNIQUE-I-D         TO SORT-UNIQUE-I-D
               MOVE OJN-RUN-DATE           TO SORT-RUN-DATE
               MOVE OJN-RUN-TIME           TO SORT-RUN-TIME
               MOVE OJN-SEQUENCE-NBR       TO SORT-SEQUENCE-NBR
               MOVE OJN-RECORD             TO SORT-JOURNAL-DATA
               RELEASE SORT-RECORD.

           PERFORM S110-READ-JOURNAL.

       S130-MATCH-ONE-SELECTION SECTION.

           IF  (WS-SEL-UNIQUE-I-D (WS-SEL-IX) = ZERO
                OR WS-SEL-UNIQUE-I-D (WS-SEL-IX) = OJN-UNIQUE-I-D)
           AND OJN-RUN-DATE NOT < WS-SEL-FR-DATE (WS-SEL-IX)
           AND OJN-RUN-DATE NOT > WS-SEL-TO-DATE (WS-SEL-IX)
               MOVE 'Y'                    TO WS-SELECTED-SW.

      ******************************************************************
      *   SORT OUTPUT - ONE BLOCK PER ORDER, ONE EVENT PER JOURNAL
      *   RECORD, THE CHANGED FIELDS UNDER EACH EVENT
      ******************************************************************
       S200-PRINT-HISTORY SECTION.

           MOVE ZERO                       TO WS-HOLD-UNIQUE-I-D.

           PERFORM S290-RETURN-SORTED-RECORD.

           IF  SORT-AT-EOF
               PERFORM S220-PRINT-HEADERS
               WRITE HISTORY-RPT-REC FROM NOTHING-SELECTED-LINE.

           PERFORM S210-PRINT-ONE-EVENT
               UNTIL SORT-AT-EOF.

       S210-PRINT-ONE-EVENT SECTION.

           MOVE SORT-JOURNAL-DATA          TO OJN-RECORD.

           IF  OJN-UNIQUE-I-D NOT = WS-HOLD-UNIQUE-I-D
               PERFORM S230-START-NEW-ORDER.

           MOVE SPACES                     TO EVENT-LINE.
           MOVE OJN-RUN-DATE               TO WS-EVENT-DATE.
           MOVE WS-EVENT-MM                TO EL-DATE-MM.
           MOVE WS-EVENT-DD                TO EL-DATE-DD.
           MOVE WS-EVENT-CCYY              TO EL-DATE-CCYY.
           MOVE OJN-RUN-TIME               TO WS-EVENT-TIME.
           MOVE WS-EVENT-HH                TO EL-TIME-HH.
           MOVE WS-EVENT-MI                TO EL-TIME-MI.
           MOVE WS-EVENT-SS                TO EL-TIME-SS.
           MOVE OJN-TRAN-CODE              TO EL-TRAN-CODE.
           MOVE OJN-BATCH-NAME             TO EL-BATCH-NAME.

           IF  OJN-HEADER-IMAGE
               MOVE 'HDR'                  TO EL-RECORD-TYPE
           ELSE
               MOVE 'LINE'                 TO EL-RECORD-TYPE
               MOVE OJN-LINE-NBR           TO EL-LINE-NBR.

           IF  OJN-BEFORE-IMAGE = SPACES
               MOVE 'ADDED'                TO EL-ACTION
           ELSE
           IF  OJN-AFTER-IMAGE = SPACES
               MOVE 'DELETED'              TO EL-ACTION
           ELSE
               MOVE 'CHANGED'              TO EL-ACTION.

           MOVE EVENT-LINE                 TO WS-PRINT-LINE.
           PERFORM S240-PRINT-LINE.

           PERFORM S250-COMPARE-IMAGES.

           PERFORM S290-RETURN-SORTED-RECORD.

      ******************************************************************
      *   HEADINGS - THE CURRENT ORDER'S HEADING IS REPEATED AT THE
      *   TOP OF EVERY CONTINUATION PAGE
      ******************************************************************
       S220-PRINT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE HISTORY-RPT-REC FROM HEADER-01.

           WRITE HISTORY-RPT-REC FROM HEADER-02.
           WRITE HISTORY-RPT-REC FROM HEADER-03.

           MOVE ZERO                       TO WS-LINE-CTR.

           IF  WS-HOLD-UNIQUE-I-D NOT = ZERO
               MOVE SPACES                 TO HISTORY-RPT-REC
               WRITE HISTORY-RPT-REC
               WRITE HISTORY-RPT-REC FROM ORDER-HEADING
               ADD 2                       TO WS-LINE-CTR.

      ******************************************************************
      *   ORDER BREAK - HEADING FROM THE ORDER'S FIRST JOURNAL RECORD
      ******************************************************************
       S230-START-NEW-ORDER SECTION.

           MOVE OJN-UNIQUE-I-D             TO WS-HOLD-UNIQUE-I-D.

           ADD 1                           TO WS-ORDERS-PRINTED-CTR.

           MOVE OJN-UNIQUE-I-D             TO OH-UNIQUE-I-D.
           MOVE OJN-COMPANY                TO OH-COMPANY.
           MOVE OJN-ORDER-NBR              TO OH-ORDER-NBR.
           MOVE OJN-REQUEST-DATE           TO OH-REQUEST-DATE.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 4
               PERFORM S220-PRINT-HEADERS
           ELSE
               MOVE SPACES                 TO HISTORY-RPT-REC
               WRITE HISTORY-RPT-REC
               WRITE HISTORY-RPT-REC FROM ORDER-HEADING
               ADD 2                       TO WS-LINE-CTR.

      ******************************************************************
       S240-PRINT-LINE SECTION.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM S220-PRINT-HEADERS.

           WRITE HISTORY-RPT-REC FROM WS-PRINT-LINE.

           ADD 1                           TO WS-LINE-CTR.

      ******************************************************************
      *   FORMAT BOTH IMAGES THROUGH THE RECORD LAYOUT AND PRINT EVERY
      *   FIELD WHOSE PRINTED VALUE DIFFERS.  A MISSING IMAGE (THE
      *   BEFORE OF AN ADD, THE AFTER OF A DELETE) PRINTS AS BLANKS.
      ******************************************************************
       S250-COMPARE-IMAGES SECTION.

           IF  OJN-BEFORE-IMAGE = SPACES
               MOVE SPACES                 TO WS-BEFORE-VALUES
           ELSE
               PERFORM S255-FORMAT-BEFORE-IMAGE
               MOVE WS-FIELD-VALUES        TO WS-BEFORE-VALUES.

           IF  OJN-AFTER-IMAGE = SPACES
               MOVE SPACES                 TO WS-AFTER-VALUES
           ELSE
               PERFORM S257-FORMAT-AFTER-IMAGE
               MOVE WS-FIELD-VALUES        TO WS-AFTER-VALUES.

           IF  OJN-HEADER-IMAGE
               MOVE 23                     TO WS-FIELD-CNT
           ELSE
               MOVE 29                     TO WS-FIELD-CNT.

           PERFORM S280-PRINT-ONE-FIELD
               VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > WS-FIELD-CNT.

       S255-FORMAT-BEFORE-IMAGE SECTION.

           IF  OJN-HEADER-IMAGE
               MOVE OJN-BEFORE-IMAGE       TO XCH-RECORD
               PERFORM S260-FORMAT-HDR-FIELDS
           ELSE
               MOVE OJN-BEFORE-IMAGE       TO XCL-RECORD
               PERFORM S270-FORMAT-LINE-FIELDS.

       S257-FORMAT-AFTER-IMAGE SECTION.

           IF  OJN-HEADER-IMAGE
               MOVE OJN-AFTER-IMAGE        TO XCH-RECORD
               PERFORM S260-FORMAT-HDR-FIELDS
           ELSE
               MOVE OJN-AFTER-IMAGE        TO XCL-RECORD
               PERFORM S270-FORMAT-LINE-FIELDS.

      ******************************************************************
      *   HEADER FIELDS IN WS-HDR-FIELD-NAMES ORDER
      ******************************************************************
       S260-FORMAT-HDR-FIELDS SECTION.

           MOVE SPACES                     TO WS-FIELD-VALUES.

           MOVE XCH-REQUEST-DATE           TO WS-FIELD-VALUE (1).
           MOVE XCH-COMPANY                TO WS-FIELD-VALUE (2).
           MOVE XCH-ORDER-NBR              TO WS-FIELD-VALUE (3).
           MOVE XCH-CUSTOMER               TO WS-FIELD-VALUE (4).
           MOVE XCH-BATCH-NAME             TO WS-FIELD-VALUE (5).
           MOVE XCH-AB-REQUEST             TO WS-FIELD-VALUE (6).
           MOVE XCH-CUST-TYPE              TO WS-FIELD-VALUE (7).
           MOVE XCH-CUST-ORG-CODE          TO WS-FIELD-VALUE (8).
           MOVE XCH-SHIP-CITY              TO WS-FIELD-VALUE (9).
           MOVE XCH-CUST-STATE             TO WS-FIELD-VALUE (10).
           MOVE XCH-CUST-MCA               TO WS-FIELD-VALUE (11).
           MOVE XCH-BUDGET-FLAG            TO WS-FIELD-VALUE (12).
           MOVE XCH-ORDSRCE-CODE           TO WS-FIELD-VALUE (13).
           MOVE XCH-ORDSRCE-YR             TO WS-FIELD-VALUE (14).
           MOVE XCH-ORDSRCE-NBR            TO WS-FIELD-VALUE (15).
           MOVE XCH-PAYMENT-METHOD         TO WS-FIELD-VALUE (16).
           MOVE XCH-SHIP-METHOD            TO WS-FIELD-VALUE (17).
           MOVE XCH-SAP-OVR-COMP           TO WS-FIELD-VALUE (18).
           MOVE XCH-SAP-OVR-BUS-A          TO WS-FIELD-VALUE (19).
           MOVE XCH-SAP-OVR-COST-C         TO WS-FIELD-VALUE (20).
           MOVE XCH-SAP-OVR-ACCT           TO WS-FIELD-VALUE (21).
           MOVE XCH-SAP-OVR-ALLOC          TO WS-FIELD-VALUE (22).
           MOVE XCH-SAP-OVR-INTORD         TO WS-FIELD-VALUE (23).

      ******************************************************************
      *   LINE FIELDS IN WS-LINE-FIELD-NAMES ORDER.  THE PACKED
      *   QUANTITIES AND AMOUNTS ARE EDITED FOR PRINT.
      ******************************************************************
       S270-FORMAT-LINE-FIELDS SECTION.

           MOVE SPACES                     TO WS-FIELD-VALUES.

           MOVE XCL-SHIPMENT-NBR           TO WS-FIELD-VALUE (1).
           MOVE XCL-ITEM                   TO WS-FIELD-VALUE (2).
           MOVE XCL-ITEM-TYPE              TO WS-FIELD-VALUE (3).
           MOVE XCL-LOCATION               TO WS-FIELD-VALUE (4).
           MOVE XCL-SHIP-DATE              TO WS-FIELD-VALUE (5).
           MOVE XCL-PRINT-DATE             TO WS-FIELD-VALUE (6).
           MOVE XCL-GENERIC                TO WS-FIELD-VALUE (7).
           MOVE XCL-LONG-DESC              TO WS-FIELD-VALUE (8).
           MOVE XCL-ALPHA-CODE             TO WS-FIELD-VALUE (9).
           MOVE XCL-PROJECT-NBR            TO WS-FIELD-VALUE (10).
           MOVE XCL-SALES-MAJCL            TO WS-FIELD-VALUE (11).
           MOVE XCL-SALES-MINCL            TO WS-FIELD-VALUE (12).
           MOVE XCL-INVEN-MAJCL            TO WS-FIELD-VALUE (13).
           MOVE XCL-INVEN-MINCL            TO WS-FIELD-VALUE (14).
           MOVE XCL-PURCH-MAJCL            TO WS-FIELD-VALUE (15).
           MOVE XCL-PURCH-MINCL            TO WS-FIELD-VALUE (16).
           MOVE XCL-GEO-MAJCL              TO WS-FIELD-VALUE (17).
           MOVE XCL-GEO-MINCL              TO WS-FIELD-VALUE (18).
           MOVE XCL-PROMO-CLASS            TO WS-FIELD-VALUE (19).
           MOVE XCL-ORDERED-QTY            TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                TO WS-FIELD-VALUE (20).
           MOVE XCL-SHIPPED-QTY            TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY                TO WS-FIELD-VALUE (21).
           MOVE XCL-UNIT-PRICE             TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT                TO WS-FIELD-VALUE (22).
           MOVE XCL-UNIT-COST              TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT                TO WS-FIELD-VALUE (23).
           MOVE XCL-SAP-MAT-COMP           TO WS-FIELD-VALUE (24).
           MOVE XCL-SAP-MAT-BUS-A          TO WS-FIELD-VALUE (25).
           MOVE XCL-SAP-MAT-COST-C         TO WS-FIELD-VALUE (26).
           MOVE XCL-SAP-MAT-ACCT           TO WS-FIELD-VALUE (27).
           MOVE XCL-SAP-MAT-ALLOC          TO WS-FIELD-VALUE (28).
           MOVE XCL-SAP-MAT-INTORD         TO WS-FIELD-VALUE (29).

      ******************************************************************
       S280-PRINT-ONE-FIELD SECTION.

           IF  WS-BEFORE-VALUE (WS-FIELD-IX) NOT =
               WS-AFTER-VALUE (WS-FIELD-IX)
               MOVE SPACES                 TO CHANGE-LINE
               IF  OJN-HEADER-IMAGE
                   MOVE WS-HDR-FIELD-NAME (WS-FIELD-IX)
                                           TO CL-FIELD-NAME
               ELSE
                   MOVE WS-LINE-FIELD-NAME (WS-FIELD-IX)
                                           TO CL-FIELD-NAME
               END-IF
               MOVE WS-BEFORE-VALUE (WS-FIELD-IX)
                                           TO CL-BEFORE-VALUE
               MOVE WS-AFTER-VALUE (WS-FIELD-IX)
                                           TO CL-AFTER-VALUE
               MOVE CHANGE-LINE            TO WS-PRINT-LINE
               PERFORM S240-PRINT-LINE
               ADD 1                       TO WS-FIELDS-PRINTED-CTR.

       S290-RETURN-SORTED-RECORD SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABORDHST PROCESSING COUNTS  *  *  *'.

           MOVE WS-CARDS-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** SELECTION CARDS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-CARDS-IN-ERROR-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** SELECTION CARDS IN ERROR= ' WS-DISPLAY-CTR.

           MOVE WS-JRN-READ-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** JOURNAL RECORDS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-JRN-SELECTED-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** JOURNAL RECORDS SELECTED= ' WS-DISPLAY-CTR.

           MOVE WS-ORDERS-PRINTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** ORDERS REPORTED         = ' WS-DISPLAY-CTR.

           MOVE WS-FIELDS-PRINTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** FIELD CHANGES PRINTED   = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE HISTORY-RPT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABORDHST'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-JRN-READ-CTR            TO RUNSTAT-INPUT-CNT.
           MOVE WS-JRN-SELECTED-CTR        TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-CARDS-IN-ERROR-CTR      TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
