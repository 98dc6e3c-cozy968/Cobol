       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABARCRTV.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABARCRTV
      *C   FUNCTION:
      *C
      *C   -    RETRIEVAL FROM THE ABHSTPRG OFFLOAD ARCHIVE.  THE
      *C        ARCHIVE GENERATIONS TO BE SEARCHED ARE CONCATENATED
      *C        UNDER ARCHIVEI AND READ ONCE, FRONT TO BACK.  EACH
      *C        SELECTION CARD PICKS ORDERS BY ANY COMBINATION OF
      *C        CUSTOMER, COMPANY (/ORDER) AND REQUEST-DATE RANGE;
      *C        EVERY ORDER MATCHING A CARD IS PRINTED WITH ALL ITS
      *C        LINES UNDER THE FIRST CARD IT MATCHED.
      *C
      *C   -    A CARD MARKED 'R' ALSO RESTORES ITS ORDERS TO
      *C        ABHISTHDR/ABHISTLINE WITH AN 'H' CUSTXREF RECORD, SO
      *C        THE NORMAL EXTRACT TOOLS CAN SEE THEM.  A RESTORED
      *C        HEADER IS MARKED RESTORED AND CARRIES A PURGE HOLD
      *C        DATE (FROM THE CARD, DEFAULT ONE YEAR) THAT ABHSTPRG
      *C        HONOURS.  EVERY RESTORE IS LOGGED TO RSTLOG.  AN
      *C        ORDER ALREADY ON HISTORY IS PRINTED BUT NOT TOUCHED.
      *C
      *C   -    THE ARCHIVE DOES NOT CARRY THE HEADER AB REQUEST OR
      *C        BUDGET FLAG, OR THE LINE PROJECT NUMBER OR SAP
      *C        MATERIAL FIELDS - THESE ARE RESTORED AS SPACES.
      *C
      *C   -    THE ARCHIVE ITSELF IS ONLY EVER READ HERE.
      *C
      *C   PARMCARD LAYOUT (ONE CARD PER SELECTION, BLANK = ANY):
      *C
      *C        01-08  CARD I-D (AUDIT REFERENCE, PRINTED/LOGGED)
      *C        10-18  CUSTOMER
      *C        20-23  COMPANY
      *C        25-32  ORDER NUMBER (COMPANY REQUIRED)
      *C        34-41  REQUEST DATE FROM  (CCYYMMDD)
      *C        43-50  REQUEST DATE TO    (CCYYMMDD)
      *C        52     'R' = RESTORE THE MATCHING ORDERS
      *C        54-61  PURGE HOLD DATE FOR A RESTORE (CCYYMMDD)
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  SELECTION CARDS
      *C        ARCHIVEI  OFFLOAD ARCHIVE GENERATIONS (CONCATENATED)
      *C
      *C   OUTPUT:
      *C
      *C        ARCRTVR   RETRIEVAL REPORT
      *C        ABHISTH   ABHISTHDR  KEYED FILE (RESTORE CARDS ONLY)
      *C        ABHISTL   ABHISTLINE KEYED FILE (RESTORE CARDS ONLY)
      *C        CUSTXREF  CUSTOMER CROSS-REFERENCE INDEX ('H'
      *C                  RECORD ADDED PER ORDER RESTORED)
      *C        RSTLOG    RESTORE LOG (APPENDED, RESTORE CARDS ONLY)
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:
      *C
      *C        0   RETRIEVAL COMPLETE
      *C        4   A CARD REJECTED OR NOTHING MATCHED
      *C        8   CUSTXREF OUT OF STEP - RUN ABCXBLD TO REBUILD
      *C        16  NO VALID CARD, OR BAD I/O - RUN STOPPED
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

           SELECT ARCHIVE-FILE              ASSIGN  TO ARCHIVEI.

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

           SELECT CUSTXREF-FILE             ASSIGN  TO CUSTXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CXR-KEY
                  FILE STATUS IS WS-CXR-STATUS.

           SELECT RESTORE-LOG               ASSIGN  TO RSTLOG
                  FILE STATUS IS WS-LOG-STATUS.

           SELECT RETRIEVAL-RPT             ASSIGN  TO ARCRTVR.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARM-CARD-RECORD.

       01  PARM-CARD-RECORD.
           05 PARM-CARD-ID                       PIC X(08).
           05 FILLER                             PIC X(01).
           05 PARM-CUSTOMER                      PIC X(09).
           05 FILLER                             PIC X(01).
           05 PARM-COMPANY                       PIC X(04).
           05 PARM-COMPANY-N REDEFINES
              PARM-COMPANY                       PIC 9(04).
           05 FILLER                             PIC X(01).
           05 PARM-ORDER-NBR                     PIC X(08).
           05 PARM-ORDER-NBR-N REDEFINES
              PARM-ORDER-NBR                     PIC 9(08).
           05 FILLER                             PIC X(01).
           05 PARM-FR-DATE                       PIC X(08).
           05 PARM-FR-DATE-N REDEFINES
              PARM-FR-DATE                       PIC 9(08).
           05 FILLER                             PIC X(01).
           05 PARM-TO-DATE                       PIC X(08).
           05 PARM-TO-DATE-N REDEFINES
              PARM-TO-DATE                       PIC 9(08).
           05 FILLER                             PIC X(01).
           05 PARM-RESTORE-FLAG                  PIC X(01).
              88  PARM-RESTORE                         VALUE 'R'.
           05 FILLER                             PIC X(01).
           05 PARM-HOLD-DATE                     PIC X(08).
           05 PARM-HOLD-DATE-N REDEFINES
              PARM-HOLD-DATE                     PIC 9(08).
           05 FILLER                             PIC X(19).

       FD  ARCHIVE-FILE.

       COPY ABEXTRCT.

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.

       FD  ABHISTLINE-FILE.

       COPY ABXHLREC.

       FD  CUSTXREF-FILE.

       COPY ABXCXREC.

       FD  RESTORE-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RESTORE-LOG-RECORD.

       01  RESTORE-LOG-RECORD.
           05 RST-RUN-DATE                       PIC 9(08).
           05 FILLER                             PIC X(01).
           05 RST-RUN-TIME                       PIC 9(06).
           05 FILLER                             PIC X(01).
           05 RST-CARD-ID                        PIC X(08).
           05 FILLER                             PIC X(01).
           05 RST-REQUEST-DATE                   PIC 9(08).
           05 FILLER                             PIC X(01).
           05 RST-COMPANY                        PIC 9(04).
           05 FILLER                             PIC X(01).
           05 RST-ORDER-NBR                      PIC 9(08).
           05 FILLER                             PIC X(01).
           05 RST-CUSTOMER                       PIC X(09).
           05 FILLER                             PIC X(01).
           05 RST-LINES-RESTORED                 PIC 9(04).
           05 FILLER                             PIC X(01).
           05 RST-PURGE-HOLD-DATE                PIC 9(08).
           05 FILLER                             PIC X(09).

       FD  RETRIEVAL-RPT.

       01  RETRIEVAL-RPT-REC                     PIC X(133).

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-STATS-REC.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABARCRTV  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
           88  CARD-FILE-AT-EOF                  VALUE 'Y'.
       77  WS-CARD-VALID-SW            PIC X(01) VALUE 'N'.
           88  CARD-IS-VALID                     VALUE 'Y'.
       77  WS-ARCH-EOF-SW              PIC X(01) VALUE 'N'.
           88  ARCHIVE-AT-EOF                    VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.
       77  WS-RESTORE-CARDS-SW         PIC X(01) VALUE 'N'.
           88  RESTORE-CARDS-PRESENT             VALUE 'Y'.
       77  WS-ORDER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  ORDER-IN-PROGRESS                 VALUE 'Y'.
       77  WS-ORDER-SELECTED-SW        PIC X(01) VALUE 'N'.
           88  ORDER-SELECTED                    VALUE 'Y'.
       77  WS-RESTORING-SW             PIC X(01) VALUE 'N'.
           88  ORDER-BEING-RESTORED              VALUE 'Y'.
       77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
           88  FILES-ARE-OPEN                    VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-XHH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XHL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CXR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-CARDS-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CARDS-IN-ERROR-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ARCH-READ-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ORDERS-SCANNED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ORDERS-SELECTED-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-PRINTED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ORDERS-RESTORED-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-RESTORED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ALREADY-ON-HIST-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINE-DUPS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *   SELECTION CARDS AND THEIR PER-CARD COUNTS
      ************************************************************
       77  WS-CARD-MAX                 PIC S9(04) COMP  VALUE +50.
       77  WS-CARD-CNT                 PIC S9(04) COMP  VALUE ZERO.
       77  WS-CARD-IX                  PIC S9(04) COMP  VALUE ZERO.
       77  WS-MATCH-IX                 PIC S9(04) COMP  VALUE ZERO.
       77  WS-RESTORE-IX               PIC S9(04) COMP  VALUE ZERO.

       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY            OCCURS 50 TIMES.
              10 WS-CARD-ID            PIC X(08).
              10 WS-CARD-CUSTOMER      PIC X(09).
              10 WS-CARD-COMPANY       PIC 9(04).
              10 WS-CARD-ORDER-NBR     PIC 9(08).
              10 WS-CARD-FR-DATE       PIC 9(08).
              10 WS-CARD-TO-DATE       PIC 9(08).
              10 WS-CARD-RESTORE-FLAG  PIC X(01).
              10 WS-CARD-HOLD-DATE     PIC 9(08).
              10 WS-CARD-ORDERS        PIC S9(07) COMP-3.
              10 WS-CARD-LINES         PIC S9(07) COMP-3.
              10 WS-CARD-RESTORED      PIC S9(07) COMP-3.
              10 WS-CARD-ON-HIST       PIC S9(07) COMP-3.

      ************************************************************
      *              H O L D   A R E A S
      ************************************************************
      *    THE ARCHIVE IS ONE RECORD PER LINE; AN ORDER IS A RUN OF
      *    RECORDS UNDER ONE ORDER KEY WITH RISING LINE NUMBERS.
       01  WS-CURR-ORDER-KEY.
           05  WS-CURR-REQUEST-DATE    PIC 9(08) VALUE ZERO.
           05  WS-CURR-COMPANY         PIC 9(04) VALUE ZERO.
           05  WS-CURR-ORDER-NBR       PIC 9(08) VALUE ZERO.
       01  WS-NEW-ORDER-KEY.
           05  WS-NEW-REQUEST-DATE     PIC 9(08) VALUE ZERO.
           05  WS-NEW-COMPANY          PIC 9(04) VALUE ZERO.
           05  WS-NEW-ORDER-NBR        PIC 9(08) VALUE ZERO.
       77  WS-PREV-LINE-NBR            PIC 9(04) VALUE ZERO.
       77  WS-CURR-CUSTOMER            PIC X(09) VALUE SPACES.
       77  WS-ORDER-LINES-RESTORED     PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-NEW-HOLD-DATE            PIC 9(08) VALUE ZERO.

       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.
       01  WS-CURR-DATE-YYYYMMDD                 PIC 9(08).
       01  WS-CURR-DATE-R  REDEFINES WS-CURR-DATE-YYYYMMDD.
           05 WS-CURR-CCYY                       PIC 9(04).
           05 WS-CURR-MM                         PIC 9(02).
           05 WS-CURR-DD                         PIC 9(02).

       COPY RUNSTAT.

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
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ABARCRTV'.
           05 FILLER               PIC X(21)   VALUE SPACE.
           05 FILLER               PIC X(30)   VALUE
              'OFFLOAD ARCHIVE RETRIEVAL     '.
           05 FILLER               PIC X(40)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'DATE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 H01-DATE-MM          PIC 9(02).
           05 FILLER               PIC X(01)   VALUE '/'.
           05 H01-DATE-DD          PIC 9(02).
           05 FILLER               PIC X(01)   VALUE '/'.
           05 H01-DATE-CCYY        PIC 9(04).
           05 FILLER               PIC X(06)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'PAGE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 H01-PAGE             PIC Z(04).
           05 FILLER               PIC X(01)   VALUE SPACE.

       01  HEADER-02.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'LINE'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'SHP#'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(15)   VALUE 'ITEM'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(30)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE '  ORDERED'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE '  SHIPPED'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(12)   VALUE '  UNIT PRICE'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE 'SHIP DATE'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'LOC'.
           05 FILLER               PIC X(17)   VALUE SPACE.

       01  ORDER-HEADING.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'CARD '.
           05 OH-CARD-ID           PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE 'REQ DATE '.
           05 OH-REQUEST-DATE      PIC 9(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'COMPANY '.
           05 OH-COMPANY           PIC 9(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(06)   VALUE 'ORDER '.
           05 OH-ORDER-NBR         PIC 9(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE 'CUSTOMER '.
           05 OH-CUSTOMER          PIC X(09).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 OH-SHIP-CITY         PIC X(18).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 OH-CUST-STATE        PIC X(02).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 OH-DISPOSITION       PIC X(18).
           05 FILLER               PIC X(07)   VALUE SPACE.

       01  DETAIL-01.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 D01-LINE-NBR         PIC 9(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 D01-SHIPMENT-NBR     PIC 9(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 D01-ITEM             PIC X(15).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 D01-LONG-DESC        PIC X(30).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 D01-ORDERED-QTY      PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 D01-SHIPPED-QTY      PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 D01-UNIT-PRICE       PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 D01-SHIP-DATE        PIC 9(08).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 D01-LOCATION         PIC X(05).
           05 FILLER               PIC X(17)   VALUE SPACE.

       01  TOTAL-HEADER.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(35)   VALUE
              'ARCHIVE RETRIEVAL BY SELECTION CARD'.
           05 FILLER               PIC X(97)   VALUE SPACE.

       01  TOTAL-01.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 T01-CARD-ID          PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 T01-CARD-MODE        PIC X(07).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 T01-ORDERS           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(08)   VALUE ' ORDERS '.
           05 T01-LINES            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(07)   VALUE ' LINES '.
           05 T01-RESTORED         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(10)   VALUE ' RESTORED '.
           05 T01-ON-HIST          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(19)   VALUE
              ' ALREADY ON HISTORY'.
           05 FILLER               PIC X(39)   VALUE SPACE.

       01  NOTHING-SELECTED-LINE.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(44)   VALUE
              'NO ARCHIVED ORDERS MATCHED THE SELECTION    '.
           05 FILLER               PIC X(88)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABARCRTV  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 2000-SEARCH-ARCHIVE THRU 2000-EXIT.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           GOBACK.

      ******************************************************************
      *   LOAD THE SELECTION CARDS, THEN OPEN THE ARCHIVE - AND THE
      *   HISTORY FILES AND RESTORE LOG ONLY IF A CARD ASKS FOR A
      *   RESTORE
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'ABARCRTV - OFFLOAD ARCHIVE RETRIEVAL STARTING'.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD       TO WS-CURR-DATE-YYYYMMDD.

      *    DEFAULT PURGE HOLD - ONE YEAR FROM TODAY (FEB 29 HOLDS
      *    TO FEB 28 OF THE NEXT YEAR)
           COMPUTE WS-NEW-HOLD-DATE = WS-RUN-DATE-YYYYMMDD + 10000.

           IF  WS-NEW-HOLD-DATE (5:4) = '0229'
               SUBTRACT 1                  FROM WS-NEW-HOLD-DATE.

           OPEN INPUT  PARM-CARD-FILE.

           PERFORM 1100-READ-PARM-CARD     THRU 1100-EXIT.

           PERFORM 1200-EDIT-ONE-CARD      THRU 1200-EXIT
               UNTIL CARD-FILE-AT-EOF.

           CLOSE PARM-CARD-FILE.

           IF  WS-CARD-CNT = ZERO
               DISPLAY 'ABARCRTV - NO VALID SELECTION CARDS, RUN '
                       'ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1000-EXIT.

           IF  RESTORE-CARDS-PRESENT
               OPEN INPUT  ARCHIVE-FILE
                    I-O    ABHISTHDR-FILE
                           ABHISTLINE-FILE
                           CUSTXREF-FILE
                    OUTPUT RETRIEVAL-RPT
                    EXTEND RESTORE-LOG
               DISPLAY 'ABARCRTV - RESTORE REQUESTED, MATCHING '
                       'ORDERS WILL BE PUT BACK ON HISTORY'
           ELSE
               OPEN INPUT  ARCHIVE-FILE
                    OUTPUT RETRIEVAL-RPT.

           MOVE 'Y'                        TO WS-FILES-OPEN-SW.

       1000-EXIT.
           EXIT.

      ******************************************************************
       1100-READ-PARM-CARD.

           READ PARM-CARD-FILE
                AT END MOVE 'Y'            TO WS-CARD-EOF-SW.

           IF  NOT CARD-FILE-AT-EOF
               ADD 1                       TO WS-CARDS-READ-CTR.

       1100-EXIT.
           EXIT.

      ******************************************************************
      *   EDIT ONE SELECTION CARD.  AT LEAST ONE OF CUSTOMER,
      *   COMPANY OR A REQUEST DATE MUST BE GIVEN; AN ORDER NUMBER
      *   NEEDS ITS COMPANY; A HOLD DATE ONLY GOES WITH A RESTORE
      *   AND MUST BE IN THE FUTURE.
      ******************************************************************
       1200-EDIT-ONE-CARD.

           MOVE 'N'                        TO WS-CARD-VALID-SW.

           IF  PARM-CUSTOMER   = SPACES
           AND PARM-COMPANY    = SPACES
           AND PARM-ORDER-NBR  = SPACES
           AND PARM-FR-DATE    = SPACES
           AND PARM-TO-DATE    = SPACES
               DISPLAY 'ABARCRTV - CARD REJECTED, NO SELECTION GIVEN: '
                       PARM-CARD-RECORD
           ELSE
           IF  PARM-ORDER-NBR NOT = SPACES
           AND PARM-COMPANY       = SPACES
               DISPLAY 'ABARCRTV - CARD REJECTED, ORDER NEEDS ITS '
                       'COMPANY: ' PARM-CARD-RECORD
           ELSE
           IF  (PARM-COMPANY NOT = SPACES
                AND PARM-COMPANY NOT NUMERIC)
           OR  (PARM-ORDER-NBR NOT = SPACES
                AND PARM-ORDER-NBR NOT NUMERIC)
               DISPLAY 'ABARCRTV - CARD REJECTED, BAD COMPANY/ORDER: '
                       PARM-CARD-RECORD
           ELSE
           IF  (PARM-FR-DATE NOT = SPACES
                AND PARM-FR-DATE NOT NUMERIC)
           OR  (PARM-TO-DATE NOT = SPACES
                AND PARM-TO-DATE NOT NUMERIC)
               DISPLAY 'ABARCRTV - CARD REJECTED, BAD REQUEST DATE: '
                       PARM-CARD-RECORD
           ELSE
           IF  PARM-FR-DATE NUMERIC
           AND PARM-TO-DATE NUMERIC
           AND PARM-FR-DATE-N > PARM-TO-DATE-N
               DISPLAY 'ABARCRTV - CARD REJECTED, FROM DATE AFTER '
                       'TO DATE: ' PARM-CARD-RECORD
           ELSE
           IF  PARM-RESTORE-FLAG NOT = SPACE
           AND NOT PARM-RESTORE
               DISPLAY 'ABARCRTV - CARD REJECTED, RESTORE FLAG NOT '
                       'R OR BLANK: ' PARM-CARD-RECORD
           ELSE
           IF  PARM-HOLD-DATE NOT = SPACES
           AND NOT PARM-RESTORE
               DISPLAY 'ABARCRTV - CARD REJECTED, HOLD DATE GIVEN '
                       'WITHOUT A RESTORE: ' PARM-CARD-RECORD
           ELSE
           IF  PARM-HOLD-DATE NOT = SPACES
           AND (PARM-HOLD-DATE NOT NUMERIC
                OR PARM-HOLD-DATE-N NOT > WS-RUN-DATE-YYYYMMDD)
               DISPLAY 'ABARCRTV - CARD REJECTED, HOLD DATE NOT A '
                       'FUTURE DATE: ' PARM-CARD-RECORD
           ELSE
               MOVE 'Y'                    TO WS-CARD-VALID-SW.

           IF  CARD-IS-VALID
               PERFORM 1300-TABLE-ONE-CARD THRU 1300-EXIT
           ELSE
               ADD 1                       TO WS-CARDS-IN-ERROR-CTR.

           PERFORM 1100-READ-PARM-CARD     THRU 1100-EXIT.

       1200-EXIT.
           EXIT.

      ******************************************************************
      *   ADD A VALID CARD TO THE CARD TABLE.  A BLANK COMPANY OR
      *   ORDER IS HELD AS ZERO (ANY), A MISSING DATE AS THE OPEN
      *   END OF THE RANGE.
      ******************************************************************
       1300-TABLE-ONE-CARD.

           IF  WS-CARD-CNT NOT < WS-CARD-MAX
               DISPLAY 'ABARCRTV - CARD TABLE FULL, CARD DROPPED: '
                       PARM-CARD-RECORD
               ADD 1                       TO WS-CARDS-IN-ERROR-CTR
               GO TO 1300-EXIT.

           ADD 1                           TO WS-CARD-CNT.
           MOVE WS-CARD-CNT                TO WS-CARD-IX.

           MOVE PARM-CARD-ID               TO WS-CARD-ID (WS-CARD-IX).
           MOVE PARM-CUSTOMER              TO
                WS-CARD-CUSTOMER (WS-CARD-IX).

           IF  PARM-COMPANY = SPACES
               MOVE ZERO                   TO
                    WS-CARD-COMPANY (WS-CARD-IX)
           ELSE
               MOVE PARM-COMPANY-N         TO
                    WS-CARD-COMPANY (WS-CARD-IX).

           IF  PARM-ORDER-NBR = SPACES
               MOVE ZERO                   TO
                    WS-CARD-ORDER-NBR (WS-CARD-IX)
           ELSE
               MOVE PARM-ORDER-NBR-N       TO
                    WS-CARD-ORDER-NBR (WS-CARD-IX).

           IF  PARM-FR-DATE = SPACES
               MOVE ZERO                   TO
                    WS-CARD-FR-DATE (WS-CARD-IX)
           ELSE
               MOVE PARM-FR-DATE-N         TO
                    WS-CARD-FR-DATE (WS-CARD-IX).

           IF  PARM-TO-DATE = SPACES
               MOVE 99999999               TO
                    WS-CARD-TO-DATE (WS-CARD-IX)
           ELSE
               MOVE PARM-TO-DATE-N         TO
                    WS-CARD-TO-DATE (WS-CARD-IX).

           MOVE PARM-RESTORE-FLAG          TO
                WS-CARD-RESTORE-FLAG (WS-CARD-IX).

           IF  PARM-HOLD-DATE = SPACES
               MOVE WS-NEW-HOLD-DATE       TO
                    WS-CARD-HOLD-DATE (WS-CARD-IX)
           ELSE
               MOVE PARM-HOLD-DATE-N       TO
                    WS-CARD-HOLD-DATE (WS-CARD-IX).

           MOVE ZERO                       TO
                WS-CARD-ORDERS (WS-CARD-IX)
                WS-CARD-LINES (WS-CARD-IX)
                WS-CARD-RESTORED (WS-CARD-IX)
                WS-CARD-ON-HIST (WS-CARD-IX).

           IF  PARM-RESTORE
               MOVE 'Y'                    TO WS-RESTORE-CARDS-SW.

       1300-EXIT.
           EXIT.

      ******************************************************************
      *   ONE PASS OF THE ARCHIVE.  A NEW ORDER STARTS WHEN THE
      *   ORDER KEY CHANGES OR THE LINE NUMBER DROPS BACK (THE SAME
      *   ORDER PURGED AGAIN IN A LATER GENERATION).
      ******************************************************************
       2000-SEARCH-ARCHIVE.

           PERFORM 2100-READ-ARCHIVE       THRU 2100-EXIT.

           PERFORM 2200-PROCESS-ONE-REC    THRU 2200-EXIT
               UNTIL ARCHIVE-AT-EOF
               OR    FATAL-ERROR.

           IF  ORDER-IN-PROGRESS
           AND NOT FATAL-ERROR
               PERFORM 3900-FINISH-ORDER   THRU 3900-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
       2100-READ-ARCHIVE.

           READ ARCHIVE-FILE
                AT END MOVE 'Y'            TO WS-ARCH-EOF-SW.

           IF  NOT ARCHIVE-AT-EOF
               ADD 1                       TO WS-ARCH-READ-CTR.

       2100-EXIT.
           EXIT.

      ******************************************************************
       2200-PROCESS-ONE-REC.

           MOVE ABEXTRACT-REQUEST-DATE     TO WS-NEW-REQUEST-DATE.
           MOVE ABEXTRACT-COMPANY          TO WS-NEW-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO WS-NEW-ORDER-NBR.

           IF  NOT ORDER-IN-PROGRESS
           OR  WS-NEW-ORDER-KEY NOT = WS-CURR-ORDER-KEY
           OR  ABEXTRACT-LINE-NBR NOT > WS-PREV-LINE-NBR
               IF  ORDER-IN-PROGRESS
                   PERFORM 3900-FINISH-ORDER THRU 3900-EXIT
               END-IF
               PERFORM 3000-START-ORDER    THRU 3000-EXIT
           END-IF.

           IF  FATAL-ERROR
               GO TO 2200-EXIT.

           IF  ORDER-SELECTED
               PERFORM 4000-PROCESS-ORDER-LINE THRU 4000-EXIT.

           MOVE ABEXTRACT-LINE-NBR         TO WS-PREV-LINE-NBR.

           PERFORM 2100-READ-ARCHIVE       THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *   FIRST RECORD OF AN ORDER - MATCH IT AGAINST THE CARDS AND,
      *   IF SELECTED, START ITS RESTORE AND PRINT ITS HEADING
      ******************************************************************
       3000-START-ORDER.

           MOVE WS-NEW-ORDER-KEY           TO WS-CURR-ORDER-KEY.
           MOVE ABEXTRACT-CUSTOMER         TO WS-CURR-CUSTOMER.
           MOVE ZERO                       TO WS-PREV-LINE-NBR
                                              WS-ORDER-LINES-RESTORED
                                              WS-MATCH-IX
                                              WS-RESTORE-IX.
           MOVE 'Y'                        TO WS-ORDER-OPEN-SW.
           MOVE 'N'                        TO WS-ORDER-SELECTED-SW
                                              WS-RESTORING-SW.

           ADD 1                           TO WS-ORDERS-SCANNED-CTR.

           PERFORM 3100-MATCH-ONE-CARD     THRU 3100-EXIT
               VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-CARD-CNT.

           IF  WS-MATCH-IX = ZERO
               GO TO 3000-EXIT.

           MOVE 'Y'                        TO WS-ORDER-SELECTED-SW.
           ADD 1                           TO WS-ORDERS-SELECTED-CTR.
           ADD 1                           TO
               WS-CARD-ORDERS (WS-MATCH-IX).

           MOVE SPACES                     TO OH-DISPOSITION.

           IF  WS-RESTORE-IX NOT = ZERO
               PERFORM 3200-RESTORE-HEADER THRU 3200-EXIT.

           IF  FATAL-ERROR
               GO TO 3000-EXIT.

           PERFORM 3300-PRINT-ORDER-HEADING THRU 3300-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *   THE ORDER PRINTS UNDER THE FIRST CARD IT MATCHES AND IS
      *   RESTORED UNDER THE FIRST RESTORE CARD IT MATCHES
      ******************************************************************
       3100-MATCH-ONE-CARD.

           IF  WS-CARD-CUSTOMER (WS-CARD-IX) NOT = SPACES
           AND WS-CARD-CUSTOMER (WS-CARD-IX) NOT = ABEXTRACT-CUSTOMER
               GO TO 3100-EXIT.

           IF  WS-CARD-COMPANY (WS-CARD-IX) NOT = ZERO
           AND WS-CARD-COMPANY (WS-CARD-IX) NOT = WS-CURR-COMPANY
               GO TO 3100-EXIT.

           IF  WS-CARD-ORDER-NBR (WS-CARD-IX) NOT = ZERO
           AND WS-CARD-ORDER-NBR (WS-CARD-IX) NOT = WS-CURR-ORDER-NBR
               GO TO 3100-EXIT.

           IF  WS-CURR-REQUEST-DATE < WS-CARD-FR-DATE (WS-CARD-IX)
           OR  WS-CURR-REQUEST-DATE > WS-CARD-TO-DATE (WS-CARD-IX)
               GO TO 3100-EXIT.

           IF  WS-MATCH-IX = ZERO
               MOVE WS-CARD-IX             TO WS-MATCH-IX.

           IF  WS-RESTORE-IX = ZERO
           AND WS-CARD-RESTORE-FLAG (WS-CARD-IX) = 'R'
               MOVE WS-CARD-IX             TO WS-RESTORE-IX.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *   PUT THE HEADER BACK ON ABHISTHDR, MARKED RESTORED AND HELD
      *   FROM PURGE.  AN ORDER ALREADY ON HISTORY (NEVER PURGED, OR
      *   RESTORED BEFORE) IS LEFT EXACTLY AS IT IS.
      ******************************************************************
       3200-RESTORE-HEADER.

           MOVE SPACES                     TO XHH-RECORD.

           MOVE ABEXTRACT-REQUEST-DATE     TO XHH-REQUEST-DATE.
           MOVE ABEXTRACT-COMPANY          TO XHH-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO XHH-ORDER-NBR.
           MOVE ABEXTRACT-CUSTOMER         TO XHH-CUSTOMER.
           MOVE ABEXTRACT-CUST-TYPE        TO XHH-CUST-TYPE.
           MOVE ABEXTRACT-CUST-ORG-CODE    TO XHH-CUST-ORG-CODE.
           MOVE ABEXTRACT-SHIP-CITY        TO XHH-SHIP-CITY.
           MOVE ABEXTRACT-CUST-STATE       TO XHH-CUST-STATE.
           MOVE ABEXTRACT-CUST-MCA         TO XHH-CUST-MCA.
           MOVE ABEXTRACT-ORDSRCE-CODE     TO XHH-ORDSRCE-CODE.
           MOVE ABEXTRACT-ORDSRCE-YR       TO XHH-ORDSRCE-YR.
           MOVE ABEXTRACT-ORDSRCE-NBR      TO XHH-ORDSRCE-NBR.
           MOVE ABEXTRACT-PAYMENT-METHOD   TO XHH-PAYMENT-METHOD.
           MOVE ABEXTRACT-SHIP-METHOD      TO XHH-SHIP-METHOD.
           MOVE ABEXTRACT-SAP-COMPANY      TO XHH-SAP-OVR-COMP.
           MOVE ABEXTRACT-SAP-BUS-AREA     TO XHH-SAP-OVR-BUS-A.
           MOVE ABEXTRACT-SAP-COST-CENTER  TO XHH-SAP-OVR-COST-C.
           MOVE ABEXTRACT-SAP-ACCOUNT      TO XHH-SAP-OVR-ACCT.
           MOVE ABEXTRACT-SAP-ALLOCATION   TO XHH-SAP-OVR-ALLOC.
           MOVE ABEXTRACT-SAP-INTERN-ORDER TO XHH-SAP-OVR-INTORD.
           MOVE 'R'                        TO XHH-RESTORED-SW.
           MOVE WS-CARD-HOLD-DATE (WS-RESTORE-IX)
                                           TO XHH-PURGE-HOLD-DATE-N.

           WRITE XHH-RECORD.

           IF  WS-XHH-STATUS = '00' OR '02'
               MOVE 'Y'                    TO WS-RESTORING-SW
               MOVE 'RESTORED'             TO OH-DISPOSITION
           ELSE
           IF  WS-XHH-STATUS = '22'
               ADD 1                       TO WS-ALREADY-ON-HIST-CTR
               ADD 1                       TO
                   WS-CARD-ON-HIST (WS-RESTORE-IX)
               MOVE 'ALREADY ON HISTORY'   TO OH-DISPOSITION
           ELSE
               DISPLAY 'ABARCRTV - BAD WRITE ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS ' ORDER ' ABEXTRACT-ORDER-NBR
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       3200-EXIT.
           EXIT.

      ******************************************************************
       3300-PRINT-ORDER-HEADING.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 3
               PERFORM 8000-PRINT-HEADERS  THRU 8000-EXIT.

           MOVE WS-CARD-ID (WS-MATCH-IX)   TO OH-CARD-ID.
           MOVE ABEXTRACT-REQUEST-DATE     TO OH-REQUEST-DATE.
           MOVE ABEXTRACT-COMPANY          TO OH-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO OH-ORDER-NBR.
           MOVE ABEXTRACT-CUSTOMER         TO OH-CUSTOMER.
           MOVE ABEXTRACT-SHIP-CITY        TO OH-SHIP-CITY.
           MOVE ABEXTRACT-CUST-STATE       TO OH-CUST-STATE.

           MOVE SPACES                     TO RETRIEVAL-RPT-REC.
           WRITE RETRIEVAL-RPT-REC.
           WRITE RETRIEVAL-RPT-REC FROM ORDER-HEADING.

           ADD 2                           TO WS-LINE-CTR.

       3300-EXIT.
           EXIT.

      ******************************************************************
      *   LAST RECORD OF AN ORDER SEEN - A RESTORED ORDER GETS ITS
      *   'H' XREF AND ITS RESTORE LOG RECORD
      ******************************************************************
       3900-FINISH-ORDER.

           MOVE 'N'                        TO WS-ORDER-OPEN-SW.

           IF  NOT ORDER-BEING-RESTORED
               GO TO 3900-EXIT.

           ADD 1                           TO WS-ORDERS-RESTORED-CTR.
           ADD 1                           TO
               WS-CARD-RESTORED (WS-RESTORE-IX).

           PERFORM 3910-ADD-HIST-XREF      THRU 3910-EXIT.

           PERFORM 3920-WRITE-RESTORE-LOG  THRU 3920-EXIT.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *   A DUPLICATE 'H' IS FINE; ANY OTHER XREF PROBLEM IS A
      *   WARNING - ABCXBLD REBUILDS THE INDEX FROM SCRATCH.
      ******************************************************************
       3910-ADD-HIST-XREF.

           MOVE SPACES                     TO CXR-RECORD.
           MOVE WS-CURR-CUSTOMER           TO CXR-CUSTOMER.
           MOVE WS-CURR-REQUEST-DATE       TO CXR-REQUEST-DATE.
           MOVE WS-CURR-COMPANY            TO CXR-COMPANY.
           MOVE WS-CURR-ORDER-NBR          TO CXR-ORDER-NBR.
           MOVE 'H'                        TO CXR-SIDE.
           MOVE ZERO                       TO CXR-UNIQUE-I-D.

           WRITE CXR-RECORD.

           IF  WS-CXR-STATUS = '00' OR '02' OR '22'
               NEXT SENTENCE
           ELSE
               DISPLAY 'ABARCRTV - BAD WRITE ON CUSTXREF, STATUS IS '
                       WS-CXR-STATUS ', RUN ABCXBLD TO REBUILD'
               IF  RETURN-CODE < 8
                   MOVE 8                  TO RETURN-CODE.

       3910-EXIT.
           EXIT.

      ******************************************************************
       3920-WRITE-RESTORE-LOG.

           MOVE SPACES                     TO RESTORE-LOG-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RST-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RST-RUN-TIME.
           MOVE WS-CARD-ID (WS-RESTORE-IX) TO RST-CARD-ID.
           MOVE WS-CURR-REQUEST-DATE       TO RST-REQUEST-DATE.
           MOVE WS-CURR-COMPANY            TO RST-COMPANY.
           MOVE WS-CURR-ORDER-NBR          TO RST-ORDER-NBR.
           MOVE WS-CURR-CUSTOMER           TO RST-CUSTOMER.
           MOVE WS-ORDER-LINES-RESTORED    TO RST-LINES-RESTORED.
           MOVE WS-CARD-HOLD-DATE (WS-RESTORE-IX)
                                           TO RST-PURGE-HOLD-DATE.

           WRITE RESTORE-LOG-RECORD.

           IF  WS-LOG-STATUS NOT = '00'
               DISPLAY 'ABARCRTV - BAD WRITE ON RSTLOG, STATUS IS '
                       WS-LOG-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       3920-EXIT.
           EXIT.

      ******************************************************************
      *   ONE LINE OF A SELECTED ORDER - PRINT IT, AND PUT IT BACK ON
      *   ABHISTLINE IF THE ORDER IS BEING RESTORED
      ******************************************************************
       4000-PROCESS-ORDER-LINE.

           IF  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
               PERFORM 8000-PRINT-HEADERS  THRU 8000-EXIT.

           MOVE ABEXTRACT-LINE-NBR         TO D01-LINE-NBR.
           MOVE ABEXTRACT-SHIPMENT-NBR     TO D01-SHIPMENT-NBR.
           MOVE ABEXTRACT-ITEM             TO D01-ITEM.
           MOVE ABEXTRACT-LONG-DESC        TO D01-LONG-DESC.
           MOVE ABEXTRACT-ORDERED-QTY      TO D01-ORDERED-QTY.
           MOVE ABEXTRACT-SHIPPED-QTY      TO D01-SHIPPED-QTY.
           MOVE ABEXTRACT-UNIT-PRICE       TO D01-UNIT-PRICE.
           MOVE ABEXTRACT-SHIP-DATE        TO D01-SHIP-DATE.
           MOVE ABEXTRACT-LOCATION         TO D01-LOCATION.

           WRITE RETRIEVAL-RPT-REC FROM DETAIL-01.

           ADD 1                           TO WS-LINE-CTR.
           ADD 1                           TO WS-LINES-PRINTED-CTR.
           ADD 1                           TO
               WS-CARD-LINES (WS-MATCH-IX).

           IF  ORDER-BEING-RESTORED
               PERFORM 4100-RESTORE-LINE   THRU 4100-EXIT.

       4000-EXIT.
           EXIT.

      ******************************************************************
       4100-RESTORE-LINE.

           MOVE SPACES                     TO XHL-RECORD.

           MOVE ABEXTRACT-REQUEST-DATE     TO XHL-REQUEST-DATE.
           MOVE ABEXTRACT-COMPANY          TO XHL-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO XHL-ORDER-NBR.
           MOVE ABEXTRACT-LINE-NBR         TO XHL-LINE-NBR.
           MOVE ABEXTRACT-SHIPMENT-NBR     TO XHL-SHIPMENT-NBR.
           MOVE ABEXTRACT-ITEM             TO XHL-ITEM.
           MOVE ABEXTRACT-ITEM-TYPE        TO XHL-ITEM-TYPE.
           MOVE ABEXTRACT-LOCATION         TO XHL-LOCATION.
           MOVE ABEXTRACT-SHIP-DATE        TO XHL-SHIP-DATE.
           MOVE ABEXTRACT-PRINT-DATE       TO XHL-PRINT-DATE.
           MOVE ABEXTRACT-GENERIC          TO XHL-GENERIC.
           MOVE ABEXTRACT-LONG-DESC        TO XHL-LONG-DESC.
           MOVE ABEXTRACT-ALPHA-CODE       TO XHL-ALPHA-CODE.
           MOVE ABEXTRACT-SALES-MAJCL      TO XHL-SALES-MAJCL.
           MOVE ABEXTRACT-SALES-MINCL      TO XHL-SALES-MINCL.
           MOVE ABEXTRACT-INVEN-MAJCL      TO XHL-INVEN-MAJCL.
           MOVE ABEXTRACT-INVEN-MINCL      TO XHL-INVEN-MINCL.
           MOVE ABEXTRACT-PURCH-MAJCL      TO XHL-PURCH-MAJCL.
           MOVE ABEXTRACT-PURCH-MINCL      TO XHL-PURCH-MINCL.
           MOVE ABEXTRACT-GEO-MAJCL        TO XHL-GEO-MAJCL.
           MOVE ABEXTRACT-GEO-MINCL        TO XHL-GEO-MINCL.
           MOVE ABEXTRACT-PROMO-CLASS      TO XHL-PROMO-CLASS.
           MOVE ABEXTRACT-ORDERED-QTY      TO XHL-ORDERED-QTY.
           MOVE ABEXTRACT-SHIPPED-QTY      TO XHL-SHIPPED-QTY.
           MOVE ABEXTRACT-UNIT-PRICE       TO XHL-UNIT-PRICE.
           MOVE ABEXTRACT-SHIPPED-UNIT-COST
                                           TO XHL-SHPD-UNIT-COST.

           WRITE XHL-RECORD.

           IF  WS-XHL-STATUS = '00' OR '02'
               ADD 1                       TO WS-LINES-RESTORED-CTR
               ADD 1                       TO WS-ORDER-LINES-RESTORED
           ELSE
           IF  WS-XHL-STATUS = '22'
               ADD 1                       TO WS-LINE-DUPS-CTR
               DISPLAY 'ABARCRTV - LINE ALREADY ON HISTORY, ORDER '
                       ABEXTRACT-ORDER-NBR ' LINE ' ABEXTRACT-LINE-NBR
           ELSE
               DISPLAY 'ABARCRTV - BAD WRITE ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *   PAGE HEADINGS
      ******************************************************************
       8000-PRINT-HEADERS.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE RETRIEVAL-RPT-REC FROM HEADER-01.

           WRITE RETRIEVAL-RPT-REC FROM HEADER-02.

           MOVE ZERO                       TO WS-LINE-CTR.

       8000-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - PER-CARD TOTALS, BALANCING COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           IF  NOT FILES-ARE-OPEN
               GO TO 9000-STATS.

           IF  WS-PAGE-CTR = ZERO
           OR  WS-LINE-CTR > WS-MAX-LINES-PER-PAGE - 6
               PERFORM 8000-PRINT-HEADERS  THRU 8000-EXIT.

           IF  WS-ORDERS-SELECTED-CTR = ZERO
               WRITE RETRIEVAL-RPT-REC FROM NOTHING-SELECTED-LINE.

           MOVE SPACES                     TO RETRIEVAL-RPT-REC.
           WRITE RETRIEVAL-RPT-REC.
           WRITE RETRIEVAL-RPT-REC FROM TOTAL-HEADER.
           ADD 3                           TO WS-LINE-CTR.

           PERFORM 9050-PRINT-ONE-CARD     THRU 9050-EXIT
               VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-CARD-CNT.

       9000-STATS.

           DISPLAY '*  *  *  ABARCRTV BALANCING TOTALS  *  *  *'.

           MOVE WS-CARDS-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** SELECTION CARDS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-CARDS-IN-ERROR-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** SELECTION CARDS REJECTD = ' WS-DISPLAY-CTR.

           MOVE WS-ARCH-READ-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** ARCHIVE RECORDS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-ORDERS-SCANNED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** ARCHIVED ORDERS SCANNED = ' WS-DISPLAY-CTR.

           MOVE WS-ORDERS-SELECTED-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** ORDERS SELECTED         = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-PRINTED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** LINES PRINTED           = ' WS-DISPLAY-CTR.

           MOVE WS-ORDERS-RESTORED-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** ORDERS RESTORED         = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-RESTORED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** LINES RESTORED          = ' WS-DISPLAY-CTR.

           MOVE WS-ALREADY-ON-HIST-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** ALREADY ON HISTORY      = ' WS-DISPLAY-CTR.

           MOVE WS-LINE-DUPS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** LINES ALREADY ON HIST   = ' WS-DISPLAY-CTR.

           IF  RETURN-CODE = ZERO
               IF  WS-ORDERS-SELECTED-CTR = ZERO
               OR  WS-CARDS-IN-ERROR-CTR > ZERO
                   MOVE 4                  TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           IF  NOT FILES-ARE-OPEN
               GO TO 9000-EXIT.

           IF  RESTORE-CARDS-PRESENT
               CLOSE ABHISTHDR-FILE
                     ABHISTLINE-FILE
                     CUSTXREF-FILE
                     RESTORE-LOG.

           CLOSE ARCHIVE-FILE
                 RETRIEVAL-RPT.

       9000-EXIT.
           EXIT.

      ******************************************************************
       9050-PRINT-ONE-CARD.

           MOVE WS-CARD-ID (WS-CARD-IX)    TO T01-CARD-ID.

           IF  WS-CARD-RESTORE-FLAG (WS-CARD-IX) = 'R'
               MOVE 'RESTORE'              TO T01-CARD-MODE
           ELSE
               MOVE 'PRINT'                TO T01-CARD-MODE.

           MOVE WS-CARD-ORDERS (WS-CARD-IX)   TO T01-ORDERS.
           MOVE WS-CARD-LINES (WS-CARD-IX)    TO T01-LINES.
           MOVE WS-CARD-RESTORED (WS-CARD-IX) TO T01-RESTORED.
           MOVE WS-CARD-ON-HIST (WS-CARD-IX)  TO T01-ON-HIST.

           WRITE RETRIEVAL-RPT-REC FROM TOTAL-01.

       9050-EXIT.
           EXIT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABARCRTV'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-ARCH-READ-CTR           TO RUNSTAT-INPUT-CNT.
           MOVE WS-ORDERS-SELECTED-CTR     TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-CARDS-IN-ERROR-CTR      TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       9100-EXIT.
           EXIT.
