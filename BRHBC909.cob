       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRHBC909.
      * AUTHOR.        T BARSTOW.
      * INSTALLATION.
      * DATE-WRITTEN.  10/15/26.
      *DATE-COMPILED.
      * ----------------------------------------------------------------*
      *REMARKS.
      *
      *    FUNCTION: Loads the keyed zip master (BRZMREC) from the
      *              H0AA zip/tax output of a BRHBC907 run against the
      *              vendor F0AA feed, so the feed edits, duplicate
      *              zip resolution and numeric conversion are done
      *              once, in BRHBC907.
      *
      *              An L0AA load card selects the mode.  'I' is the
      *              one-time initial load and builds the master
      *              fresh.  'R' (the default when no card is given)
      *              refreshes an existing master from a new feed -
      *              new zips are added and vendor-maintained zips
      *              whose data changed are replaced, but a zip last
      *              maintained by hand through BRHBC910 (including a
      *              manual delete) is held as it stands, so the
      *              correction survives the new feed.  Columns 3-10
      *              of the card may carry the feed effective date
      *              (CCYYMMDD); the run date is used when blank.
      *
      *              The load register lists every zip added,
      *              replaced or held on a refresh, every
      *              duplicate rejected on an initial load, and any
      *              zip the master write or rewrite rejected (with
      *              the file status).  Rejected writes end the run
      *              with return code 4.
      *
      *    MODIFICATIONS:
      *
      *       MM-DD-YY  APL????
      *       10-15-26  TB      INITIAL INSTALLATION.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT L0AA ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-LOADPARM
                  FILE STATUS IS WS-LOADPARM-STATUS.
           SELECT H0AA ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-H0AAIN.
           SELECT ZIP-MASTER ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ZM-ZIPCODE
                  FILE STATUS IS WS-ZIPMAST-STATUS
                  ASSIGN TO WS-ZIPMAST.
           SELECT LOAD-RPT ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-LOADRPT.
           SELECT OPTIONAL RUN-STATS-FILE
                  ASSIGN TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  L0AA
           RECORD CONTAINS 80.

       01  L0AA-RECORD.
           05 L0AA-MODE                     PIC X(01).
              88 L0AA-MODE-VALID                        VALUE 'I' 'R'
                                                              ' '.
           05 FILLER                        PIC X(01).
           05 L0AA-EFF-DATE                 PIC X(08).
           05 L0AA-EFF-DATE-N REDEFINES L0AA-EFF-DATE
                                            PIC 9(08).
           05 FILLER                        PIC X(70).

       FD  H0AA
           RECORD CONTAINS 94.

       01  H0AA-RECORD                      PIC X(94).

       FD  ZIP-MASTER
           RECORD CONTAINS 150.

       COPY BRZMREC.

       FD  LOAD-RPT
           RECORD CONTAINS 133.

       01  LOAD-RPT-RECORD                  PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80.

       01  RUN-STATS-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN.
           05  WS-PROGRAM-NA                PIC X(8)  VALUE 'BRHBC909'.
           05  FILLER                       PIC X(16) VALUE
               ' W/S BEGINS HERE'.

           05  WS-LOADPARM                 PIC X(50)  VALUE
               'loadparm.dat'.

           05  WS-H0AAIN                   PIC X(50)  VALUE
               'outtax.dat'.

           05  WS-ZIPMAST                  PIC X(50)  VALUE
               'zipmast.dat'.

           05  WS-LOADRPT                  PIC X(50)  VALUE
               'zipload.rpt'.

      * THE INPUT CARRIES THE H0AA LAYOUT WRITTEN BY BRHBC907
       01  WS-H0AA-REC.
           05 WS-H-ZIP                      PIC X(05).
           05 WS-H-CITY                     PIC X(25).
           05 WS-H-STATE                    PIC X(02).
           05 WS-H-LAT                      PIC X(06).
           05 WS-H-LONG                     PIC X(06).
           05 WS-H-FILED                    PIC X(10).
           05 WS-H-FILED-N REDEFINES WS-H-FILED
                                            PIC 9(10).
           05 WS-H-POP                      PIC X(10).
           05 WS-H-POP-N REDEFINES WS-H-POP PIC 9(10).
           05 WS-H-WAGES                    PIC X(15).
           05 WS-H-WAGES-N REDEFINES WS-H-WAGES
                                            PIC 9(15).
           05 WS-H-AVGSAL                   PIC X(15).
           05 WS-H-AVGSAL-N REDEFINES WS-H-AVGSAL
                                            PIC 9(15).

      * THE FEED ZIP AS IT WOULD STAND ON THE MASTER
       01  WS-NEW-ZM-REC                    PIC X(150).

       01  WS-APPLICATION-WORK-AREAS.
           05  WS-EOF-SW                    PIC X(01)   VALUE 'N'.
               88 WS-EOF                                VALUE 'Y'.
           05  WS-LOADPARM-STATUS           PIC X(02)   VALUE SPACES.
           05  WS-ZIPMAST-STATUS            PIC X(02)   VALUE SPACES.
           05  WS-LOAD-MODE                 PIC X(01)   VALUE 'R'.
               88 WS-INITIAL-LOAD                       VALUE 'I'.
               88 WS-REFRESH-LOAD                       VALUE 'R'.
           05  WS-RUN-OK-SW                 PIC X(01)   VALUE 'Y'.
               88 WS-RUN-OK                             VALUE 'Y'.
           05  WS-EFFECTIVE-DATE            PIC 9(08)   VALUE 0.
           05  WS-EDIT-DATE                 PIC 9(08)   VALUE 0.
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10 WS-EDIT-CCYY              PIC 9(04).
               10 WS-EDIT-MM                PIC 9(02).
               10 WS-EDIT-DD                PIC 9(02).

           05  WS-DISPLAY-NBR               PIC ZZZ,ZZZ,ZZ9.

           05  WS-CURRENT-DATE-TIME.
               10  WS-CURRENT-DATE-NUM      PIC 9(08).
               10  WS-CURRENT-TIME-HHMMSS-N PIC 9(06).
               10  FILLER                   PIC X(07).

           05  WS-ACCUMULATORS.
               10  WS-READ-CNT              PIC 9(09) VALUE 0.
               10  WS-ADDED-CNT             PIC 9(09) VALUE 0.
               10  WS-REPLACED-CNT          PIC 9(09) VALUE 0.
               10  WS-UNCHANGED-CNT         PIC 9(09) VALUE 0.
               10  WS-HELD-CNT              PIC 9(09) VALUE 0.
               10  WS-DUP-CNT               PIC 9(09) VALUE 0.
               10  WS-REJECT-CNT            PIC 9(09) VALUE 0.

      * REPORT LINES
       01  RPT-HEADER-01.
           05 F                    PIC X(09)   VALUE ' BRHBC909'.
           05 F                    PIC X(05)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'ZIP MASTER LOAD REGISTER                '.
           05 F                    PIC X(06)   VALUE 'MODE: '.
           05 RH1-MODE             PIC X(08).
           05 F                    PIC X(05)   VALUE SPACE.
           05 F                    PIC X(16)   VALUE
              'EFFECTIVE DATE: '.
           05 RH1-EFF-DATE         PIC 9(08).
           05 F                    PIC X(36)   VALUE SPACE.

       01  RPT-HEADER-02.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'ACTION    '.
           05 F                    PIC X(07)   VALUE 'ZIP    '.
           05 F                    PIC X(26)   VALUE
              'CITY                      '.
           05 F                    PIC X(04)   VALUE 'ST  '.
           05 F                    PIC X(40)   VALUE
              'REMARKS                                 '.
           05 F                    PIC X(45)   VALUE SPACE.

       01  RPT-DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-ACTION           PIC X(10).
           05 RD1-ZIP              PIC X(05).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD1-CITY             PIC X(25).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-STATE            PIC X(02).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD1-REMARKS          PIC X(40).
           05 F                    PIC X(45)   VALUE SPACE.

       01  RPT-TOTAL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 RT1-LABEL            PIC X(30).
           05 RT1-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 F                    PIC X(91)   VALUE SPACE.

       COPY RUNSTAT.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAINLINE
      ******************************************************************
       P0000-MAINLINE.

           PERFORM P1000-INITIALIZE.

           IF WS-RUN-OK
              PERFORM P2000-LOAD-ONE-ZIP
                      UNTIL WS-EOF
           END-IF.

           PERFORM P3000-TERMINATE.

           GOBACK.


       P1000-INITIALIZE.

           DISPLAY '**** BEGINNING BRHBC909 ****'.

           MOVE FUNCTION CURRENT-DATE       TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-NUM         TO WS-EFFECTIVE-DATE.

           PERFORM P1100-READ-LOAD-CARD.

           IF WS-RUN-OK
              PERFORM P1200-OPEN-FILES
           END-IF.


      ******************************************************************
      * THE LOAD CARD IS OPTIONAL - NO CARD IS A REFRESH EFFECTIVE
      * TODAY.  A BAD CARD STOPS THE RUN RATHER THAN GUESS AT A MODE,
      * SINCE AN INITIAL LOAD REBUILDS THE MASTER.
      ******************************************************************
       P1100-READ-LOAD-CARD.

           OPEN INPUT L0AA.

           IF WS-LOADPARM-STATUS NOT = '00'
              DISPLAY 'NO LOAD CARD - REFRESHING THE ZIP MASTER'
           ELSE
              READ L0AA
                AT END
                   MOVE SPACES              TO L0AA-RECORD
              END-READ
              CLOSE L0AA
              IF NOT L0AA-MODE-VALID
                 DISPLAY 'LOAD CARD MODE NOT I OR R - '
                         L0AA-RECORD (1:10)
                 MOVE 'N'                   TO WS-RUN-OK-SW
              ELSE
                 IF L0AA-MODE NOT = SPACE
                    MOVE L0AA-MODE          TO WS-LOAD-MODE
                 END-IF
                 IF L0AA-EFF-DATE NOT = SPACES
                    PERFORM P1110-EDIT-EFFECTIVE-DATE
                 END-IF
              END-IF
           END-IF.

           IF WS-INITIAL-LOAD
              MOVE 'INITIAL '               TO RH1-MODE
           ELSE
              MOVE 'REFRESH '               TO RH1-MODE
           END-IF.
           MOVE WS-EFFECTIVE-DATE           TO RH1-EFF-DATE.


       P1110-EDIT-EFFECTIVE-DATE.

           IF L0AA-EFF-DATE NOT NUMERIC
              DISPLAY 'LOAD CARD EFFECTIVE DATE NOT NUMERIC - '
                      L0AA-RECORD (1:10)
              MOVE 'N'                      TO WS-RUN-OK-SW
           ELSE
              MOVE L0AA-EFF-DATE-N          TO WS-EDIT-DATE
              IF WS-EDIT-CCYY < 1900
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE)
                    NOT = 0
                 DISPLAY 'LOAD CARD EFFECTIVE DATE NOT VALID - '
                         L0AA-RECORD (1:10)
                 MOVE 'N'                   TO WS-RUN-OK-SW
              ELSE
                 MOVE WS-EDIT-DATE          TO WS-EFFECTIVE-DATE
              END-IF
           END-IF.


       P1200-OPEN-FILES.

           OPEN INPUT  H0AA
                OUTPUT LOAD-RPT.

           IF WS-INITIAL-LOAD
              OPEN OUTPUT ZIP-MASTER
           ELSE
              OPEN I-O    ZIP-MASTER
           END-IF.

           IF WS-ZIPMAST-STATUS NOT = '00'
              DISPLAY 'ZIP MASTER OPEN FAILED, STATUS '
                      WS-ZIPMAST-STATUS
              IF WS-REFRESH-LOAD
                 DISPLAY 'A NEW MASTER NEEDS AN I LOAD CARD'
              END-IF
              MOVE 'N'                      TO WS-RUN-OK-SW
           ELSE
              WRITE LOAD-RPT-RECORD FROM RPT-HEADER-01
              WRITE LOAD-RPT-RECORD FROM RPT-HEADER-02
              PERFORM U1000-READ-H0AA
           END-IF.


      ******************************************************************
      * ONE FEED ZIP.  BUILD THE MASTER IMAGE, THEN WRITE IT OUTRIGHT
      * ON AN INITIAL LOAD OR MATCH IT TO THE MASTER ON A REFRESH.
      ******************************************************************
       P2000-LOAD-ONE-ZIP.

           PERFORM U2000-BUILD-MASTER-IMAGE.

           IF WS-INITIAL-LOAD
              PERFORM P2100-INITIAL-WRITE
           ELSE
              PERFORM P2200-REFRESH-ZIP
           END-IF.

           PERFORM U1000-READ-H0AA.


       P2100-INITIAL-WRITE.

           WRITE ZM-RECORD FROM WS-NEW-ZM-REC.

           IF WS-ZIPMAST-STATUS = '00'
              ADD 1                         TO WS-ADDED-CNT
           ELSE
              IF WS-ZIPMAST-STATUS = '22'
                 ADD 1                      TO WS-DUP-CNT
                 MOVE 'REJECTED'            TO RD1-ACTION
                 MOVE 'DUPLICATE ZIP ON FEED - FIRST ONE KEPT'
                                            TO RD1-REMARKS
              ELSE
                 ADD 1                      TO WS-REJECT-CNT
                 MOVE 'REJECTED'            TO RD1-ACTION
                 MOVE 'ZIP MASTER WRITE FAILED, STATUS'
                                            TO RD1-REMARKS
                 MOVE WS-ZIPMAST-STATUS     TO RD1-REMARKS (33:2)
              END-IF
              PERFORM U3000-WRITE-DETAIL
           END-IF.


       P2200-REFRESH-ZIP.

           MOVE WS-H-ZIP                    TO ZM-ZIPCODE.

           READ ZIP-MASTER
             INVALID KEY
                WRITE ZM-RECORD FROM WS-NEW-ZM-REC
                IF WS-ZIPMAST-STATUS = '00'
                   ADD 1                    TO WS-ADDED-CNT
                   MOVE 'ADDED'             TO RD1-ACTION
                   MOVE 'NEW ZIP ON FEED'   TO RD1-REMARKS
                ELSE
                   ADD 1                    TO WS-REJECT-CNT
                   MOVE 'REJECTED'          TO RD1-ACTION
                   MOVE 'ZIP MASTER WRITE FAILED, STATUS'
                                            TO RD1-REMARKS
                   MOVE WS-ZIPMAST-STATUS   TO RD1-REMARKS (33:2)
                END-IF
                PERFORM U3000-WRITE-DETAIL
             NOT INVALID KEY
                PERFORM P2210-MATCH-MASTER-ZIP
           END-READ.


       P2210-MATCH-MASTER-ZIP.

           IF ZM-MANUAL-MAINT
              ADD 1                         TO WS-HELD-CNT
              MOVE 'HELD'                   TO RD1-ACTION
              IF ZM-DELETED
                 MOVE 'DELETED BY HAND - FEED ZIP IGNORED'
                                            TO RD1-REMARKS
              ELSE
                 MOVE 'MAINTAINED BY HAND - FEED DATA IGNORED'
                                            TO RD1-REMARKS
              END-IF
              PERFORM U3000-WRITE-DETAIL
           ELSE
           IF ZM-RECORD (1:94) = WS-NEW-ZM-REC (1:94)
              ADD 1                         TO WS-UNCHANGED-CNT
           ELSE
              REWRITE ZM-RECORD FROM WS-NEW-ZM-REC
              IF WS-ZIPMAST-STATUS = '00'
                 ADD 1                      TO WS-REPLACED-CNT
                 MOVE 'REPLACED'            TO RD1-ACTION
                 MOVE 'FEED DATA CHANGED'   TO RD1-REMARKS
              ELSE
                 ADD 1                      TO WS-REJECT-CNT
                 MOVE 'REJECTED'            TO RD1-ACTION
                 MOVE 'ZIP MASTER REWRITE FAILED, STATUS'
                                            TO RD1-REMARKS
                 MOVE WS-ZIPMAST-STATUS     TO RD1-REMARKS (35:2)
              END-IF
              PERFORM U3000-WRITE-DETAIL
           END-IF
           END-IF.


       P3000-TERMINATE.

           IF NOT WS-RUN-OK
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-REJECT-CNT > 0
              AND RETURN-CODE < 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

           PERFORM P3200-DISPLAY-TOTALS.

           PERFORM P3400-WRITE-RUN-STATS.

           IF WS-RUN-OK
              CLOSE H0AA
                    ZIP-MASTER
                    LOAD-RPT
           END-IF.

           DISPLAY '**** FINISHING BRHBC909 ****'.


       P3200-DISPLAY-TOTALS.

           DISPLAY ' '.
           MOVE WS-READ-CNT                 TO WS-DISPLAY-NBR.
           DISPLAY 'FEED ZIPS READ ..............'   WS-DISPLAY-NBR.

           MOVE WS-ADDED-CNT                TO WS-DISPLAY-NBR.
           DISPLAY 'ZIPS ADDED ..................'   WS-DISPLAY-NBR.

           MOVE WS-REPLACED-CNT             TO WS-DISPLAY-NBR.
           DISPLAY 'ZIPS REPLACED ...............'   WS-DISPLAY-NBR.

           MOVE WS-UNCHANGED-CNT            TO WS-DISPLAY-NBR.
           DISPLAY 'ZIPS UNCHANGED ..............'   WS-DISPLAY-NBR.

           MOVE WS-HELD-CNT                 TO WS-DISPLAY-NBR.
           DISPLAY 'ZIPS HELD (HAND MAINTAINED) .'   WS-DISPLAY-NBR.

           MOVE WS-DUP-CNT                  TO WS-DISPLAY-NBR.
           DISPLAY 'DUPLICATES REJECTED .........'   WS-DISPLAY-NBR.

           MOVE WS-REJECT-CNT               TO WS-DISPLAY-NBR.
           DISPLAY 'MASTER WRITES REJECTED ......'   WS-DISPLAY-NBR.
           DISPLAY ' '.

           IF WS-RUN-OK
              MOVE SPACES                   TO LOAD-RPT-RECORD
              WRITE LOAD-RPT-RECORD
              MOVE 'FEED ZIPS READ'         TO RT1-LABEL
              MOVE WS-READ-CNT              TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
              MOVE 'ZIPS ADDED'             TO RT1-LABEL
              MOVE WS-ADDED-CNT             TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
              MOVE 'ZIPS REPLACED'          TO RT1-LABEL
              MOVE WS-REPLACED-CNT          TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
              MOVE 'ZIPS UNCHANGED'         TO RT1-LABEL
              MOVE WS-UNCHANGED-CNT         TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
              MOVE 'ZIPS HELD (HAND MAINTAINED)'
                                            TO RT1-LABEL
              MOVE WS-HELD-CNT              TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
              MOVE 'DUPLICATES REJECTED'    TO RT1-LABEL
              MOVE WS-DUP-CNT               TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
              MOVE 'MASTER WRITES REJECTED' TO RT1-LABEL
              MOVE WS-REJECT-CNT            TO RT1-COUNT
              WRITE LOAD-RPT-RECORD FROM RPT-TOTAL-01
           END-IF.


      ******************************************************************
      *  APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *  FOR THE DAILY OPERATIONS RECAP.
      ******************************************************************
       P3400-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATS-FILE.
           MOVE SPACES                      TO RUNSTAT-RECORD.
           MOVE WS-PROGRAM-NA               TO RUNSTAT-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE       TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-NUM         TO RUNSTAT-RUN-DATE.
           MOVE WS-CURRENT-TIME-HHMMSS-N    TO RUNSTAT-RUN-TIME.
           MOVE WS-READ-CNT                 TO RUNSTAT-INPUT-CNT.
           COMPUTE RUNSTAT-OUTPUT-CNT = WS-ADDED-CNT + WS-REPLACED-CNT.
           COMPUTE RUNSTAT-EXCEPTION-CNT = WS-HELD-CNT + WS-DUP-CNT
                                         + WS-REJECT-CNT.
           MOVE RETURN-CODE                 TO RUNSTAT-RETURN-CODE.
           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.
           CLOSE RUN-STATS-FILE.


       U1000-READ-H0AA.

           READ H0AA INTO WS-H0AA-REC
             AT END
                MOVE 'Y'                    TO WS-EOF-SW
             NOT AT END
                ADD 1                       TO WS-READ-CNT
           END-READ.


      ******************************************************************
      * THE H0AA NUMERIC COLUMNS ARE SPACES ON A NO-DATA ROW - THEY
      * GO ON THE MASTER AS ZERO.
      ******************************************************************
       U2000-BUILD-MASTER-IMAGE.

           MOVE SPACES                      TO ZM-RECORD.
           MOVE WS-H-ZIP                    TO ZM-ZIPCODE.
           MOVE WS-H-CITY                   TO ZM-CITY.
           MOVE WS-H-STATE                  TO ZM-STATE.
           MOVE WS-H-LAT                    TO ZM-LATITUDE.
           MOVE WS-H-LONG                   TO ZM-LONGITUDE.

           IF WS-H-FILED NUMERIC
              MOVE WS-H-FILED-N             TO ZM-TAX-RETURNS
           ELSE
              MOVE 0                        TO ZM-TAX-RETURNS
           END-IF.

           IF WS-H-POP NUMERIC
              MOVE WS-H-POP-N               TO ZM-POPULATION
           ELSE
              MOVE 0                        TO ZM-POPULATION
           END-IF.

           IF WS-H-WAGES NUMERIC
              MOVE WS-H-WAGES-N             TO ZM-TOTAL-WAGES
           ELSE
              MOVE 0                        TO ZM-TOTAL-WAGES
           END-IF.

           IF WS-H-AVGSAL NUMERIC
              MOVE WS-H-AVGSAL-N            TO ZM-AVG-SALARY
           ELSE
              MOVE 0                        TO ZM-AVG-SALARY
           END-IF.

           MOVE WS-EFFECTIVE-DATE           TO ZM-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE-NUM         TO ZM-LAST-MAINT-DATE.
           SET ZM-ACTIVE                    TO TRUE.
           SET ZM-VENDOR-MAINT              TO TRUE.

           MOVE ZM-RECORD                   TO WS-NEW-ZM-REC.

           MOVE SPACES                      TO RPT-DETAIL-01.
           MOVE WS-H-ZIP                    TO RD1-ZIP.
           MOVE WS-H-CITY                   TO RD1-CITY.
           MOVE WS-H-STATE                  TO RD1-STATE.


       U3000-WRITE-DETAIL.

           WRITE LOAD-RPT-RECORD FROM RPT-DETAIL-01.
