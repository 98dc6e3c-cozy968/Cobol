      *C   FUNCTION:
      *C
      *C   -    SHIP CITY / STATE AUDIT OF THE AB HEADER FILES
      *C        AGAINST THE ZIP MASTER.  THE KEYED ZIP MASTER
      *C        (BRZMREC) WHEN ITS DD IS PRESENT, OTHERWISE THE H0AA
      *C        ZIP/TAX OUTPUT OF BRHBC907, IS SORTED AND LOADED AS A
      *C        TABLE OF DISTINCT
      *C        CITY/STATE PAIRS, AND EVERY ABHISTHDR AND ABCURRHDR
      *C        HEADER WITH A KEYED CITY AND STATE IS CHECKED
      *C        AGAINST IT.  A CITY/STATE PAIR NOT ON THE ZIP DATA
      *C
      *C   INPUT:
      *C
      *C        ZIPMAST   KEYED ZIP MASTER (OPTIONAL - LOGICALLY
      *C                  DELETED ZIPS ARE SKIPPED)
      *C        H0AAIN    ZIP MASTER REFERENCE (THE H0AA OUTPUT OF
      *C                  BRHBC907) - READ ONLY WHEN ZIPMAST IS NOT
      *C                  ALLOCATED
      *C        ABHISTH   ABHISTHDR  KEYED FILE
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C
      *C        GEOAUDR   CITY/STATE EXCEPTION REPORT BY COMPANY
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 CLEAN, 4 EXCEPTIONS FOUND,
      *C                  16 ZIP DATA MISSING OR UNREADABLE
      ******************************************************************
      *    MODIFICATIONS:
      *
      *       MM-DD-YY  APL????
      *       09-02-26  TB      INITIAL INSTALLATION.
      *       10-15-26  TB      READ THE KEYED ZIP MASTER WHEN ZIPMAST
      *                         IS ALLOCATED SO HAND CORRECTIONS ARE
      *                         AUDITED AGAINST - H0AAIN OTHERWISE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ZIPMAST-FILE     ASSIGN  TO ZIPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ZM-ZIPCODE
                  FILE STATUS IS WS-ZM-STATUS.

           SELECT ZIPREF-FILE               ASSIGN  TO H0AAIN.

           SELECT ABHISTHDR-FILE            ASSIGN  TO ABHISTH
           05 ZREF-TOTAL-WAGES                   PIC X(15).
           05 ZREF-AVG-SALARY                    PIC X(15).

       FD  ZIPMAST-FILE
           RECORD CONTAINS 150 CHARACTERS.

       COPY BRZMREC.

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.
           88  PAIR-IS-ON-MASTER                 VALUE 'Y'.
       77  WS-CITY-FOUND-SW            PIC X(01) VALUE 'N'.
           88  CITY-IS-ON-MASTER                 VALUE 'Y'.
       77  WS-ZIP-SOURCE-SW            PIC X(01) VALUE 'H'.
           88  SOURCE-IS-ZIPMAST                 VALUE 'M'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-XHH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ZM-STATUS                PIC X(02) VALUE SPACES.

      ************************************************************
      *              Z I P   R E F E R E N C E   W O R K
      ************************************************************
       01  WS-REF-FIELDS.
           05  WS-REF-CITY             PIC X(25).
           05  WS-REF-STATE            PIC X(02).

      ************************************************************
      *              C O U N T E R S
      ******************************************************************
       0000-MAINLINE SECTION.

           OPEN INPUT  ZIPMAST-FILE.

           IF  WS-ZM-STATUS = '00'
               MOVE 'M'                    TO WS-ZIP-SOURCE-SW
               DISPLAY 'ABGEOAUD - READING THE KEYED ZIP MASTER'
           ELSE
           IF  WS-ZM-STATUS = '05'
               OPEN INPUT ZIPREF-FILE
               DISPLAY 'ABGEOAUD - NO ZIPMAST, READING H0AAIN'
           ELSE
               DISPLAY 'ABGEOAUD - ZIPMAST OPEN FAILED, STATUS '
                       WS-ZM-STATUS
               MOVE 16                     TO RETURN-CODE
               GOBACK.

           OPEN INPUT  ABHISTHDR-FILE
                       ABCURRHDR-FILE
                OUTPUT GEO-AUDIT-RPT.


       S110-READ-ZIP-REF SECTION.

           IF  SOURCE-IS-ZIPMAST
               PERFORM S115-READ-ZIP-MASTER
           ELSE
               READ ZIPREF-FILE
                    AT END MOVE 'Y'        TO WS-REF-EOF-SW
               END-READ
               MOVE ZREF-CITY              TO WS-REF-CITY
               MOVE ZREF-STATE             TO WS-REF-STATE.

           IF  NOT REF-AT-EOF
               ADD 1                       TO WS-REF-RECS-CTR.

      ******************************************************************
      *   NEXT ACTIVE KEYED ZIP MASTER RECORD - LOGICALLY DELETED ZIPS
      *   ARE NOT VALID SHIP-TO CITIES AND ARE SKIPPED
      ******************************************************************
       S115-READ-ZIP-MASTER SECTION.

           MOVE 'D'                        TO ZM-STATUS.

           PERFORM S116-READ-NEXT-ZIP-MASTER
               UNTIL REF-AT-EOF
               OR    ZM-ACTIVE.

           MOVE ZM-CITY                    TO WS-REF-CITY.
           MOVE ZM-STATE                   TO WS-REF-STATE.

       S116-READ-NEXT-ZIP-MASTER SECTION.

           READ ZIPMAST-FILE NEXT RECORD
                AT END MOVE 'Y'            TO WS-REF-EOF-SW.

       S120-RELEASE-ONE-REF SECTION.

           IF  WS-REF-CITY  NOT = SPACES
           AND WS-REF-STATE NOT = SPACES
               MOVE WS-REF-CITY            TO SREF-CITY
               MOVE WS-REF-STATE           TO SREF-STATE
               RELEASE SORT-REF-RECORD.

           PERFORM S110-READ-ZIP-REF.

           PERFORM 9100-WRITE-RUN-STATS.

           IF  NOT SOURCE-IS-ZIPMAST
               CLOSE ZIPREF-FILE.

           CLOSE ZIPMAST-FILE
                 ABHISTHDR-FILE
                 ABCURRHDR-FILE
                 GEO-AUDIT-RPT.
