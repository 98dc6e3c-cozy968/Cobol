      *              present on only one side are reported as NEW or
      *              DROPPED.
      *
      *              An optional M0AA source card with 'M' in column
      *              1 takes the current side from the keyed zip
      *              master (BRZMREC) rather than the current H0AA,
      *              so the delta reflects hand corrections made
      *              through BRHBC910.  The prior side is always H0AA.
      *
      *    MODIFICATIONS:
      *
      *       MM-DD-YY  APL????
      *       08-23-26  TB      INITIAL INSTALLATION.
      *       10-15-26  TB      M0AA SOURCE CARD - CURRENT PERIOD MAY
      *                         BE READ FROM THE KEYED ZIP MASTER,
      *                         SOURCE SHOWN IN THE REPORT HEADING.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                  ASSIGN TO WS-PRIORIN.
           SELECT DELTA-RPT ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-DELTARPT.
           SELECT M0AA ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-SRCPARM
                  FILE STATUS IS WS-SRCPARM-STATUS.
           SELECT ZIP-MASTER ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ZM-ZIPCODE
                  FILE STATUS IS WS-ZIPMAST-STATUS
                  ASSIGN TO WS-ZIPMAST.

       DATA DIVISION.
       FILE SECTION.

       01  DELTA-RPT-RECORD                 PIC X(133).

       FD  M0AA
           RECORD CONTAINS 80.

       01  M0AA-RECORD.
           05 M0AA-SOURCE                   PIC X(01).
              88 M0AA-SOURCE-VALID                      VALUE 'M' 'V'
                                                              ' '.
           05 FILLER                        PIC X(79).

       FD  ZIP-MASTER
           RECORD CONTAINS 150.

       COPY BRZMREC.

       WORKING-STORAGE SECTION.
       01  WS-BEGIN.
           05  WS-PROGRAM-NA                PIC X(8)  VALUE 'BRHBC908'.
           05  WS-DELTARPT                 PIC X(50)  VALUE
               'deltatax.rpt'.

           05  WS-SRCPARM                  PIC X(50)  VALUE
               'srcparm.dat'.

           05  WS-ZIPMAST                  PIC X(50)  VALUE
               'zipmast.dat'.

      * BOTH INPUTS CARRY THE H0AA LAYOUT WRITTEN BY BRHBC907
       01  WS-CURR-REC.
           05 WS-C-ZIP                      PIC X(05).
               88 WS-CURR-EOF                           VALUE 'Y'.
           05  WS-PRIOR-EOF-SW              PIC X(01)   VALUE 'N'.
               88 WS-PRIOR-EOF                          VALUE 'Y'.
           05  WS-ZIP-SOURCE-SW             PIC X(01)   VALUE 'V'.
               88 WS-SOURCE-MASTER                      VALUE 'M'.
           05  WS-SRCPARM-STATUS            PIC X(02)   VALUE SPACES.
           05  WS-ZIPMAST-STATUS            PIC X(02)   VALUE SPACES.

           05  WS-WAGE-THRESHOLD-PCT        PIC 9(03)   VALUE 25.

           05 F                    PIC X(05)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'ZIP/TAX PERIOD OVER PERIOD DELTA REPORT '.
           05 F                    PIC X(05)   VALUE SPACE.
           05 RH1-CURR-SOURCE      PIC X(30)   VALUE
              'CURRENT FROM H0AA             '.
           05 F                    PIC X(44)   VALUE SPACE.

       01  RPT-HEADER-02.
           05 F                    PIC X(06)   VALUE ' ZIP  '.

           DISPLAY '**** BEGINNING BRHBC908 ****'.

           PERFORM P1050-READ-SOURCE-CARD.

           IF WS-SOURCE-MASTER
              OPEN INPUT ZIP-MASTER
              IF WS-ZIPMAST-STATUS NOT = '00'
                 DISPLAY 'ZIP MASTER OPEN FAILED, STATUS '
                         WS-ZIPMAST-STATUS
                 MOVE 16                    TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'CURRENT FROM ZIP MASTER'
                                            TO RH1-CURR-SOURCE
           ELSE
              OPEN INPUT CURR-H0AA
           END-IF.

           OPEN INPUT  PRIOR-H0AA
                OUTPUT DELTA-RPT.

           WRITE DELTA-RPT-RECORD FROM RPT-HEADER-01.
           PERFORM U2000-READ-PRIOR.


      ******************************************************************
      * CURRENT PERIOD SOURCE.  OPTIONAL M0AA CARD - 'M' IN COLUMN 1
      * READS THE KEYED ZIP MASTER, 'V' OR NO CARD THE CURRENT H0AA.
      ******************************************************************
       P1050-READ-SOURCE-CARD.

           OPEN INPUT M0AA.

           IF WS-SRCPARM-STATUS NOT = '00'
              DISPLAY 'NO ZIP SOURCE CARD - READING THE CURRENT H0AA'
           ELSE
              READ M0AA
                AT END
                   MOVE SPACES              TO M0AA-RECORD
              END-READ
              IF NOT M0AA-SOURCE-VALID
                 DISPLAY 'ZIP SOURCE CARD INVALID - '
                         M0AA-RECORD (1:10)
                         ' - READING THE CURRENT H0AA'
              ELSE
              IF M0AA-SOURCE = 'M'
                 SET WS-SOURCE-MASTER       TO TRUE
                 DISPLAY 'READING THE KEYED ZIP MASTER'
              END-IF
              END-IF
              CLOSE M0AA
           END-IF.


      ******************************************************************
      * ONE MERGE STEP.  EQUAL ZIPS DELTA AND ADVANCE BOTH SIDES; A
      * LOW CURRENT ZIP IS NEW THIS PERIOD; A LOW PRIOR ZIP DROPPED

           PERFORM P3200-DISPLAY-TOTALS.

           IF WS-SOURCE-MASTER
              CLOSE ZIP-MASTER
           ELSE
              CLOSE CURR-H0AA
           END-IF.

           CLOSE PRIOR-H0AA
                 DELTA-RPT.

           DISPLAY '**** FINISHING BRHBC908 ****'.
      ******************************************************************
       U1000-READ-CURR.

           IF WS-SOURCE-MASTER
              PERFORM U1100-READ-ZIPMAST
           ELSE
              READ CURR-H0AA INTO WS-CURR-REC
                AT END
                   MOVE 'Y'                 TO WS-CURR-EOF-SW
                   MOVE HIGH-VALUES         TO WS-C-ZIP
                NOT AT END
                   ADD 1                    TO WS-CURR-READ-CNT
              END-READ
           END-IF.


      ******************************************************************
      * NEXT ACTIVE ZIP MASTER RECORD INTO THE H0AA LAYOUT - LOGICAL
      * DELETES ARE SKIPPED, SO A DELETED ZIP REPORTS AS DROPPED.
      ******************************************************************
       U1100-READ-ZIPMAST.

           PERFORM U1110-READ-NEXT-MASTER.

           PERFORM U1110-READ-NEXT-MASTER
              UNTIL WS-CURR-EOF
              OR    ZM-ACTIVE.

           IF WS-CURR-EOF
              MOVE HIGH-VALUES              TO WS-C-ZIP
           ELSE
              ADD 1                         TO WS-CURR-READ-CNT
              MOVE ZM-ZIPCODE               TO WS-C-ZIP
              MOVE ZM-CITY                  TO WS-C-CITY
              MOVE ZM-STATE                 TO WS-C-STATE
              MOVE ZM-LATITUDE              TO WS-C-LAT
              MOVE ZM-LONGITUDE             TO WS-C-LONG
              MOVE ZM-TAX-RETURNS           TO WS-C-FILED-N
              MOVE ZM-POPULATION            TO WS-C-POP-N
              MOVE ZM-TOTAL-WAGES           TO WS-C-WAGES-N
              MOVE ZM-AVG-SALARY            TO WS-C-AVGSAL-N
           END-IF.


       U1110-READ-NEXT-MASTER.

           READ ZIP-MASTER NEXT RECORD
             AT END
                MOVE 'Y'                    TO WS-CURR-EOF-SW
           END-READ.


