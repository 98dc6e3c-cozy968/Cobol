      *                         PER STATE, PLUS MEDIAN AND QUARTILE
      *                         AVERAGE SALARY SO A ZIP CAN BE PLACED
      *                         IN A PERCENTILE.
      *       10-15-26  TB      ZIP SOURCE CARD M0AA - 'M' LOADS THE
      *                         TABLE FROM THE KEYED ZIP MASTER
      *                         (BRZMREC) INSTEAD OF THE F0AA VENDOR
      *                         FEED, SO HAND CORRECTIONS MADE THROUGH
      *                         BRHBC910 CARRY INTO H0AA.  NO CARD
      *                         STILL READS F0AA.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WS-STATPARM-STATUS.
           SELECT  T0AA ORGANIZATION is LINE SEQUENTIAL
                   ASSIGN TO WS-STATRPT.
           SELECT  M0AA ORGANIZATION is LINE SEQUENTIAL
                   ASSIGN TO WS-SRCPARM
                   FILE STATUS IS WS-SRCPARM-STATUS.
           SELECT  ZIP-MASTER ORGANIZATION is INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ZM-ZIPCODE
                   FILE STATUS IS WS-ZIPMAST-STATUS
                   ASSIGN TO WS-ZIPMAST.
           SELECT  OPTIONAL RUN-STATS-FILE
                   ASSIGN TO RUNSTATO.
           SELECT  SORT-STAT-FILE

       01  t0aa-record                     pic x(95).

       fd  M0AA
           record contains 80.

       01  m0aa-record.
           05 m0aa-source                   pic x(01).
              88 m0aa-source-valid                      value 'M' 'V'
                                                              ' '.
           05 filler                        pic x(79).

       FD  ZIP-MASTER
           RECORD CONTAINS 150.

       COPY BRZMREC.

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80.

           05  ws-statrpt                  pic x(50)  VALUE
               'statrpt.dat'.

           05  ws-srcparm                  pic x(50)  VALUE
               'srcparm.dat'.

           05  ws-zipmast                  pic x(50)  VALUE
               'zipmast.dat'.

      * data sample
      *00061,PINE MEADOW,CT,41.87,-72.96,,,
      *00501,HOLTSVILLE,NY,40.81,-73.04,259,384,2147073
       01  WS-APPLICATION-WORK-AREAS.
           05  WS-EOF-SW                    PIC X(01)   VALUE 'N'.
               88 WS-EOF                                VALUE 'Y'.
           05  WS-ZIP-SOURCE-SW             PIC X(01)   VALUE 'V'.
               88 WS-SOURCE-MASTER                      VALUE 'M'.
               88 WS-SOURCE-VENDOR                      VALUE 'V'.
           05  WS-SRCPARM-STATUS            PIC X(02)   VALUE SPACES.
           05  WS-ZIPMAST-STATUS            PIC X(02)   VALUE SPACES.
           05  WS-SEARCH-ZIP                PIC X(05).
           05  WS-CONVERT-1                 PIC X(15).
           05  WS-CONVERT-2                 PIC X(15).
               MOVE LK-OUTPUT-FILE           TO WS-OUTPUT
           END-IF.

           PERFORM P1050-READ-SOURCE-CARD.

      *----  open files                                         ----*   00402000
           IF WS-SOURCE-MASTER
              PERFORM P1060-OPEN-ZIP-MASTER
           ELSE
              PERFORM P1070-OPEN-VENDOR-FEED
           END-IF.


      ******************************************************************
      * ZIP SOURCE.  OPTIONAL M0AA CARD - 'M' IN COLUMN 1 LOADS FROM
      * THE KEYED ZIP MASTER, 'V' OR NO CARD FROM THE F0AA FEED.
      ******************************************************************
       P1050-READ-SOURCE-CARD.

           OPEN INPUT M0AA.

           IF WS-SRCPARM-STATUS NOT = '00'
              DISPLAY 'NO ZIP SOURCE CARD - READING THE F0AA FEED'
           ELSE
              READ M0AA
                AT END
                   MOVE SPACES              TO M0AA-RECORD
              END-READ
              IF NOT M0AA-SOURCE-VALID
                 DISPLAY 'ZIP SOURCE CARD INVALID - '
                         M0AA-RECORD (1:10)
                         ' - READING THE F0AA FEED'
              ELSE
              IF M0AA-SOURCE = 'M'
                 SET WS-SOURCE-MASTER       TO TRUE
                 DISPLAY 'READING THE KEYED ZIP MASTER'
              END-IF
              END-IF
              CLOSE M0AA
           END-IF.


       P1060-OPEN-ZIP-MASTER.

           OPEN INPUT ZIP-MASTER
                OUTPUT H0AA
                       E0AA
                       D0AA.

           IF WS-ZIPMAST-STATUS NOT = '00'
              DISPLAY 'ZIP MASTER OPEN FAILED, STATUS '
                      WS-ZIPMAST-STATUS
              PERFORM U9999-ABEND
              MOVE 16                       TO RETURN-CODE
              MOVE 'Y'                      TO WS-EOF-SW
           ELSE
              PERFORM U1100-READ-ZIPMAST
              IF WS-EOF
                 DISPLAY 'NO VALID DATA RECORDS AVAILABLE TO PROCESS'
              END-IF
           END-IF.


       P1070-OPEN-VENDOR-FEED.

           OPEN INPUT F0AA
                OUTPUT H0AA
                       E0AA
              AND WS-ZIPCODE = WS-ZIP-CODE (WS-ZIP-TABLE-CNT)
              PERFORM P2115-RESOLVE-DUPLICATE-ZIP
              SET ZX DOWN BY 1
              PERFORM U0900-NEXT-ZIPCODE-REC
           ELSE
              PERFORM P2110-20-LOAD-ONE-ROW
           END-IF.

           ADD 1                            TO WS-ZIP-TABLE-CNT.

           PERFORM U0900-NEXT-ZIPCODE-REC.


      ******************************************************************

            PERFORM U3000-DISPLAY-TIME.

           IF WS-SOURCE-MASTER
              CLOSE ZIP-MASTER
           ELSE
              CLOSE F0AA
           END-IF.

           CLOSE H0AA
                 E0AA
                 D0AA.

           CLOSE RUN-STATS-FILE.


      ******************************************************************
      * NEXT ZIP FOR THE TABLE LOAD, FROM WHICHEVER SOURCE THE M0AA
      * CARD CHOSE.  THE F0AA RECORD IS UNSTRUNG AND EDITED, SKIPPING
      * TO THE NEXT CLEAN ONE ON A REJECT; THE MASTER WAS EDITED WHEN
      * IT WAS MAINTAINED.
      ******************************************************************
       U0900-NEXT-ZIPCODE-REC.

           IF WS-SOURCE-MASTER
              PERFORM U1100-READ-ZIPMAST
           ELSE
              PERFORM U1000-READ-F0AA
              display 'foaa raw data - ' f0aa-record
              PERFORM U2000-UNSTRING-CSV
              PERFORM U2100-VALIDATE-ZIPCODE-REC
              IF WS-REC-INVALID
                 PERFORM U2600-SKIP-TO-VALID-REC
              END-IF
           END-IF.


      ***************************************************************** 00853000
      *                                                               * 00854000
      *    READ THE NEXT  RECORD.                                     * 00855000
           ADD  1                           TO WS-READ-CNT.             TB092310
                                                                        00867000

      ******************************************************************
      * NEXT ACTIVE ZIP MASTER RECORD, SKIPPING LOGICAL DELETES, INTO
      * THE WS-ZIPCODE-REC LAYOUT THE F0AA UNSTRING PRODUCES.  A ZIP
      * WITH NO IRS DATA CARRIES SPACES IN THE NUMERIC COLUMNS, AS AN
      * EMPTY CSV FIELD WOULD.
      ******************************************************************
       U1100-READ-ZIPMAST.

           PERFORM U1110-READ-NEXT-MASTER.

           PERFORM U1110-READ-NEXT-MASTER
              UNTIL WS-EOF
              OR    ZM-ACTIVE.

           IF NOT WS-EOF
              ADD 1                         TO WS-READ-CNT
              MOVE SPACES                   TO WS-ZIPCODE-REC
              MOVE ZM-ZIPCODE               TO WS-ZIPCODE
              MOVE ZM-CITY                  TO WS-CITY
              MOVE ZM-STATE                 TO WS-STATE
              MOVE ZM-LATITUDE              TO WS-LATITUDE
              MOVE ZM-LONGITUDE             TO WS-LONGITUDE
              IF ZM-TAX-RETURNS > 0
                 OR ZM-POPULATION > 0
                 OR ZM-TOTAL-WAGES > 0
                 MOVE ZM-TAX-RETURNS        TO WS-TAX-FILED-N
                 MOVE ZM-POPULATION         TO WS-EST-POP-N
                 MOVE ZM-TOTAL-WAGES        TO WS-TOT-WAGES-N
                 MOVE ZM-AVG-SALARY         TO WS-AVG-SALARY-OUT-N
              END-IF
              SET WS-REC-VALID              TO TRUE
           END-IF.


       U1110-READ-NEXT-MASTER.

           READ ZIP-MASTER NEXT RECORD
             AT END
                MOVE 'Y'                    TO WS-EOF-SW
           END-READ.


       U2000-UNSTRING-CSV.

      * UNSTRING LEAVES UNFILLED RECEIVERS UNTOUCHED, SO A SHORT
