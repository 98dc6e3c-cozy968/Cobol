       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRHBC910.
      * AUTHOR.        T BARSTOW.
      * INSTALLATION.
      * DATE-WRITTEN.  10/15/26.
      *DATE-COMPILED.
      * ----------------------------------------------------------------*
      *REMARKS.
      *
      *    FUNCTION: Applies add / change / delete transactions from
      *              the Z0AA transaction file to the keyed zip
      *              master (BRZMREC) and prints a register of every
      *              transaction applied or rejected.
      *
      *              Every field on the transaction is edited before
      *              the master is touched:
      *                 action        A, C or D
      *                 zip           5 digits, not 00000
      *                 city          required on an add
      *                 state         valid postal code, required on
      *                               an add
      *                 lat / long    optional, -90 to 90 and -180
      *                               to 180 degrees
      *                 returns, pop, digits followed only by
      *                 wages         trailing spaces
      *                 eff date      CCYYMMDD, run date when blank
      *
      *              On a change a blank field leaves the master
      *              value as it stands; at least one field must be
      *              given.  A delete is logical - the record is kept
      *              with status D so the next vendor refresh cannot
      *              bring the zip back.  An add for a deleted zip
      *              reinstates it.  Every applied transaction marks
      *              the zip as maintained by hand, which holds it
      *              against the vendor refresh in BRHBC909, and
      *              recomputes the average salary.
      *
      *              The register shows the master as it stood before
      *              each applied change or delete.
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

           SELECT Z0AA ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-ZIPTRAN.
           SELECT ZIP-MASTER ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ZM-ZIPCODE
                  FILE STATUS IS WS-ZIPMAST-STATUS
                  ASSIGN TO WS-ZIPMAST.
           SELECT REG-RPT ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-ZIPREG.
           SELECT OPTIONAL RUN-STATS-FILE
                  ASSIGN TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  Z0AA
           RECORD CONTAINS 100.

       01  Z0AA-RECORD                      PIC X(100).

       FD  ZIP-MASTER
           RECORD CONTAINS 150.

       COPY BRZMREC.

       FD  REG-RPT
           RECORD CONTAINS 133.

       01  REG-RPT-RECORD                   PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80.

       01  RUN-STATS-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN.
           05  WS-PROGRAM-NA                PIC X(8)  VALUE 'BRHBC910'.
           05  FILLER                       PIC X(16) VALUE
               ' W/S BEGINS HERE'.

           05  WS-ZIPTRAN                  PIC X(50)  VALUE
               'ziptran.dat'.

           05  WS-ZIPMAST                  PIC X(50)  VALUE
               'zipmast.dat'.

           05  WS-ZIPREG                   PIC X(50)  VALUE
               'zipreg.rpt'.

      * ZIP MASTER MAINTENANCE TRANSACTION
       01  WS-ZT-REC.
           05 ZT-ACTION                     PIC X(01).
              88 ZT-ADD                                 VALUE 'A'.
              88 ZT-CHANGE                              VALUE 'C'.
              88 ZT-DELETE                              VALUE 'D'.
           05 ZT-ZIPCODE                    PIC X(05).
           05 ZT-CITY                       PIC X(25).
           05 ZT-STATE                      PIC X(02).
           05 ZT-LATITUDE                   PIC X(06).
           05 ZT-LONGITUDE                  PIC X(06).
           05 ZT-TAX-RETURNS                PIC X(10).
           05 ZT-POPULATION                 PIC X(10).
           05 ZT-TOTAL-WAGES                PIC X(15).
           05 ZT-EFFECTIVE-DATE             PIC X(08).
           05 ZT-EFFECTIVE-DATE-N REDEFINES ZT-EFFECTIVE-DATE
                                            PIC 9(08).
           05 FILLER                        PIC X(12).

       01  WS-APPLICATION-WORK-AREAS.
           05  WS-EOF-SW                    PIC X(01)   VALUE 'N'.
               88 WS-EOF                                VALUE 'Y'.
           05  WS-TRAN-VALID-SW             PIC X(01)   VALUE 'Y'.
               88 WS-TRAN-VALID                         VALUE 'Y'.
               88 WS-TRAN-INVALID                       VALUE 'N'.
           05  WS-ZIPMAST-STATUS            PIC X(02)   VALUE SPACES.
           05  WS-FOUND-SW                  PIC X(01)   VALUE 'N'.
               88 WS-ZIP-FOUND                          VALUE 'Y'.
           05  WS-REASON                    PIC X(21)   VALUE SPACES.
           05  WS-MONEY-OK-SW               PIC X(01)   VALUE 'Y'.
           05  WS-SPACE-SEEN-SW             PIC X(01)   VALUE 'N'.
           05  WS-EDIT-SUB                  PIC 9(02)   VALUE 0.
           05  WS-EDIT-MONEY                PIC X(15).
           05  WS-EDIT-STATE                PIC X(02).
               88 WS-STATE-VALID  VALUE 'AL' 'AK' 'AZ' 'AR' 'CA' 'CO'
                  'CT' 'DE' 'DC' 'FL' 'GA' 'HI' 'ID' 'IL' 'IN' 'IA'
                  'KS' 'KY' 'LA' 'ME' 'MD' 'MA' 'MI' 'MN' 'MS' 'MO'
                  'MT' 'NE' 'NV' 'NH' 'NJ' 'NM' 'NY' 'NC' 'ND' 'OH'
                  'OK' 'OR' 'PA' 'RI' 'SC' 'SD' 'TN' 'TX' 'UT' 'VT'
                  'VA' 'WA' 'WV' 'WI' 'WY' 'PR' 'VI' 'GU' 'AS' 'MP'.
           05  WS-EDIT-DEGREES              PIC S9(03)V9(04) VALUE 0.
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
               10  WS-ADD-CNT               PIC 9(09) VALUE 0.
               10  WS-CHANGE-CNT            PIC 9(09) VALUE 0.
               10  WS-DELETE-CNT            PIC 9(09) VALUE 0.
               10  WS-REJECT-CNT            PIC 9(09) VALUE 0.

      * REPORT LINES
       01  RPT-HEADER-01.
           05 F                    PIC X(09)   VALUE ' BRHBC910'.
           05 F                    PIC X(05)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE
              'ZIP MASTER MAINTENANCE REGISTER         '.
           05 F                    PIC X(10)   VALUE 'RUN DATE: '.
           05 RH1-RUN-DATE         PIC 9(08).
           05 F                    PIC X(61)   VALUE SPACE.

       01  RPT-HEADER-02.
           05 F                    PIC X(04)   VALUE ' A  '.
           05 F                    PIC X(07)   VALUE 'ZIP    '.
           05 F                    PIC X(10)   VALUE 'RESULT    '.
           05 F                    PIC X(26)   VALUE
              'CITY                      '.
           05 F                    PIC X(03)   VALUE 'ST '.
           05 F                    PIC X(07)   VALUE 'LAT    '.
           05 F                    PIC X(07)   VALUE 'LONG   '.
           05 F                    PIC X(11)   VALUE '   RETURNS '.
           05 F                    PIC X(11)   VALUE 'POPULATION '.
           05 F                    PIC X(16)   VALUE
              '           WAGES'.
           05 F                    PIC X(10)   VALUE ' EFF DATE '.
           05 F                    PIC X(21)   VALUE
              'MESSAGE              '.

       01  RPT-DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-ACTION           PIC X(01).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD1-ZIP              PIC X(05).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD1-RESULT           PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD1-CITY             PIC X(25).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-STATE            PIC X(02).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-LAT              PIC X(06).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-LONG             PIC X(06).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-RETURNS          PIC X(10).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-POP              PIC X(10).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-WAGES            PIC X(15).
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD1-EFF-DATE         PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD1-MESSAGE          PIC X(21).

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

           PERFORM P2000-PROCESS-ONE-TRAN
                   UNTIL WS-EOF.

           PERFORM P3000-TERMINATE.

           GOBACK.


       P1000-INITIALIZE.

           DISPLAY '**** BEGINNING BRHBC910 ****'.

           MOVE FUNCTION CURRENT-DATE       TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-NUM         TO RH1-RUN-DATE.

           OPEN INPUT  Z0AA
                I-O    ZIP-MASTER
                OUTPUT REG-RPT.

           IF WS-ZIPMAST-STATUS NOT = '00'
              DISPLAY 'ZIP MASTER OPEN FAILED, STATUS '
                      WS-ZIPMAST-STATUS
              PERFORM U9999-ABEND
           END-IF.

           WRITE REG-RPT-RECORD FROM RPT-HEADER-01.
           WRITE REG-RPT-RECORD FROM RPT-HEADER-02.

           PERFORM U1000-READ-Z0AA.


      ******************************************************************
      * ONE TRANSACTION - EDIT IT, LOOK UP THE ZIP, THEN APPLY IT OR
      * LIST IT AS REJECTED.
      ******************************************************************
       P2000-PROCESS-ONE-TRAN.

           PERFORM U2000-EDIT-TRAN.

           IF WS-TRAN-VALID
              PERFORM U1100-READ-ZIPMAST
           END-IF.

           IF WS-TRAN-VALID
              IF ZT-ADD
                 PERFORM P2100-APPLY-ADD
              ELSE
              IF ZT-CHANGE
                 PERFORM P2200-APPLY-CHANGE
              ELSE
                 PERFORM P2300-APPLY-DELETE
              END-IF
              END-IF
           END-IF.

           IF WS-TRAN-INVALID
              ADD 1                         TO WS-REJECT-CNT
              PERFORM U3100-LIST-TRAN
           END-IF.

           PERFORM U1000-READ-Z0AA.


      ******************************************************************
      * ADD - A NEW ZIP, OR A ZIP DELETED EARLIER BEING REINSTATED.
      ******************************************************************
       P2100-APPLY-ADD.

           IF WS-ZIP-FOUND
              IF ZM-ACTIVE
                 MOVE 'ZIP ALREADY ON FILE'  TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              ELSE
                 MOVE 'REINSTATED'          TO WS-REASON
              END-IF
           ELSE
              MOVE 'ADDED'                  TO WS-REASON
           END-IF.

           IF WS-TRAN-VALID
              PERFORM U3200-LIST-BEFORE-IF-FOUND
              MOVE SPACES                   TO ZM-RECORD
              MOVE ZT-ZIPCODE               TO ZM-ZIPCODE
              MOVE 0                        TO ZM-TAX-RETURNS
                                               ZM-POPULATION
                                               ZM-TOTAL-WAGES
              PERFORM U2500-MOVE-TRAN-FIELDS
              SET ZM-ACTIVE                 TO TRUE
              PERFORM U2600-STAMP-MANUAL
              IF WS-ZIP-FOUND
                 REWRITE ZM-RECORD
              ELSE
                 WRITE ZM-RECORD
              END-IF
              PERFORM U2700-CHECK-UPDATE
           END-IF.

           IF WS-TRAN-VALID
              ADD 1                         TO WS-ADD-CNT
              PERFORM U3300-LIST-APPLIED
           END-IF.


       P2200-APPLY-CHANGE.

           IF NOT WS-ZIP-FOUND
              MOVE 'ZIP NOT ON FILE'        TO WS-REASON
              SET WS-TRAN-INVALID           TO TRUE
           ELSE
           IF ZM-DELETED
              MOVE 'ZIP IS DELETED'         TO WS-REASON
              SET WS-TRAN-INVALID           TO TRUE
           END-IF
           END-IF.

           IF WS-TRAN-VALID
              PERFORM U3200-LIST-BEFORE-IF-FOUND
              PERFORM U2500-MOVE-TRAN-FIELDS
              PERFORM U2600-STAMP-MANUAL
              REWRITE ZM-RECORD
              PERFORM U2700-CHECK-UPDATE
           END-IF.

           IF WS-TRAN-VALID
              ADD 1                         TO WS-CHANGE-CNT
              MOVE 'CHANGED'                TO WS-REASON
              PERFORM U3300-LIST-APPLIED
           END-IF.


       P2300-APPLY-DELETE.

           IF NOT WS-ZIP-FOUND
              MOVE 'ZIP NOT ON FILE'        TO WS-REASON
              SET WS-TRAN-INVALID           TO TRUE
           ELSE
           IF ZM-DELETED
              MOVE 'ZIP ALREADY DELETED'    TO WS-REASON
              SET WS-TRAN-INVALID           TO TRUE
           END-IF
           END-IF.

           IF WS-TRAN-VALID
              PERFORM U3200-LIST-BEFORE-IF-FOUND
              SET ZM-DELETED                TO TRUE
              IF ZT-EFFECTIVE-DATE NOT = SPACES
                 MOVE ZT-EFFECTIVE-DATE-N   TO ZM-EFFECTIVE-DATE
              ELSE
                 MOVE WS-CURRENT-DATE-NUM   TO ZM-EFFECTIVE-DATE
              END-IF
              PERFORM U2600-STAMP-MANUAL
              REWRITE ZM-RECORD
              PERFORM U2700-CHECK-UPDATE
           END-IF.

           IF WS-TRAN-VALID
              ADD 1                         TO WS-DELETE-CNT
              MOVE 'DELETED'                TO WS-REASON
              PERFORM U3300-LIST-APPLIED
           END-IF.


       P3000-TERMINATE.

           PERFORM P3200-DISPLAY-TOTALS.

           PERFORM P3400-WRITE-RUN-STATS.

           CLOSE Z0AA
                 ZIP-MASTER
                 REG-RPT.

           DISPLAY '**** FINISHING BRHBC910 ****'.


       P3200-DISPLAY-TOTALS.

           DISPLAY ' '.
           MOVE WS-READ-CNT                 TO WS-DISPLAY-NBR.
           DISPLAY 'TRANSACTIONS READ ...........'   WS-DISPLAY-NBR.

           MOVE WS-ADD-CNT                  TO WS-DISPLAY-NBR.
           DISPLAY 'ADDS APPLIED ................'   WS-DISPLAY-NBR.

           MOVE WS-CHANGE-CNT               TO WS-DISPLAY-NBR.
           DISPLAY 'CHANGES APPLIED .............'   WS-DISPLAY-NBR.

           MOVE WS-DELETE-CNT               TO WS-DISPLAY-NBR.
           DISPLAY 'DELETES APPLIED .............'   WS-DISPLAY-NBR.

           MOVE WS-REJECT-CNT               TO WS-DISPLAY-NBR.
           DISPLAY 'TRANSACTIONS REJECTED .......'   WS-DISPLAY-NBR.
           DISPLAY ' '.

           MOVE SPACES                      TO REG-RPT-RECORD.
           WRITE REG-RPT-RECORD.
           MOVE 'TRANSACTIONS READ'         TO RT1-LABEL.
           MOVE WS-READ-CNT                 TO RT1-COUNT.
           WRITE REG-RPT-RECORD FROM RPT-TOTAL-01.
           MOVE 'ADDS APPLIED'              TO RT1-LABEL.
           MOVE WS-ADD-CNT                  TO RT1-COUNT.
           WRITE REG-RPT-RECORD FROM RPT-TOTAL-01.
           MOVE 'CHANGES APPLIED'           TO RT1-LABEL.
           MOVE WS-CHANGE-CNT               TO RT1-COUNT.
           WRITE REG-RPT-RECORD FROM RPT-TOTAL-01.
           MOVE 'DELETES APPLIED'           TO RT1-LABEL.
           MOVE WS-DELETE-CNT               TO RT1-COUNT.
           WRITE REG-RPT-RECORD FROM RPT-TOTAL-01.
           MOVE 'TRANSACTIONS REJECTED'     TO RT1-LABEL.
           MOVE WS-REJECT-CNT               TO RT1-COUNT.
           WRITE REG-RPT-RECORD FROM RPT-TOTAL-01.

           IF WS-REJECT-CNT > 0
              MOVE 4                        TO RETURN-CODE
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
           COMPUTE RUNSTAT-OUTPUT-CNT = WS-ADD-CNT + WS-CHANGE-CNT
                                      + WS-DELETE-CNT.
           MOVE WS-REJECT-CNT               TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                 TO RUNSTAT-RETURN-CODE.
           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.
           CLOSE RUN-STATS-FILE.


       U1000-READ-Z0AA.

           READ Z0AA INTO WS-ZT-REC
             AT END
                MOVE 'Y'                    TO WS-EOF-SW
             NOT AT END
                ADD 1                       TO WS-READ-CNT
           END-READ.


       U1100-READ-ZIPMAST.

           MOVE ZT-ZIPCODE                  TO ZM-ZIPCODE.

           READ ZIP-MASTER
             INVALID KEY
                MOVE 'N'                    TO WS-FOUND-SW
             NOT INVALID KEY
                MOVE 'Y'                    TO WS-FOUND-SW
           END-READ.


      ******************************************************************
      * EDIT EVERY FIELD ON THE TRANSACTION.  THE FIRST FAILURE SETS
      * THE REASON PRINTED ON THE REGISTER.
      ******************************************************************
       U2000-EDIT-TRAN.

           SET WS-TRAN-VALID                TO TRUE.
           MOVE SPACES                      TO WS-REASON.

           IF NOT ZT-ADD AND NOT ZT-CHANGE AND NOT ZT-DELETE
              MOVE 'ACTION NOT A, C OR D'   TO WS-REASON
              SET WS-TRAN-INVALID           TO TRUE
           END-IF.

           IF WS-TRAN-VALID
              IF ZT-ZIPCODE NOT NUMERIC
                 OR ZT-ZIPCODE = '00000'
                 MOVE 'ZIP NOT 5 DIGITS'    TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
           END-IF.

           IF WS-TRAN-VALID
           AND ZT-ADD
              IF ZT-CITY = SPACES
                 MOVE 'CITY REQUIRED'       TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              ELSE
              IF ZT-STATE = SPACES
                 MOVE 'STATE REQUIRED'      TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
              END-IF
           END-IF.

           IF WS-TRAN-VALID
           AND ZT-CHANGE
              IF ZT-CITY = SPACES AND ZT-STATE = SPACES
                 AND ZT-LATITUDE = SPACES AND ZT-LONGITUDE = SPACES
                 AND ZT-TAX-RETURNS = SPACES
                 AND ZT-POPULATION = SPACES
                 AND ZT-TOTAL-WAGES = SPACES
                 AND ZT-EFFECTIVE-DATE = SPACES
                 MOVE 'NO FIELDS TO CHANGE' TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
           END-IF.

           IF WS-TRAN-VALID
           AND ZT-STATE NOT = SPACES
              MOVE ZT-STATE                 TO WS-EDIT-STATE
              IF NOT WS-STATE-VALID
                 MOVE 'STATE NOT VALID'     TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
           END-IF.

           IF WS-TRAN-VALID
           AND ZT-LATITUDE NOT = SPACES
              IF FUNCTION TEST-NUMVAL (ZT-LATITUDE) NOT = 0
                 MOVE 'LATITUDE NOT VALID'  TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              ELSE
                 COMPUTE WS-EDIT-DEGREES =
                         FUNCTION NUMVAL (ZT-LATITUDE)
                 IF WS-EDIT-DEGREES < -90 OR WS-EDIT-DEGREES > 90
                    MOVE 'LATITUDE NOT VALID'
                                            TO WS-REASON
                    SET WS-TRAN-INVALID     TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-TRAN-VALID
           AND ZT-LONGITUDE NOT = SPACES
              IF FUNCTION TEST-NUMVAL (ZT-LONGITUDE) NOT = 0
                 MOVE 'LONGITUDE NOT VALID' TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              ELSE
                 COMPUTE WS-EDIT-DEGREES =
                         FUNCTION NUMVAL (ZT-LONGITUDE)
                 IF WS-EDIT-DEGREES < -180 OR WS-EDIT-DEGREES > 180
                    MOVE 'LONGITUDE NOT VALID'
                                            TO WS-REASON
                    SET WS-TRAN-INVALID     TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-TRAN-VALID
              MOVE ZT-TAX-RETURNS           TO WS-EDIT-MONEY
              PERFORM U2150-EDIT-MONEY-FIELD
              IF WS-MONEY-OK-SW = 'N'
                 MOVE 'RETURNS NOT NUMERIC' TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
           END-IF.

           IF WS-TRAN-VALID
              MOVE ZT-POPULATION            TO WS-EDIT-MONEY
              PERFORM U2150-EDIT-MONEY-FIELD
              IF WS-MONEY-OK-SW = 'N'
                 MOVE 'POPULATION NOT NUM'  TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
           END-IF.

           IF WS-TRAN-VALID
              MOVE ZT-TOTAL-WAGES           TO WS-EDIT-MONEY
              PERFORM U2150-EDIT-MONEY-FIELD
              IF WS-MONEY-OK-SW = 'N'
                 MOVE 'WAGES NOT NUMERIC'   TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              END-IF
           END-IF.

           IF WS-TRAN-VALID
           AND ZT-EFFECTIVE-DATE NOT = SPACES
              IF ZT-EFFECTIVE-DATE NOT NUMERIC
                 MOVE 'EFF DATE NOT VALID'  TO WS-REASON
                 SET WS-TRAN-INVALID        TO TRUE
              ELSE
                 MOVE ZT-EFFECTIVE-DATE-N   TO WS-EDIT-DATE
                 IF WS-EDIT-CCYY < 1900
                    OR FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE)
                       NOT = 0
                    MOVE 'EFF DATE NOT VALID'
                                            TO WS-REASON
                    SET WS-TRAN-INVALID     TO TRUE
                 END-IF
              END-IF
           END-IF.


      ******************************************************************
      * A COUNT OR MONEY FIELD IS VALID WHEN EMPTY OR WHEN IT IS
      * DIGITS FOLLOWED ONLY BY TRAILING SPACES - THE SAME RULE
      * BRHBC907 APPLIES TO THE VENDOR FEED.
      ******************************************************************
       U2150-EDIT-MONEY-FIELD.

           MOVE 'Y'                         TO WS-MONEY-OK-SW.
           MOVE 'N'                         TO WS-SPACE-SEEN-SW.

           IF WS-EDIT-MONEY = SPACES
              NEXT SENTENCE
           ELSE
              PERFORM U2160-EDIT-MONEY-CHAR
                 VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > 15
                   OR    WS-MONEY-OK-SW = 'N'
           END-IF.


       U2160-EDIT-MONEY-CHAR.

           IF WS-EDIT-MONEY (WS-EDIT-SUB:1) = SPACE
              MOVE 'Y'                      TO WS-SPACE-SEEN-SW
           ELSE
           IF WS-EDIT-MONEY (WS-EDIT-SUB:1) IS NUMERIC
              IF WS-SPACE-SEEN-SW = 'Y'
                 MOVE 'N'                   TO WS-MONEY-OK-SW
              END-IF
           ELSE
              MOVE 'N'                      TO WS-MONEY-OK-SW
           END-IF
           END-IF.


      ******************************************************************
      * CARRY THE NON-BLANK TRANSACTION FIELDS ONTO THE MASTER.  ON AN
      * ADD THE MASTER WAS CLEARED FIRST, SO A BLANK FIELD STAYS
      * EMPTY; ON A CHANGE IT KEEPS THE MASTER VALUE.
      ******************************************************************
       U2500-MOVE-TRAN-FIELDS.

           IF ZT-CITY NOT = SPACES
              MOVE ZT-CITY                  TO ZM-CITY
           END-IF.

           IF ZT-STATE NOT = SPACES
              MOVE ZT-STATE                 TO ZM-STATE
           END-IF.

           IF ZT-LATITUDE NOT = SPACES
              MOVE ZT-LATITUDE              TO ZM-LATITUDE
           END-IF.

           IF ZT-LONGITUDE NOT = SPACES
              MOVE ZT-LONGITUDE             TO ZM-LONGITUDE
           END-IF.

           IF ZT-TAX-RETURNS NOT = SPACES
              COMPUTE ZM-TAX-RETURNS =
                      FUNCTION NUMVAL (ZT-TAX-RETURNS)
           END-IF.

           IF ZT-POPULATION NOT = SPACES
              COMPUTE ZM-POPULATION =
                      FUNCTION NUMVAL (ZT-POPULATION)
           END-IF.

           IF ZT-TOTAL-WAGES NOT = SPACES
              COMPUTE ZM-TOTAL-WAGES =
                      FUNCTION NUMVAL (ZT-TOTAL-WAGES)
           END-IF.

           IF ZT-EFFECTIVE-DATE NOT = SPACES
              MOVE ZT-EFFECTIVE-DATE-N      TO ZM-EFFECTIVE-DATE
           ELSE
           IF ZT-ADD
              MOVE WS-CURRENT-DATE-NUM      TO ZM-EFFECTIVE-DATE
           END-IF
           END-IF.

           IF ZM-TAX-RETURNS > 0 AND ZM-TOTAL-WAGES > 0
              COMPUTE ZM-AVG-SALARY ROUNDED =
                      ZM-TOTAL-WAGES / ZM-TAX-RETURNS
           ELSE
              MOVE 0                        TO ZM-AVG-SALARY
           END-IF.


       U2600-STAMP-MANUAL.

           MOVE WS-CURRENT-DATE-NUM         TO ZM-LAST-MAINT-DATE.
           SET ZM-MANUAL-MAINT              TO TRUE.


       U2700-CHECK-UPDATE.

           IF WS-ZIPMAST-STATUS NOT = '00'
              DISPLAY 'ZIP MASTER UPDATE FAILED, ZIP ' ZM-ZIPCODE
                      ' STATUS ' WS-ZIPMAST-STATUS
              PERFORM U9999-ABEND
           END-IF.


      ******************************************************************
      * REGISTER LINES.  A REJECT LISTS THE TRANSACTION AS KEYED; AN
      * APPLIED TRANSACTION LISTS THE MASTER AS IT NOW STANDS, UNDER
      * A BEFORE LINE WHEN THE ZIP WAS ALREADY ON FILE.
      ******************************************************************
       U3100-LIST-TRAN.

           MOVE SPACES                      TO RPT-DETAIL-01.
           MOVE ZT-ACTION                   TO RD1-ACTION.
           MOVE ZT-ZIPCODE                  TO RD1-ZIP.
           MOVE 'REJECTED'                  TO RD1-RESULT.
           MOVE ZT-CITY                     TO RD1-CITY.
           MOVE ZT-STATE                    TO RD1-STATE.
           MOVE ZT-LATITUDE                 TO RD1-LAT.
           MOVE ZT-LONGITUDE                TO RD1-LONG.
           MOVE ZT-TAX-RETURNS              TO RD1-RETURNS.
           MOVE ZT-POPULATION               TO RD1-POP.
           MOVE ZT-TOTAL-WAGES              TO RD1-WAGES.
           MOVE ZT-EFFECTIVE-DATE           TO RD1-EFF-DATE.
           MOVE WS-REASON                   TO RD1-MESSAGE.
           WRITE REG-RPT-RECORD FROM RPT-DETAIL-01.


       U3200-LIST-BEFORE-IF-FOUND.

           IF WS-ZIP-FOUND
              PERFORM U3400-FORMAT-MASTER
              MOVE 'BEFORE'                 TO RD1-RESULT
              IF ZM-DELETED
                 MOVE 'WAS DELETED'         TO RD1-MESSAGE
              END-IF
              WRITE REG-RPT-RECORD FROM RPT-DETAIL-01
           END-IF.


       U3300-LIST-APPLIED.

           PERFORM U3400-FORMAT-MASTER.
           MOVE 'APPLIED'                   TO RD1-RESULT.
           MOVE WS-REASON                   TO RD1-MESSAGE.
           WRITE REG-RPT-RECORD FROM RPT-DETAIL-01.


       U3400-FORMAT-MASTER.

           MOVE SPACES                      TO RPT-DETAIL-01.
           MOVE ZT-ACTION                   TO RD1-ACTION.
           MOVE ZM-ZIPCODE                  TO RD1-ZIP.
           MOVE ZM-CITY                     TO RD1-CITY.
           MOVE ZM-STATE                    TO RD1-STATE.
           MOVE ZM-LATITUDE                 TO RD1-LAT.
           MOVE ZM-LONGITUDE                TO RD1-LONG.
           MOVE ZM-TAX-RETURNS              TO RD1-RETURNS.
           MOVE ZM-POPULATION               TO RD1-POP.
           MOVE ZM-TOTAL-WAGES              TO RD1-WAGES.
           MOVE ZM-EFFECTIVE-DATE           TO RD1-EFF-DATE.


       U9999-ABEND.

           DISPLAY '*************************************************'
           DISPLAY '  ABEND IN PROGRAM : ' WS-PROGRAM-NA.
           DISPLAY '*************************************************'
           MOVE 16                          TO RETURN-CODE.
           STOP RUN.
