      *C        POST AS A COMPLETE FILE.  A PROOF REPORT OF EVERY
      *C        BUCKET AND CREDIT IS PRINTED FOR ACCOUNTING.
      *C
      *C   -    EVERY LINE POSTED IS RECORDED ON THE POSTED-LINE
      *C        LEDGER BY COMPANY / ORDER / LINE / SHIPMENT.  AN
      *C        EXTRACT LINE ALREADY ON THE LEDGER IS SKIPPED, SO
      *C        OVERLAPPING EXTRACT REQUESTS NEVER POST TWICE.
      *C
      *C   -    THE ORDER CHANGE JOURNAL WRITTEN SINCE THE LAST RUN IS
      *C        THEN APPLIED TO THE LEDGER.  WHEN A POSTED LINE'S
      *C        AMOUNT HAS CHANGED, THE DIFFERENCE IS POSTED AS AN
      *C        ADJUSTING ENTRY TO THE CODING IT WAS ORIGINALLY POSTED
      *C        TO; WHEN THE LINE WAS DELETED (OR MOVED TO ANOTHER
      *C        SHIPMENT NUMBER) ITS WHOLE AMOUNT IS REVERSED.
      *C
      *C   -    A RUN THAT STOPS BEFORE THE POSTING FILE IS WRITTEN
      *C        BACKS ITS LEDGER UPDATES OUT, SO THE RERUN POSTS THE
      *C        SAME LINES AGAIN.
      *C
      *C   INPUT:
      *C
      *C        ABEXTI    ABEXTRACT SEQUENTIAL EXTRACT FILE
      *C        ORDJRNI   ORDER CHANGE JOURNAL (ABORDMNT, ABSHPCNF)
      *C        ABPSTLG   POSTED-LINE LEDGER KEYED FILE (UPDATED)
      *C
      *C   OUTPUT:
      *C
      *
      *       MM-DD-YY  APL????
      *       09-02-26  TB      INITIAL INSTALLATION.
      *       10-15-26  TB      POSTING FILE LAYOUTS MOVED TO COPYBOOK
      *                         ABSPPREC, SHARED WITH ABSAPACK.
      *       10-15-26  TB      POSTED-LINE LEDGER (ABPSTLG).  LINES
      *                         ALREADY POSTED ARE SKIPPED AND COUNTED
      *                         ON THE PROOF REPORT; CHANGED AND
      *                         DELETED LINES FOUND ON THE ORDER CHANGE
      *                         JOURNAL POST ADJUSTING AND REVERSING
      *                         ENTRIES.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT ABEXTRACT-FILE            ASSIGN  TO ABEXTI.

           SELECT OPTIONAL ORDER-JOURNAL    ASSIGN  TO ORDJRNI.

           SELECT POSTED-LEDGER-FILE        ASSIGN  TO ABPSTLG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLG-KEY
                  FILE STATUS IS WS-PLG-STATUS.

           SELECT SAP-POSTING-FILE          ASSIGN  TO SAPPOST.

           SELECT SAP-PROOF-RPT             ASSIGN  TO SAPPROOF.

       COPY ABEXTRCT.

       FD  ORDER-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 560 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ORDER-JOURNAL-REC.

       01  ORDER-JOURNAL-REC                     PIC X(560).

       FD  POSTED-LEDGER-FILE.

       COPY ABPLGREC.

       FD  SAP-POSTING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           88  COMPANY-FOUND                     VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.
       77  WS-JRN-EOF-SW               PIC X(01) VALUE 'N'.
           88  JOURNAL-AT-EOF                    VALUE 'Y'.
       77  WS-PLG-EOF-SW               PIC X(01) VALUE 'N'.
           88  LEDGER-AT-EOF                     VALUE 'Y'.
       77  WS-ADJ-HEADING-SW           PIC X(01) VALUE 'N'.
           88  ADJ-HEADING-PRINTED               VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-PLG-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
           05  WS-POST-RECS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DEBIT-LINES-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CREDIT-LINES-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ALREADY-POSTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-READ-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-LINES-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ADJUST-CTR           PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REVERSE-CTR          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BACKED-OUT-CTR       PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

      *    LEDGER WORK AREAS.  EVERY LEDGER RECORD THIS RUN TOUCHES IS
      *    STAMPED WITH THE RUN DATE AND THE START TIME BELOW.
       77  WS-STAMP-TIME               PIC 9(06) VALUE ZERO.
       77  WS-NEW-LINES-AMT            PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-ADJUST-AMT               PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-REVERSE-AMT              PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-OLD-LINE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-NEW-LINE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-JRN-SHIPMENT-NBR         PIC 9(04) VALUE ZERO.

      *    JOURNAL POSITION - RUN DATE / TIME / SEQUENCE OF A JOURNAL
      *    RECORD, COMPARED AGAINST THE LAST ONE ALREADY APPLIED
       01  WS-JRN-POSITION.
           05  WS-JRN-POS-RUN-DATE     PIC 9(08).
           05  WS-JRN-POS-RUN-TIME     PIC 9(08).
           05  WS-JRN-POS-SEQUENCE     PIC 9(07).
       01  WS-JRN-HIGH-WATER           PIC X(23) VALUE ZEROS.
       01  WS-JRN-NEW-HIGH-WATER       PIC X(23) VALUE ZEROS.

       COPY ABOJNREC.

       COPY ABXCLREC.

      *    EVERY COMPANY'S OFFSET GOES TO THE ONE AB CLEARING
      *    ACCOUNT AGREED WITH ACCOUNTING.
       77  WS-CLEARING-ACCOUNT         PIC X(10) VALUE '0099999999'.
      ************************************************************
      *   POSTING FILE RECORD LAYOUTS
      ************************************************************
       COPY ABSPPREC.

      ************************************************************
      *   DEBIT SUMMARY BUCKETS - ONE PER SAP COMPANY / COST
           05  WS-BLD-COMPANY          PIC X(04).
           05  WS-BLD-COST-C           PIC X(10).
           05  WS-BLD-ACCOUNT          PIC X(10).
       01  WS-BUILD-CODING.
           05  WS-BLD-BUS-AREA         PIC X(04).
           05  WS-BLD-ALLOC            PIC X(12).
           05  WS-BLD-INTORD           PIC X(12).

      ************************************************************
      *   PER-SAP-COMPANY TOTALS FOR THE OFFSETTING CREDIT LINES
           05 PD-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(63)   VALUE SPACE.

       01  PROOF-ADJ-HEADING.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(50)   VALUE
              'LEDGER ADJUSTMENTS FROM THE ORDER CHANGE JOURNAL  '.
           05 FILLER               PIC X(82)   VALUE SPACE.

       01  PROOF-ADJ-COLUMNS.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'TYPE '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'CO  '.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ORDER   '.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'LINE'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'SHIP'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'SAP '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE 'COST CTR  '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE 'ACCOUNT   '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(19)   VALUE
              '      POSTED AMOUNT'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(19)   VALUE
              '         NOW AMOUNT'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(19)   VALUE
              '       ENTRY AMOUNT'.
           05 FILLER               PIC X(11)   VALUE SPACE.

       01  PROOF-ADJ-DETAIL.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PA-TYPE              PIC X(05).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 PA-COMPANY           PIC 9(04).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PA-ORDER-NBR         PIC 9(08).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PA-LINE-NBR          PIC 9(04).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PA-SHIPMENT-NBR      PIC 9(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 PA-SAP-COMPANY       PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 PA-COST-CENTER       PIC X(10).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 PA-ACCOUNT           PIC X(10).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 PA-OLD-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PA-NEW-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PA-ENTRY-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(11)   VALUE SPACE.

       01  PROOF-SUMMARY.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 PS-LABEL             PIC X(40).
           05 PS-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 PS-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(64)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABSAPPST  ENDS'.

               OR    FATAL-ERROR.

           IF  NOT FATAL-ERROR
               PERFORM 2500-APPLY-JOURNAL  THRU 2500-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 3000-WRITE-POSTING-FILE THRU 3000-EXIT
               PERFORM 3500-UPDATE-LEDGER-CONTROL THRU 3500-EXIT
           ELSE
               PERFORM 6000-BACK-OUT-LEDGER THRU 6000-EXIT.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

       1000-INITIALIZE.

           OPEN INPUT  ABEXTRACT-FILE
                       ORDER-JOURNAL
                I-O    POSTED-LEDGER-FILE
                OUTPUT SAP-POSTING-FILE
                       SAP-PROOF-RPT.


           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO WS-STAMP-TIME.

           MOVE WS-RUN-DATE-YYYYMMDD       TO PH-RUN-DATE.
           WRITE SAP-PROOF-REC FROM PROOF-HEADER.

           PERFORM 1100-READ-LEDGER-CONTROL THRU 1100-EXIT.

           IF  FATAL-ERROR
               GO TO 1000-EXIT.

           PERFORM 8000-READ-EXTRACT       THRU 8000-EXIT.

           IF  EXTRACT-AT-EOF
               DISPLAY 'ABSAPPST - EXTRACT FILE IS EMPTY, NO NEW '
                       'LINES TO POST'
               MOVE 4                      TO RETURN-CODE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   THE LEDGER CONTROL RECORD GIVES THE LAST JOURNAL RECORD
      *   ALREADY APPLIED.  A NEW, EMPTY LEDGER GETS ONE ON ITS FIRST
      *   RUN.
      ******************************************************************
       1100-READ-LEDGER-CONTROL.

           MOVE ZERO                       TO PLG-COMPANY
                                              PLG-ORDER-NBR
                                              PLG-LINE-NBR
                                              PLG-SHIPMENT-NBR.

           READ POSTED-LEDGER-FILE.

           IF  WS-PLG-STATUS = '00'
               MOVE PLG-CTL-JRN-POSITION   TO WS-JRN-HIGH-WATER
               GO TO 1100-EXIT.

           IF  WS-PLG-STATUS NOT = '23'
               DISPLAY 'ABSAPPST - BAD READ ON ABPSTLG CONTROL '
                       'RECORD, STATUS IS ' WS-PLG-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1100-EXIT.

           MOVE SPACES                     TO PLG-RECORD.
           MOVE ZERO                       TO PLG-COMPANY
                                              PLG-ORDER-NBR
                                              PLG-LINE-NBR
                                              PLG-SHIPMENT-NBR
                                              PLG-CTL-JRN-RUN-DATE
                                              PLG-CTL-JRN-RUN-TIME
                                              PLG-CTL-JRN-SEQUENCE-NBR
                                              PLG-CTL-LAST-RUN-DATE
                                              PLG-CTL-LAST-RUN-TIME.

           WRITE PLG-RECORD.

           IF  WS-PLG-STATUS NOT = '00'
               DISPLAY 'ABSAPPST - BAD WRITE ON ABPSTLG CONTROL '
                       'RECORD, STATUS IS ' WS-PLG-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       1100-EXIT.
           EXIT.

      ******************************************************************
      *   EXTEND AND SUMMARIZE ONE EXTRACT RECORD.  A LINE WITH NO
      *   SHIPPED QUANTITY OR NO PRICE CARRIES NO CHARGE AND IS
      *   COUNTED BUT NOT BUCKETED.  A LINE ALREADY ON THE LEDGER -
      *   POSTED BY AN EARLIER RUN OR EARLIER IN THIS ONE - IS
      *   SKIPPED; ANY CHANGE TO IT SINCE COMES FROM THE JOURNAL.
      ******************************************************************
       2000-SUMMARIZE-ONE-REC.

               ADD 1                       TO WS-ZERO-AMT-CTR
               GO TO 2000-READ-NEXT.

           MOVE ABEXTRACT-COMPANY          TO PLG-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO PLG-ORDER-NBR.
           MOVE ABEXTRACT-LINE-NBR         TO PLG-LINE-NBR.
           MOVE ABEXTRACT-SHIPMENT-NBR     TO PLG-SHIPMENT-NBR.

           READ POSTED-LEDGER-FILE.

           IF  WS-PLG-STATUS = '00'
               ADD 1                       TO WS-ALREADY-POSTED-CTR
               GO TO 2000-READ-NEXT.

           IF  WS-PLG-STATUS NOT = '23'
               DISPLAY 'ABSAPPST - BAD READ ON ABPSTLG, STATUS IS '
                       WS-PLG-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 2000-EXIT.

           ADD 1                           TO WS-RECS-EXTENDED-CTR.
           ADD WS-EXT-AMOUNT               TO WS-NEW-LINES-AMT.

           MOVE ABEXTRACT-SAP-COMPANY      TO WS-BLD-COMPANY.
           MOVE ABEXTRACT-SAP-COST-CENTER  TO WS-BLD-COST-C.
           MOVE ABEXTRACT-SAP-ACCOUNT      TO WS-BLD-ACCOUNT.
           MOVE ABEXTRACT-SAP-BUS-AREA     TO WS-BLD-BUS-AREA.
           MOVE ABEXTRACT-SAP-ALLOCATION   TO WS-BLD-ALLOC.
           MOVE ABEXTRACT-SAP-INTERN-ORDER TO WS-BLD-INTORD.

           PERFORM 2100-ADD-TO-DEBIT-BUCKET THRU 2100-EXIT.

           PERFORM 2200-ADD-TO-CREDIT-TOTAL THRU 2200-EXIT.

           IF  FATAL-ERROR
               GO TO 2000-EXIT.

           PERFORM 2300-ADD-LEDGER-ENTRY   THRU 2300-EXIT.

       2000-READ-NEXT.

           PERFORM 8000-READ-EXTRACT       THRU 8000-EXIT.
      ******************************************************************
       2100-ADD-TO-DEBIT-BUCKET.

           MOVE 'N'                        TO WS-BKT-FOUND-SW.
           MOVE 1                          TO WS-BKT-SUB.

                   ADD 1                   TO WS-BKT-CNT
                   MOVE WS-BKT-CNT         TO WS-BKT-SUB
                   MOVE WS-BUILD-KEY       TO WS-BKT-KEY (WS-BKT-SUB)
                   MOVE WS-BLD-BUS-AREA    TO WS-BKT-BUS-AREA
                                                   (WS-BKT-SUB)
                   MOVE WS-BLD-ALLOC       TO WS-BKT-ALLOC (WS-BKT-SUB)
                   MOVE WS-BLD-INTORD      TO WS-BKT-INTORD
                                                   (WS-BKT-SUB)
                   MOVE ZERO               TO WS-BKT-AMOUNT
                                                   (WS-BKT-SUB)
               IF  WS-CR-CNT < WS-CR-MAX
                   ADD 1                   TO WS-CR-CNT
                   MOVE WS-CR-CNT          TO WS-CR-SUB
                   MOVE WS-BLD-COMPANY     TO WS-CR-COMPANY (WS-CR-SUB)
                   MOVE ZERO               TO WS-CR-AMOUNT (WS-CR-SUB)
               ELSE
                   DISPLAY 'ABSAPPST - CREDIT COMPANY TABLE FULL, '
      ******************************************************************
       2210-FIND-CREDIT-ENTRY.

           IF  WS-CR-COMPANY (WS-CR-SUB) = WS-BLD-COMPANY
               MOVE 'Y'                    TO WS-CPY-FOUND-SW
           ELSE
               ADD 1                       TO WS-CR-SUB.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *   RECORD A NEWLY POSTED LINE ON THE LEDGER
      ******************************************************************
       2300-ADD-LEDGER-ENTRY.

           MOVE SPACES                     TO PLG-RECORD.
           MOVE ABEXTRACT-COMPANY          TO PLG-COMPANY.
           MOVE ABEXTRACT-ORDER-NBR        TO PLG-ORDER-NBR.
           MOVE ABEXTRACT-LINE-NBR         TO PLG-LINE-NBR.
           MOVE ABEXTRACT-SHIPMENT-NBR     TO PLG-SHIPMENT-NBR.
           MOVE 'P'                        TO PLG-STATUS.
           MOVE WS-BLD-COMPANY             TO PLG-SAP-COMPANY.
           MOVE WS-BLD-BUS-AREA            TO PLG-SAP-BUS-AREA.
           MOVE WS-BLD-COST-C              TO PLG-SAP-COST-CENTER.
           MOVE WS-BLD-ACCOUNT             TO PLG-SAP-ACCOUNT.
           MOVE WS-BLD-ALLOC               TO PLG-SAP-ALLOCATION.
           MOVE WS-BLD-INTORD              TO PLG-SAP-INTERN-ORDER.
           MOVE WS-EXT-AMOUNT              TO PLG-POSTED-AMOUNT.
           MOVE WS-RUN-DATE-YYYYMMDD       TO PLG-FIRST-POST-DATE
                                              PLG-LAST-POST-DATE.
           MOVE WS-STAMP-TIME              TO PLG-LAST-POST-TIME.
           MOVE SPACE                      TO PLG-PRIOR-STATUS.
           MOVE ZERO                       TO PLG-PRIOR-AMOUNT
                                              PLG-PRIOR-POST-DATE
                                              PLG-PRIOR-POST-TIME.

           WRITE PLG-RECORD.

           IF  WS-PLG-STATUS NOT = '00'
               DISPLAY 'ABSAPPST - BAD WRITE ON ABPSTLG, STATUS IS '
                       WS-PLG-STATUS ' ORDER ' ABEXTRACT-ORDER-NBR
                       ' LINE ' ABEXTRACT-LINE-NBR
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *   APPLY THE ORDER CHANGE JOURNAL WRITTEN SINCE THE LAST RUN
      *   TO THE LEDGER
      ******************************************************************
       2500-APPLY-JOURNAL.

           PERFORM 8100-READ-JOURNAL       THRU 8100-EXIT.

           PERFORM 2600-APPLY-ONE-JOURNAL-REC THRU 2600-EXIT
               UNTIL JOURNAL-AT-EOF
               OR    FATAL-ERROR.

       2500-EXIT.
           EXIT.

      ******************************************************************
      *   ONE JOURNAL RECORD.  ONLY LINE IMAGES MATTER - A HEADER
      *   DELETE JOURNALS EACH OF ITS LINES.  THE LEDGER ENTRY IS THE
      *   SHIPMENT AS IT STOOD BEFORE THE CHANGE; WHAT SAP SHOULD NOW
      *   HOLD FOR IT IS THE AFTER IMAGE'S SHIPPED QUANTITY TIMES
      *   UNIT PRICE, OR ZERO WHEN THE LINE WAS DELETED OR NOW
      *   CARRIES ANOTHER SHIPMENT NUMBER (THE NEW SHIPMENT POSTS
      *   IN FULL WHEN IT IS EXTRACTED).  COMPARING AGAINST THE
      *   LEDGER RATHER THAN THE BEFORE IMAGE KEEPS THE RESULT RIGHT
      *   WHETHER OR NOT THE CHANGE WAS ALREADY IN THE EXTRACT.
      ******************************************************************
       2600-APPLY-ONE-JOURNAL-REC.

           MOVE OJN-RUN-DATE               TO WS-JRN-POS-RUN-DATE.
           MOVE OJN-RUN-TIME               TO WS-JRN-POS-RUN-TIME.
           MOVE OJN-SEQUENCE-NBR           TO WS-JRN-POS-SEQUENCE.

           IF  WS-JRN-POSITION NOT > WS-JRN-HIGH-WATER
               GO TO 2600-READ-NEXT.

           IF  WS-JRN-POSITION > WS-JRN-NEW-HIGH-WATER
               MOVE WS-JRN-POSITION        TO WS-JRN-NEW-HIGH-WATER.

           IF  NOT OJN-LINE-IMAGE
               GO TO 2600-READ-NEXT.

           IF  OJN-COMPANY = ZERO
           AND OJN-ORDER-NBR = ZERO
               GO TO 2600-READ-NEXT.

           ADD 1                           TO WS-JRN-LINES-CTR.

           IF  OJN-BEFORE-IMAGE NOT = SPACES
               MOVE OJN-BEFORE-IMAGE       TO XCL-RECORD
           ELSE
               MOVE OJN-AFTER-IMAGE        TO XCL-RECORD.

           MOVE XCL-SHIPMENT-NBR           TO WS-JRN-SHIPMENT-NBR.

           MOVE OJN-COMPANY                TO PLG-COMPANY.
           MOVE OJN-ORDER-NBR              TO PLG-ORDER-NBR.
           MOVE OJN-LINE-NBR               TO PLG-LINE-NBR.
           MOVE WS-JRN-SHIPMENT-NBR        TO PLG-SHIPMENT-NBR.

           READ POSTED-LEDGER-FILE.

           IF  WS-PLG-STATUS = '23'
               GO TO 2600-READ-NEXT.

           IF  WS-PLG-STATUS NOT = '00'
               DISPLAY 'ABSAPPST - BAD READ ON ABPSTLG, STATUS IS '
                       WS-PLG-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 2600-EXIT.

           MOVE ZERO                       TO WS-NEW-LINE-AMOUNT.

           IF  OJN-AFTER-IMAGE NOT = SPACES
               MOVE OJN-AFTER-IMAGE        TO XCL-RECORD
               IF  XCL-SHIPMENT-NBR = WS-JRN-SHIPMENT-NBR
                   COMPUTE WS-NEW-LINE-AMOUNT =
                       XCL-SHIPPED-QTY * XCL-UNIT-PRICE.

           MOVE PLG-POSTED-AMOUNT          TO WS-OLD-LINE-AMOUNT.

           COMPUTE WS-EXT-AMOUNT = WS-NEW-LINE-AMOUNT
                                 - WS-OLD-LINE-AMOUNT.

           IF  WS-EXT-AMOUNT = ZERO
               GO TO 2600-READ-NEXT.

           MOVE PLG-SAP-COMPANY            TO WS-BLD-COMPANY.
           MOVE PLG-SAP-COST-CENTER        TO WS-BLD-COST-C.
           MOVE PLG-SAP-ACCOUNT            TO WS-BLD-ACCOUNT.
           MOVE PLG-SAP-BUS-AREA           TO WS-BLD-BUS-AREA.
           MOVE PLG-SAP-ALLOCATION         TO WS-BLD-ALLOC.
           MOVE PLG-SAP-INTERN-ORDER       TO WS-BLD-INTORD.

           PERFORM 2100-ADD-TO-DEBIT-BUCKET THRU 2100-EXIT.

           PERFORM 2200-ADD-TO-CREDIT-TOTAL THRU 2200-EXIT.

           IF  FATAL-ERROR
               GO TO 2600-EXIT.

           PERFORM 2700-UPDATE-LEDGER-ENTRY THRU 2700-EXIT.

           PERFORM 2800-PRINT-ADJUSTMENT   THRU 2800-EXIT.

       2600-READ-NEXT.

           PERFORM 8100-READ-JOURNAL       THRU 8100-EXIT.

       2600-EXIT.
           EXIT.

      ******************************************************************
      *   THE FIRST TIME THIS RUN TOUCHES AN ENTRY ITS OLD STATE IS
      *   SAVED FOR BACK-OUT.  A SHIPMENT NOW WORTH NOTHING IS MARKED
      *   REVERSED.
      ******************************************************************
       2700-UPDATE-LEDGER-ENTRY.

           IF  PLG-LAST-POST-DATE NOT = WS-RUN-DATE-YYYYMMDD
           OR  PLG-LAST-POST-TIME NOT = WS-STAMP-TIME
               MOVE PLG-STATUS             TO PLG-PRIOR-STATUS
               MOVE PLG-POSTED-AMOUNT      TO PLG-PRIOR-AMOUNT
               MOVE PLG-LAST-POST-DATE     TO PLG-PRIOR-POST-DATE
               MOVE PLG-LAST-POST-TIME     TO PLG-PRIOR-POST-TIME.

           MOVE WS-NEW-LINE-AMOUNT         TO PLG-POSTED-AMOUNT.
           MOVE WS-RUN-DATE-YYYYMMDD       TO PLG-LAST-POST-DATE.
           MOVE WS-STAMP-TIME              TO PLG-LAST-POST-TIME.

           IF  WS-NEW-LINE-AMOUNT = ZERO
               MOVE 'R'                    TO PLG-STATUS
               ADD 1                       TO WS-REVERSE-CTR
               ADD WS-EXT-AMOUNT           TO WS-REVERSE-AMT
           ELSE
               MOVE 'P'                    TO PLG-STATUS
               ADD 1                       TO WS-ADJUST-CTR
               ADD WS-EXT-AMOUNT           TO WS-ADJUST-AMT.

           REWRITE PLG-RECORD.

           IF  WS-PLG-STATUS NOT = '00'
               DISPLAY 'ABSAPPST - BAD REWRITE ON ABPSTLG, STATUS IS '
                       WS-PLG-STATUS ' ORDER ' PLG-ORDER-NBR
                       ' LINE ' PLG-LINE-NBR
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       2700-EXIT.
           EXIT.

      ******************************************************************
       2800-PRINT-ADJUSTMENT.

           IF  NOT ADJ-HEADING-PRINTED
               WRITE SAP-PROOF-REC FROM PROOF-ADJ-HEADING
               WRITE SAP-PROOF-REC FROM PROOF-ADJ-COLUMNS
               MOVE 'Y'                    TO WS-ADJ-HEADING-SW.

           MOVE SPACES                     TO PROOF-ADJ-DETAIL.
           IF  PLG-REVERSED
               MOVE 'REV'                  TO PA-TYPE
           ELSE
               MOVE 'ADJ'                  TO PA-TYPE.
           MOVE PLG-COMPANY                TO PA-COMPANY.
           MOVE PLG-ORDER-NBR              TO PA-ORDER-NBR.
           MOVE PLG-LINE-NBR               TO PA-LINE-NBR.
           MOVE PLG-SHIPMENT-NBR           TO PA-SHIPMENT-NBR.
           MOVE PLG-SAP-COMPANY            TO PA-SAP-COMPANY.
           MOVE PLG-SAP-COST-CENTER        TO PA-COST-CENTER.
           MOVE PLG-SAP-ACCOUNT            TO PA-ACCOUNT.
           MOVE WS-OLD-LINE-AMOUNT         TO PA-OLD-AMOUNT.
           MOVE WS-NEW-LINE-AMOUNT         TO PA-NEW-AMOUNT.
           MOVE WS-EXT-AMOUNT              TO PA-ENTRY-AMOUNT.
           WRITE SAP-PROOF-REC FROM PROOF-ADJ-DETAIL.

       2800-EXIT.
           EXIT.

      ******************************************************************
      *   WRITE THE POSTING FILE - HEADER, DEBIT LINE PER BUCKET,
      *   CREDIT LINE PER COMPANY, BALANCING TRAILER - AND THE
      ******************************************************************
       3000-WRITE-POSTING-FILE.

           IF  ADJ-HEADING-PRINTED
               MOVE SPACES                 TO SAP-PROOF-REC
               WRITE SAP-PROOF-REC.

           WRITE SAP-PROOF-REC FROM PROOF-COLUMNS.

           MOVE SPACES                     TO SAP-POSTING-HEADER.
           MOVE 'HD'                       TO SPH-REC-TYPE.
           MOVE WS-RUN-DATE-YYYYMMDD       TO SPH-RUN-DATE.
           MOVE WS-AMOUNT-HASH             TO SPT-AMOUNT-HASH.
           WRITE SAP-POSTING-RECORD FROM SAP-POSTING-TRAILER.

           PERFORM 3300-PRINT-LEDGER-SUMMARY THRU 3300-EXIT.

       3000-EXIT.
           EXIT.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *   SKIPPED, ADJUSTED AND REVERSED LINE COUNTS FOR ACCOUNTING
      ******************************************************************
       3300-PRINT-LEDGER-SUMMARY.

           MOVE SPACES                     TO SAP-PROOF-REC.
           WRITE SAP-PROOF-REC.

           MOVE SPACES                     TO PROOF-SUMMARY.
           MOVE 'NEW LINES POSTED'         TO PS-LABEL.
           MOVE WS-RECS-EXTENDED-CTR       TO PS-COUNT.
           MOVE WS-NEW-LINES-AMT           TO PS-AMOUNT.
           WRITE SAP-PROOF-REC FROM PROOF-SUMMARY.

           MOVE SPACES                     TO PROOF-SUMMARY.
           MOVE 'LINES ALREADY POSTED - SKIPPED'
                                           TO PS-LABEL.
           MOVE WS-ALREADY-POSTED-CTR      TO PS-COUNT.
           WRITE SAP-PROOF-REC FROM PROOF-SUMMARY.

           MOVE SPACES                     TO PROOF-SUMMARY.
           MOVE 'ADJUSTING ENTRIES FOR CHANGED LINES'
                                           TO PS-LABEL.
           MOVE WS-ADJUST-CTR              TO PS-COUNT.
           MOVE WS-ADJUST-AMT              TO PS-AMOUNT.
           WRITE SAP-PROOF-REC FROM PROOF-SUMMARY.

           MOVE SPACES                     TO PROOF-SUMMARY.
           MOVE 'REVERSING ENTRIES FOR DELETED LINES'
                                           TO PS-LABEL.
           MOVE WS-REVERSE-CTR             TO PS-COUNT.
           MOVE WS-REVERSE-AMT             TO PS-AMOUNT.
           WRITE SAP-PROOF-REC FROM PROOF-SUMMARY.

       3300-EXIT.
           EXIT.

      ******************************************************************
      *   THE POSTING FILE IS WRITTEN - MOVE THE LEDGER'S JOURNAL
      *   HIGH-WATER MARK UP TO THE LAST RECORD APPLIED.  IF THIS
      *   FAILS THE NEXT RUN RE-READS THE SAME JOURNAL RECORDS; ANY
      *   ENTRIES THAT GENERATES CANCEL OUT AGAINST THE LEDGER.
      ******************************************************************
       3500-UPDATE-LEDGER-CONTROL.

           MOVE ZERO                       TO PLG-COMPANY
                                              PLG-ORDER-NBR
                                              PLG-LINE-NBR
                                              PLG-SHIPMENT-NBR.

           READ POSTED-LEDGER-FILE.

           IF  WS-PLG-STATUS NOT = '00'
               DISPLAY 'ABSAPPST - BAD READ ON ABPSTLG CONTROL '
                       'RECORD, STATUS IS ' WS-PLG-STATUS
               MOVE 8                      TO RETURN-CODE
               GO TO 3500-EXIT.

           MOVE WS-JRN-NEW-HIGH-WATER      TO PLG-CTL-JRN-POSITION.
           MOVE WS-RUN-DATE-YYYYMMDD       TO PLG-CTL-LAST-RUN-DATE.
           MOVE WS-STAMP-TIME              TO PLG-CTL-LAST-RUN-TIME.

           REWRITE PLG-RECORD.

           IF  WS-PLG-STATUS NOT = '00'
               DISPLAY 'ABSAPPST - BAD REWRITE ON ABPSTLG CONTROL '
                       'RECORD, STATUS IS ' WS-PLG-STATUS
               MOVE 8                      TO RETURN-CODE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *   THE TRAILER HASH IS THE SUM OF ABSOLUTE AMOUNTS - DEBITS
      *   AND CREDITS BOTH ADD IN, SO A DROPPED LINE OF EITHER KIND
       3910-EXIT.
           EXIT.

      ******************************************************************
      *   THE RUN STOPPED BEFORE THE POSTING FILE WAS WRITTEN - PUT
      *   EVERY LEDGER ENTRY THIS RUN ADDED OR CHANGED BACK THE WAY
      *   IT WAS, SO THE RERUN POSTS THE SAME LINES
      ******************************************************************
       6000-BACK-OUT-LEDGER.

           IF  WS-RECS-EXTENDED-CTR = ZERO
           AND WS-ADJUST-CTR = ZERO
           AND WS-REVERSE-CTR = ZERO
               GO TO 6000-EXIT.

           DISPLAY 'ABSAPPST - BACKING OUT THIS RUN''S LEDGER '
                   'UPDATES'.

           MOVE ZERO                       TO PLG-COMPANY
                                              PLG-ORDER-NBR
                                              PLG-LINE-NBR
                                              PLG-SHIPMENT-NBR.

           START POSTED-LEDGER-FILE KEY IS GREATER THAN PLG-KEY.

           IF  WS-PLG-STATUS NOT = '00'
               GO TO 6000-EXIT.

           PERFORM 8200-READ-NEXT-LEDGER   THRU 8200-EXIT.

           PERFORM 6100-BACK-OUT-ONE-ENTRY THRU 6100-EXIT
               UNTIL LEDGER-AT-EOF.

       6000-EXIT.
           EXIT.

      ******************************************************************
       6100-BACK-OUT-ONE-ENTRY.

           IF  PLG-LAST-POST-DATE NOT = WS-RUN-DATE-YYYYMMDD
           OR  PLG-LAST-POST-TIME NOT = WS-STAMP-TIME
               GO TO 6100-READ-NEXT.

           IF  PLG-PRIOR-STATUS = SPACE
               DELETE POSTED-LEDGER-FILE
           ELSE
               MOVE PLG-PRIOR-STATUS       TO PLG-STATUS
               MOVE PLG-PRIOR-AMOUNT       TO PLG-POSTED-AMOUNT
               MOVE PLG-PRIOR-POST-DATE    TO PLG-LAST-POST-DATE
               MOVE PLG-PRIOR-POST-TIME    TO PLG-LAST-POST-TIME
               REWRITE PLG-RECORD.

           IF  WS-PLG-STATUS = '00'
               ADD 1                       TO WS-BACKED-OUT-CTR
           ELSE
               DISPLAY 'ABSAPPST - LEDGER BACK-OUT FAILED, STATUS IS '
                       WS-PLG-STATUS ' ORDER ' PLG-ORDER-NBR
                       ' LINE ' PLG-LINE-NBR.

       6100-READ-NEXT.

           PERFORM 8200-READ-NEXT-LEDGER   THRU 8200-EXIT.

       6100-EXIT.
           EXIT.

      ******************************************************************
       8000-READ-EXTRACT.

       8000-EXIT.
           EXIT.

      ******************************************************************
       8100-READ-JOURNAL.

           READ ORDER-JOURNAL INTO OJN-RECORD
                AT END MOVE 'Y'            TO WS-JRN-EOF-SW.

           IF  NOT JOURNAL-AT-EOF
               ADD 1                       TO WS-JRN-READ-CTR.

       8100-EXIT.
           EXIT.

      ******************************************************************
       8200-READ-NEXT-LEDGER.

           READ POSTED-LEDGER-FILE NEXT.

           IF  WS-PLG-STATUS NOT = '00'
               MOVE 'Y'                    TO WS-PLG-EOF-SW.

       8200-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - BALANCING TOTALS AND CLOSE
      ******************************************************************
           MOVE WS-POST-RECS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** POSTING RECORDS WRITTEN = ' WS-DISPLAY-CTR.

           MOVE WS-ALREADY-POSTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** ALREADY POSTED, SKIPPED = ' WS-DISPLAY-CTR.

           MOVE WS-JRN-READ-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** JOURNAL RECORDS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-JRN-LINES-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** NEW JOURNAL LINE IMAGES = ' WS-DISPLAY-CTR.

           MOVE WS-ADJUST-CTR              TO WS-DISPLAY-CTR.
           DISPLAY '** ADJUSTING ENTRIES       = ' WS-DISPLAY-CTR.

           MOVE WS-REVERSE-CTR             TO WS-DISPLAY-CTR.
           DISPLAY '** REVERSING ENTRIES       = ' WS-DISPLAY-CTR.

           IF  WS-BACKED-OUT-CTR > ZERO
               MOVE WS-BACKED-OUT-CTR      TO WS-DISPLAY-CTR
               DISPLAY '** LEDGER ENTRIES BACKED OUT = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           CLOSE ABEXTRACT-FILE
                 ORDER-JOURNAL
                 POSTED-LEDGER-FILE
                 SAP-POSTING-FILE
                 SAP-PROOF-RPT.

