      *C        ABCURRL   ABCURRLINE KEYED FILE (MAINTAINED)
      *C        CUSTXREF  CUSTOMER CROSS-REFERENCE INDEX (MAINTAINED)
      *C        ORDREG    APPLIED/REJECTED TRANSACTION REGISTER
      *C        ORDJRNL   ORDER CHANGE JOURNAL - BEFORE AND AFTER
      *C                  IMAGE OF EVERY HEADER AND LINE TOUCHED
      *C                  (APPENDED, READ BY ABORDHST)
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      ******************************************************************
      *    MODIFICATIONS:
      *                         DELETE.  AN INDEX OUT OF STEP IS A
      *                         WARNING (RC 8), NOT A FATAL - ABCXBLD
      *                         REBUILDS IT FROM SCRATCH.
      *       10-15-26  TB      CHANGE JOURNAL (ORDJRNL).  EVERY
      *                         APPLIED TRANSACTION APPENDS THE FULL
      *                         BEFORE AND AFTER IMAGE OF EACH XCH OR
      *                         XCL RECORD IT TOUCHED, WITH THE TRAN
      *                         CODE, RUN DATE/TIME AND BATCH NAME, SO
      *                         ABORDHST CAN PRINT AN ORDER'S HISTORY.
      *                         A HEADER DELETE JOURNALS EACH LINE IT
      *                         TAKES WITH IT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT ORDER-REGISTER            ASSIGN  TO ORDREG.

           SELECT ORDER-JOURNAL             ASSIGN  TO ORDJRNL
                  FILE STATUS IS WS-JRN-STATUS.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.

       01  ORDER-REGISTER-REC                    PIC X(133).

       FD  ORDER-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 560 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OJN-RECORD.

       COPY ABOJNREC.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CXR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
           05  WS-LINES-ADDED-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-CHANGED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-DELETED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-RECS-CTR         PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
           05 WS-OLD-COMPANY                     PIC 9(04).
           05 WS-OLD-ORDER-NBR                   PIC 9(08).

      *    CHANGE JOURNAL HOLD AREAS - THE RECORD AS IT STOOD BEFORE
      *    THE TRANSACTION AND AS IT WAS LEFT ON FILE AFTER IT.
       77  WS-JRN-SEQUENCE-NBR         PIC 9(07) VALUE ZERO.
       77  WS-JRN-IMAGE-TYPE           PIC X(01) VALUE SPACE.
       77  WS-JRN-LINE-NBR             PIC 9(04) VALUE ZERO.
       01  WS-JRN-BEFORE-IMAGE                   PIC X(236).
       01  WS-JRN-AFTER-IMAGE                    PIC X(236).

       COPY RUNSTAT.

      ************************************************************
                       ABCURRHDR-FILE
                       ABCURRLINE-FILE
                       CUSTXREF-FILE
                OUTPUT ORDER-REGISTER
                EXTEND ORDER-JOURNAL.

           DISPLAY 'ABORDMNT - ORDER MAINTENANCE STARTING'.

               MOVE 'Y'                    TO WS-CTL-REWRITE-SW
               ADD 1                       TO WS-HDRS-ADDED-CTR
               PERFORM 7300-WRITE-CURR-XREF THRU 7300-EXIT
               MOVE SPACES                 TO WS-JRN-BEFORE-IMAGE
               MOVE XCH-RECORD             TO WS-JRN-AFTER-IMAGE
               PERFORM 7500-JOURNAL-HEADER THRU 7500-EXIT
           ELSE
           IF  WS-XCH-STATUS = '22'
               MOVE 'ASSIGNED UNIQUE I-D ALREADY ON FILE'

           PERFORM 7200-HOLD-OLD-XREF-KEY  THRU 7200-EXIT.

           MOVE XCH-RECORD                 TO WS-JRN-BEFORE-IMAGE.

           PERFORM 3150-MOVE-HEADER-FIELDS THRU 3150-EXIT.

           REWRITE XCH-RECORD.

           IF  WS-XCH-STATUS = '00' OR '02'
               ADD 1                       TO WS-HDRS-CHANGED-CTR
               MOVE XCH-RECORD             TO WS-JRN-AFTER-IMAGE
               PERFORM 7500-JOURNAL-HEADER THRU 7500-EXIT
               IF  WS-OLD-CUSTOMER     NOT = XCH-CUSTOMER
               OR  WS-OLD-REQUEST-DATE NOT = XCH-REQUEST-DATE
               OR  WS-OLD-COMPANY      NOT = XCH-COMPANY

           MOVE TRAN-UNIQUE-I-D-N          TO XCH-UNIQUE-I-D.

           MOVE XCH-RECORD                 TO WS-JRN-BEFORE-IMAGE.

           DELETE ABCURRHDR-FILE.

           IF  WS-XCH-STATUS = '00'
               ADD 1                       TO WS-HDRS-DELETED-CTR
               PERFORM 7400-DELETE-OLD-XREF THRU 7400-EXIT
               MOVE SPACES                 TO WS-JRN-AFTER-IMAGE
               PERFORM 7500-JOURNAL-HEADER THRU 7500-EXIT
           ELSE
               DISPLAY 'ABORDMNT - BAD DELETE ON ABCURRHDR, STATUS '
                       'IS ' WS-XCH-STATUS
      ******************************************************************
       3370-DELETE-ONE-LINE.

           MOVE XCL-RECORD                 TO WS-JRN-BEFORE-IMAGE.

           DELETE ABCURRLINE-FILE.

           IF  WS-XCL-STATUS = '00'
               ADD 1                       TO WS-LINES-DELETED-CTR
               MOVE SPACES                 TO WS-JRN-AFTER-IMAGE
               PERFORM 7600-JOURNAL-LINE   THRU 7600-EXIT
           ELSE
               DISPLAY 'ABORDMNT - BAD DELETE ON ABCURRLINE, STATUS '
                       'IS ' WS-XCL-STATUS

           IF  WS-XCL-STATUS = '00' OR '02'
               ADD 1                       TO WS-LINES-ADDED-CTR
               MOVE SPACES                 TO WS-JRN-BEFORE-IMAGE
               MOVE XCL-RECORD             TO WS-JRN-AFTER-IMAGE
               PERFORM 7600-JOURNAL-LINE   THRU 7600-EXIT
           ELSE
           IF  WS-XCL-STATUS = '22'
               MOVE 'LINE ALREADY ON FILE' TO WS-REJECT-REASON
               MOVE 16                     TO RETURN-CODE
               GO TO 3500-EXIT.

           MOVE XCL-RECORD                 TO WS-JRN-BEFORE-IMAGE.

           PERFORM 3450-MOVE-LINE-FIELDS   THRU 3450-EXIT.

           REWRITE XCL-RECORD.

           IF  WS-XCL-STATUS = '00' OR '02'
               ADD 1                       TO WS-LINES-CHANGED-CTR
               MOVE XCL-RECORD             TO WS-JRN-AFTER-IMAGE
               PERFORM 7550-READ-JOURNAL-HDR THRU 7550-EXIT
               PERFORM 7600-JOURNAL-LINE   THRU 7600-EXIT
           ELSE
               DISPLAY 'ABORDMNT - BAD REWRITE ON ABCURRLINE, STATUS '
                       'IS ' WS-XCL-STATUS
               MOVE 16                     TO RETURN-CODE
               GO TO 3600-EXIT.

           MOVE XCL-RECORD                 TO WS-JRN-BEFORE-IMAGE.

           DELETE ABCURRLINE-FILE.

           IF  WS-XCL-STATUS = '00'
               ADD 1                       TO WS-LINES-DELETED-CTR
               MOVE SPACES                 TO WS-JRN-AFTER-IMAGE
               PERFORM 7550-READ-JOURNAL-HDR THRU 7550-EXIT
               PERFORM 7600-JOURNAL-LINE   THRU 7600-EXIT
           ELSE
               DISPLAY 'ABORDMNT - BAD DELETE ON ABCURRLINE, STATUS '
                       'IS ' WS-XCL-STATUS
       7400-EXIT.
           EXIT.

      ******************************************************************
      *   CHANGE JOURNAL.  THE CALLER HAS ALREADY SET THE BEFORE AND
      *   AFTER IMAGES; THE ORDER IDENTITY AND BATCH NAME COME FROM
      *   THE HEADER IN THE XCH RECORD AREA.  A JOURNAL THAT CANNOT
      *   BE WRITTEN STOPS THE RUN - AN UNJOURNALLED CHANGE CANNOT
      *   BE TRACED AFTERWARDS.
      ******************************************************************
       7500-JOURNAL-HEADER.

           MOVE 'H'                        TO WS-JRN-IMAGE-TYPE.
           MOVE ZERO                       TO WS-JRN-LINE-NBR.

           PERFORM 7700-WRITE-JOURNAL      THRU 7700-EXIT.

       7500-EXIT.
           EXIT.

      ******************************************************************
      *   A LINE CHANGE OR DELETE HAS NOT READ ITS HEADER - READ IT
      *   NOW FOR THE ORDER IDENTITY.  A LINE WITH NO HEADER ON FILE
      *   IS STILL JOURNALLED, UNDER ITS UNIQUE I-D ONLY.
      ******************************************************************
       7550-READ-JOURNAL-HDR.

           MOVE TRAN-UNIQUE-I-D-N          TO XCH-UNIQUE-I-D.

           READ ABCURRHDR-FILE.

           IF  WS-XCH-STATUS NOT = '00'
               MOVE TRAN-UNIQUE-I-D-N      TO XCH-UNIQUE-I-D
               MOVE ZERO                   TO XCH-REQUEST-DATE
                                              XCH-COMPANY
                                              XCH-ORDER-NBR
               MOVE SPACES                 TO XCH-BATCH-NAME.

       7550-EXIT.
           EXIT.

      ******************************************************************
       7600-JOURNAL-LINE.

           MOVE 'L'                        TO WS-JRN-IMAGE-TYPE.
           MOVE XCL-LINE-NBR               TO WS-JRN-LINE-NBR.

           PERFORM 7700-WRITE-JOURNAL      THRU 7700-EXIT.

       7600-EXIT.
           EXIT.

      ******************************************************************
       7700-WRITE-JOURNAL.

           ADD 1                           TO WS-JRN-SEQUENCE-NBR.

           MOVE SPACES                     TO OJN-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD       TO OJN-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH       TO OJN-RUN-TIME.
           MOVE WS-JRN-SEQUENCE-NBR        TO OJN-SEQUENCE-NBR.
           MOVE TRAN-CODE                  TO OJN-TRAN-CODE.
           MOVE WS-JRN-IMAGE-TYPE          TO OJN-IMAGE-TYPE.
           MOVE XCH-BATCH-NAME             TO OJN-BATCH-NAME.
           MOVE XCH-UNIQUE-I-D             TO OJN-UNIQUE-I-D.
           MOVE WS-JRN-LINE-NBR            TO OJN-LINE-NBR.
           MOVE XCH-REQUEST-DATE           TO OJN-REQUEST-DATE.
           MOVE XCH-COMPANY                TO OJN-COMPANY.
           MOVE XCH-ORDER-NBR              TO OJN-ORDER-NBR.
           MOVE WS-JRN-BEFORE-IMAGE        TO OJN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER-IMAGE         TO OJN-AFTER-IMAGE.

           WRITE OJN-RECORD.

           IF  WS-JRN-STATUS = '00'
               ADD 1                       TO WS-JRN-RECS-CTR
           ELSE
               DISPLAY 'ABORDMNT - BAD WRITE ON ORDJRNL, STATUS IS '
                       WS-JRN-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       7700-EXIT.
           EXIT.

      ******************************************************************
      *   READ THE NEXT TRANSACTION
      ******************************************************************
           MOVE WS-LINES-DELETED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** LINES DELETED           = ' WS-DISPLAY-CTR.

           MOVE WS-JRN-RECS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** JOURNAL RECORDS WRITTEN = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           CLOSE ORDER-TRAN-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 CUSTXREF-FILE
                 ORDER-REGISTER
                 ORDER-JOURNAL.

       9000-EXIT.
           EXIT.
