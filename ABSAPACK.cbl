       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABSAPACK.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABSAPACK
      *C   FUNCTION:
      *C
      *C   -    SAP POSTING ACKNOWLEDGMENT MATCH-OFF.  THE SAPPOST FILE
      *C        ABSAPPST SENT IS RE-PROVED AGAINST ITS OWN TRAILER AND
      *C        LOADED; SAP'S ACKNOWLEDGMENT FILE IS THEN MATCHED TO IT
      *C        ON RUN DATE AND SAP COMPANY / COST CENTER / ACCOUNT.
      *C
      *C   -    EVERY POSTED LINE IS REPORTED AS ACCEPTED (WITH THE SAP
      *C        DOCUMENT NUMBER), REJECTED (WITH SAP'S REASON) OR NOT
      *C        ACKNOWLEDGED.  ACKNOWLEDGMENTS THAT MATCH NO POSTED
      *C        LINE, DUPLICATE ONE, OR CARRY A BAD STATUS OR AMOUNT
      *C        ARE LISTED FIRST AS ACKNOWLEDGMENT ERRORS.
      *C
      *C   -    REJECTED AND UNACKNOWLEDGED LINES ARE WRITTEN, EXACTLY
      *C        AS ORIGINALLY SENT, TO A RE-POSTABLE FILE IN SAPPOST
      *C        FORMAT WITH ITS OWN HEADER AND BALANCING TRAILER.
      *C
      *C   -    THE ACKNOWLEDGED AMOUNTS PLUS THE SENT AMOUNTS OF THE
      *C        UNACKNOWLEDGED LINES MUST HASH BACK TO THE SAPPOST
      *C        TRAILER, AND THERE MUST BE NO ACKNOWLEDGMENT ERRORS.
      *C        IF NOT, THE REPORT IS PRINTED, NO RE-POSTABLE LINES
      *C        ARE WRITTEN AND THE RUN ABENDS.
      *C
      *C   INPUT:
      *C
      *C        SAPPOST   SAP POSTING INTERFACE FILE AS SENT (ABSPPREC)
      *C        SAPACK    SAP ACKNOWLEDGMENT FILE (ABSAKREC)
      *C
      *C   OUTPUT:
      *C
      *C        SAPREPST  RE-POSTABLE SAP POSTING FILE (ABSPPREC)
      *C        SAPACKR   ACKNOWLEDGMENT MATCH-OFF REPORT
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 EVERY LINE ACCEPTED,
      *C                  4 REJECTED OR UNACKNOWLEDGED LINES RE-POSTED,
      *C                  16 SAPPOST FILE IN ERROR (NOTHING MATCHED),
      *C                  ABEND WHEN THE ACKNOWLEDGMENTS DO NOT TIE
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

           SELECT SAP-POSTING-FILE          ASSIGN  TO SAPPOST.

           SELECT SAP-ACK-FILE              ASSIGN  TO SAPACK.

           SELECT SAP-REPOST-FILE           ASSIGN  TO SAPREPST.

           SELECT SAP-ACK-RPT               ASSIGN  TO SAPACKR.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  SAP-POSTING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SAP-POSTING-RECORD.

       01  SAP-POSTING-RECORD                    PIC X(120).

       FD  SAP-ACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SAP-ACK-RECORD.

       COPY ABSAKREC.

       FD  SAP-REPOST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SAP-REPOST-RECORD.

       01  SAP-REPOST-RECORD                     PIC X(120).

       FD  SAP-ACK-RPT.

       01  SAP-ACK-REC                           PIC X(133).

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-STATS-REC.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABSAPACK  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-POST-EOF-SW              PIC X(01) VALUE 'N'.
           88  POSTING-AT-EOF                    VALUE 'Y'.
       77  WS-ACK-EOF-SW               PIC X(01) VALUE 'N'.
           88  ACK-AT-EOF                        VALUE 'Y'.
       77  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
           88  TRAILER-FOUND                     VALUE 'Y'.
       77  WS-PST-FOUND-SW             PIC X(01) VALUE 'N'.
           88  POSTED-LINE-FOUND                 VALUE 'Y'.
       77  WS-ERR-HEADING-SW           PIC X(01) VALUE 'N'.
           88  ERROR-HEADING-PRINTED             VALUE 'Y'.
       77  WS-BALANCE-SW               PIC X(01) VALUE 'Y'.
           88  ACK-IN-BALANCE                    VALUE 'Y'.
           88  ACK-OUT-OF-BALANCE                VALUE 'N'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.

      *    REPORT PASS - WHICH ACKNOWLEDGMENT STATUS IS BEING LISTED
       77  WS-PASS-STATUS              PIC X(01) VALUE SPACE.
           88  PASS-IS-ACCEPTED                  VALUE 'A'.
           88  PASS-IS-REJECTED                  VALUE 'R'.
           88  PASS-IS-UNACKED                   VALUE SPACE.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-POST-RECS-READ-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-POSTED-LINES-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ACKS-READ-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OTHER-RUN-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ACK-ERRORS-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ACCEPTED-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REJECTED-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNACKED-CTR          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PASS-CTR             PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REPOST-RECS-CTR      PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-WORK-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-SENT-HASH                PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-ACK-HASH                 PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-REPOST-HASH              PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-HASH-WORK                PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-PASS-SENT-AMT            PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-PASS-ACK-AMT             PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-EXPECTED-RECS            PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-SENT-RUN-DATE            PIC 9(08) VALUE ZERO.
       77  WS-SENT-RUN-TIME            PIC 9(06) VALUE ZERO.
       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.
       77  WS-ERROR-TEXT               PIC X(55) VALUE SPACES.

      *    FORCED DATA EXCEPTION WHEN THE ACKNOWLEDGMENTS DO NOT TIE
       01  ABENDIT                     PIC X(01) VALUE SPACES.
       01  BLOW-UP REDEFINES ABENDIT   PIC 9(01) COMP-3.

       COPY RUNSTAT.

       COPY ABSPPREC.

      ************************************************************
      *   THE POSTED LINES AS SENT - ONE PER DEBIT BUCKET AND
      *   COMPANY CREDIT (ABSAPPST HOLDS AT MOST 500 + 100) - WITH
      *   WHAT SAP SAID ABOUT EACH
      ************************************************************
       01  WS-POSTED-TABLE.
           05  WS-PST-MAX              PIC S9(04) COMP-3 VALUE 600.
           05  WS-PST-CNT              PIC S9(04) COMP-3 VALUE ZERO.
           05  WS-PST-SUB              PIC S9(04) COMP-3 VALUE ZERO.
           05  WS-PST-ENTRY            OCCURS 600 TIMES.
               10  WS-PST-KEY.
                   15  WS-PST-COMPANY  PIC X(04).
                   15  WS-PST-COST-C   PIC X(10).
                   15  WS-PST-ACCOUNT  PIC X(10).
               10  WS-PST-DETAIL       PIC X(120).
               10  WS-PST-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-PST-ACK-STATUS   PIC X(01).
               10  WS-PST-ACK-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-PST-DOC-NBR      PIC X(10).
               10  WS-PST-REASON-CODE  PIC X(04).
               10  WS-PST-REASON-TEXT  PIC X(50).

       01  WS-MATCH-KEY.
           05  WS-MTC-COMPANY          PIC X(04).
           05  WS-MTC-COST-C           PIC X(10).
           05  WS-MTC-ACCOUNT          PIC X(10).

      ************************************************************
      *              R E P O R T   L A Y O U T S
      ************************************************************
       01  ACK-HEADER.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ABSAPACK'.
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 FILLER               PIC X(34)   VALUE
              'SAP POSTING ACKNOWLEDGMENT MATCH  '.
           05 FILLER               PIC X(05)   VALUE 'DATE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AH-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 FILLER               PIC X(13)   VALUE
              'POSTING RUN: '.
           05 AH-SENT-DATE         PIC 9(08).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AH-SENT-TIME         PIC 9(06).
           05 FILLER               PIC X(40)   VALUE SPACE.

       01  ACK-SECTION-HEADING.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AS-TITLE             PIC X(50).
           05 FILLER               PIC X(82)   VALUE SPACE.

       01  ACK-COLUMNS.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(02)   VALUE 'DC'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'CO  '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE 'COST CTR  '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE 'ACCOUNT   '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(19)   VALUE
              '        SENT AMOUNT'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(19)   VALUE
              '         ACK AMOUNT'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(55)   VALUE
              'SAP DOCUMENT / REASON'.
           05 FILLER               PIC X(03)   VALUE SPACE.

       01  ACK-DETAIL.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AD-DR-CR             PIC X(02).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 AD-COMPANY           PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 AD-COST-CENTER       PIC X(10).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 AD-ACCOUNT           PIC X(10).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 AD-SENT-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AD-ACK-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AD-DOC-OR-REASON     PIC X(55).
           05 FILLER               PIC X(03)   VALUE SPACE.

       01  ACK-TOTAL.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AT-LABEL             PIC X(24).
           05 AT-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 AT-SENT-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 AT-ACK-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(59)   VALUE SPACE.

       01  BALANCE-LINE.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 BL-LABEL             PIC X(34).
           05 BL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(76)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABSAPACK  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 2000-LOAD-POSTING-FILE THRU 2000-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 8100-READ-ACK       THRU 8100-EXIT
               PERFORM 3000-MATCH-ONE-ACK  THRU 3000-EXIT
                   UNTIL ACK-AT-EOF.

           IF  NOT FATAL-ERROR
               PERFORM 4000-PROVE-ACK-TOTALS THRU 4000-EXIT
               PERFORM 5000-REPORT-AND-REPOST THRU 5000-EXIT.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           IF  ACK-OUT-OF-BALANCE
               DISPLAY 'ABSAPACK - ACKNOWLEDGMENTS DO NOT TIE TO THE '
                       'SAPPOST TRAILER, RUN ABENDED'
               ADD 1                       TO BLOW-UP.

           GOBACK.

      ******************************************************************
      *   OPEN UP AND PICK UP THE RUN DATE FROM THE SAPPOST HEADER -
      *   SAP ECHOES IT ON EVERY ACKNOWLEDGMENT
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  SAP-POSTING-FILE
                       SAP-ACK-FILE
                OUTPUT SAP-REPOST-FILE
                       SAP-ACK-RPT.

           DISPLAY 'ABSAPACK - SAP ACKNOWLEDGMENT MATCH STARTING'.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           PERFORM 8000-READ-POSTING       THRU 8000-EXIT.

           IF  POSTING-AT-EOF
               DISPLAY 'ABSAPACK - SAPPOST FILE IS EMPTY, RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1000-EXIT.

           MOVE SAP-POSTING-RECORD         TO SAP-POSTING-HEADER.

           IF  SPH-REC-TYPE NOT = 'HD'
           OR  SPH-RUN-DATE NOT NUMERIC
               DISPLAY 'ABSAPACK - SAPPOST FILE HAS NO HEADER, RUN '
                       'ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1000-EXIT.

           MOVE SPH-RUN-DATE               TO WS-SENT-RUN-DATE.
           MOVE SPH-RUN-TIME               TO WS-SENT-RUN-TIME.

           MOVE WS-RUN-DATE-YYYYMMDD       TO AH-RUN-DATE.
           MOVE WS-SENT-RUN-DATE           TO AH-SENT-DATE.
           MOVE WS-SENT-RUN-TIME           TO AH-SENT-TIME.
           WRITE SAP-ACK-REC FROM ACK-HEADER.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   LOAD EVERY DR/CR LINE AND RE-PROVE THE FILE AGAINST ITS
      *   TRAILER - IF THE FILE ON HAND IS NOT THE FILE THAT WAS SENT
      *   THERE IS NOTHING TO MATCH AGAINST
      ******************************************************************
       2000-LOAD-POSTING-FILE.

           PERFORM 8000-READ-POSTING       THRU 8000-EXIT.

           PERFORM 2100-LOAD-ONE-LINE      THRU 2100-EXIT
               UNTIL POSTING-AT-EOF
               OR    TRAILER-FOUND
               OR    FATAL-ERROR.

           IF  FATAL-ERROR
               GO TO 2000-EXIT.

           IF  NOT TRAILER-FOUND
               DISPLAY 'ABSAPACK - SAPPOST FILE HAS NO TRAILER, RUN '
                       'ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 2000-EXIT.

           COMPUTE WS-EXPECTED-RECS = WS-POSTED-LINES-CTR + 2.

           IF  SPT-RECORD-COUNT NOT = WS-EXPECTED-RECS
           OR  SPT-AMOUNT-HASH  NOT = WS-SENT-HASH
               DISPLAY 'ABSAPACK - SAPPOST FILE DOES NOT BALANCE TO '
                       'ITS TRAILER, RUN ABORTED'
               DISPLAY 'ABSAPACK - TRAILER COUNT ' SPT-RECORD-COUNT
                       ' HASH ' SPT-AMOUNT-HASH
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       2000-EXIT.
           EXIT.

      ******************************************************************
       2100-LOAD-ONE-LINE.

           MOVE SAP-POSTING-RECORD         TO SAP-POSTING-DETAIL.

           IF  SPD-REC-TYPE = 'TR'
               MOVE SAP-POSTING-RECORD     TO SAP-POSTING-TRAILER
               MOVE 'Y'                    TO WS-TRAILER-SW
               GO TO 2100-EXIT.

           IF  SPD-REC-TYPE NOT = 'DR'
           AND SPD-REC-TYPE NOT = 'CR'
               DISPLAY 'ABSAPACK - UNKNOWN SAPPOST RECORD TYPE '
                       SPD-REC-TYPE ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 2100-EXIT.

           IF  WS-PST-CNT NOT < WS-PST-MAX
               DISPLAY 'ABSAPACK - POSTED LINE TABLE FULL, RUN '
                       'ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 2100-EXIT.

           ADD 1                           TO WS-PST-CNT
                                              WS-POSTED-LINES-CTR.
           MOVE WS-PST-CNT                 TO WS-PST-SUB.

           MOVE SPD-SAP-COMPANY            TO WS-PST-COMPANY
                                                   (WS-PST-SUB).
           MOVE SPD-SAP-COST-CENTER        TO WS-PST-COST-C
                                                   (WS-PST-SUB).
           MOVE SPD-SAP-ACCOUNT            TO WS-PST-ACCOUNT
                                                   (WS-PST-SUB).
           MOVE SAP-POSTING-RECORD         TO WS-PST-DETAIL
                                                   (WS-PST-SUB).
           MOVE SPD-AMOUNT                 TO WS-PST-AMOUNT
                                                   (WS-PST-SUB).
           MOVE SPACE                      TO WS-PST-ACK-STATUS
                                                   (WS-PST-SUB).
           MOVE ZERO                       TO WS-PST-ACK-AMOUNT
                                                   (WS-PST-SUB).
           MOVE SPACES                     TO WS-PST-DOC-NBR
                                                   (WS-PST-SUB)
                                              WS-PST-REASON-CODE
                                                   (WS-PST-SUB)
                                              WS-PST-REASON-TEXT
                                                   (WS-PST-SUB).

           MOVE SPD-AMOUNT                 TO WS-WORK-AMOUNT.
           PERFORM 7000-HASH-WORK-AMOUNT   THRU 7000-EXIT.
           ADD WS-HASH-WORK                TO WS-SENT-HASH.

           PERFORM 8000-READ-POSTING       THRU 8000-EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *   MATCH ONE ACKNOWLEDGMENT.  ONES FOR ANOTHER POSTING RUN ARE
      *   COUNTED AND SKIPPED; EVERY ONE FOR THIS RUN GOES INTO THE
      *   ACKNOWLEDGED HASH, WHETHER IT MATCHES OR NOT.
      ******************************************************************
       3000-MATCH-ONE-ACK.

           IF  SAK-RUN-DATE NOT = WS-SENT-RUN-DATE
               ADD 1                       TO WS-OTHER-RUN-CTR
               GO TO 3000-READ-NEXT.

           IF  SAK-AMOUNT NOT NUMERIC
               MOVE 'INVALID ACKNOWLEDGED AMOUNT'
                                           TO WS-ERROR-TEXT
               PERFORM 3900-LIST-ACK-ERROR THRU 3900-EXIT
               GO TO 3000-READ-NEXT.

           MOVE SAK-AMOUNT                 TO WS-WORK-AMOUNT.
           PERFORM 7000-HASH-WORK-AMOUNT   THRU 7000-EXIT.
           ADD WS-HASH-WORK                TO WS-ACK-HASH.

           IF  NOT SAK-ACCEPTED
           AND NOT SAK-REJECTED
               MOVE 'INVALID ACKNOWLEDGMENT STATUS'
                                           TO WS-ERROR-TEXT
               PERFORM 3900-LIST-ACK-ERROR THRU 3900-EXIT
               GO TO 3000-READ-NEXT.

           MOVE SAK-SAP-COMPANY            TO WS-MTC-COMPANY.
           MOVE SAK-SAP-COST-CENTER        TO WS-MTC-COST-C.
           MOVE SAK-SAP-ACCOUNT            TO WS-MTC-ACCOUNT.

           MOVE 'N'                        TO WS-PST-FOUND-SW.
           MOVE 1                          TO WS-PST-SUB.

           PERFORM 3100-FIND-POSTED-LINE   THRU 3100-EXIT
               UNTIL WS-PST-SUB > WS-PST-CNT
               OR    POSTED-LINE-FOUND.

           IF  NOT POSTED-LINE-FOUND
               MOVE 'NO POSTED LINE MATCHES THIS ACKNOWLEDGMENT'
                                           TO WS-ERROR-TEXT
               PERFORM 3900-LIST-ACK-ERROR THRU 3900-EXIT
               GO TO 3000-READ-NEXT.

           IF  WS-PST-ACK-STATUS (WS-PST-SUB) NOT = SPACE
               MOVE 'DUPLICATE ACKNOWLEDGMENT OF A POSTED LINE'
                                           TO WS-ERROR-TEXT
               PERFORM 3900-LIST-ACK-ERROR THRU 3900-EXIT
               GO TO 3000-READ-NEXT.

           MOVE SAK-STATUS                 TO WS-PST-ACK-STATUS
                                                   (WS-PST-SUB).
           MOVE SAK-AMOUNT                 TO WS-PST-ACK-AMOUNT
                                                   (WS-PST-SUB).
           MOVE SAK-SAP-DOC-NBR            TO WS-PST-DOC-NBR
                                                   (WS-PST-SUB).
           MOVE SAK-REASON-CODE            TO WS-PST-REASON-CODE
                                                   (WS-PST-SUB).
           MOVE SAK-REASON-TEXT            TO WS-PST-REASON-TEXT
                                                   (WS-PST-SUB).

       3000-READ-NEXT.

           PERFORM 8100-READ-ACK           THRU 8100-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
       3100-FIND-POSTED-LINE.

           IF  WS-PST-KEY (WS-PST-SUB) = WS-MATCH-KEY
               MOVE 'Y'                    TO WS-PST-FOUND-SW
           ELSE
               ADD 1                       TO WS-PST-SUB.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *   LIST AN ACKNOWLEDGMENT THAT CANNOT BE APPLIED.  ANY ONE OF
      *   THESE PUTS THE RUN OUT OF BALANCE.
      ******************************************************************
       3900-LIST-ACK-ERROR.

           ADD 1                           TO WS-ACK-ERRORS-CTR.
           MOVE 'N'                        TO WS-BALANCE-SW.

           IF  NOT ERROR-HEADING-PRINTED
               MOVE 'ACKNOWLEDGMENT ERRORS'
                                           TO AS-TITLE
               PERFORM 5900-PRINT-SECTION-HEADING THRU 5900-EXIT
               MOVE 'Y'                    TO WS-ERR-HEADING-SW.

           MOVE SPACES                     TO ACK-DETAIL.
           MOVE SAK-REC-TYPE               TO AD-DR-CR.
           MOVE SAK-SAP-COMPANY            TO AD-COMPANY.
           MOVE SAK-SAP-COST-CENTER        TO AD-COST-CENTER.
           MOVE SAK-SAP-ACCOUNT            TO AD-ACCOUNT.
           IF  SAK-AMOUNT NUMERIC
               MOVE SAK-AMOUNT             TO AD-ACK-AMOUNT.
           MOVE WS-ERROR-TEXT              TO AD-DOC-OR-REASON.
           WRITE SAP-ACK-REC FROM ACK-DETAIL.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *   PROVE THE ACKNOWLEDGMENTS BACK TO THE SAPPOST TRAILER.  THE
      *   ACKNOWLEDGED HASH PLUS THE SENT AMOUNTS OF THE LINES SAP
      *   NEVER ANSWERED MUST EQUAL THE TRAILER HASH - A LINE SAP
      *   ACKNOWLEDGED AT A DIFFERENT AMOUNT BREAKS THE MATCH.
      ******************************************************************
       4000-PROVE-ACK-TOTALS.

           MOVE 1                          TO WS-PST-SUB.
           PERFORM 4100-ADD-UNACKED-LINE   THRU 4100-EXIT
               UNTIL WS-PST-SUB > WS-PST-CNT.

           IF  WS-ACK-HASH NOT = SPT-AMOUNT-HASH
               MOVE 'N'                    TO WS-BALANCE-SW.

           IF  ACK-OUT-OF-BALANCE
               MOVE 16                     TO RETURN-CODE
           ELSE
           IF  WS-REJECTED-CTR > ZERO
           OR  WS-UNACKED-CTR > ZERO
               MOVE 4                      TO RETURN-CODE.

       4000-EXIT.
           EXIT.

      ******************************************************************
       4100-ADD-UNACKED-LINE.

           IF  WS-PST-ACK-STATUS (WS-PST-SUB) = 'A'
               ADD 1                       TO WS-ACCEPTED-CTR
           ELSE
           IF  WS-PST-ACK-STATUS (WS-PST-SUB) = 'R'
               ADD 1                       TO WS-REJECTED-CTR
           ELSE
               ADD 1                       TO WS-UNACKED-CTR
               MOVE WS-PST-AMOUNT (WS-PST-SUB) TO WS-WORK-AMOUNT
               PERFORM 7000-HASH-WORK-AMOUNT THRU 7000-EXIT
               ADD WS-HASH-WORK            TO WS-ACK-HASH.

           ADD 1                           TO WS-PST-SUB.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *   REPORT THE THREE BUCKETS AND, WHEN THE RUN BALANCES, BUILD
      *   THE RE-POSTABLE FILE FROM THE REJECTED AND UNACKNOWLEDGED
      *   LINES
      ******************************************************************
       5000-REPORT-AND-REPOST.

           IF  ACK-IN-BALANCE
               MOVE SPACES                 TO SAP-POSTING-HEADER
               MOVE 'HD'                   TO SPH-REC-TYPE
               MOVE WS-RUN-DATE-YYYYMMDD   TO SPH-RUN-DATE
               MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO SPH-RUN-TIME
               MOVE 'ABSAPACK'             TO SPH-SOURCE
               WRITE SAP-REPOST-RECORD FROM SAP-POSTING-HEADER
               ADD 1                       TO WS-REPOST-RECS-CTR.

           MOVE 'A'                        TO WS-PASS-STATUS.
           MOVE 'ACCEPTED BY SAP'          TO AS-TITLE.
           PERFORM 5100-LIST-ONE-BUCKET    THRU 5100-EXIT.

           MOVE 'R'                        TO WS-PASS-STATUS.
           MOVE 'REJECTED BY SAP'          TO AS-TITLE.
           PERFORM 5100-LIST-ONE-BUCKET    THRU 5100-EXIT.

           MOVE SPACE                      TO WS-PASS-STATUS.
           MOVE 'NOT ACKNOWLEDGED BY SAP'  TO AS-TITLE.
           PERFORM 5100-LIST-ONE-BUCKET    THRU 5100-EXIT.

           IF  ACK-IN-BALANCE
               MOVE SPACES                 TO SAP-POSTING-TRAILER
               MOVE 'TR'                   TO SPT-REC-TYPE
               ADD 1                       TO WS-REPOST-RECS-CTR
               MOVE WS-REPOST-RECS-CTR     TO SPT-RECORD-COUNT
               MOVE WS-REPOST-HASH         TO SPT-AMOUNT-HASH
               WRITE SAP-REPOST-RECORD FROM SAP-POSTING-TRAILER.

           PERFORM 5300-PRINT-BALANCE      THRU 5300-EXIT.

       5000-EXIT.
           EXIT.

      ******************************************************************
       5100-LIST-ONE-BUCKET.

           PERFORM 5900-PRINT-SECTION-HEADING THRU 5900-EXIT.

           MOVE ZERO                       TO WS-PASS-CTR
                                              WS-PASS-SENT-AMT
                                              WS-PASS-ACK-AMT.

           MOVE 1                          TO WS-PST-SUB.
           PERFORM 5200-LIST-ONE-LINE      THRU 5200-EXIT
               UNTIL WS-PST-SUB > WS-PST-CNT.

           MOVE SPACES                     TO SAP-ACK-REC.
           WRITE SAP-ACK-REC.

           MOVE SPACES                     TO ACK-TOTAL.
           MOVE 'TOTAL LINES'              TO AT-LABEL.
           MOVE WS-PASS-CTR                TO AT-COUNT.
           MOVE WS-PASS-SENT-AMT           TO AT-SENT-AMOUNT.
           IF  NOT PASS-IS-UNACKED
               MOVE WS-PASS-ACK-AMT        TO AT-ACK-AMOUNT.
           WRITE SAP-ACK-REC FROM ACK-TOTAL.

       5100-EXIT.
           EXIT.

      ******************************************************************
       5200-LIST-ONE-LINE.

           IF  WS-PST-ACK-STATUS (WS-PST-SUB) NOT = WS-PASS-STATUS
               GO TO 5200-NEXT.

           MOVE WS-PST-DETAIL (WS-PST-SUB) TO SAP-POSTING-DETAIL.

           MOVE SPACES                     TO ACK-DETAIL.
           MOVE SPD-REC-TYPE               TO AD-DR-CR.
           MOVE SPD-SAP-COMPANY            TO AD-COMPANY.
           MOVE SPD-SAP-COST-CENTER        TO AD-COST-CENTER.
           MOVE SPD-SAP-ACCOUNT            TO AD-ACCOUNT.
           MOVE WS-PST-AMOUNT (WS-PST-SUB) TO AD-SENT-AMOUNT.

           IF  PASS-IS-ACCEPTED
               MOVE WS-PST-ACK-AMOUNT (WS-PST-SUB) TO AD-ACK-AMOUNT
               MOVE WS-PST-DOC-NBR (WS-PST-SUB)    TO AD-DOC-OR-REASON
           ELSE
           IF  PASS-IS-REJECTED
               MOVE WS-PST-ACK-AMOUNT (WS-PST-SUB) TO AD-ACK-AMOUNT
               MOVE WS-PST-REASON-CODE (WS-PST-SUB)
                                           TO AD-DOC-OR-REASON (1:4)
               MOVE WS-PST-REASON-TEXT (WS-PST-SUB)
                                           TO AD-DOC-OR-REASON (6:50).

           WRITE SAP-ACK-REC FROM ACK-DETAIL.

           ADD 1                           TO WS-PASS-CTR.
           ADD WS-PST-AMOUNT (WS-PST-SUB)  TO WS-PASS-SENT-AMT.
           ADD WS-PST-ACK-AMOUNT (WS-PST-SUB) TO WS-PASS-ACK-AMT.

           IF  ACK-IN-BALANCE
           AND NOT PASS-IS-ACCEPTED
               WRITE SAP-REPOST-RECORD FROM WS-PST-DETAIL (WS-PST-SUB)
               ADD 1                       TO WS-REPOST-RECS-CTR
               MOVE WS-PST-AMOUNT (WS-PST-SUB) TO WS-WORK-AMOUNT
               PERFORM 7000-HASH-WORK-AMOUNT THRU 7000-EXIT
               ADD WS-HASH-WORK            TO WS-REPOST-HASH.

       5200-NEXT.

           ADD 1                           TO WS-PST-SUB.

       5200-EXIT.
           EXIT.

      ******************************************************************
       5300-PRINT-BALANCE.

           MOVE SPACES                     TO SAP-ACK-REC.
           WRITE SAP-ACK-REC.

           MOVE SPACES                     TO BALANCE-LINE.
           MOVE 'SAPPOST TRAILER HASH'     TO BL-LABEL.
           MOVE SPT-AMOUNT-HASH            TO BL-AMOUNT.
           WRITE SAP-ACK-REC FROM BALANCE-LINE.

           MOVE SPACES                     TO BALANCE-LINE.
           MOVE 'ACKNOWLEDGED + UNACKNOWLEDGED HASH'
                                           TO BL-LABEL.
           MOVE WS-ACK-HASH                TO BL-AMOUNT.
           WRITE SAP-ACK-REC FROM BALANCE-LINE.

           MOVE SPACES                     TO BALANCE-LINE.
           IF  ACK-IN-BALANCE
               MOVE 'ACKNOWLEDGMENTS IN BALANCE'
                                           TO BL-LABEL
           ELSE
               MOVE '*** OUT OF BALANCE - RUN ABENDED'
                                           TO BL-LABEL.
           WRITE SAP-ACK-REC FROM BALANCE-LINE.

       5300-EXIT.
           EXIT.

      ******************************************************************
       5900-PRINT-SECTION-HEADING.

           MOVE SPACES                     TO SAP-ACK-REC.
           WRITE SAP-ACK-REC.

           WRITE SAP-ACK-REC FROM ACK-SECTION-HEADING.
           WRITE SAP-ACK-REC FROM ACK-COLUMNS.

       5900-EXIT.
           EXIT.

      ******************************************************************
      *   ABSOLUTE VALUE OF THE WORK AMOUNT FOR THE HASH - THE SAME
      *   RULE ABSAPPST USES TO BUILD THE TRAILER
      ******************************************************************
       7000-HASH-WORK-AMOUNT.

           IF  WS-WORK-AMOUNT < ZERO
               COMPUTE WS-HASH-WORK = ZERO - WS-WORK-AMOUNT
           ELSE
               MOVE WS-WORK-AMOUNT         TO WS-HASH-WORK.

       7000-EXIT.
           EXIT.

      ******************************************************************
       8000-READ-POSTING.

           READ SAP-POSTING-FILE
                AT END MOVE 'Y'            TO WS-POST-EOF-SW.

           IF  NOT POSTING-AT-EOF
               ADD 1                       TO WS-POST-RECS-READ-CTR.

       8000-EXIT.
           EXIT.

      ******************************************************************
       8100-READ-ACK.

           READ SAP-ACK-FILE
                AT END MOVE 'Y'            TO WS-ACK-EOF-SW.

           IF  NOT ACK-AT-EOF
               ADD 1                       TO WS-ACKS-READ-CTR.

       8100-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - MATCH-OFF TOTALS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           DISPLAY '*  *  *  ABSAPACK MATCH-OFF TOTALS  *  *  *'.

           MOVE WS-POSTED-LINES-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** POSTED LINES LOADED     = ' WS-DISPLAY-CTR.

           MOVE WS-ACKS-READ-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** ACKNOWLEDGMENTS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-OTHER-RUN-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** FOR OTHER POSTING RUNS  = ' WS-DISPLAY-CTR.

           MOVE WS-ACK-ERRORS-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** ACKNOWLEDGMENT ERRORS   = ' WS-DISPLAY-CTR.

           MOVE WS-ACCEPTED-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** LINES ACCEPTED          = ' WS-DISPLAY-CTR.

           MOVE WS-REJECTED-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** LINES REJECTED          = ' WS-DISPLAY-CTR.

           MOVE WS-UNACKED-CTR             TO WS-DISPLAY-CTR.
           DISPLAY '** LINES NOT ACKNOWLEDGED  = ' WS-DISPLAY-CTR.

           MOVE WS-REPOST-RECS-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** RE-POST RECORDS WRITTEN = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           CLOSE SAP-POSTING-FILE
                 SAP-ACK-FILE
                 SAP-REPOST-FILE
                 SAP-ACK-RPT.

       9000-EXIT.
           EXIT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABSAPACK'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-ACKS-READ-CTR           TO RUNSTAT-INPUT-CNT.
           MOVE WS-REPOST-RECS-CTR         TO RUNSTAT-OUTPUT-CNT.
           COMPUTE RUNSTAT-EXCEPTION-CNT = WS-REJECTED-CTR
                                         + WS-UNACKED-CTR
                                         + WS-ACK-ERRORS-CTR.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       9100-EXIT.
           EXIT.
