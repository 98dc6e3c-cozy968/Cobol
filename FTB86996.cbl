       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FTB86996.
      *PROGRAM-NAME.  DE-CONVERSION POST-SALE RESIDUAL ACTIVITY MONITOR.
       AUTHOR.        TED BARSTOW (PREFERRED RESOURCES INC.).
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: FTB86996
      *C   FUNCTION:
      *C
      *C   -    DAILY PROOF THAT THE SOLD ACCOUNTS AND CLOSED CARDS
      *C        WENT QUIET AFTER THEIR WAVE.  THE CARD SYSTEM'S
      *C        POSTED TRANSACTION AND AUTHORIZATION ACTIVITY FILE
      *C        IS CHECKED AGAINST THE CUMULATIVE PROCESSED-ACCOUNT
      *C        LIST (PROCACCO) AND THE ONLY/PLUS CARD DISPOSITIONS
      *C        FROM THE MOST RECENT WAVES (DONLYO/DPLUSO).
      *C
      *C   -    THREE CONDITIONS ARE FLAGGED, EACH ONLY FOR ACTIVITY
      *C        DATED AFTER THE EFFECTIVE DATE OF THE WAVE THAT
      *C        CAUSED IT (ACTIVITY ON OR BEFORE THAT DATE IS
      *C        PRE-SALE AND IS COUNTED, NOT REPORTED):
      *C          CLOS - ANY ACTIVITY ON A CARD STATUSED CLOSED
      *C                 (ONLY DISPOSITION).
      *C          RMVD - ACTIVITY ON A PLUS CARD ROUTED TO AN
      *C                 ACCOUNT THAT WAS SOLD, I.E. REMOVED FROM
      *C                 THE CARD.
      *C          SOLD - ACTIVITY ON A SOLD ACCOUNT THROUGH ANY
      *C                 OTHER CARD.
      *C        A TRANSACTION MEETING MORE THAN ONE CONDITION IS
      *C        REPORTED ONCE UNDER THE FIRST ONE ABOVE, WITH ALL
      *C        THREE FLAGS CARRIED ON THE EXCEPTION FILE.
      *C
      *C   -    WAVE EFFECTIVE DATES COME FROM THE WAVE CALENDAR.
      *C        A WAVE MISSING FROM THE CALENDAR HAS NO DATE, SO
      *C        EVERY TRANSACTION AGAINST IT IS FLAGGED.
      *C
      *C   -    WHEN A CARD APPEARS IN MORE THAN ONE WAVE'S
      *C        DISPOSITIONS THE LATEST WAVE WINS (A PLUS CARD CAN
      *C        GO ONLY WHEN ITS LAST RETAINED ACCOUNT IS SOLD).
      *C
      *C   INPUT:
      *C
      *C        ACTIVI    CARD SYSTEM POSTED/AUTHORIZATION ACTIVITY
      *C        PROCACCI  CUMULATIVE PROCESSED-ACCOUNT LIST (PROCACCO)
      *C        DONLYI    ONLY CARD DISPOSITIONS, RECENT WAVES
      *C        DPLUSI    PLUS CARD DISPOSITIONS, RECENT WAVES
      *C        WAVECALI  WAVE CALENDAR - WAVE NUMBER AND EFFECTIVE
      *C                  DATE
      *C
      *C   OUTPUT:
      *C
      *C        RESIDRPT  RESIDUAL ACTIVITY EXCEPTION REPORT
      *C        RESIDO    EXCEPTION FILE FOR FRAUD/SERVICING (H/D/T)
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 NO RESIDUAL ACTIVITY, 4 EXCEPTIONS
      *C                  REPORTED, 16 INPUT OUT OF SEQUENCE OR
      *C                  TABLE FULL (RUN ABORTED)
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

           SELECT ACTIVITY-FILE             ASSIGN  TO ACTIVI.

           SELECT PROC-ACCT-FILE            ASSIGN  TO PROCACCI.

           SELECT DECONV-ONLY-FILE          ASSIGN  TO DONLYI.

           SELECT DECONV-PLUS-FILE          ASSIGN  TO DPLUSI.

           SELECT WAVE-CAL-FILE             ASSIGN  TO WAVECALI.

           SELECT RESID-RPT-FILE            ASSIGN  TO RESIDRPT.

           SELECT RESID-EXC-FILE            ASSIGN  TO RESIDO.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 100 CHARACTERS.

      *    ACTIVITY LAYOUT AGREED WITH THE CARD SYSTEM - ONE RECORD
      *    PER POSTED TRANSACTION ('P') OR AUTHORIZATION ('A'),
      *    BRACKETED BY 'H'/'T' CONTROL RECORDS.  THE ACCOUNT IS THE
      *    ONE THE CARD SYSTEM ROUTED THE ACTIVITY TO; IT MAY BE
      *    BLANK ON AN AUTHORIZATION THAT NEVER REACHED AN ACCOUNT.
       01  ACTIVITY-RECORD.
           05 ACT-REC-TYPE                       PIC X(01).
              88 ACT-HEADER                            VALUE 'H'.
              88 ACT-TRAILER                           VALUE 'T'.
              88 ACT-POSTED                            VALUE 'P'.
              88 ACT-AUTHORIZATION                     VALUE 'A'.
           05 ACT-CARD-NUMBER                    PIC X(16).
           05 ACT-ACCOUNT-NUMBER                 PIC X(10).
           05 ACT-ACTIVITY-DATE                  PIC 9(08).
           05 ACT-ACTIVITY-TIME                  PIC 9(06).
           05 ACT-TRAN-CODE                      PIC X(04).
           05 ACT-AMOUNT                         PIC 9(09)V99.
           05 ACT-DR-CR                          PIC X(01).
           05 ACT-AUTH-RESPONSE                  PIC X(02).
           05 ACT-MERCHANT-DESC                  PIC X(25).
           05 FILLER                             PIC X(16).

       FD  PROC-ACCT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PROC-ACCT-RECORD.
           05  PRC-ACCOUNT-NUMBER                PIC X(10).
           05  PRC-WAVE-NBR                      PIC X(03).
           05  PRC-WAVE-NBR-N REDEFINES
               PRC-WAVE-NBR                      PIC 9(03).
           05  FILLER                            PIC X(67).

       FD  DECONV-ONLY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DECONV-ONLY-REC.
           05 DON-CARD-NUMBER                    PIC X(16).
           05 DON-WAVE-NBR                       PIC X(03).
           05 DON-WAVE-NBR-N REDEFINES
              DON-WAVE-NBR                       PIC 9(03).
           05 FILLER                             PIC X(61).

       FD  DECONV-PLUS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DECONV-PLUS-REC.
           05 DPL-CARD-NUMBER                    PIC X(16).
           05 DPL-WAVE-NBR                       PIC X(03).
           05 DPL-WAVE-NBR-N REDEFINES
              DPL-WAVE-NBR                       PIC 9(03).
           05 FILLER                             PIC X(61).

       FD  WAVE-CAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  WAVE-CAL-RECORD.
           05 WCL-WAVE-NBR                       PIC X(03).
           05 WCL-WAVE-NBR-N REDEFINES
              WCL-WAVE-NBR                       PIC 9(03).
           05 FILLER                             PIC X(01).
           05 WCL-WAVE-DATE                      PIC X(08).
           05 WCL-WAVE-DATE-N REDEFINES
              WCL-WAVE-DATE                      PIC 9(08).
           05 FILLER                             PIC X(68).

       FD  RESID-RPT-FILE.

       01  RESID-RPT-REC                         PIC X(133).

       FD  RESID-EXC-FILE.

       01  RESID-EXC-RECORD                      PIC X(200).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-FILE.

      *    WAVE SORTS WITHIN CARD SO THE LATEST DISPOSITION FOR A
      *    CARD IS THE LAST ONE THE TABLE LOAD SEES.
       01  SORT-RECORD.
           05 SD-CARD-NUMBER                     PIC X(16).
           05 SD-WAVE-NBR                        PIC 9(03).
           05 SD-DISP                            PIC X(01).

       WORKING-STORAGE SECTION.

       01  HEADER-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'FTB86996'.
           05 F                    PIC X(10)   VALUE SPACE.
           05 F                    PIC X(33)   VALUE
              'POST-SALE RESIDUAL ACTIVITY      '.
           05 F                    PIC X(49)   VALUE SPACE.
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
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'EXC '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(16)   VALUE
              'CARD NUMBER     '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'ACCOUNT   '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'DISP'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'WAVE'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'WAVE DATE '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'TYPE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(10)   VALUE 'ACTIVITY  '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'TRAN'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(16)   VALUE
              '          AMOUNT'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(25)   VALUE
              'MERCHANT / DESCRIPTION   '.
           05 F                    PIC X(06)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-EXC-TYPE         PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-CARD-NUMBER      PIC X(16).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ACCOUNT-NUMBER   PIC X(10).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-DISP             PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-WAVE-NBR         PIC ZZZ9.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-WAVE-DATE        PIC X(10).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ACT-TYPE         PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-ACT-DATE         PIC X(10).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-TRAN-CODE        PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-DR-CR            PIC X(01).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-MERCHANT-DESC    PIC X(25).
           05 F                    PIC X(06)   VALUE SPACE.

       01  TOTAL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 T01-LABEL            PIC X(30).
           05 T01-COUNT            PIC Z,ZZZ,ZZ9.
           05 F                    PIC X(93)   VALUE SPACE.

      * EXCEPTION FILE LAYOUTS.  ONE DETAIL PER FLAGGED TRANSACTION
      * FOR THE FRAUD/SERVICING QUEUE, SAME H/D/T DISCIPLINE AS THE
      * FTB86994 HANDOFF AND NOTIFICATION EXTRACTS.  THE WAVE AND
      * WAVE DATE ARE THE ONES THE EXCEPTION TYPE WAS MEASURED FROM
      * (THE CARD'S WAVE FOR CLOS, THE ACCOUNT'S WAVE OTHERWISE).
       01  WS-RESID-HEADER.
           05 WS-RES-H-ID                        PIC X(01) VALUE 'H'.
           05 WS-RES-H-DATE                      PIC 9(08).
           05 WS-RES-H-TIME                      PIC 9(06).
           05 WS-RES-H-SOURCE                    PIC X(08)
                                                  VALUE 'FTB86996'.
           05 FILLER                             PIC X(177)
                                                  VALUE SPACE.

       01  WS-RESID-DETAIL.
           05 WS-RES-D-ID                        PIC X(01) VALUE 'D'.
           05 WS-RES-D-EXC-TYPE                  PIC X(04).
           05 WS-RES-D-CLOSED-FLAG               PIC X(01).
           05 WS-RES-D-REMOVED-FLAG              PIC X(01).
           05 WS-RES-D-SOLD-FLAG                 PIC X(01).
           05 WS-RES-D-CARD-NBR                  PIC X(16).
           05 WS-RES-D-ACCOUNT                   PIC X(10).
           05 WS-RES-D-CARD-DISP                 PIC X(01).
           05 WS-RES-D-CARD-WAVE                 PIC 9(03).
           05 WS-RES-D-ACCT-WAVE                 PIC 9(03).
           05 WS-RES-D-WAVE-NBR                  PIC 9(03).
           05 WS-RES-D-WAVE-DATE                 PIC 9(08).
           05 WS-RES-D-ACT-TYPE                  PIC X(01).
           05 WS-RES-D-ACT-DATE                  PIC 9(08).
           05 WS-RES-D-ACT-TIME                  PIC 9(06).
           05 WS-RES-D-TRAN-CODE                 PIC X(04).
           05 WS-RES-D-AMOUNT                    PIC 9(09)V99.
           05 WS-RES-D-DR-CR                     PIC X(01).
           05 WS-RES-D-AUTH-RESPONSE             PIC X(02).
           05 WS-RES-D-MERCHANT-DESC             PIC X(25).
           05 FILLER                             PIC X(90)
                                                  VALUE SPACE.

       01  WS-RESID-TRAILER.
           05 WS-RES-T-ID                        PIC X(01) VALUE 'T'.
           05 WS-RES-T-DETAIL-CNT                PIC 9(09).
           05 FILLER                             PIC X(190)
                                                  VALUE SPACE.

      * SOLD ACCOUNTS FROM THE CUMULATIVE PROCESSED LIST, WITH THE
      * WAVE THAT FIRST WORKED EACH ONE.  THE LIST ARRIVES IN ACCOUNT
      * SEQUENCE, AS FTB86994 WRITES IT, AND FEEDS SEARCH ALL.
       01  WS-SOLD-PREV-ACCT                     PIC X(10).

       01  WS-SOLD-TABLE-AREA.
           05 WS-SOLD-CNT                        PIC S9(05) COMP-3
                                                      VALUE 0.
           05 WS-SOLD-ENTRY        OCCURS 1 TO 50000 TIMES
                                   DEPENDING ON WS-SOLD-CNT
                                   ASCENDING KEY IS WS-SOLD-ACCT
                                   INDEXED BY SOLD-IDX.
              10 WS-SOLD-ACCT                    PIC X(10).
              10 WS-SOLD-WAVE                    PIC 9(03).

      * CARDS CLOSED OR AMENDED BY THE RECENT WAVES - LATEST WAVE'S
      * DISPOSITION ONLY, 'O' ONLY (CLOSED) OR 'P' PLUS.
       01  WS-CARD-TABLE-AREA.
           05 WS-CARD-CNT                        PIC S9(07) COMP-3
                                                      VALUE 0.
           05 WS-CARD-ENTRY        OCCURS 1 TO 100000 TIMES
                                   DEPENDING ON WS-CARD-CNT
                                   ASCENDING KEY IS WS-CARD-NBR
                                   INDEXED BY CARD-IDX.
              10 WS-CARD-NBR                     PIC X(16).
              10 WS-CARD-DISP                    PIC X(01).
              10 WS-CARD-WAVE                    PIC 9(03).

      * WAVE CALENDAR, SUBSCRIPTED BY WAVE NUMBER.  ZERO MEANS THE
      * WAVE IS NOT ON THE CALENDAR.
       01  WS-WAVE-CAL-AREA.
           05 WS-WAVE-DATE         OCCURS 999 TIMES
                                                 PIC 9(08).

      * LOOKUP RESULTS FOR THE TRANSACTION IN HAND
       01  WS-CARD-FOUND-SW                      PIC X(01).
       01  WS-HIT-CARD-DISP                      PIC X(01).
       01  WS-HIT-CARD-WAVE                      PIC 9(03).
       01  WS-HIT-CARD-DATE                      PIC 9(08).
       01  WS-ACCT-FOUND-SW                      PIC X(01).
       01  WS-HIT-ACCT-WAVE                      PIC 9(03).
       01  WS-HIT-ACCT-DATE                      PIC 9(08).
       01  WS-CLOSED-HIT-SW                      PIC X(01).
       01  WS-REMOVED-HIT-SW                     PIC X(01).
       01  WS-SOLD-HIT-SW                        PIC X(01).
       01  WS-EXC-TYPE                           PIC X(04).
       01  WS-EXC-WAVE                           PIC 9(03).
       01  WS-EXC-DATE                           PIC 9(08).

       01  WS-EDIT-DATE-IN                       PIC 9(08).
       01  WS-EDIT-DATE-IN-R REDEFINES WS-EDIT-DATE-IN.
           05 WS-EDIT-IN-CCYY                    PIC 9(04).
           05 WS-EDIT-IN-MM                      PIC 9(02).
           05 WS-EDIT-IN-DD                      PIC 9(02).
       01  WS-EDIT-DATE-OUT.
           05 WS-EDIT-OUT-MM                     PIC 9(02).
           05 F                                  PIC X(01) VALUE '/'.
           05 WS-EDIT-OUT-DD                     PIC 9(02).
           05 F                                  PIC X(01) VALUE '/'.
           05 WS-EDIT-OUT-CCYY                   PIC 9(04).

       01  EOF-SW                                PIC X(01).
       01  WS-SORT-EOF-SW                        PIC X(01) VALUE 'N'.

       01  WS-CURR-DATE-YYYYMMDD                 PIC 9(08).
       01  WS-CURR-DATE-R  REDEFINES WS-CURR-DATE-YYYYMMDD.
           05 WS-CURR-CCYY                       PIC 9(04).
           05 WS-CURR-MM                         PIC 9(02).
           05 WS-CURR-DD                         PIC 9(02).
       01  WS-CURR-TIME-HHMMSSHH                 PIC 9(08).

       01  WS-RPT-CTRS.
           05 WS-PAGE-CTR                        PIC 9(04) COMP-3
                                                     VALUE 0.
           05 WS-LINE-CTR                        PIC 9(02) COMP-3
                                                     VALUE 99.
       01  WS-MAX-LINES-PER-PAGE                 PIC 9(02)
                                                     VALUE 50.

       01  COUNTERS.
           05 WS-ACTIVITY-READ-CNT               PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-POSTED-READ-CNT                 PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-AUTH-READ-CNT                   PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-SOLD-LOADED-CNT                 PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-ONLY-READ-CNT                   PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-PLUS-READ-CNT                   PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-WAVES-ON-CAL-CNT                PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-CLOSED-EXC-CNT                  PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-REMOVED-EXC-CNT                 PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-SOLD-EXC-CNT                    PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-PRE-WAVE-CNT                    PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-UNDATED-WAVE-CNT                PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-EXC-WRITTEN-CNT                 PIC S9(07)  COMP-3
                                                     VALUE 0.
           05 WS-DISPLAY-COUNTERS                PIC Z,ZZZ,ZZ9.

       COPY RUNSTAT.

       PROCEDURE DIVISION.

       A100-MAINLINE SECTION.
      ******************************************************************
      *C
      *C  THIS PARAGRAPH CONTROLS THE PROGRAM PROCESSING FLOW.
      *C
      ******************************************************************

           PERFORM U050-OPEN-FILES.

           PERFORM L100-LOAD-WAVE-CALENDAR.

           PERFORM L200-LOAD-SOLD-ACCOUNTS.

           SORT SORT-FILE ASCENDING KEY SD-CARD-NUMBER
                                        SD-WAVE-NBR
                INPUT   PROCEDURE IS  S100-RELEASE-DISPOSITIONS
                OUTPUT  PROCEDURE IS  S200-LOAD-CARD-TABLE.

           PERFORM M100-CHECK-ACTIVITY.

           PERFORM A300-WRITE-REPORT-TOTALS.

           PERFORM A800-DISPLAY-IO-COUNTS.

           PERFORM A850-WRITE-RUN-STATS.

           PERFORM U060-CLOSE-FILES.

           STOP RUN.

       A300-WRITE-REPORT-TOTALS SECTION.

           IF WS-PAGE-CTR = ZERO
              PERFORM U071-WRITE-RPT-HEADERS.

           MOVE SPACES                     TO RESID-RPT-REC.
           WRITE RESID-RPT-REC.

           MOVE 'ACTIVITY RECORDS CHECKED .... '  TO T01-LABEL.
           MOVE WS-ACTIVITY-READ-CNT       TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           MOVE 'CLOSED CARD ACTIVITY (CLOS) . '  TO T01-LABEL.
           MOVE WS-CLOSED-EXC-CNT          TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           MOVE 'REMOVED ACCOUNT ON PLUS (RMVD)'  TO T01-LABEL.
           MOVE WS-REMOVED-EXC-CNT         TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           MOVE 'SOLD ACCOUNT ACTIVITY (SOLD)  '  TO T01-LABEL.
           MOVE WS-SOLD-EXC-CNT            TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           MOVE 'TOTAL EXCEPTIONS ............ '  TO T01-LABEL.
           MOVE WS-EXC-WRITTEN-CNT         TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           MOVE 'PRE-SALE ACTIVITY NOT FLAGGED '  TO T01-LABEL.
           MOVE WS-PRE-WAVE-CNT            TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           MOVE 'FLAGGED AGAINST UNDATED WAVE  '  TO T01-LABEL.
           MOVE WS-UNDATED-WAVE-CNT        TO T01-COUNT.
           WRITE RESID-RPT-REC FROM TOTAL-01.

           IF WS-EXC-WRITTEN-CNT > ZERO
              MOVE 4                       TO RETURN-CODE.

       L100-LOAD-WAVE-CALENDAR SECTION.
      ******************************************************************
      *C
      *C  LOAD THE WAVE CALENDAR.  A CARD WITH A BAD WAVE NUMBER OR
      *C  DATE IS DISPLAYED AND SKIPPED - THE WAVE THEN STAYS
      *C  UNDATED AND ALL ITS ACTIVITY IS FLAGGED, WHICH IS THE SAFE
      *C  SIDE FOR A FRAUD MONITOR.
      *C
      ******************************************************************

           MOVE ZERO                       TO WS-WAVE-CAL-AREA.

           MOVE 'N'                        TO EOF-SW.

           PERFORM L190-READ-WAVE-CAL.

           PERFORM L110-LOAD-ONE-WAVE
              UNTIL EOF-SW = 'Y'.

       L110-LOAD-ONE-WAVE SECTION.

           IF WCL-WAVE-NBR NUMERIC
              AND WCL-WAVE-NBR-N > ZERO
              AND WCL-WAVE-DATE NUMERIC
              AND WCL-WAVE-DATE-N > ZERO
              MOVE WCL-WAVE-DATE-N         TO WS-WAVE-DATE
                                              (WCL-WAVE-NBR-N)
              ADD 1                        TO WS-WAVES-ON-CAL-CNT
           ELSE
              DISPLAY 'INVALID WAVE CALENDAR RECORD BYPASSED - '
                      WAVE-CAL-RECORD (1:12).

           PERFORM L190-READ-WAVE-CAL.

       L190-READ-WAVE-CAL SECTION.

           READ WAVE-CAL-FILE
                AT END MOVE 'Y'            TO EOF-SW.

       L200-LOAD-SOLD-ACCOUNTS SECTION.
      ******************************************************************
      *C
      *C  LOAD THE CUMULATIVE PROCESSED-ACCOUNT LIST.  THE TABLE
      *C  FEEDS SEARCH ALL, SO THE LIST MUST BE STRICTLY ASCENDING
      *C  AND MUST NOT OVERFLOW - EITHER WAY THE RUN IS ABORTED
      *C  RATHER THAN MONITORING AGAINST A PARTIAL LIST.
      *C
      ******************************************************************

           MOVE LOW-VALUES                 TO WS-SOLD-PREV-ACCT.

           MOVE 'N'                        TO EOF-SW.

           PERFORM L290-READ-PROC-ACCT.

           PERFORM L210-LOAD-ONE-SOLD
              UNTIL EOF-SW = 'Y'.

       L210-LOAD-ONE-SOLD SECTION.

           IF PRC-ACCOUNT-NUMBER NOT > WS-SOLD-PREV-ACCT
              DISPLAY 'PROCESSED LIST OUT OF SEQUENCE AT '
                      PRC-ACCOUNT-NUMBER ', ABORTING......'
              MOVE 16                      TO RETURN-CODE
              STOP RUN.

           IF WS-SOLD-CNT NOT < 50000
              DISPLAY 'SOLD ACCOUNT TABLE FULL AT 50000 ENTRIES, '
                      'ABORTING......'
              MOVE 16                      TO RETURN-CODE
              STOP RUN.

           ADD 1                           TO WS-SOLD-CNT
                                              WS-SOLD-LOADED-CNT.
           MOVE PRC-ACCOUNT-NUMBER         TO WS-SOLD-ACCT
                                              (WS-SOLD-CNT)
                                              WS-SOLD-PREV-ACCT.

           IF PRC-WAVE-NBR NUMERIC
              AND PRC-WAVE-NBR-N > ZERO
              MOVE PRC-WAVE-NBR-N          TO WS-SOLD-WAVE
                                              (WS-SOLD-CNT)
           ELSE
              MOVE 1                       TO WS-SOLD-WAVE
                                              (WS-SOLD-CNT).

           PERFORM L290-READ-PROC-ACCT.

       L290-READ-PROC-ACCT SECTION.

           READ PROC-ACCT-FILE
                AT END MOVE 'Y'            TO EOF-SW.

       S100-RELEASE-DISPOSITIONS SECTION.
      ******************************************************************
      *C
      *C  RELEASE EVERY ONLY AND PLUS CARD FROM THE RECENT WAVES'
      *C  DISPOSITION FILES WITH ITS WAVE AND DISPOSITION.
      *C
      ******************************************************************

           MOVE 'N'                        TO EOF-SW.

           PERFORM S190-READ-ONLY.

           PERFORM S110-RELEASE-ONE-ONLY
              UNTIL EOF-SW = 'Y'.

           MOVE 'N'                        TO EOF-SW.

           PERFORM S195-READ-PLUS.

           PERFORM S120-RELEASE-ONE-PLUS
              UNTIL EOF-SW = 'Y'.

       S110-RELEASE-ONE-ONLY SECTION.

           ADD 1                           TO WS-ONLY-READ-CNT.

           MOVE DON-CARD-NUMBER            TO SD-CARD-NUMBER.
           IF DON-WAVE-NBR NUMERIC
              MOVE DON-WAVE-NBR-N          TO SD-WAVE-NBR
           ELSE
              MOVE ZERO                    TO SD-WAVE-NBR.
           MOVE 'O'                        TO SD-DISP.
           RELEASE SORT-RECORD.

           PERFORM S190-READ-ONLY.

       S120-RELEASE-ONE-PLUS SECTION.

           ADD 1                           TO WS-PLUS-READ-CNT.

           MOVE DPL-CARD-NUMBER            TO SD-CARD-NUMBER.
           IF DPL-WAVE-NBR NUMERIC
              MOVE DPL-WAVE-NBR-N          TO SD-WAVE-NBR
           ELSE
              MOVE ZERO                    TO SD-WAVE-NBR.
           MOVE 'P'                        TO SD-DISP.
           RELEASE SORT-RECORD.

           PERFORM S195-READ-PLUS.

       S190-READ-ONLY SECTION.

           READ DECONV-ONLY-FILE
                AT END MOVE 'Y'            TO EOF-SW.

       S195-READ-PLUS SECTION.

           READ DECONV-PLUS-FILE
                AT END MOVE 'Y'            TO EOF-SW.

       S200-LOAD-CARD-TABLE SECTION.
      ******************************************************************
      *C
      *C  BUILD THE CARD TABLE FROM THE SORTED DISPOSITIONS.  A CARD
      *C  SEEN AGAIN IN A LATER WAVE TAKES THAT WAVE'S DISPOSITION.
      *C
      ******************************************************************

           MOVE 'N'                        TO WS-SORT-EOF-SW.

           PERFORM S290-RETURN-SORTED-REC.

           PERFORM S210-LOAD-ONE-CARD
              UNTIL WS-SORT-EOF-SW = 'Y'.

       S210-LOAD-ONE-CARD SECTION.

           IF WS-CARD-CNT > ZERO
              AND SD-CARD-NUMBER = WS-CARD-NBR (WS-CARD-CNT)
              NEXT SENTENCE
           ELSE
              IF WS-CARD-CNT NOT < 100000
                 DISPLAY 'CARD TABLE FULL AT 100000 ENTRIES, '
                         'ABORTING......'
                 MOVE 16                   TO RETURN-CODE
                 STOP RUN
              ELSE
                 ADD 1                     TO WS-CARD-CNT
                 MOVE SD-CARD-NUMBER       TO WS-CARD-NBR
                                              (WS-CARD-CNT).

           MOVE SD-DISP                    TO WS-CARD-DISP
                                              (WS-CARD-CNT).
           MOVE SD-WAVE-NBR                TO WS-CARD-WAVE
                                              (WS-CARD-CNT).

           PERFORM S290-RETURN-SORTED-REC.

       S290-RETURN-SORTED-REC SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

       M100-CHECK-ACTIVITY SECTION.
      ******************************************************************
      *C
      *C  CHECK EVERY POSTED TRANSACTION AND AUTHORIZATION AGAINST
      *C  THE CARD TABLE AND THE SOLD ACCOUNT TABLE.
      *C
      ******************************************************************

           MOVE 'N'                        TO EOF-SW.

           PERFORM M190-READ-ACTIVITY.

           PERFORM M110-CHECK-ONE-ACTIVITY
              UNTIL EOF-SW = 'Y'.

       M110-CHECK-ONE-ACTIVITY SECTION.

           IF ACT-HEADER OR ACT-TRAILER
              NEXT SENTENCE
           ELSE
           IF ACT-POSTED OR ACT-AUTHORIZATION
              ADD 1                        TO WS-ACTIVITY-READ-CNT
              IF ACT-POSTED
                 ADD 1                     TO WS-POSTED-READ-CNT
              ELSE
                 ADD 1                     TO WS-AUTH-READ-CNT
              END-IF
              PERFORM M120-LOOK-UP-CARD
              PERFORM M130-LOOK-UP-ACCOUNT
              PERFORM M140-APPLY-RULES
           ELSE
              DISPLAY 'UNRECOGNIZED ACTIVITY RECORD BYPASSED - '
                      ACTIVITY-RECORD (1:30).

           PERFORM M190-READ-ACTIVITY.

       M120-LOOK-UP-CARD SECTION.

           MOVE 'N'                        TO WS-CARD-FOUND-SW.
           MOVE SPACE                      TO WS-HIT-CARD-DISP.
           MOVE ZERO                       TO WS-HIT-CARD-WAVE
                                              WS-HIT-CARD-DATE.

           IF WS-CARD-CNT > ZERO
              SEARCH ALL WS-CARD-ENTRY
                WHEN
                  WS-CARD-NBR (CARD-IDX) = ACT-CARD-NUMBER
                  MOVE 'Y'                 TO WS-CARD-FOUND-SW
                  MOVE WS-CARD-DISP (CARD-IDX)
                                           TO WS-HIT-CARD-DISP
                  MOVE WS-CARD-WAVE (CARD-IDX)
                                           TO WS-HIT-CARD-WAVE.

           IF WS-HIT-CARD-WAVE > ZERO
              MOVE WS-WAVE-DATE (WS-HIT-CARD-WAVE)
                                           TO WS-HIT-CARD-DATE.

       M130-LOOK-UP-ACCOUNT SECTION.

           MOVE 'N'                        TO WS-ACCT-FOUND-SW.
           MOVE ZERO                       TO WS-HIT-ACCT-WAVE
                                              WS-HIT-ACCT-DATE.

           IF WS-SOLD-CNT > ZERO
              AND ACT-ACCOUNT-NUMBER NOT = SPACES
              SEARCH ALL WS-SOLD-ENTRY
                WHEN
                  WS-SOLD-ACCT (SOLD-IDX) = ACT-ACCOUNT-NUMBER
                  MOVE 'Y'                 TO WS-ACCT-FOUND-SW
                  MOVE WS-SOLD-WAVE (SOLD-IDX)
                                           TO WS-HIT-ACCT-WAVE.

           IF WS-HIT-ACCT-WAVE > ZERO
              MOVE WS-WAVE-DATE (WS-HIT-ACCT-WAVE)
                                           TO WS-HIT-ACCT-DATE.

       M140-APPLY-RULES SECTION.
      ******************************************************************
      *C
      *C  A CLOSED CARD IS MEASURED FROM ITS OWN WAVE DATE; A SOLD
      *C  ACCOUNT, WHETHER REACHED THROUGH A PLUS CARD IT WAS
      *C  REMOVED FROM OR ANY OTHER CARD, FROM THE DATE OF THE WAVE
      *C  THAT SOLD IT (THE WAVE ITS AR WAS SENT IN).
      *C
      ******************************************************************

           MOVE 'N'                        TO WS-CLOSED-HIT-SW
                                              WS-REMOVED-HIT-SW
                                              WS-SOLD-HIT-SW.

           IF WS-CARD-FOUND-SW = 'Y'
              AND WS-HIT-CARD-DISP = 'O'
              AND ACT-ACTIVITY-DATE > WS-HIT-CARD-DATE
              MOVE 'Y'                     TO WS-CLOSED-HIT-SW.

           IF WS-ACCT-FOUND-SW = 'Y'
              AND ACT-ACTIVITY-DATE > WS-HIT-ACCT-DATE
              MOVE 'Y'                     TO WS-SOLD-HIT-SW
              IF WS-CARD-FOUND-SW = 'Y'
                 AND WS-HIT-CARD-DISP = 'P'
                 MOVE 'Y'                  TO WS-REMOVED-HIT-SW.

           IF WS-CLOSED-HIT-SW = 'Y'
              ADD 1                        TO WS-CLOSED-EXC-CNT
              MOVE 'CLOS'                  TO WS-EXC-TYPE
              MOVE WS-HIT-CARD-WAVE        TO WS-EXC-WAVE
              MOVE WS-HIT-CARD-DATE        TO WS-EXC-DATE
           ELSE
           IF WS-REMOVED-HIT-SW = 'Y'
              ADD 1                        TO WS-REMOVED-EXC-CNT
              MOVE 'RMVD'                  TO WS-EXC-TYPE
              MOVE WS-HIT-ACCT-WAVE        TO WS-EXC-WAVE
              MOVE WS-HIT-ACCT-DATE        TO WS-EXC-DATE
           ELSE
           IF WS-SOLD-HIT-SW = 'Y'
              ADD 1                        TO WS-SOLD-EXC-CNT
              MOVE 'SOLD'                  TO WS-EXC-TYPE
              MOVE WS-HIT-ACCT-WAVE        TO WS-EXC-WAVE
              MOVE WS-HIT-ACCT-DATE        TO WS-EXC-DATE
           ELSE
           IF (WS-CARD-FOUND-SW = 'Y' AND WS-HIT-CARD-DISP = 'O')
              OR WS-ACCT-FOUND-SW = 'Y'
              ADD 1                        TO WS-PRE-WAVE-CNT.

           IF WS-CLOSED-HIT-SW = 'Y'
              OR WS-SOLD-HIT-SW = 'Y'
              IF WS-EXC-DATE = ZERO
                 ADD 1                     TO WS-UNDATED-WAVE-CNT
              END-IF
              PERFORM M150-WRITE-RPT-DETAIL
              PERFORM M160-WRITE-EXCEPTION.

       M150-WRITE-RPT-DETAIL SECTION.

           IF WS-LINE-CTR > WS-MAX-LINES-PER-PAGE
              PERFORM U071-WRITE-RPT-HEADERS.

           MOVE WS-EXC-TYPE                TO D01-EXC-TYPE.
           MOVE ACT-CARD-NUMBER            TO D01-CARD-NUMBER.
           MOVE ACT-ACCOUNT-NUMBER         TO D01-ACCOUNT-NUMBER.

           IF WS-HIT-CARD-DISP = 'O'
              MOVE 'ONLY'                  TO D01-DISP
           ELSE
           IF WS-HIT-CARD-DISP = 'P'
              MOVE 'PLUS'                  TO D01-DISP
           ELSE
              MOVE SPACES                  TO D01-DISP.

           MOVE WS-EXC-WAVE                TO D01-WAVE-NBR.

           IF WS-EXC-DATE = ZERO
              MOVE 'NOT ON CAL'            TO D01-WAVE-DATE
           ELSE
              MOVE WS-EXC-DATE             TO WS-EDIT-DATE-IN
              PERFORM U080-EDIT-DATE
              MOVE WS-EDIT-DATE-OUT        TO D01-WAVE-DATE.

           IF ACT-POSTED
              MOVE 'POST'                  TO D01-ACT-TYPE
           ELSE
              MOVE 'AUTH'                  TO D01-ACT-TYPE.

           MOVE ACT-ACTIVITY-DATE          TO WS-EDIT-DATE-IN.
           PERFORM U080-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT           TO D01-ACT-DATE.

           MOVE ACT-TRAN-CODE              TO D01-TRAN-CODE.
           MOVE ACT-AMOUNT                 TO D01-AMOUNT.
           MOVE ACT-DR-CR                  TO D01-DR-CR.
           MOVE ACT-MERCHANT-DESC          TO D01-MERCHANT-DESC.

           WRITE RESID-RPT-REC FROM DETAIL-01.

           ADD 1                           TO WS-LINE-CTR.

       M160-WRITE-EXCEPTION SECTION.

           MOVE WS-EXC-TYPE                TO WS-RES-D-EXC-TYPE.
           MOVE WS-CLOSED-HIT-SW           TO WS-RES-D-CLOSED-FLAG.
           MOVE WS-REMOVED-HIT-SW          TO WS-RES-D-REMOVED-FLAG.
           MOVE WS-SOLD-HIT-SW             TO WS-RES-D-SOLD-FLAG.
           MOVE ACT-CARD-NUMBER            TO WS-RES-D-CARD-NBR.
           MOVE ACT-ACCOUNT-NUMBER         TO WS-RES-D-ACCOUNT.
           MOVE WS-HIT-CARD-DISP           TO WS-RES-D-CARD-DISP.
           MOVE WS-HIT-CARD-WAVE           TO WS-RES-D-CARD-WAVE.
           MOVE WS-HIT-ACCT-WAVE           TO WS-RES-D-ACCT-WAVE.
           MOVE WS-EXC-WAVE                TO WS-RES-D-WAVE-NBR.
           MOVE WS-EXC-DATE                TO WS-RES-D-WAVE-DATE.
           MOVE ACT-REC-TYPE               TO WS-RES-D-ACT-TYPE.
           MOVE ACT-ACTIVITY-DATE          TO WS-RES-D-ACT-DATE.
           MOVE ACT-ACTIVITY-TIME          TO WS-RES-D-ACT-TIME.
           MOVE ACT-TRAN-CODE              TO WS-RES-D-TRAN-CODE.
           MOVE ACT-AMOUNT                 TO WS-RES-D-AMOUNT.
           MOVE ACT-DR-CR                  TO WS-RES-D-DR-CR.
           MOVE ACT-AUTH-RESPONSE          TO WS-RES-D-AUTH-RESPONSE.
           MOVE ACT-MERCHANT-DESC          TO WS-RES-D-MERCHANT-DESC.

           WRITE RESID-EXC-RECORD FROM WS-RESID-DETAIL.

           ADD 1                           TO WS-EXC-WRITTEN-CNT.

       M190-READ-ACTIVITY SECTION.

           READ ACTIVITY-FILE
                AT END MOVE 'Y'            TO EOF-SW.

       U071-WRITE-RPT-HEADERS SECTION.

           ADD 1                           TO WS-PAGE-CTR.

           MOVE WS-CURR-MM                 TO H01-DATE-MM.
           MOVE WS-CURR-DD                 TO H01-DATE-DD.
           MOVE WS-CURR-CCYY               TO H01-DATE-CCYY.
           MOVE WS-PAGE-CTR                TO H01-PAGE.
           WRITE RESID-RPT-REC FROM HEADER-01.

           WRITE RESID-RPT-REC FROM HEADER-02.

           MOVE ZERO                       TO WS-LINE-CTR.

       U080-EDIT-DATE SECTION.

           MOVE WS-EDIT-IN-MM              TO WS-EDIT-OUT-MM.
           MOVE WS-EDIT-IN-DD              TO WS-EDIT-OUT-DD.
           MOVE WS-EDIT-IN-CCYY            TO WS-EDIT-OUT-CCYY.

       A800-DISPLAY-IO-COUNTS SECTION.

           DISPLAY '*  *  *  *  *  *  PROCESSING COUNTS  '
                   '*  *  *  *  *  *'.

           MOVE WS-WAVES-ON-CAL-CNT        TO WS-DISPLAY-COUNTERS.
           DISPLAY 'WAVES ON CALENDAR         =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-SOLD-LOADED-CNT         TO WS-DISPLAY-COUNTERS.
           DISPLAY 'SOLD ACCOUNTS LOADED      =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-ONLY-READ-CNT           TO WS-DISPLAY-COUNTERS.
           DISPLAY 'ONLY CARD RECORDS READ    =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-PLUS-READ-CNT           TO WS-DISPLAY-COUNTERS.
           DISPLAY 'PLUS CARD RECORDS READ    =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-CARD-CNT                TO WS-DISPLAY-COUNTERS.
           DISPLAY 'DISTINCT CARDS LOADED     =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-POSTED-READ-CNT         TO WS-DISPLAY-COUNTERS.
           DISPLAY 'POSTED TRANSACTIONS READ  =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-AUTH-READ-CNT           TO WS-DISPLAY-COUNTERS.
           DISPLAY 'AUTHORIZATIONS READ       =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-CLOSED-EXC-CNT          TO WS-DISPLAY-COUNTERS.
           DISPLAY 'CLOSED CARD EXCEPTIONS    =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-REMOVED-EXC-CNT         TO WS-DISPLAY-COUNTERS.
           DISPLAY 'REMOVED ACCT EXCEPTIONS   =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-SOLD-EXC-CNT            TO WS-DISPLAY-COUNTERS.
           DISPLAY 'SOLD ACCT EXCEPTIONS      =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-PRE-WAVE-CNT            TO WS-DISPLAY-COUNTERS.
           DISPLAY 'PRE-SALE ACTIVITY         =  ' WS-DISPLAY-COUNTERS.

           MOVE WS-UNDATED-WAVE-CNT        TO WS-DISPLAY-COUNTERS.
           DISPLAY 'UNDATED WAVE EXCEPTIONS   =  ' WS-DISPLAY-COUNTERS.

       A850-WRITE-RUN-STATS SECTION.
      ******************************************************************
      *C
      *C  APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *C  FOR THE DAILY OPERATIONS RECAP.
      *C
      ******************************************************************

           OPEN EXTEND RUN-STATS-FILE.

           MOVE SPACES                   TO RUNSTAT-RECORD.
           MOVE 'FTB86996'               TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD    TO RUNSTAT-RUN-DATE.
           MOVE WS-CURR-TIME-HHMMSSHH (1:6)
                                         TO RUNSTAT-RUN-TIME.
           MOVE WS-ACTIVITY-READ-CNT     TO RUNSTAT-INPUT-CNT.
           MOVE WS-EXC-WRITTEN-CNT       TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-EXC-WRITTEN-CNT       TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE              TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       U050-OPEN-FILES SECTION.

           OPEN INPUT   ACTIVITY-FILE
                        PROC-ACCT-FILE
                        DECONV-ONLY-FILE
                        DECONV-PLUS-FILE
                        WAVE-CAL-FILE
                OUTPUT  RESID-RPT-FILE
                        RESID-EXC-FILE.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME-HHMMSSHH FROM TIME.

           MOVE WS-CURR-DATE-YYYYMMDD       TO WS-RES-H-DATE.
           MOVE WS-CURR-TIME-HHMMSSHH (1:6) TO WS-RES-H-TIME.
           WRITE RESID-EXC-RECORD FROM WS-RESID-HEADER.

       U060-CLOSE-FILES SECTION.

           MOVE WS-EXC-WRITTEN-CNT         TO WS-RES-T-DETAIL-CNT.
           WRITE RESID-EXC-RECORD FROM WS-RESID-TRAILER.

           CLOSE ACTIVITY-FILE
                 PROC-ACCT-FILE
                 DECONV-ONLY-FILE
                 DECONV-PLUS-FILE
                 WAVE-CAL-FILE
                 RESID-RPT-FILE
                 RESID-EXC-FILE.
