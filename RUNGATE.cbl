       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNGATE.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: RUNGATE
      *C   FUNCTION:
      *C
      *C   -    JOB PREREQUISITE GATE.  RUNS AS THE FIRST STEP OF A
      *C        JOB SO THE STEPS BEHIND IT ONLY RUN WHEN THEIR
      *C        UPSTREAM PROGRAMS ACTUALLY WORKED (ABSAPPST MUST NOT
      *C        POST A STALE ABEXTRACT AFTER A FAILED ABEXTDRV;
      *C        ABARCSWP MUST NOT SWEEP AFTER ABRECON FOUND
      *C        DUAL-RESIDENT ORDERS).
      *C
      *C   -    THE PARAMETER CARD NAMES THE PROGRAM BEING GATED.
      *C        EVERY DEPENDENCY TABLE ROW FOR THAT PROGRAM NAMES ONE
      *C        PREREQUISITE PROGRAM THAT MUST HAVE RUN TODAY ('T')
      *C        OR WITHIN THE LAST N HOURS ('H'), WITH A RETURN CODE
      *C        AT OR BELOW THE ROW'S MAXIMUM AND AN EXCEPTION COUNT
      *C        AT OR BELOW THE ROW'S MAXIMUM (BLANK = NO LIMIT).
      *C        THE COMMON RUN STATISTICS FILE IS THE EVIDENCE - THE
      *C        LATEST RUN OF EACH PREREQUISITE INSIDE ITS WINDOW IS
      *C        THE ONE JUDGED, SO A FAILED RUN FOLLOWED BY A CLEAN
      *C        RERUN SATISFIES THE GATE.
      *C
      *C   -    EVERY PREREQUISITE IS PRINTED WITH ITS RESULT, AND
      *C        EACH ONE MISSING OR FAILED IS ALSO DISPLAYED, SO THE
      *C        JOB LOG SAYS EXACTLY WHY THE GATE CLOSED.
      *C
      *C   INPUT:
      *C
      *C        GATEPARM  GATED PROGRAM ID CARD
      *C        GATEDEPI  PREREQUISITE DEPENDENCY TABLE
      *C        RUNSTATI  COMMON RUN STATISTICS FILE
      *C
      *C   OUTPUT:
      *C
      *C        GATERPT   PREREQUISITE GATE REPORT
      *C
      *C   RETURN CODES:  0 GATE OPEN - EVERY PREREQUISITE MET
      *C                  8 GATE CLOSED - A PREREQUISITE MISSING OR
      *C                    FAILED
      *C                 16 GATE CLOSED - PARAMETER CARD, DEPENDENCY
      *C                    TABLE OR STATS FILE UNUSABLE
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

           SELECT PARM-CARD-FILE            ASSIGN  TO GATEPARM.

           SELECT DEPENDENCY-FILE           ASSIGN  TO GATEDEPI
                  FILE STATUS IS WS-DEP-STATUS.

           SELECT RUN-STATS-FILE            ASSIGN  TO RUNSTATI
                  FILE STATUS IS WS-STATS-STATUS.

           SELECT GATE-RPT                  ASSIGN  TO GATERPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-GATED-PROGRAM                 PIC X(08).
           05 FILLER                             PIC X(72).

       FD  DEPENDENCY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DEPENDENCY-RECORD.
           05  DEP-GATED-PROGRAM                 PIC X(08).
           05  FILLER                            PIC X(01).
           05  DEP-PREREQ-PROGRAM                PIC X(08).
           05  FILLER                            PIC X(01).
           05  DEP-WINDOW                        PIC X(01).
               88  DEP-TODAY                     VALUE 'T'.
               88  DEP-WITHIN-HOURS              VALUE 'H'.
           05  FILLER                            PIC X(01).
           05  DEP-HOURS                         PIC X(03).
           05  DEP-HOURS-N REDEFINES DEP-HOURS   PIC 9(03).
           05  FILLER                            PIC X(01).
           05  DEP-MAX-RC                        PIC X(04).
           05  DEP-MAX-RC-N REDEFINES DEP-MAX-RC PIC 9(04).
           05  FILLER                            PIC X(01).
           05  DEP-MAX-EXCP                      PIC X(09).
           05  DEP-MAX-EXCP-N REDEFINES DEP-MAX-EXCP
                                                 PIC 9(09).
           05  FILLER                            PIC X(42).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       FD  GATE-RPT.

       01  GATE-RPT-REC                          PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR RUNGATE   BEGINS'.

       COPY RUNSTAT.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-STATS-EOF-SW             PIC X(01) VALUE 'N'.
           88  STATS-AT-EOF                      VALUE 'Y'.
       77  WS-DEP-EOF-SW               PIC X(01) VALUE 'N'.
           88  DEPENDENCIES-AT-EOF               VALUE 'Y'.
       77  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
           88  CARD-FILE-AT-EOF                  VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.
       77  WS-IN-WINDOW-SW             PIC X(01) VALUE 'N'.
           88  RUN-IN-WINDOW                     VALUE 'Y'.
       77  WS-STATS-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DEP-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-RECS-READ-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BAD-STATS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DEP-ROWS-CTR         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-PREREQ-MET-CTR       PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-PREREQ-MISSING-CTR   PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-PREREQ-FAILED-CTR    PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-TODAY                    PIC 9(08) VALUE ZERO.
       77  WS-NOW-HHMMSSHH             PIC 9(08) VALUE ZERO.
       77  WS-NOW-MINUTES              PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-REC-MINUTES              PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-AGE-MINUTES              PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-DEP-SUB                  PIC S9(03) COMP-3 VALUE ZERO.

       01  WS-EDIT-DATE                          PIC 9(08).
       01  WS-EDIT-DATE-R  REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY                       PIC 9(04).
           05 WS-EDIT-MM                         PIC 9(02).
           05 WS-EDIT-DD                         PIC 9(02).

       01  WS-EDIT-TIME                          PIC 9(06).
       01  WS-EDIT-TIME-R  REDEFINES WS-EDIT-TIME.
           05 WS-EDIT-HH                         PIC 9(02).
           05 WS-EDIT-MI                         PIC 9(02).
           05 WS-EDIT-SS                         PIC 9(02).

      ************************************************************
      *   PREREQUISITES OF THE GATED PROGRAM, LOADED FROM GATEDEPI,
      *   WITH THE LATEST RUN FOUND INSIDE THE WINDOW AND THE
      *   LATEST RUN FOUND AT ALL (FOR THE MISSING MESSAGE).
      ************************************************************
       01  WS-DEP-TABLE.
           05  WS-DEP-MAX              PIC S9(03) COMP-3 VALUE 50.
           05  WS-DEP-CNT              PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-DEP-ENTRY            OCCURS 50 TIMES.
               10  WS-DEP-PREREQ       PIC X(08).
               10  WS-DEP-WINDOW       PIC X(01).
               10  WS-DEP-HOURS        PIC 9(03).
               10  WS-DEP-MAX-RC       PIC 9(04).
               10  WS-DEP-EXCP-LIMIT-SW
                                       PIC X(01).
               10  WS-DEP-MAX-EXCP     PIC 9(09).
               10  WS-DEP-WIN-SW       PIC X(01).
               10  WS-DEP-WIN-DATE     PIC 9(08).
               10  WS-DEP-WIN-TIME     PIC 9(06).
               10  WS-DEP-WIN-RC       PIC 9(04).
               10  WS-DEP-WIN-EXCP     PIC 9(09).
               10  WS-DEP-ANY-SW       PIC X(01).
               10  WS-DEP-ANY-DATE     PIC 9(08).
               10  WS-DEP-ANY-TIME     PIC 9(06).

      ************************************************************
      *              R E P O R T   L A Y O U T S
      ************************************************************
       01  HEADER-01.
           05 F                    PIC X(09)   VALUE ' RUNGATE '.
           05 F                    PIC X(05)   VALUE SPACE.
           05 F                    PIC X(22)   VALUE
              'PREREQUISITE GATE FOR '.
           05 H01-GATED-PROGRAM    PIC X(08).
           05 F                    PIC X(08)   VALUE '   AS OF'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 H01-RUN-DATE         PIC 9(08).
           05 F                    PIC X(01)   VALUE SPACE.
           05 H01-RUN-TIME         PIC 9(06).
           05 F                    PIC X(65)   VALUE SPACE.

       01  HEADER-02.
           05 F                    PIC X(09)   VALUE ' PREREQ  '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(16)   VALUE
              'REQUIREMENT     '.
           05 F                    PIC X(06)   VALUE 'MAX RC'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE '   MAX EXCP'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE
              'LAST RUN       '.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE '  RC'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(11)   VALUE ' EXCEPTIONS'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE 'RESULT'.
           05 F                    PIC X(09)   VALUE SPACE.

       01  DETAIL-01.
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-PREREQ           PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-REQUIREMENT      PIC X(16).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-MAX-RC           PIC 9(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-MAX-EXCP         PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-LAST-DATE        PIC X(08).
           05 F                    PIC X(01)   VALUE SPACE.
           05 D01-LAST-TIME        PIC X(06).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-RC               PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-EXCP             PIC X(11).
           05 F                    PIC X(02)   VALUE SPACE.
           05 D01-RESULT           PIC X(40).
           05 F                    PIC X(09)   VALUE SPACE.

       01  WS-EDIT-EXCP                PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-HOURS               PIC ZZ9.
       01  WS-EDIT-MET                 PIC ZZ9.
       01  WS-EDIT-MISSING             PIC ZZ9.
       01  WS-EDIT-FAILED              PIC ZZ9.

       01  GATE-LINE.
           05 F                    PIC X(01)   VALUE SPACE.
           05 GL-MESSAGE           PIC X(80).
           05 F                    PIC X(52)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR RUNGATE   ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 1500-LOAD-DEPENDENCIES THRU 1500-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 2000-PASS-STATS-FILE THRU 2000-EXIT
               PERFORM 3000-JUDGE-PREREQS  THRU 3000-EXIT.

           PERFORM 3900-WRITE-GATE-LINE    THRU 3900-EXIT.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           GOBACK.

      ******************************************************************
      *   OPEN FILES AND EDIT THE GATED PROGRAM CARD
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  PARM-CARD-FILE
                       DEPENDENCY-FILE
                       RUN-STATS-FILE
                OUTPUT GATE-RPT.

           DISPLAY 'RUNGATE - JOB PREREQUISITE GATE STARTING'.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-HHMMSSHH FROM TIME.

           MOVE WS-NOW-HHMMSSHH (1:6)      TO WS-EDIT-TIME.
           COMPUTE WS-NOW-MINUTES =
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) * 1440)
             + (WS-EDIT-HH * 60) + WS-EDIT-MI.

           READ PARM-CARD-FILE
                AT END MOVE 'Y'            TO WS-CARD-EOF-SW.

           IF  CARD-FILE-AT-EOF
           OR  PARM-GATED-PROGRAM = SPACES
               DISPLAY 'RUNGATE - GATED PROGRAM CARD MISSING OR '
                       'BLANK, GATE CLOSED'
               MOVE SPACES                 TO PARM-GATED-PROGRAM
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
           ELSE
               DISPLAY 'RUNGATE - CHECKING PREREQUISITES OF '
                       PARM-GATED-PROGRAM.

           IF  WS-DEP-STATUS NOT = '00'
               DISPLAY 'RUNGATE - NO DEPENDENCY TABLE, STATUS IS '
                       WS-DEP-STATUS ', GATE CLOSED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW.

           IF  WS-STATS-STATUS NOT = '00'
               DISPLAY 'RUNGATE - NO RUN STATISTICS FILE, STATUS IS '
                       WS-STATS-STATUS ', GATE CLOSED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW.

           MOVE PARM-GATED-PROGRAM         TO H01-GATED-PROGRAM.
           MOVE WS-TODAY                   TO H01-RUN-DATE.
           MOVE WS-NOW-HHMMSSHH (1:6)      TO H01-RUN-TIME.
           WRITE GATE-RPT-REC FROM HEADER-01.
           WRITE GATE-RPT-REC FROM HEADER-02.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   LOAD THE GATED PROGRAM'S ROWS FROM THE DEPENDENCY TABLE.
      *   ROWS FOR OTHER PROGRAMS ARE SKIPPED.  A BAD ROW FOR THIS
      *   PROGRAM CLOSES THE GATE - DROPPING IT WOULD QUIETLY OPEN
      *   THE GATE WITHOUT THAT CHECK.
      ******************************************************************
       1500-LOAD-DEPENDENCIES.

           PERFORM 1510-READ-DEPENDENCY    THRU 1510-EXIT.

           PERFORM 1520-LOAD-ONE-DEPENDENCY THRU 1520-EXIT
               UNTIL DEPENDENCIES-AT-EOF.

           IF  WS-DEP-CNT = ZERO
           AND NOT FATAL-ERROR
               DISPLAY 'RUNGATE - NO PREREQUISITES ON THE TABLE FOR '
                       PARM-GATED-PROGRAM ', GATE CLOSED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW.

       1500-EXIT.
           EXIT.

      ******************************************************************
       1510-READ-DEPENDENCY.

           READ DEPENDENCY-FILE
                AT END MOVE 'Y'            TO WS-DEP-EOF-SW.

       1510-EXIT.
           EXIT.

      ******************************************************************
       1520-LOAD-ONE-DEPENDENCY.

           IF  DEP-GATED-PROGRAM NOT = PARM-GATED-PROGRAM
               GO TO 1520-READ-NEXT.

           ADD 1                           TO WS-DEP-ROWS-CTR.

           IF  DEP-PREREQ-PROGRAM = SPACES
           OR  (NOT DEP-TODAY AND NOT DEP-WITHIN-HOURS)
           OR  (DEP-WITHIN-HOURS
               AND (DEP-HOURS NOT NUMERIC OR DEP-HOURS-N = ZERO))
           OR  (DEP-MAX-RC NOT = SPACES AND DEP-MAX-RC NOT NUMERIC)
           OR  (DEP-MAX-EXCP NOT = SPACES
               AND DEP-MAX-EXCP NOT NUMERIC)
               DISPLAY 'RUNGATE - BAD DEPENDENCY ROW, GATE CLOSED: '
                       DEPENDENCY-RECORD (1:38)
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO 1520-READ-NEXT.

           IF  WS-DEP-CNT NOT < WS-DEP-MAX
               DISPLAY 'RUNGATE - DEPENDENCY TABLE FULL, GATE '
                       'CLOSED AT: ' DEP-PREREQ-PROGRAM
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO 1520-READ-NEXT.

           ADD 1                           TO WS-DEP-CNT.
           MOVE WS-DEP-CNT                 TO WS-DEP-SUB.
           INITIALIZE WS-DEP-ENTRY (WS-DEP-SUB).
           MOVE DEP-PREREQ-PROGRAM         TO WS-DEP-PREREQ
                                                  (WS-DEP-SUB).
           MOVE DEP-WINDOW                 TO WS-DEP-WINDOW
                                                  (WS-DEP-SUB).
           MOVE 'N'                        TO WS-DEP-WIN-SW
                                                  (WS-DEP-SUB)
                                              WS-DEP-ANY-SW
                                                  (WS-DEP-SUB).

           IF  DEP-WITHIN-HOURS
               MOVE DEP-HOURS-N            TO WS-DEP-HOURS
                                                  (WS-DEP-SUB).

      *    A BLANK MAXIMUM RETURN CODE MEANS THE RUN MUST BE CLEAN;
      *    A BLANK MAXIMUM EXCEPTION COUNT MEANS NO LIMIT.
           IF  DEP-MAX-RC NUMERIC
               MOVE DEP-MAX-RC-N           TO WS-DEP-MAX-RC
                                                  (WS-DEP-SUB).

           IF  DEP-MAX-EXCP NUMERIC
               MOVE 'Y'                    TO WS-DEP-EXCP-LIMIT-SW
                                                  (WS-DEP-SUB)
               MOVE DEP-MAX-EXCP-N         TO WS-DEP-MAX-EXCP
                                                  (WS-DEP-SUB)
           ELSE
               MOVE 'N'                    TO WS-DEP-EXCP-LIMIT-SW
                                                  (WS-DEP-SUB).

       1520-READ-NEXT.

           PERFORM 1510-READ-DEPENDENCY    THRU 1510-EXIT.

       1520-EXIT.
           EXIT.

      ******************************************************************
      *   ONE PASS OVER THE STATS FILE.  IT ARRIVES IN APPEND
      *   (CHRONOLOGICAL) ORDER, SO THE LAST QUALIFYING RECORD SEEN
      *   FOR A PREREQUISITE IS ITS LATEST RUN.
      ******************************************************************
       2000-PASS-STATS-FILE.

           PERFORM 2100-READ-STATS-REC     THRU 2100-EXIT.

           PERFORM 2200-PROCESS-ONE-STAT   THRU 2200-EXIT
               UNTIL STATS-AT-EOF.

       2000-EXIT.
           EXIT.

      ******************************************************************
       2100-READ-STATS-REC.

           READ RUN-STATS-FILE INTO RUNSTAT-RECORD
                AT END MOVE 'Y'            TO WS-STATS-EOF-SW.

       2100-EXIT.
           EXIT.

      ******************************************************************
       2200-PROCESS-ONE-STAT.

           ADD 1                           TO WS-RECS-READ-CTR.

      *    A RECORD WITH A GARBAGE DATE OR TIME CANNOT BE AGED
      *    AGAINST A WINDOW - IT IS BYPASSED, NEVER TAKEN AS PROOF.
           IF  RUNSTAT-RUN-DATE NOT NUMERIC
           OR  RUNSTAT-RUN-TIME NOT NUMERIC
               GO TO 2200-BAD-RECORD.

           MOVE RUNSTAT-RUN-DATE           TO WS-EDIT-DATE.
           MOVE RUNSTAT-RUN-TIME           TO WS-EDIT-TIME.

           IF  WS-EDIT-DATE > 15820101
           AND WS-EDIT-MM > 0
           AND WS-EDIT-MM < 13
           AND WS-EDIT-DD > 0
           AND WS-EDIT-DD < 32
           AND WS-EDIT-HH < 24
           AND WS-EDIT-MI < 60
               NEXT SENTENCE
           ELSE
               GO TO 2200-BAD-RECORD.

           COMPUTE WS-REC-MINUTES =
               (FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE) * 1440)
             + (WS-EDIT-HH * 60) + WS-EDIT-MI.

           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-REC-MINUTES.

           PERFORM 2300-MATCH-ONE-PREREQ   THRU 2300-EXIT
               VARYING WS-DEP-SUB FROM 1 BY 1
                 UNTIL WS-DEP-SUB > WS-DEP-CNT.

           GO TO 2200-READ-NEXT.

       2200-BAD-RECORD.

           ADD 1                           TO WS-BAD-STATS-CTR.
           DISPLAY 'RUNGATE - BAD STATS RECORD BYPASSED: '
                   RUNSTAT-RECORD (1:24).

       2200-READ-NEXT.

           PERFORM 2100-READ-STATS-REC     THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      *   NOTE THE RUN AGAINST ONE PREREQUISITE IF IT IS THAT PROGRAM
      ******************************************************************
       2300-MATCH-ONE-PREREQ.

           IF  RUNSTAT-PROGRAM-ID NOT = WS-DEP-PREREQ (WS-DEP-SUB)
               GO TO 2300-EXIT.

           MOVE 'Y'                        TO WS-DEP-ANY-SW
                                                  (WS-DEP-SUB).
           MOVE RUNSTAT-RUN-DATE           TO WS-DEP-ANY-DATE
                                                  (WS-DEP-SUB).
           MOVE RUNSTAT-RUN-TIME           TO WS-DEP-ANY-TIME
                                                  (WS-DEP-SUB).

           MOVE 'N'                        TO WS-IN-WINDOW-SW.

           IF  WS-DEP-WINDOW (WS-DEP-SUB) = 'T'
               IF  RUNSTAT-RUN-DATE = WS-TODAY
                   MOVE 'Y'                TO WS-IN-WINDOW-SW
               END-IF
           ELSE
               IF  WS-AGE-MINUTES NOT > WS-DEP-HOURS (WS-DEP-SUB) * 60
                   MOVE 'Y'                TO WS-IN-WINDOW-SW
               END-IF
           END-IF.

           IF  NOT RUN-IN-WINDOW
               GO TO 2300-EXIT.

           MOVE 'Y'                        TO WS-DEP-WIN-SW
                                                  (WS-DEP-SUB).
           MOVE RUNSTAT-RUN-DATE           TO WS-DEP-WIN-DATE
                                                  (WS-DEP-SUB).
           MOVE RUNSTAT-RUN-TIME           TO WS-DEP-WIN-TIME
                                                  (WS-DEP-SUB).
           MOVE RUNSTAT-RETURN-CODE        TO WS-DEP-WIN-RC
                                                  (WS-DEP-SUB).
           MOVE RUNSTAT-EXCEPTION-CNT      TO WS-DEP-WIN-EXCP
                                                  (WS-DEP-SUB).

       2300-EXIT.
           EXIT.

      ******************************************************************
      *   JUDGE AND PRINT EVERY PREREQUISITE
      ******************************************************************
       3000-JUDGE-PREREQS.

           PERFORM 3100-JUDGE-ONE-PREREQ   THRU 3100-EXIT
               VARYING WS-DEP-SUB FROM 1 BY 1
                 UNTIL WS-DEP-SUB > WS-DEP-CNT.

       3000-EXIT.
           EXIT.

      ******************************************************************
       3100-JUDGE-ONE-PREREQ.

           MOVE SPACES                     TO DETAIL-01.
           MOVE WS-DEP-PREREQ (WS-DEP-SUB) TO D01-PREREQ.

           IF  WS-DEP-WINDOW (WS-DEP-SUB) = 'T'
               MOVE 'RAN TODAY'            TO D01-REQUIREMENT
           ELSE
               MOVE WS-DEP-HOURS (WS-DEP-SUB) TO WS-EDIT-HOURS
               STRING 'WITHIN ' WS-EDIT-HOURS ' HOURS'
                      DELIMITED BY SIZE INTO D01-REQUIREMENT.

           MOVE WS-DEP-MAX-RC (WS-DEP-SUB) TO D01-MAX-RC.

           IF  WS-DEP-EXCP-LIMIT-SW (WS-DEP-SUB) = 'Y'
               MOVE WS-DEP-MAX-EXCP (WS-DEP-SUB) TO WS-EDIT-EXCP
               MOVE WS-EDIT-EXCP           TO D01-MAX-EXCP
           ELSE
               MOVE '   NO LIMIT'          TO D01-MAX-EXCP.

           IF  WS-DEP-WIN-SW (WS-DEP-SUB) = 'N'
               GO TO 3100-MISSING.

           MOVE WS-DEP-WIN-DATE (WS-DEP-SUB) TO D01-LAST-DATE.
           MOVE WS-DEP-WIN-TIME (WS-DEP-SUB) TO D01-LAST-TIME.
           MOVE WS-DEP-WIN-RC (WS-DEP-SUB) TO D01-RC.
           MOVE WS-DEP-WIN-EXCP (WS-DEP-SUB) TO WS-EDIT-EXCP.
           MOVE WS-EDIT-EXCP               TO D01-EXCP.

           IF  WS-DEP-WIN-RC (WS-DEP-SUB) >
               WS-DEP-MAX-RC (WS-DEP-SUB)
           AND WS-DEP-EXCP-LIMIT-SW (WS-DEP-SUB) = 'Y'
           AND WS-DEP-WIN-EXCP (WS-DEP-SUB) >
               WS-DEP-MAX-EXCP (WS-DEP-SUB)
               MOVE 'FAILED - RC AND EXCEPTIONS OVER MAXIMUM'
                                           TO D01-RESULT
               GO TO 3100-FAILED.

           IF  WS-DEP-WIN-RC (WS-DEP-SUB) >
               WS-DEP-MAX-RC (WS-DEP-SUB)
               MOVE 'FAILED - RETURN CODE OVER MAXIMUM'
                                           TO D01-RESULT
               GO TO 3100-FAILED.

           IF  WS-DEP-EXCP-LIMIT-SW (WS-DEP-SUB) = 'Y'
           AND WS-DEP-WIN-EXCP (WS-DEP-SUB) >
               WS-DEP-MAX-EXCP (WS-DEP-SUB)
               MOVE 'FAILED - EXCEPTION COUNT OVER MAXIMUM'
                                           TO D01-RESULT
               GO TO 3100-FAILED.

           MOVE 'MET'                      TO D01-RESULT.
           ADD 1                           TO WS-PREREQ-MET-CTR.
           GO TO 3100-PRINT.

       3100-MISSING.

           IF  WS-DEP-ANY-SW (WS-DEP-SUB) = 'Y'
               MOVE WS-DEP-ANY-DATE (WS-DEP-SUB) TO D01-LAST-DATE
               MOVE WS-DEP-ANY-TIME (WS-DEP-SUB) TO D01-LAST-TIME
               MOVE 'MISSING - LAST RUN IS OUTSIDE THE WINDOW'
                                           TO D01-RESULT
           ELSE
               MOVE 'MISSING - NO RUN ON THE STATS FILE'
                                           TO D01-RESULT.

           ADD 1                           TO WS-PREREQ-MISSING-CTR.
           DISPLAY 'RUNGATE - PREREQUISITE ' D01-PREREQ ' '
                   D01-RESULT.
           GO TO 3100-PRINT.

       3100-FAILED.

           ADD 1                           TO WS-PREREQ-FAILED-CTR.
           DISPLAY 'RUNGATE - PREREQUISITE ' D01-PREREQ ' '
                   D01-RESULT.
           DISPLAY 'RUNGATE -   RUN ' D01-LAST-DATE ' ' D01-LAST-TIME
                   ' RC ' D01-RC ' (MAX ' D01-MAX-RC ') EXCEPTIONS '
                   D01-EXCP ' (MAX ' D01-MAX-EXCP ')'.

       3100-PRINT.

           WRITE GATE-RPT-REC FROM DETAIL-01.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *   THE VERDICT LINE AND THE RETURN CODE THE SCHEDULER
      *   CONDITIONS THE REST OF THE JOB ON
      ******************************************************************
       3900-WRITE-GATE-LINE.

           MOVE SPACES                     TO GATE-RPT-REC.
           WRITE GATE-RPT-REC.

           MOVE SPACES                     TO GL-MESSAGE.

           IF  FATAL-ERROR
               MOVE 'GATE CLOSED - SETUP ERROR, SEE JOB LOG'
                                           TO GL-MESSAGE
               MOVE 16                     TO RETURN-CODE
           ELSE
           IF  WS-PREREQ-MISSING-CTR > ZERO
           OR  WS-PREREQ-FAILED-CTR > ZERO
               MOVE WS-PREREQ-MISSING-CTR  TO WS-EDIT-MISSING
               MOVE WS-PREREQ-FAILED-CTR   TO WS-EDIT-FAILED
               STRING 'GATE CLOSED - PREREQUISITES MISSING:'
                      WS-EDIT-MISSING '  FAILED:' WS-EDIT-FAILED
                      DELIMITED BY SIZE INTO GL-MESSAGE
               MOVE 8                      TO RETURN-CODE
           ELSE
               MOVE WS-PREREQ-MET-CTR      TO WS-EDIT-MET
               STRING 'GATE OPEN - PREREQUISITES MET:' WS-EDIT-MET
                      DELIMITED BY SIZE INTO GL-MESSAGE
               MOVE ZERO                   TO RETURN-CODE.

           WRITE GATE-RPT-REC FROM GATE-LINE.

           DISPLAY 'RUNGATE - ' GL-MESSAGE.

       3900-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           DISPLAY '*  *  *  RUNGATE PROCESSING COUNTS  *  *  *'.

           MOVE WS-RECS-READ-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** STATS RECORDS READ      = ' WS-DISPLAY-CTR.

           MOVE WS-BAD-STATS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** BAD STATS RECORDS       = ' WS-DISPLAY-CTR.

           MOVE WS-DEP-ROWS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** DEPENDENCY ROWS         = ' WS-DISPLAY-CTR.

           MOVE WS-PREREQ-MET-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** PREREQUISITES MET       = ' WS-DISPLAY-CTR.

           MOVE WS-PREREQ-MISSING-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** PREREQUISITES MISSING   = ' WS-DISPLAY-CTR.

           MOVE WS-PREREQ-FAILED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** PREREQUISITES FAILED    = ' WS-DISPLAY-CTR.

           CLOSE PARM-CARD-FILE
                 DEPENDENCY-FILE
                 RUN-STATS-FILE
                 GATE-RPT.

       9000-EXIT.
           EXIT.
