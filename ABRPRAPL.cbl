       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABRPRAPL.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABRPRAPL
      *C   FUNCTION:
      *C
      *C   -    CONTROLLED APPLY OF THE ABRECON REPAIR CANDIDATES ONCE
      *C        THEY HAVE BEEN REVIEWED.  ONLY CANDIDATES MARKED 'A'
      *C        IN THE REVIEW FLAG ARE APPLIED; 'R' IS REPORTED AS
      *C        REJECTED AND A BLANK OR ANY OTHER MARK AS UNREVIEWED.
      *C
      *C            ORPHCURL  DELETE THE ORPHAN ABCURRLINE LINE
      *C            ORPHHSTL  DELETE THE ORPHAN ABHISTLINE LINE
      *C            EMPTYCUR  DELETE THE EMPTY ABCURRHDR HEADER AND
      *C                      ITS 'C' CUSTXREF RECORD
      *C            EMPTYHST  DELETE THE EMPTY ABHISTHDR HEADER AND
      *C                      ITS 'H' CUSTXREF RECORD
      *C            DUALRES   FINISH THE HALF-MOVED ORDER - THE
      *C                      HISTORY SIDE IS KEPT, ANY CURRENT LINE
      *C                      NOT YET ON HISTORY IS COPIED ACROSS,
      *C                      THE CURRENT SIDE IS DELETED AND THE
      *C                      CUSTXREF SIDE FLIPPED 'C' TO 'H'
      *C
      *C   -    EVERY CANDIDATE IS RE-VERIFIED AGAINST THE FILES AS
      *C        THEY STAND NOW BEFORE IT IS APPLIED.  ONE NO LONGER
      *C        TRUE (FIXED SINCE, OR THE FILES MOVED ON) IS SKIPPED
      *C        AS STALE.
      *C
      *C   -    EVERY RECORD DELETED OR ADDED IS JOURNALLED (FULL
      *C        RECORD IMAGE) TO THE PERMANENT RPRJRNL JOURNAL.
      *C
      *C   -    PARMCARD COLUMN 1 SELECTS THE MODE - 'U' UPDATES THE
      *C        FILES, 'T' (OR NO CARD) IS A TRIAL RUN THAT OPENS
      *C        EVERYTHING INPUT AND ONLY REPORTS WHAT WOULD BE DONE.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  RUN MODE CARD
      *C        REPAIRI   REVIEWED REPAIR-CANDIDATE FILE (ABRECON
      *C                  REPAIRO)
      *C
      *C   OUTPUT:
      *C
      *C        ABCURRH   ABCURRHDR  KEYED FILE (RECORDS DELETED)
      *C        ABCURRL   ABCURRLINE KEYED FILE (RECORDS DELETED)
      *C        ABHISTH   ABHISTHDR  KEYED FILE (RECORDS DELETED)
      *C        ABHISTL   ABHISTLINE KEYED FILE (ADDED/DELETED)
      *C        CUSTXREF  CUSTOMER CROSS-REFERENCE INDEX (MAINTAINED)
      *C        RPRJRNL   REPAIR JOURNAL - IMAGE OF EVERY RECORD
      *C                  DELETED OR ADDED (APPENDED, UPDATE ONLY)
      *C        REPAIRPT  APPLIED/SKIPPED CANDIDATE REGISTER
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:
      *C
      *C        0   EVERY CANDIDATE APPLIED OR REJECTED BY REVIEW
      *C        4   CANDIDATES SKIPPED AS UNREVIEWED, INVALID OR STALE
      *C        8   CUSTXREF OUT OF STEP - RUN ABCXBLD TO REBUILD
      *C        16  BAD I/O OR BAD PARMCARD - RUN STOPPED
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

           SELECT OPTIONAL PARM-CARD-FILE   ASSIGN  TO PARMCARD.

           SELECT REPAIR-FILE               ASSIGN  TO REPAIRI.

           SELECT ABCURRHDR-FILE            ASSIGN  TO ABCURRH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XCH-UNIQUE-I-D
                  FILE STATUS IS WS-XCH-STATUS.

           SELECT ABCURRLINE-FILE           ASSIGN  TO ABCURRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XCL-KEY
                  FILE STATUS IS WS-XCL-STATUS.

           SELECT ABHISTHDR-FILE            ASSIGN  TO ABHISTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XHH-KEY
                  FILE STATUS IS WS-XHH-STATUS.

           SELECT ABHISTLINE-FILE           ASSIGN  TO ABHISTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XHL-KEY
                  FILE STATUS IS WS-XHL-STATUS.

           SELECT CUSTXREF-FILE             ASSIGN  TO CUSTXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CXR-KEY
                  FILE STATUS IS WS-CXR-STATUS.

           SELECT REPAIR-JOURNAL            ASSIGN  TO RPRJRNL
                  FILE STATUS IS WS-JRN-STATUS.

           SELECT REPAIR-REGISTER           ASSIGN  TO REPAIRPT.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARM-CARD-RECORD.

       01  PARM-CARD-RECORD.
           05 PARM-RUN-MODE                      PIC X(01).
              88  PARM-TRIAL-MODE                      VALUE 'T'.
              88  PARM-UPDATE-MODE                     VALUE 'U'.
           05 FILLER                             PIC X(79).

       FD  REPAIR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPAIR-RECORD.

       COPY ABRPRREC.

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  ABHISTHDR-FILE.

       COPY ABXHHREC.

       FD  ABHISTLINE-FILE.

       COPY ABXHLREC.

       FD  CUSTXREF-FILE.

       COPY ABXCXREC.

       FD  REPAIR-JOURNAL
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPJ-RECORD.

       COPY ABRPJREC.

       FD  REPAIR-REGISTER.

       01  REPAIR-REGISTER-REC                   PIC X(133).

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-STATS-REC.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABRPRAPL  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-REPAIR-EOF-SW            PIC X(01) VALUE 'N'.
           88  REPAIR-FILE-AT-EOF                VALUE 'Y'.
       77  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
           88  LINE-AT-EOF                       VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.
       77  WS-RUN-MODE-SW              PIC X(01) VALUE 'T'.
           88  TRIAL-RUN                         VALUE 'T'.
           88  UPDATE-RUN                        VALUE 'U'.
       77  WS-CHILD-FOUND-SW           PIC X(01) VALUE 'N'.
           88  CHILD-FOUND                       VALUE 'Y'.
       77  WS-HIST-TWIN-SW             PIC X(01) VALUE 'N'.
           88  HIST-TWIN-FOUND                   VALUE 'Y'.
       77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
           88  FILES-ARE-OPEN                    VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XHH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XHL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CXR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-CANDS-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CANDS-APPLIED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CANDS-REJECTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CANDS-UNREVWD-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CANDS-INVALID-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CANDS-STALE-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CURR-LINES-DEL-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HIST-LINES-DEL-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CURR-HDRS-DEL-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HIST-HDRS-DEL-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-COPIED-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-XREF-DEL-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-XREF-ADD-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-RECS-CTR         PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      *    PER-ORDER LINE COUNTS FOR A DUALRES CANDIDATE
       77  WS-ORDER-LINES-CTR          PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-ORDER-COPIED-CTR         PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-EDIT-LINES               PIC ZZZ9.
       77  WS-EDIT-COPIED              PIC ZZZ9.

      ************************************************************
      *              H O L D   A R E A S
      ************************************************************
       77  WS-HOLD-UNIQUE-I-D          PIC 9(12) VALUE ZERO.
       77  WS-DISPOSITION              PIC X(08) VALUE SPACES.
       77  WS-REASON                   PIC X(40) VALUE SPACES.
       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

      *    THE HEADER FIELDS THAT MAKE UP THE XREF KEY ARE HELD
      *    BEFORE THE HEADER IS DELETED - THE RECORD AREA IS NOT
      *    DEPENDABLE AFTER A DELETE.
       01  WS-XREF-HOLD.
           05  WS-XREF-CUSTOMER        PIC X(09) VALUE SPACES.
           05  WS-XREF-REQUEST-DATE    PIC 9(08) VALUE ZERO.
           05  WS-XREF-COMPANY         PIC 9(04) VALUE ZERO.
           05  WS-XREF-ORDER-NBR       PIC 9(08) VALUE ZERO.
           05  WS-XREF-SIDE            PIC X(01) VALUE SPACE.
           05  WS-XREF-UNIQUE-I-D      PIC 9(12) VALUE ZERO.

      *    JOURNAL HOLD AREAS
       77  WS-JRN-SEQUENCE-NBR         PIC 9(07) VALUE ZERO.
       77  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
       77  WS-JRN-FILE-ID              PIC X(02) VALUE SPACES.
       01  WS-JRN-IMAGE                          PIC X(244).

       COPY RUNSTAT.

      ************************************************************
      *              R E G I S T E R   L A Y O U T S
      ************************************************************
       01  REGISTER-HEADER.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ABRPRAPL'.
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 FILLER               PIC X(34)   VALUE
              'AB REPAIR-CANDIDATE APPLY REGISTER'.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RH-RUN-MODE          PIC X(12).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'DATE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RH-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X(54)   VALUE SPACE.

       01  REGISTER-COLUMNS.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(09)   VALUE 'EXCEPTION'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(12)   VALUE 'UNIQUE I-D  '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'REQ DATE'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(07)   VALUE 'COMPANY'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ORDER   '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'LINE'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'REVIEWER'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'DISPOSED'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(40)   VALUE 'ACTION / REASON'.
           05 FILLER               PIC X(18)   VALUE SPACE.

       01  REGISTER-DETAIL.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RD-TYPE              PIC X(09).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-UNIQUE-I-D        PIC X(12).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-REQUEST-DATE      PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-COMPANY           PIC X(07).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-ORDER-NBR         PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-LINE-NBR          PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-REVIEWER          PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-DISPOSITION       PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-REASON            PIC X(40).
           05 FILLER               PIC X(18)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABRPRAPL  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  NOT FATAL-ERROR
               PERFORM 2000-PROCESS-ONE-CAND THRU 2000-EXIT
                   UNTIL REPAIR-FILE-AT-EOF
                   OR    FATAL-ERROR.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           GOBACK.

      ******************************************************************
      *   READ THE MODE CARD, OPEN FILES - INPUT ONLY FOR A TRIAL
      *   RUN - AND READ THE FIRST CANDIDATE
      ******************************************************************
       1000-INITIALIZE.

           DISPLAY 'ABRPRAPL - REPAIR-CANDIDATE APPLY STARTING'.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           OPEN INPUT  PARM-CARD-FILE.

           READ PARM-CARD-FILE
                AT END MOVE SPACES         TO PARM-CARD-RECORD.

           CLOSE PARM-CARD-FILE.

      *    NO CARD OR A BLANK MODE IS A TRIAL RUN - THE FILES ARE
      *    ONLY EVER UPDATED WHEN SOMEONE ASKS FOR IT.
           IF  PARM-RUN-MODE = SPACE
           OR  PARM-TRIAL-MODE
               MOVE 'T'                    TO WS-RUN-MODE-SW
               MOVE '*TRIAL RUN* '         TO RH-RUN-MODE
           ELSE
           IF  PARM-UPDATE-MODE
               MOVE 'U'                    TO WS-RUN-MODE-SW
               MOVE 'UPDATE RUN  '         TO RH-RUN-MODE
           ELSE
               DISPLAY 'ABRPRAPL - RUN MODE ' PARM-RUN-MODE
                       ' NOT T OR U, RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
                                              WS-REPAIR-EOF-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1000-EXIT.

           IF  UPDATE-RUN
               OPEN INPUT  REPAIR-FILE
                    I-O    ABCURRHDR-FILE
                           ABCURRLINE-FILE
                           ABHISTHDR-FILE
                           ABHISTLINE-FILE
                           CUSTXREF-FILE
                    OUTPUT REPAIR-REGISTER
                    EXTEND REPAIR-JOURNAL
               DISPLAY 'ABRPRAPL - UPDATE RUN, APPROVED REPAIRS WILL '
                       'BE APPLIED'
           ELSE
               OPEN INPUT  REPAIR-FILE
                           ABCURRHDR-FILE
                           ABCURRLINE-FILE
                           ABHISTHDR-FILE
                           ABHISTLINE-FILE
                           CUSTXREF-FILE
                    OUTPUT REPAIR-REGISTER
               DISPLAY 'ABRPRAPL - TRIAL RUN, NO FILE WILL BE '
                       'UPDATED'.

           MOVE 'Y'                        TO WS-FILES-OPEN-SW.

           MOVE WS-RUN-DATE-YYYYMMDD       TO RH-RUN-DATE.
           WRITE REPAIR-REGISTER-REC FROM REGISTER-HEADER.
           WRITE REPAIR-REGISTER-REC FROM REGISTER-COLUMNS.

           PERFORM 8000-READ-CANDIDATE     THRU 8000-EXIT.

           IF  REPAIR-FILE-AT-EOF
               DISPLAY 'ABRPRAPL - NO REPAIR CANDIDATES SUPPLIED'.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   SCREEN ONE CANDIDATE ON ITS REVIEW FLAG, APPLY IT IF IT IS
      *   APPROVED, AND PRINT ITS REGISTER LINE
      ******************************************************************
       2000-PROCESS-ONE-CAND.

           ADD 1                           TO WS-CANDS-READ-CTR.

           MOVE SPACES                     TO WS-DISPOSITION
                                              WS-REASON.

           IF  REP-REJECTED
               MOVE 'REJECTED'             TO WS-DISPOSITION
               MOVE 'REJECTED AT REVIEW - NOTHING DONE'
                                           TO WS-REASON
               ADD 1                       TO WS-CANDS-REJECTED-CTR
               GO TO 2000-WRITE-LINE.

           IF  NOT REP-APPROVED
               MOVE 'UNREVWD'              TO WS-DISPOSITION
               MOVE 'REVIEW FLAG NOT A OR R - NOTHING DONE'
                                           TO WS-REASON
               ADD 1                       TO WS-CANDS-UNREVWD-CTR
               GO TO 2000-WRITE-LINE.

           IF  REP-ORPHAN-CURR-LINE
               PERFORM 3000-ORPHAN-CURR-LINE THRU 3000-EXIT
           ELSE
           IF  REP-ORPHAN-HIST-LINE
               PERFORM 3100-ORPHAN-HIST-LINE THRU 3100-EXIT
           ELSE
           IF  REP-EMPTY-CURR-HDR
               PERFORM 3200-EMPTY-CURR-HDR THRU 3200-EXIT
           ELSE
           IF  REP-EMPTY-HIST-HDR
               PERFORM 3300-EMPTY-HIST-HDR THRU 3300-EXIT
           ELSE
           IF  REP-DUAL-RESIDENT
               PERFORM 3400-DUAL-RESIDENT  THRU 3400-EXIT
           ELSE
               MOVE 'INVALID'              TO WS-DISPOSITION
               MOVE 'UNKNOWN EXCEPTION TYPE'
                                           TO WS-REASON.

      *    A BAD I/O ANYWHERE IN THE REPAIR STOPS THE RUN HERE.
           IF  FATAL-ERROR
               MOVE 'FATAL'                TO WS-DISPOSITION
               MOVE 'I/O ERROR - RUN STOPPED, SEE JOB LOG'
                                           TO WS-REASON
           ELSE
           IF  WS-DISPOSITION = 'INVALID'
               ADD 1                       TO WS-CANDS-INVALID-CTR
           ELSE
           IF  WS-DISPOSITION = 'STALE'
               ADD 1                       TO WS-CANDS-STALE-CTR
           ELSE
           IF  WS-DISPOSITION = 'APPLIED' OR 'WOULD DO'
               ADD 1                       TO WS-CANDS-APPLIED-CTR.

       2000-WRITE-LINE.

           PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.

           PERFORM 8000-READ-CANDIDATE     THRU 8000-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *   ORPHCURL - THE LINE MUST STILL BE ON FILE AND ITS PARENT
      *   HEADER STILL MISSING
      ******************************************************************
       3000-ORPHAN-CURR-LINE.

           IF  REP-UNIQUE-I-D NOT NUMERIC
           OR  REP-LINE-NBR   NOT NUMERIC
               MOVE 'INVALID'              TO WS-DISPOSITION
               MOVE 'UNIQUE I-D OR LINE NOT NUMERIC'
                                           TO WS-REASON
               GO TO 3000-EXIT.

           MOVE REP-UNIQUE-I-D-N           TO XCL-HDR-UNIQUE-I-D.
           MOVE REP-LINE-NBR-N             TO XCL-LINE-NBR.

           READ ABCURRLINE-FILE.

           IF  WS-XCL-STATUS = '23'
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'LINE NO LONGER ON ABCURRLINE'
                                           TO WS-REASON
               GO TO 3000-EXIT.

           IF  WS-XCL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 3000-EXIT.

           MOVE REP-UNIQUE-I-D-N           TO XCH-UNIQUE-I-D.

           READ ABCURRHDR-FILE.

           IF  WS-XCH-STATUS = '00'
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'PARENT HEADER NOW ON ABCURRHDR'
                                           TO WS-REASON
               GO TO 3000-EXIT.

           IF  WS-XCH-STATUS NOT = '23'
               DISPLAY 'ABRPRAPL - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 3000-EXIT.

           MOVE 'DELETE ORPHAN CURRENT LINE'
                                           TO WS-REASON.

           PERFORM 5000-DELETE-CURR-LINE   THRU 5000-EXIT.

           PERFORM 8100-SET-APPLIED        THRU 8100-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *   ORPHHSTL - THE LINE MUST STILL BE ON FILE AND ITS PARENT
      *   HEADER STILL MISSING
      ******************************************************************
       3100-ORPHAN-HIST-LINE.

           IF  REP-REQUEST-DATE NOT NUMERIC
           OR  REP-COMPANY      NOT NUMERIC
           OR  REP-ORDER-NBR    NOT NUMERIC
           OR  REP-LINE-NBR     NOT NUMERIC
               MOVE 'INVALID'              TO WS-DISPOSITION
               MOVE 'ORDER KEY OR LINE NOT NUMERIC'
                                           TO WS-REASON
               GO TO 3100-EXIT.

           MOVE REP-REQUEST-DATE-N         TO XHL-REQUEST-DATE.
           MOVE REP-COMPANY-N              TO XHL-COMPANY.
           MOVE REP-ORDER-NBR-N            TO XHL-ORDER-NBR.
           MOVE REP-LINE-NBR-N             TO XHL-LINE-NBR.

           READ ABHISTLINE-FILE.

           IF  WS-XHL-STATUS = '23'
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'LINE NO LONGER ON ABHISTLINE'
                                           TO WS-REASON
               GO TO 3100-EXIT.

           IF  WS-XHL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 3100-EXIT.

           MOVE REP-REQUEST-DATE-N         TO XHH-REQUEST-DATE.
           MOVE REP-COMPANY-N              TO XHH-COMPANY.
           MOVE REP-ORDER-NBR-N            TO XHH-ORDER-NBR.

           READ ABHISTHDR-FILE.

           IF  WS-XHH-STATUS = '00'
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'PARENT HEADER NOW ON ABHISTHDR'
                                           TO WS-REASON
               GO TO 3100-EXIT.

           IF  WS-XHH-STATUS NOT = '23'
               DISPLAY 'ABRPRAPL - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 3100-EXIT.

           MOVE 'DELETE ORPHAN HISTORY LINE'
                                           TO WS-REASON.

           PERFORM 5100-DELETE-HIST-LINE   THRU 5100-EXIT.

           PERFORM 8100-SET-APPLIED        THRU 8100-EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *   EMPTYCUR - THE HEADER MUST STILL BE ON FILE UNDER THE SAME
      *   ORDER KEY AND STILL HAVE NO LINES.  IF THE ORDER ALSO HAS
      *   A HISTORY-SIDE HEADER (THE DUALRES CASE WITH NO CURRENT
      *   LINES) THE XREF IS LEFT POINTING AT THE HISTORY SIDE.
      ******************************************************************
       3200-EMPTY-CURR-HDR.

           IF  REP-UNIQUE-I-D   NOT NUMERIC
           OR  REP-REQUEST-DATE NOT NUMERIC
           OR  REP-COMPANY      NOT NUMERIC
           OR  REP-ORDER-NBR    NOT NUMERIC
               MOVE 'INVALID'              TO WS-DISPOSITION
               MOVE 'UNIQUE I-D OR ORDER KEY NOT NUMERIC'
                                           TO WS-REASON
               GO TO 3200-EXIT.

           PERFORM 4000-VERIFY-CURR-HDR    THRU 4000-EXIT.

           IF  WS-DISPOSITION NOT = SPACES
               GO TO 3200-EXIT.

           PERFORM 4100-CHECK-CURR-LINES   THRU 4100-EXIT.

           IF  FATAL-ERROR
               GO TO 3200-EXIT.

           IF  CHILD-FOUND
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'HEADER NOW HAS LINES ON ABCURRLINE'
                                           TO WS-REASON
               GO TO 3200-EXIT.

           PERFORM 4300-CHECK-HIST-TWIN    THRU 4300-EXIT.

           IF  FATAL-ERROR
               GO TO 3200-EXIT.

           IF  HIST-TWIN-FOUND
               MOVE 'DELETE EMPTY CURR HDR, XREF TO HISTORY'
                                           TO WS-REASON
           ELSE
               MOVE 'DELETE EMPTY CURRENT HEADER AND XREF'
                                           TO WS-REASON.

           PERFORM 5200-DELETE-CURR-HDR    THRU 5200-EXIT.

           IF  HIST-TWIN-FOUND
               PERFORM 5500-ADD-HIST-XREF  THRU 5500-EXIT.

           PERFORM 8100-SET-APPLIED        THRU 8100-EXIT.

       3200-EXIT.
           EXIT.

      ******************************************************************
      *   EMPTYHST - THE HEADER MUST STILL BE ON FILE AND STILL HAVE
      *   NO LINES
      ******************************************************************
       3300-EMPTY-HIST-HDR.

           IF  REP-REQUEST-DATE NOT NUMERIC
           OR  REP-COMPANY      NOT NUMERIC
           OR  REP-ORDER-NBR    NOT NUMERIC
               MOVE 'INVALID'              TO WS-DISPOSITION
               MOVE 'ORDER KEY NOT NUMERIC'
                                           TO WS-REASON
               GO TO 3300-EXIT.

           MOVE REP-REQUEST-DATE-N         TO XHH-REQUEST-DATE.
           MOVE REP-COMPANY-N              TO XHH-COMPANY.
           MOVE REP-ORDER-NBR-N            TO XHH-ORDER-NBR.

           READ ABHISTHDR-FILE.

           IF  WS-XHH-STATUS = '23'
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'HEADER NO LONGER ON ABHISTHDR'
                                           TO WS-REASON
               GO TO 3300-EXIT.

           IF  WS-XHH-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 3300-EXIT.

           PERFORM 4200-CHECK-HIST-LINES   THRU 4200-EXIT.

           IF  FATAL-ERROR
               GO TO 3300-EXIT.

           IF  CHILD-FOUND
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'HEADER NOW HAS LINES ON ABHISTLINE'
                                           TO WS-REASON
               GO TO 3300-EXIT.

           MOVE 'DELETE EMPTY HISTORY HEADER AND XREF'
                                           TO WS-REASON.

           PERFORM 5300-DELETE-HIST-HDR    THRU 5300-EXIT.

           PERFORM 8100-SET-APPLIED        THRU 8100-EXIT.

       3300-EXIT.
           EXIT.

      ******************************************************************
      *   DUALRES - BOTH SIDES MUST STILL BE ON FILE.  THE HISTORY
      *   SIDE IS KEPT: EACH CURRENT LINE NOT YET ON ABHISTLINE IS
      *   COPIED ACROSS (THE SWEEP DIED BEFORE MOVING IT), THEN THE
      *   CURRENT LINES, THE CURRENT HEADER AND ITS 'C' XREF ARE
      *   DELETED AND THE 'H' XREF WRITTEN - EXACTLY WHAT ABARCSWP
      *   WOULD HAVE FINISHED.
      ******************************************************************
       3400-DUAL-RESIDENT.

           IF  REP-UNIQUE-I-D   NOT NUMERIC
           OR  REP-REQUEST-DATE NOT NUMERIC
           OR  REP-COMPANY      NOT NUMERIC
           OR  REP-ORDER-NBR    NOT NUMERIC
               MOVE 'INVALID'              TO WS-DISPOSITION
               MOVE 'UNIQUE I-D OR ORDER KEY NOT NUMERIC'
                                           TO WS-REASON
               GO TO 3400-EXIT.

           PERFORM 4000-VERIFY-CURR-HDR    THRU 4000-EXIT.

           IF  WS-DISPOSITION NOT = SPACES
               GO TO 3400-EXIT.

           PERFORM 4300-CHECK-HIST-TWIN    THRU 4300-EXIT.

           IF  FATAL-ERROR
               GO TO 3400-EXIT.

           IF  NOT HIST-TWIN-FOUND
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'HEADER NO LONGER ON ABHISTHDR'
                                           TO WS-REASON
               GO TO 3400-EXIT.

           MOVE ZERO                       TO WS-ORDER-LINES-CTR
                                              WS-ORDER-COPIED-CTR.

           PERFORM 3410-FINISH-ORDER-LINES THRU 3410-EXIT.

           IF  FATAL-ERROR
               GO TO 3400-EXIT.

           PERFORM 5200-DELETE-CURR-HDR    THRU 5200-EXIT.

           PERFORM 5500-ADD-HIST-XREF      THRU 5500-EXIT.

           MOVE WS-ORDER-LINES-CTR         TO WS-EDIT-LINES.
           MOVE WS-ORDER-COPIED-CTR        TO WS-EDIT-COPIED.

           STRING 'DROP CURR SIDE, LINES '  DELIMITED BY SIZE
                  WS-EDIT-LINES             DELIMITED BY SIZE
                  ' COPIED '                DELIMITED BY SIZE
                  WS-EDIT-COPIED            DELIMITED BY SIZE
                  INTO WS-REASON.

           PERFORM 8100-SET-APPLIED        THRU 8100-EXIT.

       3400-EXIT.
           EXIT.

      ******************************************************************
      *   WALK THE DUALRES ORDER'S CURRENT LINES
      ******************************************************************
       3410-FINISH-ORDER-LINES.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

           MOVE WS-HOLD-UNIQUE-I-D         TO XCL-HDR-UNIQUE-I-D.
           MOVE ZERO                       TO XCL-LINE-NBR.

           START ABCURRLINE-FILE KEY NOT LESS THAN XCL-KEY.

           IF  WS-XCL-STATUS = '23'
               GO TO 3410-EXIT.

           IF  WS-XCL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD START ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 3410-EXIT.

           PERFORM 3420-READ-NEXT-ORDER-LINE THRU 3420-EXIT.

           PERFORM 3430-FINISH-ONE-LINE    THRU 3430-EXIT
               UNTIL LINE-AT-EOF
               OR    FATAL-ERROR.

       3410-EXIT.
           EXIT.

      ******************************************************************
       3420-READ-NEXT-ORDER-LINE.

           READ ABCURRLINE-FILE NEXT.

           IF  WS-XCL-STATUS = '00'
               IF  XCL-HDR-UNIQUE-I-D NOT = WS-HOLD-UNIQUE-I-D
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               END-IF
           ELSE
           IF  WS-XCL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABRPRAPL - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT.

       3420-EXIT.
           EXIT.

      ******************************************************************
      *   COPY ONE CURRENT LINE TO HISTORY IF IT IS NOT THERE YET,
      *   THEN DELETE IT FROM THE CURRENT SIDE
      ******************************************************************
       3430-FINISH-ONE-LINE.

           ADD 1                           TO WS-ORDER-LINES-CTR.

           MOVE XCH-REQUEST-DATE           TO XHL-REQUEST-DATE.
           MOVE XCH-COMPANY                TO XHL-COMPANY.
           MOVE XCH-ORDER-NBR              TO XHL-ORDER-NBR.
           MOVE XCL-LINE-NBR               TO XHL-LINE-NBR.

           READ ABHISTLINE-FILE.

           IF  WS-XHL-STATUS = '23'
               ADD 1                       TO WS-ORDER-COPIED-CTR
               PERFORM 5400-COPY-LINE-TO-HIST THRU 5400-EXIT
           ELSE
           IF  WS-XHL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT.

           IF  FATAL-ERROR
               GO TO 3430-EXIT.

           PERFORM 5000-DELETE-CURR-LINE   THRU 5000-EXIT.

           IF  FATAL-ERROR
               GO TO 3430-EXIT.

           PERFORM 3420-READ-NEXT-ORDER-LINE THRU 3420-EXIT.

       3430-EXIT.
           EXIT.

      ******************************************************************
      *   RE-READ THE CURRENT HEADER BY UNIQUE I-D AND CHECK IT STILL
      *   CARRIES THE ORDER KEY THE CANDIDATE WAS CUT FOR.  A STALE
      *   OR FATAL RESULT IS LEFT IN WS-DISPOSITION / THE FATAL SW.
      ******************************************************************
       4000-VERIFY-CURR-HDR.

           MOVE REP-UNIQUE-I-D-N           TO XCH-UNIQUE-I-D
                                              WS-HOLD-UNIQUE-I-D.

           READ ABCURRHDR-FILE.

           IF  WS-XCH-STATUS = '23'
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'HEADER NO LONGER ON ABCURRHDR'
                                           TO WS-REASON
               GO TO 4000-EXIT.

           IF  WS-XCH-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               MOVE 'FATAL'                TO WS-DISPOSITION
               GO TO 4000-EXIT.

           IF  XCH-REQUEST-DATE NOT = REP-REQUEST-DATE-N
           OR  XCH-COMPANY      NOT = REP-COMPANY-N
           OR  XCH-ORDER-NBR    NOT = REP-ORDER-NBR-N
               MOVE 'STALE'                TO WS-DISPOSITION
               MOVE 'HEADER ORDER KEY HAS CHANGED'
                                           TO WS-REASON.

       4000-EXIT.
           EXIT.

      ******************************************************************
      *   DOES THE CURRENT HEADER IN THE RECORD AREA HAVE A LINE?
      ******************************************************************
       4100-CHECK-CURR-LINES.

           MOVE 'N'                        TO WS-CHILD-FOUND-SW.

           MOVE XCH-UNIQUE-I-D             TO XCL-HDR-UNIQUE-I-D.
           MOVE ZERO                       TO XCL-LINE-NBR.

           START ABCURRLINE-FILE KEY NOT LESS THAN XCL-KEY.

           IF  WS-XCL-STATUS = '23'
               GO TO 4100-EXIT.

           IF  WS-XCL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD START ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 4100-EXIT.

           READ ABCURRLINE-FILE NEXT.

           IF  WS-XCL-STATUS = '10'
               GO TO 4100-EXIT.

           IF  WS-XCL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 4100-EXIT.

           IF  XCL-HDR-UNIQUE-I-D = XCH-UNIQUE-I-D
               MOVE 'Y'                    TO WS-CHILD-FOUND-SW.

       4100-EXIT.
           EXIT.

      ******************************************************************
      *   DOES THE HISTORY HEADER IN THE RECORD AREA HAVE A LINE?
      ******************************************************************
       4200-CHECK-HIST-LINES.

           MOVE 'N'                        TO WS-CHILD-FOUND-SW.

           MOVE XHH-REQUEST-DATE           TO XHL-REQUEST-DATE.
           MOVE XHH-COMPANY                TO XHL-COMPANY.
           MOVE XHH-ORDER-NBR              TO XHL-ORDER-NBR.
           MOVE ZERO                       TO XHL-LINE-NBR.

           START ABHISTLINE-FILE KEY NOT LESS THAN XHL-KEY.

           IF  WS-XHL-STATUS = '23'
               GO TO 4200-EXIT.

           IF  WS-XHL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD START ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 4200-EXIT.

           READ ABHISTLINE-FILE NEXT.

           IF  WS-XHL-STATUS = '10'
               GO TO 4200-EXIT.

           IF  WS-XHL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 4200-EXIT.

           IF  XHL-REQUEST-DATE = XHH-REQUEST-DATE
           AND XHL-COMPANY      = XHH-COMPANY
           AND XHL-ORDER-NBR    = XHH-ORDER-NBR
               MOVE 'Y'                    TO WS-CHILD-FOUND-SW.

       4200-EXIT.
           EXIT.

      ******************************************************************
      *   IS THE CURRENT HEADER'S ORDER ALSO ON THE HISTORY SIDE?
      ******************************************************************
       4300-CHECK-HIST-TWIN.

           MOVE 'N'                        TO WS-HIST-TWIN-SW.

           MOVE XCH-REQUEST-DATE           TO XHH-REQUEST-DATE.
           MOVE XCH-COMPANY                TO XHH-COMPANY.
           MOVE XCH-ORDER-NBR              TO XHH-ORDER-NBR.

           READ ABHISTHDR-FILE.

           IF  WS-XHH-STATUS = '00'
               MOVE 'Y'                    TO WS-HIST-TWIN-SW
           ELSE
           IF  WS-XHH-STATUS NOT = '23'
               DISPLAY 'ABRPRAPL - BAD READ ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT.

       4300-EXIT.
           EXIT.

      ******************************************************************
      *   RECORD UPDATERS.  EACH JOURNALS THE RECORD IMAGE FIRST AND
      *   DOES NOTHING FURTHER ON A TRIAL RUN.
      ******************************************************************
       5000-DELETE-CURR-LINE.

           IF  TRIAL-RUN
               GO TO 5000-EXIT.

           MOVE 'D'                        TO WS-JRN-ACTION.
           MOVE 'CL'                       TO WS-JRN-FILE-ID.
           MOVE XCL-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

           IF  FATAL-ERROR
               GO TO 5000-EXIT.

           DELETE ABCURRLINE-FILE.

           IF  WS-XCL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD DELETE ON ABCURRLINE, STATUS '
                       'IS ' WS-XCL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 5000-EXIT.

           ADD 1                           TO WS-CURR-LINES-DEL-CTR.

       5000-EXIT.
           EXIT.

      ******************************************************************
       5100-DELETE-HIST-LINE.

           IF  TRIAL-RUN
               GO TO 5100-EXIT.

           MOVE 'D'                        TO WS-JRN-ACTION.
           MOVE 'HL'                       TO WS-JRN-FILE-ID.
           MOVE XHL-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

           IF  FATAL-ERROR
               GO TO 5100-EXIT.

           DELETE ABHISTLINE-FILE.

           IF  WS-XHL-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD DELETE ON ABHISTLINE, STATUS '
                       'IS ' WS-XHL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 5100-EXIT.

           ADD 1                           TO WS-HIST-LINES-DEL-CTR.

       5100-EXIT.
           EXIT.

      ******************************************************************
      *   DELETE THE CURRENT HEADER IN THE RECORD AREA AND ITS 'C'
      *   XREF RECORD
      ******************************************************************
       5200-DELETE-CURR-HDR.

           MOVE XCH-CUSTOMER               TO WS-XREF-CUSTOMER.
           MOVE XCH-REQUEST-DATE           TO WS-XREF-REQUEST-DATE.
           MOVE XCH-COMPANY                TO WS-XREF-COMPANY.
           MOVE XCH-ORDER-NBR              TO WS-XREF-ORDER-NBR.
           MOVE XCH-UNIQUE-I-D             TO WS-XREF-UNIQUE-I-D.
           MOVE 'C'                        TO WS-XREF-SIDE.

           IF  TRIAL-RUN
               GO TO 5200-EXIT.

           MOVE 'D'                        TO WS-JRN-ACTION.
           MOVE 'CH'                       TO WS-JRN-FILE-ID.
           MOVE XCH-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

           IF  FATAL-ERROR
               GO TO 5200-EXIT.

           DELETE ABCURRHDR-FILE.

           IF  WS-XCH-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD DELETE ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS ' UNIQUE I-D ' XCH-UNIQUE-I-D
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 5200-EXIT.

           ADD 1                           TO WS-CURR-HDRS-DEL-CTR.

           PERFORM 5600-DELETE-XREF        THRU 5600-EXIT.

       5200-EXIT.
           EXIT.

      ******************************************************************
      *   DELETE THE HISTORY HEADER IN THE RECORD AREA AND ITS 'H'
      *   XREF RECORD
      ******************************************************************
       5300-DELETE-HIST-HDR.

           MOVE XHH-CUSTOMER               TO WS-XREF-CUSTOMER.
           MOVE XHH-REQUEST-DATE           TO WS-XREF-REQUEST-DATE.
           MOVE XHH-COMPANY                TO WS-XREF-COMPANY.
           MOVE XHH-ORDER-NBR              TO WS-XREF-ORDER-NBR.
           MOVE ZERO                       TO WS-XREF-UNIQUE-I-D.
           MOVE 'H'                        TO WS-XREF-SIDE.

           IF  TRIAL-RUN
               GO TO 5300-EXIT.

           MOVE 'D'                        TO WS-JRN-ACTION.
           MOVE 'HH'                       TO WS-JRN-FILE-ID.
           MOVE XHH-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

           IF  FATAL-ERROR
               GO TO 5300-EXIT.

           DELETE ABHISTHDR-FILE.

           IF  WS-XHH-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD DELETE ON ABHISTHDR, STATUS IS '
                       WS-XHH-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 5300-EXIT.

           ADD 1                           TO WS-HIST-HDRS-DEL-CTR.

           PERFORM 5600-DELETE-XREF        THRU 5600-EXIT.

       5300-EXIT.
           EXIT.

      ******************************************************************
      *   COPY THE CURRENT LINE IN THE RECORD AREA TO ABHISTLINE
      *   UNDER THE CURRENT HEADER'S ORDER KEY - THE SAME MAPPING
      *   ABARCSWP USES
      ******************************************************************
       5400-COPY-LINE-TO-HIST.

           IF  TRIAL-RUN
               GO TO 5400-EXIT.

           MOVE SPACES                     TO XHL-RECORD.

           MOVE XCH-REQUEST-DATE           TO XHL-REQUEST-DATE.
           MOVE XCH-COMPANY                TO XHL-COMPANY.
           MOVE XCH-ORDER-NBR              TO XHL-ORDER-NBR.
           MOVE XCL-LINE-NBR               TO XHL-LINE-NBR.
           MOVE XCL-SHIPMENT-NBR           TO XHL-SHIPMENT-NBR.
           MOVE XCL-ITEM                   TO XHL-ITEM.
           MOVE XCL-ITEM-TYPE              TO XHL-ITEM-TYPE.
           MOVE XCL-LOCATION               TO XHL-LOCATION.
           MOVE XCL-SHIP-DATE              TO XHL-SHIP-DATE.
           MOVE XCL-PRINT-DATE             TO XHL-PRINT-DATE.
           MOVE XCL-GENERIC                TO XHL-GENERIC.
           MOVE XCL-LONG-DESC              TO XHL-LONG-DESC.
           MOVE XCL-ALPHA-CODE             TO XHL-ALPHA-CODE.
           MOVE XCL-PROJECT-NBR            TO XHL-PROJECT-NBR.
           MOVE XCL-SALES-MAJCL            TO XHL-SALES-MAJCL.
           MOVE XCL-SALES-MINCL            TO XHL-SALES-MINCL.
           MOVE XCL-INVEN-MAJCL            TO XHL-INVEN-MAJCL.
           MOVE XCL-INVEN-MINCL            TO XHL-INVEN-MINCL.
           MOVE XCL-PURCH-MAJCL            TO XHL-PURCH-MAJCL.
           MOVE XCL-PURCH-MINCL            TO XHL-PURCH-MINCL.
           MOVE XCL-GEO-MAJCL              TO XHL-GEO-MAJCL.
           MOVE XCL-GEO-MINCL              TO XHL-GEO-MINCL.
           MOVE XCL-PROMO-CLASS            TO XHL-PROMO-CLASS.
           MOVE XCL-ORDERED-QTY            TO XHL-ORDERED-QTY.
           MOVE XCL-SHIPPED-QTY            TO XHL-SHIPPED-QTY.
           MOVE XCL-UNIT-PRICE             TO XHL-UNIT-PRICE.
           MOVE XCL-UNIT-COST              TO XHL-SHPD-UNIT-COST.
           MOVE XCL-SAP-MAT-COMP           TO XHL-SAP-MAT-COMP.
           MOVE XCL-SAP-MAT-BUS-A          TO XHL-SAP-MAT-BUS-A.
           MOVE XCL-SAP-MAT-COST-C         TO XHL-SAP-MAT-COST-C.
           MOVE XCL-SAP-MAT-ACCT           TO XHL-SAP-MAT-ACCT.
           MOVE XCL-SAP-MAT-ALLOC          TO XHL-SAP-MAT-ALLOC.
           MOVE XCL-SAP-MAT-INTORD         TO XHL-SAP-MAT-INTORD.

           WRITE XHL-RECORD.

           IF  WS-XHL-STATUS NOT = '00' AND '02'
               DISPLAY 'ABRPRAPL - BAD WRITE ON ABHISTLINE, STATUS IS '
                       WS-XHL-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT
               GO TO 5400-EXIT.

           ADD 1                           TO WS-LINES-COPIED-CTR.

           MOVE 'A'                        TO WS-JRN-ACTION.
           MOVE 'HL'                       TO WS-JRN-FILE-ID.
           MOVE XHL-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

       5400-EXIT.
           EXIT.

      ******************************************************************
      *   WRITE THE ORDER'S 'H' XREF FROM THE HOLD AREA.  ONE ALREADY
      *   THERE IS FINE; ANY OTHER PROBLEM IS A WARNING (RC 8).
      ******************************************************************
       5500-ADD-HIST-XREF.

           IF  TRIAL-RUN
               GO TO 5500-EXIT.

           MOVE SPACES                     TO CXR-RECORD.
           MOVE WS-XREF-CUSTOMER           TO CXR-CUSTOMER.
           MOVE WS-XREF-REQUEST-DATE       TO CXR-REQUEST-DATE.
           MOVE WS-XREF-COMPANY            TO CXR-COMPANY.
           MOVE WS-XREF-ORDER-NBR          TO CXR-ORDER-NBR.
           MOVE 'H'                        TO CXR-SIDE.
           MOVE ZERO                       TO CXR-UNIQUE-I-D.

           WRITE CXR-RECORD.

           IF  WS-CXR-STATUS = '22'
               GO TO 5500-EXIT.

           IF  WS-CXR-STATUS NOT = '00' AND '02'
               DISPLAY 'ABRPRAPL - BAD WRITE ON CUSTXREF, STATUS IS '
                       WS-CXR-STATUS ', RUN ABCXBLD TO REBUILD'
               PERFORM 8800-XREF-WARNING   THRU 8800-EXIT
               GO TO 5500-EXIT.

           ADD 1                           TO WS-XREF-ADD-CTR.

           MOVE 'A'                        TO WS-JRN-ACTION.
           MOVE 'XR'                       TO WS-JRN-FILE-ID.
           MOVE CXR-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

       5500-EXIT.
           EXIT.

      ******************************************************************
      *   DELETE THE XREF RECORD KEYED BY THE HOLD AREA.  ONE ALREADY
      *   GONE IS FINE; ANY OTHER PROBLEM IS A WARNING (RC 8).
      ******************************************************************
       5600-DELETE-XREF.

           MOVE SPACES                     TO CXR-RECORD.
           MOVE WS-XREF-CUSTOMER           TO CXR-CUSTOMER.
           MOVE WS-XREF-REQUEST-DATE       TO CXR-REQUEST-DATE.
           MOVE WS-XREF-COMPANY            TO CXR-COMPANY.
           MOVE WS-XREF-ORDER-NBR          TO CXR-ORDER-NBR.
           MOVE WS-XREF-SIDE               TO CXR-SIDE.

           READ CUSTXREF-FILE.

           IF  WS-CXR-STATUS = '23'
               GO TO 5600-EXIT.

           IF  WS-CXR-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD READ ON CUSTXREF, STATUS IS '
                       WS-CXR-STATUS ', RUN ABCXBLD TO REBUILD'
               PERFORM 8800-XREF-WARNING   THRU 8800-EXIT
               GO TO 5600-EXIT.

           MOVE 'D'                        TO WS-JRN-ACTION.
           MOVE 'XR'                       TO WS-JRN-FILE-ID.
           MOVE CXR-RECORD                 TO WS-JRN-IMAGE.
           PERFORM 6000-WRITE-JOURNAL      THRU 6000-EXIT.

           IF  FATAL-ERROR
               GO TO 5600-EXIT.

           DELETE CUSTXREF-FILE.

           IF  WS-CXR-STATUS NOT = '00'
               DISPLAY 'ABRPRAPL - BAD DELETE ON CUSTXREF, STATUS IS '
                       WS-CXR-STATUS ', RUN ABCXBLD TO REBUILD'
               PERFORM 8800-XREF-WARNING   THRU 8800-EXIT
               GO TO 5600-EXIT.

           ADD 1                           TO WS-XREF-DEL-CTR.

       5600-EXIT.
           EXIT.

      ******************************************************************
      *   APPEND ONE IMAGE TO THE REPAIR JOURNAL
      ******************************************************************
       6000-WRITE-JOURNAL.

           ADD 1                           TO WS-JRN-SEQUENCE-NBR.

           MOVE SPACES                     TO RPJ-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RPJ-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH       TO RPJ-RUN-TIME.
           MOVE WS-JRN-SEQUENCE-NBR        TO RPJ-SEQUENCE-NBR.
           MOVE REP-TYPE                   TO RPJ-REPAIR-TYPE.
           MOVE WS-JRN-ACTION              TO RPJ-ACTION.
           MOVE WS-JRN-FILE-ID             TO RPJ-FILE-ID.
           MOVE REP-REVIEWER               TO RPJ-REVIEWER.
           MOVE WS-JRN-IMAGE               TO RPJ-IMAGE.

           WRITE RPJ-RECORD.

           IF  WS-JRN-STATUS = '00'
               ADD 1                       TO WS-JRN-RECS-CTR
           ELSE
               DISPLAY 'ABRPRAPL - BAD WRITE ON RPRJRNL, STATUS IS '
                       WS-JRN-STATUS
               PERFORM 8900-FATAL-ERROR    THRU 8900-EXIT.

       6000-EXIT.
           EXIT.

      ******************************************************************
      *   PRINT THE CANDIDATE'S REGISTER LINE
      ******************************************************************
       7000-WRITE-REGISTER-LINE.

           MOVE SPACES                     TO REGISTER-DETAIL.
           MOVE REP-TYPE                   TO RD-TYPE.
           MOVE REP-UNIQUE-I-D             TO RD-UNIQUE-I-D.
           MOVE REP-REQUEST-DATE           TO RD-REQUEST-DATE.
           MOVE REP-COMPANY                TO RD-COMPANY.
           MOVE REP-ORDER-NBR              TO RD-ORDER-NBR.
           MOVE REP-LINE-NBR               TO RD-LINE-NBR.
           MOVE REP-REVIEWER               TO RD-REVIEWER.
           MOVE WS-DISPOSITION             TO RD-DISPOSITION.
           MOVE WS-REASON                  TO RD-REASON.

           WRITE REPAIR-REGISTER-REC FROM REGISTER-DETAIL.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *   READ THE NEXT REPAIR CANDIDATE
      ******************************************************************
       8000-READ-CANDIDATE.

           READ REPAIR-FILE
                AT END MOVE 'Y'            TO WS-REPAIR-EOF-SW.

       8000-EXIT.
           EXIT.

      ******************************************************************
      *   A CANDIDATE THAT GOT THROUGH ITS CHECKS IS APPLIED - OR
      *   WOULD HAVE BEEN ON A TRIAL RUN
      ******************************************************************
       8100-SET-APPLIED.

           IF  TRIAL-RUN
               MOVE 'WOULD DO'             TO WS-DISPOSITION
           ELSE
               MOVE 'APPLIED'              TO WS-DISPOSITION.

       8100-EXIT.
           EXIT.

      ******************************************************************
      *   CUSTXREF OUT OF STEP - WARN, KEEP GOING
      ******************************************************************
       8800-XREF-WARNING.

           IF  RETURN-CODE < 8
               MOVE 8                      TO RETURN-CODE.

       8800-EXIT.
           EXIT.

      ******************************************************************
      *   BAD I/O - STOP THE RUN
      ******************************************************************
       8900-FATAL-ERROR.

           MOVE 'Y'                        TO WS-FATAL-ERROR-SW.
           MOVE 16                         TO RETURN-CODE.

       8900-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - BALANCING TOTALS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           DISPLAY '*  *  *  ABRPRAPL BALANCING TOTALS  *  *  *'.

           IF  TRIAL-RUN
               DISPLAY '** TRIAL RUN - NO FILE WAS UPDATED'.

           MOVE WS-CANDS-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** CANDIDATES READ         = ' WS-DISPLAY-CTR.

           MOVE WS-CANDS-APPLIED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** CANDIDATES APPLIED      = ' WS-DISPLAY-CTR.

           MOVE WS-CANDS-REJECTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** REJECTED AT REVIEW      = ' WS-DISPLAY-CTR.

           MOVE WS-CANDS-UNREVWD-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** NOT REVIEWED            = ' WS-DISPLAY-CTR.

           MOVE WS-CANDS-INVALID-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** INVALID CANDIDATES      = ' WS-DISPLAY-CTR.

           MOVE WS-CANDS-STALE-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** STALE CANDIDATES        = ' WS-DISPLAY-CTR.

           MOVE WS-CURR-LINES-DEL-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT LINES DELETED   = ' WS-DISPLAY-CTR.

           MOVE WS-HIST-LINES-DEL-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** HISTORY LINES DELETED   = ' WS-DISPLAY-CTR.

           MOVE WS-CURR-HDRS-DEL-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT HEADERS DELETED = ' WS-DISPLAY-CTR.

           MOVE WS-HIST-HDRS-DEL-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** HISTORY HEADERS DELETED = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-COPIED-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** LINES COPIED TO HISTORY = ' WS-DISPLAY-CTR.

           MOVE WS-XREF-DEL-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** XREF RECORDS DELETED    = ' WS-DISPLAY-CTR.

           MOVE WS-XREF-ADD-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** XREF RECORDS ADDED      = ' WS-DISPLAY-CTR.

           MOVE WS-JRN-RECS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** JOURNAL RECORDS WRITTEN = ' WS-DISPLAY-CTR.

           IF  FATAL-ERROR
               DISPLAY 'ABRPRAPL - RUN ENDED WITH ERRORS - CANDIDATES '
                       'ALREADY APPLIED COME UP STALE ON A RERUN'.

           IF  RETURN-CODE = ZERO
               IF  WS-CANDS-UNREVWD-CTR > ZERO
               OR  WS-CANDS-INVALID-CTR > ZERO
               OR  WS-CANDS-STALE-CTR   > ZERO
                   MOVE 4                  TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

      *    A BAD MODE CARD STOPS THE RUN BEFORE ANYTHING IS OPENED.
           IF  NOT FILES-ARE-OPEN
               GO TO 9000-EXIT.

           IF  UPDATE-RUN
               CLOSE REPAIR-JOURNAL.

           CLOSE REPAIR-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 ABHISTHDR-FILE
                 ABHISTLINE-FILE
                 CUSTXREF-FILE
                 REPAIR-REGISTER.

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
           MOVE 'ABRPRAPL'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-CANDS-READ-CTR          TO RUNSTAT-INPUT-CNT.
           MOVE WS-CANDS-APPLIED-CTR       TO RUNSTAT-OUTPUT-CNT.
           ADD WS-CANDS-UNREVWD-CTR WS-CANDS-INVALID-CTR
               WS-CANDS-STALE-CTR  GIVING RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       9100-EXIT.
           EXIT.
