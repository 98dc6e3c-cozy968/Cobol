       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLITPRFL.
       REMARKS.

           PRE-FLIGHT READINESS SCAN FOR A DLITCBL CONVERSION.  READS
           THE SAME CONTROLI FILE THE CONVERSION WILL RUN FROM AND,
           FOR EACH FROM-BANK/TO-BANK PAIR, WALKS THE ACCOUNTS THE
           CONVERSION WOULD WALK - WITHOUT CHANGING ANYTHING - TO
           FIND IN ADVANCE WHAT DLITCBL WOULD ONLY FIND ON THE
           CONVERSION WEEKEND:

              - THE SOURCE BANK HAS NO ROOTS AT ALL (WRONG BANK ON
                THE CARD, OR THE PAIR IS ALREADY CONVERTED).
              - A BAL-ACCT-KEY THAT ALREADY EXISTS UNDER THE TARGET
                BANK (DLITCBL DUPEXCP).  DDA ROOTS AND THEIR PCS
                ROOTS ARE BOTH PROBED.
              - A PCS ROOT THAT WILL NOT BE FOUND (DLITCBL PCSEXCP).
              - A VBALSRV LINK WHOSE ATSSRV SEGMENT IS MISSING -
                DLITCBL ABENDS ON THESE.

           IT ALSO ESTIMATES THE ROOTS, CHILD SEGMENTS AND ATSSRV
           SEGMENTS EACH PAIR WILL MOVE, AND PRINTS A GO / NO-GO
           LINE PER PAIR.  THE CARD'S RUN MODE AND SELECT FLAG ARE
           HONOURED THE WAY DLITCBL HONOURS THEM (A BACKOUT CARD IS
           SCANNED WITH THE BANKS SWAPPED; SELECTI, WHEN PRESENT,
           INCLUDES OR EXCLUDES ACCOUNTS); THE DRY-RUN FLAG IS
           IGNORED - THIS PROGRAM NEVER UPDATES.

           EVERY COLLIDING ACCOUNT IS WRITTEN TO COLLIDO IN THE
           SELECTI LAYOUT (ACCOUNT NUMBER IN COLUMNS 1-23) SO IT CAN
           BE CARRIED INTO AN EXCLUDE LIST BEFORE THE REAL RUN.  THE
           ACCOUNTS ARE IN SEQUENCE WITHIN A PAIR; SORT COLUMNS 1-23
           AND DROP DUPLICATES WHEN MORE THAN ONE PAIR IS SCANNED.

           THE VOLUMES FOUND FOR EACH PAIR ARE ALSO WRITTEN TO PRFLVOL
           (COPYBOOK PRFLVOL) AS THE PRE-RUN VOLUME DLITMON MEASURES
           CONVERSION PROGRESS AGAINST.

           THIS PROGRAM EXECUTES AS A BMP WITH READ-ONLY PCBS.

           RETURN CODES:  0 EVERY PAIR GO, 4 ONE OR MORE PAIRS NO-GO,
                          1 RUN ABORTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONVERSION-CONTROL-FILE   ASSIGN  TO CONTROLI.

           SELECT ACCT-SELECT-FILE          ASSIGN  TO SELECTI
                  FILE STATUS IS WS-SEL-STATUS.

           SELECT READINESS-REPORT-FILE     ASSIGN  TO PRFLRPT.

           SELECT COLLISION-FILE            ASSIGN  TO COLLIDO.

           SELECT PREFLIGHT-VOLUME-FILE     ASSIGN  TO PRFLVOL.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  CONVERSION-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONVERSION-CONTROL-RECORD.

       01  CONVERSION-CONTROL-RECORD.
           05 CONV-FROM-BANK                     PIC X(03).
           05 FILLER                             PIC X(01).
           05 CONV-TO-BANK                       PIC X(03).
           05 FILLER                             PIC X(01).
           05 CONV-DRY-RUN-FLAG                  PIC X(01).
              88  CONV-IS-DRY-RUN                       VALUE 'Y'.
              88  CONV-IS-LIVE-RUN                       VALUE 'N' ' '.
           05 CONV-VERIFY-FLAG                   PIC X(01).
              88  CONV-VERIFY-REQUESTED                  VALUE 'Y'.
           05 CONV-RUN-MODE                      PIC X(01).
              88  CONV-IS-FORWARD                        VALUE ' ' 'F'.
              88  CONV-IS-BACKOUT                        VALUE 'B'.
              88  CONV-IS-EXCP-RERUN                     VALUE 'X'.
           05 CONV-SELECT-FLAG                   PIC X(01).
              88  CONV-SELECT-NONE                       VALUE ' '.
              88  CONV-SELECT-INCLUDE                    VALUE 'I'.
              88  CONV-SELECT-EXCLUDE                    VALUE 'E'.
           05 FILLER                             PIC X(68).

       FD  ACCT-SELECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCT-SELECT-RECORD.

       01  ACCT-SELECT-RECORD.
           05 SEL-ACCT-NO                        PIC X(23).
           05 FILLER                             PIC X(57).

       FD  READINESS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS READINESS-REPORT-RECORD.

       01  READINESS-REPORT-RECORD               PIC X(133).

       FD  COLLISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COLLISION-RECORD.

      *    COLUMNS 1-23 ARE THE SELECTI ACCOUNT NUMBER - ALWAYS THE
      *    DDA ACCOUNT, SINCE THAT IS WHAT DLITCBL SELECTS ON, EVEN
      *    WHEN IT WAS THE ACCOUNT'S PCS ROOT THAT COLLIDED.
       01  COLLISION-RECORD.
           05 COLL-ACCT-NO                       PIC X(23).
           05 FILLER                             PIC X(01).
           05 COLL-FROM-BANK                     PIC X(03).
           05 FILLER                             PIC X(01).
           05 COLL-TO-BANK                       PIC X(03).
           05 FILLER                             PIC X(01).
           05 COLL-APPL                          PIC X(03).
           05 FILLER                             PIC X(01).
           05 COLL-ROOT-ACCT-NO                  PIC X(23).
           05 FILLER                             PIC X(21).

       FD  PREFLIGHT-VOLUME-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRFLVOL-RECORD.

       COPY PRFLVOL.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-STATS-REC.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC  X(40) VALUE
           'WORKING STORAGE FOR FTB76997 STARTS HERE'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       01  WS-INPUT-BANK-EOF-SW        PIC X(01) VALUE 'N'.
           88  INPUT-BANK-AT-EOF                 VALUE 'Y'.
           88  INPUT-BANK-NOT-AT-EOF             VALUE 'N'.
       01  WS-SEL-EOF-SW               PIC X(01) VALUE 'N'.
           88  SEL-FILE-AT-EOF                   VALUE 'Y'.
       01  WS-SEL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ACCT-SELECTED-SW         PIC X(01) VALUE 'Y'.
           88  WS-ACCT-SELECTED                  VALUE 'Y'.
           88  WS-ACCT-NOT-SELECTED              VALUE 'N'.
       01  WS-CARD-VALID-SW            PIC X(01) VALUE 'Y'.
           88  CARD-IS-VALID                     VALUE 'Y'.
           88  CARD-IS-INVALID                   VALUE 'N'.
       01  WS-COLLIDE-SW               PIC X(01) VALUE 'N'.
           88  TARGET-KEY-EXISTS                 VALUE 'Y'.
       01  WS-ANY-NO-GO-SW             PIC X(01) VALUE 'N'.
           88  ANY-PAIR-NO-GO                    VALUE 'Y'.

      ************************************************************
      *           I M S   C A L L   F U N C T I O N S
      ************************************************************
       01  WS-IMS-CALL-FUNCTIONS.
           05  GU-CALL-FUNC            PIC X(04) VALUE 'GU  '.
           05  GNP-CALL-FUNC           PIC X(04) VALUE 'GNP '.

      ************************************************************
      *   PER-PAIR COUNTERS - RESET AT THE START OF EACH CARD
      ************************************************************
       01  WS-PAIR-COUNTERS.
           05  WS-PR-DDA-ROOTS-CTR     PIC 9(10) VALUE ZEROS.
           05  WS-PR-PCS-ROOTS-CTR     PIC 9(10) VALUE ZEROS.
           05  WS-PR-CHILD-SEGS-CTR    PIC 9(10) VALUE ZEROS.
           05  WS-PR-ATSSRV-CTR        PIC 9(10) VALUE ZEROS.
           05  WS-PR-COLLIDE-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-PR-PCS-NOTFND-CTR    PIC 9(10) VALUE ZEROS.
           05  WS-PR-ATSSRV-MISS-CTR   PIC 9(10) VALUE ZEROS.
           05  WS-PR-SKIPPED-CTR       PIC 9(10) VALUE ZEROS.

      ************************************************************
      *              J O B   C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-BANK-RECS-READ-CTR   PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-GO-CTR         PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-NO-GO-CTR      PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-BYPASSED-CTR   PIC 9(10) VALUE ZEROS.
           05  WS-ROOTS-READ-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-PCS-ROOTS-READ-CTR   PIC 9(10) VALUE ZEROS.
           05  WS-CHILD-SEGS-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-ATSSRV-CTR           PIC 9(10) VALUE ZEROS.
           05  WS-COLLIDE-CTR          PIC 9(10) VALUE ZEROS.
           05  WS-PCS-ROOT-NOTFND      PIC 9(10) VALUE ZEROS.
           05  WS-ATSSRV-MISS-CTR      PIC 9(10) VALUE ZEROS.
           05  WS-ACCTS-SKIPPED-CTR    PIC 9(10) VALUE ZEROS.
           05  WS-COLLIDE-RECS-CTR     PIC 9(10) VALUE ZEROS.

      ************************************************************
      *   DIRECTION OF THE WALK - THE SAME AS DLITCBL.  A FORWARD
      *   CARD READS UNDER THE FROM BANK AND LANDS UNDER THE TO
      *   BANK; A BACKOUT CARD IS THE OTHER WAY AROUND.
      ************************************************************
       01  WS-CONV-SOURCE-BANK         PIC X(03) VALUE SPACES.
       01  WS-CONV-TARGET-BANK         PIC X(03) VALUE SPACES.

       01  WS-HOLD-DDA-ACCT-NO         PIC X(23) VALUE SPACES.
       01  WS-HOLD-CR-ADV              PIC X(01) VALUE SPACE.
       01  WS-VERDICT                  PIC X(05) VALUE SPACES.
       01  WS-VERDICT-REASON           PIC X(23) VALUE SPACES.

      ************************************************************
      *              M I S C   A N D   H O L D   A R E A S
      ************************************************************
       01  ABENDIT                     PIC X(01) VALUE SPACES.
       01  BLOW-UP REDEFINES ABENDIT   PIC 9(01) COMP-3.
       01  ABEND-STATUS                PIC X(02).
       01  ABEND-CALL-FUNC             PIC X(04).
       01  ABEND-SSA                   PIC X(50).
       01  ABEND-PARAGRAPH             PIC X(40).

       01  DB-RECORD                   PIC X(50).

       01  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZEROS.
       01  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZEROS.

       COPY RUNSTAT.

      ************************************************************
      *   ACCOUNT SELECTION LIST - LOADED AND APPLIED EXACTLY AS
      *   DLITCBL LOADS AND APPLIES IT.
      ************************************************************
       01  WS-SEL-TABLE-AREA.
           05  WS-SEL-CNT              PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SEL-PREV-ACCT        PIC X(23)  VALUE LOW-VALUES.
           05  WS-SEL-ENTRY            OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-SEL-CNT
                                       ASCENDING KEY IS WS-SEL-ACCT
                                       INDEXED BY SEL-IDX.
               10  WS-SEL-ACCT         PIC X(23).

      ************************************************************
      *              R E P O R T   L I N E S
      ************************************************************
       01  RPT-HEADER-01.
           05 FILLER               PIC X(10) VALUE ' DLITPRFL '.
           05 FILLER               PIC X(50) VALUE
              'DLITCBL CONVERSION PRE-FLIGHT READINESS REPORT    '.
           05 FILLER               PIC X(10) VALUE 'RUN DATE  '.
           05 RH1-RUN-DATE         PIC 9(08).
           05 FILLER               PIC X(55) VALUE SPACES.

       01  RPT-HEADER-02.
           05 FILLER               PIC X(14) VALUE ' FROM  TO   M '.
           05 FILLER               PIC X(11) VALUE '  DDA ROOTS'.
           05 FILLER               PIC X(11) VALUE '  PCS ROOTS'.
           05 FILLER               PIC X(11) VALUE ' CHILD SEGS'.
           05 FILLER               PIC X(11) VALUE '     ATSSRV'.
           05 FILLER               PIC X(11) VALUE ' COLLISIONS'.
           05 FILLER               PIC X(11) VALUE ' PCS NOTFND'.
           05 FILLER               PIC X(11) VALUE ' ATSSRV MIS'.
           05 FILLER               PIC X(11) VALUE '    SKIPPED'.
           05 FILLER               PIC X(31) VALUE
              '  VERDICT REASON               '.

       01  RPT-DETAIL-01.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-FROM-BANK        PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RD1-TO-BANK          PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RD1-RUN-MODE         PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RD1-DDA-ROOTS        PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-PCS-ROOTS        PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-CHILD-SEGS       PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-ATSSRV           PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-COLLIDE          PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-PCS-NOTFND       PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-ATSSRV-MISS      PIC Z(09)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RD1-SKIPPED          PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RD1-VERDICT          PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RD1-REASON           PIC X(23).

       01  RPT-TOTAL-01.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RT1-LABEL            PIC X(30).
           05 RT1-COUNT            PIC Z(09)9.
           05 FILLER               PIC X(92) VALUE SPACES.

      ************************************************************
      *          BALANCE       S S A ' S
      ************************************************************

       01  BALANCE-BOOLEAN-SSA.
           05  FILLER                   PIC X(08)  VALUE 'BALROOT '.
           05  FILLER                   PIC X(01)  VALUE '('.
           05  FILLER                   PIC X(08)  VALUE 'ACCTKEY '.
           05  FILLER                   PIC X(02)  VALUE 'GT'.
           05  BAL-KEY-1.
               10  BAL-APPL-KEY-1       PIC X(03)  VALUE 'DDA'.
               10  FILLER               PIC 9(03)  VALUE ZERO COMP-3.
               10  BAL-BANK-NO-KEY-1    PIC 9(03)             COMP-3.
               10  FILLER               PIC 9(03)  VALUE ZERO COMP-3.
               10  BAL-ACCT-NO-KEY-1    PIC X(23).
           05  FILLER                   PIC X(01)  VALUE '*'.
           05  FILLER                   PIC X(08)  VALUE 'ACCTKEY '.
           05  FILLER                   PIC X(02)  VALUE 'LT'.
           05  BAL-KEY-2.
               10  BAL-APPL-KEY-2       PIC X(03)  VALUE 'DDA'.
               10  FILLER               PIC 9(03)  VALUE ZERO COMP-3.
               10  BAL-BANK-NO-KEY-2    PIC 9(03)             COMP-3.
               10  FILLER               PIC 9(03)  VALUE ZERO COMP-3.
               10  FILLER               PIC X(23)  VALUE ZERO.
           05  FILLER                   PIC X(01)  VALUE ')'.

       01  BALANCE-SSA-ALT.
           05  FILLER                   PIC X(08)  VALUE 'BALROOT '.
           05  FILLER                   PIC X(01)  VALUE '('.
           05  FILLER                   PIC X(08)  VALUE 'ACCTKEY '.
           05  FILLER                   PIC X(02)  VALUE 'EQ'.
           05  BAL-KEY-ALT.
               10  BAL-APPL-ACR-ALT     PIC X(03)  VALUE SPACE.
               10  FILLER               PIC 9(03)  VALUE ZERO COMP-3.
               10  BAL-BANK-NO-KEY-ALT  PIC 9(03)             COMP-3.
               10  FILLER               PIC 9(03)  VALUE ZERO COMP-3.
               10  BAL-ACCT-NO-ALT.
                   15  BAL-ACCT01-ALT   PIC X(01)  VALUE SPACE.
                   15  BAL-ACCT22-ALT   PIC X(22)  VALUE SPACE.
           05  FILLER                   PIC X(01)  VALUE ')'.

      *    THE TARGET-BANK PROBE.  THE KEY IS THE ROOT JUST READ WITH
      *    ONLY THE BANK CHANGED - THE SAME KEY DLITCBL WOULD ISRT.
       01  BALANCE-PROBE-SSA.
           05  FILLER                   PIC X(08)  VALUE 'BALROOT '.
           05  FILLER                   PIC X(01)  VALUE '('.
           05  FILLER                   PIC X(08)  VALUE 'ACCTKEY '.
           05  FILLER                   PIC X(02)  VALUE 'EQ'.
           05  PRB-ACCT-KEY.
               10  PRB-APPL-ACR         PIC X(03).
               10  PRB-BK-HOLDING-CO    PIC 9(03)  COMP-3.
               10  PRB-BANK-NO          PIC 9(03)  COMP-3.
               10  PRB-BK-BRANCH        PIC 9(03)  COMP-3.
               10  PRB-ACCT-NO          PIC X(23).
           05  FILLER                   PIC X(01)  VALUE ')'.

       01  ATSROOT-QUAL-SSA.
           05  SYS-SEGNAME          PIC X(08) VALUE 'ATSROOT'.
           05  SYS-L-PAREN          PIC X(01) VALUE '('.
           05  SYS-KEYNAME          PIC X(08) VALUE 'ACCTKEY'.
           05  SYS-OPERATOR         PIC X(02) VALUE ' ='.
           05  KEY-OF-ATSROOT.
               10  ATSROOT-BANK     PIC 9(03) COMP-3.
               10  ATSROOT-CARDNO   PIC X(18).
           05  SYS-R-PAREN          PIC X(01) VALUE ')'.

       01  ATSSRV-QUAL-SSA.
           05  SRV-SEGNAME          PIC X(08) VALUE 'ATSSRV '.
           05  SRV-L-PAREN          PIC X(01) VALUE '('.
           05  SRV-KEYNAME          PIC X(08) VALUE 'ATSKEY  '.
           05  SRV-OPERATOR         PIC X(02) VALUE ' ='.
           05  KEY-OF-ATSSRV.
               10  ATSSRV-APPL-ACR  PIC X(03).
               10  ATSSRV-BK-HOLDING-CO PIC 9(03) COMP-3.
               10  ATSSRV-BANK-NO   PIC 9(03) COMP-3.
               10  ATSSRV-BK-BR     PIC 9(03) COMP-3.
               10  ATSSRV-ACCT-NO   PIC X(23).
           05  SRV-R-PAREN          PIC X(01) VALUE ')'.

      ************************************************************
      *          D A T A B A S E   I O   A R E A S
      ************************************************************

       COPY BALROOT.

       01  PROBE-SEGMENT.
           05  FILLER               PIC X(100).

       01  VBALSRV-SEGMENT.
           05  VBALSRV-BANK         PIC 9(03)  COMP-3.
           05  VBALSRV-PAN          PIC X(16).
           05  VBALSRV-FLDS         PIC X(282).

           COPY ATSSRV.

       01  FILLER                           PIC X(35)
           VALUE 'WORKING STORAGE FOR FTB76997 ENDS '.

       LINKAGE SECTION.

      *
       01  IO-PCB.
           03  IO-LTERM-NAME.
               05  IO-CRT               PIC XXX.
               05  IO-CRT-BANK-NO       PIC XXX.
               05  IO-CRT-AA            PIC XX.
           03  IO-RESERVE               PIC X(2).
           03  IO-STATUS                PIC X(2).
           03  IO-DATE                  PIC S9(7)  COMP-3.
           03  IO-TIME                  PIC S9(7)  COMP-3.
           03  IO-SEQ                   PIC S9(7)  COMP.
           03  IO-MOD-NAME              PIC X(8).
           03  IO-USER-ID               PIC X(8).
           03  IO-GROUP-NAME            PIC X(8).
      *
       01  BAL-PCB.
           05  BAL-DBD-NAME             PIC X(08).
           05  BAL-SEG-LEVEL            PIC X(02).
           05  BAL-STATUS-CD            PIC X(02).
           05  FILLER                   PIC X(08).
           05  BAL-SEGMENT-NAME         PIC X(08).
           05  BAL-KEY-LENGTH           PIC S9(05) COMP.
           05  BAL-SENS-SEG             PIC S9(05) COMP.
           05  BAL-KEY-FEEDBACK         PIC X(26).
      *
       01  BAL-PCB-ALT.
           05  BAL-DBD-NAME-ALT         PIC X(08).
           05  BAL-SEG-LEVEL-ALT        PIC X(02).
           05  BAL-STATUS-CD-ALT        PIC X(02).
           05  FILLER                   PIC X(08).
           05  BAL-SEGMENT-NAME-ALT     PIC X(08).
           05  BAL-KEY-LENGTH-ALT       PIC S9(05) COMP.
           05  BAL-SENS-SEG-ALT         PIC S9(05) COMP.
           05  BAL-KEY-FEEDBACK-ALT     PIC X(26).
      *
       01  ATS-PCB.
           05  ATS-DBD-NAME             PIC X(08).
           05  FILLER                   PIC X(02).
           05  ATS-STATUS               PIC X(02).
           05  FILLER                   PIC X(08).
           05  ATS-NAME-FB              PIC X(08).
           05  ATS-LENGTH-FB-KEY        PIC S9(05) COMP.
           05  ATS-SENS-SEGS            PIC S9(05) COMP.
           05  ATS-KEY-FEEDBACK         PIC X(34).
      *
       PROCEDURE DIVISION USING IO-PCB
                                BAL-PCB
                                BAL-PCB-ALT
                                ATS-PCB.

       0000-MAIN.

           OPEN INPUT  CONVERSION-CONTROL-FILE.
           OPEN OUTPUT READINESS-REPORT-FILE
                       COLLISION-FILE
                       PREFLIGHT-VOLUME-FILE.

           ACCEPT WS-RUN-DATE-YYYYMMDD   FROM DATE YYYYMMDD.

           DISPLAY 'DLITPRFL - DLITCBL PRE-FLIGHT READINESS SCAN'.

           MOVE WS-RUN-DATE-YYYYMMDD     TO RH1-RUN-DATE.
           WRITE READINESS-REPORT-RECORD FROM RPT-HEADER-01.
           MOVE SPACES                   TO READINESS-REPORT-RECORD.
           WRITE READINESS-REPORT-RECORD.
           WRITE READINESS-REPORT-RECORD FROM RPT-HEADER-02.

           PERFORM 0030-LOAD-ACCT-SELECT-TABLE.

           PERFORM 9000-READ-CONV-BANK-INFO.

           IF INPUT-BANK-AT-EOF
              DISPLAY 'CONTROL FILE EMPTY - NOTHING TO SCAN'
              MOVE 1                         TO RETURN-CODE
              PERFORM 9998-TERMINATION.

           PERFORM 1000-SCAN-BANK-PAIR
                        UNTIL INPUT-BANK-AT-EOF.

           PERFORM 8000-WRITE-REPORT-TOTALS.

           IF  ANY-PAIR-NO-GO
               MOVE 4                        TO RETURN-CODE.

           PERFORM 9998-TERMINATION.


      ************************************************************
      *   LOAD THE OPTIONAL ACCOUNT SELECTION LIST.  NO FILE (OR AN
      *   EMPTY ONE) JUST LEAVES THE TABLE EMPTY; AN OUT-OF-SEQUENCE
      *   OR OVERFLOWING LIST ABORTS THE SCAN, AS IT WOULD ABORT
      *   THE CONVERSION.
      ************************************************************
       0030-LOAD-ACCT-SELECT-TABLE.

           OPEN INPUT ACCT-SELECT-FILE.

           IF  WS-SEL-STATUS NOT EQUAL '00'
               DISPLAY 'NO ACCOUNT SELECTION FILE - FULL BANK '
                       'RANGES WILL BE SCANNED'
           ELSE
               PERFORM 0031-READ-SELECT-FILE
               PERFORM 0032-LOAD-ONE-SELECT-ACCT
                       UNTIL SEL-FILE-AT-EOF
               CLOSE ACCT-SELECT-FILE
               DISPLAY 'ACCOUNT SELECTION LIST LOADED, ENTRIES = '
                       WS-SEL-CNT.


       0031-READ-SELECT-FILE.

           READ ACCT-SELECT-FILE
                AT END MOVE 'Y'           TO WS-SEL-EOF-SW.


       0032-LOAD-ONE-SELECT-ACCT.

           IF  SEL-ACCT-NO NOT GREATER THAN WS-SEL-PREV-ACCT
               DISPLAY 'ACCOUNT SELECTION FILE OUT OF SEQUENCE AT '
                       SEL-ACCT-NO ' - RUN ABORTED'
               MOVE 1                     TO RETURN-CODE
               PERFORM 9998-TERMINATION.

           IF  WS-SEL-CNT NOT LESS THAN 20000
               DISPLAY 'ACCOUNT SELECTION TABLE FULL - RUN ABORTED'
               MOVE 1                     TO RETURN-CODE
               PERFORM 9998-TERMINATION.

           ADD 1                         TO WS-SEL-CNT.
           SET SEL-IDX                   TO WS-SEL-CNT.
           MOVE SEL-ACCT-NO              TO WS-SEL-ACCT (SEL-IDX)
                                            WS-SEL-PREV-ACCT.

           PERFORM 0031-READ-SELECT-FILE.


      ************************************************************
      *   ONE CONTROL CARD.  A CARD THAT FAILS ITS EDITS WOULD BE
      *   BYPASSED BY DLITCBL, SO IT IS A NO-GO HERE.  AN EXCEPTION
      *   RERUN CARD WALKS NO BANK AND IS LISTED AS BYPASSED.
      ************************************************************
       1000-SCAN-BANK-PAIR.

           MOVE ZEROS                    TO WS-PAIR-COUNTERS.
           MOVE SPACES                   TO WS-VERDICT
                                            WS-VERDICT-REASON.

           IF  CARD-IS-INVALID
               MOVE 'NO-GO'              TO WS-VERDICT
               MOVE 'CONTROL CARD INVALID'
                                         TO WS-VERDICT-REASON
           ELSE
           IF  CONV-IS-EXCP-RERUN
               MOVE 'BYPAS'              TO WS-VERDICT
               MOVE 'EXCEPTION RERUN CARD'
                                         TO WS-VERDICT-REASON
           ELSE
               PERFORM 1010-SCAN-ONE-PAIR
               PERFORM 1800-SET-PAIR-VERDICT.

           PERFORM 1900-WRITE-PAIR-LINE.

           PERFORM 9000-READ-CONV-BANK-INFO.


       1010-SCAN-ONE-PAIR.

           DISPLAY 'SCANNING BANK PAIR ' CONV-FROM-BANK ' TO '
                   CONV-TO-BANK.

           IF  CONV-IS-BACKOUT
               MOVE CONV-TO-BANK             TO  WS-CONV-SOURCE-BANK
               MOVE CONV-FROM-BANK           TO  WS-CONV-TARGET-BANK
           ELSE
               MOVE CONV-FROM-BANK           TO  WS-CONV-SOURCE-BANK
               MOVE CONV-TO-BANK             TO  WS-CONV-TARGET-BANK.

           MOVE 'DDA'                        TO  BAL-APPL-KEY-1
                                                 BAL-APPL-KEY-2.
           MOVE WS-CONV-SOURCE-BANK          TO  BAL-BANK-NO-KEY-1
                                                 BAL-BANK-NO-KEY-2.
           ADD 1                             TO  BAL-BANK-NO-KEY-2.
           MOVE ZERO                         TO  BAL-ACCT-NO-KEY-1.

           PERFORM 5000-GU-BALANCE-BOOLEAN.

           PERFORM 1100-SCAN-ONE-ACCOUNT
                        UNTIL BAL-STATUS-CD NOT EQUAL SPACES.


      ************************************************************
      *   ONE DDA ROOT UNDER THE SOURCE BANK.  THE NEXT ROOT IS
      *   RE-QUALIFIED FROM THIS ACCOUNT NUMBER, SO THE PCS READ
      *   BELOW MAY MOVE THE BAL-PCB POSITION FREELY.
      ************************************************************
       1100-SCAN-ONE-ACCOUNT.

           SET WS-ACCT-SELECTED         TO TRUE.

           IF  CONV-SELECT-INCLUDE OR CONV-SELECT-EXCLUDE
               PERFORM 1160-CHECK-ACCT-SELECTION.

           IF  WS-ACCT-NOT-SELECTED
               ADD 1                    TO WS-PR-SKIPPED-CTR
           ELSE
               PERFORM 1110-SCAN-SELECTED-ACCOUNT.

           PERFORM 5000-GU-BALANCE-BOOLEAN.


      ************************************************************
      *   A DDA ROOT THAT ALREADY EXISTS UNDER THE TARGET BANK IS A
      *   DLITCBL DUPLICATE - ITS CHILDREN AND ITS PCS ROOT ARE
      *   NEVER TOUCHED, SO NOTHING MORE IS COUNTED FOR IT.
      ************************************************************
       1110-SCAN-SELECTED-ACCOUNT.

           MOVE BAL-ACCT-NO             TO WS-HOLD-DDA-ACCT-NO.
           MOVE BALDDA-CR-ADV           TO WS-HOLD-CR-ADV.

           PERFORM 1200-PROBE-TARGET-ROOT.

           IF  TARGET-KEY-EXISTS
               PERFORM 1250-WRITE-COLLISION
           ELSE
               PERFORM 1300-COUNT-CHILD-SEGMENTS
               IF  WS-HOLD-CR-ADV = '2' OR '3'
                   PERFORM 1400-SCAN-PCS-ROOT.


       1160-CHECK-ACCT-SELECTION.

           SET WS-ACCT-SELECTED         TO TRUE.

           IF  WS-SEL-CNT EQUAL ZERO
               IF  CONV-SELECT-INCLUDE
                   SET WS-ACCT-NOT-SELECTED  TO TRUE
               END-IF
           ELSE
               SEARCH ALL WS-SEL-ENTRY
                  AT END
                     IF  CONV-SELECT-INCLUDE
                         SET WS-ACCT-NOT-SELECTED   TO TRUE
                     END-IF
                  WHEN WS-SEL-ACCT (SEL-IDX) = BAL-ACCT-NO
                     IF  CONV-SELECT-EXCLUDE
                         SET WS-ACCT-NOT-SELECTED   TO TRUE
                     END-IF
               END-SEARCH.


      ************************************************************
      *   LOOK FOR THE ROOT NOW IN BALROOT-SEGMENT UNDER THE TARGET
      *   BANK ON THE ALTERNATE PCB, LEAVING BAL-PCB POSITIONED ON
      *   THE ROOT FOR THE CHILD COUNT THAT FOLLOWS.
      ************************************************************
       1200-PROBE-TARGET-ROOT.

           MOVE 'N'                      TO WS-COLLIDE-SW.

           MOVE BAL-ACCT-KEY             TO PRB-ACCT-KEY.
           MOVE WS-CONV-TARGET-BANK      TO PRB-BANK-NO.

           CALL 'CBLTDLI'  USING  GU-CALL-FUNC
                                  BAL-PCB-ALT
                                  PROBE-SEGMENT
                                  BALANCE-PROBE-SSA.

           IF  BAL-STATUS-CD-ALT EQUAL SPACES
               MOVE 'Y'                  TO WS-COLLIDE-SW
           ELSE
           IF  BAL-STATUS-CD-ALT EQUAL 'GE'
               NEXT SENTENCE
           ELSE
               MOVE GU-CALL-FUNC         TO ABEND-CALL-FUNC
               MOVE BAL-STATUS-CD-ALT    TO ABEND-STATUS
               MOVE BALANCE-PROBE-SSA    TO ABEND-SSA
               MOVE '1200-PROBE-TARGET-ROOT'
                                         TO ABEND-PARAGRAPH
               PERFORM 9997-BUILD-IMS-ERROR
               PERFORM 9998-TERMINATION.


       1250-WRITE-COLLISION.

           ADD 1                         TO WS-PR-COLLIDE-CTR.

           MOVE SPACES                   TO COLLISION-RECORD.
           MOVE WS-HOLD-DDA-ACCT-NO      TO COLL-ACCT-NO.
           MOVE CONV-FROM-BANK           TO COLL-FROM-BANK.
           MOVE CONV-TO-BANK             TO COLL-TO-BANK.
           MOVE BAL-APPL-ACR             TO COLL-APPL.
           MOVE BAL-ACCT-NO              TO COLL-ROOT-ACCT-NO.

           WRITE COLLISION-RECORD.

           ADD 1                         TO WS-COLLIDE-RECS-CTR.


      ************************************************************
      *   COUNT THE CHILDREN DLITCBL WOULD CARRY ACROSS.  EACH
      *   VBALSRV LINK MEANS ONE ATSSRV SEGMENT TO MOVE, AND THAT
      *   ATSSRV MUST EXIST OR DLITCBL ABENDS IN 8300-GET-ATSROOT.
      ************************************************************
       1300-COUNT-CHILD-SEGMENTS.

           PERFORM 1310-GNP-ONE-CHILD
                   UNTIL BAL-STATUS-CD EQUAL 'GE'.


       1310-GNP-ONE-CHILD.

           CALL 'CBLTDLI'  USING  GNP-CALL-FUNC
                                  BAL-PCB
                                  DB-RECORD.

           IF  BAL-STATUS-CD EQUAL SPACES OR 'GK' OR 'GA'
               IF  BAL-SEGMENT-NAME = 'BALMISC' OR 'ATSBCKT'
                                    OR 'ARUBCKT' OR 'VBALSRV'
                   ADD 1                  TO WS-PR-CHILD-SEGS-CTR
               END-IF
               IF  BAL-SEGMENT-NAME = 'VBALSRV'
                   ADD 1                  TO WS-PR-ATSSRV-CTR
                   PERFORM 1320-PROBE-ATSSRV
               END-IF
           ELSE
           IF  BAL-STATUS-CD EQUAL 'GE'
               NEXT SENTENCE
           ELSE
               MOVE GNP-CALL-FUNC         TO ABEND-CALL-FUNC
               MOVE BAL-STATUS-CD         TO ABEND-STATUS
               MOVE SPACES                TO ABEND-SSA
               MOVE '1310-GNP-ONE-CHILD'  TO ABEND-PARAGRAPH
               PERFORM 9997-BUILD-IMS-ERROR
               PERFORM 9998-TERMINATION.


       1320-PROBE-ATSSRV.

           MOVE DB-RECORD                  TO VBALSRV-SEGMENT.

           MOVE VBALSRV-BANK               TO ATSROOT-BANK.
           MOVE VBALSRV-PAN                TO ATSROOT-CARDNO.

           MOVE 'DDA'                      TO ATSSRV-APPL-ACR.
           MOVE WS-CONV-SOURCE-BANK        TO ATSSRV-BANK-NO.
           MOVE ZERO                       TO ATSSRV-BK-BR
                                              ATSSRV-BK-HOLDING-CO.
           MOVE BAL-ACCT-NO                TO ATSSRV-ACCT-NO.

           CALL 'CBLTDLI'  USING  GU-CALL-FUNC
                                  ATS-PCB
                                  ATSSRV-SEGMENT
                                  ATSROOT-QUAL-SSA
                                  ATSSRV-QUAL-SSA.

           IF  ATS-STATUS EQUAL SPACES
               NEXT SENTENCE
           ELSE
           IF  ATS-STATUS EQUAL 'GE'
               ADD 1                       TO WS-PR-ATSSRV-MISS-CTR
               DISPLAY '** ATSSRV MISSING - ACCOUNT ' BAL-ACCT-NO
           ELSE
               MOVE GU-CALL-FUNC           TO ABEND-CALL-FUNC
               MOVE ATS-STATUS             TO ABEND-STATUS
               MOVE ATSROOT-QUAL-SSA       TO ABEND-SSA
               MOVE '1320-PROBE-ATSSRV'    TO ABEND-PARAGRAPH
               PERFORM 9997-BUILD-IMS-ERROR
               PERFORM 9998-TERMINATION.


      ************************************************************
      *   THE ACCOUNT'S PCS ROOT, KEYED AS DLITCBL 1106 KEYS IT.  NOT
      *   FOUND IS A PCSEXCP ACCOUNT; FOUND, IT IS PROBED UNDER THE
      *   TARGET BANK AND ITS CHILDREN COUNTED LIKE THE DDA ROOT'S.
      ************************************************************
       1400-SCAN-PCS-ROOT.

           MOVE 'PCS'                    TO BAL-APPL-ACR-ALT.
           MOVE WS-CONV-SOURCE-BANK      TO BAL-BANK-NO-KEY-ALT.

           IF  WS-HOLD-CR-ADV = '2'
               MOVE 'A'                  TO BAL-ACCT01-ALT
           ELSE
               MOVE 'B'                  TO BAL-ACCT01-ALT.

           MOVE WS-HOLD-DDA-ACCT-NO      TO BAL-ACCT22-ALT.

           CALL 'CBLTDLI'  USING  GU-CALL-FUNC
                                  BAL-PCB
                                  BALROOT-SEGMENT
                                  BALANCE-SSA-ALT.

           IF  BAL-STATUS-CD EQUAL SPACES
               ADD 1                     TO WS-PR-PCS-ROOTS-CTR
               PERFORM 1200-PROBE-TARGET-ROOT
               IF  TARGET-KEY-EXISTS
                   PERFORM 1250-WRITE-COLLISION
               ELSE
                   PERFORM 1300-COUNT-CHILD-SEGMENTS
               END-IF
           ELSE
           IF  BAL-STATUS-CD EQUAL 'GE'
               ADD 1                     TO WS-PR-PCS-NOTFND-CTR
           ELSE
               MOVE GU-CALL-FUNC         TO ABEND-CALL-FUNC
               MOVE BAL-STATUS-CD        TO ABEND-STATUS
               MOVE BALANCE-SSA-ALT      TO ABEND-SSA
               MOVE '1400-SCAN-PCS-ROOT' TO ABEND-PARAGRAPH
               PERFORM 9997-BUILD-IMS-ERROR
               PERFORM 9998-TERMINATION.


      ************************************************************
      *   GO ONLY WHEN THE SOURCE BANK HAS ROOTS AND NOTHING WOULD
      *   LAND IN DUPEXCP OR PCSEXCP OR ABEND ON A MISSING ATSSRV.
      *   THE FIRST PROBLEM FOUND IS THE REASON PRINTED.
      ************************************************************
       1800-SET-PAIR-VERDICT.

           MOVE 'GO'                     TO WS-VERDICT.

           IF  WS-PR-DDA-ROOTS-CTR EQUAL ZEROS
               MOVE 'NO-GO'              TO WS-VERDICT
               MOVE 'NO ROOTS UNDER SOURCE'
                                         TO WS-VERDICT-REASON
           ELSE
           IF  WS-PR-ATSSRV-MISS-CTR GREATER THAN ZEROS
               MOVE 'NO-GO'              TO WS-VERDICT
               MOVE 'ATSSRV MISSING - ABEND'
                                         TO WS-VERDICT-REASON
           ELSE
           IF  WS-PR-COLLIDE-CTR GREATER THAN ZEROS
               MOVE 'NO-GO'              TO WS-VERDICT
               MOVE 'KEYS EXIST UNDER TARGET'
                                         TO WS-VERDICT-REASON
           ELSE
           IF  WS-PR-PCS-NOTFND-CTR GREATER THAN ZEROS
               MOVE 'NO-GO'              TO WS-VERDICT
               MOVE 'PCS ROOTS NOT FOUND'
                                         TO WS-VERDICT-REASON.


       1900-WRITE-PAIR-LINE.

           IF  WS-VERDICT EQUAL 'GO'
               ADD 1                     TO WS-PAIRS-GO-CTR
           ELSE
           IF  WS-VERDICT EQUAL 'NO-GO'
               ADD 1                     TO WS-PAIRS-NO-GO-CTR
               MOVE 'Y'                  TO WS-ANY-NO-GO-SW
           ELSE
               ADD 1                     TO WS-PAIRS-BYPASSED-CTR.

           ADD WS-PR-DDA-ROOTS-CTR       TO WS-ROOTS-READ-CTR.
           ADD WS-PR-PCS-ROOTS-CTR       TO WS-PCS-ROOTS-READ-CTR.
           ADD WS-PR-CHILD-SEGS-CTR      TO WS-CHILD-SEGS-CTR.
           ADD WS-PR-ATSSRV-CTR          TO WS-ATSSRV-CTR.
           ADD WS-PR-COLLIDE-CTR         TO WS-COLLIDE-CTR.
           ADD WS-PR-PCS-NOTFND-CTR      TO WS-PCS-ROOT-NOTFND.
           ADD WS-PR-ATSSRV-MISS-CTR     TO WS-ATSSRV-MISS-CTR.
           ADD WS-PR-SKIPPED-CTR         TO WS-ACCTS-SKIPPED-CTR.

           MOVE CONV-FROM-BANK           TO RD1-FROM-BANK.
           MOVE CONV-TO-BANK             TO RD1-TO-BANK.
           MOVE CONV-RUN-MODE            TO RD1-RUN-MODE.
           MOVE WS-PR-DDA-ROOTS-CTR      TO RD1-DDA-ROOTS.
           MOVE WS-PR-PCS-ROOTS-CTR      TO RD1-PCS-ROOTS.
           MOVE WS-PR-CHILD-SEGS-CTR     TO RD1-CHILD-SEGS.
           MOVE WS-PR-ATSSRV-CTR         TO RD1-ATSSRV.
           MOVE WS-PR-COLLIDE-CTR        TO RD1-COLLIDE.
           MOVE WS-PR-PCS-NOTFND-CTR     TO RD1-PCS-NOTFND.
           MOVE WS-PR-ATSSRV-MISS-CTR    TO RD1-ATSSRV-MISS.
           MOVE WS-PR-SKIPPED-CTR        TO RD1-SKIPPED.
           MOVE WS-VERDICT               TO RD1-VERDICT.
           MOVE WS-VERDICT-REASON        TO RD1-REASON.

           WRITE READINESS-REPORT-RECORD FROM RPT-DETAIL-01.

           MOVE SPACES                   TO PRFLVOL-RECORD.
           MOVE CONV-FROM-BANK           TO VOL-FROM-BANK.
           MOVE CONV-TO-BANK             TO VOL-TO-BANK.
           MOVE CONV-RUN-MODE            TO VOL-RUN-MODE.
           MOVE WS-PR-DDA-ROOTS-CTR      TO VOL-DDA-ROOTS.
           MOVE WS-PR-PCS-ROOTS-CTR      TO VOL-PCS-ROOTS.
           MOVE WS-PR-CHILD-SEGS-CTR     TO VOL-CHILD-SEGS.
           MOVE WS-PR-ATSSRV-CTR         TO VOL-ATSSRV.
           MOVE WS-VERDICT               TO VOL-VERDICT.

           WRITE PRFLVOL-RECORD.

           DISPLAY '** PAIR ' CONV-FROM-BANK ' TO ' CONV-TO-BANK
                   ' - ' WS-VERDICT ' ' WS-VERDICT-REASON.


      ************************************************************
      *    IMS DATABASE CALLS -   DDDABAL-PCB.  NEXT DDA ROOT IN
      *    THE SOURCE BANK RANGE AFTER BAL-ACCT-NO-KEY-1.
      ************************************************************
       5000-GU-BALANCE-BOOLEAN.

           CALL 'CBLTDLI'  USING  GU-CALL-FUNC
                                  BAL-PCB
                                  BALROOT-SEGMENT
                                  BALANCE-BOOLEAN-SSA.

           IF  BAL-STATUS-CD EQUAL SPACES
               MOVE BAL-ACCT-NO             TO BAL-ACCT-NO-KEY-1
               ADD 1                        TO WS-PR-DDA-ROOTS-CTR
           ELSE
           IF  BAL-STATUS-CD EQUAL 'GE' OR 'GB'
               NEXT SENTENCE
           ELSE
               MOVE GU-CALL-FUNC            TO ABEND-CALL-FUNC
               MOVE BAL-STATUS-CD           TO ABEND-STATUS
               MOVE BALANCE-BOOLEAN-SSA     TO ABEND-SSA
               MOVE '5000-GU-BALANCE-BOOLEAN'
                                            TO ABEND-PARAGRAPH
               PERFORM 9997-BUILD-IMS-ERROR
               PERFORM 9998-TERMINATION.


      ************************************************************
      *    JOB TOTALS AT THE FOOT OF THE READINESS REPORT
      ************************************************************
       8000-WRITE-REPORT-TOTALS.

           MOVE SPACES                   TO READINESS-REPORT-RECORD.
           WRITE READINESS-REPORT-RECORD.

           MOVE 'BANK PAIRS SCANNED'     TO RT1-LABEL.
           MOVE WS-BANK-RECS-READ-CTR    TO RT1-COUNT.
           WRITE READINESS-REPORT-RECORD FROM RPT-TOTAL-01.

           MOVE 'PAIRS GO'               TO RT1-LABEL.
           MOVE WS-PAIRS-GO-CTR          TO RT1-COUNT.
           WRITE READINESS-REPORT-RECORD FROM RPT-TOTAL-01.

           MOVE 'PAIRS NO-GO'            TO RT1-LABEL.
           MOVE WS-PAIRS-NO-GO-CTR       TO RT1-COUNT.
           WRITE READINESS-REPORT-RECORD FROM RPT-TOTAL-01.

           MOVE 'PAIRS BYPASSED'         TO RT1-LABEL.
           MOVE WS-PAIRS-BYPASSED-CTR    TO RT1-COUNT.
           WRITE READINESS-REPORT-RECORD FROM RPT-TOTAL-01.

           MOVE 'COLLIDING ACCOUNTS LISTED' TO RT1-LABEL.
           MOVE WS-COLLIDE-RECS-CTR      TO RT1-COUNT.
           WRITE READINESS-REPORT-RECORD FROM RPT-TOTAL-01.


      ************************************************************
      *    READ AND EDIT THE NEXT CONTROL CARD - THE SAME EDITS
      *    DLITCBL APPLIES
      ************************************************************

       9000-READ-CONV-BANK-INFO.

           READ CONVERSION-CONTROL-FILE
                AT END MOVE 'Y'           TO WS-INPUT-BANK-EOF-SW.

           IF  INPUT-BANK-NOT-AT-EOF
               ADD 1                       TO WS-BANK-RECS-READ-CTR
               SET CARD-IS-VALID           TO TRUE
               IF  NOT CONV-IS-FORWARD
                   AND NOT CONV-IS-BACKOUT
                   AND NOT CONV-IS-EXCP-RERUN
                   DISPLAY 'INVALID RUN MODE ON CONTROL CARD - '
                           CONV-RUN-MODE
                   SET CARD-IS-INVALID     TO TRUE
               END-IF
               IF  CONV-FROM-BANK NUMERIC AND CONV-TO-BANK NUMERIC
                   IF  CONV-FROM-BANK > 0 AND CONV-TO-BANK > 0
                       NEXT SENTENCE
                   ELSE
                       DISPLAY 'VALUES IN CONTROL CARD INVALID'
                       DISPLAY 'CONV-FROM-BANK  =  ' CONV-FROM-BANK
                       DISPLAY 'CONV-TO-BANK    =  ' CONV-TO-BANK
                       SET CARD-IS-INVALID TO TRUE
               ELSE
                   DISPLAY 'VALUES IN CONTROL CARD INVALID'
                   DISPLAY 'CONV-FROM-BANK  =  ' CONV-FROM-BANK
                   DISPLAY 'CONV-TO-BANK    =  ' CONV-TO-BANK
                   SET CARD-IS-INVALID     TO TRUE.


      ************************************************************
      *    COMMON IMS ERROR ROUTINE
      ************************************************************
       9997-BUILD-IMS-ERROR.

           DISPLAY 'FTB76997 - INVALID STATUS FOR ' ABEND-CALL-FUNC
                   ' ERROR CODE '                   ABEND-STATUS.

           DISPLAY 'ABENDED IN PARAGRAPH = '        ABEND-PARAGRAPH.

           DISPLAY 'SSA                  =   '      ABEND-SSA.

           PERFORM 9999-DISPLAY-COUNTERS.

           ADD 1                           TO BLOW-UP.

      ************************************************************
      *    TERMINATION ROUTINE
      ************************************************************
       9998-TERMINATION.

           PERFORM 9996-WRITE-RUN-STATS.

           CLOSE CONVERSION-CONTROL-FILE
                 READINESS-REPORT-FILE
                 COLLISION-FILE
                 PREFLIGHT-VOLUME-FILE.

           PERFORM 9999-DISPLAY-COUNTERS.

           GOBACK.


      ************************************************************
      *    APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS
      *    FILE FOR THE DAILY OPERATIONS RECAP
      ************************************************************
       9996-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-DATE-YYYYMMDD   FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH   FROM TIME.

           MOVE SPACES                   TO RUNSTAT-RECORD.
           MOVE 'FTB76997'               TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD     TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6)
                                         TO RUNSTAT-RUN-TIME.
           MOVE WS-ROOTS-READ-CTR        TO RUNSTAT-INPUT-CNT.
           MOVE WS-BANK-RECS-READ-CTR    TO RUNSTAT-OUTPUT-CNT.
           ADD WS-COLLIDE-CTR WS-PCS-ROOT-NOTFND WS-ATSSRV-MISS-CTR
                                  GIVING RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE              TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.


      ************************************************************
      *    DISPLAY COUNTERS MAINTAINED THROUGHOUT EXECUTION
      ************************************************************
       9999-DISPLAY-COUNTERS.

           DISPLAY '*  *  *  *  *  *  *  *  *  *  *  *  *  *  *  *'.
           DISPLAY '*  *  *  *  PRE-FLIGHT  COUNTERS  *  *  *  *'.
           DISPLAY '*  *  *  *  *  *  *  *  *  *  *  *  *  *  *  *'.
           DISPLAY '** NBR BANK RECORDS READ   = '
                                                 WS-BANK-RECS-READ-CTR.
           DISPLAY '** NBR PAIRS GO            = ' WS-PAIRS-GO-CTR.
           DISPLAY '** NBR PAIRS NO-GO         = ' WS-PAIRS-NO-GO-CTR.
           DISPLAY '** NBR PAIRS BYPASSED      = '
                                                 WS-PAIRS-BYPASSED-CTR.
           DISPLAY '** NBR DDA ROOTS READ      = ' WS-ROOTS-READ-CTR.
           DISPLAY '** NBR PCS ROOTS READ      = '
                                                 WS-PCS-ROOTS-READ-CTR.
           DISPLAY '** NBR CHILD SEGS TO MOVE  = ' WS-CHILD-SEGS-CTR.
           DISPLAY '** NBR ATSSRV TO MOVE      = ' WS-ATSSRV-CTR.
           DISPLAY '** NBR KEY COLLISIONS      = ' WS-COLLIDE-CTR.
           DISPLAY '** NBR PCS ROOTS NOTFND    = ' WS-PCS-ROOT-NOTFND.
           DISPLAY '** NBR ATSSRV MISSING      = ' WS-ATSSRV-MISS-CTR.
           DISPLAY '** NBR ACCOUNTS SKIPPED    = '
                                                WS-ACCTS-SKIPPED-CTR.
