       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLITMON.
       REMARKS.

           PROGRESS MONITOR FOR A PARTITIONED DLITCBL CONVERSION.  MAY
           BE RUN AT ANY TIME DURING THE CONVERSION WEEKEND, AS OFTEN
           AS THE COMMAND CENTER LIKES, WHILE THE INSTANCES RUN.  IT
           ONLY READS THE FILES THE INSTANCES SHARE OR HAVE WRITTEN
           SO FAR - IT NEVER UPDATES THEM:

              MONSPLIT - THE CONTROLI SPLIT EACH INSTANCE WAS GIVEN,
                         CONCATENATED, EACH SPLIT PRECEDED BY A CARD
                         'INSTANCE XXXX' NAMING ITS INSTANCE ID.
              PRFLVOL  - THE DLITPRFL PRE-FLIGHT VOLUMES (OPTIONAL).
              CLAIMIO  - THE SHARED CLAIM FILE.
              PARTSUMI - PARTSUMO OUTPUT OF THE INSTANCES THAT HAVE
                         ENDED SO FAR (OPTIONAL).
              AUDITI   - AUDITO OUTPUT WRITTEN SO FAR (OPTIONAL).
              MONSNAPI - THE SNAPSHOT WRITTEN BY THE PREVIOUS RUN OF
                         THIS MONITOR (OPTIONAL).
              MONPARM  - STALL THRESHOLD IN MINUTES, COLUMNS 1-4
                         (OPTIONAL, DEFAULT 30).

           EACH BANK PAIR IS REPORTED AS NOT STARTED, IN PROGRESS
           (CLAIMED, WITH THE CLAIM TIME) OR FINISHED - FINISHED WHEN
           ITS INSTANCE HAS ENDED OR HAS SINCE CLAIMED ANOTHER PAIR.
           ACCOUNTS DONE ARE THE AUDIT RECORDS WRITTEN FOR THE PAIR,
           MEASURED AGAINST THE PRE-FLIGHT DDA ROOT COUNT.  EACH
           INSTANCE, AND THE RUN AS A WHOLE, GETS A PROJECTED FINISH
           AT THE RATE IT HAS ACHIEVED SINCE ITS FIRST CLAIM.

           A PAIR STILL HELD BY ITS INSTANCE WHOSE ACCOUNTS DONE HAS
           NOT MOVED FOR LONGER THAN THE THRESHOLD IS FLAGGED
           STALLED, AND SO IS ITS INSTANCE.  LAST PROGRESS IS CARRIED
           FROM RUN TO RUN IN MONSNAPO / MONSNAPI (A GDG - READ THE
           CURRENT GENERATION, WRITE THE NEXT).  WITH NO SNAPSHOT, A
           CLAIM WITH NOTHING DONE COUNTS FROM ITS CLAIM TIME.

           THIS PROGRAM EXECUTES AS A PLAIN BATCH STEP - NO IMS.

           RETURN CODES:  0 NOTHING STALLED, 4 ONE OR MORE INSTANCES
                          STALLED, 1 RUN ABORTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLIT-CONTROL-FILE        ASSIGN  TO MONSPLIT.

           SELECT OPTIONAL MONITOR-PARM-FILE
                                            ASSIGN  TO MONPARM.

           SELECT OPTIONAL PREFLIGHT-VOLUME-FILE
                                            ASSIGN  TO PRFLVOL.

           SELECT CLAIM-FILE                ASSIGN  TO CLAIMIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CLM-FROM-BANK
                  FILE STATUS IS WS-CLM-STATUS.

           SELECT OPTIONAL PART-SUMMARY-IN  ASSIGN  TO PARTSUMI.

           SELECT OPTIONAL AUDIT-IN-FILE    ASSIGN  TO AUDITI.

           SELECT OPTIONAL SNAPSHOT-IN-FILE ASSIGN  TO MONSNAPI.

           SELECT SNAPSHOT-OUT-FILE         ASSIGN  TO MONSNAPO.

           SELECT MONITOR-REPORT-FILE       ASSIGN  TO MONRPT.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  SPLIT-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORDS ARE SPLIT-HEADER-RECORD
                            SPLIT-CONTROL-RECORD.

       01  SPLIT-HEADER-RECORD.
           05 SPH-HEADER-LIT                     PIC X(09).
              88  SPH-IS-INSTANCE-CARD           VALUE 'INSTANCE '.
           05 SPH-INSTANCE-ID                    PIC X(04).
           05 FILLER                             PIC X(67).

      *    THE CONTROLI CARD AS DLITCBL READS IT
       01  SPLIT-CONTROL-RECORD.
           05 SPC-FROM-BANK                      PIC X(03).
           05 FILLER                             PIC X(01).
           05 SPC-TO-BANK                        PIC X(03).
           05 FILLER                             PIC X(01).
           05 SPC-DRY-RUN-FLAG                   PIC X(01).
           05 SPC-VERIFY-FLAG                    PIC X(01).
           05 SPC-RUN-MODE                       PIC X(01).
              88  SPC-IS-FORWARD                         VALUE ' ' 'F'.
              88  SPC-IS-BACKOUT                         VALUE 'B'.
           05 SPC-SELECT-FLAG                    PIC X(01).
           05 FILLER                             PIC X(68).

       FD  MONITOR-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MONITOR-PARM-RECORD.

       01  MONITOR-PARM-RECORD.
           05 MPM-STALL-MINUTES                  PIC X(04).
           05 FILLER                             PIC X(76).

       FD  PREFLIGHT-VOLUME-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRFLVOL-RECORD.

       COPY PRFLVOL.

       FD  CLAIM-FILE.

       01  CLAIM-RECORD.
           05 CLM-FROM-BANK                      PIC X(03).
           05 FILLER                             PIC X(01).
           05 CLM-TO-BANK                        PIC X(03).
           05 FILLER                             PIC X(01).
           05 CLM-INSTANCE-ID                    PIC X(04).
           05 FILLER                             PIC X(01).
           05 CLM-CLAIM-DATE                     PIC 9(08).
           05 FILLER                             PIC X(01).
           05 CLM-CLAIM-TIME                     PIC 9(06).
           05 FILLER                             PIC X(52).

       FD  PART-SUMMARY-IN
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTSUM-RECORD.

       COPY PARTSUM.

       FD  AUDIT-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-IN-RECORD.

       01  AUDIT-IN-RECORD.
           05 AUD-FROM-BANK                      PIC X(03).
           05 FILLER                             PIC X(01).
           05 AUD-TO-BANK                        PIC X(03).
           05 FILLER                             PIC X(01).
           05 AUD-ACCT-NO                        PIC X(23).
           05 FILLER                             PIC X(01).
           05 AUD-RUN-MODE                       PIC X(01).
           05 FILLER                             PIC X(47).

       FD  SNAPSHOT-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SNAPSHOT-IN-RECORD.

       01  SNAPSHOT-IN-RECORD.
           05 SNI-FROM-BANK                      PIC X(03).
           05 FILLER                             PIC X(01).
           05 SNI-TO-BANK                        PIC X(03).
           05 FILLER                             PIC X(01).
           05 SNI-INSTANCE-ID                    PIC X(04).
           05 FILLER                             PIC X(01).
           05 SNI-ACCTS-DONE                     PIC 9(10).
           05 FILLER                             PIC X(01).
           05 SNI-PROGRESS-DATE                  PIC 9(08).
           05 FILLER                             PIC X(01).
           05 SNI-PROGRESS-TIME                  PIC 9(06).
           05 FILLER                             PIC X(41).

       FD  SNAPSHOT-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SNAPSHOT-OUT-RECORD.

      *    ONE RECORD PER CLAIMED PAIR - SAME LAYOUT AS MONSNAPI
       01  SNAPSHOT-OUT-RECORD.
           05 SNO-FROM-BANK                      PIC X(03).
           05 FILLER                             PIC X(01).
           05 SNO-TO-BANK                        PIC X(03).
           05 FILLER                             PIC X(01).
           05 SNO-INSTANCE-ID                    PIC X(04).
           05 FILLER                             PIC X(01).
           05 SNO-ACCTS-DONE                     PIC 9(10).
           05 FILLER                             PIC X(01).
           05 SNO-PROGRESS-DATE                  PIC 9(08).
           05 FILLER                             PIC X(01).
           05 SNO-PROGRESS-TIME                  PIC 9(06).
           05 FILLER                             PIC X(41).

       FD  MONITOR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MONITOR-REPORT-RECORD.

       01  MONITOR-REPORT-RECORD                 PIC X(133).

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-STATS-REC.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC  X(40) VALUE
           'WORKING STORAGE FOR FTB76998 STARTS HERE'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       01  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
           88  INPUT-AT-EOF                      VALUE 'Y'.
       01  WS-CLM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PAIR-FOUND-SW            PIC X(01) VALUE 'N'.
           88  PAIR-FOUND                        VALUE 'Y'.
       01  WS-INST-FOUND-SW            PIC X(01) VALUE 'N'.
           88  INST-FOUND                        VALUE 'Y'.
       01  WS-ANY-STALL-SW             PIC X(01) VALUE 'N'.
           88  ANY-INSTANCE-STALLED              VALUE 'Y'.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-SPLIT-CARDS-CTR      PIC 9(10) VALUE ZEROS.
           05  WS-SPLIT-IGNORED-CTR    PIC 9(10) VALUE ZEROS.
           05  WS-VOLUME-RECS-CTR      PIC 9(10) VALUE ZEROS.
           05  WS-CLAIM-RECS-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-PARTSUM-RECS-CTR     PIC 9(10) VALUE ZEROS.
           05  WS-AUDIT-RECS-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-AUDIT-UNMATCHED-CTR  PIC 9(10) VALUE ZEROS.
           05  WS-SNAP-RECS-IN-CTR     PIC 9(10) VALUE ZEROS.
           05  WS-SNAP-RECS-OUT-CTR    PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-NOT-STARTED    PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-IN-PROGRESS    PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-FINISHED       PIC 9(10) VALUE ZEROS.
           05  WS-PAIRS-STALLED        PIC 9(10) VALUE ZEROS.

      ************************************************************
      *   RUN-WIDE TOTALS FOR THE PROJECTION
      ************************************************************
       01  WS-RUN-TOTALS.
           05  WS-RUN-DONE-CTR         PIC 9(10) VALUE ZEROS.
           05  WS-RUN-VOLUME-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-RUN-REMAIN-CTR       PIC 9(10) VALUE ZEROS.
           05  WS-RUN-FIRST-CLAIM-MIN  PIC 9(10) VALUE ZEROS.

       01  WS-STALL-MINUTES            PIC 9(04) VALUE 30.
       01  WS-CURR-INSTANCE            PIC X(04) VALUE SPACES.
       01  WS-FIND-FROM-BANK           PIC X(03) VALUE SPACES.
       01  WS-FIND-TO-BANK             PIC X(03) VALUE SPACES.
       01  WS-FIND-INSTANCE            PIC X(04) VALUE SPACES.

      ************************************************************
      *   DATE / TIME ARITHMETIC.  TIMES ARE CARRIED AS MINUTES
      *   FROM THE INTEGER DAY OF THE DATE SO A WEEKEND THAT SPANS
      *   MIDNIGHT (OR A MONTH END) COMPARES CORRECTLY.
      ************************************************************
       01  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZEROS.
       01  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZEROS.
       01  WS-NOW-MIN                  PIC 9(10) VALUE ZEROS.

       01  WS-CALC-DATE                PIC 9(08) VALUE ZEROS.
       01  WS-CALC-TIME                PIC 9(06) VALUE ZEROS.
       01  WS-CALC-TIME-R REDEFINES WS-CALC-TIME.
           05  WS-CALC-HH              PIC 9(02).
           05  WS-CALC-MM              PIC 9(02).
           05  WS-CALC-SS              PIC 9(02).
       01  WS-CALC-MINUTES             PIC 9(10) VALUE ZEROS.
       01  WS-CALC-DAYS                PIC 9(07) VALUE ZEROS.
       01  WS-CALC-REM                 PIC 9(05) VALUE ZEROS.
       01  WS-ELAPSED-MIN              PIC S9(10) VALUE ZEROS.
       01  WS-ELAPSED-DISP             PIC Z(09)9.
       01  WS-REMAIN-MIN               PIC 9(10) VALUE ZEROS.
       01  WS-PROJ-DONE                PIC 9(10) VALUE ZEROS.
       01  WS-PROJ-REMAIN              PIC 9(10) VALUE ZEROS.
       01  WS-PROJ-DATE                PIC X(08) VALUE SPACES.
       01  WS-PROJ-TIME                PIC X(08) VALUE SPACES.

       01  WS-EDIT-TIME.
           05  WS-EDIT-HH              PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  WS-EDIT-MM              PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  WS-EDIT-SS              PIC 9(02).

       COPY RUNSTAT.

      ************************************************************
      *   BANK PAIR TABLE - ONE ENTRY PER PAIR IN ANY SPLIT (PLUS ANY
      *   PAIR FOUND CLAIMED THAT NO SPLIT CARRIES)
      ************************************************************
       01  WS-PAIR-TABLE-AREA.
           05  WS-PAIR-CNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-PAIR-ENTRY           OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-PAIR-CNT
                                       INDEXED BY PR-IDX.
               10  PR-FROM-BANK        PIC X(03).
               10  PR-TO-BANK          PIC X(03).
               10  PR-RUN-MODE         PIC X(01).
               10  PR-SPLIT-INSTANCE   PIC X(04).
               10  PR-VOLUME-SW        PIC X(01).
                   88  PR-HAS-VOLUME             VALUE 'Y'.
               10  PR-VOLUME           PIC 9(10).
               10  PR-CLAIM-INSTANCE   PIC X(04).
               10  PR-CLAIM-DATE       PIC 9(08).
               10  PR-CLAIM-TIME       PIC 9(06).
               10  PR-CLAIM-MIN        PIC 9(10).
               10  PR-ACCTS-DONE       PIC 9(10).
               10  PR-SNAP-SW          PIC X(01).
                   88  PR-HAS-SNAPSHOT           VALUE 'Y'.
               10  PR-SNAP-INSTANCE    PIC X(04).
               10  PR-SNAP-ACCTS-DONE  PIC 9(10).
               10  PR-SNAP-DATE        PIC 9(08).
               10  PR-SNAP-TIME        PIC 9(06).
               10  PR-PROGRESS-DATE    PIC 9(08).
               10  PR-PROGRESS-TIME    PIC 9(06).
               10  PR-PROGRESS-MIN     PIC 9(10).
               10  PR-STATUS           PIC X(11).
                   88  PR-NOT-STARTED        VALUE 'NOT STARTED'.
                   88  PR-IN-PROGRESS        VALUE 'IN PROGRESS'.
                   88  PR-FINISHED           VALUE 'FINISHED'.
               10  PR-STALL-SW         PIC X(01).
                   88  PR-STALLED                VALUE 'Y'.

      ************************************************************
      *   INSTANCE TABLE - ONE ENTRY PER INSTANCE ID SEEN ON A SPLIT
      *   HEADER CARD, A CLAIM OR A PARTSUM RECORD
      ************************************************************
       01  WS-INST-TABLE-AREA.
           05  WS-INST-CNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-INST-ENTRY           OCCURS 1 TO 50 TIMES
                                       DEPENDING ON WS-INST-CNT
                                       INDEXED BY IN-IDX.
               10  IN-INSTANCE-ID      PIC X(04).
               10  IN-ENDED-SW         PIC X(01).
                   88  IN-ENDED                  VALUE 'Y'.
               10  IN-STALL-SW         PIC X(01).
                   88  IN-STALLED                VALUE 'Y'.
               10  IN-FIRST-CLAIM-MIN  PIC 9(10).
               10  IN-LAST-CLAIM-MIN   PIC 9(10).
               10  IN-PAIRS-CTR        PIC 9(05).
               10  IN-NOT-STARTED-CTR  PIC 9(05).
               10  IN-IN-PROGRESS-CTR  PIC 9(05).
               10  IN-FINISHED-CTR     PIC 9(05).
               10  IN-DONE-CTR         PIC 9(10).
               10  IN-VOLUME-CTR       PIC 9(10).
               10  IN-REMAIN-CTR       PIC 9(10).

      ************************************************************
      *              R E P O R T   L I N E S
      ************************************************************
       01  RPT-HEADER-01.
           05 FILLER               PIC X(10) VALUE ' DLITMON  '.
           05 FILLER               PIC X(50) VALUE
              'DLITCBL PARTITIONED CONVERSION PROGRESS           '.
           05 FILLER               PIC X(06) VALUE 'AS OF '.
           05 RH1-RUN-DATE         PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RH1-RUN-TIME         PIC X(08).
           05 FILLER               PIC X(20) VALUE
              '   STALL THRESHOLD '.
           05 RH1-STALL-MINUTES    PIC ZZZ9.
           05 FILLER               PIC X(26) VALUE ' MINUTES'.

       01  RPT-SECTION-HDR.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RSH-TITLE            PIC X(40).
           05 FILLER               PIC X(92) VALUE SPACES.

       01  RPT-PAIR-HDR.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 FILLER               PIC X(05)  VALUE 'FRM  '.
           05 FILLER               PIC X(05)  VALUE 'TO   '.
           05 FILLER               PIC X(03)  VALUE 'M  '.
           05 FILLER               PIC X(06)  VALUE 'SPLIT '.
           05 FILLER               PIC X(06)  VALUE 'CLAIM '.
           05 FILLER               PIC X(09)  VALUE 'CLM DATE '.
           05 FILLER               PIC X(10)  VALUE 'CLM TIME  '.
           05 FILLER               PIC X(13)  VALUE 'STATUS       '.
           05 FILLER               PIC X(12)  VALUE 'ACCTS DONE  '.
           05 FILLER               PIC X(12)  VALUE '    VOLUME  '.
           05 FILLER               PIC X(05)  VALUE 'PCT  '.
           05 FILLER               PIC X(09)  VALUE 'PROGRESS '.
           05 FILLER               PIC X(10)  VALUE 'AT        '.
           05 FILLER               PIC X(09)  VALUE 'FLAG     '.
           05 FILLER               PIC X(18)  VALUE SPACES.

       01  RPT-PAIR-DETAIL.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPD-FROM-BANK        PIC X(03).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-TO-BANK          PIC X(03).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-RUN-MODE         PIC X(01).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-SPLIT-INSTANCE   PIC X(04).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-CLAIM-INSTANCE   PIC X(04).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-CLAIM-DATE       PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPD-CLAIM-TIME       PIC X(08).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-STATUS           PIC X(11).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-ACCTS-DONE       PIC Z(09)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-VOLUME           PIC Z(09)9.
           05 RPD-VOLUME-X REDEFINES RPD-VOLUME
                                   PIC X(10).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-PCT              PIC ZZ9.
           05 RPD-PCT-X REDEFINES RPD-PCT
                                   PIC X(03).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-PROGRESS-DATE    PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RPD-PROGRESS-TIME    PIC X(08).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RPD-FLAG             PIC X(09).
           05 FILLER               PIC X(18)  VALUE SPACES.

       01  RPT-INST-HDR.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 FILLER               PIC X(06)  VALUE 'INST  '.
           05 FILLER               PIC X(07)  VALUE 'PAIRS  '.
           05 FILLER               PIC X(07)  VALUE 'NOTST  '.
           05 FILLER               PIC X(07)  VALUE 'INPRG  '.
           05 FILLER               PIC X(07)  VALUE 'FINSH  '.
           05 FILLER               PIC X(12)  VALUE 'ACCTS DONE  '.
           05 FILLER               PIC X(12)  VALUE '    VOLUME  '.
           05 FILLER               PIC X(05)  VALUE 'PCT  '.
           05 FILLER               PIC X(09)  VALUE 'PROJ FIN '.
           05 FILLER               PIC X(10)  VALUE 'TIME      '.
           05 FILLER               PIC X(10)  VALUE 'STATE     '.
           05 FILLER               PIC X(09)  VALUE 'FLAG     '.
           05 FILLER               PIC X(31)  VALUE SPACES.

       01  RPT-INST-DETAIL.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RID-INSTANCE-ID      PIC X(04).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-PAIRS            PIC Z(04)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-NOT-STARTED      PIC Z(04)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-IN-PROGRESS      PIC Z(04)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-FINISHED         PIC Z(04)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-ACCTS-DONE       PIC Z(09)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-VOLUME           PIC Z(09)9.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-PCT              PIC ZZ9.
           05 RID-PCT-X REDEFINES RID-PCT
                                   PIC X(03).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-PROJ-DATE        PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 RID-PROJ-TIME        PIC X(08).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-STATE            PIC X(08).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 RID-FLAG             PIC X(09).
           05 FILLER               PIC X(31)  VALUE SPACES.

       01  RPT-TOTAL-01.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RT1-LABEL            PIC X(30).
           05 RT1-COUNT            PIC Z(09)9.
           05 FILLER               PIC X(92) VALUE SPACES.

       01  FILLER                           PIC X(35)
           VALUE 'WORKING STORAGE FOR FTB76998 ENDS '.

       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'DLITMON - PARTITIONED CONVERSION PROGRESS MONITOR'.

           ACCEPT WS-RUN-DATE-YYYYMMDD   FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH   FROM TIME.

           MOVE WS-RUN-DATE-YYYYMMDD     TO WS-CALC-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO WS-CALC-TIME.
           PERFORM 9100-DATE-TIME-TO-MINUTES.
           MOVE WS-CALC-MINUTES          TO WS-NOW-MIN.

           OPEN OUTPUT MONITOR-REPORT-FILE
                       SNAPSHOT-OUT-FILE.

           PERFORM 0010-READ-MONITOR-PARM.

           PERFORM 1000-LOAD-SPLITS.

           IF  WS-PAIR-CNT EQUAL ZERO
               DISPLAY 'NO BANK PAIRS ON MONSPLIT - NOTHING TO '
                       'MONITOR'
               MOVE 1                    TO RETURN-CODE
               PERFORM 9998-TERMINATION.

           PERFORM 2000-LOAD-VOLUMES.

           PERFORM 3000-LOAD-CLAIMS.

           PERFORM 4000-LOAD-PART-SUMMARIES.

           PERFORM 5000-COUNT-AUDIT-RECORDS.

           PERFORM 6000-LOAD-PRIOR-SNAPSHOT.

           PERFORM 7000-EVALUATE-ONE-PAIR
                   VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-CNT.

           PERFORM 8000-WRITE-MONITOR-REPORT.

           IF  ANY-INSTANCE-STALLED
               MOVE 4                    TO RETURN-CODE.

           PERFORM 9998-TERMINATION.


      ************************************************************
      *   STALL THRESHOLD FROM MONPARM - DEFAULT 30 MINUTES
      ************************************************************
       0010-READ-MONITOR-PARM.

           OPEN INPUT MONITOR-PARM-FILE.

           READ MONITOR-PARM-FILE
                AT END MOVE SPACES        TO MONITOR-PARM-RECORD.

           IF  MPM-STALL-MINUTES NUMERIC
               AND MPM-STALL-MINUTES > ZERO
               MOVE MPM-STALL-MINUTES     TO WS-STALL-MINUTES
           ELSE
           IF  MPM-STALL-MINUTES NOT EQUAL SPACES
               DISPLAY 'STALL THRESHOLD ON MONPARM INVALID - '
                       MPM-STALL-MINUTES ' - DEFAULT USED'.

           CLOSE MONITOR-PARM-FILE.

           DISPLAY 'STALL THRESHOLD MINUTES = ' WS-STALL-MINUTES.


      ************************************************************
      *   LOAD THE SPLITS.  AN 'INSTANCE XXXX' CARD NAMES THE
      *   INSTANCE WHOSE CONTROLI CARDS FOLLOW.  CARDS DLITCBL WOULD
      *   BYPASS (FAILED EDITS, EXCEPTION RERUN) ARE NOT MONITORED.
      ************************************************************
       1000-LOAD-SPLITS.

           OPEN INPUT SPLIT-CONTROL-FILE.

           MOVE 'N'                      TO WS-INPUT-EOF-SW.

           PERFORM 1900-READ-SPLIT-CARD.

           PERFORM 1100-LOAD-ONE-SPLIT-CARD
                   UNTIL INPUT-AT-EOF.

           CLOSE SPLIT-CONTROL-FILE.


       1100-LOAD-ONE-SPLIT-CARD.

           IF  SPH-IS-INSTANCE-CARD
               MOVE SPH-INSTANCE-ID       TO WS-CURR-INSTANCE
                                             WS-FIND-INSTANCE
               PERFORM 1300-FIND-OR-ADD-INSTANCE
           ELSE
           IF  WS-CURR-INSTANCE EQUAL SPACES
               DISPLAY 'CONTROL CARD AHEAD OF FIRST INSTANCE CARD '
                       '- IGNORED: ' SPLIT-CONTROL-RECORD (1:12)
               ADD 1                      TO WS-SPLIT-IGNORED-CTR
           ELSE
           IF  SPC-FROM-BANK NUMERIC AND SPC-TO-BANK NUMERIC
               AND SPC-FROM-BANK > 0 AND SPC-TO-BANK > 0
               AND (SPC-IS-FORWARD OR SPC-IS-BACKOUT)
               PERFORM 1110-ADD-SPLIT-PAIR
           ELSE
               DISPLAY 'CONTROL CARD NOT MONITORED - INSTANCE '
                       WS-CURR-INSTANCE ': '
                       SPLIT-CONTROL-RECORD (1:12)
               ADD 1                      TO WS-SPLIT-IGNORED-CTR.

           PERFORM 1900-READ-SPLIT-CARD.


       1110-ADD-SPLIT-PAIR.

           ADD 1                         TO WS-SPLIT-CARDS-CTR.

           MOVE SPC-FROM-BANK            TO WS-FIND-FROM-BANK.
           MOVE SPC-TO-BANK              TO WS-FIND-TO-BANK.

           PERFORM 1200-FIND-OR-ADD-PAIR.

           IF  PR-SPLIT-INSTANCE (PR-IDX) EQUAL SPACES
               MOVE WS-CURR-INSTANCE     TO PR-SPLIT-INSTANCE (PR-IDX)
               MOVE SPC-RUN-MODE         TO PR-RUN-MODE (PR-IDX)
           ELSE
               DISPLAY 'BANK PAIR ' SPC-FROM-BANK ' TO ' SPC-TO-BANK
                       ' IN SPLITS OF ' PR-SPLIT-INSTANCE (PR-IDX)
                       ' AND ' WS-CURR-INSTANCE.


      ************************************************************
      *   TABLE LOOKUPS.  1210 / 1310 ONLY FIND; 1200 / 1300 ADD AN
      *   EMPTY ENTRY WHEN THE KEY IS NOT THERE.  PR-IDX / IN-IDX
      *   ARE LEFT ON THE ENTRY.
      ************************************************************
       1200-FIND-OR-ADD-PAIR.

           PERFORM 1210-FIND-PAIR.

           IF  NOT PAIR-FOUND
               IF  WS-PAIR-CNT NOT LESS THAN 500
                   DISPLAY 'BANK PAIR TABLE FULL - RUN ABORTED'
                   MOVE 1                 TO RETURN-CODE
                   PERFORM 9998-TERMINATION
               END-IF
               ADD 1                      TO WS-PAIR-CNT
               SET PR-IDX                 TO WS-PAIR-CNT
               INITIALIZE WS-PAIR-ENTRY (PR-IDX)
               MOVE WS-FIND-FROM-BANK     TO PR-FROM-BANK (PR-IDX)
               MOVE WS-FIND-TO-BANK       TO PR-TO-BANK (PR-IDX).


       1210-FIND-PAIR.

           MOVE 'N'                      TO WS-PAIR-FOUND-SW.

           IF  WS-PAIR-CNT > ZERO
               SET PR-IDX                 TO 1
               SEARCH WS-PAIR-ENTRY
                  AT END
                     MOVE 'N'             TO WS-PAIR-FOUND-SW
                  WHEN PR-FROM-BANK (PR-IDX) = WS-FIND-FROM-BANK
                   AND PR-TO-BANK (PR-IDX)   = WS-FIND-TO-BANK
                     MOVE 'Y'             TO WS-PAIR-FOUND-SW
               END-SEARCH.


       1300-FIND-OR-ADD-INSTANCE.

           PERFORM 1310-FIND-INSTANCE.

           IF  NOT INST-FOUND
               IF  WS-INST-CNT NOT LESS THAN 50
                   DISPLAY 'INSTANCE TABLE FULL - RUN ABORTED'
                   MOVE 1                 TO RETURN-CODE
                   PERFORM 9998-TERMINATION
               END-IF
               ADD 1                      TO WS-INST-CNT
               SET IN-IDX                 TO WS-INST-CNT
               INITIALIZE WS-INST-ENTRY (IN-IDX)
               MOVE WS-FIND-INSTANCE      TO IN-INSTANCE-ID (IN-IDX).


       1310-FIND-INSTANCE.

           MOVE 'N'                      TO WS-INST-FOUND-SW.

           IF  WS-INST-CNT > ZERO
               SET IN-IDX                 TO 1
               SEARCH WS-INST-ENTRY
                  AT END
                     MOVE 'N'             TO WS-INST-FOUND-SW
                  WHEN IN-INSTANCE-ID (IN-IDX) = WS-FIND-INSTANCE
                     MOVE 'Y'             TO WS-INST-FOUND-SW
               END-SEARCH.


       1900-READ-SPLIT-CARD.

           READ SPLIT-CONTROL-FILE
                AT END MOVE 'Y'           TO WS-INPUT-EOF-SW.


      ************************************************************
      *   PRE-FLIGHT VOLUMES.  A PAIR SCANNED MORE THAN ONCE TAKES
      *   ITS LAST SCAN.
      ************************************************************
       2000-LOAD-VOLUMES.

           OPEN INPUT PREFLIGHT-VOLUME-FILE.

           MOVE 'N'                      TO WS-INPUT-EOF-SW.

           PERFORM 2900-READ-VOLUME.

           PERFORM 2100-APPLY-ONE-VOLUME
                   UNTIL INPUT-AT-EOF.

           CLOSE PREFLIGHT-VOLUME-FILE.

           IF  WS-VOLUME-RECS-CTR EQUAL ZEROS
               DISPLAY 'NO PRE-FLIGHT VOLUMES - PERCENT COMPLETE AND '
                       'PROJECTIONS NOT AVAILABLE'.


       2100-APPLY-ONE-VOLUME.

           ADD 1                         TO WS-VOLUME-RECS-CTR.

           MOVE VOL-FROM-BANK            TO WS-FIND-FROM-BANK.
           MOVE VOL-TO-BANK              TO WS-FIND-TO-BANK.

           PERFORM 1210-FIND-PAIR.

           IF  PAIR-FOUND
               MOVE VOL-DDA-ROOTS         TO PR-VOLUME (PR-IDX)
               MOVE 'Y'                   TO PR-VOLUME-SW (PR-IDX).

           PERFORM 2900-READ-VOLUME.


       2900-READ-VOLUME.

           READ PREFLIGHT-VOLUME-FILE
                AT END MOVE 'Y'           TO WS-INPUT-EOF-SW.


      ************************************************************
      *   THE SHARED CLAIM FILE, READ STRAIGHT THROUGH.  NO FILE YET
      *   MEANS NO INSTANCE HAS CLAIMED ANYTHING.  EACH INSTANCE'S
      *   FIRST AND LATEST CLAIM TIMES ARE KEPT - A PAIR CLAIMED
      *   BEFORE ITS INSTANCE'S LATEST CLAIM IS FINISHED.
      ************************************************************
       3000-LOAD-CLAIMS.

           OPEN INPUT CLAIM-FILE.

           IF  WS-CLM-STATUS EQUAL '35'
               DISPLAY 'CLAIM FILE NOT YET CREATED - NO PAIRS CLAIMED'
           ELSE
           IF  WS-CLM-STATUS NOT EQUAL '00' AND '97'
               DISPLAY 'CLAIM FILE NOT AVAILABLE, STATUS '
                       WS-CLM-STATUS ' - RUN ABORTED'
               MOVE 1                     TO RETURN-CODE
               PERFORM 9998-TERMINATION
           ELSE
               MOVE 'N'                   TO WS-INPUT-EOF-SW
               PERFORM 3900-READ-CLAIM
               PERFORM 3100-APPLY-ONE-CLAIM
                       UNTIL INPUT-AT-EOF
               CLOSE CLAIM-FILE.


       3100-APPLY-ONE-CLAIM.

           ADD 1                         TO WS-CLAIM-RECS-CTR.

           MOVE CLM-FROM-BANK            TO WS-FIND-FROM-BANK.
           MOVE CLM-TO-BANK              TO WS-FIND-TO-BANK.

           PERFORM 1210-FIND-PAIR.

           IF  NOT PAIR-FOUND
               DISPLAY 'CLAIMED PAIR ' CLM-FROM-BANK ' TO '
                       CLM-TO-BANK ' IS IN NO SPLIT - ADDED'
               PERFORM 1200-FIND-OR-ADD-PAIR.

           MOVE CLM-INSTANCE-ID          TO PR-CLAIM-INSTANCE (PR-IDX).
           MOVE CLM-CLAIM-DATE           TO PR-CLAIM-DATE (PR-IDX).
           MOVE CLM-CLAIM-TIME           TO PR-CLAIM-TIME (PR-IDX).

           MOVE CLM-CLAIM-DATE           TO WS-CALC-DATE.
           MOVE CLM-CLAIM-TIME           TO WS-CALC-TIME.
           PERFORM 9100-DATE-TIME-TO-MINUTES.
           MOVE WS-CALC-MINUTES          TO PR-CLAIM-MIN (PR-IDX).

           MOVE CLM-INSTANCE-ID          TO WS-FIND-INSTANCE.
           PERFORM 1300-FIND-OR-ADD-INSTANCE.

           IF  IN-FIRST-CLAIM-MIN (IN-IDX) EQUAL ZEROS
               OR WS-CALC-MINUTES < IN-FIRST-CLAIM-MIN (IN-IDX)
               MOVE WS-CALC-MINUTES      TO IN-FIRST-CLAIM-MIN (IN-IDX).

           IF  WS-CALC-MINUTES > IN-LAST-CLAIM-MIN (IN-IDX)
               MOVE WS-CALC-MINUTES      TO IN-LAST-CLAIM-MIN (IN-IDX).

           IF  WS-RUN-FIRST-CLAIM-MIN EQUAL ZEROS
               OR WS-CALC-MINUTES < WS-RUN-FIRST-CLAIM-MIN
               MOVE WS-CALC-MINUTES      TO WS-RUN-FIRST-CLAIM-MIN.

           PERFORM 3900-READ-CLAIM.


       3900-READ-CLAIM.

           READ CLAIM-FILE
                AT END MOVE 'Y'           TO WS-INPUT-EOF-SW.

           IF  NOT INPUT-AT-EOF
               AND WS-CLM-STATUS NOT EQUAL '00'
               DISPLAY 'BAD READ ON CLAIM FILE, STATUS '
                       WS-CLM-STATUS ' - RUN ABORTED'
               MOVE 1                     TO RETURN-CODE
               PERFORM 9998-TERMINATION.


      ************************************************************
      *   AN INSTANCE WRITES ITS PARTSUM RECORD AT TERMINATION, SO
      *   A RECORD HERE MEANS THAT INSTANCE HAS ENDED.
      ************************************************************
       4000-LOAD-PART-SUMMARIES.

           OPEN INPUT PART-SUMMARY-IN.

           MOVE 'N'                      TO WS-INPUT-EOF-SW.

           PERFORM 4900-READ-SUMMARY.

           PERFORM 4100-APPLY-ONE-SUMMARY
                   UNTIL INPUT-AT-EOF.

           CLOSE PART-SUMMARY-IN.


       4100-APPLY-ONE-SUMMARY.

           ADD 1                         TO WS-PARTSUM-RECS-CTR.

           MOVE PARTSUM-INSTANCE-ID      TO WS-FIND-INSTANCE.
           PERFORM 1300-FIND-OR-ADD-INSTANCE.
           MOVE 'Y'                      TO IN-ENDED-SW (IN-IDX).

           PERFORM 4900-READ-SUMMARY.


       4900-READ-SUMMARY.

           READ PART-SUMMARY-IN
                AT END MOVE 'Y'           TO WS-INPUT-EOF-SW.


      ************************************************************
      *   ONE AUDIT RECORD PER ACCOUNT TOUCHED - COUNTED BY PAIR.
      *   EXCEPTION RERUN AUDIT RECORDS BELONG TO A SEPARATE RUN.
      ************************************************************
       5000-COUNT-AUDIT-RECORDS.

           OPEN INPUT AUDIT-IN-FILE.

           MOVE 'N'                      TO WS-INPUT-EOF-SW.

           PERFORM 5900-READ-AUDIT.

           PERFORM 5100-COUNT-ONE-AUDIT
                   UNTIL INPUT-AT-EOF.

           CLOSE AUDIT-IN-FILE.


       5100-COUNT-ONE-AUDIT.

           IF  AUD-RUN-MODE NOT EQUAL 'X'
               ADD 1                      TO WS-AUDIT-RECS-CTR
               MOVE AUD-FROM-BANK         TO WS-FIND-FROM-BANK
               MOVE AUD-TO-BANK           TO WS-FIND-TO-BANK
               PERFORM 1210-FIND-PAIR
               IF  PAIR-FOUND
                   ADD 1                  TO PR-ACCTS-DONE (PR-IDX)
               ELSE
                   ADD 1                  TO WS-AUDIT-UNMATCHED-CTR
               END-IF
           END-IF.

           PERFORM 5900-READ-AUDIT.


       5900-READ-AUDIT.

           READ AUDIT-IN-FILE
                AT END MOVE 'Y'           TO WS-INPUT-EOF-SW.


      ************************************************************
      *   THE PREVIOUS MONITOR RUN'S VIEW OF EACH CLAIMED PAIR
      ************************************************************
       6000-LOAD-PRIOR-SNAPSHOT.

           OPEN INPUT SNAPSHOT-IN-FILE.

           MOVE 'N'                      TO WS-INPUT-EOF-SW.

           PERFORM 6900-READ-SNAPSHOT.

           PERFORM 6100-APPLY-ONE-SNAPSHOT
                   UNTIL INPUT-AT-EOF.

           CLOSE SNAPSHOT-IN-FILE.


       6100-APPLY-ONE-SNAPSHOT.

           ADD 1                         TO WS-SNAP-RECS-IN-CTR.

           MOVE SNI-FROM-BANK            TO WS-FIND-FROM-BANK.
           MOVE SNI-TO-BANK              TO WS-FIND-TO-BANK.

           PERFORM 1210-FIND-PAIR.

           IF  PAIR-FOUND
               MOVE 'Y'                   TO PR-SNAP-SW (PR-IDX)
               MOVE SNI-INSTANCE-ID       TO PR-SNAP-INSTANCE (PR-IDX)
               MOVE SNI-ACCTS-DONE        TO PR-SNAP-ACCTS-DONE (PR-IDX)
               MOVE SNI-PROGRESS-DATE     TO PR-SNAP-DATE (PR-IDX)
               MOVE SNI-PROGRESS-TIME     TO PR-SNAP-TIME (PR-IDX).

           PERFORM 6900-READ-SNAPSHOT.


       6900-READ-SNAPSHOT.

           READ SNAPSHOT-IN-FILE
                AT END MOVE 'Y'           TO WS-INPUT-EOF-SW.


      ************************************************************
      *   STATUS, LAST PROGRESS AND STALL FOR ONE PAIR, ROLLED INTO
      *   ITS INSTANCE (THE CLAIMING INSTANCE, OR THE SPLIT'S
      *   INSTANCE WHILE NOBODY HAS CLAIMED IT) AND THE RUN TOTALS.
      ************************************************************
       7000-EVALUATE-ONE-PAIR.

           ADD PR-ACCTS-DONE (PR-IDX)    TO WS-RUN-DONE-CTR.
           ADD PR-VOLUME (PR-IDX)        TO WS-RUN-VOLUME-CTR.

           IF  PR-CLAIM-INSTANCE (PR-IDX) EQUAL SPACES
               MOVE 'NOT STARTED'        TO PR-STATUS (PR-IDX)
               ADD 1                     TO WS-PAIRS-NOT-STARTED
               ADD PR-VOLUME (PR-IDX)    TO WS-RUN-REMAIN-CTR
               MOVE PR-SPLIT-INSTANCE (PR-IDX) TO WS-FIND-INSTANCE
               PERFORM 1310-FIND-INSTANCE
               IF  INST-FOUND
                   ADD 1                 TO IN-PAIRS-CTR (IN-IDX)
                                            IN-NOT-STARTED-CTR (IN-IDX)
                   ADD PR-VOLUME (PR-IDX)
                                         TO IN-VOLUME-CTR (IN-IDX)
                                            IN-REMAIN-CTR (IN-IDX)
               END-IF
           ELSE
               MOVE PR-CLAIM-INSTANCE (PR-IDX) TO WS-FIND-INSTANCE
               PERFORM 1310-FIND-INSTANCE
               ADD 1                     TO IN-PAIRS-CTR (IN-IDX)
               ADD PR-ACCTS-DONE (PR-IDX) TO IN-DONE-CTR (IN-IDX)
               ADD PR-VOLUME (PR-IDX)    TO IN-VOLUME-CTR (IN-IDX)
               PERFORM 7010-SET-LAST-PROGRESS
               IF  IN-ENDED (IN-IDX)
                   OR PR-CLAIM-MIN (PR-IDX) <
                      IN-LAST-CLAIM-MIN (IN-IDX)
                   MOVE 'FINISHED'       TO PR-STATUS (PR-IDX)
                   ADD 1                 TO WS-PAIRS-FINISHED
                                            IN-FINISHED-CTR (IN-IDX)
               ELSE
                   MOVE 'IN PROGRESS'    TO PR-STATUS (PR-IDX)
                   ADD 1                 TO WS-PAIRS-IN-PROGRESS
                                            IN-IN-PROGRESS-CTR (IN-IDX)
                   IF  PR-VOLUME (PR-IDX) > PR-ACCTS-DONE (PR-IDX)
                       COMPUTE WS-REMAIN-MIN = PR-VOLUME (PR-IDX)
                                             - PR-ACCTS-DONE (PR-IDX)
                       ADD WS-REMAIN-MIN TO IN-REMAIN-CTR (IN-IDX)
                                            WS-RUN-REMAIN-CTR
                   END-IF
                   PERFORM 7020-CHECK-STALL
               END-IF.


      *    PROGRESS IS UNCHANGED SINCE THE LAST MONITOR RUN WHEN THE
      *    SAME INSTANCE STILL HOLDS THE PAIR WITH THE SAME COUNT -
      *    KEEP THAT RUN'S TIME.  OTHERWISE IT MOVED JUST NOW, OR (NO
      *    ACCOUNTS YET, NO SNAPSHOT) NOTHING HAS HAPPENED SINCE THE
      *    CLAIM.
       7010-SET-LAST-PROGRESS.

           IF  PR-HAS-SNAPSHOT (PR-IDX)
               AND PR-SNAP-INSTANCE (PR-IDX) =
                   PR-CLAIM-INSTANCE (PR-IDX)
               AND PR-SNAP-ACCTS-DONE (PR-IDX) =
                   PR-ACCTS-DONE (PR-IDX)
               MOVE PR-SNAP-DATE (PR-IDX) TO PR-PROGRESS-DATE (PR-IDX)
               MOVE PR-SNAP-TIME (PR-IDX) TO PR-PROGRESS-TIME (PR-IDX)
           ELSE
           IF  PR-ACCTS-DONE (PR-IDX) EQUAL ZEROS
               MOVE PR-CLAIM-DATE (PR-IDX)
                                         TO PR-PROGRESS-DATE (PR-IDX)
               MOVE PR-CLAIM-TIME (PR-IDX)
                                         TO PR-PROGRESS-TIME (PR-IDX)
           ELSE
               MOVE WS-RUN-DATE-YYYYMMDD TO PR-PROGRESS-DATE (PR-IDX)
               MOVE WS-RUN-TIME-HHMMSSHH (1:6)
                                         TO PR-PROGRESS-TIME (PR-IDX).

           MOVE PR-PROGRESS-DATE (PR-IDX) TO WS-CALC-DATE.
           MOVE PR-PROGRESS-TIME (PR-IDX) TO WS-CALC-TIME.
           PERFORM 9100-DATE-TIME-TO-MINUTES.
           MOVE WS-CALC-MINUTES          TO PR-PROGRESS-MIN (PR-IDX).


       7020-CHECK-STALL.

           COMPUTE WS-ELAPSED-MIN = WS-NOW-MIN
                                  - PR-PROGRESS-MIN (PR-IDX).

           IF  WS-ELAPSED-MIN > WS-STALL-MINUTES
               MOVE WS-ELAPSED-MIN       TO WS-ELAPSED-DISP
               MOVE 'Y'                  TO PR-STALL-SW (PR-IDX)
                                            IN-STALL-SW (IN-IDX)
                                            WS-ANY-STALL-SW
               ADD 1                     TO WS-PAIRS-STALLED
               DISPLAY '** STALLED - INSTANCE '
                       PR-CLAIM-INSTANCE (PR-IDX) ' PAIR '
                       PR-FROM-BANK (PR-IDX) ' TO '
                       PR-TO-BANK (PR-IDX) ' NO PROGRESS FOR '
                       WS-ELAPSED-DISP ' MINUTES'.


      ************************************************************
      *   THE MONITOR REPORT - PAIRS, THEN INSTANCES, THEN THE RUN
      ************************************************************
       8000-WRITE-MONITOR-REPORT.

           MOVE WS-RUN-DATE-YYYYMMDD     TO RH1-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO WS-CALC-TIME.
           PERFORM 9120-EDIT-CALC-TIME.
           MOVE WS-EDIT-TIME             TO RH1-RUN-TIME.
           MOVE WS-STALL-MINUTES         TO RH1-STALL-MINUTES.

           WRITE MONITOR-REPORT-RECORD   FROM RPT-HEADER-01.
           MOVE SPACES                   TO MONITOR-REPORT-RECORD.
           WRITE MONITOR-REPORT-RECORD.

           MOVE 'BANK PAIRS'             TO RSH-TITLE.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-SECTION-HDR.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-PAIR-HDR.

           PERFORM 8100-WRITE-PAIR-LINE
                   VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PAIR-CNT.

           MOVE SPACES                   TO MONITOR-REPORT-RECORD.
           WRITE MONITOR-REPORT-RECORD.

           MOVE 'INSTANCES'              TO RSH-TITLE.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-SECTION-HDR.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-INST-HDR.

           PERFORM 8200-WRITE-INSTANCE-LINE
                   VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > WS-INST-CNT.

           PERFORM 8300-WRITE-RUN-LINE.

           PERFORM 8400-WRITE-REPORT-TOTALS.


       8100-WRITE-PAIR-LINE.

           MOVE PR-FROM-BANK (PR-IDX)    TO RPD-FROM-BANK.
           MOVE PR-TO-BANK (PR-IDX)      TO RPD-TO-BANK.
           MOVE PR-RUN-MODE (PR-IDX)     TO RPD-RUN-MODE.
           MOVE PR-SPLIT-INSTANCE (PR-IDX) TO RPD-SPLIT-INSTANCE.
           MOVE PR-CLAIM-INSTANCE (PR-IDX) TO RPD-CLAIM-INSTANCE.
           MOVE PR-STATUS (PR-IDX)       TO RPD-STATUS.
           MOVE PR-ACCTS-DONE (PR-IDX)   TO RPD-ACCTS-DONE.

           IF  PR-CLAIM-INSTANCE (PR-IDX) EQUAL SPACES
               MOVE SPACES               TO RPD-CLAIM-DATE
                                            RPD-CLAIM-TIME
                                            RPD-PROGRESS-DATE
                                            RPD-PROGRESS-TIME
           ELSE
               MOVE PR-CLAIM-DATE (PR-IDX) TO RPD-CLAIM-DATE
               MOVE PR-CLAIM-TIME (PR-IDX) TO WS-CALC-TIME
               PERFORM 9120-EDIT-CALC-TIME
               MOVE WS-EDIT-TIME         TO RPD-CLAIM-TIME
               MOVE PR-PROGRESS-DATE (PR-IDX) TO RPD-PROGRESS-DATE
               MOVE PR-PROGRESS-TIME (PR-IDX) TO WS-CALC-TIME
               PERFORM 9120-EDIT-CALC-TIME
               MOVE WS-EDIT-TIME         TO RPD-PROGRESS-TIME
               PERFORM 8110-WRITE-PAIR-SNAPSHOT.

           IF  PR-HAS-VOLUME (PR-IDX)
               MOVE PR-VOLUME (PR-IDX)   TO RPD-VOLUME
               IF  PR-VOLUME (PR-IDX) > ZEROS
                   COMPUTE RPD-PCT = PR-ACCTS-DONE (PR-IDX) * 100
                                   / PR-VOLUME (PR-IDX)
               ELSE
                   MOVE ZEROS            TO RPD-PCT
               END-IF
           ELSE
               MOVE SPACES               TO RPD-VOLUME-X
                                            RPD-PCT-X.

           IF  PR-STALLED (PR-IDX)
               MOVE '*STALLED*'          TO RPD-FLAG
           ELSE
               MOVE SPACES               TO RPD-FLAG.

           WRITE MONITOR-REPORT-RECORD   FROM RPT-PAIR-DETAIL.


       8110-WRITE-PAIR-SNAPSHOT.

           MOVE SPACES                   TO SNAPSHOT-OUT-RECORD.
           MOVE PR-FROM-BANK (PR-IDX)    TO SNO-FROM-BANK.
           MOVE PR-TO-BANK (PR-IDX)      TO SNO-TO-BANK.
           MOVE PR-CLAIM-INSTANCE (PR-IDX) TO SNO-INSTANCE-ID.
           MOVE PR-ACCTS-DONE (PR-IDX)   TO SNO-ACCTS-DONE.
           MOVE PR-PROGRESS-DATE (PR-IDX) TO SNO-PROGRESS-DATE.
           MOVE PR-PROGRESS-TIME (PR-IDX) TO SNO-PROGRESS-TIME.

           WRITE SNAPSHOT-OUT-RECORD.

           ADD 1                         TO WS-SNAP-RECS-OUT-CTR.


      *    PROJECTED FINISH - THE WORK STILL AHEAD OF THE INSTANCE AT
      *    THE ACCOUNTS-PER-MINUTE IT HAS MANAGED SINCE ITS FIRST
      *    CLAIM.
       8200-WRITE-INSTANCE-LINE.

           MOVE IN-INSTANCE-ID (IN-IDX)  TO RID-INSTANCE-ID.
           MOVE IN-PAIRS-CTR (IN-IDX)    TO RID-PAIRS.
           MOVE IN-NOT-STARTED-CTR (IN-IDX) TO RID-NOT-STARTED.
           MOVE IN-IN-PROGRESS-CTR (IN-IDX) TO RID-IN-PROGRESS.
           MOVE IN-FINISHED-CTR (IN-IDX) TO RID-FINISHED.
           MOVE IN-DONE-CTR (IN-IDX)     TO RID-ACCTS-DONE.
           MOVE IN-VOLUME-CTR (IN-IDX)   TO RID-VOLUME.

           IF  IN-VOLUME-CTR (IN-IDX) > ZEROS
               COMPUTE RID-PCT = IN-DONE-CTR (IN-IDX) * 100
                               / IN-VOLUME-CTR (IN-IDX)
           ELSE
               MOVE SPACES               TO RID-PCT-X.

           IF  IN-ENDED (IN-IDX)
               MOVE 'ENDED'              TO RID-STATE
               MOVE SPACES               TO RID-PROJ-DATE
                                            RID-PROJ-TIME
           ELSE
           IF  IN-FIRST-CLAIM-MIN (IN-IDX) EQUAL ZEROS
               MOVE 'WAITING'            TO RID-STATE
               MOVE SPACES               TO RID-PROJ-DATE
                                            RID-PROJ-TIME
           ELSE
               MOVE 'RUNNING'            TO RID-STATE
               COMPUTE WS-ELAPSED-MIN = WS-NOW-MIN
                                      - IN-FIRST-CLAIM-MIN (IN-IDX)
               MOVE IN-DONE-CTR (IN-IDX) TO WS-PROJ-DONE
               MOVE IN-REMAIN-CTR (IN-IDX) TO WS-PROJ-REMAIN
               PERFORM 8500-PROJECT-FINISH
               MOVE WS-PROJ-DATE         TO RID-PROJ-DATE
               MOVE WS-PROJ-TIME         TO RID-PROJ-TIME.

           IF  IN-STALLED (IN-IDX)
               MOVE '*STALLED*'          TO RID-FLAG
           ELSE
               MOVE SPACES               TO RID-FLAG.

           WRITE MONITOR-REPORT-RECORD   FROM RPT-INST-DETAIL.


       8300-WRITE-RUN-LINE.

           MOVE 'ALL '                   TO RID-INSTANCE-ID.
           MOVE WS-PAIR-CNT              TO RID-PAIRS.
           MOVE WS-PAIRS-NOT-STARTED     TO RID-NOT-STARTED.
           MOVE WS-PAIRS-IN-PROGRESS     TO RID-IN-PROGRESS.
           MOVE WS-PAIRS-FINISHED        TO RID-FINISHED.
           MOVE WS-RUN-DONE-CTR          TO RID-ACCTS-DONE.
           MOVE WS-RUN-VOLUME-CTR        TO RID-VOLUME.

           IF  WS-RUN-VOLUME-CTR > ZEROS
               COMPUTE RID-PCT = WS-RUN-DONE-CTR * 100
                               / WS-RUN-VOLUME-CTR
           ELSE
               MOVE SPACES               TO RID-PCT-X.

           IF  WS-PAIRS-NOT-STARTED EQUAL ZEROS
               AND WS-PAIRS-IN-PROGRESS EQUAL ZEROS
               MOVE 'COMPLETE'           TO RID-STATE
               MOVE SPACES               TO RID-PROJ-DATE
                                            RID-PROJ-TIME
           ELSE
           IF  WS-RUN-FIRST-CLAIM-MIN EQUAL ZEROS
               MOVE 'WAITING'            TO RID-STATE
               MOVE SPACES               TO RID-PROJ-DATE
                                            RID-PROJ-TIME
           ELSE
               MOVE 'RUNNING'            TO RID-STATE
               COMPUTE WS-ELAPSED-MIN = WS-NOW-MIN
                                      - WS-RUN-FIRST-CLAIM-MIN
               MOVE WS-RUN-DONE-CTR      TO WS-PROJ-DONE
               MOVE WS-RUN-REMAIN-CTR    TO WS-PROJ-REMAIN
               PERFORM 8500-PROJECT-FINISH
               MOVE WS-PROJ-DATE         TO RID-PROJ-DATE
               MOVE WS-PROJ-TIME         TO RID-PROJ-TIME.

           IF  ANY-INSTANCE-STALLED
               MOVE '*STALLED*'          TO RID-FLAG
           ELSE
               MOVE SPACES               TO RID-FLAG.

           MOVE SPACES                   TO MONITOR-REPORT-RECORD.
           WRITE MONITOR-REPORT-RECORD.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-INST-DETAIL.


       8400-WRITE-REPORT-TOTALS.

           MOVE SPACES                   TO MONITOR-REPORT-RECORD.
           WRITE MONITOR-REPORT-RECORD.

           MOVE 'CLAIM RECORDS READ'     TO RT1-LABEL.
           MOVE WS-CLAIM-RECS-CTR        TO RT1-COUNT.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-TOTAL-01.

           MOVE 'INSTANCES ENDED'        TO RT1-LABEL.
           MOVE WS-PARTSUM-RECS-CTR      TO RT1-COUNT.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-TOTAL-01.

           MOVE 'AUDIT RECORDS COUNTED'  TO RT1-LABEL.
           MOVE WS-AUDIT-RECS-CTR        TO RT1-COUNT.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-TOTAL-01.

           MOVE 'AUDIT RECORDS NOT IN A SPLIT' TO RT1-LABEL.
           MOVE WS-AUDIT-UNMATCHED-CTR   TO RT1-COUNT.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-TOTAL-01.

           MOVE 'PAIRS STALLED'          TO RT1-LABEL.
           MOVE WS-PAIRS-STALLED         TO RT1-COUNT.
           WRITE MONITOR-REPORT-RECORD   FROM RPT-TOTAL-01.


      *    IN:  WS-ELAPSED-MIN, WS-PROJ-DONE, WS-PROJ-REMAIN
      *    OUT: WS-PROJ-DATE / WS-PROJ-TIME, OR 'UNKNOWN' WHEN NO
      *         RATE CAN BE MEASURED YET.
       8500-PROJECT-FINISH.

           IF  WS-PROJ-DONE EQUAL ZEROS
               OR WS-ELAPSED-MIN NOT > ZERO
               MOVE 'UNKNOWN '           TO WS-PROJ-DATE
               MOVE SPACES               TO WS-PROJ-TIME
           ELSE
               COMPUTE WS-REMAIN-MIN ROUNDED =
                       WS-PROJ-REMAIN * WS-ELAPSED-MIN / WS-PROJ-DONE
               COMPUTE WS-CALC-MINUTES = WS-NOW-MIN + WS-REMAIN-MIN
               PERFORM 9110-MINUTES-TO-DATE-TIME
               PERFORM 9120-EDIT-CALC-TIME
               MOVE WS-CALC-DATE         TO WS-PROJ-DATE
               MOVE WS-EDIT-TIME         TO WS-PROJ-TIME.


      ************************************************************
      *    DATE / TIME CONVERSIONS
      ************************************************************
       9100-DATE-TIME-TO-MINUTES.

           IF  WS-CALC-DATE NOT NUMERIC
               OR WS-CALC-DATE EQUAL ZEROS
               MOVE ZEROS                TO WS-CALC-MINUTES
           ELSE
               COMPUTE WS-CALC-MINUTES =
                       FUNCTION INTEGER-OF-DATE (WS-CALC-DATE) * 1440
                     + WS-CALC-HH * 60 + WS-CALC-MM.


       9110-MINUTES-TO-DATE-TIME.

           DIVIDE WS-CALC-MINUTES BY 1440 GIVING WS-CALC-DAYS
                                          REMAINDER WS-CALC-REM.

           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER
                                           (WS-CALC-DAYS).

           DIVIDE WS-CALC-REM BY 60 GIVING WS-CALC-HH
                                    REMAINDER WS-CALC-MM.

           MOVE ZEROS                    TO WS-CALC-SS.


       9120-EDIT-CALC-TIME.

           MOVE WS-CALC-HH               TO WS-EDIT-HH.
           MOVE WS-CALC-MM               TO WS-EDIT-MM.
           MOVE WS-CALC-SS               TO WS-EDIT-SS.


      ************************************************************
      *    TERMINATION ROUTINE
      ************************************************************
       9998-TERMINATION.

           PERFORM 9996-WRITE-RUN-STATS.

           CLOSE MONITOR-REPORT-FILE
                 SNAPSHOT-OUT-FILE.

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
           MOVE 'FTB76998'               TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD     TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6)
                                         TO RUNSTAT-RUN-TIME.
           MOVE WS-AUDIT-RECS-CTR        TO RUNSTAT-INPUT-CNT.
           MOVE WS-PAIR-CNT              TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-PAIRS-STALLED         TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE              TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.


      ************************************************************
      *    DISPLAY COUNTERS MAINTAINED THROUGHOUT EXECUTION
      ************************************************************
       9999-DISPLAY-COUNTERS.

           DISPLAY '*  *  *  *  *  *  *  *  *  *  *  *  *  *  *  *'.
           DISPLAY '*  *  *  *  *   MONITOR  COUNTERS   *  *  *  *'.
           DISPLAY '*  *  *  *  *  *  *  *  *  *  *  *  *  *  *  *'.
           DISPLAY '** NBR SPLIT CARDS READ    = ' WS-SPLIT-CARDS-CTR.
           DISPLAY '** NBR SPLIT CARDS IGNORED = '
                                                WS-SPLIT-IGNORED-CTR.
           DISPLAY '** NBR VOLUME RECS READ    = ' WS-VOLUME-RECS-CTR.
           DISPLAY '** NBR CLAIM RECS READ     = ' WS-CLAIM-RECS-CTR.
           DISPLAY '** NBR PARTSUM RECS READ   = ' WS-PARTSUM-RECS-CTR.
           DISPLAY '** NBR AUDIT RECS COUNTED  = ' WS-AUDIT-RECS-CTR.
           DISPLAY '** NBR AUDIT RECS UNMATCHED= '
                                                WS-AUDIT-UNMATCHED-CTR.
           DISPLAY '** NBR SNAPSHOT RECS IN    = ' WS-SNAP-RECS-IN-CTR.
           DISPLAY '** NBR SNAPSHOT RECS OUT   = ' WS-SNAP-RECS-OUT-CTR.
           DISPLAY '** NBR PAIRS NOT STARTED   = ' WS-PAIRS-NOT-STARTED.
           DISPLAY '** NBR PAIRS IN PROGRESS   = ' WS-PAIRS-IN-PROGRESS.
           DISPLAY '** NBR PAIRS FINISHED      = ' WS-PAIRS-FINISHED.
           DISPLAY '** NBR PAIRS STALLED       = ' WS-PAIRS-STALLED.
