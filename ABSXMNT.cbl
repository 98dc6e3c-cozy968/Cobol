       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABSXMNT.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABSXMNT
      *C   FUNCTION:
      *C
      *C   -    TRANSACTION-DRIVEN UPDATE OF THE STANDING EXTRACT
      *C        CATALOG (STDXCAT) READ BY ABSXGEN.  THE CATALOG IS
      *C        KEYED ON REQUEST I-D AND IS UPDATED IN PLACE, SO THE
      *C        TRANSACTIONS NEED NOT BE SORTED.  ACTIONS:
      *C
      *C            A   ADD A STANDING REQUEST
      *C            C   CHANGE A REQUEST - THE CARD REPLACES THE
      *C                OWNER, FILTERS, SCHEDULE AND STATUS; THE
      *C                GENERATION AND RUN HISTORY ARE KEPT
      *C            D   DELETE A REQUEST
      *C
      *C   -    A STATUS OF 'S' SUSPENDS A REQUEST WITHOUT LOSING
      *C        IT; BLANK OR 'A' IS ACTIVE.  EVERY TRANSACTION IS
      *C        PRINTED ON THE APPLIED/REJECTED REGISTER.
      *C
      *C   TRANSACTION LAYOUT:
      *C
      *C        01     ACTION
      *C        02-09  REQUEST I-D
      *C        10-17  OWNER
      *C        18-21  COMPANY (REQUIRED)
      *C        22-30  CUSTOMER
      *C        31-33  ORDER SOURCE CODE
      *C        34-35  ORDER SOURCE YEAR
      *C        36-38  SHIP METHOD
      *C        39-40  CUSTOMER STATE
      *C        41-58  SHIP CITY
      *C        59     OUTPUT FORMAT (BLANK OR 'D')
      *C        60     FREQUENCY (D, W OR M)
      *C        61-62  RUN DAY (W 01-07 MONDAY = 01, M 01-28)
      *C        63-64  DATE WINDOW (BLANK, PM, PW, MD OR LD)
      *C        65-67  WINDOW DAYS (LD ONLY, 001-366)
      *C        68     STATUS (BLANK/A ACTIVE, S SUSPENDED)
      *C
      *C   INPUT:
      *C
      *C        SXCTRAN   STANDING EXTRACT MAINTENANCE TRANSACTIONS
      *C
      *C   OUTPUT:
      *C
      *C        STDXCAT   STANDING EXTRACT CATALOG (UPDATED)
      *C        SXCREG    APPLIED/REJECTED TRANSACTION REGISTER
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:
      *C
      *C        0   ALL TRANSACTIONS APPLIED
      *C        4   ONE OR MORE TRANSACTIONS REJECTED
      *C        16  CATALOG COULD NOT BE OPENED OR BAD I/O
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

           SELECT SXC-TRAN-FILE             ASSIGN  TO SXCTRAN.

           SELECT STD-CATALOG-FILE          ASSIGN  TO STDXCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SXC-REQUEST-ID
                  FILE STATUS IS WS-SXC-STATUS.

           SELECT SXC-REGISTER              ASSIGN  TO SXCREG.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  SXC-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SXC-TRAN-RECORD.
           05 STRN-ACTION                        PIC X(01).
              88  STRN-ADD                             VALUE 'A'.
              88  STRN-CHANGE                          VALUE 'C'.
              88  STRN-DELETE                          VALUE 'D'.
              88  STRN-ACTION-VALID                    VALUE 'A' 'C'
                                                             'D'.
           05 STRN-REQUEST-ID                    PIC X(08).
           05 STRN-OWNER                         PIC X(08).
           05 STRN-COMPANY                       PIC X(04).
           05 STRN-COMPANY-N REDEFINES
              STRN-COMPANY                       PIC 9(04).
           05 STRN-CUSTOMER                      PIC X(09).
           05 STRN-ORDSRCE-CODE                  PIC X(03).
           05 STRN-ORDSRCE-YR                    PIC X(02).
           05 STRN-SHIP-METHOD                   PIC X(03).
           05 STRN-CUST-STATE                    PIC X(02).
           05 STRN-SHIP-CITY                     PIC X(18).
           05 STRN-OUTPUT-FORMAT                 PIC X(01).
              88  STRN-FORMAT-VALID                    VALUE 'D' ' '.
           05 STRN-FREQUENCY                     PIC X(01).
              88  STRN-DAILY                           VALUE 'D'.
              88  STRN-WEEKLY                          VALUE 'W'.
              88  STRN-MONTHLY                         VALUE 'M'.
           05 STRN-RUN-DAY                       PIC X(02).
           05 STRN-RUN-DAY-N REDEFINES
              STRN-RUN-DAY                       PIC 9(02).
           05 STRN-WINDOW                        PIC X(02).
              88  STRN-LAST-N-DAYS                     VALUE 'LD'.
              88  STRN-WINDOW-VALID                    VALUE '  '
                                                             'PM' 'PW'
                                                             'MD' 'LD'.
           05 STRN-WINDOW-DAYS                   PIC X(03).
           05 STRN-WINDOW-DAYS-N REDEFINES
              STRN-WINDOW-DAYS                   PIC 9(03).
           05 STRN-STATUS                        PIC X(01).
              88  STRN-STATUS-VALID                    VALUE ' ' 'A'
                                                             'S'.
           05 FILLER                             PIC X(12).

       FD  STD-CATALOG-FILE.

       COPY ABSXCREC.

       FD  SXC-REGISTER.

       01  SXC-REGISTER-REC                      PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABSXMNT   BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
           88  TRAN-FILE-AT-EOF                  VALUE 'Y'.
       77  WS-TRAN-VALID-SW            PIC X(01) VALUE 'N'.
           88  TRAN-IS-VALID                     VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-SXC-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-TRANS-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANS-APPLIED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANS-REJECTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-ADDED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-CHANGED-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-DELETED-CTR  PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *              H O L D   A R E A S
      ************************************************************
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              R E G I S T E R   L A Y O U T S
      ************************************************************
       01  REGISTER-HEADER.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ABSXMNT '.
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 FILLER               PIC X(38)   VALUE
              'STANDING EXTRACT CATALOG REGISTER     '.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'DATE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RH-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X(65)   VALUE SPACE.

       01  REGISTER-COLUMNS.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(06)   VALUE 'ACTION'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'REQUEST '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'OWNER   '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'CO  '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(04)   VALUE 'FREQ'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(03)   VALUE 'DAY'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(06)   VALUE 'WINDOW'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(03)   VALUE 'STS'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'DISPOSED'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(40)   VALUE 'REASON'.
           05 FILLER               PIC X(24)   VALUE SPACE.

       01  REGISTER-DETAIL.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-ACTION            PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-REQUEST-ID        PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-OWNER             PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-COMPANY           PIC X(04).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-FREQUENCY         PIC X(01).
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 RD-RUN-DAY           PIC X(02).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-WINDOW            PIC X(02).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RD-WINDOW-DAYS       PIC X(03).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-STATUS            PIC X(01).
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-DISPOSITION       PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-REASON            PIC X(40).
           05 FILLER               PIC X(24)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABSXMNT   ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           PERFORM 3000-APPLY-ONE-TRAN     THRU 3000-EXIT
               UNTIL TRAN-FILE-AT-EOF
               OR    FATAL-ERROR.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           GOBACK.

      ******************************************************************
      *   OPEN FILES, PRINT THE REGISTER HEADINGS, PRIME THE INPUT
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  SXC-TRAN-FILE
                OUTPUT SXC-REGISTER
                I-O    STD-CATALOG-FILE.

           DISPLAY 'ABSXMNT  - STANDING EXTRACT CATALOG MAINTENANCE '
                   'STARTING'.

           IF  WS-SXC-STATUS NOT = '00' AND '05'
               DISPLAY 'ABSXMNT  - STDXCAT OPEN FAILED, STATUS IS '
                       WS-SXC-STATUS ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 1000-EXIT.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           MOVE WS-RUN-DATE-YYYYMMDD       TO RH-RUN-DATE.
           WRITE SXC-REGISTER-REC FROM REGISTER-HEADER.
           WRITE SXC-REGISTER-REC FROM REGISTER-COLUMNS.

           PERFORM 8100-READ-TRAN          THRU 8100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   EDIT AND APPLY ONE TRANSACTION AGAINST THE CATALOG, PRINT
      *   ITS REGISTER LINE
      ******************************************************************
       3000-APPLY-ONE-TRAN.

           MOVE 'Y'                        TO WS-TRAN-VALID-SW.
           MOVE SPACES                     TO WS-REJECT-REASON.

           PERFORM 3100-EDIT-TRAN          THRU 3100-EXIT.

           IF  NOT TRAN-IS-VALID
               GO TO 3000-REGISTER.

           MOVE STRN-REQUEST-ID            TO SXC-REQUEST-ID.

           READ STD-CATALOG-FILE.

           IF  WS-SXC-STATUS NOT = '00' AND '23'
               DISPLAY 'ABSXMNT  - BAD READ ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 3000-EXIT.

           IF  STRN-ADD
               PERFORM 3200-ADD-ENTRY      THRU 3200-EXIT
           ELSE
           IF  STRN-CHANGE
               PERFORM 3300-CHANGE-ENTRY   THRU 3300-EXIT
           ELSE
               PERFORM 3400-DELETE-ENTRY   THRU 3400-EXIT.

           IF  FATAL-ERROR
               GO TO 3000-EXIT.

       3000-REGISTER.

           PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.

           IF  TRAN-IS-VALID
               ADD 1                       TO WS-TRANS-APPLIED-CTR
           ELSE
               ADD 1                       TO WS-TRANS-REJECTED-CTR.

           PERFORM 8100-READ-TRAN          THRU 8100-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      *   TRANSACTION EDITS - THE FIRST FAILING EDIT WINS.  A DELETE
      *   NEEDS ONLY ITS REQUEST I-D.
      ******************************************************************
       3100-EDIT-TRAN.

           IF  NOT STRN-ACTION-VALID
               MOVE 'INVALID ACTION CODE'  TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  STRN-REQUEST-ID = SPACES
               MOVE 'REQUEST ID MISSING'   TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  STRN-DELETE
               GO TO 3100-EXIT.

           IF  STRN-OWNER = SPACES
               MOVE 'OWNER MISSING'        TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  STRN-COMPANY NOT NUMERIC
           OR  STRN-COMPANY-N = ZERO
               MOVE 'COMPANY MISSING OR NOT NUMERIC'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  STRN-ORDSRCE-YR NOT = SPACES
           AND STRN-ORDSRCE-YR NOT NUMERIC
               MOVE 'ORDER SOURCE YEAR NOT NUMERIC'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  NOT STRN-FORMAT-VALID
               MOVE 'OUTPUT FORMAT NOT BLANK OR D'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  STRN-DAILY
               IF  STRN-RUN-DAY NOT = SPACES
               AND STRN-RUN-DAY NOT = '00'
                   MOVE 'RUN DAY NOT ALLOWED ON A DAILY REQUEST'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
                   GO TO 3100-EXIT
               END-IF
           ELSE
           IF  STRN-WEEKLY
               IF  STRN-RUN-DAY NOT NUMERIC
               OR  STRN-RUN-DAY-N < 1
               OR  STRN-RUN-DAY-N > 7
                   MOVE 'WEEKLY RUN DAY MUST BE 01-07'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
                   GO TO 3100-EXIT
               END-IF
           ELSE
           IF  STRN-MONTHLY
               IF  STRN-RUN-DAY NOT NUMERIC
               OR  STRN-RUN-DAY-N < 1
               OR  STRN-RUN-DAY-N > 28
                   MOVE 'MONTHLY RUN DAY MUST BE 01-28'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
                   GO TO 3100-EXIT
               END-IF
           ELSE
               MOVE 'FREQUENCY NOT D, W OR M'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  NOT STRN-WINDOW-VALID
               MOVE 'DATE WINDOW NOT BLANK, PM, PW, MD OR LD'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  STRN-LAST-N-DAYS
               IF  STRN-WINDOW-DAYS NOT NUMERIC
               OR  STRN-WINDOW-DAYS-N < 1
               OR  STRN-WINDOW-DAYS-N > 366
                   MOVE 'LD WINDOW DAYS MUST BE 001-366'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
                   GO TO 3100-EXIT
               END-IF
           ELSE
               IF  STRN-WINDOW-DAYS NOT = SPACES
               AND STRN-WINDOW-DAYS NOT = '000'
                   MOVE 'WINDOW DAYS ONLY GO WITH AN LD WINDOW'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
                   GO TO 3100-EXIT
               END-IF
           END-IF.

           IF  NOT STRN-STATUS-VALID
               MOVE 'STATUS NOT BLANK, A OR S'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *   ADD - THE REQUEST I-D MUST BE NEW.  THE GENERATION AND RUN
      *   HISTORY START AT ZERO.
      ******************************************************************
       3200-ADD-ENTRY.

           IF  WS-SXC-STATUS = '00'
               MOVE 'REQUEST ALREADY ON CATALOG'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3200-EXIT.

           MOVE SPACES                     TO SXC-RECORD.
           MOVE STRN-REQUEST-ID            TO SXC-REQUEST-ID.
           MOVE ZERO                       TO SXC-LAST-GEN-DATE
                                              SXC-LAST-FR-DATE
                                              SXC-LAST-TO-DATE
                                              SXC-LAST-RUN-DATE
                                              SXC-LAST-RUN-RECORDS.
           MOVE WS-RUN-DATE-YYYYMMDD       TO SXC-ADDED-DATE.

           PERFORM 3500-MOVE-TRAN-FIELDS   THRU 3500-EXIT.

           WRITE SXC-RECORD.

           IF  WS-SXC-STATUS = '00'
               ADD 1                       TO WS-ENTRIES-ADDED-CTR
           ELSE
               DISPLAY 'ABSXMNT  - BAD WRITE ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       3200-EXIT.
           EXIT.

      ******************************************************************
       3300-CHANGE-ENTRY.

           IF  WS-SXC-STATUS = '23'
               MOVE 'REQUEST NOT ON CATALOG'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3300-EXIT.

           PERFORM 3500-MOVE-TRAN-FIELDS   THRU 3500-EXIT.

           REWRITE SXC-RECORD.

           IF  WS-SXC-STATUS = '00'
               ADD 1                       TO WS-ENTRIES-CHANGED-CTR
           ELSE
               DISPLAY 'ABSXMNT  - BAD REWRITE ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       3300-EXIT.
           EXIT.

      ******************************************************************
       3400-DELETE-ENTRY.

           IF  WS-SXC-STATUS = '23'
               MOVE 'REQUEST NOT ON CATALOG'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3400-EXIT.

           DELETE STD-CATALOG-FILE RECORD.

           IF  WS-SXC-STATUS = '00'
               ADD 1                       TO WS-ENTRIES-DELETED-CTR
           ELSE
               DISPLAY 'ABSXMNT  - BAD DELETE ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

       3400-EXIT.
           EXIT.

      ******************************************************************
      *   THE DEFINITION FIELDS COMMON TO ADD AND CHANGE
      ******************************************************************
       3500-MOVE-TRAN-FIELDS.

           MOVE STRN-OWNER                 TO SXC-OWNER.
           MOVE STRN-COMPANY-N             TO SXC-COMPANY.
           MOVE STRN-CUSTOMER              TO SXC-CUSTOMER.
           MOVE STRN-ORDSRCE-CODE          TO SXC-ORDSRCE-CODE.
           MOVE STRN-ORDSRCE-YR            TO SXC-ORDSRCE-YR.
           MOVE STRN-SHIP-METHOD           TO SXC-SHIP-METHOD.
           MOVE STRN-CUST-STATE            TO SXC-CUST-STATE.
           MOVE STRN-SHIP-CITY             TO SXC-SHIP-CITY.
           MOVE STRN-OUTPUT-FORMAT         TO SXC-OUTPUT-FORMAT.
           MOVE STRN-FREQUENCY             TO SXC-FREQUENCY.
           MOVE STRN-WINDOW                TO SXC-WINDOW.

           IF  STRN-DAILY
               MOVE ZERO                   TO SXC-RUN-DAY
           ELSE
               MOVE STRN-RUN-DAY-N         TO SXC-RUN-DAY.

           IF  STRN-LAST-N-DAYS
               MOVE STRN-WINDOW-DAYS-N     TO SXC-WINDOW-DAYS
           ELSE
               MOVE ZERO                   TO SXC-WINDOW-DAYS.

           IF  STRN-STATUS = 'S'
               MOVE 'S'                    TO SXC-STATUS
           ELSE
               MOVE 'A'                    TO SXC-STATUS.

           MOVE WS-RUN-DATE-YYYYMMDD       TO SXC-LAST-MAINT-DATE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      *   ONE REGISTER LINE PER TRANSACTION, APPLIED OR REJECTED
      ******************************************************************
       7000-WRITE-REGISTER-LINE.

           MOVE SPACES                     TO REGISTER-DETAIL.
           MOVE STRN-ACTION                TO RD-ACTION.
           MOVE STRN-REQUEST-ID            TO RD-REQUEST-ID.
           MOVE STRN-OWNER                 TO RD-OWNER.
           MOVE STRN-COMPANY               TO RD-COMPANY.
           MOVE STRN-FREQUENCY             TO RD-FREQUENCY.
           MOVE STRN-RUN-DAY               TO RD-RUN-DAY.
           MOVE STRN-WINDOW                TO RD-WINDOW.
           MOVE STRN-WINDOW-DAYS           TO RD-WINDOW-DAYS.
           MOVE STRN-STATUS                TO RD-STATUS.

           IF  TRAN-IS-VALID
               MOVE 'APPLIED'              TO RD-DISPOSITION
           ELSE
               MOVE 'REJECTED'             TO RD-DISPOSITION
               MOVE WS-REJECT-REASON       TO RD-REASON.

           WRITE SXC-REGISTER-REC FROM REGISTER-DETAIL.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *   READ THE NEXT TRANSACTION
      ******************************************************************
       8100-READ-TRAN.

           READ SXC-TRAN-FILE
                AT END
                   MOVE 'Y'                TO WS-TRAN-EOF-SW
                   GO TO 8100-EXIT.

           ADD 1                           TO WS-TRANS-READ-CTR.

       8100-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - BALANCING TOTALS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           DISPLAY '*  *  *  ABSXMNT BALANCING TOTALS  *  *  *'.

           MOVE WS-TRANS-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS READ       = ' WS-DISPLAY-CTR.

           MOVE WS-TRANS-APPLIED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS APPLIED    = ' WS-DISPLAY-CTR.

           MOVE WS-TRANS-REJECTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS REJECTED   = ' WS-DISPLAY-CTR.

           MOVE WS-ENTRIES-ADDED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** ENTRIES ADDED           = ' WS-DISPLAY-CTR.

           MOVE WS-ENTRIES-CHANGED-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** ENTRIES CHANGED         = ' WS-DISPLAY-CTR.

           MOVE WS-ENTRIES-DELETED-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** ENTRIES DELETED         = ' WS-DISPLAY-CTR.

           IF  RETURN-CODE = ZERO
           AND WS-TRANS-REJECTED-CTR > ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           CLOSE SXC-TRAN-FILE
                 SXC-REGISTER
                 STD-CATALOG-FILE.

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
           MOVE 'ABSXMNT'                  TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-TRANS-READ-CTR          TO RUNSTAT-INPUT-CNT.
           MOVE WS-TRANS-APPLIED-CTR       TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-TRANS-REJECTED-CTR      TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       9100-EXIT.
           EXIT.
