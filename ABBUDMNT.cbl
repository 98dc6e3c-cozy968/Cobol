       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABBUDMNT.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABBUDMNT
      *C   FUNCTION:
      *C
      *C   -    SEQUENTIAL OLD-MASTER / TRANSACTION / NEW-MASTER
      *C        UPDATE OF THE SAP COST CENTER BUDGET FILE READ BY
      *C        ABBUDRPT.  BOTH INPUTS MUST BE IN SAP COMPANY / COST
      *C        CENTER / ACCOUNT / FISCAL PERIOD ORDER.  TRANSACTION
      *C        ACTIONS:
      *C
      *C            A   ADD A BUDGET
      *C            C   CHANGE A BUDGET AMOUNT
      *C            D   DELETE A BUDGET
      *C
      *C   -    THE FISCAL PERIOD IS CCYYMM.  A ZERO BUDGET IS
      *C        ALLOWED AND MEANS NO SPEND IS EXPECTED.  EVERY
      *C        TRANSACTION IS PRINTED ON THE APPLIED/REJECTED
      *C        REGISTER.
      *C
      *C   INPUT:
      *C
      *C        BUDMSTO   OLD BUDGET MASTER (OPTIONAL - AN EMPTY OR
      *C                  ABSENT FILE IS AN INITIAL LOAD)
      *C        BUDTRAN   BUDGET MAINTENANCE TRANSACTIONS
      *C
      *C   OUTPUT:
      *C
      *C        BUDMSTN   NEW BUDGET MASTER
      *C        BUDREG    APPLIED/REJECTED TRANSACTION REGISTER
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
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

           SELECT OPTIONAL OLD-MASTER-FILE  ASSIGN  TO BUDMSTO.

           SELECT BUD-TRAN-FILE             ASSIGN  TO BUDTRAN.

           SELECT NEW-MASTER-FILE           ASSIGN  TO BUDMSTN.

           SELECT BUD-REGISTER              ASSIGN  TO BUDREG.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       COPY ABBUDREC.

       FD  BUD-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  BUD-TRAN-RECORD.
           05 BTRN-ACTION                        PIC X(01).
              88  BTRN-ADD                             VALUE 'A'.
              88  BTRN-CHANGE                          VALUE 'C'.
              88  BTRN-DELETE                          VALUE 'D'.
              88  BTRN-ACTION-VALID                    VALUE 'A' 'C'
                                                             'D'.
           05 BTRN-SAP-COMPANY                   PIC X(04).
           05 BTRN-COST-CENTER                   PIC X(10).
           05 BTRN-ACCOUNT                       PIC X(10).
           05 BTRN-FISCAL-PERIOD                 PIC X(06).
           05 BTRN-FISCAL-PERIOD-R REDEFINES
              BTRN-FISCAL-PERIOD.
              10 BTRN-FISCAL-CCYY                PIC 9(04).
              10 BTRN-FISCAL-MM                  PIC 9(02).
           05 BTRN-BUDGET-AMT                    PIC X(13).
           05 BTRN-BUDGET-AMT-N REDEFINES
              BTRN-BUDGET-AMT                    PIC 9(11)V99.
           05 FILLER                             PIC X(36).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  NEW-MASTER-REC                        PIC X(80).

       FD  BUD-REGISTER.

       01  BUD-REGISTER-REC                      PIC X(133).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABBUDMNT  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
           88  MASTER-AT-EOF                     VALUE 'Y'.
       77  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
           88  TRAN-FILE-AT-EOF                  VALUE 'Y'.
       77  WS-TRAN-VALID-SW            PIC X(01) VALUE 'N'.
           88  TRAN-IS-VALID                     VALUE 'Y'.
       77  WS-ACTIVE-SW                PIC X(01) VALUE 'N'.
           88  ENTRY-IS-ACTIVE                   VALUE 'Y'.
       77  WS-SEQ-ERROR-SW             PIC X(01) VALUE 'N'.
           88  SEQUENCE-ERROR                    VALUE 'Y'.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-OLD-MSTRS-READ-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANS-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANS-APPLIED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANS-REJECTED-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-ADDED-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-CHANGED-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-DELETED-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NEW-MSTRS-WRIT-CTR   PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *              H O L D   A R E A S
      *
      *    BALANCED LINE - THE ACTIVE ENTRY IS THE RECORD UNDER
      *    THE CURRENT KEY, WHETHER IT CAME OFF THE OLD MASTER OR
      *    WAS JUST ADDED, AND IS WRITTEN TO THE NEW MASTER ONCE
      *    EVERY TRANSACTION FOR THAT KEY HAS BEEN APPLIED.
      ************************************************************
       01  WS-MSTR-KEY.
           05 WS-MSTR-SAP-COMPANY                PIC X(04).
           05 WS-MSTR-COST-CENTER                PIC X(10).
           05 WS-MSTR-ACCOUNT                    PIC X(10).
           05 WS-MSTR-FISCAL-PERIOD              PIC X(06).
       01  WS-TRAN-KEY.
           05 WS-TRAN-SAP-COMPANY                PIC X(04).
           05 WS-TRAN-COST-CENTER                PIC X(10).
           05 WS-TRAN-ACCOUNT                    PIC X(10).
           05 WS-TRAN-FISCAL-PERIOD              PIC X(06).
       01  WS-PRIOR-TRAN-KEY                     PIC X(30)
                                                     VALUE LOW-VALUES.
       01  WS-CURRENT-KEY.
           05 WS-CURR-SAP-COMPANY                PIC X(04).
           05 WS-CURR-COST-CENTER                PIC X(10).
           05 WS-CURR-ACCOUNT                    PIC X(10).
           05 WS-CURR-FISCAL-PERIOD              PIC X(06).
       77  WS-MSTR-BUDGET-AMT          PIC S9(11)V99 VALUE ZERO.
       77  WS-MSTR-MAINT-DATE          PIC 9(08) VALUE ZERO.
       77  WS-ACTIVE-BUDGET-AMT        PIC S9(11)V99 VALUE ZERO.
       77  WS-ACTIVE-MAINT-DATE        PIC 9(08) VALUE ZERO.
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              R E G I S T E R   L A Y O U T S
      ************************************************************
       01  REGISTER-HEADER.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'ABBUDMNT'.
           05 FILLER               PIC X(04)   VALUE SPACE.
           05 FILLER               PIC X(38)   VALUE
              'BUDGET MAINTENANCE REGISTER           '.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 FILLER               PIC X(05)   VALUE 'DATE:'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 RH-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X(65)   VALUE SPACE.

       01  REGISTER-COLUMNS.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 FILLER               PIC X(06)   VALUE 'ACTION'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(07)   VALUE 'SAP CO '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(11)   VALUE 'COST CENTER'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE 'ACCOUNT   '.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(06)   VALUE 'PERIOD'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(13)   VALUE 'BUDGET AMOUNT'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(08)   VALUE 'DISPOSED'.
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 FILLER               PIC X(40)   VALUE 'REASON'.
           05 FILLER               PIC X(15)   VALUE SPACE.

       01  REGISTER-DETAIL.
           05 FILLER               PIC X(03)   VALUE SPACE.
           05 RD-ACTION            PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-SAP-COMPANY       PIC X(07).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-COST-CENTER       PIC X(11).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-ACCOUNT           PIC X(10).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-FISCAL-PERIOD     PIC X(06).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-BUDGET-AMT        PIC X(13).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-DISPOSITION       PIC X(08).
           05 FILLER               PIC X(02)   VALUE SPACE.
           05 RD-REASON            PIC X(40).
           05 FILLER               PIC X(15)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABBUDMNT  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           PERFORM 2000-BALANCE-ONE-KEY    THRU 2000-EXIT
               UNTIL (MASTER-AT-EOF AND TRAN-FILE-AT-EOF)
               OR    SEQUENCE-ERROR.

           PERFORM 9000-TERMINATION        THRU 9000-EXIT.

           GOBACK.

      ******************************************************************
      *   OPEN FILES, PRIME BOTH INPUTS
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  OLD-MASTER-FILE
                       BUD-TRAN-FILE
                OUTPUT NEW-MASTER-FILE
                       BUD-REGISTER.

           DISPLAY 'ABBUDMNT - COST CENTER BUDGET MAINTENANCE STARTING'.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           MOVE WS-RUN-DATE-YYYYMMDD       TO RH-RUN-DATE.
           WRITE BUD-REGISTER-REC FROM REGISTER-HEADER.
           WRITE BUD-REGISTER-REC FROM REGISTER-COLUMNS.

           PERFORM 8000-READ-OLD-MASTER    THRU 8000-EXIT.
           PERFORM 8100-READ-TRAN          THRU 8100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      *   WORK THE LOWER OF THE TWO KEYS - PICK UP THE OLD MASTER
      *   ENTRY IF IT IS UNDER THE CURRENT KEY, APPLY EVERY
      *   TRANSACTION FOR THE KEY, THEN WRITE WHATEVER SURVIVES.
      ******************************************************************
       2000-BALANCE-ONE-KEY.

           IF  WS-MSTR-KEY < WS-TRAN-KEY
               MOVE WS-MSTR-KEY            TO WS-CURRENT-KEY
           ELSE
               MOVE WS-TRAN-KEY            TO WS-CURRENT-KEY.

           IF  WS-MSTR-KEY = WS-CURRENT-KEY
               MOVE 'Y'                    TO WS-ACTIVE-SW
               MOVE WS-MSTR-BUDGET-AMT     TO WS-ACTIVE-BUDGET-AMT
               MOVE WS-MSTR-MAINT-DATE     TO WS-ACTIVE-MAINT-DATE
               PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
           ELSE
               MOVE 'N'                    TO WS-ACTIVE-SW.

           PERFORM 3000-APPLY-ONE-TRAN     THRU 3000-EXIT
               UNTIL WS-TRAN-KEY NOT = WS-CURRENT-KEY
               OR    SEQUENCE-ERROR.

           IF  ENTRY-IS-ACTIVE
               MOVE SPACES                 TO BUD-RECORD
               MOVE WS-CURR-SAP-COMPANY    TO BUD-SAP-COMPANY
               MOVE WS-CURR-COST-CENTER    TO BUD-COST-CENTER
               MOVE WS-CURR-ACCOUNT        TO BUD-ACCOUNT
               MOVE WS-CURR-FISCAL-PERIOD  TO BUD-FISCAL-PERIOD
               MOVE WS-ACTIVE-BUDGET-AMT   TO BUD-BUDGET-AMT
               MOVE WS-ACTIVE-MAINT-DATE   TO BUD-LAST-MAINT-DATE
               WRITE NEW-MASTER-REC FROM BUD-RECORD
               ADD 1                       TO WS-NEW-MSTRS-WRIT-CTR.

       2000-EXIT.
           EXIT.

      ******************************************************************
      *   EDIT AND APPLY ONE TRANSACTION AGAINST THE ACTIVE ENTRY,
      *   PRINT ITS REGISTER LINE
      ******************************************************************
       3000-APPLY-ONE-TRAN.

           MOVE 'Y'                        TO WS-TRAN-VALID-SW.
           MOVE SPACES                     TO WS-REJECT-REASON.

           PERFORM 3100-EDIT-TRAN          THRU 3100-EXIT.

           IF  NOT TRAN-IS-VALID
               GO TO 3000-REGISTER.

           IF  BTRN-ADD
               IF  ENTRY-IS-ACTIVE
                   MOVE 'BUDGET ALREADY ON FILE'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
               ELSE
                   MOVE 'Y'                TO WS-ACTIVE-SW
                   MOVE BTRN-BUDGET-AMT-N  TO WS-ACTIVE-BUDGET-AMT
                   MOVE WS-RUN-DATE-YYYYMMDD
                                           TO WS-ACTIVE-MAINT-DATE
                   ADD 1                   TO WS-ENTRIES-ADDED-CTR
               END-IF
           ELSE
           IF  BTRN-CHANGE
               IF  ENTRY-IS-ACTIVE
                   MOVE BTRN-BUDGET-AMT-N  TO WS-ACTIVE-BUDGET-AMT
                   MOVE WS-RUN-DATE-YYYYMMDD
                                           TO WS-ACTIVE-MAINT-DATE
                   ADD 1                   TO WS-ENTRIES-CHANGED-CTR
               ELSE
                   MOVE 'BUDGET NOT ON FILE'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
               END-IF
           ELSE
               IF  ENTRY-IS-ACTIVE
                   MOVE 'N'                TO WS-ACTIVE-SW
                   ADD 1                   TO WS-ENTRIES-DELETED-CTR
               ELSE
                   MOVE 'BUDGET NOT ON FILE'
                                           TO WS-REJECT-REASON
                   MOVE 'N'                TO WS-TRAN-VALID-SW
               END-IF.

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
      *   TRANSACTION EDITS - THE FIRST FAILING EDIT WINS
      ******************************************************************
       3100-EDIT-TRAN.

           IF  NOT BTRN-ACTION-VALID
               MOVE 'INVALID ACTION CODE'  TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  BTRN-SAP-COMPANY = SPACES
               MOVE 'SAP COMPANY MISSING'  TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  BTRN-COST-CENTER = SPACES
               MOVE 'COST CENTER MISSING'  TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  BTRN-ACCOUNT = SPACES
               MOVE 'ACCOUNT MISSING'      TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  BTRN-FISCAL-PERIOD NOT NUMERIC
           OR  BTRN-FISCAL-MM < 01
           OR  BTRN-FISCAL-MM > 12
               MOVE 'FISCAL PERIOD NOT A VALID CCYYMM'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW
               GO TO 3100-EXIT.

           IF  (BTRN-ADD OR BTRN-CHANGE)
           AND BTRN-BUDGET-AMT NOT NUMERIC
               MOVE 'BUDGET AMOUNT MISSING OR NOT NUMERIC'
                                           TO WS-REJECT-REASON
               MOVE 'N'                    TO WS-TRAN-VALID-SW.

       3100-EXIT.
           EXIT.

      ******************************************************************
      *   ONE REGISTER LINE PER TRANSACTION, APPLIED OR REJECTED
      ******************************************************************
       7000-WRITE-REGISTER-LINE.

           MOVE SPACES                     TO REGISTER-DETAIL.
           MOVE BTRN-ACTION                TO RD-ACTION.
           MOVE BTRN-SAP-COMPANY           TO RD-SAP-COMPANY.
           MOVE BTRN-COST-CENTER           TO RD-COST-CENTER.
           MOVE BTRN-ACCOUNT               TO RD-ACCOUNT.
           MOVE BTRN-FISCAL-PERIOD         TO RD-FISCAL-PERIOD.
           MOVE BTRN-BUDGET-AMT            TO RD-BUDGET-AMT.

           IF  TRAN-IS-VALID
               MOVE 'APPLIED'              TO RD-DISPOSITION
           ELSE
               MOVE 'REJECTED'             TO RD-DISPOSITION
               MOVE WS-REJECT-REASON       TO RD-REASON.

           WRITE BUD-REGISTER-REC FROM REGISTER-DETAIL.

       7000-EXIT.
           EXIT.

      ******************************************************************
      *   READ THE NEXT OLD MASTER ENTRY - HIGH-VALUES KEY AT EOF
      ******************************************************************
       8000-READ-OLD-MASTER.

           READ OLD-MASTER-FILE
                AT END
                   MOVE 'Y'                TO WS-MSTR-EOF-SW
                   MOVE HIGH-VALUES        TO WS-MSTR-KEY
                   GO TO 8000-EXIT.

           ADD 1                           TO WS-OLD-MSTRS-READ-CTR.

           MOVE BUD-KEY                    TO WS-MSTR-KEY.

           IF  BUD-BUDGET-AMT NUMERIC
               MOVE BUD-BUDGET-AMT         TO WS-MSTR-BUDGET-AMT
           ELSE
               MOVE ZERO                   TO WS-MSTR-BUDGET-AMT.

           IF  BUD-LAST-MAINT-DATE NUMERIC
               MOVE BUD-LAST-MAINT-DATE    TO WS-MSTR-MAINT-DATE
           ELSE
               MOVE ZERO                   TO WS-MSTR-MAINT-DATE.

       8000-EXIT.
           EXIT.

      ******************************************************************
      *   READ THE NEXT TRANSACTION - HIGH-VALUES KEY AT EOF.  OUT
      *   OF SEQUENCE TRANSACTIONS STOP THE RUN COLD RATHER THAN
      *   QUIETLY MISAPPLYING AGAINST THE WRONG ENTRY.
      ******************************************************************
       8100-READ-TRAN.

           READ BUD-TRAN-FILE
                AT END
                   MOVE 'Y'                TO WS-TRAN-EOF-SW
                   MOVE HIGH-VALUES        TO WS-TRAN-KEY
                   GO TO 8100-EXIT.

           ADD 1                           TO WS-TRANS-READ-CTR.

           MOVE BTRN-SAP-COMPANY           TO WS-TRAN-SAP-COMPANY.
           MOVE BTRN-COST-CENTER           TO WS-TRAN-COST-CENTER.
           MOVE BTRN-ACCOUNT               TO WS-TRAN-ACCOUNT.
           MOVE BTRN-FISCAL-PERIOD         TO WS-TRAN-FISCAL-PERIOD.

           IF  WS-TRAN-KEY < WS-PRIOR-TRAN-KEY
               DISPLAY 'ABBUDMNT - TRANSACTIONS OUT OF SEQUENCE AT '
                       BTRN-SAP-COMPANY '/' BTRN-COST-CENTER '/'
                       BTRN-ACCOUNT '/' BTRN-FISCAL-PERIOD
                       ', RUN ABORTED'
               MOVE 'Y'                    TO WS-SEQ-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               GO TO 8100-EXIT.

           MOVE WS-TRAN-KEY                TO WS-PRIOR-TRAN-KEY.

       8100-EXIT.
           EXIT.

      ******************************************************************
      *   TERMINATION - BALANCING TOTALS AND CLOSE
      ******************************************************************
       9000-TERMINATION.

           DISPLAY '*  *  *  ABBUDMNT BALANCING TOTALS  *  *  *'.

           MOVE WS-OLD-MSTRS-READ-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** OLD MASTER BUDGETS READ = ' WS-DISPLAY-CTR.

           MOVE WS-TRANS-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS READ       = ' WS-DISPLAY-CTR.

           MOVE WS-TRANS-APPLIED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS APPLIED    = ' WS-DISPLAY-CTR.

           MOVE WS-TRANS-REJECTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** TRANSACTIONS REJECTED   = ' WS-DISPLAY-CTR.

           MOVE WS-ENTRIES-ADDED-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** BUDGETS ADDED           = ' WS-DISPLAY-CTR.

           MOVE WS-ENTRIES-CHANGED-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** BUDGETS CHANGED         = ' WS-DISPLAY-CTR.

           MOVE WS-ENTRIES-DELETED-CTR     TO WS-DISPLAY-CTR.
           DISPLAY '** BUDGETS DELETED         = ' WS-DISPLAY-CTR.

           MOVE WS-NEW-MSTRS-WRIT-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** NEW MASTER BUDGETS OUT  = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           CLOSE OLD-MASTER-FILE
                 BUD-TRAN-FILE
                 NEW-MASTER-FILE
                 BUD-REGISTER.

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
           MOVE 'ABBUDMNT'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-TRANS-READ-CTR          TO RUNSTAT-INPUT-CNT.
           MOVE WS-NEW-MSTRS-WRIT-CTR      TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-TRANS-REJECTED-CTR      TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.

       9100-EXIT.
           EXIT.
