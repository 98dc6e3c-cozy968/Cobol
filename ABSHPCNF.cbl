       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABSHPCNF.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABSHPCNF
      *C   FUNCTION:
      *C
      *C   -    WAREHOUSE SHIPMENT CONFIRMATION INTERFACE.  EACH
      *C        CONFIRMATION NAMES AN ORDER LINE BY COMPANY / ORDER /
      *C        LINE AND CARRIES THE ITEM AND LOCATION SHIPPED, THE
      *C        QUANTITY, SHIP DATE AND SHIPMENT NUMBER.  THE
      *C        QUANTITY IS ADDED TO XCL-SHIPPED-QTY SO PARTIAL
      *C        SHIPMENTS ACCUMULATE; THE LATEST SHIP DATE AND THE
      *C        SHIPMENT NUMBER ARE CARRIED TO THE LINE.
      *C
      *C   -    THE CONFIRMATIONS AND A SWEEP OF ABCURRHDR ARE
      *C        SORTED TOGETHER BY COMPANY / ORDER SO EACH
      *C        CONFIRMATION MEETS THE UNIQUE I-D OF ITS ORDER
      *C        WITHOUT A KEYED LOOKUP BY ORDER NUMBER.
      *C
      *C   -    A CONFIRMATION IS SUSPENDED, NOT APPLIED, WHEN IT
      *C        FAILS ITS EDITS, ITS ORDER OR LINE IS NOT ON FILE,
      *C        ITS ITEM OR LOCATION DIFFERS FROM THE LINE, ITS
      *C        SHIPMENT NUMBER IS ALREADY THE LAST ONE APPLIED TO
      *C        THE LINE (A RESENT FILE OR A RERUN NIGHT), OR IT
      *C        WOULD TAKE THE SHIPPED QUANTITY PAST THE ORDERED
      *C        QUANTITY.  SUSPENDED RECORDS KEEP THE INPUT LAYOUT
      *C        SO THEY CAN BE CORRECTED AND FED BACK IN THE NEXT
      *C        NIGHT.  EVERY CONFIRMATION IS PRINTED ON THE
      *C        REGISTER, AND EVERY APPLIED ONE IS JOURNALLED TO
      *C        ORDJRNL (TRAN CODE SC) FOR ABORDHST.
      *C
      *C   INPUT:
      *C
      *C        SHPCONF   WAREHOUSE SHIPMENT CONFIRMATIONS (ABSCFREC)
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C
      *C   OUTPUT:
      *C
      *C        ABCURRL   ABCURRLINE KEYED FILE (UPDATED)
      *C        SHPREG    CONFIRMATION REGISTER
      *C        SHPSUSP   SUSPENDED CONFIRMATIONS WITH REASON
      *C        ORDJRNL   ORDER CHANGE JOURNAL (APPENDED)
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:  0 ALL APPLIED, 4 NO INPUT OR SOME
      *C                  SUSPENDED, 16 FILE ERROR
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

           SELECT CONFIRM-FILE              ASSIGN  TO SHPCONF.

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

           SELECT CONFIRM-REGISTER          ASSIGN  TO SHPREG.

           SELECT SUSPENSE-FILE             ASSIGN  TO SHPSUSP.

           SELECT ORDER-JOURNAL             ASSIGN  TO ORDJRNL
                  FILE STATUS IS WS-JRN-STATUS.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  CONFIRM-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  CONFIRM-REC                           PIC X(100).

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  CONFIRM-REGISTER.

       01  CONFIRM-REGISTER-REC                  PIC X(133).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  SUSPENSE-REC                          PIC X(100).

       FD  ORDER-JOURNAL
           RECORD CONTAINS 560 CHARACTERS.

       01  ORDER-JOURNAL-REC                     PIC X(560).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-COMPANY                       PIC 9(04).
           05 SORT-ORDER-NBR                     PIC 9(08).
           05 SORT-REC-TYPE                      PIC X(01).
              88  SORT-IS-HEADER                       VALUE '1'.
              88  SORT-IS-CONFIRM                      VALUE '2'.
           05 SORT-SEQUENCE-NBR                  PIC 9(07).
           05 SORT-DATA                          PIC X(100).
           05 SORT-HDR-DATA REDEFINES SORT-DATA.
              10 SORT-UNIQUE-I-D                 PIC 9(12).
              10 SORT-REQUEST-DATE               PIC 9(08).
              10 SORT-BATCH-NAME                 PIC X(10).
              10 FILLER                          PIC X(70).

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABSHPCNF  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-CONF-EOF-SW              PIC X(01) VALUE 'N'.
           88  CONFIRM-AT-EOF                    VALUE 'Y'.
       77  WS-HDR-EOF-SW               PIC X(01) VALUE 'N'.
           88  HDR-AT-EOF                        VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-CONF-VALID-SW            PIC X(01) VALUE 'N'.
           88  CONFIRM-IS-VALID                  VALUE 'Y'.
       77  WS-ORDER-FOUND-SW           PIC X(01) VALUE 'N'.
           88  ORDER-FOUND                       VALUE 'Y'.
       77  WS-ORDER-DUP-SW             PIC X(01) VALUE 'N'.
           88  ORDER-ON-FILE-TWICE               VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-CONFIRMS-READ-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CONFIRMS-APPLIED-CTR PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CONFIRMS-SUSP-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-COMPLETE-CTR   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-PARTIAL-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HDRS-READ-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-JRN-RECS-CTR         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-QTY-APPLIED-CTR      PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      *              H O L D   A R E A S
      ************************************************************
       77  WS-RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.
       77  WS-SORT-SEQUENCE-NBR        PIC 9(07) VALUE ZERO.
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       77  WS-APPLIED-NOTE             PIC X(40) VALUE SPACES.
       77  WS-NEW-SHIPPED-QTY          PIC S9(09) COMP-3 VALUE ZERO.

      *    THE ORDER THE CONFIRMATIONS NOW BEING RETURNED BELONG TO,
      *    AS FOUND ON THE ABCURRHDR SWEEP
       01  WS-HOLD-ORDER.
           05 WS-HOLD-COMPANY                    PIC 9(04).
           05 WS-HOLD-ORDER-NBR                  PIC 9(08).
       77  WS-HOLD-UNIQUE-I-D          PIC 9(12) VALUE ZERO.
       77  WS-HOLD-REQUEST-DATE        PIC 9(08) VALUE ZERO.
       77  WS-HOLD-BATCH-NAME          PIC X(10) VALUE SPACES.

       01  WS-SORT-ORDER.
           05 WS-SORT-COMPANY                    PIC 9(04).
           05 WS-SORT-ORDER-NBR                  PIC 9(08).

       01  WS-EDIT-DATE                          PIC 9(08).
       01  WS-EDIT-DATE-R  REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY                       PIC 9(04).
           05 WS-EDIT-MM                         PIC 9(02).
           05 WS-EDIT-DD                         PIC 9(02).

      *    CHANGE JOURNAL HOLD AREAS
       77  WS-JRN-SEQUENCE-NBR         PIC 9(07) VALUE ZERO.
       01  WS-JRN-BEFORE-IMAGE                   PIC X(236).

       COPY ABSCFREC.

       COPY ABOJNREC.

       COPY RUNSTAT.

      ************************************************************
      *              R E G I S T E R   L A Y O U T S
      ************************************************************
       01  REGISTER-HEADER.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ABSHPCNF'.
           05 F                    PIC X(04)   VALUE SPACE.
           05 F                    PIC X(38)   VALUE
              'WAREHOUSE SHIPMENT CONFIRMATION REG.  '.
           05 F                    PIC X(03)   VALUE SPACE.
           05 F                    PIC X(05)   VALUE 'DATE:'.
           05 F                    PIC X(01)   VALUE SPACE.
           05 RH-RUN-DATE          PIC 9(08).
           05 F                    PIC X(65)   VALUE SPACE.

       01  REGISTER-COLUMNS.
           05 F                    PIC X(01)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'CO'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'ORDER'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'LINE'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(15)   VALUE 'ITEM'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(05)   VALUE 'LOC'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(07)   VALUE 'QTY'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(08)   VALUE 'SHIPPED'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(04)   VALUE 'SHPT'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(09)   VALUE 'DISPOSED'.
           05 F                    PIC X(02)   VALUE SPACE.
           05 F                    PIC X(40)   VALUE 'REASON'.
           05 F                    PIC X(10)   VALUE SPACE.

       01  REGISTER-DETAIL.
           05 F                    PIC X(01)   VALUE SPACE.
           05 RD-COMPANY           PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-ORDER-NBR         PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-LINE-NBR          PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-ITEM              PIC X(15).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-LOCATION          PIC X(05).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-SHIPPED-QTY       PIC X(07).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-SHIP-DATE         PIC X(08).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-SHIPMENT-NBR      PIC X(04).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-DISPOSITION       PIC X(09).
           05 F                    PIC X(02)   VALUE SPACE.
           05 RD-REASON            PIC X(40).
           05 F                    PIC X(10)   VALUE SPACE.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABSHPCNF  ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           OPEN INPUT  CONFIRM-FILE
                       ABCURRHDR-FILE
                I-O    ABCURRLINE-FILE
                OUTPUT CONFIRM-REGISTER
                       SUSPENSE-FILE
                EXTEND ORDER-JOURNAL.

           DISPLAY 'ABSHPCNF - SHIPMENT CONFIRMATION STARTING'.

           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-HHMMSSHH  FROM TIME.

           MOVE WS-RUN-DATE-YYYYMMDD       TO RH-RUN-DATE.
           WRITE CONFIRM-REGISTER-REC FROM REGISTER-HEADER.
           WRITE CONFIRM-REGISTER-REC FROM REGISTER-COLUMNS.

           SORT SORT-FILE ASCENDING KEY SORT-COMPANY
                                        SORT-ORDER-NBR
                                        SORT-REC-TYPE
                                        SORT-SEQUENCE-NBR
                INPUT   PROCEDURE IS  S100-RELEASE-ORDERS-CONFIRMS
                OUTPUT  PROCEDURE IS  S200-APPLY-CONFIRMATIONS.

           IF  FATAL-ERROR
               MOVE 16                     TO RETURN-CODE
           ELSE
           IF  WS-CONFIRMS-READ-CTR = ZERO
               DISPLAY 'ABSHPCNF - NO CONFIRMATIONS SUPPLIED'
               MOVE 4                      TO RETURN-CODE
           ELSE
           IF  WS-CONFIRMS-SUSP-CTR > ZERO
               MOVE 4                      TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   SORT INPUT - EDIT AND RELEASE EVERY CONFIRMATION, THEN
      *   SWEEP ABCURRHDR AND RELEASE ONE RECORD PER CURRENT ORDER.
      *   A CONFIRMATION THAT FAILS ITS EDITS IS SUSPENDED HERE.
      ******************************************************************
       S100-RELEASE-ORDERS-CONFIRMS SECTION.

           PERFORM S110-READ-CONFIRM.

           PERFORM S120-EDIT-ONE-CONFIRM
               UNTIL CONFIRM-AT-EOF.

           MOVE ZERO                       TO XCH-UNIQUE-I-D.

           START ABCURRHDR-FILE KEY NOT LESS THAN XCH-UNIQUE-I-D.

           IF  WS-XCH-STATUS NOT = '00'
               DISPLAY 'ABSHPCNF - NO ABCURRHDR RECORDS, STATUS IS '
                       WS-XCH-STATUS
               GO TO S100-EXIT.

           PERFORM S150-READ-NEXT-HDR.

           PERFORM S160-RELEASE-ONE-HDR
               UNTIL HDR-AT-EOF.

       S100-EXIT.
           EXIT.

       S110-READ-CONFIRM SECTION.

           READ CONFIRM-FILE INTO SCF-RECORD
                AT END MOVE 'Y'            TO WS-CONF-EOF-SW.

           IF  NOT CONFIRM-AT-EOF
               ADD 1                       TO WS-CONFIRMS-READ-CTR.

      ******************************************************************
      *   EDIT ONE CONFIRMATION.  THE FIRST FAILING EDIT WINS AND ITS
      *   REASON GOES ON THE REGISTER AND THE SUSPENSE RECORD.
      ******************************************************************
       S120-EDIT-ONE-CONFIRM SECTION.

           MOVE 'Y'                        TO WS-CONF-VALID-SW.
           MOVE SPACES                     TO WS-REJECT-REASON.

           IF  SCF-COMPANY NOT NUMERIC
           OR  SCF-COMPANY-N = ZERO
               MOVE 'COMPANY MISSING OR NOT NUMERIC'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-ORDER-NBR NOT NUMERIC
           OR  SCF-ORDER-NBR-N = ZERO
               MOVE 'ORDER NUMBER MISSING OR NOT NUMERIC'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-LINE-NBR NOT NUMERIC
           OR  SCF-LINE-NBR-N = ZERO
               MOVE 'LINE NUMBER MISSING OR NOT NUMERIC'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-ITEM = SPACES
               MOVE 'ITEM MISSING'         TO WS-REJECT-REASON
           ELSE
           IF  SCF-LOCATION = SPACES
               MOVE 'LOCATION MISSING'     TO WS-REJECT-REASON
           ELSE
           IF  SCF-SHIPPED-QTY NOT NUMERIC
           OR  SCF-SHIPPED-QTY-N = ZERO
               MOVE 'SHIPPED QTY MISSING OR NOT NUMERIC'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-SHIP-DATE NOT NUMERIC
               MOVE 'SHIP DATE NOT NUMERIC'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-SHIPMENT-NBR NOT = SPACES
           AND SCF-SHIPMENT-NBR NOT NUMERIC
               MOVE 'SHIPMENT NUMBER NOT NUMERIC'
                                           TO WS-REJECT-REASON.

           IF  WS-REJECT-REASON = SPACES
               MOVE SCF-SHIP-DATE-N        TO WS-EDIT-DATE
               IF  WS-EDIT-CCYY < 1900
               OR  WS-EDIT-MM = ZERO OR WS-EDIT-MM > 12
               OR  WS-EDIT-DD = ZERO OR WS-EDIT-DD > 31
                   MOVE 'SHIP DATE NOT A VALID DATE'
                                           TO WS-REJECT-REASON.

           IF  WS-REJECT-REASON NOT = SPACES
               PERFORM S400-SUSPEND-CONFIRM
           ELSE
               ADD 1                       TO WS-SORT-SEQUENCE-NBR
               MOVE SPACES                 TO SORT-RECORD
               MOVE SCF-COMPANY-N          TO SORT-COMPANY
               MOVE SCF-ORDER-NBR-N        TO SORT-ORDER-NBR
               MOVE '2'                    TO SORT-REC-TYPE
               MOVE WS-SORT-SEQUENCE-NBR   TO SORT-SEQUENCE-NBR
               MOVE SCF-RECORD             TO SORT-DATA
               RELEASE SORT-RECORD.

           PERFORM S110-READ-CONFIRM.

      ******************************************************************
       S150-READ-NEXT-HDR SECTION.

           READ ABCURRHDR-FILE NEXT.

           IF  WS-XCH-STATUS = '00'
               ADD 1                       TO WS-HDRS-READ-CTR
           ELSE
           IF  WS-XCH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABSHPCNF - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW
                                              WS-FATAL-ERROR-SW.

       S160-RELEASE-ONE-HDR SECTION.

           MOVE SPACES                     TO SORT-RECORD.
           MOVE XCH-COMPANY                TO SORT-COMPANY.
           MOVE XCH-ORDER-NBR              TO SORT-ORDER-NBR.
           MOVE '1'                        TO SORT-REC-TYPE.
           MOVE ZERO                       TO SORT-SEQUENCE-NBR.
           MOVE XCH-UNIQUE-I-D             TO SORT-UNIQUE-I-D.
           MOVE XCH-REQUEST-DATE           TO SORT-REQUEST-DATE.
           MOVE XCH-BATCH-NAME             TO SORT-BATCH-NAME.
           RELEASE SORT-RECORD.

           PERFORM S150-READ-NEXT-HDR.

      ******************************************************************
      *   SORT OUTPUT - EACH ORDER'S HEADER RECORD(S) ARRIVE AHEAD OF
      *   ITS CONFIRMATIONS.  A FATAL FILE ERROR STOPS THE APPLY.
      ******************************************************************
       S200-APPLY-CONFIRMATIONS SECTION.

           MOVE ZERO                       TO WS-HOLD-COMPANY
                                              WS-HOLD-ORDER-NBR.

           IF  FATAL-ERROR
               GO TO S200-EXIT.

           PERFORM S290-RETURN-SORTED-RECORD.

           PERFORM S210-PROCESS-ONE-SORTED
               UNTIL SORT-AT-EOF
               OR    FATAL-ERROR.

       S200-EXIT.
           EXIT.

       S210-PROCESS-ONE-SORTED SECTION.

           MOVE SORT-COMPANY               TO WS-SORT-COMPANY.
           MOVE SORT-ORDER-NBR             TO WS-SORT-ORDER-NBR.

           IF  WS-SORT-ORDER NOT = WS-HOLD-ORDER
               MOVE WS-SORT-ORDER          TO WS-HOLD-ORDER
               MOVE 'N'                    TO WS-ORDER-FOUND-SW
                                              WS-ORDER-DUP-SW.

           IF  SORT-IS-HEADER
               IF  ORDER-FOUND
                   MOVE 'Y'                TO WS-ORDER-DUP-SW
               ELSE
                   MOVE 'Y'                TO WS-ORDER-FOUND-SW
                   MOVE SORT-UNIQUE-I-D    TO WS-HOLD-UNIQUE-I-D
                   MOVE SORT-REQUEST-DATE  TO WS-HOLD-REQUEST-DATE
                   MOVE SORT-BATCH-NAME    TO WS-HOLD-BATCH-NAME
               END-IF
           ELSE
               MOVE SORT-DATA              TO SCF-RECORD
               PERFORM S300-APPLY-ONE-CONFIRM.

           PERFORM S290-RETURN-SORTED-RECORD.

       S290-RETURN-SORTED-RECORD SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   APPLY ONE CONFIRMATION TO ITS ORDER LINE, OR SUSPEND IT
      ******************************************************************
       S300-APPLY-ONE-CONFIRM SECTION.

           MOVE SPACES                     TO WS-REJECT-REASON.

           IF  NOT ORDER-FOUND
               MOVE 'ORDER NOT ON FILE'    TO WS-REJECT-REASON
               PERFORM S400-SUSPEND-CONFIRM
               GO TO S300-EXIT.

           IF  ORDER-ON-FILE-TWICE
               MOVE 'ORDER NUMBER ON FILE MORE THAN ONCE'
                                           TO WS-REJECT-REASON
               PERFORM S400-SUSPEND-CONFIRM
               GO TO S300-EXIT.

           MOVE WS-HOLD-UNIQUE-I-D         TO XCL-HDR-UNIQUE-I-D.
           MOVE SCF-LINE-NBR-N             TO XCL-LINE-NBR.

           READ ABCURRLINE-FILE.

           IF  WS-XCL-STATUS = '23'
               MOVE 'LINE NOT ON FILE'     TO WS-REJECT-REASON
           ELSE
           IF  WS-XCL-STATUS NOT = '00'
               DISPLAY 'ABSHPCNF - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO S300-EXIT
           ELSE
           IF  SCF-ITEM NOT = XCL-ITEM
               MOVE 'ITEM DOES NOT MATCH ORDER LINE'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-LOCATION NOT = XCL-LOCATION
               MOVE 'LOCATION DOES NOT MATCH ORDER LINE'
                                           TO WS-REJECT-REASON
           ELSE
           IF  SCF-SHIPMENT-NBR NUMERIC
           AND SCF-SHIPMENT-NBR-N NOT = ZERO
           AND SCF-SHIPMENT-NBR-N = XCL-SHIPMENT-NBR
               MOVE 'SHIPMENT ALREADY APPLIED'
                                           TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-NEW-SHIPPED-QTY = XCL-SHIPPED-QTY
                                          + SCF-SHIPPED-QTY-N
               IF  WS-NEW-SHIPPED-QTY > XCL-ORDERED-QTY
                   MOVE 'OVER-SHIPMENT, EXCEEDS ORDERED QTY'
                                           TO WS-REJECT-REASON.

           IF  WS-REJECT-REASON NOT = SPACES
               PERFORM S400-SUSPEND-CONFIRM
               GO TO S300-EXIT.

           MOVE XCL-RECORD                 TO WS-JRN-BEFORE-IMAGE.

           MOVE WS-NEW-SHIPPED-QTY         TO XCL-SHIPPED-QTY.

           IF  SCF-SHIP-DATE-N > XCL-SHIP-DATE
               MOVE SCF-SHIP-DATE-N        TO XCL-SHIP-DATE.

           IF  SCF-SHIPMENT-NBR NUMERIC
               MOVE SCF-SHIPMENT-NBR-N     TO XCL-SHIPMENT-NBR.

           REWRITE XCL-RECORD.

           IF  WS-XCL-STATUS NOT = '00' AND NOT = '02'
               DISPLAY 'ABSHPCNF - BAD REWRITE ON ABCURRLINE, STATUS '
                       'IS ' WS-XCL-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               GO TO S300-EXIT.

           ADD 1                           TO WS-CONFIRMS-APPLIED-CTR.
           ADD SCF-SHIPPED-QTY-N           TO WS-QTY-APPLIED-CTR.

           IF  XCL-SHIPPED-QTY < XCL-ORDERED-QTY
               ADD 1                       TO WS-LINES-PARTIAL-CTR
               MOVE 'PARTIAL SHIPMENT, LINE STILL OPEN'
                                           TO WS-APPLIED-NOTE
           ELSE
               ADD 1                       TO WS-LINES-COMPLETE-CTR
               MOVE 'LINE NOW SHIPPED COMPLETE'
                                           TO WS-APPLIED-NOTE.

           PERFORM S350-JOURNAL-LINE.

           MOVE 'APPLIED'                  TO RD-DISPOSITION.
           MOVE WS-APPLIED-NOTE            TO RD-REASON.
           PERFORM S500-WRITE-REGISTER-LINE.

       S300-EXIT.
           EXIT.

      ******************************************************************
      *   JOURNAL THE LINE BEFORE AND AFTER THE SHIPMENT, SO THE
      *   ORDER HISTORY SHOWS WAREHOUSE SHIPMENTS ALONGSIDE THE
      *   ABORDMNT MAINTENANCE.  AN UNWRITABLE JOURNAL STOPS THE RUN.
      ******************************************************************
       S350-JOURNAL-LINE SECTION.

           ADD 1                           TO WS-JRN-SEQUENCE-NBR.

           MOVE SPACES                     TO OJN-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD       TO OJN-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH       TO OJN-RUN-TIME.
           MOVE WS-JRN-SEQUENCE-NBR        TO OJN-SEQUENCE-NBR.
           MOVE 'SC'                       TO OJN-TRAN-CODE.
           MOVE 'L'                        TO OJN-IMAGE-TYPE.
           MOVE WS-HOLD-BATCH-NAME         TO OJN-BATCH-NAME.
           MOVE WS-HOLD-UNIQUE-I-D         TO OJN-UNIQUE-I-D.
           MOVE XCL-LINE-NBR               TO OJN-LINE-NBR.
           MOVE WS-HOLD-REQUEST-DATE       TO OJN-REQUEST-DATE.
           MOVE WS-HOLD-COMPANY            TO OJN-COMPANY.
           MOVE WS-HOLD-ORDER-NBR          TO OJN-ORDER-NBR.
           MOVE WS-JRN-BEFORE-IMAGE        TO OJN-BEFORE-IMAGE.
           MOVE XCL-RECORD                 TO OJN-AFTER-IMAGE.

           WRITE ORDER-JOURNAL-REC FROM OJN-RECORD.

           IF  WS-JRN-STATUS = '00'
               ADD 1                       TO WS-JRN-RECS-CTR
           ELSE
               DISPLAY 'ABSHPCNF - BAD WRITE ON ORDJRNL, STATUS IS '
                       WS-JRN-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW.

      ******************************************************************
      *   SUSPEND A CONFIRMATION - SAME LAYOUT AS INPUT, WITH THE
      *   REASON, SO IT CAN BE CORRECTED AND FED BACK IN
      ******************************************************************
       S400-SUSPEND-CONFIRM SECTION.

           ADD 1                           TO WS-CONFIRMS-SUSP-CTR.

           MOVE WS-REJECT-REASON           TO SCF-SUSPENSE-REASON.

           WRITE SUSPENSE-REC FROM SCF-RECORD.

           MOVE 'SUSPENDED'                TO RD-DISPOSITION.
           MOVE WS-REJECT-REASON           TO RD-REASON.
           PERFORM S500-WRITE-REGISTER-LINE.

      ******************************************************************
      *   ONE REGISTER LINE PER CONFIRMATION, APPLIED OR SUSPENDED.
      *   THE CALLER HAS SET THE DISPOSITION AND REASON.
      ******************************************************************
       S500-WRITE-REGISTER-LINE SECTION.

           MOVE SCF-COMPANY                TO RD-COMPANY.
           MOVE SCF-ORDER-NBR              TO RD-ORDER-NBR.
           MOVE SCF-LINE-NBR               TO RD-LINE-NBR.
           MOVE SCF-ITEM                   TO RD-ITEM.
           MOVE SCF-LOCATION               TO RD-LOCATION.
           MOVE SCF-SHIPPED-QTY            TO RD-SHIPPED-QTY.
           MOVE SCF-SHIP-DATE              TO RD-SHIP-DATE.
           MOVE SCF-SHIPMENT-NBR           TO RD-SHIPMENT-NBR.

           WRITE CONFIRM-REGISTER-REC FROM REGISTER-DETAIL.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABSHPCNF BALANCING TOTALS  *  *  *'.

           MOVE WS-CONFIRMS-READ-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** CONFIRMATIONS READ      = ' WS-DISPLAY-CTR.

           MOVE WS-CONFIRMS-APPLIED-CTR    TO WS-DISPLAY-CTR.
           DISPLAY '** CONFIRMATIONS APPLIED   = ' WS-DISPLAY-CTR.

           MOVE WS-CONFIRMS-SUSP-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** CONFIRMATIONS SUSPENDED = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-COMPLETE-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** LINES SHIPPED COMPLETE  = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-PARTIAL-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** LINES STILL PARTIAL     = ' WS-DISPLAY-CTR.

           MOVE WS-QTY-APPLIED-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** QUANTITY APPLIED        = ' WS-DISPLAY-CTR.

           MOVE WS-HDRS-READ-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT HEADERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-JRN-RECS-CTR            TO WS-DISPLAY-CTR.
           DISPLAY '** JOURNAL RECORDS WRITTEN = ' WS-DISPLAY-CTR.

           IF  WS-CONFIRMS-READ-CTR NOT = WS-CONFIRMS-APPLIED-CTR
                                        + WS-CONFIRMS-SUSP-CTR
           AND NOT FATAL-ERROR
               DISPLAY 'ABSHPCNF - CONFIRMATIONS OUT OF BALANCE'
               MOVE 16                     TO RETURN-CODE.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE CONFIRM-FILE
                 ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 CONFIRM-REGISTER
                 SUSPENSE-FILE
                 ORDER-JOURNAL.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABSHPCNF'                 TO RUNSTAT-PROGRAM-ID.
           MOVE WS-RUN-DATE-YYYYMMDD       TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-CONFIRMS-READ-CTR       TO RUNSTAT-INPUT-CNT.
           MOVE WS-CONFIRMS-APPLIED-CTR    TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-CONFIRMS-SUSP-CTR       TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
