       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABBKNTC.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABBKNTC
      *C   FUNCTION:
      *C
      *C   -    CUSTOMER BACKORDER NOTICE EXTRACT.  SELECTS THE SAME
      *C        LATE LINES AS ABBKORPT - CURRENT LINES SHIPPED SHORT
      *C        OF ORDERED AND PAST REQUEST DATE PLUS THE LEAD DAYS
      *C        FOR THEIR LOCATION AND SHIP METHOD - AND GROUPS THEM
      *C        BY CUSTOMER AND ORDER FOR THE LETTER/E-MAIL VENDOR.
      *C
      *C   -    EACH LINE NOTIFIED CARRIES ITEM, ORDERED, SHIPPED AND
      *C        OPEN QUANTITIES, THE ORIGINAL EXPECTED DATE (REQUEST
      *C        DATE PLUS LEAD DAYS) AND A REVISED EXPECTED DATE (RUN
      *C        DATE PLUS LEAD DAYS).  THE FILE HAS A HEADER AND A
      *C        TRAILER WITH CUSTOMER, DETAIL AND RECORD COUNTS AND
      *C        AN OPEN QUANTITY HASH TOTAL.
      *C
      *C   -    A LINE ALREADY NOTIFIED WITHIN THE RE-NOTIFY INTERVAL
      *C        IS HELD BACK.  THE INTERVAL IS IN DAYS, COLUMNS 1-3 OF
      *C        THE OPTIONAL PARMCARD (DEFAULT 14).  EVERY NOTICE SENT
      *C        IS RECORDED ON THE NOTICE HISTORY FILE.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  RE-NOTIFY INTERVAL CARD (OPTIONAL)
      *C        ABCURRH   ABCURRHDR  KEYED FILE
      *C        ABCURRL   ABCURRLINE KEYED FILE
      *C        LEADTIMI  LEAD TIME REFERENCE FILE (OPTIONAL,
      *C                  MAINTAINED BY ABLTMNT)
      *C
      *C   OUTPUT:
      *C
      *C        BKNOTO    CUSTOMER BACKORDER NOTICE EXTRACT
      *C        BKNHIST   BACKORDER NOTICE HISTORY KEYED FILE
      *C        RUNSTATO  COMMON RUN STATISTICS FILE (APPENDED)
      *C
      *C   RETURN CODES:
      *C
      *C        0   EXTRACT WRITTEN (IT MAY CARRY NO CUSTOMERS)
      *C        16  BAD PARAMETER CARD OR BAD I/O ON BKNHIST.  A RUN
      *C            STOPPED PART WAY WRITES NO TRAILER, SO THE PARTIAL
      *C            FILE FAILS THE VENDOR'S CONTROL CHECK; RERUN THE
      *C            SAME DAY AND LINES ALREADY POSTED TO BKNHIST TODAY
      *C            ARE SENT AGAIN.
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

           SELECT NOTICE-HIST-FILE          ASSIGN  TO BKNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BNH-KEY
                  FILE STATUS IS WS-BNH-STATUS.

           SELECT NOTICE-EXTRACT            ASSIGN  TO BKNOTO.

           SELECT OPTIONAL LEADTIME-FILE    ASSIGN  TO LEADTIMI.

           SELECT OPTIONAL RUN-STATS-FILE   ASSIGN  TO RUNSTATO.

           SELECT SORT-FILE                 ASSIGN  TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PARM-CARD-RECORD.
           05 PARM-RENOTIFY-DAYS                 PIC X(03).
           05 PARM-RENOTIFY-DAYS-N REDEFINES
              PARM-RENOTIFY-DAYS                 PIC 9(03).
           05 F                                  PIC X(77).

       FD  ABCURRHDR-FILE.

       COPY ABXCHREC.

       FD  ABCURRLINE-FILE.

       COPY ABXCLREC.

       FD  NOTICE-HIST-FILE.

       COPY ABBNHREC.

       FD  NOTICE-EXTRACT
           RECORD CONTAINS 150 CHARACTERS.

       COPY ABBKNREC.

       FD  LEADTIME-FILE
           RECORD CONTAINS 80 CHARACTERS.

       COPY ABLTMREC.

       FD  RUN-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RUN-STATS-REC                         PIC X(80).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SORT-CUSTOMER                      PIC X(09).
           05 SORT-COMPANY                       PIC 9(04).
           05 SORT-ORDER-NBR                     PIC 9(08).
           05 SORT-LINE-NBR                      PIC 9(04).
           05 SORT-REQUEST-DATE                  PIC 9(08).
           05 SORT-CUST-TYPE                     PIC X(02).
           05 SORT-SHIP-CITY                     PIC X(18).
           05 SORT-CUST-STATE                    PIC X(02).
           05 SORT-ITEM                          PIC X(15).
           05 SORT-LONG-DESC                     PIC X(30).
           05 SORT-ORDERED-QTY                   PIC S9(07) COMP-3.
           05 SORT-SHIPPED-QTY                   PIC S9(07) COMP-3.
           05 SORT-LEAD-DAYS                     PIC S9(03) COMP-3.
           05 SORT-DAYS-LATE                     PIC S9(05) COMP-3.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABBKNTC   BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-HDR-EOF-SW               PIC X(01) VALUE 'N'.
           88  HDR-AT-EOF                        VALUE 'Y'.
       77  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
           88  LINE-AT-EOF                       VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                       VALUE 'Y'.
       77  WS-LTM-EOF-SW               PIC X(01) VALUE 'N'.
           88  LEADTIME-AT-EOF                   VALUE 'Y'.
       77  WS-LTM-FOUND-SW             PIC X(01) VALUE 'N'.
           88  LEAD-DAYS-FOUND                   VALUE 'Y'.
       77  WS-HIST-FOUND-SW            PIC X(01) VALUE 'N'.
           88  HIST-FOUND                        VALUE 'Y'.
       77  WS-SAME-DAY-SW              PIC X(01) VALUE 'N'.
           88  SAME-DAY-RERUN                    VALUE 'Y'.
       77  WS-FATAL-ERROR-SW           PIC X(01) VALUE 'N'.
           88  FATAL-ERROR                       VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
      ************************************************************
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-BNH-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       01  WS-COUNTERS.
           05  WS-HDRS-READ-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-READ-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SHORT-LINES-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LATE-LINES-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HELD-BACK-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-OUT-CTR    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DETAILS-OUT-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RECORDS-OUT-CTR      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-OPEN-QTY-TOTAL       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-HIST-ADDED-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HIST-UPDATED-CTR     PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

       77  WS-RUN-TIME-HHMMSSHH        PIC 9(08) VALUE ZERO.

       COPY RUNSTAT.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-HOLD-UNIQUE-I-D          PIC 9(12).
       77  WS-OPEN-QTY                 PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DAYS-OPEN                PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-DAYS-LATE                PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-DAYS-SINCE-NOTICE        PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-RUN-DATE-INT             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-RENOTIFY-DAYS            PIC S9(03) COMP-3 VALUE +14.
       77  WS-ORIG-EXPECT-DATE         PIC 9(08) VALUE ZERO.
       77  WS-REVISED-EXPECT-DATE      PIC 9(08) VALUE ZERO.
       77  WS-PREV-CUSTOMER            PIC X(09) VALUE LOW-VALUES.

      ************************************************************
      *              L E A D   T I M E   T A B L E
      *
      *    LOADED FROM LEADTIMI AT START-UP EXACTLY AS ABBKORPT
      *    LOADS IT, SO BOTH PROGRAMS CALL THE SAME LINES LATE.
      ************************************************************
       77  WS-LTM-MAX                  PIC S9(04) COMP  VALUE +200.
       77  WS-LTM-COUNT                PIC S9(04) COMP  VALUE ZERO.
       77  WS-LTM-IX                   PIC S9(04) COMP  VALUE ZERO.
       77  WS-DEFAULT-LEAD-DAYS        PIC S9(03) COMP-3 VALUE +7.
       77  WS-LINE-LEAD-DAYS           PIC S9(03) COMP-3 VALUE ZERO.
       77  WS-MATCH-METHOD             PIC X(03)  VALUE SPACES.
       77  WS-MATCH-LOCATION           PIC X(05)  VALUE SPACES.

       01  WS-LEADTIME-TABLE.
           05 WS-LTM-ENTRY             OCCURS 200 TIMES.
              10 WS-LTM-LOCATION       PIC X(05).
              10 WS-LTM-SHIP-METHOD    PIC X(03).
              10 WS-LTM-LEAD-DAYS      PIC S9(03) COMP-3.

       01  WS-EDIT-DATE                          PIC 9(08).
       01  WS-EDIT-DATE-R  REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-CCYY                       PIC 9(04).
           05 WS-EDIT-MM                         PIC 9(02).
           05 WS-EDIT-DD                         PIC 9(02).

       01  WS-CURR-DATE-YYYYMMDD                 PIC 9(08).

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABBKNTC   ENDS'.

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL
      ******************************************************************
       0000-MAINLINE SECTION.

           DISPLAY 'ABBKNTC  - CUSTOMER BACKORDER NOTICES STARTING'.

           ACCEPT WS-CURR-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-YYYYMMDD).

           PERFORM S010-READ-PARM-CARD.

           IF  FATAL-ERROR
               PERFORM 9100-WRITE-RUN-STATS
               GOBACK.

           OPEN INPUT  ABCURRHDR-FILE
                       ABCURRLINE-FILE
                I-O    NOTICE-HIST-FILE
                OUTPUT NOTICE-EXTRACT.

           IF  WS-BNH-STATUS NOT = '00'
               DISPLAY 'ABBKNTC  - BKNHIST OPEN FAILED, STATUS IS '
                       WS-BNH-STATUS ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
               PERFORM 9000-TERMINATION
               GOBACK.

           PERFORM S050-LOAD-LEADTIMES.

           SORT SORT-FILE ASCENDING KEY SORT-CUSTOMER
                                        SORT-COMPANY
                                        SORT-ORDER-NBR
                                        SORT-LINE-NBR
                INPUT   PROCEDURE IS  S100-SELECT-LATE-LINES
                OUTPUT  PROCEDURE IS  S200-WRITE-NOTICES.

           IF  FATAL-ERROR
               MOVE 16                     TO RETURN-CODE.

           PERFORM 9000-TERMINATION.

           GOBACK.

      ******************************************************************
      *   RE-NOTIFY INTERVAL - BLANK OR NO CARD KEEPS THE 14 DAY
      *   DEFAULT; ANYTHING ELSE MUST BE A NUMBER OF DAYS.
      ******************************************************************
       S010-READ-PARM-CARD SECTION.

           OPEN INPUT PARM-CARD-FILE.

           READ PARM-CARD-FILE
                AT END MOVE SPACES         TO PARM-CARD-RECORD.

           IF  PARM-RENOTIFY-DAYS = SPACES
               NEXT SENTENCE
           ELSE
           IF  PARM-RENOTIFY-DAYS NUMERIC
               MOVE PARM-RENOTIFY-DAYS-N   TO WS-RENOTIFY-DAYS
           ELSE
               DISPLAY 'ABBKNTC  - BAD RE-NOTIFY DAYS ON PARMCARD: '
                       PARM-RENOTIFY-DAYS ', RUN ABORTED'
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

           CLOSE PARM-CARD-FILE.

      ******************************************************************
      *   LOAD THE LEAD TIME REFERENCE TABLE.  AN ABSENT FILE IS NOT
      *   AN ERROR - EVERY LOCATION THEN GETS THE SEVEN DAY DEFAULT.
      ******************************************************************
       S050-LOAD-LEADTIMES SECTION.

           OPEN INPUT LEADTIME-FILE.

           PERFORM S060-READ-LEADTIME.

           PERFORM S070-TABLE-ONE-LEADTIME
               UNTIL LEADTIME-AT-EOF.

           CLOSE LEADTIME-FILE.

       S060-READ-LEADTIME SECTION.

           READ LEADTIME-FILE
                AT END MOVE 'Y'             TO WS-LTM-EOF-SW.

       S070-TABLE-ONE-LEADTIME SECTION.

           IF  LTM-LEAD-DAYS NOT NUMERIC
               DISPLAY 'ABBKNTC  - LEAD TIME ENTRY DROPPED, DAYS NOT '
                       'NUMERIC FOR ' LTM-LOCATION '/' LTM-SHIP-METHOD
           ELSE
           IF  LTM-LOCATION = '*****'
           AND LTM-SHIP-METHOD = '***'
               MOVE LTM-LEAD-DAYS          TO WS-DEFAULT-LEAD-DAYS
           ELSE
           IF  WS-LTM-COUNT < WS-LTM-MAX
               ADD 1                       TO WS-LTM-COUNT
               MOVE LTM-LOCATION           TO
                    WS-LTM-LOCATION (WS-LTM-COUNT)
               MOVE LTM-SHIP-METHOD        TO
                    WS-LTM-SHIP-METHOD (WS-LTM-COUNT)
               MOVE LTM-LEAD-DAYS          TO
                    WS-LTM-LEAD-DAYS (WS-LTM-COUNT)
           ELSE
               DISPLAY 'ABBKNTC  - LEAD TIME TABLE FULL, ENTRY '
                       'DROPPED FOR ' LTM-LOCATION '/' LTM-SHIP-METHOD.

           PERFORM S060-READ-LEADTIME.

      ******************************************************************
      *   SORT INPUT - SWEEP EVERY CURRENT HEADER AND RELEASE A SORT
      *   RECORD FOR EACH SHORT LINE THAT IS PAST ITS EXPECTED SHIP
      *   DATE.
      ******************************************************************
       S100-SELECT-LATE-LINES SECTION.

           MOVE ZERO                       TO XCH-UNIQUE-I-D.

           START ABCURRHDR-FILE KEY NOT LESS THAN XCH-UNIQUE-I-D.

           IF  WS-XCH-STATUS NOT = '00'
               DISPLAY 'ABBKNTC  - NO ABCURRHDR RECORDS, STATUS IS '
                       WS-XCH-STATUS
               GO TO S100-EXIT.

           PERFORM S110-READ-NEXT-HDR.

           PERFORM S120-PROCESS-ONE-HDR
               UNTIL HDR-AT-EOF.

       S100-EXIT.
           EXIT.

       S110-READ-NEXT-HDR SECTION.

           READ ABCURRHDR-FILE NEXT.

           IF  WS-XCH-STATUS = '00'
               ADD 1                       TO WS-HDRS-READ-CTR
           ELSE
           IF  WS-XCH-STATUS = '10'
               MOVE 'Y'                    TO WS-HDR-EOF-SW
           ELSE
               DISPLAY 'ABBKNTC  - BAD READ ON ABCURRHDR, STATUS IS '
                       WS-XCH-STATUS
               MOVE 'Y'                    TO WS-HDR-EOF-SW.

       S120-PROCESS-ONE-HDR SECTION.

           MOVE 'N'                        TO WS-LINE-EOF-SW.

      *    AGE THE ORDER AGAINST ITS REQUEST DATE ONCE.  A ZERO OR
      *    IMPOSSIBLE REQUEST DATE AGES AS ZERO DAYS, SO ITS LINES
      *    ARE NEVER LATE AND NEVER NOTIFIED.
           MOVE XCH-REQUEST-DATE           TO WS-EDIT-DATE.

           IF  WS-EDIT-DATE > 15820101
           AND WS-EDIT-DATE < 99999999
           AND WS-EDIT-MM > 0
           AND WS-EDIT-MM < 13
           AND WS-EDIT-DD > 0
           AND WS-EDIT-DD < 32
               COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE (XCH-REQUEST-DATE)
           ELSE
               MOVE ZERO                   TO WS-DAYS-OPEN.

           MOVE XCH-UNIQUE-I-D             TO WS-HOLD-UNIQUE-I-D
                                              XCL-HDR-UNIQUE-I-D.
           MOVE ZERO                       TO XCL-LINE-NBR.

           START ABCURRLINE-FILE KEY NOT LESS THAN XCL-KEY.

           IF  WS-XCL-STATUS = '00'
               PERFORM S130-READ-NEXT-LINE
               PERFORM S140-CHECK-ONE-LINE
                   UNTIL LINE-AT-EOF.

           PERFORM S110-READ-NEXT-HDR.

       S130-READ-NEXT-LINE SECTION.

           READ ABCURRLINE-FILE NEXT.

           IF  WS-XCL-STATUS = '00'
               IF  XCL-HDR-UNIQUE-I-D NOT = WS-HOLD-UNIQUE-I-D
                   MOVE 'Y'                TO WS-LINE-EOF-SW
               ELSE
                   ADD 1                   TO WS-LINES-READ-CTR
               END-IF
           ELSE
           IF  WS-XCL-STATUS = '10'
               MOVE 'Y'                    TO WS-LINE-EOF-SW
           ELSE
               DISPLAY 'ABBKNTC  - BAD READ ON ABCURRLINE, STATUS IS '
                       WS-XCL-STATUS
               MOVE 'Y'                    TO WS-LINE-EOF-SW.

      ******************************************************************
      *   A SHORT LINE IS LATE ONLY ONCE IT IS PAST REQUEST DATE PLUS
      *   THE EXPECTED DAYS TO SHIP FOR ITS LOCATION AND METHOD.
      ******************************************************************
       S140-CHECK-ONE-LINE SECTION.

           IF  XCL-SHIPPED-QTY NOT < XCL-ORDERED-QTY
               GO TO S140-NEXT.

           ADD 1                           TO WS-SHORT-LINES-CTR.

           MOVE XCL-LOCATION               TO WS-MATCH-LOCATION.
           MOVE XCH-SHIP-METHOD            TO WS-MATCH-METHOD.

           PERFORM S230-FIND-LEAD-DAYS.

           COMPUTE WS-DAYS-LATE = WS-DAYS-OPEN - WS-LINE-LEAD-DAYS.

           IF  WS-DAYS-LATE NOT > ZERO
               GO TO S140-NEXT.

           ADD 1                           TO WS-LATE-LINES-CTR.

           MOVE XCH-CUSTOMER               TO SORT-CUSTOMER.
           MOVE XCH-COMPANY                TO SORT-COMPANY.
           MOVE XCH-ORDER-NBR              TO SORT-ORDER-NBR.
           MOVE XCL-LINE-NBR               TO SORT-LINE-NBR.
           MOVE XCH-REQUEST-DATE           TO SORT-REQUEST-DATE.
           MOVE XCH-CUST-TYPE              TO SORT-CUST-TYPE.
           MOVE XCH-SHIP-CITY              TO SORT-SHIP-CITY.
           MOVE XCH-CUST-STATE             TO SORT-CUST-STATE.
           MOVE XCL-ITEM                   TO SORT-ITEM.
           MOVE XCL-LONG-DESC              TO SORT-LONG-DESC.
           MOVE XCL-ORDERED-QTY            TO SORT-ORDERED-QTY.
           MOVE XCL-SHIPPED-QTY            TO SORT-SHIPPED-QTY.
           MOVE WS-LINE-LEAD-DAYS          TO SORT-LEAD-DAYS.
           MOVE WS-DAYS-LATE               TO SORT-DAYS-LATE.

           RELEASE SORT-RECORD.

       S140-NEXT.

           PERFORM S130-READ-NEXT-LINE.

      ******************************************************************
      *   SORT OUTPUT - FILE HEADER, THEN BY CUSTOMER THE LATE LINES
      *   NOT HELD BACK BY THE RE-NOTIFY INTERVAL, THEN THE TRAILER
      ******************************************************************
       S200-WRITE-NOTICES SECTION.

           MOVE SPACES                     TO BKN-RECORD.
           MOVE 'HD'                       TO BKN-REC-TYPE.
           MOVE WS-CURR-DATE-YYYYMMDD      TO BKN-HD-RUN-DATE.
           MOVE 'ABBKNTC'                  TO BKN-HD-SOURCE.
           MOVE WS-RENOTIFY-DAYS           TO BKN-HD-RENOTIFY-DAYS.
           PERFORM S280-WRITE-NOTICE-REC.

           PERFORM S290-RETURN-SORTED-LINE.

           PERFORM S210-PROCESS-ONE-LINE
               UNTIL SORT-AT-EOF
               OR    FATAL-ERROR.

      *    A RUN STOPPED BY A NOTICE HISTORY FAILURE GETS NO TRAILER,
      *    SO THE VENDOR'S CONTROL CHECK REJECTS THE PARTIAL FILE.
           IF  FATAL-ERROR
               DISPLAY 'ABBKNTC  - NOTICE FILE INCOMPLETE, NO TRAILER '
                       'WRITTEN'
               GO TO S200-EXIT.

           MOVE SPACES                     TO BKN-RECORD.
           MOVE 'TR'                       TO BKN-REC-TYPE.
           MOVE WS-CUSTOMERS-OUT-CTR       TO BKN-TR-CUSTOMER-CNT.
           MOVE WS-DETAILS-OUT-CTR         TO BKN-TR-DETAIL-CNT.
           ADD 1                           TO WS-RECORDS-OUT-CTR.
           MOVE WS-RECORDS-OUT-CTR         TO BKN-TR-RECORD-CNT.
           MOVE WS-OPEN-QTY-TOTAL          TO BKN-TR-OPEN-QTY-TOTAL.
           WRITE BKN-RECORD.

       S200-EXIT.
           EXIT.

       S210-PROCESS-ONE-LINE SECTION.

           PERFORM S220-CHECK-NOTICE-HIST.

           IF  FATAL-ERROR
               GO TO S210-EXIT.

      *    A NOTICE ALREADY DATED TODAY CAME FROM AN EARLIER RUN
      *    WHOSE FILE WAS NOT DELIVERED - SEND IT AGAIN UNDER THE
      *    SAME NOTICE NUMBER RATHER THAN HOLD IT BACK.
           MOVE 'N'                        TO WS-SAME-DAY-SW.

           IF  HIST-FOUND
               IF  BNH-LAST-NOTICE-DATE = WS-CURR-DATE-YYYYMMDD
                   MOVE 'Y'                TO WS-SAME-DAY-SW
               ELSE
                   COMPUTE WS-DAYS-SINCE-NOTICE = WS-RUN-DATE-INT -
                       FUNCTION INTEGER-OF-DATE (BNH-LAST-NOTICE-DATE)
                   IF  WS-DAYS-SINCE-NOTICE < WS-RENOTIFY-DAYS
                       ADD 1               TO WS-HELD-BACK-CTR
                       GO TO S210-NEXT
                   END-IF
               END-IF
           END-IF.

           IF  SORT-CUSTOMER NOT = WS-PREV-CUSTOMER
               PERFORM S240-WRITE-CUST-HEADER.

           PERFORM S250-WRITE-LINE-DETAIL.

           PERFORM S260-UPDATE-NOTICE-HIST.

       S210-NEXT.

           PERFORM S290-RETURN-SORTED-LINE.

       S210-EXIT.
           EXIT.

      ******************************************************************
      *   LOOK THE LINE UP ON THE NOTICE HISTORY
      ******************************************************************
       S220-CHECK-NOTICE-HIST SECTION.

           MOVE SORT-REQUEST-DATE          TO BNH-REQUEST-DATE.
           MOVE SORT-COMPANY               TO BNH-COMPANY.
           MOVE SORT-ORDER-NBR             TO BNH-ORDER-NBR.
           MOVE SORT-LINE-NBR              TO BNH-LINE-NBR.

           READ NOTICE-HIST-FILE.

           IF  WS-BNH-STATUS = '00'
               MOVE 'Y'                    TO WS-HIST-FOUND-SW
           ELSE
           IF  WS-BNH-STATUS = '23'
               MOVE 'N'                    TO WS-HIST-FOUND-SW
           ELSE
               DISPLAY 'ABBKNTC  - BAD READ ON BKNHIST, STATUS IS '
                       WS-BNH-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE.

      ******************************************************************
      *   EXPECTED DAYS TO SHIP FOR THIS LINE - EXACT LOCATION AND
      *   METHOD FIRST, THEN THE LOCATION'S '***' ENTRY, THEN THE
      *   RUN DEFAULT.
      ******************************************************************
       S230-FIND-LEAD-DAYS SECTION.

           MOVE 'N'                        TO WS-LTM-FOUND-SW.

           PERFORM S235-MATCH-ONE-ENTRY
               VARYING WS-LTM-IX FROM 1 BY 1
               UNTIL WS-LTM-IX > WS-LTM-COUNT
               OR    LEAD-DAYS-FOUND.

           IF  NOT LEAD-DAYS-FOUND
               MOVE '***'                  TO WS-MATCH-METHOD
               PERFORM S235-MATCH-ONE-ENTRY
                   VARYING WS-LTM-IX FROM 1 BY 1
                   UNTIL WS-LTM-IX > WS-LTM-COUNT
                   OR    LEAD-DAYS-FOUND.

           IF  NOT LEAD-DAYS-FOUND
               MOVE WS-DEFAULT-LEAD-DAYS   TO WS-LINE-LEAD-DAYS.

       S235-MATCH-ONE-ENTRY SECTION.

           IF  WS-LTM-LOCATION (WS-LTM-IX) = WS-MATCH-LOCATION
           AND WS-LTM-SHIP-METHOD (WS-LTM-IX) = WS-MATCH-METHOD
               MOVE WS-LTM-LEAD-DAYS (WS-LTM-IX)
                                           TO WS-LINE-LEAD-DAYS
               MOVE 'Y'                    TO WS-LTM-FOUND-SW.

      ******************************************************************
      *   ONE HEADER PER CUSTOMER, WRITTEN AHEAD OF THE CUSTOMER'S
      *   FIRST LINE ACTUALLY NOTIFIED
      ******************************************************************
       S240-WRITE-CUST-HEADER SECTION.

           MOVE SPACES                     TO BKN-RECORD.
           MOVE 'CH'                       TO BKN-REC-TYPE.
           MOVE SORT-CUSTOMER              TO BKN-CH-CUSTOMER.
           MOVE SORT-CUST-TYPE             TO BKN-CH-CUST-TYPE.
           MOVE SORT-SHIP-CITY             TO BKN-CH-SHIP-CITY.
           MOVE SORT-CUST-STATE            TO BKN-CH-CUST-STATE.
           PERFORM S280-WRITE-NOTICE-REC.

           ADD 1                           TO WS-CUSTOMERS-OUT-CTR.

           MOVE SORT-CUSTOMER              TO WS-PREV-CUSTOMER.

      ******************************************************************
      *   ONE DETAIL PER LATE LINE.  ORIGINAL EXPECTED IS REQUEST
      *   DATE PLUS LEAD DAYS; REVISED EXPECTED IS THE SAME LEAD TIME
      *   COUNTED FROM TODAY.
      ******************************************************************
       S250-WRITE-LINE-DETAIL SECTION.

           SUBTRACT SORT-SHIPPED-QTY FROM SORT-ORDERED-QTY
               GIVING WS-OPEN-QTY.

           COMPUTE WS-ORIG-EXPECT-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (SORT-REQUEST-DATE)
                    + SORT-LEAD-DAYS).

           COMPUTE WS-REVISED-EXPECT-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + SORT-LEAD-DAYS).

           MOVE SPACES                     TO BKN-RECORD.
           MOVE 'LD'                       TO BKN-REC-TYPE.
           MOVE SORT-CUSTOMER              TO BKN-LD-CUSTOMER.
           MOVE SORT-COMPANY               TO BKN-LD-COMPANY.
           MOVE SORT-ORDER-NBR             TO BKN-LD-ORDER-NBR.
           MOVE SORT-LINE-NBR              TO BKN-LD-LINE-NBR.
           MOVE SORT-ITEM                  TO BKN-LD-ITEM.
           MOVE SORT-LONG-DESC             TO BKN-LD-LONG-DESC.
           MOVE SORT-ORDERED-QTY           TO BKN-LD-ORDERED-QTY.
           MOVE SORT-SHIPPED-QTY           TO BKN-LD-SHIPPED-QTY.
           MOVE WS-OPEN-QTY                TO BKN-LD-OPEN-QTY.
           MOVE SORT-REQUEST-DATE          TO BKN-LD-REQUEST-DATE.
           MOVE WS-ORIG-EXPECT-DATE        TO BKN-LD-ORIG-EXPECT-DATE.
           MOVE WS-REVISED-EXPECT-DATE     TO
                BKN-LD-REVISED-EXPECT-DATE.
           MOVE SORT-DAYS-LATE             TO BKN-LD-DAYS-LATE.

           IF  SAME-DAY-RERUN
               MOVE BNH-NOTICE-CNT         TO BKN-LD-NOTICE-NBR
           ELSE
           IF  HIST-FOUND
               COMPUTE BKN-LD-NOTICE-NBR = BNH-NOTICE-CNT + 1
           ELSE
               MOVE 1                      TO BKN-LD-NOTICE-NBR.

           PERFORM S280-WRITE-NOTICE-REC.

           ADD 1                           TO WS-DETAILS-OUT-CTR.
           ADD WS-OPEN-QTY                 TO WS-OPEN-QTY-TOTAL.

      ******************************************************************
      *   RECORD THE NOTICE - A NEW HISTORY RECORD FOR A FIRST
      *   NOTICE, OTHERWISE BUMP THE EXISTING ONE
      ******************************************************************
       S260-UPDATE-NOTICE-HIST SECTION.

           IF  NOT HIST-FOUND
               MOVE SPACES                 TO BNH-RECORD
               MOVE SORT-REQUEST-DATE      TO BNH-REQUEST-DATE
               MOVE SORT-COMPANY           TO BNH-COMPANY
               MOVE SORT-ORDER-NBR         TO BNH-ORDER-NBR
               MOVE SORT-LINE-NBR          TO BNH-LINE-NBR
               MOVE SORT-CUSTOMER          TO BNH-CUSTOMER
               MOVE WS-CURR-DATE-YYYYMMDD  TO BNH-FIRST-NOTICE-DATE
               MOVE ZERO                   TO BNH-NOTICE-CNT.

           MOVE WS-CURR-DATE-YYYYMMDD      TO BNH-LAST-NOTICE-DATE.
           MOVE WS-REVISED-EXPECT-DATE     TO BNH-LAST-REVISED-DATE.
           MOVE WS-OPEN-QTY                TO BNH-LAST-OPEN-QTY.

           IF  BNH-NOTICE-CNT < 999
           AND NOT SAME-DAY-RERUN
               ADD 1                       TO BNH-NOTICE-CNT.

           IF  HIST-FOUND
               REWRITE BNH-RECORD
           ELSE
               WRITE BNH-RECORD.

           IF  WS-BNH-STATUS NOT = '00'
               DISPLAY 'ABBKNTC  - BAD WRITE ON BKNHIST, STATUS IS '
                       WS-BNH-STATUS
               MOVE 'Y'                    TO WS-FATAL-ERROR-SW
               MOVE 16                     TO RETURN-CODE
           ELSE
           IF  HIST-FOUND
               ADD 1                       TO WS-HIST-UPDATED-CTR
           ELSE
               ADD 1                       TO WS-HIST-ADDED-CTR.

       S280-WRITE-NOTICE-REC SECTION.

           WRITE BKN-RECORD.

           ADD 1                           TO WS-RECORDS-OUT-CTR.

       S290-RETURN-SORTED-LINE SECTION.

           RETURN SORT-FILE
                  AT END
                     MOVE 'Y'              TO WS-SORT-EOF-SW.

      ******************************************************************
      *   TERMINATION - COUNTS AND CLOSE
      ******************************************************************
       9000-TERMINATION SECTION.

           DISPLAY '*  *  *  ABBKNTC PROCESSING COUNTS  *  *  *'.

           MOVE WS-HDRS-READ-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT HEADERS READ    = ' WS-DISPLAY-CTR.

           MOVE WS-LINES-READ-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** CURRENT LINES READ      = ' WS-DISPLAY-CTR.

           MOVE WS-SHORT-LINES-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** BACKORDERED LINES       = ' WS-DISPLAY-CTR.

           MOVE WS-LATE-LINES-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** LATE LINES SELECTED     = ' WS-DISPLAY-CTR.

           MOVE WS-HELD-BACK-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** HELD BACK, RECENT NOTICE= ' WS-DISPLAY-CTR.

           MOVE WS-CUSTOMERS-OUT-CTR       TO WS-DISPLAY-CTR.
           DISPLAY '** CUSTOMERS NOTIFIED      = ' WS-DISPLAY-CTR.

           MOVE WS-DETAILS-OUT-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** LINES NOTIFIED          = ' WS-DISPLAY-CTR.

           MOVE WS-RECORDS-OUT-CTR         TO WS-DISPLAY-CTR.
           DISPLAY '** EXTRACT RECORDS OUT     = ' WS-DISPLAY-CTR.

           MOVE WS-HIST-ADDED-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** NOTICE HISTORY ADDED    = ' WS-DISPLAY-CTR.

           MOVE WS-HIST-UPDATED-CTR        TO WS-DISPLAY-CTR.
           DISPLAY '** NOTICE HISTORY UPDATED  = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS.

           CLOSE ABCURRHDR-FILE
                 ABCURRLINE-FILE
                 NOTICE-HIST-FILE
                 NOTICE-EXTRACT.

      ******************************************************************
      *   APPEND THIS RUN'S STATISTICS TO THE COMMON RUN STATS FILE
      *   FOR THE DAILY OPERATIONS RECAP
      ******************************************************************
       9100-WRITE-RUN-STATS SECTION.

           OPEN EXTEND RUN-STATS-FILE.

           ACCEPT WS-RUN-TIME-HHMMSSHH FROM TIME.

           MOVE SPACES                     TO RUNSTAT-RECORD.
           MOVE 'ABBKNTC'                  TO RUNSTAT-PROGRAM-ID.
           MOVE WS-CURR-DATE-YYYYMMDD      TO RUNSTAT-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSSHH (1:6) TO RUNSTAT-RUN-TIME.
           MOVE WS-LATE-LINES-CTR          TO RUNSTAT-INPUT-CNT.
           MOVE WS-DETAILS-OUT-CTR         TO RUNSTAT-OUTPUT-CNT.
           MOVE WS-HELD-BACK-CTR           TO RUNSTAT-EXCEPTION-CNT.
           MOVE RETURN-CODE                TO RUNSTAT-RETURN-CODE.

           WRITE RUN-STATS-REC FROM RUNSTAT-RECORD.

           CLOSE RUN-STATS-FILE.
