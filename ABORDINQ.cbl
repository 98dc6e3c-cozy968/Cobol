       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABORDINQ.
       AUTHOR.        MO SYSTEMS GROUP.
       INSTALLATION.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      ******************************************************************
      *C   PROGRAM ID: ABORDINQ
      *C   TRANSACTION: ABOI          MAPSET: ABOINQM
      *C   FUNCTION:
      *C
      *C   -    ONLINE AB ORDER INQUIRY FOR CUSTOMER SERVICE, BUILT
      *C        ON THE ABEXTPD FIND LIBRARY SO SELECTION FOLLOWS THE
      *C        LIBRARY'S RULES (COMPANY REQUIRED, TRAILING * PREFIX
      *C        MATCH ON CUSTOMER AND CITY), READING BOTH THE HISTORY
      *C        AND THE CURRENT SIDE OF THE AB FILES.
      *C        PSEUDO-CONVERSATIONAL; THE SCREEN STATE TRAVELS IN
      *C        THE COMMAREA.
      *C
      *C   -    SELECTION SCREEN (ABOISEL) TAKES THE PARM FILTERS -
      *C        COMPANY (REQUIRED), CUSTOMER, REQUEST DATE RANGE,
      *C        SHIP METHOD, SHIP CITY AND CUSTOMER STATE.  CUSTOMER
      *C        AND CITY TAKE A TRAILING * FOR A PREFIX MATCH.  A
      *C        REQUEST THE LIBRARY REJECTS COMES BACK TO THIS SCREEN
      *C        WITH ABEXTWS-PARM-ERROR-MSG.
      *C
      *C   -    ORDER LIST (ABOILST) SHOWS TWELVE MATCHING ORDERS A
      *C        PAGE.  PF8 PAGES FORWARD WITH FIND-NEXT, PF7 PAGES
      *C        BACK WITH FIND-PREV.  THE LIBRARY WORK AREA (ABEXTWS)
      *C        IS HELD BETWEEN SCREENS IN TEMPORARY STORAGE QUEUE
      *C        'ABOI' + TERMINAL I-D -
      *C            ITEM 1  POSITION AT THE LAST ROW OF THE PAGE
      *C            ITEM 2  POSITION AT THE FIRST ROW OF THE PAGE
      *C            ITEM 3  POSITION AT THE FIRST ROW OF PAGE ONE
      *C        FIND-PREV DOES NOT APPLY THE FILTERS, SO EVERY ROW
      *C        IS RE-EDITED AGAINST THE SELECTION HERE BEFORE IT IS
      *C        LISTED.  WHEN PAGING BACK RUNS OFF THE FRONT OF THE
      *C        SELECTION (OR OFF THE START OF THE CURRENT SIDE) THE
      *C        FIRST PAGE IS SHOWN.
      *C
      *C   -    ORDER DETAIL (ABOIDTL) - S BESIDE A LISTED ORDER
      *C        SHOWS ITS HEADER AND ITS LINES, TWELVE A PAGE, BY A
      *C        DIRECT FIND ON THE ORDER FOLLOWED BY FIND-NEXT
      *C        THROUGH ITS LINES.
      *C
      *C   -    PF3 ENDS THE INQUIRY FROM ANY SCREEN.  PF12 GOES BACK
      *C        ONE SCREEN.
      *C
      *C   INPUT:
      *C
      *C        ABHISTHDR / ABHISTLINE / ABCURRHDR / ABCURRLINE
      *C                  THROUGH THE ABEXTPD FIND LIBRARY
      *C
      *C   OUTPUT:
      *C
      *C        TERMINAL  MAPSET ABOINQM
      *C        TS QUEUE  ABOI + TERMID, DELETED AT PF3 / NEW SEARCH
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

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  FILLER                           PIC X(36) VALUE
           'WORKING STORAGE FOR ABORDINQ  BEGINS'.

      ************************************************************
      *              S W I T C H E S
      ************************************************************
       77  WS-ROW-OK-SW                PIC X(01) VALUE 'N'.
           88  ROW-PASSES-SELECTION              VALUE 'Y'.
       77  WS-TS-MISSING-SW            PIC X(01) VALUE 'N'.
           88  TS-ITEM-MISSING                   VALUE 'Y'.
       77  WS-BACK-STOP-SW             PIC X(01) VALUE 'N'.
           88  BACK-AT-FRONT                     VALUE 'Y'.
       77  WS-DTL-FOUND-SW             PIC X(01) VALUE 'N'.
           88  DTL-ORDER-FOUND                   VALUE 'Y'.
       77  WS-DTL-END-SW               PIC X(01) VALUE 'N'.
           88  DTL-ORDER-ENDED                   VALUE 'Y'.

      ************************************************************
      *              C I C S   W O R K   A R E A S
      ************************************************************
       77  WS-TRANSID                  PIC X(04) VALUE 'ABOI'.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
       77  WS-TS-ITEM                  PIC S9(04) COMP VALUE ZERO.
       77  WS-TS-LENGTH                PIC S9(04) COMP VALUE ZERO.
       77  WS-ERROR-COMMAND            PIC X(16) VALUE SPACES.

       01  WS-TS-QUEUE.
           05  WS-TSQ-PREFIX           PIC X(04) VALUE 'ABOI'.
           05  WS-TSQ-TERMID           PIC X(04) VALUE SPACES.

       01  WS-END-TEXT                 PIC X(30) VALUE
           'ABOI - AB ORDER INQUIRY ENDED'.

       01  WS-ERROR-TEXT.
           05  F                       PIC X(17) VALUE
               'ABORDINQ - CICS '.
           05  WS-ET-COMMAND           PIC X(16).
           05  F                       PIC X(13) VALUE
               ' FAILED, RESP'.
           05  WS-ET-RESP              PIC -(8)9.

      ************************************************************
      *              C O U N T E R S
      ************************************************************
       77  WS-NEW-ROW-COUNT            PIC S9(04) COMP VALUE ZERO.
       77  WS-ROW-IX                   PIC S9(04) COMP VALUE ZERO.
       77  WS-PICK-ROW                 PIC S9(04) COMP VALUE ZERO.
       77  WS-SCAN-COUNT               PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-SCAN-LIMIT               PIC S9(07) COMP-3 VALUE +5000.
       77  WS-LINE-SEEN                PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-DTL-ROW-COUNT            PIC S9(04) COMP VALUE ZERO.
       77  WS-PREFIX-LEN               PIC S9(04) COMP VALUE ZERO.
       77  WS-PAGE-DISPLAY             PIC ZZZ9.

      ************************************************************
      *              W O R K   A R E A S
      ************************************************************
       77  WS-MESSAGE                  PIC X(78) VALUE SPACES.

      *    IDENTITY OF THE ROW THE LIBRARY HAS JUST RETURNED, AND OF
      *    THE LAST ORDER TAKEN - ROWS COME BACK ONE ORDER LINE AT A
      *    TIME, SO A NEW ORDER IS A CHANGE IN THIS KEY.
       01  WS-ROW-KEY.
           05  WS-RK-SIDE              PIC X(01).
           05  WS-RK-COMPANY           PIC 9(04).
           05  WS-RK-ORDER-NBR         PIC 9(08).
       01  WS-LAST-KEY                 PIC X(13) VALUE LOW-VALUES.

      *    ONE LIST ROW AS CARRIED IN THE COMMAREA
       01  WS-ROW-WORK.
           05  WS-RW-KEY.
               10  WS-RW-SIDE          PIC X(01).
                   88  WS-RW-HISTORY             VALUE 'H'.
                   88  WS-RW-CURRENT             VALUE 'C'.
               10  WS-RW-COMPANY       PIC 9(04).
               10  WS-RW-ORDER-NBR     PIC 9(08).
           05  WS-RW-ORDSRCE-CODE      PIC X(03).
           05  WS-RW-ORDSRCE-YR        PIC 9(02).
           05  WS-RW-ORDSRCE-NBR       PIC 9(06).
           05  WS-RW-TEXT              PIC X(76).

      *    PAGE BEING BUILT - MOVED TO THE COMMAREA ONLY WHEN IT HAS
      *    ROWS, SO A FAILED PF8 OR PF7 LEAVES THE SCREEN AS IT WAS
       01  WS-NEW-PAGE.
           05  WS-NEW-ROW              PIC X(100) OCCURS 12 TIMES.

       01  WS-DATE-IN.
           05  WS-DI-CCYY.
               10  WS-DI-CC            PIC 9(02).
               10  WS-DI-YY            PIC 9(02).
           05  WS-DI-MM                PIC 9(02).
           05  WS-DI-DD                PIC 9(02).
       01  WS-DATE-IN-N REDEFINES WS-DATE-IN
                                       PIC 9(08).

       01  WS-DATE-OUT.
           05  WS-DO-MM                PIC 9(02).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-DO-DD                PIC 9(02).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-DO-CCYY              PIC 9(04).

       01  WS-SHORT-DATE-OUT.
           05  WS-SDO-MM               PIC 9(02).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-SDO-DD               PIC 9(02).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-SDO-YY               PIC 9(02).

      ************************************************************
      *              S C R E E N   L I N E   L A Y O U T S
      ************************************************************
       01  WS-LIST-LINE.
           05  LL-ORDER-NBR            PIC 9(08).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-REQUEST-DATE         PIC X(10).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-CUSTOMER             PIC X(09).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-SHIP-METHOD          PIC X(03).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-SHIP-CITY            PIC X(18).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-CUST-STATE           PIC X(02).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-FILE                 PIC X(04).
           05  F                       PIC X(01)   VALUE SPACE.
           05  LL-ORDSRCE-CODE         PIC X(03).
           05  F                       PIC X(01)   VALUE '-'.
           05  LL-ORDSRCE-YR           PIC 9(02).
           05  F                       PIC X(01)   VALUE '-'.
           05  LL-ORDSRCE-NBR          PIC 9(06).
           05  F                       PIC X(02)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-LINE-NBR             PIC ZZZ9.
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-SHIPMENT-NBR         PIC ZZZ9.
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-ITEM                 PIC X(15).
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-DESCRIPTION          PIC X(14).
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-ORDERED-QTY          PIC -ZZZZZZ9.
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-SHIPPED-QTY          PIC -ZZZZZZ9.
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-UNIT-PRICE           PIC ZZZZZZ9.99.
           05  F                       PIC X(01)   VALUE SPACE.
           05  DL-SHIP-DATE            PIC X(08).

       01  WS-ORDSRCE-OUT.
           05  WS-OO-CODE              PIC X(03).
           05  F                       PIC X(01)   VALUE '-'.
           05  WS-OO-YR                PIC 9(02).
           05  F                       PIC X(01)   VALUE '-'.
           05  WS-OO-NBR               PIC 9(06).

       01  WS-SAP-OVERRIDE-OUT.
           05  WS-SO-COMPANY           PIC X(04).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-SO-BUS-AREA          PIC X(04).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-SO-COST-CENTER       PIC X(10).
           05  F                       PIC X(01)   VALUE '/'.
           05  WS-SO-ACCOUNT           PIC X(10).

      ************************************************************
      *              C O M M A R E A
      *
      *    THE SELECTION, THE LIST PAGE ON THE SCREEN AND THE
      *    ORDER BEING SHOWN ON THE DETAIL SCREEN.
      ************************************************************
       01  WS-COMMAREA.
           05  CA-SCREEN               PIC X(01).
               88  CA-ON-SELECTION               VALUE 'S'.
               88  CA-ON-LIST                    VALUE 'L'.
               88  CA-ON-DETAIL                  VALUE 'D'.
           05  CA-FILTERS.
               10  CA-COMPANY          PIC X(04).
               10  CA-COMPANY-N REDEFINES
                   CA-COMPANY          PIC 9(04).
               10  CA-CUSTOMER         PIC X(09).
               10  CA-FR-DATE          PIC X(08).
               10  CA-FR-DATE-N REDEFINES
                   CA-FR-DATE          PIC 9(08).
               10  CA-TO-DATE          PIC X(08).
               10  CA-TO-DATE-N REDEFINES
                   CA-TO-DATE          PIC 9(08).
               10  CA-SHIP-METHOD      PIC X(03).
               10  CA-SHIP-CITY        PIC X(18).
               10  CA-CUST-STATE       PIC X(02).
           05  CA-PAGE-NBR             PIC 9(04).
           05  CA-LIST-END-SW          PIC X(01).
               88  CA-LIST-AT-END                VALUE 'Y'.
           05  CA-ROW-COUNT            PIC 9(02).
           05  CA-LIST-ROW             PIC X(100) OCCURS 12 TIMES.
           05  CA-DETAIL.
               10  CA-DTL-ROW          PIC 9(02).
               10  CA-DTL-SKIP         PIC 9(04).
               10  CA-DTL-MORE-SW      PIC X(01).
                   88  CA-DTL-MORE-LINES         VALUE 'Y'.

      ************************************************************
      *              M A P S   A N D   F I N D   L I B R A R Y
      ************************************************************
       COPY ABOINQM.

       COPY DFHAID.

       COPY DFHBMSCA.

       COPY ABEXTWS.

       01  FILLER                           PIC X(34) VALUE
           'WORKING STORAGE FOR ABORDINQ  ENDS'.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(1267).

       PROCEDURE DIVISION.

      ******************************************************************
      *   MAINLINE CONTROL - FIRST ENTRY SHOWS AN EMPTY SELECTION
      *   SCREEN; EVERY LATER ENTRY IS ROUTED BY THE SCREEN THE
      *   OPERATOR WAS ON.
      ******************************************************************
       0000-MAINLINE SECTION.

           MOVE EIBTRMID                   TO WS-TSQ-TERMID.
           MOVE SPACES                     TO WS-MESSAGE.

           IF  EIBCALEN = ZERO
               INITIALIZE                     WS-COMMAREA
               PERFORM S700-SEND-SELECTION
           ELSE
               MOVE DFHCOMMAREA            TO WS-COMMAREA
               IF  EIBAID = DFHPF3
                   PERFORM S900-END-INQUIRY
               ELSE
               IF  CA-ON-SELECTION
                   PERFORM S100-SELECTION-INPUT
               ELSE
               IF  CA-ON-LIST
                   PERFORM S200-LIST-INPUT
               ELSE
                   PERFORM S300-DETAIL-INPUT.

           EXEC CICS RETURN TRANSID  (WS-TRANSID)
                            COMMAREA (WS-COMMAREA)
                            LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.

           GOBACK.

      ******************************************************************
      *   SELECTION SCREEN - CLEAR RESETS IT, ENTER STARTS A NEW
      *   SEARCH.  THE LIBRARY DOES THE EDITING; A REJECTED REQUEST
      *   COMES BACK HERE WITH ITS MESSAGE.
      ******************************************************************
       S100-SELECTION-INPUT SECTION.

           IF  EIBAID = DFHCLEAR
               INITIALIZE                     CA-FILTERS
               PERFORM S700-SEND-SELECTION
               GO TO S100-EXIT.

           IF  EIBAID NOT = DFHENTER
               MOVE 'PRESS ENTER TO SEARCH OR PF3 TO EXIT'
                                           TO WS-MESSAGE
               PERFORM S700-SEND-SELECTION
               GO TO S100-EXIT.

           EXEC CICS RECEIVE MAP    ('ABOISEL')
                             MAPSET ('ABOINQM')
                             INTO   (ABOISELI)
                             RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(MAPFAIL)
               INITIALIZE                     CA-FILTERS
           ELSE
           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM S110-TAKE-SELECTION
           ELSE
               MOVE 'RECEIVE MAP'          TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

           IF  CA-COMPANY NOT = SPACES
           AND CA-COMPANY NOT NUMERIC
               MOVE 'COMPANY MUST BE NUMERIC'
                                           TO WS-MESSAGE
               PERFORM S700-SEND-SELECTION
               GO TO S100-EXIT.

           PERFORM S150-START-SEARCH.

           IF  ABEXTWS-PARM-ERROR
               MOVE ABEXTWS-PARM-ERROR-MSG TO WS-MESSAGE
               PERFORM S700-SEND-SELECTION
               GO TO S100-EXIT.

           IF  WS-NEW-ROW-COUNT = ZERO
               IF  CA-LIST-AT-END
                   MOVE 'NO ORDERS MATCH THE SELECTION'
                                           TO WS-MESSAGE
               ELSE
                   MOVE 'NO MATCH IN THE FIRST 5,000 LINES READ - NAR
      -                 'ROW THE SELECTION'
                                           TO WS-MESSAGE
               END-IF
               PERFORM S700-SEND-SELECTION
               GO TO S100-EXIT.

           MOVE 1                          TO CA-PAGE-NBR.
           PERFORM S270-ACCEPT-NEW-PAGE.
           PERFORM S710-SEND-LIST.

       S100-EXIT.
           EXIT.

      ******************************************************************
      *   PICK THE SELECTION FIELDS OFF THE SCREEN.  A FIELD THE
      *   OPERATOR LEFT EMPTY COMES BACK AS NULLS.
      ******************************************************************
       S110-TAKE-SELECTION SECTION.

           INITIALIZE                         CA-FILTERS.

           IF  SCOMPL > ZERO
               MOVE SCOMPI                 TO CA-COMPANY.
           IF  SCUSTL > ZERO
               MOVE SCUSTI                 TO CA-CUSTOMER.
           IF  SFRDTL > ZERO
               MOVE SFRDTI                 TO CA-FR-DATE.
           IF  STODTL > ZERO
               MOVE STODTI                 TO CA-TO-DATE.
           IF  SSHPML > ZERO
               MOVE SSHPMI                 TO CA-SHIP-METHOD.
           IF  SCITYL > ZERO
               MOVE SCITYI                 TO CA-SHIP-CITY.
           IF  SSTATL > ZERO
               MOVE SSTATI                 TO CA-CUST-STATE.

           INSPECT CA-FILTERS REPLACING ALL LOW-VALUES BY SPACES.

      ******************************************************************
      *   START A NEW SEARCH.  THE FILTERS GO TO THE LIBRARY AND ARE
      *   EDITED BY ITS FIND RULES (COMPANY REQUIRED, TRAILING * FOR
      *   A PREFIX MATCH ON CUSTOMER AND CITY); THE FIRST ROW COMES
      *   BACK WITH THE START-FIND.  THE QUEUE IS REBUILT WITH ALL
      *   THREE ITEMS AT THAT FIRST ROW BEFORE THE FIRST PAGE IS
      *   FILLED.
      ******************************************************************
       S150-START-SEARCH SECTION.

           MOVE ZERO                       TO WS-NEW-ROW-COUNT.
           MOVE 'N'                        TO CA-LIST-END-SW.

           IF  CA-COMPANY = SPACES
               MOVE ZERO                   TO ABEXTWS-WORK-COMPANY
           ELSE
               MOVE CA-COMPANY-N           TO ABEXTWS-WORK-COMPANY.

           MOVE CA-CUSTOMER                TO ABEXTWS-WORK-CUSTOMER.
           MOVE CA-SHIP-METHOD             TO ABEXTWS-WORK-SHIP-METHOD.
           MOVE CA-SHIP-CITY               TO ABEXTWS-WORK-SHIP-CITY.
           MOVE CA-CUST-STATE              TO ABEXTWS-WORK-CUST-STATE.
           MOVE CA-FR-DATE                 TO ABEXTWS-PARM-FR-DATE.
           MOVE CA-TO-DATE                 TO ABEXTWS-PARM-TO-DATE.

           SET ABEXTWS-EXT-START-FIND      TO TRUE.
           PERFORM 1000-ABEXT-CONTROL.

           IF  ABEXTWS-PARM-ERROR
               GO TO S150-EXIT.

           IF  ABEXTWS-PROCESS-EOF
               MOVE 'Y'                    TO CA-LIST-END-SW
               GO TO S150-EXIT.

           PERFORM S800-DELETE-QUEUE.

           MOVE 1                          TO WS-TS-ITEM.
           PERFORM S810-WRITE-NEW-ITEM.
           MOVE 2                          TO WS-TS-ITEM.
           PERFORM S810-WRITE-NEW-ITEM.
           MOVE 3                          TO WS-TS-ITEM.
           PERFORM S810-WRITE-NEW-ITEM.

           MOVE LOW-VALUES                 TO WS-LAST-KEY.
           PERFORM S250-FILL-FORWARD.

       S150-EXIT.
           EXIT.

      ******************************************************************
      *   ORDER LIST - ENTER SHOWS THE ORDER MARKED S, PF7 / PF8
      *   PAGE, PF12 GOES BACK TO THE SELECTION.
      ******************************************************************
       S200-LIST-INPUT SECTION.

           IF  EIBAID = DFHPF12
               PERFORM S800-DELETE-QUEUE
               PERFORM S700-SEND-SELECTION
           ELSE
           IF  EIBAID = DFHPF8
               PERFORM S220-PAGE-FORWARD
           ELSE
           IF  EIBAID = DFHPF7
               PERFORM S230-PAGE-BACK
           ELSE
           IF  EIBAID = DFHENTER
               PERFORM S210-PICK-ORDER
           ELSE
               MOVE 'INVALID KEY - SEE THE KEYS AT THE FOOT OF THE SCR
      -             'EEN'                  TO WS-MESSAGE
               PERFORM S710-SEND-LIST.

       S210-PICK-ORDER SECTION.

           EXEC CICS RECEIVE MAP    ('ABOILST')
                             MAPSET ('ABOINQM')
                             INTO   (ABOILSTI)
                             RESP   (WS-RESP)
           END-EXEC.

           MOVE ZERO                       TO WS-PICK-ROW.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM S215-CHECK-ONE-PICK
                   VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > CA-ROW-COUNT
                      OR WS-PICK-ROW > ZERO
           ELSE
           IF  WS-RESP NOT = DFHRESP(MAPFAIL)
               MOVE 'RECEIVE MAP'          TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

           IF  WS-PICK-ROW = ZERO
               MOVE 'TYPE S BESIDE AN ORDER TO SEE ITS LINES'
                                           TO WS-MESSAGE
               PERFORM S710-SEND-LIST
               GO TO S210-EXIT.

           MOVE WS-PICK-ROW                TO CA-DTL-ROW.
           MOVE ZERO                       TO CA-DTL-SKIP.

           PERFORM S350-BUILD-DETAIL.

           IF  DTL-ORDER-FOUND
               PERFORM S720-SEND-DETAIL
           ELSE
               MOVE 'THAT ORDER IS NO LONGER ON FILE'
                                           TO WS-MESSAGE
               PERFORM S710-SEND-LIST.

       S210-EXIT.
           EXIT.

       S215-CHECK-ONE-PICK SECTION.

           IF  LSTV-SELL (WS-ROW-IX) > ZERO
           AND LSTV-SELI (WS-ROW-IX) NOT = SPACE
           AND LSTV-SELI (WS-ROW-IX) NOT = LOW-VALUE
               MOVE WS-ROW-IX              TO WS-PICK-ROW.

      ******************************************************************
      *   PF8 - PICK UP THE LIBRARY WHERE THE LAST ROW OF THIS PAGE
      *   LEFT IT AND FIND-NEXT THE NEXT TWELVE ORDERS.
      ******************************************************************
       S220-PAGE-FORWARD SECTION.

           IF  CA-LIST-AT-END
               MOVE 'END OF LIST - NO MORE ORDERS'
                                           TO WS-MESSAGE
               PERFORM S710-SEND-LIST
               GO TO S220-EXIT.

           MOVE 1                          TO WS-TS-ITEM.
           PERFORM S830-READ-ITEM.

           IF  TS-ITEM-MISSING
               PERFORM S240-INQUIRY-EXPIRED
               GO TO S220-EXIT.

           MOVE CA-LIST-ROW (CA-ROW-COUNT) TO WS-ROW-WORK.
           MOVE WS-RW-KEY                  TO WS-LAST-KEY.

           PERFORM S250-FILL-FORWARD.

           IF  WS-NEW-ROW-COUNT = ZERO
               IF  CA-LIST-AT-END
                   MOVE 'END OF LIST - NO MORE ORDERS'
                                           TO WS-MESSAGE
               ELSE
                   MOVE 'NO MATCH IN THE NEXT 5,000 LINES READ - PRESS
      -                 ' PF8 TO GO ON'    TO WS-MESSAGE
               END-IF
               PERFORM S710-SEND-LIST
               GO TO S220-EXIT.

           ADD 1                           TO CA-PAGE-NBR.
           PERFORM S270-ACCEPT-NEW-PAGE.
           PERFORM S710-SEND-LIST.

       S220-EXIT.
           EXIT.

      ******************************************************************
      *   PF7 - POSITION THE LIBRARY ON THE FIRST ORDER OF THIS PAGE
      *   AND FIND-PREV BACK TWELVE ORDERS THAT PASS THE SELECTION.
      *   PAGE TWO GOES STRAIGHT TO THE SAVED FIRST PAGE, AS DOES
      *   ANY PAGE THAT RUNS OUT BEFORE TWELVE ARE FOUND.
      ******************************************************************
       S230-PAGE-BACK SECTION.

           IF  CA-PAGE-NBR NOT > 1
               MOVE 'TOP OF LIST'          TO WS-MESSAGE
               PERFORM S710-SEND-LIST
               GO TO S230-EXIT.

           IF  CA-PAGE-NBR = 2
               PERFORM S245-FIRST-PAGE
               GO TO S230-EXIT.

           MOVE 2                          TO WS-TS-ITEM.
           PERFORM S830-READ-ITEM.

           IF  TS-ITEM-MISSING
               PERFORM S240-INQUIRY-EXPIRED
               GO TO S230-EXIT.

           MOVE CA-LIST-ROW (1)            TO WS-ROW-WORK.
           MOVE WS-RW-KEY                  TO WS-LAST-KEY.
           MOVE ZERO                       TO WS-NEW-ROW-COUNT
                                              WS-SCAN-COUNT.
           MOVE 'N'                        TO WS-BACK-STOP-SW.
           MOVE SPACES                     TO WS-NEW-PAGE.

           PERFORM S235-TAKE-PREVIOUS-ROW
               UNTIL WS-NEW-ROW-COUNT = 12
                  OR BACK-AT-FRONT
                  OR WS-SCAN-COUNT > WS-SCAN-LIMIT.

           IF  WS-NEW-ROW-COUNT < 12
               PERFORM S245-FIRST-PAGE
               GO TO S230-EXIT.

           MOVE 2                          TO WS-TS-ITEM.
           PERFORM S820-REWRITE-ITEM.

           SUBTRACT 1                      FROM CA-PAGE-NBR.
           MOVE 'N'                        TO CA-LIST-END-SW.
           PERFORM S270-ACCEPT-NEW-PAGE.
           PERFORM S710-SEND-LIST.

       S230-EXIT.
           EXIT.

      ******************************************************************
      *   ONE FIND-PREV.  THE LIBRARY REPOSITIONS FROM ITS KEY SET,
      *   SO THE KEY OF THE ORDER NOW HELD IS PUT THERE FIRST, AND
      *   THE LINE SIDE IS MARKED DONE SO THE STEP IS A WHOLE ORDER.
      *   ROWS FILL THE PAGE FROM THE BOTTOM UP; THE FIRST ONE TAKEN
      *   IS THE NEW LAST ROW, SO ITS POSITION IS SAVED AS ITEM 1.
      ******************************************************************
       S235-TAKE-PREVIOUS-ROW SECTION.

           ADD 1                           TO WS-SCAN-COUNT.

           IF  ABEXTWS-ABHISTHDR-EOF
               MOVE ABEXTWS-WHH-COMPANY    TO ABEXTWS-XCHSET1-COMPANY
               MOVE ABEXTWS-WHH-ORDSRCE-CODE
                                      TO ABEXTWS-XCHSET1-ORDSRCE-CODE
               MOVE ABEXTWS-WHH-ORDSRCE-YR
                                      TO ABEXTWS-XCHSET1-ORDSRCE-YR
               MOVE ABEXTWS-WHH-ORDSRCE-NBR
                                      TO ABEXTWS-XCHSET1-ORDSRCE-NBR
               SET ABEXTWS-ABCURRLINE-NOTFOUND TO TRUE
           ELSE
               MOVE 3                      TO ABEXTWS-XHHSET
               MOVE ABEXTWS-WHH-COMPANY    TO ABEXTWS-XHHSET3-COMPANY
               MOVE ABEXTWS-WHH-ORDER-NBR  TO ABEXTWS-XHHSET3-ORDER-NBR
               SET ABEXTWS-ABHISTLINE-NOTFOUND TO TRUE.

           SET ABEXTWS-EXT-FIND-PREV       TO TRUE.
           PERFORM 1000-ABEXT-CONTROL.

           IF  ABEXTWS-PROCESS-EOF
           OR  ABEXTWS-WHH-COMPANY NOT = CA-COMPANY-N
               MOVE 'Y'                    TO WS-BACK-STOP-SW
               GO TO S235-EXIT.

           PERFORM S280-SET-ROW-KEY.

           IF  WS-ROW-KEY = WS-LAST-KEY
               GO TO S235-EXIT.

           MOVE WS-ROW-KEY                 TO WS-LAST-KEY.

           PERFORM S290-CHECK-ROW-SELECTION.

           IF  NOT ROW-PASSES-SELECTION
               GO TO S235-EXIT.

           ADD 1                           TO WS-NEW-ROW-COUNT.
           COMPUTE WS-ROW-IX = 13 - WS-NEW-ROW-COUNT.
           PERFORM S285-BUILD-LIST-ROW.

           IF  WS-NEW-ROW-COUNT = 1
               MOVE 1                      TO WS-TS-ITEM
               PERFORM S820-REWRITE-ITEM.

       S235-EXIT.
           EXIT.

       S240-INQUIRY-EXPIRED SECTION.

           MOVE 'INQUIRY EXPIRED - ENTER THE SELECTION AGAIN'
                                           TO WS-MESSAGE.
           PERFORM S700-SEND-SELECTION.

      ******************************************************************
      *   REBUILD PAGE ONE FROM THE POSITION SAVED AT ITS FIRST ROW.
      ******************************************************************
       S245-FIRST-PAGE SECTION.

           MOVE 3                          TO WS-TS-ITEM.
           PERFORM S830-READ-ITEM.

           IF  TS-ITEM-MISSING
               PERFORM S240-INQUIRY-EXPIRED
               GO TO S245-EXIT.

           MOVE LOW-VALUES                 TO WS-LAST-KEY.
           MOVE 'N'                        TO CA-LIST-END-SW.

           PERFORM S250-FILL-FORWARD.

           IF  WS-NEW-ROW-COUNT = ZERO
               PERFORM S240-INQUIRY-EXPIRED
               GO TO S245-EXIT.

           MOVE 1                          TO CA-PAGE-NBR.
           PERFORM S270-ACCEPT-NEW-PAGE.
           PERFORM S710-SEND-LIST.

       S245-EXIT.
           EXIT.

      ******************************************************************
      *   FILL A PAGE FORWARD FROM WHERE THE LIBRARY STANDS.  THE ROW
      *   IT HOLDS NOW IS LOOKED AT FIRST (A CARRIED-OVER ROW FROM
      *   THE LAST PAGE FALLS OUT ON ITS KEY).  THE FIRST ROW TAKEN
      *   SAVES ITEM 2; A FULL PAGE SAVES ITEM 1; EOF MARKS THE END
      *   OF THE LIST.
      ******************************************************************
       S250-FILL-FORWARD SECTION.

           MOVE ZERO                       TO WS-NEW-ROW-COUNT
                                              WS-SCAN-COUNT.
           MOVE SPACES                     TO WS-NEW-PAGE.

           IF  ABEXTWS-PROCESS-EOF
               MOVE 'Y'                    TO CA-LIST-END-SW
               GO TO S250-EXIT.

           PERFORM S260-TAKE-FORWARD-ROW.

           PERFORM S255-NEXT-FORWARD-ROW
               UNTIL WS-NEW-ROW-COUNT = 12
                  OR ABEXTWS-PROCESS-EOF
                  OR WS-SCAN-COUNT > WS-SCAN-LIMIT.

           IF  ABEXTWS-PROCESS-EOF
               MOVE 'Y'                    TO CA-LIST-END-SW
           ELSE
               MOVE 1                      TO WS-TS-ITEM
               PERFORM S820-REWRITE-ITEM.

       S250-EXIT.
           EXIT.

       S255-NEXT-FORWARD-ROW SECTION.

           SET ABEXTWS-EXT-FIND-NEXT       TO TRUE.
           PERFORM 1000-ABEXT-CONTROL.

           IF  NOT ABEXTWS-PROCESS-EOF
               PERFORM S260-TAKE-FORWARD-ROW.

       S260-TAKE-FORWARD-ROW SECTION.

           ADD 1                           TO WS-SCAN-COUNT.

           PERFORM S280-SET-ROW-KEY.

           IF  WS-ROW-KEY = WS-LAST-KEY
               GO TO S260-EXIT.

           MOVE WS-ROW-KEY                 TO WS-LAST-KEY.

           PERFORM S290-CHECK-ROW-SELECTION.

           IF  NOT ROW-PASSES-SELECTION
               GO TO S260-EXIT.

           ADD 1                           TO WS-NEW-ROW-COUNT.
           MOVE WS-NEW-ROW-COUNT           TO WS-ROW-IX.
           PERFORM S285-BUILD-LIST-ROW.

           IF  WS-NEW-ROW-COUNT = 1
               MOVE 2                      TO WS-TS-ITEM
               PERFORM S820-REWRITE-ITEM.

       S260-EXIT.
           EXIT.

       S270-ACCEPT-NEW-PAGE SECTION.

           MOVE WS-NEW-ROW-COUNT           TO CA-ROW-COUNT.

           PERFORM S275-MOVE-ONE-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > 12.

       S275-MOVE-ONE-ROW SECTION.

           MOVE WS-NEW-ROW (WS-ROW-IX)     TO CA-LIST-ROW (WS-ROW-IX).

      ******************************************************************
      *   WHICH ORDER THE LIBRARY IS HOLDING.  ONCE THE HISTORY SIDE
      *   IS AT EOF THE ROWS ARE FROM THE CURRENT SIDE.
      ******************************************************************
       S280-SET-ROW-KEY SECTION.

           IF  ABEXTWS-ABHISTHDR-EOF
               MOVE 'C'                    TO WS-RK-SIDE
           ELSE
               MOVE 'H'                    TO WS-RK-SIDE.

           MOVE ABEXTWS-WHH-COMPANY        TO WS-RK-COMPANY.
           MOVE ABEXTWS-WHH-ORDER-NBR      TO WS-RK-ORDER-NBR.

       S285-BUILD-LIST-ROW SECTION.

           MOVE WS-ROW-KEY                 TO WS-RW-KEY.
           MOVE ABEXTWS-WHH-ORDSRCE-CODE   TO WS-RW-ORDSRCE-CODE
                                              LL-ORDSRCE-CODE.
           MOVE ABEXTWS-WHH-ORDSRCE-YR     TO WS-RW-ORDSRCE-YR
                                              LL-ORDSRCE-YR.
           MOVE ABEXTWS-WHH-ORDSRCE-NBR    TO WS-RW-ORDSRCE-NBR
                                              LL-ORDSRCE-NBR.

           MOVE ABEXTWS-WHH-ORDER-NBR      TO LL-ORDER-NBR.
           MOVE ABEXTWS-WHH-REQUEST-DATE   TO WS-DATE-IN-N.
           PERFORM S295-EDIT-DATE.
           MOVE WS-DATE-OUT                TO LL-REQUEST-DATE.
           MOVE ABEXTWS-WHH-CUSTOMER       TO LL-CUSTOMER.
           MOVE ABEXTWS-WHH-SHIP-METHOD    TO LL-SHIP-METHOD.
           MOVE ABEXTWS-WHH-SHIP-CITY      TO LL-SHIP-CITY.
           MOVE ABEXTWS-WHH-CUST-STATE     TO LL-CUST-STATE.

           IF  WS-RK-SIDE = 'C'
               MOVE 'CURR'                 TO LL-FILE
           ELSE
               MOVE 'HIST'                 TO LL-FILE.

           MOVE WS-LIST-LINE               TO WS-RW-TEXT.
           MOVE WS-ROW-WORK                TO WS-NEW-ROW (WS-ROW-IX).

      ******************************************************************
      *   RE-EDIT A ROW AGAINST THE SELECTION THE SAME WAY THE
      *   LIBRARY'S FILTERS DO - A TRAILING * ON CUSTOMER OR CITY IS
      *   A PREFIX, AND THE DATE RANGE (WHEN IT IS A USABLE ONE) IS
      *   EXCLUSIVE OF BOTH ENDS.
      ******************************************************************
       S290-CHECK-ROW-SELECTION SECTION.

           MOVE 'N'                        TO WS-ROW-OK-SW.

           IF  ABEXTWS-WHH-COMPANY NOT = CA-COMPANY-N
               GO TO S290-EXIT.

           IF  CA-CUSTOMER NOT = SPACES
               MOVE ZERO                   TO WS-PREFIX-LEN
               INSPECT CA-CUSTOMER TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
               IF  WS-PREFIX-LEN = 9
                   IF  ABEXTWS-WHH-CUSTOMER NOT = CA-CUSTOMER
                       GO TO S290-EXIT
                   END-IF
               ELSE
               IF  WS-PREFIX-LEN > ZERO
                   IF  ABEXTWS-WHH-CUSTOMER (1:WS-PREFIX-LEN) NOT =
                       CA-CUSTOMER (1:WS-PREFIX-LEN)
                       GO TO S290-EXIT.

           IF  CA-SHIP-CITY NOT = SPACES
               MOVE ZERO                   TO WS-PREFIX-LEN
               INSPECT CA-SHIP-CITY TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
               IF  WS-PREFIX-LEN = 18
                   IF  ABEXTWS-WHH-SHIP-CITY NOT = CA-SHIP-CITY
                       GO TO S290-EXIT
                   END-IF
               ELSE
               IF  WS-PREFIX-LEN > ZERO
                   IF  ABEXTWS-WHH-SHIP-CITY (1:WS-PREFIX-LEN) NOT =
                       CA-SHIP-CITY (1:WS-PREFIX-LEN)
                       GO TO S290-EXIT.

           IF  CA-SHIP-METHOD NOT = SPACES
           AND ABEXTWS-WHH-SHIP-METHOD NOT = CA-SHIP-METHOD
               GO TO S290-EXIT.

           IF  CA-CUST-STATE NOT = SPACES
           AND ABEXTWS-WHH-CUST-STATE NOT = CA-CUST-STATE
               GO TO S290-EXIT.

           IF  CA-FR-DATE NUMERIC
           AND CA-TO-DATE NUMERIC
           AND CA-FR-DATE-N < CA-TO-DATE-N
               IF  ABEXTWS-WHH-REQUEST-DATE NOT > CA-FR-DATE-N
               OR  ABEXTWS-WHH-REQUEST-DATE NOT < CA-TO-DATE-N
                   GO TO S290-EXIT.

           MOVE 'Y'                        TO WS-ROW-OK-SW.

       S290-EXIT.
           EXIT.

      ******************************************************************
      *   CCYYMMDD IN WS-DATE-IN TO MM/DD/CCYY AND MM/DD/YY.  A ZERO
      *   DATE SHOWS AS SPACES.
      ******************************************************************
       S295-EDIT-DATE SECTION.

           IF  WS-DATE-IN-N = ZERO
               MOVE SPACES                 TO WS-DATE-OUT
                                              WS-SHORT-DATE-OUT
           ELSE
               MOVE WS-DI-MM               TO WS-DO-MM
                                              WS-SDO-MM
               MOVE WS-DI-DD               TO WS-DO-DD
                                              WS-SDO-DD
               MOVE WS-DI-CCYY             TO WS-DO-CCYY
               MOVE WS-DI-YY               TO WS-SDO-YY.

      ******************************************************************
      *   ORDER DETAIL - PF7 / PF8 PAGE THE LINES, PF12 GOES BACK TO
      *   THE LIST AS IT WAS, ENTER REFRESHES.
      ******************************************************************
       S300-DETAIL-INPUT SECTION.

           IF  EIBAID = DFHPF12
               PERFORM S710-SEND-LIST
               GO TO S300-EXIT.

           IF  EIBAID = DFHPF8
               IF  CA-DTL-MORE-LINES
                   ADD 12                  TO CA-DTL-SKIP
               ELSE
                   MOVE 'LAST PAGE OF LINES'
                                           TO WS-MESSAGE
               END-IF
           ELSE
           IF  EIBAID = DFHPF7
               IF  CA-DTL-SKIP > ZERO
                   SUBTRACT 12             FROM CA-DTL-SKIP
               ELSE
                   MOVE 'FIRST PAGE OF LINES'
                                           TO WS-MESSAGE
               END-IF
           ELSE
           IF  EIBAID NOT = DFHENTER
               MOVE 'INVALID KEY - SEE THE KEYS AT THE FOOT OF THE SCR
      -             'EEN'                  TO WS-MESSAGE.

           PERFORM S350-BUILD-DETAIL.

           IF  DTL-ORDER-FOUND
               PERFORM S720-SEND-DETAIL
           ELSE
               MOVE 'THAT ORDER IS NO LONGER ON FILE'
                                           TO WS-MESSAGE
               PERFORM S710-SEND-LIST.

       S300-EXIT.
           EXIT.

      ******************************************************************
      *   DIRECT FIND ON THE ORDER PICKED FROM THE LIST - COMPANY AND
      *   ORDER ON THE HISTORY SIDE, COMPANY AND ORDER SOURCE ON THE
      *   CURRENT SIDE (WHICH MAY LAND ON AN EARLIER ORDER FROM THE
      *   SAME SOURCE, SO FIND-NEXT ON TO THE ONE WANTED).  THEN
      *   FIND-NEXT THROUGH ITS LINES, SKIPPING THE PAGES ALREADY
      *   SEEN AND READING ONE PAST THE PAGE TO KNOW IF MORE FOLLOW.
      ******************************************************************
       S350-BUILD-DETAIL SECTION.

           MOVE LOW-VALUES                 TO ABOIDTLO.
           MOVE 'N'                        TO WS-DTL-FOUND-SW
                                              WS-DTL-END-SW
                                              CA-DTL-MORE-SW.
           MOVE ZERO                       TO WS-SCAN-COUNT
                                              WS-DTL-ROW-COUNT
                                              WS-LINE-SEEN.

           MOVE CA-LIST-ROW (CA-DTL-ROW)   TO WS-ROW-WORK.

           IF  WS-RW-HISTORY
               MOVE WS-RW-COMPANY          TO ABEXTWS-XHHP-COMPANY
               MOVE WS-RW-ORDER-NBR        TO ABEXTWS-XHHP-ORDER-NBR
               SET ABEXTWS-PROCESS-HIST-ONLY  TO TRUE
           ELSE
               MOVE WS-RW-COMPANY          TO ABEXTWS-XCHP-COMPANY
               MOVE WS-RW-ORDSRCE-CODE     TO ABEXTWS-XCHP-ORDSRCE-CODE
               MOVE WS-RW-ORDSRCE-YR       TO ABEXTWS-XCHP-ORDSRCE-YR
               MOVE WS-RW-ORDSRCE-NBR      TO ABEXTWS-XCHP-ORDSRCE-NBR
               SET ABEXTWS-PROCESS-CURR-ONLY  TO TRUE.

           SET ABEXTWS-EXT-FIND            TO TRUE.
           PERFORM 1000-ABEXT-CONTROL.

           PERFORM S355-SEEK-ORDER
               UNTIL ABEXTWS-PROCESS-EOF
                  OR DTL-ORDER-FOUND
                  OR WS-SCAN-COUNT > WS-SCAN-LIMIT.

           IF  NOT DTL-ORDER-FOUND
               GO TO S350-EXIT.

           PERFORM S365-SHOW-HEADER.

           PERFORM S360-TAKE-ONE-LINE
               UNTIL ABEXTWS-PROCESS-EOF
                  OR DTL-ORDER-ENDED
                  OR CA-DTL-MORE-LINES.

           COMPUTE WS-PAGE-DISPLAY = (CA-DTL-SKIP / 12) + 1.
           MOVE WS-PAGE-DISPLAY            TO DPAGEO.

           IF  WS-DTL-ROW-COUNT = ZERO
           AND WS-MESSAGE = SPACES
               MOVE 'NO LINES ON THIS PAGE - PRESS PF7'
                                           TO WS-MESSAGE.

       S350-EXIT.
           EXIT.

       S355-SEEK-ORDER SECTION.

           ADD 1                           TO WS-SCAN-COUNT.

           PERFORM S280-SET-ROW-KEY.

           IF  WS-ROW-KEY = WS-RW-KEY
               MOVE 'Y'                    TO WS-DTL-FOUND-SW
           ELSE
               SET ABEXTWS-EXT-FIND-NEXT   TO TRUE
               PERFORM 1000-ABEXT-CONTROL.

       S360-TAKE-ONE-LINE SECTION.

           ADD 1                           TO WS-LINE-SEEN.

           IF  WS-LINE-SEEN > CA-DTL-SKIP
               IF  WS-DTL-ROW-COUNT = 12
                   MOVE 'Y'                TO CA-DTL-MORE-SW
                   GO TO S360-EXIT
               ELSE
                   ADD 1                   TO WS-DTL-ROW-COUNT
                   PERFORM S370-SHOW-LINE.

           SET ABEXTWS-EXT-FIND-NEXT       TO TRUE.
           PERFORM 1000-ABEXT-CONTROL.

           IF  NOT ABEXTWS-PROCESS-EOF
               PERFORM S280-SET-ROW-KEY
               IF  WS-ROW-KEY NOT = WS-RW-KEY
                   MOVE 'Y'                TO WS-DTL-END-SW.

       S360-EXIT.
           EXIT.

       S365-SHOW-HEADER SECTION.

           MOVE ABEXTWS-WHH-COMPANY        TO DCOMPO.
           MOVE ABEXTWS-WHH-ORDER-NBR      TO DORDRO.

           IF  WS-RW-HISTORY
               MOVE 'HISTORY'              TO DFILEO
           ELSE
               MOVE 'CURRENT'              TO DFILEO.

           MOVE ABEXTWS-WHH-REQUEST-DATE   TO WS-DATE-IN-N.
           PERFORM S295-EDIT-DATE.
           MOVE WS-DATE-OUT                TO DRQDTO.

           MOVE ABEXTWS-WHH-CUSTOMER       TO DCUSTO.
           MOVE ABEXTWS-WHH-CUST-TYPE      TO DCTYPO.
           MOVE ABEXTWS-WHH-CUST-ORG-CODE  TO DCORGO.
           MOVE ABEXTWS-WHH-CUST-MCA       TO DCMCAO.
           MOVE ABEXTWS-WHH-BUDGET-FLAG    TO DBUDGO.
           MOVE ABEXTWS-WHH-SHIP-CITY      TO DCITYO.
           MOVE ABEXTWS-WHH-CUST-STATE     TO DSTATO.
           MOVE ABEXTWS-WHH-SHIP-METHOD    TO DSHPMO.
           MOVE ABEXTWS-WHH-PAYMENT-METHOD TO DPAYMO.

           MOVE ABEXTWS-WHH-ORDSRCE-CODE   TO WS-OO-CODE.
           MOVE ABEXTWS-WHH-ORDSRCE-YR     TO WS-OO-YR.
           MOVE ABEXTWS-WHH-ORDSRCE-NBR    TO WS-OO-NBR.
           MOVE WS-ORDSRCE-OUT             TO DOSRCO.

           IF  ABEXTWS-WHH-SAP-OVR-COST-C = SPACES
               MOVE 'NONE'                 TO DSAPOO
           ELSE
               MOVE ABEXTWS-WHH-SAP-OVR-COMP   TO WS-SO-COMPANY
               MOVE ABEXTWS-WHH-SAP-OVR-BUS-A  TO WS-SO-BUS-AREA
               MOVE ABEXTWS-WHH-SAP-OVR-COST-C TO WS-SO-COST-CENTER
               MOVE ABEXTWS-WHH-SAP-OVR-ACCT   TO WS-SO-ACCOUNT
               MOVE WS-SAP-OVERRIDE-OUT    TO DSAPOO.

       S370-SHOW-LINE SECTION.

           MOVE ABEXTWS-WHL-LINE-NBR       TO DL-LINE-NBR.
           MOVE ABEXTWS-WHL-SHIPMENT-NBR   TO DL-SHIPMENT-NBR.
           MOVE ABEXTWS-WHL-ITEM           TO DL-ITEM.
           MOVE ABEXTWS-WHL-LONG-DESC      TO DL-DESCRIPTION.
           MOVE ABEXTWS-WHL-ORDERED-QTY    TO DL-ORDERED-QTY.
           MOVE ABEXTWS-WHL-SHIPPED-QTY    TO DL-SHIPPED-QTY.
           MOVE ABEXTWS-WHL-UNIT-PRICE     TO DL-UNIT-PRICE.

           MOVE ABEXTWS-WHL-SHIP-DATE      TO WS-DATE-IN-N.
           PERFORM S295-EDIT-DATE.
           MOVE WS-SHORT-DATE-OUT          TO DL-SHIP-DATE.

           MOVE WS-DETAIL-LINE        TO DTLV-ROWO (WS-DTL-ROW-COUNT).

      ******************************************************************
      *   SCREEN SENDS - ALWAYS A FULL SCREEN WITH ERASE.
      ******************************************************************
       S700-SEND-SELECTION SECTION.

           MOVE 'S'                        TO CA-SCREEN.
           MOVE LOW-VALUES                 TO ABOISELO.

           MOVE CA-COMPANY                 TO SCOMPO.
           MOVE CA-CUSTOMER                TO SCUSTO.
           MOVE CA-FR-DATE                 TO SFRDTO.
           MOVE CA-TO-DATE                 TO STODTO.
           MOVE CA-SHIP-METHOD             TO SSHPMO.
           MOVE CA-SHIP-CITY               TO SCITYO.
           MOVE CA-CUST-STATE              TO SSTATO.
           MOVE WS-MESSAGE                 TO SMSGO.

           EXEC CICS SEND MAP    ('ABOISEL')
                          MAPSET ('ABOINQM')
                          FROM   (ABOISELO)
                          ERASE
                          RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SEND MAP ABOISEL'     TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

       S710-SEND-LIST SECTION.

           MOVE 'L'                        TO CA-SCREEN.
           MOVE LOW-VALUES                 TO ABOILSTO.

           MOVE CA-PAGE-NBR                TO WS-PAGE-DISPLAY.
           MOVE WS-PAGE-DISPLAY            TO LPAGEO.
           MOVE CA-COMPANY                 TO LCOMPO.

           PERFORM S715-SHOW-ONE-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > 12.

           MOVE WS-MESSAGE                 TO LMSGO.

           EXEC CICS SEND MAP    ('ABOILST')
                          MAPSET ('ABOINQM')
                          FROM   (ABOILSTO)
                          ERASE
                          RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SEND MAP ABOILST'     TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

      *    AN EMPTY ROW HAS ITS SELECT FIELD PROTECTED.
       S715-SHOW-ONE-ROW SECTION.

           IF  WS-ROW-IX > CA-ROW-COUNT
               MOVE SPACES                 TO LSTV-ROWO (WS-ROW-IX)
               MOVE DFHBMASK               TO LSTV-SELA (WS-ROW-IX)
           ELSE
               MOVE CA-LIST-ROW (WS-ROW-IX) TO WS-ROW-WORK
               MOVE WS-RW-TEXT             TO LSTV-ROWO (WS-ROW-IX).

           MOVE SPACE                      TO LSTV-SELI (WS-ROW-IX).

       S720-SEND-DETAIL SECTION.

           MOVE 'D'                        TO CA-SCREEN.
           MOVE WS-MESSAGE                 TO DMSGO.

           EXEC CICS SEND MAP    ('ABOIDTL')
                          MAPSET ('ABOINQM')
                          FROM   (ABOIDTLO)
                          ERASE
                          RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SEND MAP ABOIDTL'     TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

      ******************************************************************
      *   TEMPORARY STORAGE - ONE QUEUE PER TERMINAL HOLDING THE
      *   LIBRARY WORK AREA AT THE THREE LIST POSITIONS.
      ******************************************************************
       S800-DELETE-QUEUE SECTION.

           EXEC CICS DELETEQ TS QUEUE (WS-TS-QUEUE)
                                RESP  (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
           AND WS-RESP NOT = DFHRESP(QIDERR)
               MOVE 'DELETEQ TS'           TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

       S810-WRITE-NEW-ITEM SECTION.

           MOVE LENGTH OF ABEXTWS          TO WS-TS-LENGTH.

           EXEC CICS WRITEQ TS QUEUE  (WS-TS-QUEUE)
                               FROM   (ABEXTWS)
                               LENGTH (WS-TS-LENGTH)
                               ITEM   (WS-TS-ITEM)
                               RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'WRITEQ TS'            TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

       S820-REWRITE-ITEM SECTION.

           MOVE LENGTH OF ABEXTWS          TO WS-TS-LENGTH.

           EXEC CICS WRITEQ TS QUEUE  (WS-TS-QUEUE)
                               FROM   (ABEXTWS)
                               LENGTH (WS-TS-LENGTH)
                               ITEM   (WS-TS-ITEM)
                               REWRITE
                               RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'WRITEQ TS REWRITE'    TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

       S830-READ-ITEM SECTION.

           MOVE 'N'                        TO WS-TS-MISSING-SW.
           MOVE LENGTH OF ABEXTWS          TO WS-TS-LENGTH.

           EXEC CICS READQ TS QUEUE  (WS-TS-QUEUE)
                              INTO   (ABEXTWS)
                              LENGTH (WS-TS-LENGTH)
                              ITEM   (WS-TS-ITEM)
                              RESP   (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(QIDERR)
           OR  WS-RESP = DFHRESP(ITEMERR)
               MOVE 'Y'                    TO WS-TS-MISSING-SW
           ELSE
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'READQ TS'             TO WS-ERROR-COMMAND
               PERFORM S990-CICS-ERROR.

      ******************************************************************
      *   PF3 - DROP THE QUEUE AND END THE CONVERSATION.
      ******************************************************************
       S900-END-INQUIRY SECTION.

           PERFORM S800-DELETE-QUEUE.

           EXEC CICS SEND TEXT FROM   (WS-END-TEXT)
                               LENGTH (LENGTH OF WS-END-TEXT)
                               ERASE
                               FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *   UNEXPECTED CICS RESPONSE - TELL THE OPERATOR AND ABEND SO
      *   THE TRANSACTION DUMP SHOWS WHERE.
      ******************************************************************
       S990-CICS-ERROR SECTION.

           MOVE WS-ERROR-COMMAND           TO WS-ET-COMMAND.
           MOVE WS-RESP                    TO WS-ET-RESP.

           EXEC CICS SEND TEXT FROM   (WS-ERROR-TEXT)
                               LENGTH (LENGTH OF WS-ERROR-TEXT)
                               ERASE
                               FREEKB
           END-EXEC.

           EXEC CICS ABEND ABCODE ('ABOI')
           END-EXEC.

      ******************************************************************
      *   ABEXTPD FIND LIBRARY - 1000-ABEXT-CONTROL AND THE FIND,
      *   FIND-NEXT AND FIND-PREV METHODS IT DRIVES.
      ******************************************************************
       COPY ABEXTPD.
