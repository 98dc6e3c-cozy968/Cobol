      *C        REQUEST-DATE YEAR SO THE PURGE CAN BE PROVED AGAINST
      *C        THE ARCHIVE.
      *C
      *C   -    AN ORDER RESTORED FROM THE ARCHIVE BY ABARCRTV IS
      *C        SKIPPED UNTIL ITS PURGE HOLD DATE HAS PASSED, SO AN
      *C        AUDIT RESTORE IS NOT UNDONE BY THE NEXT PURGE.
      *C
      *C   INPUT:
      *C
      *C        PARMCARD  CUTOFF DATE PARAMETER CARD (CCYYMMDD)
      *                         EACH ORDER IS PURGED.  XREF PROBLEMS
      *                         ARE A WARNING (RC 8) - ABCXBLD
      *                         REBUILDS THE INDEX.
      *       10-15-26  TB      HEADERS UNDER A PURGE HOLD (RESTORED
      *                         FROM THE ARCHIVE BY ABARCRTV) ARE
      *                         SKIPPED UNTIL THE HOLD DATE PASSES
      *                         AND COUNTED AS HELD.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-HDRS-PURGED-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-PURGED-CTR     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ARCH-RECS-CTR        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HDRS-HELD-CTR        PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
      ******************************************************************
       2200-PURGE-ONE-HDR.

      *    A RESTORED ORDER STAYS ON HISTORY UNTIL ITS HOLD DATE.
           IF  XHH-PURGE-HOLD-DATE NUMERIC
           AND XHH-PURGE-HOLD-DATE-N > WS-RUN-DATE-YYYYMMDD
               ADD 1                       TO WS-HDRS-HELD-CTR
               PERFORM 2100-READ-NEXT-HIST-HDR THRU 2100-EXIT
               GO TO 2200-EXIT.

           MOVE ZERO                       TO WS-ORD-LINES-HOLD.

           MOVE XHH-REQUEST-DATE           TO WS-HOLD-REQUEST-DATE.
           MOVE WS-ARCH-RECS-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** ARCHIVE RECORDS WRITTEN = ' WS-DISPLAY-CTR.

           MOVE WS-HDRS-HELD-CTR           TO WS-DISPLAY-CTR.
           DISPLAY '** HEADERS ON PURGE HOLD   = ' WS-DISPLAY-CTR.

           IF  WS-ARCH-RECS-CTR NOT = WS-LINES-PURGED-CTR
               DISPLAY 'ABHSTPRG - ARCHIVE RECORDS DO NOT BALANCE '
                       'TO LINES PURGED, INVESTIGATE BEFORE THE '
