      *C        CUSTXREF  CUSTOMER CROSS-REFERENCE INDEX (OPTIONAL -
      *C                  CUSTOMER-FILTERED CARDS POSITION THROUGH
      *C                  IT INSTEAD OF SWEEPING THE HEADER FILES)
      *C        STDXCAT   STANDING EXTRACT CATALOG (OPTIONAL - A
      *C                  CATALOGED REQUEST HAS ITS RUN DATE AND
      *C                  RECORD COUNT POSTED BACK)
      *C
      *C   OUTPUT:
      *C
      *                         INSTEAD OF SWEEPING THE HEADER FILES.
      *                         IF THE INDEX IS ABSENT THE OLD FULL
      *                         SWEEP STILL RUNS.
      *       10-15-26  TB      CARD LAYOUT MOVED TO COPYBOOK ABEXPREC
      *                         (SHARED WITH ABSXGEN).  A CARD WHOSE
      *                         REQUEST I-D IS ON THE STANDING EXTRACT
      *                         CATALOG (STDXCAT) HAS ITS RUN DATE AND
      *                         RECORDS WRITTEN POSTED TO THE ENTRY.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS CXR-KEY
                  FILE STATUS IS WS-CXR-STATUS.

           SELECT OPTIONAL STD-CATALOG-FILE ASSIGN  TO STDXCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SXC-REQUEST-ID
                  FILE STATUS IS WS-SXC-STATUS.

           SELECT ABEXTRACT-FILE            ASSIGN  TO ABEXTO.

           SELECT ABEXTRACT-DELIM-FILE      ASSIGN  TO ABEXTD.
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARM-CARD-RECORD.

       COPY ABEXPREC.

       FD  ABHISTHDR-FILE.


       COPY ABXCXREC.

       FD  STD-CATALOG-FILE.

       COPY ABSXCREC.

       FD  ABEXTRACT-FILE.

       COPY ABEXTRCT.
           88  XREF-AT-EOF                       VALUE 'Y'.
       77  WS-XREF-USABLE-SW           PIC X(01) VALUE 'N'.
           88  XREF-IS-USABLE                    VALUE 'Y'.
       77  WS-CATALOG-USABLE-SW        PIC X(01) VALUE 'N'.
           88  CATALOG-IS-USABLE                 VALUE 'Y'.

      ************************************************************
      *              F I L E   S T A T U S
       77  WS-XCH-STATUS               PIC X(02) VALUE SPACES.
       77  WS-XCL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CXR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-SXC-STATUS               PIC X(02) VALUE SPACES.

      ************************************************************
      *              C O U N T E R S
           05  WS-RECORDS-OUT-CTR      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOT-RECORDS-OUT-CTR  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DELIM-RECS-CTR       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CATALOG-POSTED-CTR   PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-DISPLAY-CTR              PIC Z,ZZZ,ZZ9.

      ************************************************************
               DISPLAY 'ABEXTDRV - CUSTXREF NOT AVAILABLE, STATUS '
                       WS-CXR-STATUS ', CUSTOMER REQUESTS WILL SWEEP'.

      *    STANDING REQUESTS POST THEIR RUN BACK TO THE CATALOG WHEN
      *    IT IS THERE; AN AD HOC DECK RUNS THE SAME WITHOUT IT.
           ACCEPT WS-RUN-DATE-YYYYMMDD  FROM DATE YYYYMMDD.

           OPEN I-O STD-CATALOG-FILE.

           IF  WS-SXC-STATUS = '00'
               MOVE 'Y'                    TO WS-CATALOG-USABLE-SW
           ELSE
               IF  WS-SXC-STATUS = '05'
                   CLOSE STD-CATALOG-FILE
               END-IF
               DISPLAY 'ABEXTDRV - STDXCAT NOT AVAILABLE, STATUS '
                       WS-SXC-STATUS ', RUNS WILL NOT BE POSTED'.

           PERFORM 8000-READ-PARM-CARD     THRU 8000-EXIT.

           IF  CARD-FILE-AT-EOF

           PERFORM 2200-DISPLAY-CARD-COUNTS THRU 2200-EXIT.

           IF  CATALOG-IS-USABLE
               PERFORM 2300-POST-CATALOG-RUN THRU 2300-EXIT.

       2000-READ-NEXT.

           PERFORM 8000-READ-PARM-CARD     THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *   A REQUEST ON THE STANDING EXTRACT CATALOG RECORDS WHEN IT
      *   LAST RAN AND WHAT IT PRODUCED.  A REQUEST I-D NOT ON THE
      *   CATALOG IS AN AD HOC CARD AND IS LEFT ALONE.
      ******************************************************************
       2300-POST-CATALOG-RUN.

           MOVE PARM-REQUEST-ID            TO SXC-REQUEST-ID.

           READ STD-CATALOG-FILE.

           IF  WS-SXC-STATUS = '23'
               GO TO 2300-EXIT.

           IF  WS-SXC-STATUS NOT = '00'
               DISPLAY 'ABEXTDRV - BAD READ ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS ', REQUEST ID = ' PARM-REQUEST-ID
               IF  RETURN-CODE < 4
                   MOVE 4                  TO RETURN-CODE
               END-IF
               GO TO 2300-EXIT.

           MOVE WS-RUN-DATE-YYYYMMDD       TO SXC-LAST-RUN-DATE.
           MOVE WS-RECORDS-OUT-CTR         TO SXC-LAST-RUN-RECORDS.

           REWRITE SXC-RECORD.

           IF  WS-SXC-STATUS = '00'
               ADD 1                       TO WS-CATALOG-POSTED-CTR
           ELSE
               DISPLAY 'ABEXTDRV - BAD REWRITE ON STDXCAT, STATUS IS '
                       WS-SXC-STATUS ', REQUEST ID = ' PARM-REQUEST-ID
               IF  RETURN-CODE < 4
                   MOVE 4                  TO RETURN-CODE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      *   HISTORY SIDE.  THE ABHISTHDR KEY LEADS WITH REQUEST DATE SO
      *   A DATE-RANGED REQUEST CAN BE POSITIONED DIRECTLY; OTHERWISE
           MOVE WS-DELIM-RECS-CTR          TO WS-DISPLAY-CTR.
           DISPLAY '** DELIMITED RECORDS OUT   = ' WS-DISPLAY-CTR.

           MOVE WS-CATALOG-POSTED-CTR      TO WS-DISPLAY-CTR.
           DISPLAY '** CATALOG RUNS POSTED     = ' WS-DISPLAY-CTR.

           PERFORM 9100-WRITE-RUN-STATS    THRU 9100-EXIT.

           IF  CATALOG-IS-USABLE
               CLOSE STD-CATALOG-FILE.

           IF  DELIM-FILE-IS-OPEN
               CLOSE ABEXTRACT-DELIM-FILE.

