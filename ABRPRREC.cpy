      ******************************************************************
      * ABRPRREC - AB REPAIR-CANDIDATE (REP) RECORD LAYOUT
      *
      * ONE RECORD PER INTEGRITY EXCEPTION, CUT BY ABRECON TO REPAIRO
      * WITH THE REVIEW FLAG BLANK.  THE REVIEWER MARKS EACH RECORD
      * 'A' (APPROVED) OR 'R' (REJECTED) IN THE REVIEW FLAG COLUMN
      * AND MAY ADD INITIALS; ABRPRAPL THEN APPLIES THE APPROVED
      * REPAIRS ONLY.  THE KEY FIELDS CARRIED DEPEND ON THE TYPE:
      *
      *     ORPHCURL  UNIQUE I-D / LINE
      *     ORPHHSTL  REQUEST DATE / COMPANY / ORDER / LINE
      *     EMPTYCUR  UNIQUE I-D / REQUEST DATE / COMPANY / ORDER
      *     EMPTYHST  REQUEST DATE / COMPANY / ORDER
      *     DUALRES   UNIQUE I-D (CURRENT SIDE) / REQUEST DATE /
      *               COMPANY / ORDER
      ******************************************************************
       01  REPAIR-RECORD.
           05  REP-TYPE                        PIC X(08).
               88  REP-ORPHAN-CURR-LINE              VALUE 'ORPHCURL'.
               88  REP-ORPHAN-HIST-LINE              VALUE 'ORPHHSTL'.
               88  REP-EMPTY-CURR-HDR                VALUE 'EMPTYCUR'.
               88  REP-EMPTY-HIST-HDR                VALUE 'EMPTYHST'.
               88  REP-DUAL-RESIDENT                 VALUE 'DUALRES '.
           05  FILLER                          PIC X(01).
           05  REP-UNIQUE-I-D                  PIC X(12).
           05  REP-UNIQUE-I-D-N  REDEFINES
               REP-UNIQUE-I-D                  PIC 9(12).
           05  FILLER                          PIC X(01).
           05  REP-REQUEST-DATE                PIC X(08).
           05  REP-REQUEST-DATE-N  REDEFINES
               REP-REQUEST-DATE                PIC 9(08).
           05  FILLER                          PIC X(01).
           05  REP-COMPANY                     PIC X(04).
           05  REP-COMPANY-N  REDEFINES
               REP-COMPANY                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  REP-ORDER-NBR                   PIC X(08).
           05  REP-ORDER-NBR-N  REDEFINES
               REP-ORDER-NBR                   PIC 9(08).
           05  FILLER                          PIC X(01).
           05  REP-LINE-NBR                    PIC X(04).
           05  REP-LINE-NBR-N  REDEFINES
               REP-LINE-NBR                    PIC 9(04).
           05  FILLER                          PIC X(01).
           05  REP-REVIEW-FLAG                 PIC X(01).
               88  REP-APPROVED                      VALUE 'A'.
               88  REP-REJECTED                      VALUE 'R'.
           05  FILLER                          PIC X(01).
           05  REP-REVIEWER                    PIC X(08).
           05  FILLER                          PIC X(20).
