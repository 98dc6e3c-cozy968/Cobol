      *C        AB FILES.  READ-ONLY - NOTHING IS REPAIRED HERE, THE
      *C        EXCEPTIONS ARE REPORTED AND CUT TO A REPAIR-CANDIDATE
      *C        FILE FOR REVIEW BEFORE ANYONE TOUCHES THE DATA.
      *C        THE REVIEWED FILE IS APPLIED BY ABRPRAPL.
      *C
      *C   -    EXCEPTIONS DETECTED:
      *C
      *
      *       MM-DD-YY  APL????
      *       09-02-26  TB      INITIAL INSTALLATION.
      *       10-15-26  TB      REPAIR-CANDIDATE LAYOUT MOVED TO
      *                         COPYBOOK ABRPRREC, SHARED WITH THE
      *                         ABRPRAPL APPLY PROGRAM.  EACH RECORD
      *                         NOW CARRIES A REVIEW FLAG (WRITTEN
      *                         BLANK) FOR THE REVIEWER TO MARK.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPAIR-RECORD.

       COPY ABRPRREC.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
