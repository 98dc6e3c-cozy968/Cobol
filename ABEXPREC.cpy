      ******************************************************************
      * ABEXPREC - ABEXTDRV EXTRACT REQUEST PARAMETER CARD LAYOUT
      *
      * ONE CARD PER EXTRACT REQUEST.  COMPANY IS REQUIRED; THE
      * OTHER FILTERS ARE BLANK FOR 'ANY'.  THE REQUEST DATE RANGE
      * IS EITHER BOTH DATES (CCYYMMDD) OR NEITHER.  AN OUTPUT
      * FORMAT OF 'D' ALSO WRITES THE DELIMITED EXPORT.  READ BY
      * ABEXTDRV; WRITTEN BY ABSXGEN FROM THE STANDING EXTRACT
      * CATALOG.
      ******************************************************************
       01  PARM-CARD-RECORD.
           05 PARM-REQUEST-ID                    PIC X(08).
           05 PARM-COMPANY                       PIC X(04).
           05 PARM-COMPANY-N REDEFINES
              PARM-COMPANY                       PIC 9(04).
           05 PARM-CUSTOMER                      PIC X(09).
           05 PARM-ORDSRCE-CODE                  PIC X(03).
           05 PARM-ORDSRCE-YR                    PIC X(02).
           05 PARM-ORDSRCE-YR-N REDEFINES
              PARM-ORDSRCE-YR                    PIC 9(02).
           05 PARM-FR-DATE                       PIC X(08).
           05 PARM-FR-DATE-N REDEFINES
              PARM-FR-DATE                       PIC 9(08).
           05 PARM-TO-DATE                       PIC X(08).
           05 PARM-TO-DATE-N REDEFINES
              PARM-TO-DATE                       PIC 9(08).
           05 PARM-SHIP-METHOD                   PIC X(03).
           05 PARM-CUST-STATE                    PIC X(02).
           05 PARM-SHIP-CITY                     PIC X(18).
           05 PARM-OUTPUT-FORMAT                 PIC X(01).
              88  PARM-DELIM-REQUESTED                 VALUE 'D'.
              88  PARM-FORMAT-VALID                    VALUE 'D' ' '.
           05 FILLER                             PIC X(14).
