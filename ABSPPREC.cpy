      ******************************************************************
      * ABSPPREC - SAP POSTING INTERFACE (SAPPOST) RECORD LAYOUTS
      *
      * 120-BYTE RECORDS: ONE HEADER ('HD'), ONE DETAIL PER DEBIT
      * BUCKET ('DR') OR OFFSETTING COMPANY CREDIT ('CR'), AND A
      * BALANCING TRAILER ('TR') CARRYING THE RECORD COUNT (HEADER
      * AND TRAILER INCLUDED) AND THE HASH OF THE ABSOLUTE DETAIL
      * AMOUNTS.  WRITTEN BY ABSAPPST; READ AND RE-WRITTEN FOR
      * RE-POSTING BY ABSAPACK.
      ******************************************************************
       01  SAP-POSTING-HEADER.
           05 SPH-REC-TYPE                       PIC X(02).
           05 SPH-RUN-DATE                       PIC 9(08).
           05 SPH-RUN-TIME                       PIC 9(06).
           05 SPH-SOURCE                         PIC X(08).
           05 FILLER                             PIC X(96).

       01  SAP-POSTING-DETAIL.
           05 SPD-REC-TYPE                       PIC X(02).
           05 SPD-SAP-COMPANY                    PIC X(04).
           05 SPD-SAP-BUS-AREA                   PIC X(04).
           05 SPD-SAP-COST-CENTER                PIC X(10).
           05 SPD-SAP-ACCOUNT                    PIC X(10).
           05 SPD-SAP-ALLOCATION                 PIC X(12).
           05 SPD-SAP-INTERN-ORDER               PIC X(12).
           05 SPD-AMOUNT                         PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05 SPD-LINE-COUNT                     PIC 9(07).
           05 FILLER                             PIC X(43).

       01  SAP-POSTING-TRAILER.
           05 SPT-REC-TYPE                       PIC X(02).
           05 SPT-RECORD-COUNT                   PIC 9(09).
           05 SPT-AMOUNT-HASH                    PIC 9(15)V99.
           05 FILLER                             PIC X(92).
