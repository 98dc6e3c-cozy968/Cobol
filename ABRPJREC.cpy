      ******************************************************************
      * ABRPJREC - REPAIR APPLY JOURNAL (RPJ) RECORD LAYOUT
      *
      * ONE RECORD PER AB OR CUSTXREF RECORD TOUCHED BY AN APPLIED
      * ABRPRAPL REPAIR, APPENDED RUN AFTER RUN TO THE PERMANENT
      * RPRJRNL JOURNAL.  A DELETE CARRIES THE WHOLE RECORD AS IT
      * STOOD ON FILE BEFORE THE DELETE; AN ADD (A CURRENT LINE
      * COPIED TO HISTORY, A HISTORY-SIDE XREF WRITTEN) CARRIES THE
      * RECORD AS WRITTEN, SO EVERY REPAIR CAN BE BACKED OUT FROM
      * THE JOURNAL ALONE.  THE IMAGE IS LEFT-JUSTIFIED IN THE IMAGE
      * AREA (XCH 170, XCL 236, XHH 150, XHL 244, CXR 50 BYTES).
      ******************************************************************
       01  RPJ-RECORD.
           05  RPJ-RUN-DATE                    PIC 9(08).
           05  RPJ-RUN-TIME                    PIC 9(08).
           05  RPJ-SEQUENCE-NBR                PIC 9(07).
           05  RPJ-REPAIR-TYPE                 PIC X(08).
           05  RPJ-ACTION                      PIC X(01).
               88  RPJ-RECORD-DELETED                VALUE 'D'.
               88  RPJ-RECORD-ADDED                  VALUE 'A'.
           05  RPJ-FILE-ID                     PIC X(02).
               88  RPJ-CURR-HEADER                   VALUE 'CH'.
               88  RPJ-CURR-LINE                     VALUE 'CL'.
               88  RPJ-HIST-HEADER                   VALUE 'HH'.
               88  RPJ-HIST-LINE                     VALUE 'HL'.
               88  RPJ-CUST-XREF                     VALUE 'XR'.
           05  RPJ-REVIEWER                    PIC X(08).
           05  RPJ-IMAGE                       PIC X(244).
           05  FILLER                          PIC X(14).
