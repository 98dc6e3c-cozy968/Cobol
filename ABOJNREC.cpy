      ******************************************************************
      * ABOJNREC - ORDER MAINTENANCE CHANGE JOURNAL (OJN) RECORD LAYOUT
      *
      * ONE RECORD PER HEADER OR LINE TOUCHED BY AN APPLIED ABORDMNT
      * TRANSACTION, APPENDED RUN AFTER RUN TO THE PERMANENT ORDJRNL
      * JOURNAL.  THE BEFORE AND AFTER IMAGES ARE THE WHOLE XCH OR
      * XCL RECORD AS IT STOOD ON FILE - AN ADD HAS NO BEFORE IMAGE
      * AND A DELETE HAS NO AFTER IMAGE (BOTH LEFT AS SPACES).  A
      * HEADER IMAGE FILLS THE FIRST 170 BYTES OF ITS IMAGE AREA.
      * THE SEQUENCE NUMBER KEEPS ONE RUN'S RECORDS IN APPLY ORDER.
      * ABSHPCNF ALSO APPENDS A LINE IMAGE (TRAN CODE SC) FOR EACH
      * WAREHOUSE SHIPMENT CONFIRMATION IT APPLIES.
      * READ BY ABORDHST FOR THE ORDER CHANGE HISTORY REPORT.
      ******************************************************************
       01  OJN-RECORD.
           05  OJN-RUN-DATE                    PIC 9(08).
           05  OJN-RUN-TIME                    PIC 9(08).
           05  OJN-SEQUENCE-NBR                PIC 9(07).
           05  OJN-TRAN-CODE                   PIC X(02).
           05  OJN-IMAGE-TYPE                  PIC X(01).
               88  OJN-HEADER-IMAGE                  VALUE 'H'.
               88  OJN-LINE-IMAGE                    VALUE 'L'.
           05  OJN-BATCH-NAME                  PIC X(10).
           05  OJN-UNIQUE-I-D                  PIC 9(12).
           05  OJN-LINE-NBR                    PIC 9(04).
           05  OJN-REQUEST-DATE                PIC 9(08).
           05  OJN-COMPANY                     PIC 9(04).
           05  OJN-ORDER-NBR                   PIC 9(08).
           05  OJN-BEFORE-IMAGE                PIC X(236).
           05  OJN-AFTER-IMAGE                 PIC X(236).
           05  FILLER                          PIC X(16).
