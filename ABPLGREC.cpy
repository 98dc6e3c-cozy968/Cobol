      ******************************************************************
      * ABPLGREC - SAP POSTED-LINE LEDGER (PLG) RECORD LAYOUT
      *
      * ONE RECORD PER COMPANY / ORDER / LINE / SHIPMENT THAT ABSAPPST
      * HAS SENT TO SAP, KEYED BY THAT IDENTITY, WITH THE SAP CODING
      * IT WAS POSTED TO AND THE AMOUNT SAP NOW HOLDS FOR IT.  A LINE
      * DELETED AFTER POSTING IS REVERSED TO ZERO AND KEPT AS 'R'.
      *
      * THE PRIOR-* FIELDS HOLD THE RECORD AS IT STOOD BEFORE THE RUN
      * THAT LAST TOUCHED IT, SO A RUN THAT STOPS BEFORE ITS POSTING
      * FILE IS WRITTEN CAN BE BACKED OUT (PRIOR STATUS SPACE MEANS
      * THAT RUN ADDED THE RECORD).
      *
      * THE ALL-ZERO KEY HOLDS THE LEDGER CONTROL RECORD: THE RUN
      * DATE / TIME / SEQUENCE OF THE LAST ORDJRNL RECORD ABSAPPST
      * HAS APPLIED TO THE LEDGER.
      ******************************************************************
       01  PLG-RECORD.
           05  PLG-KEY.
               10  PLG-COMPANY                 PIC 9(04).
               10  PLG-ORDER-NBR               PIC 9(08).
               10  PLG-LINE-NBR                PIC 9(04).
               10  PLG-SHIPMENT-NBR            PIC 9(04).
           05  PLG-STATUS                      PIC X(01).
               88  PLG-POSTED                        VALUE 'P'.
               88  PLG-REVERSED                      VALUE 'R'.
           05  PLG-SAP-COMPANY                 PIC X(04).
           05  PLG-SAP-BUS-AREA                PIC X(04).
           05  PLG-SAP-COST-CENTER             PIC X(10).
           05  PLG-SAP-ACCOUNT                 PIC X(10).
           05  PLG-SAP-ALLOCATION              PIC X(12).
           05  PLG-SAP-INTERN-ORDER            PIC X(12).
           05  PLG-POSTED-AMOUNT               PIC S9(13)V99  COMP-3.
           05  PLG-FIRST-POST-DATE             PIC 9(08).
           05  PLG-LAST-POST-DATE              PIC 9(08).
           05  PLG-LAST-POST-TIME              PIC 9(06).
           05  PLG-PRIOR-STATUS                PIC X(01).
           05  PLG-PRIOR-AMOUNT                PIC S9(13)V99  COMP-3.
           05  PLG-PRIOR-POST-DATE             PIC 9(08).
           05  PLG-PRIOR-POST-TIME             PIC 9(06).
           05  FILLER                          PIC X(24).

       01  PLG-CONTROL-RECORD REDEFINES PLG-RECORD.
           05  PLG-CTL-KEY                     PIC X(20).
           05  PLG-CTL-JRN-POSITION.
               10  PLG-CTL-JRN-RUN-DATE        PIC 9(08).
               10  PLG-CTL-JRN-RUN-TIME        PIC 9(08).
               10  PLG-CTL-JRN-SEQUENCE-NBR    PIC 9(07).
           05  PLG-CTL-LAST-RUN-DATE           PIC 9(08).
           05  PLG-CTL-LAST-RUN-TIME           PIC 9(06).
           05  FILLER                          PIC X(93).
