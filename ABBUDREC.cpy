      ******************************************************************
      * ABBUDREC - SAP COST CENTER BUDGET (BUD) RECORD LAYOUT
      *
      * ONE RECORD PER SAP COMPANY / COST CENTER / ACCOUNT / FISCAL
      * PERIOD (CCYYMM) GIVING THE BUDGETED SPEND FOR THE PERIOD.
      * THE FILE IS HELD IN KEY ORDER, MAINTAINED BY ABBUDMNT AND
      * READ BY ABBUDRPT FOR THE MONTHLY BUDGET-VS-ACTUAL REPORT.
      ******************************************************************
       01  BUD-RECORD.
           05  BUD-KEY.
               10  BUD-SAP-COMPANY             PIC X(04).
               10  BUD-COST-CENTER             PIC X(10).
               10  BUD-ACCOUNT                 PIC X(10).
               10  BUD-FISCAL-PERIOD           PIC 9(06).
           05  BUD-BUDGET-AMT                  PIC S9(11)V99.
           05  BUD-LAST-MAINT-DATE             PIC 9(08).
           05  FILLER                          PIC X(29).
