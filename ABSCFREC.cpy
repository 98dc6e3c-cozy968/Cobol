      ******************************************************************
      * ABSCFREC - WAREHOUSE SHIPMENT CONFIRMATION (SCF) RECORD LAYOUT
      *
      * ONE RECORD PER SHIPMENT OF ONE ORDER LINE, SENT NIGHTLY BY
      * THE WAREHOUSE AND APPLIED TO ABCURRLINE BY ABSHPCNF.  A
      * CONFIRMATION ABSHPCNF CANNOT APPLY IS WRITTEN TO THE SUSPENSE
      * FILE IN THIS SAME LAYOUT WITH THE REASON FILLED IN, SO THE
      * CORRECTED RECORD CAN BE FED BACK IN WITH THE NEXT NIGHT'S
      * FILE.  THE REASON IS IGNORED ON INPUT.
      ******************************************************************
       01  SCF-RECORD.
           05  SCF-COMPANY                     PIC X(04).
           05  SCF-COMPANY-N  REDEFINES SCF-COMPANY
                                               PIC 9(04).
           05  SCF-ORDER-NBR                   PIC X(08).
           05  SCF-ORDER-NBR-N  REDEFINES SCF-ORDER-NBR
                                               PIC 9(08).
           05  SCF-LINE-NBR                    PIC X(04).
           05  SCF-LINE-NBR-N  REDEFINES SCF-LINE-NBR
                                               PIC 9(04).
           05  SCF-ITEM                        PIC X(15).
           05  SCF-LOCATION                    PIC X(05).
           05  SCF-SHIPPED-QTY                 PIC X(07).
           05  SCF-SHIPPED-QTY-N  REDEFINES SCF-SHIPPED-QTY
                                               PIC 9(07).
           05  SCF-SHIP-DATE                   PIC X(08).
           05  SCF-SHIP-DATE-N  REDEFINES SCF-SHIP-DATE
                                               PIC 9(08).
           05  SCF-SHIPMENT-NBR                PIC X(04).
           05  SCF-SHIPMENT-NBR-N  REDEFINES SCF-SHIPMENT-NBR
                                               PIC 9(04).
           05  FILLER                          PIC X(05).
           05  SCF-SUSPENSE-REASON             PIC X(40).
