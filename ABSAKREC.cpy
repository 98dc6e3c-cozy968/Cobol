      ******************************************************************
      * ABSAKREC - SAP POSTING ACKNOWLEDGMENT (SAPACK) RECORD LAYOUT
      *
      * SAP RETURNS ONE RECORD FOR EVERY SAPPOST DETAIL LINE IT
      * PROCESSED, ECHOING THE RUN DATE FROM THE SAPPOST HEADER AND
      * THE LINE'S SAP COMPANY / COST CENTER / ACCOUNT, WITH THE
      * ACCEPT OR REJECT STATUS, THE SAP DOCUMENT NUMBER OF AN
      * ACCEPTED LINE AND SAP'S REASON FOR A REJECTED ONE.
      ******************************************************************
       01  SAP-ACK-RECORD.
           05 SAK-RUN-DATE                       PIC 9(08).
           05 SAK-REC-TYPE                       PIC X(02).
           05 SAK-SAP-COMPANY                    PIC X(04).
           05 SAK-SAP-COST-CENTER                PIC X(10).
           05 SAK-SAP-ACCOUNT                    PIC X(10).
           05 SAK-STATUS                         PIC X(01).
              88 SAK-ACCEPTED                        VALUE 'A'.
              88 SAK-REJECTED                        VALUE 'R'.
           05 SAK-SAP-DOC-NBR                    PIC X(10).
           05 SAK-AMOUNT                         PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05 SAK-REASON-CODE                    PIC X(04).
           05 SAK-REASON-TEXT                    PIC X(50).
           05 FILLER                             PIC X(05).
