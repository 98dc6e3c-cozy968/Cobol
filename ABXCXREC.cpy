      * SIDE IS 'C' (ABCURRHDR) OR 'H' (ABHISTHDR); THE UNIQUE I-D
      * CARRIES THE ABCURRHDR KEY FOR CURRENT-SIDE RECORDS AND IS
      * ZERO ON THE HISTORY SIDE.  MAINTAINED IN STEP BY ABORDMNT,
      * ABARCSWP, ABHSTPRG, ABARCRTV (ARCHIVE RESTORE) AND ABRPRAPL
      * (APPLIED RECONCILIATION REPAIRS), AND REBUILDABLE FROM SCRATCH
      * WITH ABCXBLD.
      ******************************************************************
       01  CXR-RECORD.
           05  CXR-KEY.
