      *    REFUSE ANY OTHER DECK WHILE THE PIN IS SET
           DISPLAY 'FDTPIN'       UPON ENVIRONMENT-NAME.
           DISPLAY GC-FDTVER      UPON ENVIRONMENT-VALUE.
      *    THE GROUP ID IS BDMS0201'S STEP IN THE PARAMETER STORE
           DISPLAY 'GROUPID'      UPON ENVIRONMENT-NAME.
           DISPLAY GC-GROUP-ID    UPON ENVIRONMENT-VALUE.
      ******************************************************************
      ***  READS THE GROUP'S END-OF-JOB SUMMARY RECORD AND APPENDS    ***
      ***  A GROUP RECORD TO THE CHAIN SUMMARY, ACCUMULATING THE      ***
           DISPLAY PG-FILE (PG-TBL-I, 8) UPON ENVIRONMENT-VALUE.
           DISPLAY 'FDTPIN'       UPON ENVIRONMENT-NAME.
           DISPLAY PG-FDTVER (PG-TBL-I) UPON ENVIRONMENT-VALUE.
           DISPLAY 'GROUPID'      UPON ENVIRONMENT-NAME.
           DISPLAY PG-GROUP-ID (PG-TBL-I) UPON ENVIRONMENT-VALUE.
       3500-POLL-SCAN.
           MOVE 1 TO PG-TBL-I.
           PERFORM 3510-POLL-ONE THRU 3590-PO-EXIT
