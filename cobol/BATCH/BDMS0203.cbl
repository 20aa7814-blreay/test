001300***      THE KEY'S LAST JOURNAL TC PICKS THE VERB: '02' MEANS  ***
001400***      THE KEY ENDED DELETED (TC 01 RE-ADD), ANYTHING ELSE   ***
001410***      MEANS IT IS STILL ON FILE (TC 04 REPLACE)             ***
001420***    - A TC 05 RE-KEY LEAVES THE OLD KEY OFF FILE, SO IT IS  ***
001430***      RE-ADDED LIKE A DELETE; THE MOVED IMAGE UNDER THE NEW ***
001440***      KEY HAS NO BEFORE-IMAGE AND REVERSES AS A TC 02       ***
001500***  THE RUN TO REVERSE IS SELECTED BY POSTING DATE (POSTDATE  ***
001600***  ENVIRONMENT VALUE, MMDDYY) AND AN OPTIONAL CLIENT RANGE   ***
001700***  (CLIENTLO / CLIENTHI).  EVERY REVERSAL IS REPORTED.       ***
               05  JR-BI-EXTENSION                  PIC X(384).
      *    THE MINTED RUN IDENTIFIER BDMS0201 STAMPS ON EACH ENTRY
           03  JR-RUN-ID                            PIC X(28).
      *    TARGET SEQ NUMBER OF A TC 05 RE-KEY; SPACES OTHERWISE
           03  JR-NEW-SEQ-NUMBER                    PIC X(3).
006200 FD  BKOUT-OUT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
021310******************************************************************
021320***  EMITS THE ONE REVERSING TRANSACTION FOR THE PENDING       ***
021330***  JOURNAL KEY: THE FIRST BEFORE-IMAGE RESTORED THROUGH      ***
021340***  TC 01 WHEN THE KEY'S LAST JOURNAL TC WAS A DELETE OR A   ***
021345***  RE-KEY (THE KEY WAS VACATED), OR                         ***
021350***  THROUGH TC 04 WHEN THE KEY IS STILL ON FILE               ***
021360******************************************************************
021370 2250-GROUP-FLUSH.
      *    THE BEFORE-IMAGE'S EXTENSION RIDES ALONG FOR MASTERS
      *    DECLARED LONGER THAN 128 (SPACES OTHERWISE)
           MOVE PB-EXTENSION    TO RT-EXTENSION.
021388     IF PEND-LAST-TC = '02' OR PEND-LAST-TC = '05'
021390       MOVE '01' TO RT-TC
021392       ADD 1 TO DELETES-RESTORED-CNT
021394       DISPLAY 'RESTORE DELETE : CLIENT=' PEND-CLIENT
