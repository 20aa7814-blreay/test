
012500     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
012600       MOVE 1 TO FDT-EOF-SW.
012610*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
012620     PERFORM 1150-KEY-CONT-SKIP UNTIL FDT-EOF OR
012630       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
012700     PERFORM 2900-CSV-READ.
012710 1150-KEY-CONT-SKIP.
012720     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
012730       MOVE 1 TO FDT-EOF-SW.
012800******************************************************************
012900***  REBUILDS ONE MASTER RECORD FROM ONE DELIMITED ROW         ***
013000******************************************************************
