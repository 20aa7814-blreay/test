009300     03  FNN-FILE-ID               PIC X.
009400     03  FNN-SEQ-NUMB              PIC 9(3).
009500     03  FNN-FIELD-NO              PIC 99.
009600     03  FNN-CONT-MARK             PIC X.
009610     03  FNN-LOC-BASE              PIC X(3).
009700     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
009800       05  FNN-FORMAT              PIC X.
009900       05  FNN-LOCATION            PIC 99.

018000     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
018100       MOVE 1 TO FDT-EOF-SW.
018110*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
018120     PERFORM 1150-KEY-CONT-SKIP UNTIL FDT-EOF OR
018130       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
018200     MOVE SPACES TO FDT-REC-ARRAY.
018300     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF.
018400     PERFORM 1900-PRIOR-READ.
018600 1100-FDT-ARRAY-BUILD.
018700     READ FDT-FILE INTO FDT-NN-REC AT END
018800       MOVE 1 TO FDT-EOF-SW.
018810*    A CONTINUATION CARD ('+' IN COLUMN 7) CARRIES FIELDS PAST
018820*    14 OF THE CARD BEFORE IT AND IS NOT FILED AS A RECORD TYPE
018900     IF MORE-FDT-RECS AND FNN-CONT-MARK NOT = '+'
019000       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
019100       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX).
019110 1150-KEY-CONT-SKIP.
019120     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
019130       MOVE 1 TO FDT-EOF-SW.
019200******************************************************************
019300***  SEEDS ONE PRIOR-MASTER IMAGE INTO THE LAST-IMAGE TABLE    ***
019400******************************************************************
