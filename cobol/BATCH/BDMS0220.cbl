006500     03  FNN-FILE-ID               PIC X.
006600     03  FNN-SEQ-NUMB              PIC 9(3).
006700     03  FNN-FIELD-NO              PIC 99.
006800     03  FNN-CONT-MARK            PIC X.
006810     03  FNN-LOC-BASE             PIC X(3).
006900     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
007000       05  FNN-FORMAT              PIC X.
007100       05  FNN-LOCATION            PIC 99.

011800     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
011900       MOVE 1 TO FDT-EOF-SW.
011910*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
011920     PERFORM 1150-KEY-CONT-SKIP UNTIL FDT-EOF OR
011930       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
012000     MOVE SPACES TO FDT-REC-ARRAY.
012100     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF.
012200     PERFORM 2900-TRANS-READ.
012600 1100-FDT-ARRAY-BUILD.
012700     READ FDT-FILE INTO FDT-NN-REC AT END
012800       MOVE 1 TO FDT-EOF-SW.
012810*    A CONTINUATION CARD ('+' IN COLUMN 7) CARRIES FIELDS PAST
012820*    14 OF THE CARD BEFORE IT AND IS NOT FILED AS A RECORD TYPE
012900     IF MORE-FDT-RECS AND FNN-CONT-MARK NOT = '+'
013000       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
013100       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX).
013110 1150-KEY-CONT-SKIP.
013120     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
013130       MOVE 1 TO FDT-EOF-SW.
013200******************************************************************
013300***  AUDITS ONE TRANSACTION RECORD FOR A VALID, IN-SEQUENCE,   ***
013400***  NON-DUPLICATE T-SEQ-NUMBER WITHIN ITS CLIENT GROUP        ***
