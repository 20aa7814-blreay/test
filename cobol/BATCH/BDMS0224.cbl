013000     03  FNN-FILE-ID             PIC X.
013100     03  FNN-SEQ-NUMB            PIC 9(3).
013200     03  FNN-FIELD-NO            PIC 99.
013300     03  FNN-CONT-MARK           PIC X.
013310     03  FNN-LOC-BASE            PIC X(3).
013400     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
013500       05  FNN-FORMAT            PIC X.
013600       05  FNN-LOCATION          PIC 99.

024300     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
024400       MOVE 1 TO FDT-EOF-SW.
024410*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
024420     PERFORM 1350-KEY-CONT-SKIP UNTIL FDT-EOF OR
024430       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
024500     MOVE SPACES TO FDT-REC-ARRAY.
024600     PERFORM 1300-FDT-ARRAY-BUILD UNTIL FDT-EOF.
024700     CLOSE FDT-FILE.
029600 1300-FDT-ARRAY-BUILD.
029700     READ FDT-FILE INTO FDT-NN-REC, AT END
029800       MOVE 1 TO FDT-EOF-SW.
029810*    A CONTINUATION CARD ('+' IN COLUMN 7) CARRIES FIELDS PAST
029820*    14 OF THE CARD BEFORE IT AND IS NOT FILED AS A RECORD TYPE
029900     IF MORE-FDT-RECS AND FNN-CONT-MARK NOT = '+'
030000       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
030100       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX).
030110 1350-KEY-CONT-SKIP.
030120     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
030130       MOVE 1 TO FDT-EOF-SW.
030200******************************************************************
030300***  RUNS EVERY MATCHING RULE AGAINST ONE TRANSACTION AND      ***
030400***  WRITES IT TO THE CLEAN DECK, REPAIRED OR NOT              ***
