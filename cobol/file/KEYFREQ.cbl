        $set sourceformat(free)
*********************************************************************
* KEYFREQ utility
*   Key-frequency and field-statistics pass over any deck, in the
*   JOINKEYSUTIL / FILTERCOPY mould: answers "how many per client
*   and TC" or "what does this column hold" without a one-off
*   program.  Records are counted per key (one or more
*   position,length fields, concatenated); for each numeric field
*   named the report shows min, max and total per key.  The keys
*   can be limited to those occurring more or fewer than N times.
*
*  Interface: Following environment variables:
*   DD_KEYFREQ_IN        : input file
*   DD_KEYFREQ_REPORT    : printed report (132 columns)
*   DD_KEYFREQ_DELIM     : optional delimited output, one line per
*                          reported key: each key field, the count,
*                          then min, max, total of each numeric field
*   MT_BATCH_KEYFREQ_KEYS   : pos,len[,pos,len]...  (required,
*       at most 20 fields and 256 bytes in all)
*   MT_BATCH_KEYFREQ_FIELDS : pos,len[,pos,len]...  (optional, at
*       most 10 fields of 1 to 18 digits; zoned, unsigned or with
*       the sign overpunched on the last digit.  A blank or
*       non-numeric value is counted as BAD and left out)
*   MT_BATCH_KEYFREQ_COUNT  : GT,n or LT,n  (optional: only keys
*       occurring more than / fewer than n times are reported)
*   MT_BATCH_KEYFREQ_SEP    : delimiter for DD_KEYFREQ_DELIM,
*       one character (default ;)
*   MT_BATCH_KEYFREQ_RECFM  : V (default, line sequential) or F,128
*       (fixed records read through the byte-stream calls, as
*       JOINKEYSUTIL does for its fixed inputs)
*********************************************************************
***** The sort steps this replaces
*   //SYSIN    DD *
*    SORT FIELDS=(2,3,CH,A,5,2,CH,A)
*    SUM FIELDS=(NONE)
*    OUTFIL NODETAIL,SECTIONS=(2,5,TRAILER3=(COUNT=(M10)))
*   /*
*********************************************************************
        IDENTIFICATION   DIVISION.
        PROGRAM-ID.      KEYFREQ.
        ENVIRONMENT      DIVISION.
        INPUT-OUTPUT     SECTION.
        FILE-CONTROL.
        SELECT INPUTFILE ASSIGN TO DYNAMIC IN_DDNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IO-STATUS.

        SELECT REPORTFILE ASSIGN TO DYNAMIC RPT_DDNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IO-STATUS.

        SELECT DELIMFILE ASSIGN TO DYNAMIC DELIM_DDNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IO-STATUS.

        SELECT SORTFILE ASSIGN TO "SORTWK01".

        DATA DIVISION.
        FILE SECTION.
        FD  INPUTFILE
            LABEL RECORD STANDARD.
            01  DATA_REC_IN     PIC X(4094).
        FD  REPORTFILE
            LABEL RECORD STANDARD.
            01  REPORT_REC      PIC X(132).
        FD  DELIMFILE
            LABEL RECORD STANDARD.
            01  DELIM_REC       PIC X(1024).
        SD  SORTFILE.
            01  SORT-REC.
                05 SR-KEY       PIC X(256).
                05 SR-VALUE     OCCURS 10 TIMES.
                    10 SR-VAL-OK  PIC X.
                    10 SR-VAL     PIC S9(18).

        WORKING-STORAGE SECTION.
        01  MT_BATCH_KEYFREQ_KEYS   PIC X(4000).
        01  MT_BATCH_KEYFREQ_FIELDS PIC X(4000).
        01  MT_BATCH_KEYFREQ_COUNT  PIC X(40).
        01  MT_BATCH_KEYFREQ_SEP    PIC X(40).
        01  MT_BATCH_KEYFREQ_RECFM  PIC X(40).
        01  MT_LENGTH     PIC 9(6).
        01  MT_START      PIC 9(6).
        01  MT_COUNT      PIC 9(6).
        01  MT_COUNT_ALL  PIC 9(6).
        01  MT_POS        PIC 9(6).

        01 IO-STATUS.
            05 status-key-1        pic x.
            05 status-key-2        pic x.
            05 binary-status redefines status-key-2 pic 99 comp-x.

        01  IN_DDNAME       PIC X(256).
        01  RPT_DDNAME      PIC X(256).
        01  DELIM_DDNAME    PIC X(256).
        01  DELIM_ACTIVE_SW PIC X VALUE "N".
        01  FIXED_SW        PIC X VALUE "N".
        01  FIX_LEN         PIC 9(6) VALUE 0.
        01  RECFM_TYPE      PIC X(4).
        01  RECFM_LEN_STR   PIC X(6).
        01  SORT_EOF_SW     PIC X.
        01  STRING-PTR      PIC 9(5).
        01  IDX             PIC 9(4) COMP.
        01  KEY_TOTAL_LEN   PIC 9(6).
        01  SEP_CHAR        PIC X VALUE ";".

* the key fields, concatenated in this order into SR-KEY
        01 KEYLIST.
            03 ARY_LEN_KEY PIC 9(4).
            03 ARY_KEY OCCURS 1 TO 20 TIMES DEPENDING ON ARY_LEN_KEY.
                05 KY_START    PIC 9(6).
                05 KY_LENGTH   PIC 9(6).
                05 KY_OFFSET   PIC 9(6).
* the numeric fields summarised per key
        01 FIELDLIST.
            03 ARY_LEN_FLD PIC 9(4) VALUE 0.
            03 ARY_FLD OCCURS 1 TO 10 TIMES DEPENDING ON ARY_LEN_FLD.
                05 FL_START    PIC 9(6).
                05 FL_LENGTH   PIC 9(6).

* count filter: GT keeps keys seen more than COUNT_LIMIT times,
* LT those seen fewer; spaces keeps every key
        01  COUNT_OP        PIC X(2) VALUE SPACES.
        01  COUNT_LIMIT_STR PIC X(12).
        01  COUNT_LIMIT     PIC 9(9) VALUE 0.

* a numeric field, right-justified and zero-filled so an
* overpunched or short value reads as a signed number
        01  NUM_WORK_X      PIC X(18) JUSTIFIED RIGHT.
        01  NUM_WORK REDEFINES NUM_WORK_X PIC S9(18).

* the key being accumulated in the output phase
        01  CUR_SW          PIC X VALUE "N".
        01  CUR_KEY         PIC X(256).
        01  CUR_COUNT       PIC 9(9).
        01 CUR_STATS.
            03 CUR_FLD OCCURS 10 TIMES.
                05 CUR_SEEN    PIC 9(9).
                05 CUR_BAD     PIC 9(9).
                05 CUR_MIN     PIC S9(18).
                05 CUR_MAX     PIC S9(18).
                05 CUR_TOTAL   PIC S9(18).
        01  KEEP_SW         PIC X.

* delimited-line assembly
        01  DELIM_WORK      PIC X(1024).
        01  DELIM_PTR       PIC 9(5).
        01  TEXT_WORK       PIC X(256).
        01  TEXT_LEN        PIC 9(5).
        01  TEXT_FIRST      PIC 9(5).
        01  EDIT_NUM        PIC -(18)9.
        01  EDIT_NUM_X REDEFINES EDIT_NUM PIC X(19).

        01  NB_RECS_READ    PIC 9(9) VALUE 0.
        01  NB_KEYS         PIC 9(9) VALUE 0.
        01  NB_KEYS_OUT     PIC 9(9) VALUE 0.
        01  NB_RECS_IN_KEYS PIC 9(9) VALUE 0.
        01  NB_DELIM_OUT    PIC 9(9) VALUE 0.
        01  pgm_return_code pic 9(4) value 1.

* byte-stream access for fixed records, as in JOINKEYSUTIL
        01  FIX_FILENAME    PIC X(256).
        01  FIX_HANDLE      PIC X(4).
        01  FIX_OFFSET      PIC X(8) COMP-X.
        01  FIX_COUNT       PIC X(4) COMP-X.
        01  FIX_ACCESS      PIC X COMP-X.
        01  FIX_DENY        PIC X COMP-X VALUE 0.
        01  FIX_DEVICE      PIC X COMP-X VALUE 0.
        01  FIX_FLAGS       PIC X COMP-X VALUE 0.
        01  FIX_STATUS      PIC 9(4) COMP VALUE 0.

* report lines
        01  HDR1-LINE.
            05 FILLER        PIC X(10) VALUE " KEYFREQ  ".
            05 FILLER        PIC X(31) VALUE
               "KEY FREQUENCY REPORT   INPUT = ".
            05 H1-INPUT      PIC X(91).
        01  HDR2-LINE.
            05 FILLER        PIC X(10) VALUE SPACES.
            05 H2-LABEL      PIC X(10).
            05 H2-TEXT       PIC X(112).
        01  HDR3-LINE.
            05 FILLER        PIC X(55) VALUE
               " KEY                                            COUNT F".
            05 FILLER        PIC X(77) VALUE
               "LD                 MIN                MAX                TOTAL     BAD".
        01  DETAIL-LINE.
            05 FILLER        PIC X VALUE SPACE.
            05 DL-KEY        PIC X(40).
            05 FILLER        PIC X(2) VALUE SPACES.
            05 DL-COUNT      PIC Z(9)9.
            05 FILLER        PIC X(2) VALUE SPACES.
            05 DL-FLD        PIC Z9.
            05 FILLER        PIC X(2) VALUE SPACES.
            05 DL-MIN        PIC -(17)9.
            05 FILLER        PIC X VALUE SPACE.
            05 DL-MAX        PIC -(17)9.
            05 FILLER        PIC X VALUE SPACE.
            05 DL-TOTAL      PIC -(19)9.
            05 FILLER        PIC X VALUE SPACE.
            05 DL-BAD        PIC Z(6)9.
            05 FILLER        PIC X(6) VALUE SPACES.
        01  TOTAL-LINE.
            05 FILLER        PIC X VALUE SPACE.
            05 TL-LABEL      PIC X(30).
            05 TL-COUNT      PIC Z(8)9.
            05 FILLER        PIC X(92) VALUE SPACES.

        PROCEDURE DIVISION.
** Resolve the file assignments from the DD environment
        MOVE SPACES TO IN_DDNAME
        DISPLAY "DD_KEYFREQ_IN" UPON ENVIRONMENT-NAME
        ACCEPT IN_DDNAME FROM ENVIRONMENT-VALUE
        IF IN_DDNAME = SPACES
            MOVE "KEYFREQ_IN" TO IN_DDNAME
        END-IF
        MOVE SPACES TO RPT_DDNAME
        DISPLAY "DD_KEYFREQ_REPORT" UPON ENVIRONMENT-NAME
        ACCEPT RPT_DDNAME FROM ENVIRONMENT-VALUE
        IF RPT_DDNAME = SPACES
            MOVE "KEYFREQ_REPORT" TO RPT_DDNAME
        END-IF
        MOVE SPACES TO DELIM_DDNAME
        DISPLAY "DD_KEYFREQ_DELIM" UPON ENVIRONMENT-NAME
        ACCEPT DELIM_DDNAME FROM ENVIRONMENT-VALUE
        IF DELIM_DDNAME NOT = SPACES
            MOVE "Y" TO DELIM_ACTIVE_SW
        END-IF

** Parse the key fields (position,length pairs)
        MOVE SPACES TO MT_BATCH_KEYFREQ_KEYS
        DISPLAY "MT_BATCH_KEYFREQ_KEYS" UPON ENVIRONMENT-NAME
        ACCEPT MT_BATCH_KEYFREQ_KEYS FROM ENVIRONMENT-VALUE
        IF MT_BATCH_KEYFREQ_KEYS = SPACES
            DISPLAY "MT_BATCH_KEYFREQ_KEYS IS REQUIRED"
            GO TO FIN-REL
        END-IF
        MOVE 1 TO MT_LENGTH
        PERFORM UNTIL MT_BATCH_KEYFREQ_KEYS(MT_LENGTH:1) = SPACE OR LOW-VALUE
            ADD 1 TO MT_LENGTH
        END-PERFORM
        DISPLAY "MT_BATCH_KEYFREQ_KEYS=" MT_BATCH_KEYFREQ_KEYS(1:MT_LENGTH)
        MOVE ZEROS TO MT_COUNT_ALL
        INSPECT MT_BATCH_KEYFREQ_KEYS TALLYING MT_COUNT_ALL FOR ALL ','
        ADD 1 TO MT_COUNT_ALL
        DIVIDE MT_COUNT_ALL BY 2 GIVING MT_COUNT
        IF MT_COUNT = 0 OR MT_COUNT > 20
            DISPLAY "1 TO 20 KEY FIELDS ARE SUPPORTED"
            GO TO FIN-REL
        END-IF
        MOVE MT_COUNT TO ARY_LEN_KEY
        MOVE 1 TO STRING-PTR
        MOVE 1 TO MT_POS
        PERFORM VARYING MT_COUNT FROM 1 BY 1 UNTIL MT_COUNT > ARY_LEN_KEY
            UNSTRING MT_BATCH_KEYFREQ_KEYS DELIMITED BY ','
                INTO KY_START of ARY_KEY(MT_COUNT)
                WITH POINTER STRING-PTR
            UNSTRING MT_BATCH_KEYFREQ_KEYS DELIMITED BY ','
                INTO KY_LENGTH of ARY_KEY(MT_COUNT)
                WITH POINTER STRING-PTR
            IF KY_START of ARY_KEY(MT_COUNT) NOT NUMERIC
               OR KY_LENGTH of ARY_KEY(MT_COUNT) NOT NUMERIC
               OR KY_START of ARY_KEY(MT_COUNT) = 0
               OR KY_LENGTH of ARY_KEY(MT_COUNT) = 0
               OR KY_START of ARY_KEY(MT_COUNT)
                  + KY_LENGTH of ARY_KEY(MT_COUNT) > 4095
                DISPLAY "BAD KEY PAIR AT FIELD " MT_COUNT
                GO TO FIN-REL
            END-IF
            MOVE MT_POS TO KY_OFFSET of ARY_KEY(MT_COUNT)
            ADD KY_LENGTH of ARY_KEY(MT_COUNT) TO MT_POS
        END-PERFORM
        COMPUTE KEY_TOTAL_LEN = MT_POS - 1
        IF KEY_TOTAL_LEN > 256
            DISPLAY "KEY LONGER THAN 256 BYTES NOT SUPPORTED"
            GO TO FIN-REL
        END-IF

** Parse the numeric fields (optional position,length pairs)
        MOVE SPACES TO MT_BATCH_KEYFREQ_FIELDS
        DISPLAY "MT_BATCH_KEYFREQ_FIELDS" UPON ENVIRONMENT-NAME
        ACCEPT MT_BATCH_KEYFREQ_FIELDS FROM ENVIRONMENT-VALUE
        IF MT_BATCH_KEYFREQ_FIELDS NOT = SPACES
           AND MT_BATCH_KEYFREQ_FIELDS(1:4) NOT = "NONE"
            MOVE 1 TO MT_LENGTH
            PERFORM UNTIL MT_BATCH_KEYFREQ_FIELDS(MT_LENGTH:1) = SPACE OR LOW-VALUE
                ADD 1 TO MT_LENGTH
            END-PERFORM
            DISPLAY "MT_BATCH_KEYFREQ_FIELDS=" MT_BATCH_KEYFREQ_FIELDS(1:MT_LENGTH)
            MOVE ZEROS TO MT_COUNT_ALL
            INSPECT MT_BATCH_KEYFREQ_FIELDS TALLYING MT_COUNT_ALL FOR ALL ','
            ADD 1 TO MT_COUNT_ALL
            DIVIDE MT_COUNT_ALL BY 2 GIVING MT_COUNT
            IF MT_COUNT = 0 OR MT_COUNT > 10
                DISPLAY "1 TO 10 NUMERIC FIELDS ARE SUPPORTED"
                GO TO FIN-REL
            END-IF
            MOVE MT_COUNT TO ARY_LEN_FLD
            MOVE 1 TO STRING-PTR
            PERFORM VARYING MT_COUNT FROM 1 BY 1 UNTIL MT_COUNT > ARY_LEN_FLD
                UNSTRING MT_BATCH_KEYFREQ_FIELDS DELIMITED BY ','
                    INTO FL_START of ARY_FLD(MT_COUNT)
                    WITH POINTER STRING-PTR
                UNSTRING MT_BATCH_KEYFREQ_FIELDS DELIMITED BY ','
                    INTO FL_LENGTH of ARY_FLD(MT_COUNT)
                    WITH POINTER STRING-PTR
                IF FL_START of ARY_FLD(MT_COUNT) NOT NUMERIC
                   OR FL_LENGTH of ARY_FLD(MT_COUNT) NOT NUMERIC
                   OR FL_START of ARY_FLD(MT_COUNT) = 0
                   OR FL_LENGTH of ARY_FLD(MT_COUNT) = 0
                   OR FL_LENGTH of ARY_FLD(MT_COUNT) > 18
                   OR FL_START of ARY_FLD(MT_COUNT)
                      + FL_LENGTH of ARY_FLD(MT_COUNT) > 4095
                    DISPLAY "BAD FIELDS PAIR AT FIELD " MT_COUNT
                    GO TO FIN-REL
                END-IF
            END-PERFORM
        END-IF

** Count filter (optional GT,n / LT,n)
        MOVE SPACES TO MT_BATCH_KEYFREQ_COUNT
        DISPLAY "MT_BATCH_KEYFREQ_COUNT" UPON ENVIRONMENT-NAME
        ACCEPT MT_BATCH_KEYFREQ_COUNT FROM ENVIRONMENT-VALUE
        IF MT_BATCH_KEYFREQ_COUNT NOT = SPACES
            MOVE SPACES TO COUNT_LIMIT_STR
            MOVE 1 TO STRING-PTR
            UNSTRING MT_BATCH_KEYFREQ_COUNT DELIMITED BY ','
                INTO COUNT_OP WITH POINTER STRING-PTR
            UNSTRING MT_BATCH_KEYFREQ_COUNT DELIMITED BY ',' OR ' '
                INTO COUNT_LIMIT_STR WITH POINTER STRING-PTR
            IF (COUNT_OP NOT = "GT" AND COUNT_OP NOT = "LT")
               OR COUNT_LIMIT_STR(1:1) NOT NUMERIC
                DISPLAY "BAD COUNT FILTER:" MT_BATCH_KEYFREQ_COUNT(1:20)
                GO TO FIN-REL
            END-IF
            COMPUTE COUNT_LIMIT = FUNCTION NUMVAL(COUNT_LIMIT_STR)
            DISPLAY "COUNT FILTER " COUNT_OP " " COUNT_LIMIT
        END-IF

** Delimiter for the delimited output
        MOVE SPACES TO MT_BATCH_KEYFREQ_SEP
        DISPLAY "MT_BATCH_KEYFREQ_SEP" UPON ENVIRONMENT-NAME
        ACCEPT MT_BATCH_KEYFREQ_SEP FROM ENVIRONMENT-VALUE
        IF MT_BATCH_KEYFREQ_SEP NOT = SPACES
            MOVE MT_BATCH_KEYFREQ_SEP(1:1) TO SEP_CHAR
        END-IF

** Record format (V default, or F with the record length)
        MOVE SPACES TO MT_BATCH_KEYFREQ_RECFM
        DISPLAY "MT_BATCH_KEYFREQ_RECFM" UPON ENVIRONMENT-NAME
        ACCEPT MT_BATCH_KEYFREQ_RECFM FROM ENVIRONMENT-VALUE
        IF MT_BATCH_KEYFREQ_RECFM(1:1) = "F"
            MOVE "Y" TO FIXED_SW
            MOVE 1 TO STRING-PTR
            UNSTRING MT_BATCH_KEYFREQ_RECFM DELIMITED BY ','
                INTO RECFM_TYPE WITH POINTER STRING-PTR
            UNSTRING MT_BATCH_KEYFREQ_RECFM DELIMITED BY ',' OR ' '
                INTO RECFM_LEN_STR WITH POINTER STRING-PTR
            IF RECFM_LEN_STR(1:1) NOT NUMERIC
                DISPLAY "BAD RECFM:" MT_BATCH_KEYFREQ_RECFM(1:20)
                GO TO FIN-REL
            END-IF
            COMPUTE FIX_LEN = FUNCTION NUMVAL(RECFM_LEN_STR)
            IF FIX_LEN = 0 OR FIX_LEN > 4094
                DISPLAY "BAD RECFM LENGTH:" RECFM_LEN_STR
                GO TO FIN-REL
            END-IF
            DISPLAY "FIXED LENGTH " FIX_LEN
        END-IF

** Open the report (and the delimited file) and print the heading
        OPEN OUTPUT REPORTFILE
        IF IO-STATUS NOT = "00"
            DISPLAY "WRITE OPEN FAILED: REPORT ST=" IO-STATUS
            GO TO FIN-REL
        END-IF
        IF DELIM_ACTIVE_SW = "Y"
            OPEN OUTPUT DELIMFILE
            IF IO-STATUS NOT = "00"
                DISPLAY "WRITE OPEN FAILED: DELIM ST=" IO-STATUS
                MOVE "N" TO DELIM_ACTIVE_SW
            END-IF
        END-IF
        MOVE IN_DDNAME TO H1-INPUT
        WRITE REPORT_REC FROM HDR1-LINE
        MOVE "KEYS      " TO H2-LABEL
        MOVE MT_BATCH_KEYFREQ_KEYS TO H2-TEXT
        WRITE REPORT_REC FROM HDR2-LINE
        IF ARY_LEN_FLD > 0
            MOVE "FIELDS    " TO H2-LABEL
            MOVE MT_BATCH_KEYFREQ_FIELDS TO H2-TEXT
            WRITE REPORT_REC FROM HDR2-LINE
        END-IF
        IF COUNT_OP NOT = SPACES
            MOVE "COUNT     " TO H2-LABEL
            MOVE MT_BATCH_KEYFREQ_COUNT TO H2-TEXT
            WRITE REPORT_REC FROM HDR2-LINE
        END-IF
        MOVE SPACES TO REPORT_REC
        WRITE REPORT_REC
        WRITE REPORT_REC FROM HDR3-LINE

** Sort the keys (and their field values) and count on the break
        SORT SORTFILE ON ASCENDING KEY SR-KEY
            INPUT PROCEDURE IS LOAD-INPUT THRU LOAD-IN-DONE
            OUTPUT PROCEDURE IS COUNT-SORTED THRU COUNT-EXIT
        IF pgm_return_code = 9
            GO TO FIN-REL
        END-IF

        MOVE SPACES TO REPORT_REC
        WRITE REPORT_REC
        MOVE "RECORDS READ" TO TL-LABEL
        MOVE NB_RECS_READ TO TL-COUNT
        WRITE REPORT_REC FROM TOTAL-LINE
        MOVE "DISTINCT KEYS" TO TL-LABEL
        MOVE NB_KEYS TO TL-COUNT
        WRITE REPORT_REC FROM TOTAL-LINE
        MOVE "KEYS REPORTED" TO TL-LABEL
        MOVE NB_KEYS_OUT TO TL-COUNT
        WRITE REPORT_REC FROM TOTAL-LINE
        MOVE "RECORDS UNDER REPORTED KEYS" TO TL-LABEL
        MOVE NB_RECS_IN_KEYS TO TL-COUNT
        WRITE REPORT_REC FROM TOTAL-LINE
        MOVE 0 TO pgm_return_code
        GO TO FIN-REL.

******** Sort input: each record's key and numeric field values **
    LOAD-INPUT.
        IF FIXED_SW = "Y"
            PERFORM LOAD-FIXED THRU LOAD-FIXED-EXIT
        ELSE
            PERFORM LOAD-VAR THRU LOAD-VAR-EXIT
        END-IF.
        GO TO LOAD-IN-DONE.

    LOAD-VAR.
        OPEN INPUT INPUTFILE
        IF IO-STATUS NOT = "00"
            DISPLAY "READ OPEN FAILED: INPUT ST=" IO-STATUS
            MOVE 9 TO pgm_return_code
            GO TO LOAD-VAR-EXIT
        END-IF
        MOVE "N" TO SORT_EOF_SW
        PERFORM UNTIL SORT_EOF_SW = "Y"
            MOVE SPACES TO DATA_REC_IN
            READ INPUTFILE
                AT END MOVE "Y" TO SORT_EOF_SW
                NOT AT END
                    ADD 1 TO NB_RECS_READ
                    PERFORM RELEASE-REC
            END-READ
        END-PERFORM
        CLOSE INPUTFILE.
    LOAD-VAR-EXIT.
        EXIT.

    LOAD-FIXED.
        MOVE IN_DDNAME TO FIX_FILENAME
        MOVE 1 TO FIX_ACCESS
        CALL "CBL_OPEN_FILE" USING FIX_FILENAME FIX_ACCESS
            FIX_DENY FIX_DEVICE FIX_HANDLE
            RETURNING FIX_STATUS
        IF FIX_STATUS NOT = 0
            DISPLAY "FIXED OPEN FAILED: INPUT ST=" FIX_STATUS
            MOVE 9 TO pgm_return_code
            GO TO LOAD-FIXED-EXIT
        END-IF
        MOVE 0 TO FIX_OFFSET
        MOVE "N" TO SORT_EOF_SW
        PERFORM UNTIL SORT_EOF_SW = "Y"
            MOVE SPACES TO DATA_REC_IN
            MOVE FIX_LEN TO FIX_COUNT
            CALL "CBL_READ_FILE" USING FIX_HANDLE FIX_OFFSET
                FIX_COUNT FIX_FLAGS DATA_REC_IN
                RETURNING FIX_STATUS
            IF FIX_STATUS NOT = 0
                MOVE "Y" TO SORT_EOF_SW
            ELSE
                ADD FIX_LEN TO FIX_OFFSET
                ADD 1 TO NB_RECS_READ
                PERFORM RELEASE-REC
            END-IF
        END-PERFORM
        CALL "CBL_CLOSE_FILE" USING FIX_HANDLE.
    LOAD-FIXED-EXIT.
        EXIT.

    RELEASE-REC.
        MOVE SPACES TO SR-KEY
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ARY_LEN_KEY
            MOVE KY_START of ARY_KEY(IDX)  TO MT_START
            MOVE KY_LENGTH of ARY_KEY(IDX) TO MT_LENGTH
            MOVE KY_OFFSET of ARY_KEY(IDX) TO MT_POS
            MOVE DATA_REC_IN(MT_START:MT_LENGTH)
              TO SR-KEY(MT_POS:MT_LENGTH)
        END-PERFORM
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
            MOVE "N" TO SR-VAL-OK(IDX)
            MOVE 0 TO SR-VAL(IDX)
        END-PERFORM
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ARY_LEN_FLD
            MOVE FL_START of ARY_FLD(IDX)  TO MT_START
            MOVE FL_LENGTH of ARY_FLD(IDX) TO MT_LENGTH
            IF DATA_REC_IN(MT_START:MT_LENGTH) NOT = SPACES
                MOVE DATA_REC_IN(MT_START:MT_LENGTH) TO NUM_WORK_X
                INSPECT NUM_WORK_X REPLACING LEADING SPACE BY "0"
                IF NUM_WORK NUMERIC
                    MOVE "Y" TO SR-VAL-OK(IDX)
                    MOVE NUM_WORK TO SR-VAL(IDX)
                END-IF
            END-IF
        END-PERFORM
        RELEASE SORT-REC.
    LOAD-IN-DONE.
        EXIT.

******** Sort output: a control break on the key ****************
    COUNT-SORTED.
        IF pgm_return_code = 9
            GO TO COUNT-EXIT
        END-IF
        MOVE "N" TO SORT_EOF_SW
        MOVE "N" TO CUR_SW
        PERFORM UNTIL SORT_EOF_SW = "Y"
            RETURN SORTFILE
                AT END MOVE "Y" TO SORT_EOF_SW
                NOT AT END
                    IF CUR_SW = "Y" AND SR-KEY NOT = CUR_KEY
                        PERFORM FLUSH-KEY
                    END-IF
                    IF CUR_SW = "N"
                        PERFORM START-KEY
                    END-IF
                    PERFORM ADD-TO-KEY
            END-RETURN
        END-PERFORM
        IF CUR_SW = "Y"
            PERFORM FLUSH-KEY
        END-IF.
    COUNT-EXIT.
        EXIT.

    START-KEY.
        MOVE "Y" TO CUR_SW
        MOVE SR-KEY TO CUR_KEY
        MOVE 0 TO CUR_COUNT
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
            MOVE 0 TO CUR_SEEN(IDX) CUR_BAD(IDX)
                      CUR_MIN(IDX) CUR_MAX(IDX) CUR_TOTAL(IDX)
        END-PERFORM
        ADD 1 TO NB_KEYS.

** totals past 18 digits truncate high order, as SORT SUM does
    ADD-TO-KEY.
        ADD 1 TO CUR_COUNT
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ARY_LEN_FLD
            IF SR-VAL-OK(IDX) = "Y"
                IF CUR_SEEN(IDX) = 0
                    MOVE SR-VAL(IDX) TO CUR_MIN(IDX) CUR_MAX(IDX)
                ELSE
                    IF SR-VAL(IDX) < CUR_MIN(IDX)
                        MOVE SR-VAL(IDX) TO CUR_MIN(IDX)
                    END-IF
                    IF SR-VAL(IDX) > CUR_MAX(IDX)
                        MOVE SR-VAL(IDX) TO CUR_MAX(IDX)
                    END-IF
                END-IF
                ADD 1 TO CUR_SEEN(IDX)
                ADD SR-VAL(IDX) TO CUR_TOTAL(IDX)
            ELSE
                ADD 1 TO CUR_BAD(IDX)
            END-IF
        END-PERFORM.

    FLUSH-KEY.
        MOVE "N" TO CUR_SW
        MOVE "Y" TO KEEP_SW
        IF COUNT_OP = "GT" AND CUR_COUNT NOT > COUNT_LIMIT
            MOVE "N" TO KEEP_SW
        END-IF
        IF COUNT_OP = "LT" AND CUR_COUNT NOT < COUNT_LIMIT
            MOVE "N" TO KEEP_SW
        END-IF
        IF KEEP_SW = "Y"
            ADD 1 TO NB_KEYS_OUT
            ADD CUR_COUNT TO NB_RECS_IN_KEYS
            PERFORM PRINT-KEY
            IF DELIM_ACTIVE_SW = "Y"
                PERFORM WRITE-DELIM
            END-IF
        END-IF.

** one report line per numeric field, the key and count on the
** first; a key with no numeric fields takes one line
    PRINT-KEY.
        MOVE CUR_KEY TO DL-KEY
        MOVE CUR_COUNT TO DL-COUNT
        IF ARY_LEN_FLD = 0
            MOVE 0 TO DL-FLD DL-MIN DL-MAX DL-TOTAL DL-BAD
            MOVE SPACES TO DETAIL-LINE(56:)
            WRITE REPORT_REC FROM DETAIL-LINE
        END-IF
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ARY_LEN_FLD
            MOVE IDX TO DL-FLD
            MOVE CUR_MIN(IDX)   TO DL-MIN
            MOVE CUR_MAX(IDX)   TO DL-MAX
            MOVE CUR_TOTAL(IDX) TO DL-TOTAL
            MOVE CUR_BAD(IDX)   TO DL-BAD
            IF CUR_SEEN(IDX) = 0
                MOVE SPACES TO DETAIL-LINE(60:58)
            END-IF
            WRITE REPORT_REC FROM DETAIL-LINE
            MOVE SPACES TO DL-KEY
            MOVE SPACES TO DETAIL-LINE(44:10)
        END-PERFORM.

** key fields (trailing spaces dropped), count, then min, max and
** total of each numeric field, separated by SEP_CHAR
    WRITE-DELIM.
        MOVE SPACES TO DELIM_WORK
        MOVE 1 TO DELIM_PTR
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ARY_LEN_KEY
            MOVE SPACES TO TEXT_WORK
            MOVE KY_OFFSET of ARY_KEY(IDX) TO MT_POS
            MOVE KY_LENGTH of ARY_KEY(IDX) TO MT_LENGTH
            MOVE CUR_KEY(MT_POS:MT_LENGTH) TO TEXT_WORK
            PERFORM APPEND-TEXT
        END-PERFORM
        MOVE CUR_COUNT TO EDIT_NUM
        PERFORM APPEND-NUMBER
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ARY_LEN_FLD
            IF CUR_SEEN(IDX) = 0
                MOVE SPACES TO TEXT_WORK
                PERFORM APPEND-TEXT
                PERFORM APPEND-TEXT
                PERFORM APPEND-TEXT
            ELSE
                MOVE CUR_MIN(IDX) TO EDIT_NUM
                PERFORM APPEND-NUMBER
                MOVE CUR_MAX(IDX) TO EDIT_NUM
                PERFORM APPEND-NUMBER
                MOVE CUR_TOTAL(IDX) TO EDIT_NUM
                PERFORM APPEND-NUMBER
            END-IF
        END-PERFORM
** the separator after the last column comes off again
        IF DELIM_PTR > 1
            SUBTRACT 1 FROM DELIM_PTR
            MOVE SPACE TO DELIM_WORK(DELIM_PTR:1)
        END-IF
        MOVE DELIM_WORK TO DELIM_REC
        WRITE DELIM_REC
        ADD 1 TO NB_DELIM_OUT.

    APPEND-NUMBER.
        MOVE 1 TO TEXT_FIRST
        PERFORM UNTIL TEXT_FIRST > 18
                   OR EDIT_NUM_X(TEXT_FIRST:1) NOT = SPACE
            ADD 1 TO TEXT_FIRST
        END-PERFORM
        MOVE SPACES TO TEXT_WORK
        MOVE EDIT_NUM_X(TEXT_FIRST:) TO TEXT_WORK
        PERFORM APPEND-TEXT.

    APPEND-TEXT.
        MOVE 256 TO TEXT_LEN
        PERFORM UNTIL TEXT_LEN = 0
                   OR TEXT_WORK(TEXT_LEN:1) NOT = SPACE
            SUBTRACT 1 FROM TEXT_LEN
        END-PERFORM
        IF TEXT_LEN > 0 AND DELIM_PTR + TEXT_LEN < 1024
            MOVE TEXT_WORK(1:TEXT_LEN) TO DELIM_WORK(DELIM_PTR:TEXT_LEN)
            ADD TEXT_LEN TO DELIM_PTR
        END-IF
        IF DELIM_PTR < 1024
            MOVE SEP_CHAR TO DELIM_WORK(DELIM_PTR:1)
            ADD 1 TO DELIM_PTR
        END-IF.

******** Final processing **********************
    FIN-REL.
        DISPLAY "KEYFREQ RECORDS READ.......... " NB_RECS_READ
        DISPLAY "KEYFREQ DISTINCT KEYS......... " NB_KEYS
        DISPLAY "KEYFREQ KEYS REPORTED......... " NB_KEYS_OUT
        IF DELIM_ACTIVE_SW = "Y"
            DISPLAY "KEYFREQ DELIMITED LINES....... " NB_DELIM_OUT
            CLOSE DELIMFILE
        END-IF
        CLOSE REPORTFILE
        IF pgm_return_code = 0
            EXIT PROGRAM returning 0
        ELSE
            EXIT PROGRAM returning 1
        END-IF

        STOP RUN.
******** END **********************
