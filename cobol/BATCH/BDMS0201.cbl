007500***  //             DCB=(RECFM=FB,LRECL=128,BLKSIZE=4224),      **        
007600***  //             DISP=(OLD,DELETE,DELETE)                    **        
007700***  //IN3      DD  DSN=FARS.PARMLIB(FARSFDTC),DISP=SHR         **        
007710***  //FDTMAP   DD  DSN=FARS.PARMLIB(FARSFDTM),DISP=SHR         **
007800***  //OUT1     DD  DSN=BDMS0201.#1.NCLIENT,                    **        
007900***  //             UNIT=3330-1,VOL=SER=FAR001,                 **        
008000***  //             SPACE=(TRK,(100,20),RLSE),                  **        
013600*        SO THAT LOCATIONS AND/OR EXTENTS CAN BE ALTERED WITHOUT          
013700*        IMPACTING THE SOURCE CODE; LIMITATIONS ARE.....                  
013800*        1. FDT RCD (BLANK, BLANK, 1) MUST END WITH A BLANK               
013900*           FIELD OR CONTAIN A MAX OF 14 FIELDS, PLUS 14 PER
013910*           CONTINUATION CARD ('+' IN COL 7, LOCATION BASE IN
013920*           COLS 8-10) - UP TO 6 CONTINUATIONS PER CARD
014000*        2. MAX LENGTH FOR MATCH KEY FIELDS IS 100 CHAR (TOTAL)
014100*        3. CLIENT CODE ASSUMED TO BE IN POSITION 2-4                     
014200*        4. 'S' FLD DESCRIPTOR NOT AUTHORIZED WITH FDT KEY RCDS           
014300*        5. MAX OF 15 POSITIONS FOR SIGN FLD ACCUMULATION.                
      *    MODULE HERE INSTEAD OF BECOMING HARD-CODED SPECIAL CASES
           SELECT OPTIONAL EXIT-CTL-FILE ASSIGN TO UT-S-EXITCTL
              ORGANIZATION LINE SEQUENTIAL.
      *    CROSS-FIELD EDIT RULES DECK: RULES BETWEEN FIELDS, KEPT
      *    AS DATA LIKE THE FDT RATHER THAN AS CLIENT EXIT CODE
           SELECT OPTIONAL XRULE-FILE ASSIGN TO UT-S-XRULES
              ORGANIZATION LINE SEQUENTIAL.
      *    CLIENT-TO-FDT MAP: A CLIENT WHOSE RECORDS NEED A FIELD
      *    LAYOUT OTHER THAN THE IN3 DECK'S NAMES ITS OWN PINNED
      *    LIBRARY DECK HERE, READ THROUGH UT-S-CFDT AT CLIENT BREAK
           SELECT OPTIONAL FDT-MAP-FILE ASSIGN TO UT-S-FDTMAP
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CLIENT-FDT-FILE ASSIGN TO UT-S-CFDT
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CFDT-STATUS.
           SELECT EOJ-SUMMARY-FILE ASSIGN TO UT-S-EOJSUM
              ORGANIZATION LINE SEQUENTIAL.
016200 DATA DIVISION.
020700       88  DELETE-TRANSACTION      VALUE '02'.                            
020800       88  MODIFY-TRANSACTION      VALUE '03'.                            
020810       88  REPLACE-TRANSACTION     VALUE '04'.
             88  REKEY-TRANSACTION       VALUE '05'.
             88  INCREMENT-TRANSACTION   VALUE '06'.
020900     03  T-DATE                               PIC X(6).                   
021000     03  T-SEQ-NUMBER                         PIC 9(3).                   
021010*      ORIGINATING-USER IDENTITY, CARVED FROM THE OLD 97-BYTE
021020*      FILLER SO EVERY TRANSACTION CARRIES WHO SUBMITTED IT
021030     03  T-ORIGIN-USER                        PIC X(8).
      *      ON A TC 05 RE-KEY, POSITIONS 24-26 CARRY THE TARGET SEQ
      *      NUMBER THE MASTER MOVES TO; A RE-KEY CARRIES NO DATA
           03  T-NEW-SEQ-NUMBER                     PIC X(3).
021100     03  FILLER                               PIC X(86).
021200     03  T-SYSTEM-FLAGS                       PIC X(16).
           03  FILLER                               PIC X(384).
021300 FD  TRANS-OUT-FILE                                                       
022600     BLOCK CONTAINS 0 RECORDS                                             
022700     DATA RECORD IS TRANS-OUT-MSTR-RCD.                                   
022800 01  TRANS-OUT-MSTR-RCD.
022900     03  FILLER                               PIC X(122).
      *      A RE-KEYED (TC 05) MASTER'S AFTER-IMAGE CARRIES THE SEQ
      *      NUMBER IT MOVED FROM IN THE SPARE STAMP POSITIONS, SO
      *      THE CHANGE HISTORY CAN FOLLOW IT ACROSS THE MOVE
           03  OUT3-MOVED-FROM-SEQ                  PIC X(3).
           03  FILLER                               PIC X(3).
           03  FILLER                               PIC X(384).
023010******************************************************************
023020***  OUT4 - BEFORE-IMAGE JOURNAL.  ONE RECORD PER DELETED,     ***
      *      THE MINTED RUN IDENTIFIER, SO ONE NIGHT'S JOURNAL
      *      ENTRIES FILTER ON A SINGLE FIELD
           03  JR-RUN-ID                            PIC X(28).
      *      ON A TC 05 RE-KEY, THE SEQ NUMBER THE MASTER MOVED TO
      *      (JR-SEQ-NUMBER AND THE BEFORE-IMAGE HOLD THE OLD KEY);
      *      SPACES FOR EVERY OTHER TC
           03  JR-NEW-SEQ-NUMBER                    PIC X(3).
023000 FD  FDT-FILE
023100     RECORDING MODE IS F
023200     LABEL RECORDS ARE STANDARD
           03  RH-CTL-BALANCE-FLAG       PIC X.
           03  RH-RUN-ID                 PIC X(28).
           03  RH-FDT-VERSION            PIC X(8).
           03  RH-AG-GOOD-INC-CNT        PIC 9(15).
           03  RH-AG-BAD-INC-CNT         PIC 9(15).
           03  RH-AG-GOOD-RKY-CNT        PIC 9(15).
           03  RH-AG-BAD-RKY-CNT         PIC 9(15).
      *    CLIENTS PROCESSED UNDER A CLIENT-MAP DECK AND THE
      *    VERSION EACH RAN UNDER; EVERY OTHER CLIENT RAN UNDER THE
      *    IN3 DECK'S RH-FDT-VERSION
           03  RH-CLIENT-FDT-CNT         PIC 9(3).
           03  RH-CLIENT-FDT-AREA.
             05  RH-CLIENT-FDT  OCCURS 50 TIMES.
               07  RH-CF-CLIENT          PIC X(3).
               07  RH-CF-VERSION         PIC X(8).
      ******************************************************************
      ***  AUTH-FILE - AUTHORIZATION TABLE CARDS: USER, CLIENT, TC.   ***
      ***  '***' CLIENT OR '**' TC MEANS ALL.  AN EMPTY OR ABSENT     ***
           03  FILLER                    PIC X.
           03  XC-EXIT-NAME              PIC X(8).
           03  FILLER                    PIC X(68).
       FD  XRULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XRULE-RECORD.
       01  XRULE-RECORD.
           03  XR-CLIENT                 PIC X(3).
           03  FILLER                    PIC X.
           03  XR-SEQ                    PIC X(3).
           03  FILLER                    PIC X.
           03  XR-RULE-ID                PIC X(8).
           03  FILLER                    PIC X.
           03  XR-FLD-CARD               PIC X.
           03  XR-FLD-NO                 PIC X(2).
           03  FILLER                    PIC X.
           03  XR-TYPE                   PIC X(2).
           03  FILLER                    PIC X.
           03  XR-COND-CARD              PIC X.
           03  XR-COND-NO                PIC X(2).
           03  FILLER                    PIC X.
           03  XR-COND-OP                PIC X(2).
           03  FILLER                    PIC X.
           03  XR-VALUE1                 PIC X(20).
           03  FILLER                    PIC X.
           03  XR-VALUE2                 PIC X(20).
           03  FILLER                    PIC X(8).
      ******************************************************************
      ***  FDT-MAP-FILE - CLIENT-TO-FDT MAP CARDS: CLIENT, THE       ***
      ***  PINNED LIBRARY VERSION, AND THE DECK'S DATA SET NAME.     ***
      ***  AN ASTERISK IN COLUMN 1 IS A COMMENT.  AN EMPTY OR ABSENT ***
      ***  FILE RUNS EVERY CLIENT UNDER THE IN3 DECK.                ***
      ******************************************************************
       FD  FDT-MAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FDT-MAP-RECORD.
       01  FDT-MAP-RECORD.
           03  MC-CLIENT                 PIC X(3).
           03  FILLER                    PIC X.
           03  MC-VERSION                PIC X(8).
           03  FILLER                    PIC X.
           03  MC-DECK-DSN               PIC X(67).
       FD  CLIENT-FDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLIENT-FDT-RECORD.
       01  CLIENT-FDT-RECORD.
           03  FILLER                    PIC X(80).
       FD  MASTER-IDX-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
       01  CH-CLI-9 REDEFINES CH-CLI-X PIC 9(2).
       01  AUTH-DENIED-SW              PIC 9              VALUE 0.
             88  AUTH-DENIED               VALUE 1.
      *    FRZSRV HANDSHAKE - THE CLIENT POSTING-FREEZE REGISTRY.  THE
      *    ANSWER IS KEPT UNTIL THE CLIENT CHANGES
       01  FRZ-PARMS.
           05  FRZ-FUNCTION            PIC X              VALUE 'C'.
           05  FRZ-RC                  PIC S9(4) COMP-5   VALUE 0.
           05  FRZ-CLIENT              PIC X(3)           VALUE SPACES.
           05  FRZ-ASOF-DATE           PIC 9(8)           VALUE ZEROS.
           05  FRZ-REASON              PIC X(30)          VALUE SPACES.
           05  FRZ-REQUESTER           PIC X(20)          VALUE SPACES.
           05  FRZ-PLACED-DATE         PIC 9(8)           VALUE ZEROS.
           05  FRZ-THAW-DATE           PIC 9(8)           VALUE ZEROS.
       01  FRZ-LAST-CLIENT             PIC X(3)           VALUE
               HIGH-VALUES.
       01  CLIENT-FROZEN-SW            PIC 9              VALUE 0.
             88  CLIENT-IS-FROZEN          VALUE 1.
      *    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
       01  PRM-PARMS.
           05  PRM-FUNCTION            PIC X              VALUE 'G'.
           05  PRM-RC                  PIC S9(4) COMP-5   VALUE 0.
           05  PRM-JOB                 PIC X(8)           VALUE
               'BDMS0201'.
           05  PRM-STEP                PIC X(8)           VALUE SPACES.
           05  PRM-NAME                PIC X(30).
           05  PRM-VALUE               PIC X(100).
           05  PRM-SOURCE              PIC X.
       01  AUTH-TBL-MAX                PIC 9(4) COMP-5 VALUE 200.
       01  AUTH-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
       01  AUTH-TBL-I                  PIC 9(4) COMP-5 VALUE 0.
       01  FDT-VERSION                 PIC X(8) VALUE SPACES.
       01  FDTPIN-ENV                  PIC X(8) VALUE SPACES.
      ******************************************************************
      ***  CLIENT-TO-FDT MAP.  EACH MAPPED DECK MUST PASS BDMS0214   ***
      ***  VALIDATION, CARRY THE PINNED LIBRARY VERSION, AND SHARE   ***
      ***  THE IN3 DECK'S LRECL AND FB1 KEY CARD (THE MASTER AND     ***
      ***  TRANSACTION KEYS ARE BUILT ONCE FOR THE WHOLE RUN).  AT   ***
      ***  EACH CLIENT BREAK THE FB2 CARD AND FIELD DESCRIPTORS ARE  ***
      ***  SWITCHED TO THE CLIENT'S DECK, OR BACK TO THE IN3 DECK    ***
      ***  SAVED HERE WHEN THE CLIENT IS NOT MAPPED.                 ***
      ******************************************************************
       01  FDTMAP-EOF-SW               PIC 9 VALUE 0.
             88  MORE-FDTMAP-RECS          VALUE 0.
             88  FDTMAP-EOF                VALUE 1.
       01  CFDT-EOF-SW                 PIC 9 VALUE 0.
             88  MORE-CFDT-RECS            VALUE 0.
             88  CFDT-EOF                  VALUE 1.
       01  CFDT-STATUS                 PIC XX.
       01  CFDT-LRECL                  PIC 9(3).
       01  CFDT-VERSION                PIC X(8).
       01  CFDT-VALIDATE-RC            PIC S9(4) COMP-5 VALUE 0.
       01  CFDT-SAVED-FUNCTION         PIC X(20).
       01  CFDT-SAVED-FDTA             PIC X(67).
       01  FDTMAP-TBL-MAX              PIC 9(4) COMP-5 VALUE 50.
       01  FDTMAP-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
       01  FDTMAP-TBL-I                PIC 9(4) COMP-5 VALUE 0.
       01  FDTMAP-TBL-J                PIC 9(4) COMP-5 VALUE 0.
       01  FDTMAP-FOUND-IX             PIC 9(4) COMP-5 VALUE 0.
       01  FDTMAP-SEARCH-CLIENT        PIC X(3).
      *    MAP ENTRY WHOSE DECK IS LOADED NOW; ZERO IS THE IN3 DECK
       01  FDTMAP-LOADED-IX            PIC 9(4) COMP-5 VALUE 0.
       01  FDTMAP-TABLE.
           03  FDTMAP-ENTRY  OCCURS 50 TIMES.
             05  MT-CLIENT             PIC X(3).
             05  MT-VERSION            PIC X(8).
             05  MT-DECK-DSN           PIC X(67).
       01  BASE-FDT-VERSION            PIC X(8) VALUE SPACES.
       01  BASE-FIXED-FIELDS           PIC X(80).
       01  BASE-FDT-ARRAY              PIC X(79920).
      *    CLIENTS PROCESSED UNDER A MAPPED DECK, FOR THE RUN HISTORY
       01  CFDT-USED-CNT               PIC 9(4) COMP-5 VALUE 0.
       01  CFDT-USED-TABLE             VALUE SPACES.
           03  CFDT-USED-ENTRY  OCCURS 50 TIMES.
             05  CU-CLIENT             PIC X(3).
             05  CU-VERSION            PIC X(8).
      ******************************************************************
      ***  FDT CONTINUATION CARDS.  A CARD WITH '+' IN COLUMN 7       ***
      ***  CARRIES FIELDS 15-28 OF THE CARD IT DIRECTLY FOLLOWS (THE  ***
      ***  NEXT ONE 29-42, AND SO ON, UP TO 6 PER CARD); COLUMNS 8-10 ***
      ***  HOLD A LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD,  ***
      ***  SO FIELDS PAST POSITION 199 CAN BE DESCRIBED.  THE FB1 KEY ***
      ***  CARD'S CONTINUATIONS ARE KEPT APART (THE KEY IS THE SAME   ***
      ***  FOR EVERY CLIENT DECK); THE FB2 AND RECORD-TYPE CARDS'     ***
      ***  CONTINUATIONS ARE CHAINED FROM THEIR CARD AND ARE SAVED    ***
      ***  AND SWITCHED WITH THE DECK AT A CLIENT BREAK.              ***
      ******************************************************************
       01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
       01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
       01  FDT-CONT-AREA.
           03  FDT-CONT-CNT            PIC 9(4) COMP-5.
           03  FB2-CONT-FIRST          PIC 9(4) COMP-5.
           03  FB2-CONT-COUNT          PIC 9(4) COMP-5.
           03  FDT-CONT-LINK  OCCURS 999 TIMES.
             05  FCL-FIRST             PIC 9(4) COMP-5.
             05  FCL-COUNT             PIC 9(4) COMP-5.
           03  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
       01  BASE-CONT-AREA              PIC X(28002).
      *    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
       01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
       01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
      *    CONTINUATIONS STILL TO EDIT FOR THE CARD IN RULE-CARD
       01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
       01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
       01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
       01  KEY-CONT-CNT                PIC 9(4) COMP-5 VALUE 0.
       01  KEY-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
       01  KEY-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
       01  KEY-LEN-TOTAL               PIC 9(4) COMP-5 VALUE 0.
       01  KEY-LEN-MAX                 PIC 9(4) COMP-5 VALUE 100.
       01  KEY-CONT-TABLE.
           03  KEY-CONT-CARD  OCCURS 6 TIMES  PIC X(80).
      *    WORK COPY OF THE KEY CARD (OR CONTINUATION) BEING BUILT
       01  KEY-RULE-CARD.
           03  KR-FILE-ID              PIC X.
           03  KR-SEQ-NUMB             PIC X(3).
           03  KR-FIELD-NO             PIC 99.
           03  KR-CONT-MARK            PIC X.
           03  KR-LOC-BASE             PIC X(3).
           03  KR-LOC-BASE-9 REDEFINES KR-LOC-BASE  PIC 9(3).
           03  KR-FIELD-DEFNS OCCURS 14 TIMES.
             05  KR-FORMAT             PIC X.
             05  KR-LOCATION           PIC 99.
             05  KR-LENGTH             PIC 99.
      ******************************************************************
      ***  PER-CLIENT EDIT-EXIT ARCHITECTURE.  THE EXIT-CTL FILE     ***
      ***  MAPS A CLIENT TO A CALLABLE MODULE; AFTER A TRANSACTION   ***
      ***  PASSES THE GENERIC FDT FIELD EDITS, THE CLIENT'S EXIT     ***
           05  EX-ANSWER               PIC X.
           05  EX-REASON               PIC X(20).
       01  EXIT-REASON-PENDING         PIC X(20) VALUE SPACES.
      ******************************************************************
      ***  DECLARATIVE CROSS-FIELD EDIT RULES.  THE XRULES DECK IS   ***
      ***  KEPT LIKE THE FDT AND HOLDS THE RULES BETWEEN FIELDS THAT ***
      ***  THE ONE-FIELD FORMAT EDITS CANNOT EXPRESS.  A RULE        ***
      ***  APPLIES TO ONE CLIENT ('***' FOR EVERY CLIENT) AND ONE    ***
      ***  RECORD TYPE ('***' FOR EVERY TYPE) AND IS CHECKED AGAINST ***
      ***  THE RECORD AS IT WOULD STAND AFTER THE CHANGE, AFTER THE  ***
      ***  GENERIC EDITS AND BEFORE ANY CLIENT EDIT EXIT.  CARD:     ***
      ***    COLS  1- 3  CLIENT          COLS  5- 7  RECORD TYPE SEQ ***
      ***    COLS  9-16  RULE ID, SHOWN ON THE REJECT REPORT         ***
      ***    COLS 18-20  FIELD - F (FIXED CARD) OR R (RECORD-TYPE    ***
      ***                CARD) AND THE FIELD NUMBER ON THAT CARD     ***
      ***    COLS 22-23  RULE TYPE                                   ***
      ***      RQ  FIELD MUST NOT BE BLANK; WITH COLS 25-30 ONLY     ***
      ***          WHEN THE CONDITION FIELD (25-27, CODED LIKE THE   ***
      ***          FIELD) IS EQ OR NE (29-30) VALUE 1                ***
      ***      RF  FIELD MUST BE A CODE IN REFLOOKUP DOMAIN VALUE 1, ***
      ***          EFFECTIVE ON THE POSTING DATE                     ***
      ***      RG  FIELD (N, M OR S FORMAT) FROM VALUE 1 THROUGH     ***
      ***          VALUE 2 - WHOLE NUMBERS, LEADING '-' IF NEGATIVE  ***
      ***      DT  DATE FIELD NOT AFTER THE POSTING DATE; VALUE 1    ***
      ***          GIVES ITS LAYOUT - MMDDYY, YYMMDD, MMDDCCYY OR    ***
      ***          CCYYMMDD                                          ***
      ***    COLS 32-51  VALUE 1         COLS 53-72  VALUE 2         ***
      ***  A BLANK FIELD PASSES RF, RG AND DT - PAIR THEM WITH AN RQ ***
      ***  RULE WHEN THE FIELD IS ALSO REQUIRED.  '*' IN COL 1 IS A  ***
      ***  COMMENT UNLESS COLS 1-3 ARE '***'.  A BAD CARD STOPS THE  ***
      ***  RUN: A CLIENT'S RULES ARE NEVER SKIPPED SILENTLY.         ***
      ******************************************************************
       01  XRULE-EOF-SW                PIC 9 VALUE 0.
             88  MORE-XRULE-RECS           VALUE 0.
             88  XRULE-EOF                 VALUE 1.
       01  XRULE-TBL-MAX               PIC 9(4) COMP-5 VALUE 200.
       01  XRULE-TBL-CNT               PIC 9(4) COMP-5 VALUE 0.
       01  XRULE-TBL-I                 PIC 9(4) COMP-5 VALUE 0.
       01  XRULE-ERROR-CNT             PIC 9(4) COMP-5 VALUE 0.
       01  XRULE-TABLE.
           03  XRULE-ENTRY  OCCURS 200 TIMES.
             05  XRT-CLIENT            PIC X(3).
             05  XRT-SEQ               PIC X(3).
             05  XRT-RULE-ID           PIC X(8).
             05  XRT-FLD-CARD          PIC X.
             05  XRT-FLD-NO            PIC 99.
             05  XRT-TYPE              PIC X(2).
             05  XRT-COND-CARD         PIC X.
             05  XRT-COND-NO           PIC 99.
             05  XRT-COND-OP           PIC X(2).
             05  XRT-VALUE1            PIC X(20).
             05  XRT-VALUE2            PIC X(20).
             05  XRT-LOW               PIC S9(15).
             05  XRT-HIGH              PIC S9(15).
       01  XRULE-REASON-PENDING        PIC X(20) VALUE SPACES.
       01  XR-IMAGE                    PIC X(512).
       01  XR-VIOLATION-SW             PIC 9 VALUE 0.
             88  XR-RULE-VIOLATED          VALUE 1.
       01  XR-SEQ-X                    PIC X(3).
       01  XR-REC-INDEX                PIC 9(4) COMP-5 VALUE 0.
       01  XR-NO-X                     PIC X(2).
       01  XR-NO-9 REDEFINES XR-NO-X   PIC 99.
      *    FIELD LOCATE: CARD (F/R), FIELD NUMBER AND RECORD TYPE IN;
      *    POSITION, LENGTH AND FORMAT OUT
       01  XR-LOC-CARD                 PIC X.
       01  XR-LOC-NO                   PIC 99.
       01  XR-LOC-SEQ                  PIC X(3).
       01  XR-LOC-SEQ-9 REDEFINES XR-LOC-SEQ PIC 9(3).
       01  XR-LOC-POS                  PIC 9(4) COMP-5 VALUE 0.
       01  XR-LOC-LEN                  PIC 9(4) COMP-5 VALUE 0.
       01  XR-LOC-FMT                  PIC X.
      *    FIELD NUMBERS PAST 14 ARE ON THE CONTINUATION CARDS
       01  XR-LOC-CONT                 PIC 9(4) COMP-5 VALUE 0.
       01  XR-LOC-IX                   PIC 9(4) COMP-5 VALUE 0.
       01  XR-LOC-FIRST                PIC 9(4) COMP-5 VALUE 0.
       01  XR-LOC-CONTS                PIC 9(4) COMP-5 VALUE 0.
       01  XR-LOC-SW                   PIC 9 VALUE 0.
             88  XR-LOC-FOUND              VALUE 1.
      *    A RULE IS CHECKED IN EVERY FDT DECK IT CAN MEET; THIS IS
      *    THE LAST MAP ENTRY WHOSE DECK IT WAS TRIED IN
       01  XR-DECK-IX                  PIC 9(4) COMP-5 VALUE 0.
       01  XR-DECK-SW                  PIC 9 VALUE 0.
             88  XR-DECK-MORE              VALUE 1.
       01  XR-FDT-CARD.
           03  XF-FILE-ID              PIC X.
           03  XF-SEQ-NUMB             PIC XXX.
           03  XF-FIELD-NO             PIC 99.
           03  XF-CONT-MARK            PIC X.
           03  XF-LOC-BASE             PIC X(3).
           03  XF-LOC-BASE-9 REDEFINES XF-LOC-BASE  PIC 9(3).
           03  XF-FIELD-DEFNS OCCURS 14 TIMES.
             05  XF-FORMAT             PIC X.
             05  XF-LOCATION           PIC 99.
             05  XF-LENGTH             PIC 99.
       01  XR-TGT-POS                  PIC 9(4) COMP-5 VALUE 0.
       01  XR-TGT-LEN                  PIC 9(4) COMP-5 VALUE 0.
       01  XR-TGT-FMT                  PIC X.
       01  XR-COND-VALUE               PIC X(20).
       01  XR-CHAR-I                   PIC 9(4) COMP-5 VALUE 0.
       01  XR-CHAR                     PIC X.
       01  XR-DIGIT-X                  PIC X.
       01  XR-DIGIT-9 REDEFINES XR-DIGIT-X PIC 9.
       01  XR-NUM-VALUE                PIC S9(15) VALUE 0.
       01  XR-NUM-WORK                 PIC X(15).
       01  XR-NUM-WORK-S REDEFINES XR-NUM-WORK PIC S9(15).
       01  XR-NUM-DIGITS               PIC 9(4) COMP-5 VALUE 0.
       01  XR-NUM-SW                   PIC 9 VALUE 0.
             88  XR-NUM-VALID              VALUE 0.
             88  XR-NUM-INVALID            VALUE 1.
       01  XR-NEG-SW                   PIC 9 VALUE 0.
             88  XR-NUM-NEGATIVE           VALUE 1.
       01  XR-END-SW                   PIC 9 VALUE 0.
             88  XR-NUM-ENDED              VALUE 1.
       01  XR-PARSE-TEXT               PIC X(20).
       01  XR-DATE-TEXT                PIC X(8).
       01  XR-DATE-BUILD.
           03  XR-DB-CCYY              PIC X(4).
           03  XR-DB-MM                PIC XX.
           03  XR-DB-DD                PIC XX.
       01  XR-DATE-BUILD-N REDEFINES XR-DATE-BUILD PIC 9(8).
       01  XR-POST-DATE.
           03  XR-PD-CCYY              PIC X(4).
           03  XR-PD-MM                PIC XX.
           03  XR-PD-DD                PIC XX.
       01  XR-POST-DATE-N REDEFINES XR-POST-DATE PIC 9(8).
       01  XR-REF-PARMS.
           05  REF-DOMAIN              PIC X(8).
           05  REF-CODE                PIC X(8).
           05  REF-ASOF                PIC 9(8).
           05  REF-DESC                PIC X(30).
           05  REF-RC                  PIC S9(4) COMP-5.
       01  FDT-HDR-WORK.
           03  FH-TAG                  PIC X(5).
           03  FILLER                  PIC X.
030600     03  INVALID-T-KEY-CNT       PIC 9(15).                                
030700     03  INVALID-T-TC-CNT        PIC 9(15).                                
030710     03  NOT-AUTH-CNT            PIC 9(15).
           03  FROZEN-CNT              PIC 9(15).
030800     03  GOOD-ADD-CNT            PIC 9(15).                                
030900     03  INVALID-ADD-CNT         PIC 9(15).                                
031000     03  GOOD-DEL-CNT            PIC 9(15).                                
031300     03  INVALID-MOD-CNT         PIC 9(15).                                
031310     03  GOOD-RPL-CNT            PIC 9(15).
031320     03  INVALID-RPL-CNT         PIC 9(15).
           03  GOOD-INC-CNT            PIC 9(15).
           03  INVALID-INC-CNT         PIC 9(15).
           03  GOOD-RKY-CNT            PIC 9(15).
           03  INVALID-RKY-CNT         PIC 9(15).
031400     03  M-READ-CNT              PIC 9(15).                                
031410*      MASTERS PASSED OVER BY A RESTART - READ BUT NEVER
031420*      REWRITTEN, SO EXCLUDED FROM THE CONTROL-TOTAL BALANCE
032100     03  AG-BAD-T-KEY-CNT        PIC 9(15).                                
032200     03  AG-BAD-T-TC-CNT         PIC 9(15).                                
032210     03  AG-NOT-AUTH-CNT         PIC 9(15).
           03  AG-FROZEN-CNT           PIC 9(15).
032300     03  AG-GOOD-ADD-CNT         PIC 9(15).                                
032400     03  AG-BAD-ADD-CNT          PIC 9(15).                                
032500     03  AG-GOOD-DEL-CNT         PIC 9(15).                                
032800     03  AG-BAD-MOD-CNT          PIC 9(15).                                
032810     03  AG-GOOD-RPL-CNT         PIC 9(15).
032820     03  AG-BAD-RPL-CNT          PIC 9(15).
           03  AG-GOOD-INC-CNT         PIC 9(15).
           03  AG-BAD-INC-CNT          PIC 9(15).
           03  AG-GOOD-RKY-CNT         PIC 9(15).
           03  AG-BAD-RKY-CNT          PIC 9(15).
032900     03  TOTAL-VALID             PIC 9(15).                                
033000     03  TOTAL-ERRORS            PIC 9(15).                                
033100     03  TOTAL-SUM               PIC 9(15).
      *--                                                                       
       01  LOOP-CNT                    PIC 9(4) COMP-5 VALUE ZERO.              
      *}                                                                        
033500 01  MASTER-KEY                  PIC X(100)     VALUE HIGH-VALUES.        
033600 01  TRANS-KEY                   PIC X(100)         VALUE SPACES.         
033700 01  NEW-REC-KEY                 PIC X(100)         VALUE SPACES.         
033800 01  CTR-LENGTH                  PIC 99      VALUE 15.                    
033900 01  CTR-PTR                     PIC 99.                                  
034000 01  CTR-PTR-MV                  PIC 99.                                  
035300 01  TRAN-SIGNED-FLD             PIC S9(15).                              
035400 01  FILLER REDEFINES TRAN-SIGNED-FLD.                                    
035500   03  T-CTR    OCCURS  15 TIMES PIC X.                                   
      * TC 06 increment: set when the sum no longer fits the field's
      * FDT length (or 15 digits); the transaction is then rejected
       01  INC-OVERFLOW-SW             PIC 9              VALUE 0.
           88  INC-FITS                   VALUE 0.
           88  INC-OVERFLOWS              VALUE 1.
       01  INC-CHK-PTR                 PIC 99.
      ******************************************************************
      ***  TC 05 RE-KEY TABLE.  COPY MODE CANNOT LOOK AHEAD IN THE   ***
      ***  MASTER STREAM, SO A PRE-PASS OVER THE TRANSACTIONS AND    ***
      ***  THE MASTER INPUT RESOLVES EVERY RE-KEY BEFORE UPDATING:   ***
      ***  THE OLD MASTER MUST BE ON FILE AND THE TARGET KEY FREE.   ***
      ***  A VALID ENTRY'S MOVED IMAGE IS MERGED INTO OUT1 WHEN THE  ***
      ***  OUTPUT REACHES ITS NEW KEY, AND THE OLD MASTER IS DROPPED ***
      ***  WHEN ITS TC 05 POSTS.  CARDS ARE MATCHED TO ENTRIES BY    ***
      ***  THEIR POSITION IN THE TRANSACTION FILE.                   ***
      ******************************************************************
       01  RKY-TBL-MAX                 PIC 9(4) COMP-5 VALUE 500.
       01  RKY-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
       01  RKY-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
       01  RKY-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
       01  RKY-LOW-IX                  PIC 9(4) COMP-5 VALUE 0.
       01  RKY-VALID-CNT               PIC 9(4) COMP-5 VALUE 0.
       01  RKY-PENDING-CNT             PIC 9(4) COMP-5 VALUE 0.
       01  RKY-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
       01  RKY-LIMIT-KEY               PIC X(100)         VALUE SPACES.
       01  RKY-LIMIT-CLIENT            PIC X(3)           VALUE SPACES.
       01  RKY-CHK-KEY                 PIC X(100)         VALUE SPACES.
       01  RKY-MOVED-FROM              PIC X(3)           VALUE SPACES.
       01  RKY-HOLD-REC                PIC X(512).
       01  RKY-CONFLICT-SW             PIC 9              VALUE 0.
           88  RKY-NO-CONFLICT            VALUE 0.
           88  RKY-CONFLICT               VALUE 1.
      *    THE CARD SCAN SWITCHES FDT DECKS PER CLIENT LIKE THE UPDATE
      *    PASS; THE CLIENT CONTROL FIELD IS HELD ASIDE MEANWHILE
       01  RKY-SAVED-CLIENT            PIC X(3)           VALUE SPACES.
       01  RKY-SCAN-SW                 PIC 9              VALUE 0.
           88  RKY-SCANNING               VALUE 1.
       01  RKY-TABLE.
           03  RKY-ENTRY  OCCURS 500 TIMES.
             05  RK-STATUS             PIC X.
               88  RK-OLD-NOT-FOUND       VALUE 'N'.
               88  RK-VALID               VALUE 'V'.
               88  RK-TARGET-ON-FILE      VALUE 'D'.
               88  RK-BAD-TARGET          VALUE 'E'.
               88  RK-NOT-AUTHORIZED      VALUE 'A'.
               88  RK-CLIENT-FROZEN       VALUE 'F'.
             05  RK-INSERTED-SW        PIC X.
             05  RK-CARD-NO            PIC 9(8) COMP-5.
             05  RK-CLIENT             PIC X(3).
             05  RK-OLD-SEQ            PIC X(3).
             05  RK-NEW-SEQ            PIC X(3).
             05  RK-OLD-KEY            PIC X(100).
             05  RK-NEW-KEY            PIC X(100).
             05  RK-IMAGE              PIC X(512).
035600******************************************************************        
035700***  FILE DEFINITION RECS (FDT)   ---  80 BYTES                ***        
035800******************************************************************        
038300   03  FNN-FILE-ID               PIC X.                                   
038400   03  FNN-SEQ-NUMB              PIC 9(3).                                
038500   03  FNN-FIELD-NO              PIC 99.                                  
038510   03  FNN-CONT-MARK             PIC X.
038520   03  FNN-LOC-BASE              PIC X(3).
038700   03  FNN-FIELD-DEFNS OCCURS 14 TIMES.                                   
038800     05  FNN-FORMAT              PIC X.                                   
038900     05  FNN-LOCATION            PIC 99.                                  
040500   03  FILLER                    PIC X(39)          VALUE SPACES.
040600   03  H1                        PIC X(49)          VALUE
040700              'A C T I V I T Y   T O T A L S   B Y   C L I E N T'.
040800   03  FILLER                    PIC X(1)           VALUE SPACES.
040801   03  FILLER                    PIC X(4)     VALUE 'FDT '.
040802   03  HDR-FDT-VERSION           PIC X(8)           VALUE SPACES.
040803   03  FILLER                    PIC X(1)           VALUE SPACES.
040810   03  FILLER                    PIC X(9)     VALUE 'RUN DATE '.
040820   03  HDR-RUN-DATE              PIC X(10).
040830   03  FILLER                    PIC X(11)          VALUE SPACES.
040900 01  H2-LINE.
041010   03  FILLER                    PIC X(6)      VALUE 'CLIENT'.
041020   03  FILLER                    PIC X(1)           VALUE SPACES.
041040   03  FILLER                    PIC X(15)          VALUE
041050             '------01-------'.
041060   03  FILLER                    PIC X(2)           VALUE SPACES.
041130   03  FILLER                    PIC X(15)          VALUE
041140             '------04-------'.
041150   03  FILLER                    PIC X(2)           VALUE SPACES.
         03  FILLER                    PIC X(15)          VALUE
                   '------06-------'.
         03  FILLER                    PIC X(2)           VALUE SPACES.
041160   03  FILLER                    PIC X(15)          VALUE
041170             '----INVALID----'.
041180   03  FILLER                    PIC X(2)           VALUE SPACES.
041190   03  FILLER                    PIC X(23)          VALUE
041200             '----TOTAL ACTIVITY-----'.
041700 01  H3-LINE.
041800   03  FILLER                    PIC X(3)           VALUE SPACES.
041810   03  FILLER                    PIC X(2)           VALUE 'ID'.
041820   03  FILLER                    PIC X(2)           VALUE SPACES.
041840   03  FILLER                    PIC X(7)      VALUE '   ADDS'.
041850   03  FILLER                    PIC X(1)           VALUE SPACE.
041860   03  FILLER                    PIC X(7)      VALUE ' ERRORS'.
041970   03  FILLER                    PIC X(1)           VALUE SPACE.
041980   03  FILLER                    PIC X(7)      VALUE ' ERRORS'.
041990   03  FILLER                    PIC X(2)           VALUE SPACES.
         03  FILLER                    PIC X(7)      VALUE 'INCRMNT'.
         03  FILLER                    PIC X(1)           VALUE SPACE.
         03  FILLER                    PIC X(7)      VALUE ' ERRORS'.
         03  FILLER                    PIC X(2)           VALUE SPACES.
042000   03  FILLER                    PIC X(7)      VALUE '  T-KEY'.
042010   03  FILLER                    PIC X(1)           VALUE SPACE.
042020   03  FILLER                    PIC X(7)      VALUE ' T-CODE'.
042060   03  FILLER                    PIC X(7)      VALUE ' ERRORS'.
042070   03  FILLER                    PIC X(1)           VALUE SPACE.
042080   03  FILLER                    PIC X(7)      VALUE '    SUM'.
042500 01  DET1-LINE.
042600   03  FILLER                    PIC X(2)           VALUE SPACES.
042700   03  P-CLIENT                  PIC X(3).
042800   03  FILLER                    PIC X(2)           VALUE SPACES.
042900   03  F1                        PIC Z(6)9.
043000   03  FILLER                    PIC X(1)           VALUE SPACES.
043100   03  F2                        PIC Z(6)9.
043930   03  FILLER                    PIC X(1)           VALUE SPACES.
043940   03  F10                       PIC Z(6)9.
044000   03  FILLER                    PIC X(2)           VALUE SPACES.
         03  F11                       PIC Z(6)9.
         03  FILLER                    PIC X(1)           VALUE SPACES.
         03  F12                       PIC Z(6)9.
         03  FILLER                    PIC X(2)           VALUE SPACES.
044100   03  F7                        PIC Z(6)9.
044200   03  FILLER                    PIC X(1)           VALUE SPACES.
044300   03  F8                        PIC Z(6)9.
044700   03  TOT-ERRORS                PIC Z(6)9.
044800   03  FILLER                    PIC X(1)           VALUE SPACES.
044900   03  TOT-SUM                   PIC Z(6)9.
      *    TC 05 RE-KEY ACTIVITY, PRINTED UNDER A CLIENT'S DETAIL
      *    LINE ONLY WHEN IT HAD ANY (THE DETAIL LINE IS FULL)
       01  DET2-LINE.
         03  FILLER                    PIC X(7)           VALUE SPACES.
         03  FILLER                    PIC X(22)          VALUE
                   'RE-KEYS (TC 05) MOVED '.
         03  F13                       PIC Z(6)9.
         03  FILLER                    PIC X(9)      VALUE '  ERRORS '.
         03  F14                       PIC Z(6)9.
         03  FILLER                    PIC X(80)          VALUE SPACES.
      *    WHEN A CLIENT-TO-FDT MAP IS IN USE, THE FDT VERSION EACH
      *    CLIENT WAS PROCESSED UNDER, PRINTED UNDER ITS DETAIL LINE
       01  DET3-LINE.
         03  FILLER                    PIC X(7)           VALUE SPACES.
         03  FILLER                    PIC X(12)          VALUE
                   'FDT VERSION '.
         03  P-FDT-VERSION             PIC X(8).
         03  FILLER                    PIC X(2)           VALUE SPACES.
         03  P-FDT-SOURCE              PIC X(10).
         03  FILLER                    PIC X(93)          VALUE SPACES.
045100 01  MASTER-REC-ARRAY.
045200   03  RECORD-ELMNT      OCCURS 512 TIMES PIC X.
045300 01  TRANS-REC-ARRAY REDEFINES MASTER-REC-ARRAY.
047300     03  PRE-DRA-PPPPP           PIC X(5).                                
047400     03  FILLER                  PIC X(33).                               
047500 01  KEY-WORKAREA.                                                        
047600   03  KEY-WORK     OCCURS 100 TIMES PIC X.                               
047700 01  PRE-DEFINED-KEY-AREA REDEFINES KEY-WORKAREA.                         
047800     03  PRE-DKA-C.                                                       
047900         05  PRE-DKA-C-ID        PIC XXXX.                                
052900   03  R-FILE-ID                 PIC X.                                   
053000   03  R-SEQ-NUMB                PIC XXX.                                 
053100   03  R-FIELD-NO                PIC 99.                                  
053110   03  R-CONT-MARK               PIC X.
053120   03  R-LOC-BASE                PIC X(3).
053130   03  R-LOC-BASE-9 REDEFINES R-LOC-BASE  PIC 9(3).
053300   03  R-FIELD-DEFNS OCCURS 14 TIMES.                                     
053400     05  R-FORMAT                PIC X.                                   
053500     05  R-LOCATION              PIC 99.                                  
056200   03  INVALID-TC                PIC X              VALUE '0'.            
056300   03  FIELD-EDIT-ERROR          PIC X              VALUE '0'.            
056400   03  NOT-AUTHORIZED            PIC X              VALUE '0'.
         03  SIGNED-OVERFLOW           PIC X              VALUE '0'.
         03  CROSS-FIELD-ERROR         PIC X              VALUE '0'.
         03  CLIENT-FROZEN             PIC X              VALUE '0'.
056800   03  FILLER                    PIC X              VALUE '0'.            
056900   03  FILLER                    PIC X              VALUE '0'.            
057000   03  FILLER                    PIC X              VALUE '0'.            
061300     PERFORM 650-CLIENT-BREAK.                                            
061400     IF NOT KEYED-MODE
061410       PERFORM 475-SYN-MASTER UNTIL MASTER-EOF.
           IF RKY-PENDING-CNT > 0
             MOVE HIGH-VALUES TO RKY-LIMIT-KEY
             MOVE SPACES TO RKY-LIMIT-CLIENT
             PERFORM 426-REKEY-INSERT-FLUSH THRU 426-RF-EXIT.
061500 075-EOJ.
061600     PERFORM 680-DISPLAY-OF-UPDATE-STATS.
           IF KEYED-MODE
           RUN-HISTORY-FILE.
       078-EOJ-DISPLAY.
062000*    RESET TRACE.                                                         
           MOVE 'C' TO PRM-FUNCTION.
           CALL 'PARMSRV' USING PRM-PARMS.
062100     DISPLAY '    BDMS0201 END PROCESSING'.                               
      *{ Ba-Stop-Run-Statement 1.1                                              
062200*    STOP RUN.                                                            
           IF XYZ-DRY-RUN-REQUESTED
             MOVE 1 TO DRY-RUN-SW
             DISPLAY '    BDMS0201 RUNNING IN DRY-RUN MODE'.
      *    UNDER BDMS0230 THE CLIENT GROUP IS THIS RUN'S STEP IN THE
      *    PARAMETER STORE; A STANDALONE RUN HAS NO STEP
           DISPLAY 'GROUPID' UPON ENVIRONMENT-NAME.
           ACCEPT PRM-STEP FROM ENVIRONMENT-VALUE.
           MOVE 'KEYEDMODE' TO PRM-NAME.
           PERFORM 697-GET-PARM.
           MOVE PRM-VALUE TO KEYED-MODE-ENV.
           IF XYZ-KEYED-REQUESTED OR KEYED-MODE-ENV = 'Y'
             MOVE 1 TO KEYED-SW
             DISPLAY '    BDMS0201 RUNNING IN KEYED-UPDATE MODE'.
             MOVE FILE-KEY-DESCRIPTOR (8:8) TO FDT-VERSION
             READ FDT-FILE INTO FILE-KEY-DESCRIPTOR, AT END
               MOVE EOF-INDICATOR TO FDT-EOF-SW.
           MOVE 'FDTPIN' TO PRM-NAME.
           PERFORM 697-GET-PARM.
           MOVE PRM-VALUE TO FDTPIN-ENV.
           IF FDTPIN-ENV NOT = SPACES AND
              FDTPIN-ENV NOT = FDT-VERSION
             DISPLAY 'FDT VERSION <' FDT-VERSION
             DISPLAY '    FDT VERSION=' FDT-VERSION.
064600     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
064700       MOVE EOF-INDICATOR TO FDT-EOF-SW.
      *    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
           PERFORM 111-KEY-CONT-LOAD
             UNTIL FDT-EOF OR FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
           PERFORM 113-KEY-LENGTH-CHECK.
           IF RESTART-MODE
             MOVE RESTART-CLIENT-CODE TO TR-CLIENT-CTLFLD
           ELSE
064800       MOVE SPACES TO TR-CLIENT-CTLFLD.
           MOVE FDT-VERSION TO HDR-FDT-VERSION.
064900     PERFORM 660-HEADER-PRINT.                                            
065000     MOVE FB1-LENGTH (2) TO CLIENT-CODE-LENGTH.                           
065100     MOVE SPACES TO FDT-REC-ARRAY.                                        
           MOVE LOW-VALUES TO FDT-CONT-AREA.
           MOVE 0 TO FDT-CONT-OWNER-IX.
065200     PERFORM 110-FDT-ARRAY-BUILD UNTIL FDT-EOF.                           
      *    THE IN3 DECK IS KEPT ASIDE SO AN UNMAPPED CLIENT CAN BE
      *    SWITCHED BACK TO IT AFTER A MAPPED ONE
           MOVE FDT-VERSION             TO BASE-FDT-VERSION.
           MOVE FIXED-FIELDS-DESCRIPTOR TO BASE-FIXED-FIELDS.
           MOVE FDT-REC-ARRAY           TO BASE-FDT-ARRAY.
           MOVE FDT-CONT-AREA           TO BASE-CONT-AREA.
           OPEN INPUT FDT-MAP-FILE.
           PERFORM 140-FDTMAP-TABLE-BUILD UNTIL FDTMAP-EOF.
           CLOSE FDT-MAP-FILE.
           IF FDTMAP-TBL-CNT > 0
             MOVE 1 TO FDTMAP-TBL-I
             PERFORM 142-FDTMAP-VERIFY
               UNTIL FDTMAP-TBL-I > FDTMAP-TBL-CNT
             DISPLAY '    BDMS0201 CLIENT FDT MAP ENTRIES='
                 FDTMAP-TBL-CNT.
           OPEN INPUT AUTH-FILE.
           PERFORM 115-AUTH-TABLE-BUILD UNTIL AUTH-EOF.
           CLOSE AUTH-FILE.
           IF EXIT-TBL-CNT > 0
             DISPLAY '    BDMS0201 CLIENT EDIT EXITS='
                 EXIT-TBL-CNT.
           MOVE UPD-CCYY TO XR-PD-CCYY.
           MOVE UPD-MM   TO XR-PD-MM.
           MOVE UPD-DD   TO XR-PD-DD.
           OPEN INPUT XRULE-FILE.
           PERFORM 117-XRULE-TABLE-BUILD THRU 117-XB-EXIT
             UNTIL XRULE-EOF.
           CLOSE XRULE-FILE.
           IF FDTMAP-LOADED-IX > 0
             PERFORM 658-IN3-FDT-RESTORE.
           IF XRULE-ERROR-CNT > 0
             DISPLAY 'CROSS-FIELD RULE DECK HAS ' XRULE-ERROR-CNT
                     ' CARD(S) IN ERROR - RUN TERMINATED'
             GO TO 999-ABEND.
           IF XRULE-TBL-CNT > 0
             DISPLAY '    BDMS0201 CROSS-FIELD RULES='
                 XRULE-TBL-CNT.
           IF AUTH-TBL-CNT > 0
             DISPLAY '    BDMS0201 AUTHORIZATION ENTRIES='
                 AUTH-TBL-CNT
           ELSE
             DISPLAY '    BDMS0201 AUTHORIZATION CHECKING OFF'.
           PERFORM 120-CUSTODY-VERIFY THRU 129-CV-EXIT.
           PERFORM 130-REKEY-PREPASS THRU 139-RP-EXIT.
065300******************************************************************        
065400***  THIS PARAGRAPH STORES FDT FIELD DESCRIPTORS INTO TABLE    ***        
065500******************************************************************        
065700     READ FDT-FILE INTO FDT-NN-REC AT END                                 
065800       MOVE EOF-INDICATOR TO FDT-EOF-SW.                                  
065900     IF MORE-FDT-RECS                                                     
             PERFORM 112-FDT-CARD-STORE.
      ******************************************************************
      ***  FILES A KEY CONTINUATION CARD AND READS THE NEXT CARD      ***
      ******************************************************************
       111-KEY-CONT-LOAD.
           IF KEY-CONT-CNT NOT < FDT-CONT-PER-CARD-MAX
             DISPLAY 'FDT KEY CARD HAS MORE THAN '
                     FDT-CONT-PER-CARD-MAX ' CONTINUATION CARDS'
             GO TO 999-ABEND.
           ADD 1 TO KEY-CONT-CNT.
           MOVE FIXED-FIELDS-DESCRIPTOR TO KEY-CONT-CARD (KEY-CONT-CNT).
           READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
             MOVE EOF-INDICATOR TO FDT-EOF-SW.
      ******************************************************************
      ***  FILES ONE FDT CARD: A RECORD-TYPE CARD UNDER ITS SEQ       ***
      ***  NUMBER, A CONTINUATION CARD ON THE CHAIN OF THE CARD IT    ***
      ***  FOLLOWS (THE FB2 CARD UNTIL A RECORD-TYPE CARD IS SEEN).   ***
      ***  A CONTINUATION OF A RECORD-TYPE CARD MUST CARRY THAT       ***
      ***  CARD'S SEQ NUMBER.                                         ***
      ******************************************************************
       112-FDT-CARD-STORE.
           IF FNN-CONT-MARK NOT = '+'
             MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
             MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
             MOVE 0 TO FCL-FIRST (FDT-REC-INDEX),
                 FCL-COUNT (FDT-REC-INDEX)
             MOVE FDT-REC-INDEX TO FDT-CONT-OWNER-IX
             MOVE FDT-NN-REC (2:3) TO FDT-CONT-OWNER-SEQ
           ELSE
             IF FDT-CONT-OWNER-IX > 0 AND
                FDT-NN-REC (2:3) NOT = FDT-CONT-OWNER-SEQ
               DISPLAY 'FDT CONTINUATION CARD <' FDT-NN-REC (2:3)
                       '> DOES NOT FOLLOW ITS RECORD-TYPE CARD'
               GO TO 999-ABEND
             ELSE
             IF FDT-CONT-CNT NOT < FDT-CONT-MAX
               DISPLAY 'FDT CONTINUATION TABLE FULL AT '
                       FDT-CONT-MAX ' CARDS'
               GO TO 999-ABEND
             ELSE
               ADD 1 TO FDT-CONT-CNT
               MOVE FDT-NN-REC TO FDT-CONT-CARD (FDT-CONT-CNT)
               PERFORM 114-FDT-CONT-CHAIN THRU 114-FC-EXIT.
       114-FDT-CONT-CHAIN.
           IF FDT-CONT-OWNER-IX = 0
             IF FB2-CONT-COUNT = 0
               MOVE FDT-CONT-CNT TO FB2-CONT-FIRST
             END-IF
             ADD 1 TO FB2-CONT-COUNT
             IF FB2-CONT-COUNT > FDT-CONT-PER-CARD-MAX
               GO TO 114-FDT-CONT-OVERFLOW
             END-IF
           ELSE
             IF FCL-COUNT (FDT-CONT-OWNER-IX) = 0
               MOVE FDT-CONT-CNT TO FCL-FIRST (FDT-CONT-OWNER-IX)
             END-IF
             ADD 1 TO FCL-COUNT (FDT-CONT-OWNER-IX)
             IF FCL-COUNT (FDT-CONT-OWNER-IX) > FDT-CONT-PER-CARD-MAX
               GO TO 114-FDT-CONT-OVERFLOW.
           GO TO 114-FC-EXIT.
       114-FDT-CONT-OVERFLOW.
           DISPLAY 'FDT CARD <' FDT-CONT-OWNER-SEQ
                   '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
                   ' CONTINUATION CARDS'.
           GO TO 999-ABEND.
       114-FC-EXIT.
           EXIT.
      ******************************************************************
      ***  THE FB1 KEY COMPONENTS, CONTINUATIONS INCLUDED, MUST FIT   ***
      ***  THE KEY WORK AREA                                          ***
      ******************************************************************
       113-KEY-LENGTH-CHECK.
           MOVE 0 TO KEY-LEN-TOTAL, KEY-CONT-IX.
           MOVE FILE-KEY-DESCRIPTOR TO KEY-RULE-CARD.
           PERFORM 113-KEY-LENGTH-CARD.
           PERFORM 113-KEY-LENGTH-CONT
             UNTIL KEY-CONT-IX NOT < KEY-CONT-CNT.
           IF KEY-LEN-TOTAL > KEY-LEN-MAX
             DISPLAY 'FDT KEY COMPONENTS TOTAL ' KEY-LEN-TOTAL
                     ' BYTES - MAXIMUM IS ' KEY-LEN-MAX
             GO TO 999-ABEND.
       113-KEY-LENGTH-CONT.
           ADD 1 TO KEY-CONT-IX.
           MOVE KEY-CONT-CARD (KEY-CONT-IX) TO KEY-RULE-CARD.
           PERFORM 113-KEY-LENGTH-CARD.
       113-KEY-LENGTH-CARD.
           MOVE 1 TO COMPONENT-INDEX.
           PERFORM 113-KEY-LENGTH-ADD
             UNTIL COMPONENT-INDEX > 14 OR
                   KR-FORMAT (COMPONENT-INDEX) = SPACE.
       113-KEY-LENGTH-ADD.
           IF KR-LENGTH (COMPONENT-INDEX) NUMERIC
             ADD KR-LENGTH (COMPONENT-INDEX) TO KEY-LEN-TOTAL.
           ADD 1 TO COMPONENT-INDEX.
      ******************************************************************
      ***  THIS PARAGRAPH LOADS ONE AUTHORIZATION CARD INTO THE TABLE ***
      ******************************************************************
               DISPLAY 'EXIT TABLE FULL - REMAINING CARDS IGNORED'
               MOVE EOF-INDICATOR TO EXIT-EOF-SW.
      ******************************************************************
      ***  THIS PARAGRAPH LOADS AND VALIDATES ONE CROSS-FIELD RULE.  ***
      ***  FIELDS ARE CHECKED AGAINST THE FDT WHERE THE RULE NAMES   ***
      ***  ONE RECORD TYPE; A '***' RULE SKIPS ANY TYPE THAT LACKS   ***
      ***  THE FIELD.  A MAPPED CLIENT'S RULE IS CHECKED IN ITS OWN  ***
      ***  DECK, AND AN ALL-CLIENT RULE IN THE IN3 DECK AND IN EACH  ***
      ***  MAPPED DECK                                               ***
      ******************************************************************
       117-XRULE-TABLE-BUILD.
           READ XRULE-FILE AT END
             MOVE EOF-INDICATOR TO XRULE-EOF-SW.
           IF XRULE-EOF OR XRULE-RECORD = SPACES OR
              (XRULE-RECORD (1:1) = '*' AND XR-CLIENT NOT = '***')
             GO TO 117-XB-EXIT.
           IF FDTMAP-LOADED-IX > 0
             PERFORM 658-IN3-FDT-RESTORE.
           IF XRULE-TBL-CNT NOT < XRULE-TBL-MAX
             DISPLAY 'CROSS-FIELD RULE TABLE FULL AT ' XR-RULE-ID
             GO TO 117-XB-ERROR.
           IF XR-CLIENT = SPACES OR XR-RULE-ID = SPACES
             GO TO 117-XB-ERROR.
           IF XR-SEQ NOT = '***' AND
              (XR-SEQ NOT NUMERIC OR XR-SEQ = '000')
             GO TO 117-XB-ERROR.
           IF XR-TYPE NOT = 'RQ' AND XR-TYPE NOT = 'RF' AND
              XR-TYPE NOT = 'RG' AND XR-TYPE NOT = 'DT'
             GO TO 117-XB-ERROR.
           ADD 1 TO XRULE-TBL-CNT.
           MOVE XR-CLIENT  TO XRT-CLIENT  (XRULE-TBL-CNT).
           MOVE XR-SEQ     TO XRT-SEQ     (XRULE-TBL-CNT).
           MOVE XR-RULE-ID TO XRT-RULE-ID (XRULE-TBL-CNT).
           MOVE XR-TYPE    TO XRT-TYPE    (XRULE-TBL-CNT).
           MOVE XR-COND-OP TO XRT-COND-OP (XRULE-TBL-CNT).
           MOVE XR-VALUE1  TO XRT-VALUE1  (XRULE-TBL-CNT).
           MOVE XR-VALUE2  TO XRT-VALUE2  (XRULE-TBL-CNT).
           MOVE 0 TO XRT-LOW (XRULE-TBL-CNT), XRT-HIGH (XRULE-TBL-CNT),
               XRT-COND-NO (XRULE-TBL-CNT).
           MOVE SPACE TO XRT-COND-CARD (XRULE-TBL-CNT).
           IF XR-FLD-CARD NOT = 'F' AND XR-FLD-CARD NOT = 'R'
             GO TO 117-XB-DROP.
           MOVE 0 TO XR-DECK-IX.
           IF XR-CLIENT NOT = '***' AND FDTMAP-TBL-CNT > 0
             MOVE 0 TO FDTMAP-FOUND-IX
             MOVE XR-CLIENT TO FDTMAP-SEARCH-CLIENT
             MOVE 1 TO FDTMAP-TBL-J
             PERFORM 656-FDTMAP-SCAN
               UNTIL FDTMAP-TBL-J > FDTMAP-TBL-CNT
                  OR FDTMAP-FOUND-IX > 0
             IF FDTMAP-FOUND-IX > 0
               PERFORM 657-CLIENT-FDT-LOAD.
       117-XB-DECK-CHECK.
           MOVE XR-FLD-NO TO XR-NO-X.
      *    FIELDS 15-98 ARE ON THE CARD'S CONTINUATION CARDS
           IF XR-NO-X NOT NUMERIC OR XR-NO-9 = 0 OR XR-NO-9 > 98
             GO TO 117-XB-DROP.
           MOVE XR-FLD-CARD TO XRT-FLD-CARD (XRULE-TBL-CNT),
               XR-LOC-CARD.
           MOVE XR-NO-9     TO XRT-FLD-NO (XRULE-TBL-CNT), XR-LOC-NO.
           MOVE XR-SEQ TO XR-LOC-SEQ.
           PERFORM 577-XR-LOCATE.
           IF XR-LOC-CARD = 'F' OR XR-SEQ NOT = '***'
             IF NOT XR-LOC-FOUND
               GO TO 117-XB-DROP.
           IF XR-TYPE = 'RQ' AND XR-COND-OP NOT = SPACES
             IF XR-COND-OP NOT = 'EQ' AND XR-COND-OP NOT = 'NE'
               GO TO 117-XB-DROP
             ELSE
             IF XR-COND-CARD NOT = 'F' AND XR-COND-CARD NOT = 'R'
               GO TO 117-XB-DROP
             ELSE
               MOVE XR-COND-NO TO XR-NO-X
               IF XR-NO-X NOT NUMERIC OR XR-NO-9 = 0 OR
                  XR-NO-9 > 98
                 GO TO 117-XB-DROP
               ELSE
                 MOVE XR-COND-CARD TO XRT-COND-CARD (XRULE-TBL-CNT)
                 MOVE XR-NO-9 TO XRT-COND-NO (XRULE-TBL-CNT).
           IF XR-TYPE = 'RF'
             IF XR-VALUE1 (1:8) = SPACES OR
                XR-VALUE1 (9:12) NOT = SPACES
               GO TO 117-XB-DROP
             ELSE
             IF XR-LOC-FOUND AND XR-LOC-LEN > 8
               GO TO 117-XB-DROP.
           IF XR-TYPE = 'RG'
             IF XR-LOC-FOUND AND
                (XR-LOC-FMT = 'A' OR XR-LOC-FMT = 'P' OR
                 XR-LOC-LEN > 15)
               GO TO 117-XB-DROP
             ELSE
               MOVE XR-VALUE1 TO XR-PARSE-TEXT
               PERFORM 117-XRULE-NUMBER
               MOVE XR-NUM-VALUE TO XRT-LOW (XRULE-TBL-CNT)
               IF XR-NUM-INVALID
                 GO TO 117-XB-DROP
               ELSE
                 MOVE XR-VALUE2 TO XR-PARSE-TEXT
                 PERFORM 117-XRULE-NUMBER
                 MOVE XR-NUM-VALUE TO XRT-HIGH (XRULE-TBL-CNT)
                 IF XR-NUM-INVALID OR
                    XRT-LOW (XRULE-TBL-CNT) > XRT-HIGH (XRULE-TBL-CNT)
                   GO TO 117-XB-DROP.
           IF XR-TYPE = 'DT'
             IF XR-VALUE1 NOT = 'MMDDYY' AND
                XR-VALUE1 NOT = 'YYMMDD' AND
                XR-VALUE1 NOT = 'MMDDCCYY' AND
                XR-VALUE1 NOT = 'CCYYMMDD'
               GO TO 117-XB-DROP
             ELSE
             IF XR-LOC-FOUND AND
                (XR-LOC-LEN NOT = 6 AND XR-LOC-LEN NOT = 8)
               GO TO 117-XB-DROP
             ELSE
             IF XR-LOC-FOUND AND XR-VALUE1 (7:2) = SPACES AND
                XR-LOC-LEN NOT = 6
               GO TO 117-XB-DROP
             ELSE
             IF XR-LOC-FOUND AND XR-VALUE1 (7:2) NOT = SPACES AND
                XR-LOC-LEN NOT = 8
               GO TO 117-XB-DROP.
           IF XR-CLIENT = '***'
             PERFORM 117-XRULE-NEXT-DECK
             IF XR-DECK-MORE
               GO TO 117-XB-DECK-CHECK.
           GO TO 117-XB-EXIT.
       117-XB-DROP.
           SUBTRACT 1 FROM XRULE-TBL-CNT.
       117-XB-ERROR.
           DISPLAY 'CROSS-FIELD RULE CARD IN ERROR: '
                   XRULE-RECORD (1:72).
           IF FDTMAP-LOADED-IX > 0
             DISPLAY '    CHECKED IN THE FDT DECK MAPPED FOR CLIENT '
                     MT-CLIENT (FDTMAP-LOADED-IX).
           ADD 1 TO XRULE-ERROR-CNT.
       117-XB-EXIT.
           EXIT.
      *    THE NEXT MAP ENTRY'S DECK FOR AN ALL-CLIENT RULE
       117-XRULE-NEXT-DECK.
           MOVE 0 TO XR-DECK-SW.
           ADD 1 TO XR-DECK-IX.
           IF XR-DECK-IX NOT > FDTMAP-TBL-CNT
             MOVE XR-DECK-IX TO FDTMAP-FOUND-IX
             PERFORM 657-CLIENT-FDT-LOAD
             MOVE 1 TO XR-DECK-SW.
      *    A RANGE BOUND: OPTIONAL LEADING '-', UP TO 15 DIGITS,
      *    SURROUNDING SPACES IGNORED
       117-XRULE-NUMBER.
           MOVE 0 TO XR-NUM-VALUE, XR-NUM-DIGITS, XR-NUM-SW,
               XR-NEG-SW, XR-END-SW.
           MOVE 1 TO XR-CHAR-I.
           PERFORM 117-XRULE-NUMBER-CHAR
             UNTIL XR-CHAR-I > 20 OR XR-NUM-INVALID.
           IF XR-NUM-DIGITS = 0
             MOVE 1 TO XR-NUM-SW.
           IF XR-NUM-NEGATIVE
             COMPUTE XR-NUM-VALUE = 0 - XR-NUM-VALUE.
       117-XRULE-NUMBER-CHAR.
           MOVE XR-PARSE-TEXT (XR-CHAR-I:1) TO XR-CHAR.
           IF XR-CHAR NUMERIC AND NOT XR-NUM-ENDED AND
              XR-NUM-DIGITS < 15
             MOVE XR-CHAR TO XR-DIGIT-X
             COMPUTE XR-NUM-VALUE = XR-NUM-VALUE * 10 + XR-DIGIT-9
             ADD 1 TO XR-NUM-DIGITS
           ELSE
           IF XR-CHAR = '-' AND XR-NUM-DIGITS = 0 AND
              NOT XR-NUM-NEGATIVE
             MOVE 1 TO XR-NEG-SW
           ELSE
           IF XR-CHAR = SPACE
             IF XR-NUM-DIGITS > 0 OR XR-NUM-NEGATIVE
               MOVE 1 TO XR-END-SW
             END-IF
           ELSE
             MOVE 1 TO XR-NUM-SW.
           ADD 1 TO XR-CHAR-I.
      ******************************************************************
      ***  RESTART CONSISTENCY GATE: A FAILED RUN KEEPS WRITING       ***
      ***  MASTERS AFTER ITS LAST CHECKPOINT, SO EXTENDING OUT1 AND   ***
      ***  REPROCESSING FROM THE CHECKPOINTED CLIENT WOULD DUPLICATE  ***
             PERFORM 448-CUSTODY-HASH-ADD
             ADD CUSTODY-CONTRIB TO CUSTODY-IN-HASH.
      ******************************************************************
      ***  TC 05 RE-KEY PRE-PASS (COPY MODE).  THE TRANSACTIONS ARE   ***
      ***  SCANNED FOR RE-KEY CARDS THE UPDATE WILL ACTUALLY SEE -    ***
      ***  THE SAME BYPASS, RESTART, KEY AND AUTHORIZATION GATES AS   ***
      ***  200 - AND EACH IS TABLED WITH ITS OLD AND NEW MATCH KEYS.  ***
      ***  THE MASTER INPUT IS THEN SCANNED ONCE TO CAPTURE EACH OLD  ***
      ***  MASTER AND TO CATCH A TARGET KEY ALREADY ON FILE.  BOTH    ***
      ***  FILES ARE REOPENED FOR THE UPDATE PASS.  KEYED MODE NEEDS  ***
      ***  NONE OF THIS; IT READS THE TARGET KEY DIRECTLY.            ***
      ******************************************************************
       130-REKEY-PREPASS.
           IF KEYED-MODE
             GO TO 139-RP-EXIT.
           MOVE TR-CLIENT-CTLFLD TO RKY-SAVED-CLIENT.
           MOVE 1 TO RKY-SCAN-SW.
           PERFORM 132-REKEY-CARD-SCAN THRU 132-RC-EXIT
             UNTIL TRANS-EOF.
      *    THE UPDATE PASS STARTS AGAIN FROM THE IN3 DECK
           MOVE 0 TO RKY-SCAN-SW.
           MOVE RKY-SAVED-CLIENT TO TR-CLIENT-CTLFLD.
           IF FDTMAP-LOADED-IX > 0
             PERFORM 658-IN3-FDT-RESTORE.
           CLOSE TRANS-IN-FILE.
           MOVE 0 TO TRANS-EOF-SW.
           OPEN INPUT TRANS-IN-FILE.
           IF RKY-TBL-CNT = 0
             GO TO 139-RP-EXIT.
           PERFORM 134-REKEY-MASTER-SCAN THRU 134-RM-EXIT
             UNTIL MASTER-EOF.
           CLOSE MASTER-IN-FILE.
           MOVE 0 TO MASTER-EOF-SW.
           OPEN INPUT MASTER-IN-FILE.
           MOVE 1 TO RKY-TBL-I.
           PERFORM 136-REKEY-FINISH UNTIL RKY-TBL-I > RKY-TBL-CNT.
           MOVE RKY-VALID-CNT TO RKY-PENDING-CNT.
           DISPLAY '    BDMS0201 RE-KEY CARDS=' RKY-TBL-CNT
                   ' RESOLVED VALID=' RKY-VALID-CNT.
           GO TO 139-RP-EXIT.
       132-REKEY-CARD-SCAN.
           READ TRANS-IN-FILE AT END
             MOVE EOF-INDICATOR TO TRANS-EOF-SW
             GO TO 132-RC-EXIT.
           ADD 1 TO RKY-CARD-CNT.
           IF NOT REKEY-TRANSACTION
             GO TO 132-RC-EXIT.
           IF RESTART-MODE AND T-CLIENT NOT > RESTART-CLIENT-CODE
             GO TO 132-RC-EXIT.
           MOVE T-SYSTEM-FLAGS TO WORK-8-FLAGS.
           IF BATCH-FLAG NOT = NORMAL-PROCESSING-FLAG OR
              FORMAT-ACCT-FLAG NOT = NORMAL-PROCESSING-FLAG
             GO TO 132-RC-EXIT.
           MOVE TRANS-RECORD TO TRANS-REC-ARRAY.
           PERFORM 510-KEY-BUILD THRU 520-KB-EXIT.
           IF INVALID-KEY
             GO TO 132-RC-EXIT.
           IF RKY-TBL-CNT NOT < RKY-TBL-MAX
             DISPLAY 'RE-KEY TABLE FULL - SPLIT THE TC 05 CARDS'
             GO TO 999-ABEND.
           ADD 1 TO RKY-TBL-CNT.
           MOVE RKY-TBL-CNT      TO RKY-FOUND-IX.
           MOVE 'N'              TO RK-STATUS     (RKY-FOUND-IX).
           MOVE 'N'              TO RK-INSERTED-SW (RKY-FOUND-IX).
           MOVE RKY-CARD-CNT     TO RK-CARD-NO    (RKY-FOUND-IX).
           MOVE T-CLIENT         TO RK-CLIENT     (RKY-FOUND-IX).
           MOVE T-SEQ-NUMBER     TO RK-OLD-SEQ    (RKY-FOUND-IX).
           MOVE T-NEW-SEQ-NUMBER TO RK-NEW-SEQ    (RKY-FOUND-IX).
           MOVE KEY-WORKAREA     TO RK-OLD-KEY    (RKY-FOUND-IX).
           MOVE HIGH-VALUES      TO RK-NEW-KEY    (RKY-FOUND-IX).
           MOVE SPACES           TO RK-IMAGE      (RKY-FOUND-IX).
           PERFORM 568-FREEZE-CHECK THRU 568-FC-EXIT.
           IF CLIENT-IS-FROZEN
             MOVE 'F' TO RK-STATUS (RKY-FOUND-IX)
             GO TO 132-RC-EXIT.
           PERFORM 565-AUTH-CHECK.
           IF AUTH-DENIED
             MOVE 'A' TO RK-STATUS (RKY-FOUND-IX)
             GO TO 132-RC-EXIT.
      *    THE TARGET MUST BE A DIFFERENT, DEFINED RECORD SEQ NUMBER
      *    AND THE OLD ONE MUST PASS THE 560 SEQ CHECK
           MOVE 'E' TO RK-STATUS (RKY-FOUND-IX).
           IF T-SEQ-NUMBER NOT NUMERIC OR
              T-NEW-SEQ-NUMBER NOT NUMERIC OR
              T-NEW-SEQ-NUMBER = RK-OLD-SEQ (RKY-FOUND-IX)
             GO TO 132-RC-EXIT.
      *    BOTH SEQ NUMBERS ARE LOOKED UP IN THE CLIENT'S OWN DECK
           IF FDTMAP-TBL-CNT > 0 AND T-CLIENT NOT = TR-CLIENT-CTLFLD
             MOVE T-CLIENT TO TR-CLIENT-CTLFLD
             PERFORM 655-CLIENT-FDT-SELECT THRU 655-CS-EXIT.
           MOVE T-SEQ-NUMBER TO FDT-REC-INDEX.
           IF FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) = SPACES
             GO TO 132-RC-EXIT.
           MOVE T-NEW-SEQ-NUMBER TO FDT-REC-INDEX.
           IF FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) = SPACES
             GO TO 132-RC-EXIT.
           MOVE T-NEW-SEQ-NUMBER TO TRANS-REC-ARRAY (13:3).
           PERFORM 510-KEY-BUILD THRU 520-KB-EXIT.
           IF INVALID-KEY
             MOVE 0 TO KEY-VALIDITY-SW
             GO TO 132-RC-EXIT.
           MOVE KEY-WORKAREA TO RK-NEW-KEY (RKY-FOUND-IX).
           MOVE 'N' TO RK-STATUS (RKY-FOUND-IX).
      *    TWO CARDS MOVING THE SAME MASTER, TO THE SAME TARGET, OR
      *    CHAINING THROUGH EACH OTHER'S KEYS CANNOT ALL POST IN ONE
      *    RUN; THE LATER CARD IS REFUSED AS A DUPLICATE
           MOVE 1 TO RKY-TBL-I.
           PERFORM 133-REKEY-CLASH-SCAN
             UNTIL RKY-TBL-I NOT < RKY-FOUND-IX.
       132-RC-EXIT.
           EXIT.
       133-REKEY-CLASH-SCAN.
           IF RK-OLD-NOT-FOUND (RKY-TBL-I)
             IF RK-OLD-KEY (RKY-TBL-I) = RK-OLD-KEY (RKY-FOUND-IX) OR
                RK-NEW-KEY (RKY-TBL-I) = RK-NEW-KEY (RKY-FOUND-IX) OR
                RK-OLD-KEY (RKY-TBL-I) = RK-NEW-KEY (RKY-FOUND-IX) OR
                RK-NEW-KEY (RKY-TBL-I) = RK-OLD-KEY (RKY-FOUND-IX)
               MOVE 'D' TO RK-STATUS (RKY-FOUND-IX).
           ADD 1 TO RKY-TBL-I.
       134-REKEY-MASTER-SCAN.
           READ MASTER-IN-FILE AT END
             MOVE EOF-INDICATOR TO MASTER-EOF-SW
             GO TO 134-RM-EXIT.
           MOVE MASTER-RECORD-IN TO MASTER-REC-ARRAY.
           PERFORM 510-KEY-BUILD THRU 520-KB-EXIT.
           IF INVALID-KEY
             MOVE 0 TO KEY-VALIDITY-SW
             GO TO 134-RM-EXIT.
           MOVE 1 TO RKY-TBL-I.
           PERFORM 135-REKEY-MASTER-MATCH
             UNTIL RKY-TBL-I > RKY-TBL-CNT.
       134-RM-EXIT.
           EXIT.
       135-REKEY-MASTER-MATCH.
           IF RK-OLD-NOT-FOUND (RKY-TBL-I) OR RK-VALID (RKY-TBL-I)
             IF RK-NEW-KEY (RKY-TBL-I) = KEY-WORKAREA
               MOVE 'D' TO RK-STATUS (RKY-TBL-I)
             ELSE
               IF RK-OLD-KEY (RKY-TBL-I) = KEY-WORKAREA
                  AND RK-OLD-NOT-FOUND (RKY-TBL-I)
                 MOVE 'V' TO RK-STATUS (RKY-TBL-I)
                 MOVE MASTER-RECORD-IN TO RK-IMAGE (RKY-TBL-I).
           ADD 1 TO RKY-TBL-I.
      *    A RESOLVED ENTRY'S IMAGE TAKES ITS NEW SEQ NUMBER NOW; THE
      *    UPDATE STAMP GOES ON WHEN IT IS WRITTEN
       136-REKEY-FINISH.
           IF RK-VALID (RKY-TBL-I)
             ADD 1 TO RKY-VALID-CNT
             MOVE RK-NEW-SEQ (RKY-TBL-I) TO RK-IMAGE (RKY-TBL-I) (13:3).
           ADD 1 TO RKY-TBL-I.
       139-RP-EXIT.
           EXIT.
      ******************************************************************
      ***  THIS PARAGRAPH LOADS ONE CLIENT-TO-FDT MAP CARD.  ONLY A  ***
      ***  PINNED LIBRARY DECK MAY BE MAPPED, SO THE VERSION IS      ***
      ***  REQUIRED; A CLIENT MAPPED TWICE IS AMBIGUOUS AND REFUSED  ***
      ******************************************************************
       140-FDTMAP-TABLE-BUILD.
           READ FDT-MAP-FILE AT END
             MOVE EOF-INDICATOR TO FDTMAP-EOF-SW.
           IF FDTMAP-EOF OR FDT-MAP-RECORD = SPACES OR
              FDT-MAP-RECORD (1:1) = '*'
             NEXT SENTENCE
           ELSE
             IF MC-CLIENT = SPACES OR MC-VERSION = SPACES OR
                MC-DECK-DSN = SPACES
               DISPLAY 'CLIENT FDT MAP CARD INCOMPLETE <'
                       FDT-MAP-RECORD '>'
               GO TO 999-ABEND
             ELSE
               IF FDTMAP-TBL-CNT NOT < FDTMAP-TBL-MAX
                 DISPLAY 'CLIENT FDT MAP FULL AT ' FDTMAP-TBL-MAX
                         ' ENTRIES - RUN TERMINATED'
                 GO TO 999-ABEND
               ELSE
                 MOVE 0 TO FDTMAP-FOUND-IX
                 MOVE MC-CLIENT TO FDTMAP-SEARCH-CLIENT
                 MOVE 1 TO FDTMAP-TBL-J
                 PERFORM 656-FDTMAP-SCAN
                   UNTIL FDTMAP-TBL-J > FDTMAP-TBL-CNT
                      OR FDTMAP-FOUND-IX > 0
                 IF FDTMAP-FOUND-IX > 0
                   DISPLAY 'CLIENT ' MC-CLIENT
                           ' MAPPED TO MORE THAN ONE FDT DECK'
                   GO TO 999-ABEND
                 ELSE
                   ADD 1 TO FDTMAP-TBL-CNT
                   MOVE MC-CLIENT   TO MT-CLIENT (FDTMAP-TBL-CNT)
                   MOVE MC-VERSION  TO MT-VERSION (FDTMAP-TBL-CNT)
                   MOVE MC-DECK-DSN TO MT-DECK-DSN (FDTMAP-TBL-CNT).
      ******************************************************************
      ***  EVERY MAPPED DECK IS PROVED BEFORE ANY UPDATE IS APPLIED: ***
      ***  THE PINNED VERSION, LRECL AND KEY CARD CHECKS OF 146,     ***
      ***  THEN THE BDMS0214 STRUCTURAL VALIDATION (THROUGH          ***
      ***  UT-S-FDTA, AS THE LIBRARY CHECK-IN DOES IT)               ***
      ******************************************************************
       142-FDTMAP-VERIFY.
           PERFORM 146-CLIENT-FDT-OPEN THRU 146-CO-EXIT.
           CLOSE CLIENT-FDT-FILE.
           DISPLAY 'FUNCTION' UPON ENVIRONMENT-NAME.
           ACCEPT CFDT-SAVED-FUNCTION FROM ENVIRONMENT-VALUE.
           DISPLAY 'UT-S-FDTA' UPON ENVIRONMENT-NAME.
           ACCEPT CFDT-SAVED-FDTA FROM ENVIRONMENT-VALUE.
           DISPLAY 'UT-S-FDTA' UPON ENVIRONMENT-NAME.
           DISPLAY MT-DECK-DSN (FDTMAP-TBL-I) UPON ENVIRONMENT-VALUE.
           DISPLAY 'FUNCTION' UPON ENVIRONMENT-NAME.
           DISPLAY 'VALIDATE' UPON ENVIRONMENT-VALUE.
           CALL 'BDMS0214'.
           MOVE RETURN-CODE TO CFDT-VALIDATE-RC.
           CANCEL 'BDMS0214'.
           MOVE 0 TO RETURN-CODE.
      *    THE CALLER'S OWN SETTINGS ARE PUT BACK FOR LATER STEPS
           DISPLAY 'UT-S-FDTA' UPON ENVIRONMENT-NAME.
           DISPLAY CFDT-SAVED-FDTA UPON ENVIRONMENT-VALUE.
           DISPLAY 'FUNCTION' UPON ENVIRONMENT-NAME.
           DISPLAY CFDT-SAVED-FUNCTION UPON ENVIRONMENT-VALUE.
           IF CFDT-VALIDATE-RC NOT = 0
             DISPLAY 'CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                     ' FDT DECK FAILED VALIDATION - RUN REFUSED'
             GO TO 999-ABEND.
           DISPLAY '    CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                   ' FDT VERSION=' MT-VERSION (FDTMAP-TBL-I).
           ADD 1 TO FDTMAP-TBL-I.
      ******************************************************************
      ***  OPENS THE DECK OF MAP ENTRY FDTMAP-TBL-I AND READS ITS    ***
      ***  HEADER AND KEY CARDS, LEAVING THE FB2 CARD NEXT.  THE     ***
      ***  DECK MUST CARRY THE PINNED VERSION, THE RUN'S LRECL AND   ***
      ***  THE IN3 DECK'S FB1 KEY CARD                               ***
      ******************************************************************
       146-CLIENT-FDT-OPEN.
           DISPLAY 'UT-S-CFDT' UPON ENVIRONMENT-NAME.
           DISPLAY MT-DECK-DSN (FDTMAP-TBL-I) UPON ENVIRONMENT-VALUE.
           MOVE 0 TO CFDT-EOF-SW.
           OPEN INPUT CLIENT-FDT-FILE.
           IF CFDT-STATUS NOT = '00'
             DISPLAY 'CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                     ' FDT DECK OPEN FAILED, STATUS=' CFDT-STATUS
             GO TO 999-ABEND.
           MOVE 128    TO CFDT-LRECL.
           MOVE SPACES TO CFDT-VERSION.
           READ CLIENT-FDT-FILE INTO FDT-HDR-WORK, AT END
             MOVE EOF-INDICATOR TO CFDT-EOF-SW.
           IF FH-TAG = 'LRECL'
             IF FH-LRECL NUMERIC
               MOVE FH-LRECL TO CFDT-LRECL
             ELSE
               MOVE 0 TO CFDT-LRECL
             END-IF
             READ CLIENT-FDT-FILE INTO FDT-HDR-WORK, AT END
               MOVE EOF-INDICATOR TO CFDT-EOF-SW.
           IF FDT-HDR-WORK (1:6) = 'FDTVER'
             MOVE FDT-HDR-WORK (8:8) TO CFDT-VERSION
             READ CLIENT-FDT-FILE INTO FDT-HDR-WORK, AT END
               MOVE EOF-INDICATOR TO CFDT-EOF-SW.
           IF CFDT-VERSION NOT = MT-VERSION (FDTMAP-TBL-I)
             DISPLAY 'CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                     ' FDT VERSION <' CFDT-VERSION
                     '> IS NOT THE PINNED <'
                     MT-VERSION (FDTMAP-TBL-I) '> - RUN REFUSED'
             GO TO 999-ABEND.
           IF CFDT-LRECL NOT = MASTER-LRECL
             DISPLAY 'CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                     ' FDT LRECL ' CFDT-LRECL
                     ' IS NOT THE RUN LRECL ' MASTER-LRECL
             GO TO 999-ABEND.
           IF CFDT-EOF OR FDT-HDR-WORK NOT = FILE-KEY-DESCRIPTOR
             DISPLAY 'CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                     ' FDT KEY CARD DIFFERS FROM THE IN3 DECK'
             GO TO 999-ABEND.
       146-CO-EXIT.
           EXIT.
      ******************************************************************
      ***  THIS PARAGRAPH STORES ONE CLIENT DECK FIELD DESCRIPTOR    ***
      ******************************************************************
       148-CFDT-ARRAY-BUILD.
           READ CLIENT-FDT-FILE INTO FDT-NN-REC AT END
             MOVE EOF-INDICATOR TO CFDT-EOF-SW.
           IF MORE-CFDT-RECS
             PERFORM 112-FDT-CARD-STORE.
      ******************************************************************
      ***  A CLIENT DECK'S KEY CONTINUATIONS MUST MATCH THE IN3 DECK'S***
      ***  LIKE ITS KEY CARD; THE CARD AFTER THEM IS THE FB2 CARD     ***
      ******************************************************************
       149-CFDT-KEY-CONT-CHECK.
           MOVE 0 TO KEY-CONT-IX.
           PERFORM 149-CFDT-KEY-CONT-ONE
             UNTIL CFDT-EOF OR FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
           IF KEY-CONT-IX NOT = KEY-CONT-CNT
             GO TO 149-CFDT-KEY-CONT-DIFFERS.
           GO TO 149-KC-EXIT.
       149-CFDT-KEY-CONT-ONE.
           ADD 1 TO KEY-CONT-IX.
           IF KEY-CONT-IX > KEY-CONT-CNT
             GO TO 149-CFDT-KEY-CONT-DIFFERS.
           IF FIXED-FIELDS-DESCRIPTOR NOT = KEY-CONT-CARD (KEY-CONT-IX)
             GO TO 149-CFDT-KEY-CONT-DIFFERS.
           READ CLIENT-FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
             MOVE EOF-INDICATOR TO CFDT-EOF-SW.
       149-CFDT-KEY-CONT-DIFFERS.
           DISPLAY 'CLIENT ' MT-CLIENT (FDTMAP-TBL-I)
                   ' FDT KEY CONTINUATION CARDS DIFFER FROM THE IN3'
                   ' DECK'.
           GO TO 999-ABEND.
       149-KC-EXIT.
           EXIT.
      ******************************************************************
      ***  COMPUTES THE ADDITIVE-HASH CONTRIBUTION OF THE RECORD IN   ***
      ***  CUSTODY-HASH-REC (NUMERIC SEQ COLS 13-15 PLUS NUMERIC      ***
      ***  CLIENT DIGITS COLS 3-4)                                    ***
             IF NOT KEYED-MODE
               PERFORM 470-SYN-MSTR-RTN
             END-IF
             IF FDTMAP-TBL-CNT > 0
               PERFORM 655-CLIENT-FDT-SELECT THRU 655-CS-EXIT
             END-IF
             MOVE 0 TO FIRST-ACTIVE-TRANS-SW.
067600     MOVE T-SYSTEM-FLAGS TO WORK-8-FLAGS.                                 
067700     IF BATCH-FLAG = NORMAL-PROCESSING-FLAG AND                           
068700         MOVE KEY-WORKAREA TO TRANS-KEY                                   
068800         PERFORM 630-CLIENT-BREAK-TEST                                    
068900         IF ADD-TRANSACTION OR DELETE-TRANSACTION OR                      
069000             MODIFY-TRANSACTION OR REPLACE-TRANSACTION OR
                   INCREMENT-TRANSACTION OR REKEY-TRANSACTION
069100           PERFORM 205-AUTH-AND-SELECT
069200         ELSE                                                             
069300           MOVE '1' TO INVALID-TC                                         
      ******************************************************************
      ***  WHEN AN AUTHORIZATION TABLE IS LOADED, THE ORIGINATING     ***
      ***  USER MUST HOLD AN ENTRY FOR THIS CLIENT AND TC OR THE      ***
      ***  TRANSACTION IS REJECTED WITH THE NOT-AUTHORIZED FLAG.      ***
      ***  AHEAD OF THAT, A CLIENT UNDER A POSTING FREEZE HAS EVERY   ***
      ***  TRANSACTION REJECTED WITH THE CLIENT-FROZEN FLAG           ***
      ******************************************************************
       205-AUTH-AND-SELECT.
           PERFORM 568-FREEZE-CHECK THRU 568-FC-EXIT.
           IF CLIENT-IS-FROZEN
             MOVE '1' TO CLIENT-FROZEN
             ADD 1 TO FROZEN-CNT
             PERFORM 440-TR-WRITE
             GO TO 220-AP-EXIT.
           PERFORM 565-AUTH-CHECK.
           IF AUTH-DENIED
             MOVE '1' TO NOT-AUTHORIZED
      ***  SEQUENTIAL MATCH APPLIES UNTOUCHED                         ***
      ******************************************************************
       208-APPLY-FUNCTION.
           IF RKY-VALID-CNT > 0 AND NOT REKEY-TRANSACTION
             PERFORM 215-REKEY-CONFLICT-TEST
             IF RKY-CONFLICT
               GO TO 220-AP-EXIT.
           IF KEYED-MODE
             PERFORM 450-KEYED-POSITION.
           PERFORM 210-SELECT-FN.
071210         IF REPLACE-TRANSACTION
071220           PERFORM 340-REPLACE-RTN THRU 345-RR-EXIT
071300         ELSE
               IF REKEY-TRANSACTION
                 PERFORM 392-REKEY-RTN THRU 399-RK-EXIT
               ELSE
               IF INCREMENT-TRANSACTION
                 PERFORM 380-INCREMENT-RTN THRU 390-IR-EXIT
               ELSE
071310           PERFORM 350-MODIFY-RTN THRU 370-MR-EXIT.
      ******************************************************************
      ***  A MASTER BEING RE-KEYED THIS RUN IS OFF LIMITS TO EVERY    ***
      ***  OTHER TRANSACTION UNDER EITHER OF ITS KEYS: ITS MOVED      ***
      ***  IMAGE WAS CAPTURED BY THE PRE-PASS, SO A CHANGE POSTED TO  ***
      ***  THE OLD KEY WOULD BE LOST AND THE NEW KEY IS NOT IN THE    ***
      ***  MASTER STREAM.  SUCH TRANSACTIONS ARE REJECTED - AN ADD AS ***
      ***  A DUPLICATE, ANYTHING ELSE AS HAVING NO MATCHING MASTER.   ***
      ******************************************************************
       215-REKEY-CONFLICT-TEST.
           MOVE 0 TO RKY-CONFLICT-SW.
           MOVE TRANS-KEY TO RKY-CHK-KEY.
           MOVE 1 TO RKY-TBL-I.
           PERFORM 216-REKEY-CONFLICT-SCAN
             UNTIL RKY-TBL-I > RKY-TBL-CNT OR RKY-CONFLICT.
           IF RKY-CONFLICT
             IF ADD-TRANSACTION
               MOVE '1' TO DUPLICATE-ERROR
               ADD 1 TO INVALID-ADD-CNT
             ELSE
               MOVE '1' TO NO-MATCHING-MASTER
               IF DELETE-TRANSACTION
                 ADD 1 TO INVALID-DEL-CNT
               ELSE
               IF REPLACE-TRANSACTION
                 ADD 1 TO INVALID-RPL-CNT
               ELSE
               IF INCREMENT-TRANSACTION
                 ADD 1 TO INVALID-INC-CNT
               ELSE
                 ADD 1 TO INVALID-MOD-CNT.
           IF RKY-CONFLICT
             PERFORM 440-TR-WRITE.
       216-REKEY-CONFLICT-SCAN.
           IF RK-VALID (RKY-TBL-I) AND
              (RK-OLD-KEY (RKY-TBL-I) = RKY-CHK-KEY OR
               RK-NEW-KEY (RKY-TBL-I) = RKY-CHK-KEY)
             MOVE 1 TO RKY-CONFLICT-SW.
           ADD 1 TO RKY-TBL-I.
071400 220-AP-EXIT.                                                             
071500     EXIT.                                                                
071600 300-FUNCTION SECTION.                                                    
082000     PERFORM 440-TR-WRITE.                                                
082100 370-MR-EXIT.                                                             
082200     EXIT.                                                                
      ******************************************************************
      *** THIS PARAGRAPH VALIDATES AND APPLIES AN INCREMENT (TC 06)   **
      *** TO THE MATCHED MASTER: EACH NON-BLANK 'S' FIELD ON THE      **
      *** TRANSACTION IS ADDED TO THE MASTER'S CURRENT VALUE INSTEAD  **
      *** OF REPLACING IT, SO ADJUSTMENTS DO NOT NEED THE BALANCE AND **
      *** SEVERAL IN ONE NIGHT ALL POST.  FIELDS OF ANY OTHER FORMAT  **
      *** ARE LEFT AS THEY STAND ON THE MASTER.  A SUM THAT OVERFLOWS **
      *** THE FIELD REJECTS THE WHOLE TRANSACTION (SIGNED-OVERFLOW).  **
      ******************************************************************
       380-INCREMENT-RTN.
           IF ADD-TR-OUTSTANDING
             IF NEW-REC-KEY = TRANS-KEY
               GO TO 385-INCREMENT-TR
             ELSE
               IF NEW-REC-KEY < TRANS-KEY
                 MOVE NEW-MASTER-REC-HOLD-AREA TO MASTER-RECORD-OUT
                 PERFORM 420-MASTER-WRITE
                 MOVE 0  TO ADD-OUTSTNG
                 GO TO 380-INCREMENT-RTN
               ELSE
                 DISPLAY 'TRANS INPUT OUT-OF-SEQ'
                 GO TO 999-ABEND
           ELSE
             PERFORM 430-MASTER-WRITE-READ UNTIL
               MASTER-EOF  OR MASTER-KEY NOT < TRANS-KEY
             IF MASTER-EOF OR MASTER-KEY NOT = TRANS-KEY
               MOVE '1' TO NO-MATCHING-MASTER
               PERFORM 440-TR-WRITE
               ADD 1 TO INVALID-INC-CNT
               GO TO 390-IR-EXIT.
       385-INCREMENT-TR.
           PERFORM 560-TR-SEQ-CHECK.
           PERFORM 570-TR-FIELD-EDIT.
           MOVE STATIC-DATA TO MSTR-DATE-UPD.
           MOVE 1  TO CHG-OUTSTNG.
           IF ADD-TR-OUTSTANDING
             MOVE MASTER-CHG-ARRAY TO NEW-MASTER-REC-HOLD-AREA
             MOVE TRANS-KEY TO NEW-REC-KEY
           ELSE
             PERFORM 445-JRNL-WRITE
             MOVE MASTER-CHG-ARRAY TO MASTER-RECORD-IN.
           ADD 1 TO GOOD-INC-CNT.
           MOVE ZERO-FLAGS TO FLAG-SET.
           PERFORM 440-TR-WRITE.
       390-IR-EXIT.
           EXIT.
      ******************************************************************
      *** THIS PARAGRAPH VALIDATES AND APPLIES A RE-KEY (TC 05): THE  **
      *** MATCHED MASTER MOVES, EVERY FIELD UNCHANGED, TO THE SEQ     **
      *** NUMBER IN T-NEW-SEQ-NUMBER WITHIN THE SAME CLIENT.  A       **
      *** TARGET KEY ALREADY ON FILE REFUSES THE MOVE (DUPLICATE).    **
      *** THE OLD IMAGE IS JOURNALED WITH BOTH SEQ NUMBERS AND THE    **
      *** MOVED IMAGE'S OUT3 AFTER-IMAGE CARRIES THE OLD ONE.  IN     **
      *** COPY MODE THE PRE-PASS HAS ALREADY RESOLVED THE CARD AND    **
      *** THE MOVED IMAGE REACHES OUT1 THROUGH 426 AT ITS NEW KEY'S   **
      *** PLACE; HERE THE OLD MASTER IS JOURNALED AND DROPPED.        **
      ******************************************************************
       392-REKEY-RTN.
           PERFORM 560-TR-SEQ-CHECK.
           PERFORM 315-ADD-OUTSTANDING-TEST.
           IF KEYED-MODE
             GO TO 396-REKEY-KEYED.
           MOVE 0 TO RKY-FOUND-IX.
           MOVE 1 TO RKY-TBL-I.
           PERFORM 393-REKEY-CARD-FIND
             UNTIL RKY-TBL-I > RKY-TBL-CNT OR RKY-FOUND-IX > 0.
           IF RKY-FOUND-IX = 0
             MOVE '1' TO NO-MATCHING-MASTER
           ELSE
           IF RK-BAD-TARGET (RKY-FOUND-IX)
             MOVE '1' TO SEQNUMB-ERROR
           ELSE
           IF RK-TARGET-ON-FILE (RKY-FOUND-IX)
             MOVE '1' TO DUPLICATE-ERROR
           ELSE
           IF RK-NOT-AUTHORIZED (RKY-FOUND-IX)
             MOVE '1' TO NOT-AUTHORIZED
           ELSE
           IF RK-CLIENT-FROZEN (RKY-FOUND-IX)
             MOVE '1' TO CLIENT-FROZEN
           ELSE
           IF NOT RK-VALID (RKY-FOUND-IX)
             MOVE '1' TO NO-MATCHING-MASTER.
           IF RKY-FOUND-IX = 0 OR NOT RK-VALID (RKY-FOUND-IX)
             PERFORM 440-TR-WRITE
             ADD 1 TO INVALID-RKY-CNT
             GO TO 399-RK-EXIT.
           PERFORM 430-MASTER-WRITE-READ UNTIL
             MASTER-EOF  OR MASTER-KEY NOT < TRANS-KEY.
           IF MASTER-EOF OR MASTER-KEY NOT = TRANS-KEY
             DISPLAY 'RE-KEY MASTER NOT IN STREAM: CLIENT=' T-CLIENT
                     ' SEQ=' T-SEQ-NUMBER
             GO TO 999-ABEND.
           PERFORM 445-JRNL-WRITE.
           MOVE 0 TO CHG-OUTSTNG.
           ADD 1 TO GOOD-RKY-CNT.
           MOVE ZERO-FLAGS TO FLAG-SET.
           PERFORM 440-TR-WRITE.
           PERFORM 412-MASTER-ADVANCE.
           GO TO 399-RK-EXIT.
       393-REKEY-CARD-FIND.
           IF RK-CARD-NO (RKY-TBL-I) = T-READ-CNT
             MOVE RKY-TBL-I TO RKY-FOUND-IX.
           ADD 1 TO RKY-TBL-I.
      *    KEYED MODE: THE TARGET IS READ DIRECTLY, THE MOVED IMAGE
      *    WRITTEN UNDER IT AND THE OLD MASTER DELETED IN PLACE
       396-REKEY-KEYED.
           IF NOT KEYED-CUR-FOUND
             MOVE '1' TO NO-MATCHING-MASTER
             PERFORM 440-TR-WRITE
             ADD 1 TO INVALID-RKY-CNT
             GO TO 399-RK-EXIT.
           MOVE T-NEW-SEQ-NUMBER TO FDT-REC-INDEX.
           IF T-NEW-SEQ-NUMBER NOT NUMERIC OR
              T-NEW-SEQ-NUMBER = T-SEQ-NUMBER OR
              FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) = SPACES
             MOVE '1' TO SEQNUMB-ERROR
             PERFORM 440-TR-WRITE
             ADD 1 TO INVALID-RKY-CNT
             GO TO 399-RK-EXIT.
           MOVE T-REC-ID         TO IK-REC-ID.
           MOVE T-CLIENT         TO IK-CLIENT.
           MOVE T-NEW-SEQ-NUMBER TO IK-SEQ.
           READ MASTER-IDX-FILE.
           IF IDX-STATUS = '00'
             MOVE '1' TO DUPLICATE-ERROR
             PERFORM 440-TR-WRITE
             ADD 1 TO INVALID-RKY-CNT
             GO TO 399-RK-EXIT.
           IF IDX-STATUS NOT = '23'
             DISPLAY 'KEYED MASTER READ FAILED, STATUS=' IDX-STATUS
             GO TO 999-ABEND.
           PERFORM 445-JRNL-WRITE.
           MOVE MASTER-RECORD-IN TO MASTER-RECORD-OUT.
           MOVE T-NEW-SEQ-NUMBER TO MASTER-RECORD-OUT (13:3).
           MOVE T-SEQ-NUMBER     TO RKY-MOVED-FROM.
           PERFORM 428-REKEY-MASTER-WRITE.
           PERFORM 455-KEYED-DELETE.
           MOVE 0 TO CHG-OUTSTNG.
           ADD 1 TO GOOD-RKY-CNT.
           MOVE ZERO-FLAGS TO FLAG-SET.
           PERFORM 440-TR-WRITE.
       399-RK-EXIT.
           EXIT.
082300 400-I-O SECTION.                                                         
082400******************************************************************        
082500***  THIS PARAGRAPH READS MASTER FILE, BUILD THE MATCH KEY     ***        
083960     ADD 1 TO M-RESTART-SKIP-CNT.
083970     PERFORM 410-MASTER-READ.
084000 420-MASTER-WRITE.
      *    MOVED (TC 05) IMAGES KEYED BELOW THIS ADD GO OUT FIRST
           IF RKY-PENDING-CNT > 0 AND NOT KEYED-MODE
             MOVE MASTER-RECORD-OUT TO RKY-HOLD-REC
             MOVE NEW-REC-KEY TO RKY-LIMIT-KEY
             MOVE SPACES TO RKY-LIMIT-CLIENT
             PERFORM 426-REKEY-INSERT-FLUSH THRU 426-RF-EXIT
             MOVE RKY-HOLD-REC TO MASTER-RECORD-OUT.
084100     MOVE STATIC-DATA TO MSTR-UPD-FLD.
084200     MOVE  MASTER-RECORD-OUT TO TRANS-OUT-MSTR-RCD.
           IF KEYED-MODE
084500       WRITE TRANS-OUT-MSTR-RCD.
084600     ADD 1 TO TM-WRITTEN-CNT.
084700 430-MASTER-WRITE-READ.
           IF RKY-PENDING-CNT > 0
             MOVE MASTER-KEY TO RKY-LIMIT-KEY
             MOVE SPACES TO RKY-LIMIT-CLIENT
             PERFORM 426-REKEY-INSERT-FLUSH THRU 426-RF-EXIT.
084800     IF CHG-TR-OUTSTANDING
084900       MOVE 0 TO CHG-OUTSTNG
085000       MOVE MASTER-RECORD-IN TO TRANS-OUT-MSTR-RCD
           PERFORM 448-CUSTODY-HASH-ADD
           ADD CUSTODY-CONTRIB TO CUSTODY-OUT-HASH.
085600     PERFORM 410-MASTER-READ.
      ******************************************************************
      ***  MERGES MOVED (TC 05) IMAGES INTO OUT1: EVERY RESOLVED,     ***
      ***  UNWRITTEN ENTRY KEYED BELOW RKY-LIMIT-KEY (AND, WHEN       ***
      ***  RKY-LIMIT-CLIENT IS SET, BELONGING TO THAT CLIENT) IS      ***
      ***  WRITTEN, LOWEST NEW KEY FIRST, SO OUT1 STAYS IN KEY ORDER  ***
      ******************************************************************
       426-REKEY-INSERT-FLUSH.
           IF RKY-PENDING-CNT = 0
             GO TO 426-RF-EXIT.
           MOVE 0 TO RKY-LOW-IX.
           MOVE 1 TO RKY-TBL-I.
           PERFORM 427-REKEY-LOW-FIND UNTIL RKY-TBL-I > RKY-TBL-CNT.
           IF RKY-LOW-IX = 0
             GO TO 426-RF-EXIT.
           IF RK-NEW-KEY (RKY-LOW-IX) NOT < RKY-LIMIT-KEY
             GO TO 426-RF-EXIT.
           MOVE RK-IMAGE (RKY-LOW-IX)   TO MASTER-RECORD-OUT.
           MOVE RK-OLD-SEQ (RKY-LOW-IX) TO RKY-MOVED-FROM.
           PERFORM 428-REKEY-MASTER-WRITE.
           MOVE 'Y' TO RK-INSERTED-SW (RKY-LOW-IX).
           SUBTRACT 1 FROM RKY-PENDING-CNT.
           GO TO 426-REKEY-INSERT-FLUSH.
       426-RF-EXIT.
           EXIT.
       427-REKEY-LOW-FIND.
           IF RK-VALID (RKY-TBL-I) AND RK-INSERTED-SW (RKY-TBL-I) = 'N'
              AND (RKY-LIMIT-CLIENT = SPACES OR
                   RK-CLIENT (RKY-TBL-I) = RKY-LIMIT-CLIENT)
             IF RKY-LOW-IX = 0
               MOVE RKY-TBL-I TO RKY-LOW-IX
             ELSE
               IF RK-NEW-KEY (RKY-TBL-I) < RK-NEW-KEY (RKY-LOW-IX)
                 MOVE RKY-TBL-I TO RKY-LOW-IX.
           ADD 1 TO RKY-TBL-I.
      *    WRITES THE MOVED IMAGE IN MASTER-RECORD-OUT UNDER ITS NEW
      *    KEY WITH ITS AFTER-IMAGE, WHICH ALSO NAMES THE SEQ NUMBER
      *    (RKY-MOVED-FROM) IT CAME FROM
       428-REKEY-MASTER-WRITE.
           MOVE STATIC-DATA TO MSTR-UPD-FLD.
           MOVE MASTER-RECORD-OUT TO TRANS-OUT-MSTR-RCD.
           MOVE RKY-MOVED-FROM TO OUT3-MOVED-FROM-SEQ.
           MOVE SPACES TO RKY-MOVED-FROM.
           IF KEYED-MODE
             PERFORM 458-KEYED-ADD-WRITE
           ELSE
             IF NOT-DRY-RUN
               WRITE MASTER-RECORD-OUT.
           ADD 1 TO M-WRITTEN-CNT.
           MOVE MASTER-RECORD-OUT TO CUSTODY-HASH-REC.
           PERFORM 448-CUSTODY-HASH-ADD.
           ADD CUSTODY-CONTRIB TO CUSTODY-OUT-HASH.
           IF NOT-DRY-RUN
             WRITE TRANS-OUT-MSTR-RCD.
           ADD 1 TO TM-WRITTEN-CNT.
085700******************************************************************        
085800***  THIS PARAGRAPH FIRST CALLS 'BDMSXX20' BY USING TWO FIELDS ***        
085900***  FLAG-SET AND BINARY-FLAG THEN WRITES TRANS RECORD         ***        
       442-REJECT-CAPTURE.
           IF SEQNUMB-ERROR = '1' OR DUPLICATE-ERROR = '1' OR
              NO-MATCHING-MASTER = '1' OR INVALID-TC = '1' OR
              FIELD-EDIT-ERROR = '1' OR NOT-AUTHORIZED = '1' OR
              SIGNED-OVERFLOW = '1' OR CROSS-FIELD-ERROR = '1' OR
              CLIENT-FROZEN = '1'
             IF REJECT-TBL-CNT < REJECT-TBL-MAX
               ADD 1 TO REJECT-TBL-CNT
               MOVE T-CLIENT     TO REJ-CLIENT (REJECT-TBL-CNT)
             END-IF
           ELSE
           IF NOT-AUTHORIZED = '1'
             MOVE 'NOT-AUTHORIZED'     TO REJ-REASON (REJECT-TBL-CNT)
           ELSE
           IF CLIENT-FROZEN = '1'
             MOVE 'CLIENT-FROZEN'      TO REJ-REASON (REJECT-TBL-CNT)
           ELSE
           IF SIGNED-OVERFLOW = '1'
             MOVE 'SIGNED-OVERFLOW'    TO REJ-REASON (REJECT-TBL-CNT)
           ELSE
      *      THE REJECT REPORT NAMES THE CROSS-FIELD RULE BROKEN
           IF CROSS-FIELD-ERROR = '1'
             MOVE XRULE-REASON-PENDING TO REJ-REASON (REJECT-TBL-CNT)
             MOVE SPACES TO XRULE-REASON-PENDING.
      ******************************************************************
      ***  THIS PARAGRAPH JOURNALS THE PRE-UPDATE MASTER-RECORD-IN    ***
      ***  IMAGE TO OUT4 BEFORE A DELETE, MODIFY OR REPLACE TOUCHES   ***
           MOVE UPD-DATE         TO JR-POST-DATE.
           MOVE MASTER-RECORD-IN TO JR-BEFORE-IMAGE.
           MOVE RUN-ID           TO JR-RUN-ID.
           IF REKEY-TRANSACTION
             MOVE T-NEW-SEQ-NUMBER TO JR-NEW-SEQ-NUMBER
           ELSE
             MOVE SPACES           TO JR-NEW-SEQ-NUMBER.
           IF NOT-DRY-RUN
             WRITE JRNL-RECORD.
           ADD 1 TO JM-WRITTEN-CNT.
088600         ELSE                                                             
088700           MOVE KEY-WORKAREA TO MASTER-KEY.                               
088800 475-SYN-MASTER.
      *    THE DRAIN PASSES MASTERS WITHOUT A MATCH KEY; ONE IS BUILT
      *    ONLY WHILE MOVED (TC 05) IMAGES WAIT TO BE MERGED
           IF RKY-PENDING-CNT > 0
             MOVE MASTER-RECORD-IN TO MASTER-REC-ARRAY
             PERFORM 510-KEY-BUILD THRU 520-KB-EXIT
             IF VALID-KEY
               MOVE KEY-WORKAREA TO RKY-LIMIT-KEY
               MOVE SPACES TO RKY-LIMIT-CLIENT
               PERFORM 426-REKEY-INSERT-FLUSH THRU 426-RF-EXIT
             ELSE
               MOVE 0 TO KEY-VALIDITY-SW.
088900     IF CHG-TR-OUTSTANDING
089000       MOVE 0 TO CHG-OUTSTNG
089100       MOVE MASTER-RECORD-IN TO TRANS-OUT-MSTR-RCD
097200       ELSE                                                               
097300         NEXT SENTENCE                                                    
097400     ELSE                                                                 
097410     MOVE FILE-KEY-DESCRIPTOR TO KEY-RULE-CARD
097420     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE
097500     PERFORM 530-COMPONENT-BUILD UNTIL                                    
097600       KR-FORMAT (COMPONENT-INDEX) = SPACE OR COMPONENT-INDEX > 14
097610     PERFORM 535-KEY-CONT-BUILD UNTIL
097620       COMPONENT-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
097700 520-KB-EXIT.                                                             
097800     EXIT.                                                                
097900******************************************************************        
098000***  THIS PARAGRAPH BUILDS COMPONENTS ACCORDING TO FB1-FIELD-NO***        
098100******************************************************************        
098200 530-COMPONENT-BUILD.                                                     
098300     IF KR-FIELD-NO > COMPONENT-INDEX OR KR-FIELD-NO = 0
098400       MOVE KR-LOCATION (COMPONENT-INDEX) TO RECORD-PTR
098500     ELSE                                                                 
098600       ADD 100, KR-LOCATION (COMPONENT-INDEX) GIVING
098700             RECORD-PTR.                                                  
098710     ADD KEY-LOC-BASE TO RECORD-PTR.
098800     PERFORM 540-CHAR-EDIT-MV                                             
098900       KR-LENGTH  (COMPONENT-INDEX) TIMES.
099000     ADD 1 TO COMPONENT-INDEX.                                            
      ******************************************************************
      ***  CARRIES THE KEY BUILD ONTO THE NEXT KEY CONTINUATION CARD ***
      ******************************************************************
       535-KEY-CONT-BUILD.
           ADD 1 TO KEY-CONT-IX.
           MOVE KEY-CONT-CARD (KEY-CONT-IX) TO KEY-RULE-CARD.
           IF KR-LOC-BASE NUMERIC
             MOVE KR-LOC-BASE-9 TO KEY-LOC-BASE
           ELSE
             MOVE 0 TO KEY-LOC-BASE.
           MOVE 1 TO COMPONENT-INDEX.
           PERFORM 530-COMPONENT-BUILD UNTIL
             KR-FORMAT (COMPONENT-INDEX) = SPACE OR
                 COMPONENT-INDEX > 14.
099100******************************************************************        
099200***  THIS PARAGRAPH EDITS FORMAT FIELD AND MOVES ELEMENT TO    ***        
099300***  THE KEY WORKING AREA                                      ***        
099400******************************************************************        
099500 540-CHAR-EDIT-MV.                                                        
099600     IF KR-FORMAT (COMPONENT-INDEX) = 'A'
099700         PERFORM 550-MV-CHAR                                              
099800     ELSE                                                                 
099900       IF KR-FORMAT (COMPONENT-INDEX) = 'N'
100000         IF RECORD-ELMNT (RECORD-PTR) IS NUMERIC                          
100100           PERFORM 550-MV-CHAR                                            
100200         ELSE                                                             
100300           MOVE 1 TO KEY-VALIDITY-SW                                      
100400           GO TO 520-KB-EXIT                                              
100500       ELSE                                                               
100600         IF KR-FORMAT (COMPONENT-INDEX) = 'M'
100700           IF RECORD-ELMNT (RECORD-PTR) IS NUMERIC OR                     
100800               RECORD-ELMNT (RECORD-PTR) = SPACE                          
100900             PERFORM 550-MV-CHAR                                          
103220         ADD 1 TO INVALID-RPL-CNT
103230         GO TO 220-AP-EXIT
103240       ELSE
             IF INCREMENT-TRANSACTION
               ADD 1 TO INVALID-INC-CNT
               GO TO 220-AP-EXIT
             ELSE
             IF REKEY-TRANSACTION
               ADD 1 TO INVALID-RKY-CNT
               GO TO 220-AP-EXIT
             ELSE
103300         ADD 1 TO INVALID-MOD-CNT                                         
103400         GO TO 220-AP-EXIT.                                               
      ******************************************************************
               AU-TC (AUTH-TBL-I) = '**')
             MOVE 0 TO AUTH-DENIED-SW.
           ADD 1 TO AUTH-TBL-I.
      ******************************************************************
      ***  ASKS FRZSRV WHETHER THE TRANSACTION'S CLIENT IS UNDER A    ***
      ***  POSTING FREEZE AS AT THE POSTING DATE.  BDMS0240 DIVERTS   ***
      ***  A FROZEN CLIENT'S WORK TO PENDING, SO ANY THAT REACHES     ***
      ***  HERE CAME AROUND IT.  A REGISTRY THAT CANNOT BE READ       ***
      ***  FREEZES EVERY CLIENT RATHER THAN RISK POSTING ONE          ***
      ******************************************************************
       568-FREEZE-CHECK.
           IF T-CLIENT = FRZ-LAST-CLIENT
             GO TO 568-FC-EXIT.
           MOVE T-CLIENT TO FRZ-LAST-CLIENT, FRZ-CLIENT.
           MOVE XR-POST-DATE-N TO FRZ-ASOF-DATE.
           CALL 'FRZSRV' USING FRZ-PARMS.
           IF FRZ-RC = 0
             MOVE 0 TO CLIENT-FROZEN-SW
             GO TO 568-FC-EXIT.
           MOVE 1 TO CLIENT-FROZEN-SW.
           IF FRZ-RC = 4
             DISPLAY 'CLIENT ' T-CLIENT ' IS FROZEN - ' FRZ-REASON
                     ' - ITS TRANSACTIONS ARE REJECTED'
           ELSE
             DISPLAY 'FREEZE REGISTRY UNAVAILABLE - CLIENT ' T-CLIENT
                     ' TRANSACTIONS ARE REJECTED'.
       568-FC-EXIT.
           EXIT.
103500***************************************************************           
103600** PARAGRAPHS 570 - 596 ARE PERFORMED FOR EACH ADD OR MODIFY              
103700** TRANS, THE FIXED FDT DESCRIPTORS, AND THE FDT DECRRIPTIONS             
104000***************************************************************           
104100 570-TR-FIELD-EDIT.                                                       
104200     MOVE TRANS-RECORD TO TRANS-REC-ARRAY.                                
104300     IF MODIFY-TRANSACTION OR INCREMENT-TRANSACTION
104400       IF ADD-TR-OUTSTANDING                                              
104500         MOVE NEW-MASTER-REC-HOLD-AREA TO MASTER-CHG-ARRAY                
104600       ELSE                                                               
104700         MOVE MASTER-RECORD-IN TO MASTER-CHG-ARRAY.                       
104800     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
104810     MOVE FB2-CONT-FIRST TO FDT-CONT-NEXT-IX.
104820     MOVE FB2-CONT-COUNT TO FDT-CONT-LEFT.
104830     PERFORM 571-CARD-FIELD-EDIT.
105400     MOVE FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) TO RULE-CARD.
105410     MOVE FCL-FIRST (FDT-REC-INDEX) TO FDT-CONT-NEXT-IX.
105420     MOVE FCL-COUNT (FDT-REC-INDEX) TO FDT-CONT-LEFT.
105430     PERFORM 571-CARD-FIELD-EDIT.
           PERFORM 577-CROSS-FIELD-RULES THRU 577-XR-EXIT.
           PERFORM 575-CLIENT-EDIT-EXIT THRU 575-CE-EXIT.
      ******************************************************************
      ***  APPLIES THE FIELDS OF THE CARD IN RULE-CARD, THEN THOSE OF ***
      ***  ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL      ***
      ******************************************************************
       571-CARD-FIELD-EDIT.
           MOVE 0 TO FDT-CONT-LOC-BASE.
           MOVE 1 TO FDT-FIELD-INDEX.
           PERFORM 578-FIELD-DISPATCH UNTIL
             R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
                 FDT-FIELD-INDEX > 14.
           PERFORM 572-CONT-CARD-EDIT UNTIL
             FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
       572-CONT-CARD-EDIT.
           MOVE FDT-CONT-CARD (FDT-CONT-NEXT-IX) TO RULE-CARD.
           ADD 1 TO FDT-CONT-NEXT-IX.
           SUBTRACT 1 FROM FDT-CONT-LEFT.
           IF R-LOC-BASE NUMERIC
             MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
           ELSE
             MOVE 0 TO FDT-CONT-LOC-BASE.
           MOVE 1 TO FDT-FIELD-INDEX.
           PERFORM 578-FIELD-DISPATCH UNTIL
             R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
                 FDT-FIELD-INDEX > 14.
      ******************************************************************
      ***  CALLS THE CLIENT'S MAPPED EDIT EXIT, WHEN ONE EXISTS,     ***
      ***  AFTER THE GENERIC EDITS HAVE PASSED.  A REJECT TAKES THE  ***
      ***  NORMAL FIELD-EDIT-ERROR PATH WITH THE EXIT'S REASON; A    ***
           IF EXIT-FOUND-IX = 0
             GO TO 575-CE-EXIT.
           MOVE TRANS-REC-ARRAY TO EX-TRANS-IMAGE.
           IF MODIFY-TRANSACTION OR INCREMENT-TRANSACTION
             MOVE MASTER-CHG-ARRAY TO EX-MASTER-IMAGE
           ELSE
             MOVE TRANS-REC-ARRAY TO EX-MASTER-IMAGE.
             ELSE
             IF REPLACE-TRANSACTION
               ADD 1 TO INVALID-RPL-CNT
             ELSE
             IF INCREMENT-TRANSACTION
               ADD 1 TO INVALID-INC-CNT
             ELSE
               ADD 1 TO INVALID-MOD-CNT
             END-IF
             END-IF
             END-IF
             GO TO 220-AP-EXIT.
       575-CE-EXIT.
           EXIT.
             MOVE EXIT-TBL-I TO EXIT-FOUND-IX.
           ADD 1 TO EXIT-TBL-I.
      ******************************************************************
      ***  APPLIES THE CROSS-FIELD RULES FOR THE TRANSACTION'S       ***
      ***  CLIENT AND RECORD TYPE TO THE RECORD AS IT WOULD STAND    ***
      ***  AFTER THE CHANGE.  THE FIRST RULE BROKEN REJECTS THE      ***
      ***  TRANSACTION WITH THE CROSS-FIELD-ERROR FLAG, AND THE      ***
      ***  REJECT REPORT NAMES THE RULE.                             ***
      ******************************************************************
       577-CROSS-FIELD-RULES.
           IF XRULE-TBL-CNT = 0
             GO TO 577-XR-EXIT.
           IF MODIFY-TRANSACTION OR INCREMENT-TRANSACTION
             MOVE MASTER-CHG-ARRAY TO XR-IMAGE
           ELSE
             MOVE TRANS-REC-ARRAY TO XR-IMAGE.
           MOVE T-SEQ-NUMBER TO XR-SEQ-X.
           MOVE 0 TO XR-VIOLATION-SW.
           MOVE 1 TO XRULE-TBL-I.
           PERFORM 577-XRULE-APPLY THRU 577-XA-EXIT
             UNTIL XRULE-TBL-I > XRULE-TBL-CNT OR XR-RULE-VIOLATED.
           IF XR-RULE-VIOLATED
             MOVE SPACES TO XRULE-REASON-PENDING
             STRING 'XFIELD-RULE ' XRT-RULE-ID (XRULE-TBL-I)
                 DELIMITED BY SIZE INTO XRULE-REASON-PENDING
             MOVE '1' TO CROSS-FIELD-ERROR
             PERFORM 440-TR-WRITE
             IF ADD-TRANSACTION
               ADD 1 TO INVALID-ADD-CNT
             ELSE
             IF REPLACE-TRANSACTION
               ADD 1 TO INVALID-RPL-CNT
             ELSE
             IF INCREMENT-TRANSACTION
               ADD 1 TO INVALID-INC-CNT
             ELSE
               ADD 1 TO INVALID-MOD-CNT
             END-IF
             END-IF
             END-IF
             GO TO 220-AP-EXIT.
       577-XR-EXIT.
           EXIT.
      *    ONE RULE; XRULE-TBL-I IS LEFT ON A BROKEN RULE
       577-XRULE-APPLY.
           IF XRT-CLIENT (XRULE-TBL-I) NOT = '***' AND
              XRT-CLIENT (XRULE-TBL-I) NOT = T-CLIENT
             GO TO 577-XA-NEXT.
           IF XRT-SEQ (XRULE-TBL-I) NOT = '***' AND
              XRT-SEQ (XRULE-TBL-I) NOT = XR-SEQ-X
             GO TO 577-XA-NEXT.
           MOVE XRT-FLD-CARD (XRULE-TBL-I) TO XR-LOC-CARD.
           MOVE XRT-FLD-NO (XRULE-TBL-I)   TO XR-LOC-NO.
           MOVE XR-SEQ-X TO XR-LOC-SEQ.
           PERFORM 577-XR-LOCATE.
           IF NOT XR-LOC-FOUND
             GO TO 577-XA-NEXT.
           MOVE XR-LOC-POS TO XR-TGT-POS.
           MOVE XR-LOC-LEN TO XR-TGT-LEN.
           MOVE XR-LOC-FMT TO XR-TGT-FMT.
           IF XRT-TYPE (XRULE-TBL-I) = 'RQ'
             PERFORM 577-XR-REQUIRED THRU 577-XQ-EXIT
           ELSE
           IF XRT-TYPE (XRULE-TBL-I) = 'RF'
             PERFORM 577-XR-REFCODE THRU 577-XF-EXIT
           ELSE
           IF XRT-TYPE (XRULE-TBL-I) = 'RG'
             PERFORM 577-XR-RANGE THRU 577-XG-EXIT
           ELSE
             PERFORM 577-XR-DATE THRU 577-XD-EXIT.
           IF XR-RULE-VIOLATED
             GO TO 577-XA-EXIT.
       577-XA-NEXT.
           ADD 1 TO XRULE-TBL-I.
       577-XA-EXIT.
           EXIT.
      *    POSITION, LENGTH AND FORMAT OF A FIXED-CARD OR RECORD-TYPE
      *    FIELD, BY THE 580-FIELD-EDITS LOCATION RULE
       577-XR-LOCATE.
           MOVE 0 TO XR-LOC-SW, XR-LOC-POS, XR-LOC-LEN.
           MOVE SPACE TO XR-LOC-FMT.
           MOVE SPACES TO XR-FDT-CARD.
           MOVE 0 TO XR-LOC-FIRST, XR-LOC-CONTS.
           SUBTRACT 1 FROM XR-LOC-NO GIVING XR-LOC-IX.
           DIVIDE XR-LOC-IX BY 14 GIVING XR-LOC-CONT
               REMAINDER XR-LOC-IX.
           ADD 1 TO XR-LOC-IX.
           IF XR-LOC-CARD = 'F'
             MOVE FIXED-FIELDS-DESCRIPTOR TO XR-FDT-CARD
             MOVE FB2-CONT-FIRST TO XR-LOC-FIRST
             MOVE FB2-CONT-COUNT TO XR-LOC-CONTS
           ELSE
           IF XR-LOC-SEQ NUMERIC AND XR-LOC-SEQ NOT = '000'
             MOVE XR-LOC-SEQ-9 TO XR-REC-INDEX
             MOVE FDT-FIELD-DESCRIPTORS (XR-REC-INDEX) TO XR-FDT-CARD
             MOVE FCL-FIRST (XR-REC-INDEX) TO XR-LOC-FIRST
             MOVE FCL-COUNT (XR-REC-INDEX) TO XR-LOC-CONTS.
           IF XR-LOC-CONT > 0
             IF XR-FDT-CARD = SPACES OR XR-LOC-CONT > XR-LOC-CONTS
               MOVE SPACES TO XR-FDT-CARD
             ELSE
               COMPUTE XR-REC-INDEX = XR-LOC-FIRST + XR-LOC-CONT - 1
               MOVE FDT-CONT-CARD (XR-REC-INDEX) TO XR-FDT-CARD.
           IF XR-FDT-CARD NOT = SPACES AND
              XF-FORMAT (XR-LOC-IX) NOT = SPACE
             IF XF-FIELD-NO > XR-LOC-IX OR XF-FIELD-NO = 0
               MOVE XF-LOCATION (XR-LOC-IX) TO XR-LOC-POS
             ELSE
               ADD 100, XF-LOCATION (XR-LOC-IX) GIVING XR-LOC-POS
             END-IF
             IF XR-LOC-CONT > 0 AND XF-LOC-BASE NUMERIC
               ADD XF-LOC-BASE-9 TO XR-LOC-POS
             END-IF
             MOVE XF-LENGTH (XR-LOC-IX) TO XR-LOC-LEN
             MOVE XF-FORMAT (XR-LOC-IX) TO XR-LOC-FMT
             IF XR-LOC-POS > 0 AND XR-LOC-LEN > 0 AND
                XR-LOC-POS + XR-LOC-LEN < 514
               MOVE 1 TO XR-LOC-SW.
      *    RQ: THE FIELD MUST NOT BE BLANK, WHEN THE CONDITION HOLDS
       577-XR-REQUIRED.
           IF XRT-COND-OP (XRULE-TBL-I) NOT = SPACES
             MOVE XRT-COND-CARD (XRULE-TBL-I) TO XR-LOC-CARD
             MOVE XRT-COND-NO (XRULE-TBL-I)   TO XR-LOC-NO
             PERFORM 577-XR-LOCATE
             IF NOT XR-LOC-FOUND
               GO TO 577-XQ-EXIT
             END-IF
             MOVE XR-IMAGE (XR-LOC-POS:XR-LOC-LEN) TO XR-COND-VALUE
             IF XRT-COND-OP (XRULE-TBL-I) = 'EQ' AND
                XR-COND-VALUE NOT = XRT-VALUE1 (XRULE-TBL-I)
               GO TO 577-XQ-EXIT
             END-IF
             IF XRT-COND-OP (XRULE-TBL-I) = 'NE' AND
                XR-COND-VALUE = XRT-VALUE1 (XRULE-TBL-I)
               GO TO 577-XQ-EXIT.
           IF XR-IMAGE (XR-TGT-POS:XR-TGT-LEN) = SPACES
             MOVE 1 TO XR-VIOLATION-SW.
       577-XQ-EXIT.
           EXIT.
      *    RF: THE CODE MUST BE EFFECTIVE IN THE DOMAIN ON THE POSTING
      *    DATE.  AN UNAVAILABLE STORE STOPS THE RUN RATHER THAN LET
      *    THE RULE PASS OR REJECT EVERYTHING
       577-XR-REFCODE.
           IF XR-IMAGE (XR-TGT-POS:XR-TGT-LEN) = SPACES
             GO TO 577-XF-EXIT.
           MOVE XRT-VALUE1 (XRULE-TBL-I) TO REF-DOMAIN.
           MOVE SPACES TO REF-CODE.
           MOVE XR-IMAGE (XR-TGT-POS:XR-TGT-LEN) TO REF-CODE.
           MOVE XR-POST-DATE-N TO REF-ASOF.
           CALL 'REFLOOKUP' USING XR-REF-PARMS
             ON EXCEPTION
               DISPLAY 'REFLOOKUP CANNOT BE LOADED FOR CROSS-FIELD'
                       ' RULE ' XRT-RULE-ID (XRULE-TBL-I)
               GO TO 999-ABEND
           END-CALL.
           IF REF-RC = 8
             DISPLAY 'REFERENCE STORE UNAVAILABLE FOR CROSS-FIELD'
                     ' RULE ' XRT-RULE-ID (XRULE-TBL-I)
             GO TO 999-ABEND.
           IF REF-RC NOT = 0
             MOVE 1 TO XR-VIOLATION-SW.
       577-XF-EXIT.
           EXIT.
      *    RG: THE FIELD'S VALUE WITHIN THE RULE'S BOUNDS.  THE FIELD
      *    IS RIGHT-JUSTIFIED INTO A SIGNED WORK NUMBER SO AN 'S'
      *    FIELD'S OVERPUNCHED SIGN CARRIES THROUGH; BLANK POSITIONS
      *    OF AN 'M' FIELD COUNT AS ZERO
       577-XR-RANGE.
           IF XR-IMAGE (XR-TGT-POS:XR-TGT-LEN) = SPACES
             GO TO 577-XG-EXIT.
           MOVE 1 TO XR-VIOLATION-SW.
           IF XR-TGT-LEN > 15 OR XR-TGT-FMT = 'A' OR XR-TGT-FMT = 'P'
             GO TO 577-XG-EXIT.
           MOVE ZEROS TO XR-NUM-WORK.
           COMPUTE XR-CHAR-I = 16 - XR-TGT-LEN.
           MOVE XR-IMAGE (XR-TGT-POS:XR-TGT-LEN)
             TO XR-NUM-WORK (XR-CHAR-I:XR-TGT-LEN).
           INSPECT XR-NUM-WORK REPLACING ALL SPACE BY '0'.
           IF XR-NUM-WORK (1:14) NOT NUMERIC
             GO TO 577-XG-EXIT.
           IF XR-NUM-WORK (15:1) NOT NUMERIC
             IF XR-TGT-FMT NOT = 'S'
               GO TO 577-XG-EXIT
             ELSE
               MOVE XR-NUM-WORK (15:1) TO FIELD-SIGN
               IF NOT (SIGN-POSITION POSITIVE OR SIGN-POSITION ZERO
                       OR SIGN-POSITION NEGATIVE)
                 GO TO 577-XG-EXIT.
           MOVE XR-NUM-WORK-S TO XR-NUM-VALUE.
           IF XR-NUM-VALUE NOT < XRT-LOW (XRULE-TBL-I) AND
              XR-NUM-VALUE NOT > XRT-HIGH (XRULE-TBL-I)
             MOVE 0 TO XR-VIOLATION-SW.
       577-XG-EXIT.
           EXIT.
      *    DT: THE DATE, IN THE RULE'S LAYOUT, NOT AFTER THE POSTING
      *    DATE.  TWO-DIGIT YEARS TAKE THE 695 CENTURY WINDOW
       577-XR-DATE.
           IF XR-IMAGE (XR-TGT-POS:XR-TGT-LEN) = SPACES
             GO TO 577-XD-EXIT.
           MOVE 1 TO XR-VIOLATION-SW.
           IF (XRT-VALUE1 (XRULE-TBL-I) (7:2) = SPACES AND
               XR-TGT-LEN NOT = 6) OR
              (XRT-VALUE1 (XRULE-TBL-I) (7:2) NOT = SPACES AND
               XR-TGT-LEN NOT = 8)
             GO TO 577-XD-EXIT.
           MOVE SPACES TO XR-DATE-TEXT.
           MOVE XR-IMAGE (XR-TGT-POS:XR-TGT-LEN) TO XR-DATE-TEXT.
           IF XR-DATE-TEXT (1:XR-TGT-LEN) NOT NUMERIC
             GO TO 577-XD-EXIT.
           IF XRT-VALUE1 (XRULE-TBL-I) = 'CCYYMMDD'
             MOVE XR-DATE-TEXT TO XR-DATE-BUILD
           ELSE
           IF XRT-VALUE1 (XRULE-TBL-I) = 'MMDDCCYY'
             MOVE XR-DATE-TEXT (1:2) TO XR-DB-MM
             MOVE XR-DATE-TEXT (3:2) TO XR-DB-DD
             MOVE XR-DATE-TEXT (5:4) TO XR-DB-CCYY
           ELSE
           IF XRT-VALUE1 (XRULE-TBL-I) = 'YYMMDD'
             MOVE XR-DATE-TEXT (1:2) TO CW-YY
             MOVE XR-DATE-TEXT (3:2) TO XR-DB-MM
             MOVE XR-DATE-TEXT (5:2) TO XR-DB-DD
             PERFORM 695-CENTURY-WINDOW
             MOVE CW-CCYY TO XR-DB-CCYY
           ELSE
             MOVE XR-DATE-TEXT (1:2) TO XR-DB-MM
             MOVE XR-DATE-TEXT (3:2) TO XR-DB-DD
             MOVE XR-DATE-TEXT (5:2) TO CW-YY
             PERFORM 695-CENTURY-WINDOW
             MOVE CW-CCYY TO XR-DB-CCYY.
           IF XR-DB-MM < '01' OR XR-DB-MM > '12' OR
              XR-DB-DD < '01' OR XR-DB-DD > '31'
             GO TO 577-XD-EXIT.
           IF XR-DATE-BUILD-N NOT > XR-POST-DATE-N
             MOVE 0 TO XR-VIOLATION-SW.
       577-XD-EXIT.
           EXIT.
      ******************************************************************
      ***  'P' (PACKED) FIELDS CANNOT GO THROUGH THE CHARACTER-AT-A-  ***
      ***  TIME EDITS, SO THEY ARE DISPATCHED TO THE WHOLE-FIELD      ***
      ***  PACKED EDIT; EVERYTHING ELSE TAKES THE ORIGINAL PATH.     ***
      ***  AN INCREMENT (TC 06) TOUCHES ONLY 'S' FIELDS, SO ANY OTHER ***
      ***  FIELD IS PASSED OVER UNEDITED AND UNCHANGED               ***
      ******************************************************************
       578-FIELD-DISPATCH.
           IF INCREMENT-TRANSACTION AND
              R-FORMAT (FDT-FIELD-INDEX) NOT = 'S'
             ADD 1 TO FDT-FIELD-INDEX
           ELSE
           IF R-FORMAT (FDT-FIELD-INDEX) = 'P'
             PERFORM 582-PACKED-FIELD-EDIT THRU 582-PF-EXIT
             ADD 1 TO FDT-FIELD-INDEX
106000       MOVE R-LOCATION (FDT-FIELD-INDEX) TO RECORD-PTR                    
106100     ELSE                                                                 
106200       ADD 100, R-LOCATION (FDT-FIELD-INDEX) GIVING RECORD-PTR.           
106210     ADD FDT-CONT-LOC-BASE TO RECORD-PTR.
106300     MOVE 0 TO BLANK-INDICATOR, LOOP-CNT, ASTER-INDICATOR.                
106400     IF MODIFY-TRANSACTION                                                
106500       MOVE 1 TO LOOP-CNT                                                 
106900       ELSE                                                               
107000         PERFORM 583-FIELD-EDIT                                           
107100     ELSE                                                                 
           IF INCREMENT-TRANSACTION
             MOVE 1 TO LOOP-CNT
             PERFORM 583-FIELD-EDIT
           ELSE
107200       PERFORM 590-CHAR-EDIT THRU 596-C-EXIT                              
107300             R-LENGTH (FDT-FIELD-INDEX) TIMES.                            
107400     ADD 1 TO FDT-FIELD-INDEX.                                            
108800       PERFORM 590-CHAR-EDIT THRU 596-C-EXIT                              
108900             R-LENGTH (FDT-FIELD-INDEX) TIMES                             
109000       IF LOOP-CNT > 0                                                    
               IF INCREMENT-TRANSACTION
                 PERFORM 586-INCREMENT-SIGN-FLD THRU 586-IS-EXIT
               ELSE
109100           ADD TRAN-SIGNED-FLD TO MSTR-SIGNED-FLD
               END-IF
109200         SUBTRACT R-LENGTH (FDT-FIELD-INDEX) FROM RECORD-PTR              
109300         PERFORM 585-MV-SIGN-FLD                                          
109400           R-LENGTH (FDT-FIELD-INDEX) TIMES.                              
109600     MOVE M-CTR (CTR-PTR-MV) TO CHANGE-RECORD (RECORD-PTR).
109700     ADD 1 TO CTR-PTR-MV, RECORD-PTR.
      ******************************************************************
      ***  TC 06: ADDS THE TRANSACTION AMOUNT TO THE MASTER AMOUNT   ***
      ***  AND PROVES THE SUM STILL FITS THE FIELD - EVERY POSITION  ***
      ***  OF THE 15-DIGIT ACCUMULATOR TO THE LEFT OF THE FIELD'S    ***
      ***  LENGTH MUST STAY ZERO, OR THE HIGH DIGITS WOULD BE LOST   ***
      ***  MOVING THE RESULT BACK.  AN OVERFLOW REJECTS THE WHOLE    ***
      ***  TRANSACTION WITH THE SIGNED-OVERFLOW FLAG.                ***
      ******************************************************************
       586-INCREMENT-SIGN-FLD.
           MOVE 0 TO INC-OVERFLOW-SW.
           ADD TRAN-SIGNED-FLD TO MSTR-SIGNED-FLD
             ON SIZE ERROR
               MOVE 1 TO INC-OVERFLOW-SW.
           MOVE 1 TO INC-CHK-PTR.
           PERFORM 587-INCREMENT-HIGH-DIGIT
             UNTIL INC-CHK-PTR NOT < CTR-PTR-MV OR INC-OVERFLOWS.
           IF INC-FITS
             GO TO 586-IS-EXIT.
           MOVE '1' TO SIGNED-OVERFLOW.
           PERFORM 440-TR-WRITE.
           ADD 1 TO INVALID-INC-CNT.
           GO TO 220-AP-EXIT.
       586-IS-EXIT.
           EXIT.
       587-INCREMENT-HIGH-DIGIT.
           IF M-CTR (INC-CHK-PTR) NOT = '0'
             MOVE 1 TO INC-OVERFLOW-SW.
           ADD 1 TO INC-CHK-PTR.
      ******************************************************************
      ***  WHOLE-FIELD EDIT FOR A 'P' (PACKED) FIELD.  ON A MODIFY,   ***
      ***  AN ALL-SPACES TRANSACTION FIELD MEANS NO CHANGE (THE       ***
      ***  PACKED ANALOGUE OF THE BLANK-FIELD SKIP); OTHERWISE THE    ***
           ELSE
             ADD 100, R-LOCATION (FDT-FIELD-INDEX)
                 GIVING PK-FLD-PTR.
           ADD FDT-CONT-LOC-BASE TO PK-FLD-PTR.
           MOVE R-LENGTH (FDT-FIELD-INDEX) TO PK-FLD-LEN.
           IF MODIFY-TRANSACTION
             PERFORM 582-BLANK-TEST
112610     IF REPLACE-TRANSACTION
112620       ADD 1 TO INVALID-RPL-CNT
112630     ELSE
           IF INCREMENT-TRANSACTION
             ADD 1 TO INVALID-INC-CNT
           ELSE
112700       ADD 1 TO INVALID-MOD-CNT.                                          
112800     GO TO 220-AP-EXIT.                                                   
112900 595-CHAR-OK.                                                             
113000     IF MODIFY-TRANSACTION OR INCREMENT-TRANSACTION
113100       IF LOOP-CNT = 0                                                    
113200         MOVE RECORD-ELMNT (RECORD-PTR) TO                                
113300         CHANGE-RECORD (RECORD-PTR)                                       
113400       ELSE                                                               
113500         MOVE RECORD-ELMNT (RECORD-PTR) TO T-CTR (CTR-PTR)                
113600         MOVE CHANGE-RECORD (RECORD-PTR) TO M-CTR (CTR-PTR)               
      *        A NEVER-POSTED (BLANK) MASTER AMOUNT COUNTS AS ZERO
      *        WHEN AN INCREMENT IS ADDED TO IT
               IF INCREMENT-TRANSACTION AND M-CTR (CTR-PTR) = SPACE
                 MOVE '0' TO M-CTR (CTR-PTR)
               END-IF
113700         ADD 1 TO CTR-PTR.                                                
113800     ADD 1 TO RECORD-PTR.                                                 
113900 596-C-EXIT.                                                              
116950       PERFORM 475-SYN-MASTER
116960         UNTIL MASTER-EOF
116970            OR M-CLIENT > TR-CLIENT-CTLFLD.
      *    SO MUST ANY OF ITS MOVED (TC 05) IMAGES KEYED PAST ITS
      *    LAST MASTER
           IF RKY-PENDING-CNT > 0
             MOVE HIGH-VALUES TO RKY-LIMIT-KEY
             MOVE TR-CLIENT-CTLFLD TO RKY-LIMIT-CLIENT
             PERFORM 426-REKEY-INSERT-FLUSH THRU 426-RF-EXIT.
      *    THE DRAIN MOVES THE MASTER LEG TO THE NEXT CLIENT, SO THE
      *    MATCH KEY MUST BE REBUILT AS 470 DOES OR THE NEXT CLIENT'S
      *    FIRST TRANSACTION COMPARES AGAINST THE COMPLETED CLIENT
               MOVE KEY-WORKAREA TO MASTER-KEY.
116980     PERFORM 652-CHECKPOINT-WRITE.
117000     MOVE T-CLIENT TO TR-CLIENT-CTLFLD.
           IF FDTMAP-TBL-CNT > 0 AND NOT TRANS-EOF
             PERFORM 655-CLIENT-FDT-SELECT THRU 655-CS-EXIT.
117100     ADD INVALID-T-KEY-CNT TO AG-BAD-T-KEY-CNT.                           
117200     ADD INVALID-T-TC-CNT  TO AG-BAD-T-TC-CNT.                            
117210     ADD NOT-AUTH-CNT      TO AG-NOT-AUTH-CNT.
           ADD FROZEN-CNT        TO AG-FROZEN-CNT.
117300     MOVE ZEROS TO INVALID-T-TC-CNT, INVALID-T-KEY-CNT,
117310           NOT-AUTH-CNT, FROZEN-CNT.
117400     ADD GOOD-ADD-CNT    TO AG-GOOD-ADD-CNT.                              
117500     ADD INVALID-ADD-CNT TO AG-BAD-ADD-CNT.                               
117600     ADD GOOD-DEL-CNT    TO AG-GOOD-DEL-CNT.                              
117900     ADD INVALID-MOD-CNT TO AG-BAD-MOD-CNT.                               
117910     ADD GOOD-RPL-CNT    TO AG-GOOD-RPL-CNT.
117920     ADD INVALID-RPL-CNT TO AG-BAD-RPL-CNT.
           ADD GOOD-INC-CNT    TO AG-GOOD-INC-CNT.
           ADD INVALID-INC-CNT TO AG-BAD-INC-CNT.
           ADD GOOD-RKY-CNT    TO AG-GOOD-RKY-CNT.
           ADD INVALID-RKY-CNT TO AG-BAD-RKY-CNT.
118000     MOVE ZEROS TO GOOD-ADD-CNT, INVALID-ADD-CNT,                         
118100           GOOD-MOD-CNT, INVALID-MOD-CNT,                                 
118200           GOOD-DEL-CNT, INVALID-DEL-CNT,
118210           GOOD-RPL-CNT, INVALID-RPL-CNT,
                 GOOD-INC-CNT, INVALID-INC-CNT,
                 GOOD-RKY-CNT, INVALID-RKY-CNT.
      ******************************************************************
      ***  THIS PARAGRAPH WRITES A CHECKPOINT RECORD FOR THE JUST     ***
      ***  COMPLETED CLIENT SO A LATER RUN CAN RESTART AFTER IT        ***
               M-WRITTEN-CNT + RV-CKPT-M-WRITTEN.
           MOVE T-WRITTEN-CNT      TO CKPT-T-WRITTEN-CNT.
           WRITE CKPT-RECORD.
      ******************************************************************
      ***  THIS PARAGRAPH PUTS THE NEW CLIENT'S FDT IN PLACE: ITS    ***
      ***  MAPPED DECK, OR THE SAVED IN3 DECK WHEN IT IS NOT MAPPED. ***
      ***  NOTHING IS RELOADED WHEN THE RIGHT DECK IS ALREADY IN.    ***
      ******************************************************************
       655-CLIENT-FDT-SELECT.
           MOVE 0 TO FDTMAP-FOUND-IX.
           MOVE TR-CLIENT-CTLFLD TO FDTMAP-SEARCH-CLIENT.
           MOVE 1 TO FDTMAP-TBL-J.
           PERFORM 656-FDTMAP-SCAN
             UNTIL FDTMAP-TBL-J > FDTMAP-TBL-CNT
                OR FDTMAP-FOUND-IX > 0.
           IF FDTMAP-FOUND-IX = 0
             IF FDTMAP-LOADED-IX = 0
               GO TO 655-CS-EXIT
             ELSE
               PERFORM 658-IN3-FDT-RESTORE
               IF NOT RKY-SCANNING
                 DISPLAY '    CLIENT ' TR-CLIENT-CTLFLD
                         ' USING IN3 FDT VERSION=' FDT-VERSION
               END-IF
               GO TO 655-CS-EXIT.
           IF FDTMAP-LOADED-IX > 0
             IF MT-DECK-DSN (FDTMAP-FOUND-IX) =
                MT-DECK-DSN (FDTMAP-LOADED-IX)
               MOVE FDTMAP-FOUND-IX TO FDTMAP-LOADED-IX
               GO TO 655-CS-EXIT.
           PERFORM 657-CLIENT-FDT-LOAD.
           IF NOT RKY-SCANNING
             DISPLAY '    CLIENT ' TR-CLIENT-CTLFLD
                     ' USING MAPPED FDT VERSION=' FDT-VERSION.
       655-CS-EXIT.
           EXIT.
       656-FDTMAP-SCAN.
           IF MT-CLIENT (FDTMAP-TBL-J) = FDTMAP-SEARCH-CLIENT
             MOVE FDTMAP-TBL-J TO FDTMAP-FOUND-IX.
           ADD 1 TO FDTMAP-TBL-J.
      *    LOADS THE DECK OF MAP ENTRY FDTMAP-FOUND-IX, UNLESS THAT
      *    DECK IS THE ONE ALREADY IN
       657-CLIENT-FDT-LOAD.
           IF FDTMAP-LOADED-IX > 0
             IF MT-DECK-DSN (FDTMAP-FOUND-IX) =
                MT-DECK-DSN (FDTMAP-LOADED-IX)
               MOVE FDTMAP-FOUND-IX TO FDTMAP-LOADED-IX.
           IF FDTMAP-LOADED-IX NOT = FDTMAP-FOUND-IX
             MOVE FDTMAP-FOUND-IX TO FDTMAP-TBL-I
             PERFORM 146-CLIENT-FDT-OPEN THRU 146-CO-EXIT
             MOVE SPACES TO FIXED-FIELDS-DESCRIPTOR
             READ CLIENT-FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
               MOVE EOF-INDICATOR TO CFDT-EOF-SW
             END-READ
             PERFORM 149-CFDT-KEY-CONT-CHECK THRU 149-KC-EXIT
             MOVE SPACES TO FDT-REC-ARRAY
             MOVE LOW-VALUES TO FDT-CONT-AREA
             MOVE 0 TO FDT-CONT-OWNER-IX
             PERFORM 148-CFDT-ARRAY-BUILD UNTIL CFDT-EOF
             CLOSE CLIENT-FDT-FILE
             MOVE MT-VERSION (FDTMAP-FOUND-IX) TO FDT-VERSION
             MOVE FDTMAP-FOUND-IX TO FDTMAP-LOADED-IX.
      *    PUTS THE SAVED IN3 DECK BACK IN PLACE
       658-IN3-FDT-RESTORE.
           MOVE BASE-FIXED-FIELDS TO FIXED-FIELDS-DESCRIPTOR.
           MOVE BASE-FDT-ARRAY    TO FDT-REC-ARRAY.
           MOVE BASE-CONT-AREA    TO FDT-CONT-AREA.
           MOVE BASE-FDT-VERSION  TO FDT-VERSION.
           MOVE 0 TO FDTMAP-LOADED-IX.
118600******************************************************************
118700***  THIS IS HEADING ROUTINE TO PRINT HEADINGS                 ***        
118800******************************************************************        
121200     MOVE INVALID-MOD-CNT TO F6.                                          
121210     MOVE GOOD-RPL-CNT TO F9.
121220     MOVE INVALID-RPL-CNT TO F10.
           MOVE GOOD-INC-CNT TO F11.
           MOVE INVALID-INC-CNT TO F12.
121300     MOVE INVALID-T-KEY-CNT TO F7.                                        
121400     MOVE INVALID-T-TC-CNT TO F8.                                         
121500     ADD GOOD-ADD-CNT, GOOD-DEL-CNT, GOOD-MOD-CNT,
121600           GOOD-RPL-CNT, GOOD-INC-CNT,
                 GOOD-RKY-CNT GIVING TOTAL-VALID.
121700     ADD INVALID-ADD-CNT, INVALID-DEL-CNT,                                
121800           INVALID-MOD-CNT, INVALID-RPL-CNT, INVALID-INC-CNT,
                 INVALID-RKY-CNT,
121900           INVALID-T-KEY-CNT,
121910           INVALID-T-TC-CNT GIVING TOTAL-ERRORS.
122000     ADD TOTAL-VALID, TOTAL-ERRORS GIVING TOTAL-SUM.
122400     MOVE DET1-LINE TO PRT.                                               
122500     MOVE TRPL-SP TO CRG-CTL.                                             
122600     PERFORM 700-PRINT.                                                   
           IF GOOD-RKY-CNT > 0 OR INVALID-RKY-CNT > 0
             MOVE GOOD-RKY-CNT TO F13
             MOVE INVALID-RKY-CNT TO F14
             MOVE DET2-LINE TO PRT
             MOVE SINGLE-SP TO CRG-CTL
             PERFORM 700-PRINT.
           IF FDTMAP-TBL-CNT > 0
             PERFORM 672-CLIENT-FDT-PRINT.
      ******************************************************************
      ***  UNDER A CLIENT-TO-FDT MAP, THE VERSION THE CLIENT WAS     ***
      ***  PROCESSED UNDER; A MAPPED CLIENT ALSO GOES INTO THE RUN   ***
      ***  HISTORY                                                   ***
      ******************************************************************
       672-CLIENT-FDT-PRINT.
           MOVE FDT-VERSION TO P-FDT-VERSION.
           IF FDTMAP-LOADED-IX = 0
             MOVE 'IN3 DECK'   TO P-FDT-SOURCE
           ELSE
             MOVE 'CLIENT MAP' TO P-FDT-SOURCE
             IF CFDT-USED-CNT < FDTMAP-TBL-MAX
               ADD 1 TO CFDT-USED-CNT
               MOVE TR-CLIENT-CTLFLD TO CU-CLIENT (CFDT-USED-CNT)
               MOVE FDT-VERSION      TO CU-VERSION (CFDT-USED-CNT).
           MOVE DET3-LINE TO PRT.
           MOVE SINGLE-SP TO CRG-CTL.
           PERFORM 700-PRINT.
122700******************************************************************        
122800***  THIS PARAGRAPH DISPLAYS THE RUN STATISTICS                ***        
122900******************************************************************        
123700     MOVE AG-BAD-MOD-CNT TO F6.                                           
123710     MOVE AG-GOOD-RPL-CNT TO F9.
123720     MOVE AG-BAD-RPL-CNT TO F10.
           MOVE AG-GOOD-INC-CNT TO F11.
           MOVE AG-BAD-INC-CNT TO F12.
123800     MOVE AG-BAD-T-KEY-CNT TO F7.                                         
123900     MOVE AG-BAD-T-TC-CNT TO F8.                                          
124000     ADD AG-GOOD-ADD-CNT, AG-GOOD-DEL-CNT,                                
124100           AG-GOOD-MOD-CNT, AG-GOOD-RPL-CNT,
                 AG-GOOD-INC-CNT, AG-GOOD-RKY-CNT GIVING TOTAL-VALID.
124200     ADD AG-BAD-ADD-CNT, AG-BAD-DEL-CNT,                                  
124300           AG-BAD-MOD-CNT, AG-BAD-RPL-CNT, AG-BAD-T-KEY-CNT,
                 AG-BAD-INC-CNT, AG-BAD-RKY-CNT,
124400           AG-BAD-T-TC-CNT GIVING TOTAL-ERRORS.                           
124500     ADD TOTAL-VALID, TOTAL-ERRORS GIVING TOTAL-SUM.                      
124600     MOVE TOTAL-VALID TO TOT-VALID.                                       
124900     MOVE DET1-LINE TO PRT.                                               
125000     MOVE TRPL-SP TO CRG-CTL.                                             
125100     PERFORM 700-PRINT.                                                   
           IF AG-GOOD-RKY-CNT > 0 OR AG-BAD-RKY-CNT > 0
             MOVE AG-GOOD-RKY-CNT TO F13
             MOVE AG-BAD-RKY-CNT TO F14
             MOVE DET2-LINE TO PRT
             MOVE SINGLE-SP TO CRG-CTL
             PERFORM 700-PRINT.
125200     MOVE T-READ-CNT TO F20.                                              
125300     MOVE T-WRITTEN-CNT TO F21.                                           
125400     MOVE T-BYPASS-CNT TO F22.
126500     DISPLAY TM-WRITTEN-CNT '....TRAN/MSTR CHANGE RCDS WRITTEN.'.
           DISPLAY JM-WRITTEN-CNT '....BEFORE-IMAGE JRNL RCDS WRITTEN.'.
           DISPLAY AG-NOT-AUTH-CNT '....NOT-AUTHORIZED REJECTS.'.
           DISPLAY AG-FROZEN-CNT '....CLIENT-FROZEN REJECTS.'.
           PERFORM 685-REJECT-REPORT.
126600 690-EXIT.
126700     EXIT.
           MOVE AG-BAD-RPL-CNT     TO RH-AG-BAD-RPL-CNT.
           MOVE CTL-IMBALANCE-SW   TO RH-CTL-BALANCE-FLAG.
           MOVE RUN-ID             TO RH-RUN-ID.
           MOVE BASE-FDT-VERSION   TO RH-FDT-VERSION.
           MOVE AG-GOOD-INC-CNT    TO RH-AG-GOOD-INC-CNT.
           MOVE AG-BAD-INC-CNT     TO RH-AG-BAD-INC-CNT.
           MOVE AG-GOOD-RKY-CNT    TO RH-AG-GOOD-RKY-CNT.
           MOVE AG-BAD-RKY-CNT     TO RH-AG-BAD-RKY-CNT.
           MOVE CFDT-USED-CNT      TO RH-CLIENT-FDT-CNT.
           MOVE CFDT-USED-TABLE    TO RH-CLIENT-FDT-AREA.
           WRITE RUN-HISTORY-RECORD.
       684-EXIT.
           EXIT.
           COMPUTE ES-TOTAL-ERROR-CNT =
               AG-BAD-T-KEY-CNT + AG-BAD-T-TC-CNT +
               AG-BAD-ADD-CNT + AG-BAD-DEL-CNT +
               AG-BAD-MOD-CNT + AG-BAD-RPL-CNT + AG-NOT-AUTH-CNT +
               AG-BAD-INC-CNT + AG-BAD-RKY-CNT + AG-FROZEN-CNT.
           MOVE RUN-ID TO ES-RUN-ID.
           WRITE EOJ-SUMMARY-RECORD.
           CLOSE EOJ-SUMMARY-FILE.
             COMPUTE CW-CCYY = 2000 + CW-YY
           ELSE
             COMPUTE CW-CCYY = 1900 + CW-YY.
      ******************************************************************
      ***  ONE RUN PARAMETER FROM PARMSRV, THE PARAMETER STORE,      ***
      ***  WHERE AN ENVIRONMENT VALUE OF THE SAME NAME STILL         ***
      ***  OVERRIDES; AN UNSET VALUE COMES BACK AS SPACES            ***
      ******************************************************************
       697-GET-PARM.
           MOVE 'G' TO PRM-FUNCTION.
           CALL 'PARMSRV' USING PRM-PARMS.
126800 700-PRINT.
126810****COB370 CHANGE                                                 370     
126900**** WRITE PRINT AFTER POSITIONING CRG-CTL LINES.                 370     
