001300***      CAL-IN-DATE                                           ***
001400***    CAL-FUNCTION 'M' - WHETHER CAL-IN-DATE IS A MONTH-END   ***
001500***      RUN DAY (CAL-MONTH-END-FLAG 'Y'/'N')                  ***
001510***    CAL-FUNCTION 'D' - A DUE DATE: CAL-IN-DATE PLUS       ***
001520***      CAL-DAYS CALENDAR DAYS, MOVED FORWARD TO THE NEXT     ***
001530***      BUSINESS DAY WHEN IT FALLS ON A WEEKEND OR HOLIDAY    ***
001540***    CAL-FUNCTION 'A' - AN AGE: THE CALENDAR DAYS FROM       ***
001550***      CAL-IN-DATE TO CAL-TO-DATE, INTO CAL-DAYS (NEGATIVE   ***
001560***      WHEN CAL-TO-DATE IS EARLIER)                          ***
001562***    CAL-FUNCTION 'T' - THE DAY TYPE OF CAL-IN-DATE (B, H    ***
001564***      OR W) INTO CAL-DAY-TYPE                               ***
001570***  'D' AND 'A' COUNT DAYS ALONG THE CALENDAR, WHICH CARRIES  ***
001580***  EVERY DATE OF ITS RANGE.  ONLY CALLERS OF 'D' AND 'A'     ***
001590***  PASS CAL-DAYS AND CAL-TO-DATE; ONLY CALLERS OF 'T' ALSO  ***
001592***  PASS CAL-DAY-TYPE.                                        ***
001600***  CAL-RC: 0 ANSWERED, 4 DATE NOT ON THE CALENDAR, 8         ***
001700***  CALENDAR UNAVAILABLE - CALLERS DECIDE WHETHER TO FALL     ***
001800***  BACK OR REFUSE.                                           ***
004900 01  CAL-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
005000 01  CAL-I                       PIC 9(4) COMP-5.
005100 01  CAL-FOUND-IX                PIC 9(4) COMP-5.
005150 01  CAL-TO-IX                   PIC 9(4) COMP-5.
005200 01  CAL-TABLE.
005300     03  CAL-ENTRY  OCCURS 800 TIMES.
005400       05  CT-DATE               PIC 9(8).
006300     05  CAL-OUT-DATE            PIC 9(8).
006400     05  CAL-MONTH-END-FLAG      PIC X.
006500     05  CAL-RC                  PIC S9(4) COMP-5.
006510     05  CAL-DAYS                PIC S9(5) COMP-5.
006520     05  CAL-TO-DATE             PIC 9(8).
006530     05  CAL-DAY-TYPE            PIC X.
006600 PROCEDURE DIVISION USING CAL-PARMS.
006700 0000-MAINLINE.
006800     IF TABLE-NOT-LOADED
008100     ELSE
008200     IF CAL-FUNCTION = 'M'
008300       PERFORM 4000-MONTH-END-TEST
008310     ELSE
008320     IF CAL-FUNCTION = 'D'
008330       PERFORM 6000-DUE-DATE
008340     ELSE
008350     IF CAL-FUNCTION = 'A'
008360       PERFORM 7000-AGE-IN-DAYS
008370     ELSE
008380     IF CAL-FUNCTION = 'T'
008390       PERFORM 8000-DAY-TYPE
008400     ELSE
008500       MOVE 4 TO CAL-RC.
008600     GOBACK.
013400     IF CT-DATE (CAL-I) = TODAY-DATE
013500       MOVE CAL-I TO CAL-FOUND-IX.
013600     ADD 1 TO CAL-I.
013610******************************************************************
013620***  'D': CAL-DAYS ENTRIES ON FROM CAL-IN-DATE, THEN THE FIRST ***
013630***  BUSINESS DAY FROM THERE                                   ***
013640******************************************************************
013650 6000-DUE-DATE.
013652     MOVE CAL-IN-DATE TO TODAY-DATE.
013654     PERFORM 5000-FIND-DATE.
013656     IF CAL-FOUND-IX = 0
013658       MOVE 4 TO CAL-RC
013660     ELSE
013662     IF CAL-FOUND-IX + CAL-DAYS < 1 OR
013664        CAL-FOUND-IX + CAL-DAYS > CAL-TBL-CNT
013666       MOVE 4 TO CAL-RC
013668     ELSE
013670       COMPUTE CAL-I = CAL-FOUND-IX + CAL-DAYS
013672       MOVE 4 TO CAL-RC
013674       PERFORM 6100-SCAN-BUSINESS-DAY
013676         UNTIL CAL-I > CAL-TBL-CNT OR CAL-RC = 0.
013678 6100-SCAN-BUSINESS-DAY.
013680     IF CT-DAY-TYPE (CAL-I) = 'B'
013682       MOVE CT-DATE (CAL-I) TO CAL-OUT-DATE
013684       MOVE 0 TO CAL-RC.
013686     ADD 1 TO CAL-I.
013688******************************************************************
013690***  'A': THE DISTANCE BETWEEN THE TWO DATES' ENTRIES          ***
013692******************************************************************
013694 7000-AGE-IN-DAYS.
013695     MOVE 0 TO CAL-DAYS.
013696     MOVE CAL-TO-DATE TO TODAY-DATE.
013697     PERFORM 5000-FIND-DATE.
013698     IF CAL-FOUND-IX = 0
013699       MOVE 4 TO CAL-RC
013700     ELSE
013701       MOVE CAL-FOUND-IX TO CAL-TO-IX
013702       MOVE CAL-IN-DATE TO TODAY-DATE
013703       PERFORM 5000-FIND-DATE
013704       IF CAL-FOUND-IX = 0
013705         MOVE 4 TO CAL-RC
013706       ELSE
013707         COMPUTE CAL-DAYS = CAL-TO-IX - CAL-FOUND-IX
013708         MOVE 0 TO CAL-RC.
013710******************************************************************
013715***  'T': THE DAY TYPE OF CAL-IN-DATE                          ***
013720******************************************************************
013725 8000-DAY-TYPE.
013730     MOVE CAL-IN-DATE TO TODAY-DATE.
013735     PERFORM 5000-FIND-DATE.
013740     IF CAL-FOUND-IX = 0
013745       MOVE 4 TO CAL-RC
013750     ELSE
013755       MOVE 0 TO CAL-RC
013760       MOVE CAL-IN-DATE TO CAL-OUT-DATE
013765       MOVE CT-DAY-TYPE (CAL-FOUND-IX) TO CAL-DAY-TYPE.
013770******************************************************************
013800***  ONE-TIME CALENDAR LOAD                                    ***
013900******************************************************************
014000 1000-LOAD-CALENDAR.
