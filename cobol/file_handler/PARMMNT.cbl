       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PARMMNT.
      * ------------------------------------------------------------
      * Maintenance for the runtime parameter store (PARMSTOR, KSDS,
      * PARMSTOR layout) that PARMSRV resolves run parameters from.
      * Every add, change and delete is written to the audit trail
      * (PARMAUD) with the before and after values, the operator
      * (OPERATOR environment value) and the time, so a changed
      * parameter can always be traced to who changed it and when.
      *
      * Card file (PARMCARD, one per action):
      *   col 1      A add, C change, D delete, L list (whole store)
      *              R list the parameters one run resolved
      *   cols 2-9   environment  } blank or '*' is any - the scope
      *   cols 10-17 job          } the value applies to
      *   cols 18-25 step         }
      *   cols 26-55 parameter name (A/C/D)
      *   cols 57-156 value (A/C)
      *   R card: cols 2-29 the run identifier (MT_BATCH_RUN_ID),
      *           read back from the resolved parameter log (PARMLOG)
      * A value cannot be set to spaces: a parameter that should no
      * longer be set is deleted, so its caller's default stands.
      * An A or C card naming a step is refused where PARMSRV would
      * never ask with one (see PARMSRV): a job of any ('*'), a job
      * that runs as a single step, or a parameter every step of a
      * job shares.  D cards are not checked, so an old entry of
      * that kind can still be removed.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT STORE-FILE ASSIGN TO PARMSTOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PS-KEY
            FILE STATUS IS IO-STATUS.
         SELECT CARD-FILE ASSIGN TO PARMCARD
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CD-STATUS.
         SELECT AUD-FILE ASSIGN TO PARMAUD
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PA-STATUS.
         SELECT LOG-FILE ASSIGN TO PARMLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  STORE-FILE
             LABEL RECORD STANDARD
             DATA RECORD PS-RECORD.
         COPY PARMSTOR.
         FD  CARD-FILE
             LABEL RECORD STANDARD
             DATA RECORD CARD-RECORD.
         01  CARD-RECORD.
             05 CD-ACTION              PIC X.
             05 CD-ENV                 PIC X(8).
             05 CD-JOB                 PIC X(8).
             05 CD-STEP                PIC X(8).
             05 CD-NAME                PIC X(30).
             05 FILLER                 PIC X.
             05 CD-VALUE               PIC X(100).
         01  CARD-RUN-RECORD REDEFINES CARD-RECORD.
             05 FILLER                 PIC X.
             05 CD-RUN-ID              PIC X(28).
             05 FILLER                 PIC X(127).
         FD  AUD-FILE
             LABEL RECORD STANDARD
             DATA RECORD PA-RECORD.
         COPY PARMAUD.
         FD  LOG-FILE
             LABEL RECORD STANDARD
             DATA RECORD PL-RECORD.
         COPY PARMLOG.

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  CD-STATUS                 PIC XX.
         01  PA-STATUS                 PIC XX.
         01  PL-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  OPERATOR-ID               PIC X(8) VALUE SPACES.
         01  CARD-READ-CNT             PIC 9(6) VALUE 0.
         01  ADDED-CNT                 PIC 9(6) VALUE 0.
         01  CHANGED-CNT               PIC 9(6) VALUE 0.
         01  DELETED-CNT               PIC 9(6) VALUE 0.
         01  REJECT-CNT                PIC 9(6) VALUE 0.
         01  RUN-PARM-CNT              PIC 9(6) VALUE 0.
         01  TODAY-DATE                PIC 9(8).
         01  TODAY-TIME                PIC 9(8).
         01  BEFORE-VALUE              PIC X(100).
      *     jobs that ask without a step, and parameters that are
      *     asked for before the step is known or for the whole job
         01  NOSTEP-JOB-LIST.
             05 FILLER                 PIC X(8) VALUE "BDMS0214".
             05 FILLER                 PIC X(8) VALUE "BDMS0227".
             05 FILLER                 PIC X(8) VALUE "BDMS0239".
             05 FILLER                 PIC X(8) VALUE "BDMS0262".
             05 FILLER                 PIC X(8) VALUE "BDMS0265".
             05 FILLER                 PIC X(8) VALUE "BDMS0269".
             05 FILLER                 PIC X(8) VALUE "BDMS0270".
         01  NOSTEP-JOB-TABLE REDEFINES NOSTEP-JOB-LIST.
             05 NOSTEP-JOB             PIC X(8) OCCURS 7 TIMES.
         01  NOSTEP-NAME-LIST.
             05 FILLER                 PIC X(30) VALUE "FUNCTION".
             05 FILLER                 PIC X(30)
                                       VALUE "MT_BATCH_LOCKDIR".
             05 FILLER                 PIC X(30)
                                       VALUE "MT_BATCH_LOCK_WAIT".
         01  NOSTEP-NAME-TABLE REDEFINES NOSTEP-NAME-LIST.
             05 NOSTEP-NAME            PIC X(30) OCCURS 3 TIMES.
         01  NOSTEP-IX                 PIC 9(2) VALUE 0.
         01  STEP-CHECK-SW             PIC 9 VALUE 0.
             88  STEP-REFUSED             VALUE 1.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT TODAY-TIME FROM TIME.
            DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
            ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
            OPEN I-O STORE-FILE.
            IF IO-STATUS = "35"
               OPEN OUTPUT STORE-FILE
               CLOSE STORE-FILE
               OPEN I-O STORE-FILE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "PARMMNT OPEN FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
      *     no change goes in unaudited - an audit trail that cannot
      *     be written refuses the run
            OPEN EXTEND AUD-FILE.
            IF PA-STATUS = "35"
               OPEN OUTPUT AUD-FILE.
            IF PA-STATUS NOT = "00"
               CALL "FSTATMSG" USING PA-STATUS, FS-REASON
               DISPLAY "PARMMNT AUDIT TRAIL UNAVAILABLE, ST="
                       PA-STATUS " (" FS-REASON ") - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE STORE-FILE
               GO TO FIN-EXIT.
            OPEN INPUT CARD-FILE.
            IF CD-STATUS NOT = "00"
               DISPLAY "PARMMNT CARD FILE UNAVAILABLE, ST=" CD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE STORE-FILE
               CLOSE AUD-FILE
               GO TO FIN-EXIT.

       READ-CARD.
            READ CARD-FILE
              AT END GO TO FIN-REL
            END-READ.
            ADD 1 TO CARD-READ-CNT.
            IF CD-ACTION = "A" OR "C" OR "D"
               PERFORM SCOPE-CARD THRU E-SCOPE-CARD.
            IF CD-ACTION = "A" OR "C"
               PERFORM STEP-CHECK THRU E-STEP-CHECK
               IF STEP-REFUSED
                  ADD 1 TO REJECT-CNT
                  GO TO READ-CARD.
            EVALUATE CD-ACTION
              WHEN "A"
                PERFORM ADD-PARAMETER THRU E-ADD-PARAMETER
              WHEN "C"
                PERFORM CHANGE-PARAMETER THRU E-CHANGE-PARAMETER
              WHEN "D"
                PERFORM DELETE-PARAMETER THRU E-DELETE-PARAMETER
              WHEN "L"
                PERFORM LIST-PARAMETERS THRU E-LIST-PARAMETERS
              WHEN "R"
                PERFORM LIST-RUN THRU E-LIST-RUN
              WHEN OTHER
                DISPLAY "PARMMNT CARD " CARD-READ-CNT
                        " ACTION <" CD-ACTION "> REJECTED"
                ADD 1 TO REJECT-CNT
            END-EVALUATE.
            GO TO READ-CARD.

       FIN-REL.
            CLOSE STORE-FILE.
            CLOSE AUD-FILE.
            CLOSE CARD-FILE.
            DISPLAY "PARMMNT CARDS READ..............." CARD-READ-CNT.
            DISPLAY "PARMMNT PARAMETERS ADDED........." ADDED-CNT.
            DISPLAY "PARMMNT PARAMETERS CHANGED......." CHANGED-CNT.
            DISPLAY "PARMMNT PARAMETERS DELETED......." DELETED-CNT.
            DISPLAY "PARMMNT CARDS REJECTED..........." REJECT-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * a blank scope field is any, stored as '*' so the key is the
      * one PARMSRV probes for
      * ------------------------------------------------------------
       SCOPE-CARD.
            IF CD-ENV = SPACES
               MOVE "*" TO CD-ENV.
            IF CD-JOB = SPACES
               MOVE "*" TO CD-JOB.
            IF CD-STEP = SPACES
               MOVE "*" TO CD-STEP.
            MOVE SPACES  TO PS-KEY.
            MOVE CD-ENV  TO PS-ENV.
            MOVE CD-JOB  TO PS-JOB.
            MOVE CD-STEP TO PS-STEP.
            MOVE CD-NAME TO PS-NAME.
       E-SCOPE-CARD.
            EXIT.

      * ------------------------------------------------------------
      * a step-qualified value that no caller would ever ask for is
      * refused rather than stored to be silently ignored
      * ------------------------------------------------------------
       STEP-CHECK.
            MOVE 0 TO STEP-CHECK-SW.
            IF CD-STEP = "*"
               GO TO E-STEP-CHECK.
            IF CD-JOB = "*"
               DISPLAY "PARMMNT CARD " CARD-READ-CNT " STEP " CD-STEP
                       " NEEDS A JOB - REJECTED"
               MOVE 1 TO STEP-CHECK-SW
               GO TO E-STEP-CHECK.
            MOVE 1 TO NOSTEP-IX.
            PERFORM STEP-CHECK-JOB
              UNTIL NOSTEP-IX > 7 OR STEP-REFUSED.
            IF STEP-REFUSED
               DISPLAY "PARMMNT CARD " CARD-READ-CNT " JOB " CD-JOB
                       " RUNS WITHOUT A STEP - REJECTED"
               GO TO E-STEP-CHECK.
            MOVE 1 TO NOSTEP-IX.
            PERFORM STEP-CHECK-NAME
              UNTIL NOSTEP-IX > 3 OR STEP-REFUSED.
            IF STEP-REFUSED
               DISPLAY "PARMMNT CARD " CARD-READ-CNT " " CD-NAME
                       " IS SET FOR THE WHOLE JOB - REJECTED".
       E-STEP-CHECK.
            EXIT.

       STEP-CHECK-JOB.
            IF NOSTEP-JOB (NOSTEP-IX) = CD-JOB
               MOVE 1 TO STEP-CHECK-SW.
            ADD 1 TO NOSTEP-IX.

       STEP-CHECK-NAME.
            IF NOSTEP-NAME (NOSTEP-IX) = CD-NAME
               MOVE 1 TO STEP-CHECK-SW.
            ADD 1 TO NOSTEP-IX.

       ADD-PARAMETER.
            IF CD-NAME = SPACES OR CD-VALUE = SPACES
               DISPLAY "PARMMNT CARD " CARD-READ-CNT
                       " MALFORMED - REJECTED"
               ADD 1 TO REJECT-CNT
               GO TO E-ADD-PARAMETER.
            MOVE CD-VALUE    TO PS-VALUE.
            MOVE TODAY-DATE  TO PS-MAINT-DATE.
            MOVE TODAY-TIME  TO PS-MAINT-TIME.
            MOVE OPERATOR-ID TO PS-MAINT-USER.
            MOVE SPACES      TO PS-FILLER.
            WRITE PS-RECORD
            END-WRITE.
            IF IO-STATUS = "00"
               ADD 1 TO ADDED-CNT
               MOVE SPACES TO BEFORE-VALUE
               PERFORM WRITE-AUDIT THRU E-WRITE-AUDIT
            ELSE
              IF IO-STATUS = "22"
                 DISPLAY "PARMMNT " PS-ID " " CD-NAME
                         " ALREADY ON FILE - USE C"
                 ADD 1 TO REJECT-CNT
              ELSE
                 PERFORM IO-ERROR THRU E-IO-ERROR.
       E-ADD-PARAMETER.
            EXIT.

       CHANGE-PARAMETER.
            IF CD-NAME = SPACES OR CD-VALUE = SPACES
               DISPLAY "PARMMNT CARD " CARD-READ-CNT
                       " MALFORMED - REJECTED"
               ADD 1 TO REJECT-CNT
               GO TO E-CHANGE-PARAMETER.
            READ STORE-FILE
            END-READ.
            IF IO-STATUS = "23"
               DISPLAY "PARMMNT " PS-ID " " CD-NAME
                       " NOT ON FILE - USE A"
               ADD 1 TO REJECT-CNT
               GO TO E-CHANGE-PARAMETER.
            IF IO-STATUS NOT = "00"
               PERFORM IO-ERROR THRU E-IO-ERROR
               GO TO E-CHANGE-PARAMETER.
            MOVE PS-VALUE    TO BEFORE-VALUE.
            MOVE CD-VALUE    TO PS-VALUE.
            MOVE TODAY-DATE  TO PS-MAINT-DATE.
            MOVE TODAY-TIME  TO PS-MAINT-TIME.
            MOVE OPERATOR-ID TO PS-MAINT-USER.
            REWRITE PS-RECORD
            END-REWRITE.
            IF IO-STATUS = "00"
               ADD 1 TO CHANGED-CNT
               PERFORM WRITE-AUDIT THRU E-WRITE-AUDIT
            ELSE
               PERFORM IO-ERROR THRU E-IO-ERROR.
       E-CHANGE-PARAMETER.
            EXIT.

       DELETE-PARAMETER.
            READ STORE-FILE
            END-READ.
            IF IO-STATUS = "23"
               DISPLAY "PARMMNT " PS-ID " " CD-NAME " NOT ON FILE"
               ADD 1 TO REJECT-CNT
               GO TO E-DELETE-PARAMETER.
            IF IO-STATUS NOT = "00"
               PERFORM IO-ERROR THRU E-IO-ERROR
               GO TO E-DELETE-PARAMETER.
            MOVE PS-VALUE TO BEFORE-VALUE.
            DELETE STORE-FILE
            END-DELETE.
            IF IO-STATUS = "00"
               ADD 1 TO DELETED-CNT
               MOVE SPACES TO PS-VALUE
               PERFORM WRITE-AUDIT THRU E-WRITE-AUDIT
            ELSE
               PERFORM IO-ERROR THRU E-IO-ERROR.
       E-DELETE-PARAMETER.
            EXIT.

      * ------------------------------------------------------------
      * one audit entry per change applied: BEFORE-VALUE the value
      * the store held, PS-VALUE the value it holds now
      * ------------------------------------------------------------
       WRITE-AUDIT.
            MOVE SPACES       TO PA-RECORD.
            MOVE TODAY-DATE   TO PA-STAMP-DATE.
            MOVE TODAY-TIME   TO PA-STAMP-TIME.
            MOVE OPERATOR-ID  TO PA-USER.
            MOVE CD-ACTION    TO PA-ACTION.
            MOVE PS-KEY       TO PA-KEY.
            MOVE BEFORE-VALUE TO PA-BEFORE.
            MOVE PS-VALUE     TO PA-AFTER.
            WRITE PA-RECORD
            END-WRITE.
            IF PA-STATUS NOT = "00"
               CALL "FSTATMSG" USING PA-STATUS, FS-REASON
               DISPLAY "PARMMNT AUDIT WRITE FAILED ON " PS-ID " "
                       PS-NAME
               DISPLAY "PA-STATUS =" PA-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE.
       E-WRITE-AUDIT.
            EXIT.

       LIST-PARAMETERS.
            MOVE LOW-VALUES TO PS-KEY.
            START STORE-FILE KEY NOT < PS-KEY
            END-START.
            IF IO-STATUS NOT = "00"
               DISPLAY "PARMMNT STORE IS EMPTY"
               GO TO E-LIST-PARAMETERS.
            DISPLAY "ENV      JOB      STEP     PARAMETER"
                    "                       CHANGED  BY       VALUE".
       LIST-NEXT.
            READ STORE-FILE NEXT RECORD
              AT END GO TO E-LIST-PARAMETERS
            END-READ.
            DISPLAY PS-ENV " " PS-JOB " " PS-STEP " " PS-NAME " "
                    PS-MAINT-DATE " " PS-MAINT-USER " " PS-VALUE.
            GO TO LIST-NEXT.
       E-LIST-PARAMETERS.
            EXIT.

      * ------------------------------------------------------------
      * the parameter set one run resolved, in the order it asked;
      * source E environment override, S store (with the scope that
      * matched), N set nowhere
      * ------------------------------------------------------------
       LIST-RUN.
            IF CD-RUN-ID = SPACES
               DISPLAY "PARMMNT CARD " CARD-READ-CNT
                       " RUN IDENTIFIER MISSING - REJECTED"
               ADD 1 TO REJECT-CNT
               GO TO E-LIST-RUN.
            OPEN INPUT LOG-FILE.
            IF PL-STATUS NOT = "00"
               CALL "FSTATMSG" USING PL-STATUS, FS-REASON
               DISPLAY "PARMMNT PARMLOG UNAVAILABLE, ST=" PL-STATUS
                       " (" FS-REASON ")"
               ADD 1 TO REJECT-CNT
               GO TO E-LIST-RUN.
            MOVE 0 TO RUN-PARM-CNT.
            DISPLAY "PARMMNT PARAMETERS RESOLVED BY RUN " CD-RUN-ID.
            DISPLAY "JOB      STEP     PARAMETER                     "
                    " SRC SCOPE                    VALUE".
       LIST-RUN-NEXT.
            READ LOG-FILE
              AT END GO TO LIST-RUN-END
            END-READ.
            IF PL-RUN-ID NOT = CD-RUN-ID
               GO TO LIST-RUN-NEXT.
            ADD 1 TO RUN-PARM-CNT.
            DISPLAY PL-JOB " " PL-STEP " " PL-NAME "  " PL-SOURCE
                    "  " PL-SCOPE " " PL-VALUE.
            GO TO LIST-RUN-NEXT.
       LIST-RUN-END.
            CLOSE LOG-FILE.
            IF RUN-PARM-CNT = 0
               DISPLAY "PARMMNT NO PARAMETERS LOGGED FOR " CD-RUN-ID.
       E-LIST-RUN.
            EXIT.

       IO-ERROR.
            CALL "FSTATMSG" USING IO-STATUS, FS-REASON.
            DISPLAY "PARMMNT FILE ERROR ON " PS-ID " " PS-NAME.
            DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")".
            ADD 1 TO REJECT-CNT.
            MOVE 8 TO RETURN-CODE.
       E-IO-ERROR.
            EXIT.
