         01  IO-STATUS PIC XX.
         01  SEARCH-LNAME              PIC X(030).
         01  MATCH-CNT                 PIC 9(006) VALUE 0.
      *  CUSTACC handshake - the customer access log
         01  ACC-PARMS.
             05 ACC-FUNCTION           PIC X    VALUE "O".
             05 ACC-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 ACC-PROGRAM            PIC X(16) VALUE "READCUSTNAME".
             05 ACC-JOB                PIC X(8) VALUE "RDCUSTNM".
             05 ACC-PURPOSE            PIC X(2) VALUE "NS".
             05 ACC-CUSTIDENT          PIC 9(6).

       PROCEDURE DIVISION.
            MOVE SPACES TO SEARCH-LNAME.
                DISPLAY "IO-STATUS =" IO-STATUS
                GO TO FIN-REL
            END-IF.
      *     every customer shown is logged as looked at; a run
      *     that cannot be logged shows no one
            CALL "CUSTACC" USING ACC-PARMS.
            IF ACC-RC NOT = 0
                DISPLAY "ACCESS LOG UNAVAILABLE - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                GO TO FIN-REL
            END-IF.
            MOVE "W" TO ACC-FUNCTION.

         DISPLAY "------SEARCHING FOR LAST NAME(" SEARCH-LNAME ")------".
         READ-SEQUENTIAL.
         FIN-REL.
            DISPLAY "MATCHES FOUND.................." MATCH-CNT.
            CLOSE MW-ENTREE.
            MOVE "C" TO ACC-FUNCTION.
            CALL "CUSTACC" USING ACC-PARMS.

            EXIT PROGRAM.
            STOP RUN.

         DISPLAY-RECORD.
           MOVE VS-CUSTIDENT TO ACC-CUSTIDENT.
           CALL "CUSTACC" USING ACC-PARMS.
           IF ACC-RC NOT = 0
               DISPLAY "ACCESS NOT LOGGED - SEARCH STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-REL
           END-IF.
           DISPLAY "RECORD" ": VS-CUSTIDENT=" VS-CUSTIDENT
                            ", VS-CUSTFNAME=" VS-CUSTFNAME
                            ", VS-CUSTCITY="   VS-CUSTCITY
