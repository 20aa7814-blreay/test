         01  IO-STATUS PIC XX.
         01  SEARCH-STATE              PIC X(002).
         01  MATCH-CNT                 PIC 9(006) VALUE 0.
      *  CUSTACC handshake - the customer access log
         01  ACC-PARMS.
             05 ACC-FUNCTION           PIC X    VALUE "O".
             05 ACC-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 ACC-PROGRAM            PIC X(16) VALUE "READCUSTSTATE".
             05 ACC-JOB                PIC X(8) VALUE "RDCUSTST".
             05 ACC-PURPOSE            PIC X(2) VALUE "SS".
             05 ACC-CUSTIDENT          PIC 9(6).

       PROCEDURE DIVISION.
            MOVE SPACES TO SEARCH-STATE.
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

         DISPLAY "------SEARCHING FOR STATE(" SEARCH-STATE ")------".
            MOVE SEARCH-STATE TO VS-CUSTSTATE.
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
                            ", VS-CUSTLNAME=" VS-CUSTLNAME
                            ", VS-CUSTCITY="   VS-CUSTCITY
