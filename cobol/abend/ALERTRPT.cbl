*     *     outstanding so the schedule can hold on it
*     *   ACK - copies the file forward to ALERTOUT with the
*     *     alert named by ALERTSEQ marked acknowledged
*     * Both values are resolved through PARMSRV, the parameter
*     * store, where an environment value still overrides.
*     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 open-cnt               pic 9(6) value 0.
       01 page-cnt               pic 9(6) value 0.
       01 acked-sw               pic 9 value 0.
*     * PARMSRV handshake - the runtime parameter store
       01 prm-parms.
          05 prm-function        pic x    value "G".
          05 prm-rc              pic s9(4) comp-5 value 0.
          05 prm-job             pic x(8) value "ALERTRPT".
          05 prm-step            pic x(8) value spaces.
          05 prm-name            pic x(30).
          05 prm-value           pic x(100).
          05 prm-source          pic x.
       PROCEDURE DIVISION.
       main-line.
           display "ALERTRPT BEGIN"
           move "FUNCTION" to prm-name
           call "PARMSRV" using prm-parms
           move prm-value to function-req
*     * the function is this run's step in the parameter store
           move function-req to prm-step
           if function-req = "ACK"
              perform ack-alert
           else
              perform list-alerts
           end-if
           move "C" to prm-function
           call "PARMSRV" using prm-parms
           display "ALERTRPT END"
           goback.

           end-read.

       ack-alert.
           move "ALERTSEQ" to prm-name
           call "PARMSRV" using prm-parms
           move prm-value to ack-seq-x
           if ack-seq-x not numeric
              display "ALERTRPT ACK NEEDS A NUMERIC ALERTSEQ"
              move 16 to return-code
