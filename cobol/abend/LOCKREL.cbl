*     * holder record, then deletes the lock file so the job can be
*     * rerun.  The lock to release is named the same way runbatch
*     * builds it: MT_BATCH_LOCKDIR / LOCKPROG . resource .lck with
*     * the resource from MT_BATCH_LOCK_RESOURCE.  MT_BATCH_LOCKDIR
*     * is resolved through PARMSRV under the locked program's name,
*     * so it finds the directory the holder was given.
*     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 lock-prog              pic x(30).
       01 name-ptr               pic 9(4) comp-5.
       01 seg-len                pic 9(4) comp-5.
*     * PARMSRV handshake - the runtime parameter store
       01 prm-parms.
          05 prm-function        pic x    value "G".
          05 prm-rc              pic s9(4) comp-5 value 0.
          05 prm-job             pic x(8) value spaces.
          05 prm-step            pic x(8) value spaces.
          05 prm-name            pic x(30).
          05 prm-value           pic x(100).
          05 prm-source          pic x.
       PROCEDURE DIVISION.
       p-start.
           display "LOCKPROG" upon environment-name

       build-lock-name.
           move spaces to lock-dir, lock-resource
           move lock-prog to prm-job
           move "MT_BATCH_LOCKDIR" to prm-name
           move "G" to prm-function
           call "PARMSRV" using prm-parms
           move prm-value to lock-dir
           move "C" to prm-function
           call "PARMSRV" using prm-parms
           if lock-dir = spaces
              move "." to lock-dir
           end-if
