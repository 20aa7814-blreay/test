*     *
*     * Crashed-holder cleanup is the LOCKREL utility, which shows
*     * the holder record and force-deletes the lock file.
*     *
*     * MT_BATCH_LOCKDIR and MT_BATCH_LOCK_WAIT are resolved through
*     * PARMSRV, the parameter store, scoped to the locking program;
*     * an environment value of the same name still overrides.
*     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 lck-time            pic 9(8).
       WORKING-STORAGE SECTION.
       01 lock-status            pic xx.
       01 lock-file-name         pic x(256) value spaces.
       01 lock-dir               pic x(128).
       01 lock-resource          pic x(44).
       01 name-ptr               pic 9(4) comp-5.
       01 seg-len                pic 9(4) comp-5.
       01 prog-work              pic x(30) value spaces.
       01 release-work           pic x(30).
       01 hold-program           pic x(30).
       01 hold-resource          pic x(44).
       01 hold-date              pic 9(8).
       01 lock-wait-secs         pic 9(5) comp-5 value 0.
       01 lock-waited-secs       pic 9(5) comp-5 value 0.
       01 lock-poll-secs         pic 9(9) comp-5 value 2.
*     * PARMSRV handshake - the runtime parameter store
       01 prm-parms.
          05 prm-function        pic x    value "G".
          05 prm-rc              pic s9(4) comp-5 value 0.
          05 prm-job             pic x(8) value spaces.
          05 prm-step            pic x(8) value spaces.
          05 prm-name            pic x(30).
          05 prm-value           pic x(100).
          05 prm-source          pic x.
       LINKAGE SECTION.
       01 lk-program             pic x(30).
       PROCEDURE DIVISION USING lk-program.
           entry "mw_lock_acquire" using lk-program.
           perform build-lock-name
           move 0 to lock-wait-secs, lock-waited-secs
           move "MT_BATCH_LOCK_WAIT" to prm-name
           perform get-parm
           move prm-value to lock-wait-x
           perform close-parms
           if lock-wait-x numeric
              move lock-wait-x to lock-wait-secs
           end-if.

       release-entry.
           entry "mw_lock_release" using lk-program.
*     * the name this run's acquire built is reused, so the lock
*     * removed is the one that was taken
           move lk-program to release-work
           inspect release-work replacing all low-value by space
           if lock-file-name = spaces or release-work not = prog-work
              perform build-lock-name
              perform close-parms
           end-if
           call "CBL_DELETE_FILE" using lock-file-name
           goback returning 0.

           move lk-program to prog-work
           inspect prog-work replacing all low-value by space
           move spaces to lock-dir, lock-resource
           move "MT_BATCH_LOCKDIR" to prm-name
           perform get-parm
           move prm-value to lock-dir
           if lock-dir = spaces
              move "." to lock-dir
           end-if
           end-perform
           string lock-resource(1:seg-len) ".lck" delimited by size
              into lock-file-name with pointer name-ptr.

*     * one lock setting from the parameter store under the locking
*     * program's name; spaces when it is set nowhere
       get-parm.
           move prog-work to prm-job
           move "G" to prm-function
           call "PARMSRV" using prm-parms.

       close-parms.
           move "C" to prm-function
           call "PARMSRV" using prm-parms.
