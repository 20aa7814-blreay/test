       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACERPT.
*     *
*     * Analysis of the rolling trace files mw_trace keeps (mask
*     * type "t", one <program>.trc per batch program), so a slow
*     * run is read off a summary instead of thousands of progtree
*     * lines.  The files to read are listed one per line in the
*     * TRACELIST file (every step of a job, or one).
*     *
*     * Only the progtree lines are analysed: lines whose mask is
*     * TRACEMASK (default ProgramTreeCobol, the one runbatch
*     * uses), written with the header on and a mask giving level,
*     * program, path and the seconds at that level, e.g.
*     *   ProgramTreeCobol;progtree;2;t;1;%2d %s %s %d
*     * TRACERUN picks one run by its run identifier (the [..]
*     * token mw_trace stamps from MT_BATCH_RUN_ID); blank takes
*     * every progtree line on the files, each run on them taken
*     * in turn.
*     *
*     * A call is a program's stay at one level of the tree across
*     * successive progtree snapshots: it starts when the program
*     * first shows at that level under the same callers and ends
*     * when another takes the level, a caller changes, or the
*     * file ends; its time is the last seconds shown for it.
*     * Reported:
*     *   - by program: calls, total, average and longest seconds
*     *   - by call path (MAIN>SUB>...): depth, calls, total and
*     *     average seconds
*     *   - the deepest call chains seen
*     *   - the TRACETOP (default 10, up to 50) slowest calls
*     * With TRACECMP naming a second run of the same job, the
*     * two runs are set side by side by program - calls and
*     * average seconds of each, the difference, and SLOWER,
*     * FASTER, NEW or GONE - so the called program that slowed
*     * after a change stands out.
*     * Return code 8 when the list or no trace file can be read,
*     * 4 when no progtree line was found for the run.
*     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select list-file assign to TRACELIST
              organization line sequential
              file status is list-status.
           select trace-file assign to dynamic trace-file-name
              organization line sequential
              file status is trace-status.
       DATA DIVISION.
       FILE SECTION.
       FD  list-file.
       01  list-record           pic x(256).
       FD  trace-file.
       01  trace-record          pic x(1007).
       WORKING-STORAGE SECTION.
       01 list-status            pic xx.
       01 trace-status           pic xx.
       01 trace-file-name        pic x(256).
       01 name-len               pic 9(3) comp-5.
       01 list-eof-sw            pic 9 value 0.
          88 list-eof              value 1.
       01 trace-eof-sw           pic 9 value 0.
          88 trace-eof             value 1.
*     * options
       01 trace-mask             pic x(32) value spaces.
       01 run-want               pic x(28) value spaces.
       01 run-cmp                pic x(28) value spaces.
       01 top-want-x             pic x(2) value spaces.
       01 top-want               pic 9(2) value 10.
       01 lower-set              pic x(26)
          value "abcdefghijklmnopqrstuvwxyz".
       01 upper-set              pic x(26)
          value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*     * one trace line, split on the spaces
       01 tok-table.
          02 tok                 pic x(64) occurs 10 times.
       01 tok-i                  pic 9(2) comp-5.
       01 line-mask              pic x(64).
       01 line-run               pic x(28).
       01 line-hms               pic x(6).
       01 line-level             pic 9(2).
       01 line-prog              pic x(32).
       01 line-secs              pic 9(7).
       01 slot                   pic 9 comp-5.
*     * a token read as a number
       01 num-source             pic x(64).
       01 num-len                pic 9(2) comp-5.
       01 num-text               pic x(9) justified right.
       01 num-value              pic 9(9).
       01 num-ok-sw              pic 9.
          88 num-ok                value 1.
*     * the calls open at each level, one stack per run compared
       01 stack-table.
          02 stack-run occurs 2 times.
             03 sk-depth         pic 9(2).
             03 sk-last          pic 9(2).
             03 sk-entry occurs 50 times.
                04 sk-prog       pic x(32).
                04 sk-secs       pic 9(7).
                04 sk-hms        pic x(6).
       01 lvl                    pic 9(2) comp-5.
       01 lvl-i                  pic 9(2) comp-5.
       01 close-to               pic 9(2) comp-5.
       01 path-lvl               pic 9(2) comp-5.
       01 prev-run               pic x(28) value spaces.
       01 call-path              pic x(160).
       01 path-ptr               pic 9(3) comp-5.
*     * roll-up tables
       01 pgm-tbl-cnt            pic 9(4) comp-5 value 0.
       01 pgm-i                  pic 9(4) comp-5.
       01 pgm-found              pic 9(4) comp-5.
       01 pgm-table.
          02 pgm-entry occurs 200 times.
             03 pg-program       pic x(32).
             03 pg-run occurs 2 times.
                04 pg-calls      pic 9(7).
                04 pg-secs       pic 9(9).
                04 pg-max        pic 9(7).
       01 path-tbl-cnt           pic 9(4) comp-5 value 0.
       01 path-i                 pic 9(4) comp-5.
       01 path-found             pic 9(4) comp-5.
       01 path-table.
          02 path-entry occurs 300 times.
             03 pt-path          pic x(160).
             03 pt-depth         pic 9(2).
             03 pt-calls         pic 9(7).
             03 pt-secs          pic 9(9).
       01 max-depth              pic 9(2) value 0.
       01 top-cnt                pic 9(2) comp-5 value 0.
       01 top-i                  pic 9(2) comp-5.
       01 top-at                 pic 9(2) comp-5.
       01 top-table.
          02 top-entry occurs 51 times.
             03 tp-secs          pic 9(7).
             03 tp-hms           pic x(6).
             03 tp-program       pic x(32).
             03 tp-path          pic x(160).
*     * counts
       01 file-cnt               pic 9(5) value 0.
       01 file-fail-cnt          pic 9(5) value 0.
       01 line-cnt               pic 9(9) value 0.
       01 tree-cnt               pic 9(9) value 0.
       01 run-line-cnt           pic 9(9) value 0.
       01 call-cnt               pic 9(7) value 0.
       01 cmp-call-cnt           pic 9(7) value 0.
       01 slower-cnt             pic 9(5) value 0.
*     * report lines
       01 avg-secs               pic 9(7)v9.
       01 avg-cmp                pic 9(7)v9.
       01 avg-diff               pic s9(7)v9.
       01 pgm-line.
          02 filler              pic xx value spaces.
          02 pl-program          pic x(32).
          02 pl-calls            pic z(6)9.
          02 pl-secs             pic z(8)9.
          02 pl-avg              pic z(6)9.9.
          02 pl-max              pic z(6)9.
       01 path-line.
          02 filler              pic xx value spaces.
          02 pa-depth            pic z9.
          02 pa-calls            pic z(6)9.
          02 pa-secs             pic z(8)9.
          02 pa-avg              pic z(6)9.9.
          02 filler              pic xx value spaces.
          02 pa-path             pic x(160).
       01 top-line.
          02 filler              pic xx value spaces.
          02 to-rank             pic z9.
          02 to-secs             pic z(6)9.
          02 filler              pic x value space.
          02 to-hms              pic x(6).
          02 filler              pic x value space.
          02 to-program          pic x(32).
          02 to-path             pic x(160).
       01 cmp-line.
          02 filler              pic xx value spaces.
          02 cl-program          pic x(32).
          02 cl-calls-a          pic z(6)9.
          02 cl-avg-a            pic z(6)9.9.
          02 cl-calls-b          pic z(6)9.
          02 cl-avg-b            pic z(6)9.9.
          02 cl-diff             pic -(6)9.9.
          02 filler              pic x value space.
          02 cl-verdict          pic x(6).
       PROCEDURE DIVISION.
       main-line.
           display "TRACERPT BEGIN"
           display "TRACEMASK" upon environment-name
           accept trace-mask from environment-value
           if trace-mask = spaces
              move "ProgramTreeCobol" to trace-mask
           end-if
           inspect trace-mask converting lower-set to upper-set
           display "TRACERUN" upon environment-name
           accept run-want from environment-value
           display "TRACECMP" upon environment-name
           accept run-cmp from environment-value
           display "TRACETOP" upon environment-name
           accept top-want-x from environment-value
           if top-want-x(2:1) = space
              move top-want-x(1:1) to top-want-x(2:1)
              move "0" to top-want-x(1:1)
           end-if
           if top-want-x numeric and top-want-x not = "00"
              move top-want-x to top-want
           end-if
           if top-want > 50
              move 50 to top-want
           end-if
           if run-cmp not = spaces and run-want = spaces
              display "TRACERPT TRACECMP NEEDS TRACERUN - RUN REFUSED"
              move 8 to return-code
              goback
           end-if
           open input list-file
           if list-status not = "00"
              display "TRACERPT TRACE LIST UNAVAILABLE, ST="
                      list-status
              move 8 to return-code
              goback
           end-if
           perform read-one-file until list-eof
           close list-file
           display "TRACERPT FILES READ........." file-cnt
           display "TRACERPT FILES UNREADABLE..." file-fail-cnt
           display "TRACERPT LINES READ........." line-cnt
           display "TRACERPT PROGTREE LINES....." tree-cnt
           display "TRACERPT LINES IN RUN......." run-line-cnt
           display "TRACERPT CALLS.............." call-cnt
           if file-cnt = 0
              display "TRACERPT NO TRACE FILE READ"
              move 8 to return-code
              goback
           end-if
           if run-want not = spaces
              display "TRACERPT RUN " run-want
           end-if
           perform report-programs
           perform report-paths
           perform report-deepest
           perform report-top
           if run-cmp not = spaces
              perform report-compare
           end-if
           if call-cnt = 0
              display "TRACERPT NO PROGTREE LINES FOR THE RUN"
              move 4 to return-code
           end-if
           display "TRACERPT END"
           goback.

*     * one trace file from the list; the calls still open when it
*     * ends are closed with the last seconds seen
       read-one-file.
           read list-file
             at end
               move 1 to list-eof-sw
             not at end
               if list-record not = spaces
                  move list-record to trace-file-name
                  open input trace-file
                  if trace-status not = "00"
                     move 0 to name-len
                     inspect trace-file-name tallying name-len
                             for characters before initial space
                     display "TRACERPT CANNOT READ "
                             trace-file-name(1:name-len)
                             " ST=" trace-status
                     add 1 to file-fail-cnt
                  else
                     add 1 to file-cnt
                     initialize stack-table
                     move 0 to trace-eof-sw
                     perform read-one-line until trace-eof
                     close trace-file
                     move spaces to prev-run
                     move 1 to slot
                     perform close-file-calls
                     move 2 to slot
                     perform close-file-calls
                  end-if
               end-if
           end-read.

       read-one-line.
           read trace-file
             at end
               move 1 to trace-eof-sw
             not at end
               add 1 to line-cnt
               perform absorb-line
           end-read.

*     * hhmmss maskid (phase:prog@user) [runid] level prog path secs
       absorb-line.
           move spaces to tok-table
           unstring trace-record delimited by all space
              into tok(1) tok(2) tok(3) tok(4) tok(5)
                   tok(6) tok(7) tok(8) tok(9) tok(10)
           end-unstring
           move tok(2) to line-mask
           inspect line-mask converting lower-set to upper-set
           if line-mask not = trace-mask
              exit paragraph
           end-if
           add 1 to tree-cnt
           move tok(1)(1:6) to line-hms
           move spaces to line-run
           if tok(4)(1:1) = "["
              unstring tok(4)(2:) delimited by "]" into line-run
              end-unstring
              move 5 to tok-i
           else
              move 4 to tok-i
           end-if
           if run-want = spaces
              move 1 to slot
              if line-run not = prev-run
                 perform close-file-calls
                 move line-run to prev-run
              end-if
           else
              if line-run = run-want
                 move 1 to slot
              else
                 if run-cmp not = spaces and line-run = run-cmp
                    move 2 to slot
                 else
                    exit paragraph
                 end-if
              end-if
           end-if
           move tok(tok-i) to num-source
           perform read-number
           if not num-ok or num-value = 0 or num-value > 50
              exit paragraph
           end-if
           move num-value to line-level
           add 1 to tok-i
           move tok(tok-i) to line-prog
           add 2 to tok-i
           move 0 to line-secs
           if tok-i < 11
              move tok(tok-i) to num-source
              perform read-number
              if num-ok and num-value < 10000000
                 move num-value to line-secs
              end-if
           end-if
           add 1 to run-line-cnt
           perform absorb-tree-line.

*     * a number token, right-justified and zero-filled
       read-number.
           move 0 to num-len
           inspect num-source tallying num-len
                   for characters before initial space
           move spaces to num-text
           if num-len > 0 and num-len < 10
              move num-source(1:num-len) to num-text
           end-if
           inspect num-text replacing leading space by zero
           if num-text numeric and num-len > 0
              move num-text to num-value
              move 1 to num-ok-sw
           else
              move 0 to num-value
              move 0 to num-ok-sw
           end-if.

*     * one level of a progtree snapshot into the run's stack; a
*     * level 1 line starts a new snapshot, and levels the last
*     * snapshot did not reach are closed first
       absorb-tree-line.
           move line-level to lvl
           if lvl = 1 and sk-last(slot) > 0
              if sk-depth(slot) > sk-last(slot)
                 compute close-to = sk-last(slot) + 1
                 perform close-calls
              end-if
           end-if
           if lvl <= sk-depth(slot)
              and sk-prog(slot, lvl) = line-prog
              move line-secs to sk-secs(slot, lvl)
           else
              if lvl <= sk-depth(slot)
                 move lvl to close-to
                 perform close-calls
              end-if
              move line-prog to sk-prog(slot, lvl)
              move line-secs to sk-secs(slot, lvl)
              move line-hms  to sk-hms(slot, lvl)
              move lvl to sk-depth(slot)
           end-if
           move lvl to sk-last(slot).

       close-file-calls.
           if sk-depth(slot) > 0
              move 1 to close-to
              perform close-calls
           end-if
           move 0 to sk-last(slot).

*     * ends the calls open from the deepest level up to close-to
       close-calls.
           perform varying lvl-i from sk-depth(slot) by -1
                   until lvl-i < close-to
              perform record-call
           end-perform
           compute sk-depth(slot) = close-to - 1.

*     * one finished call, the one at level lvl-i, into the tables
       record-call.
           if sk-prog(slot, lvl-i) = spaces
              exit paragraph
           end-if
           perform tally-program
           if slot = 2
              add 1 to cmp-call-cnt
              exit paragraph
           end-if
           add 1 to call-cnt
           perform build-path
           perform tally-path
           perform tally-top
           if lvl-i > max-depth
              move lvl-i to max-depth
           end-if.

       build-path.
           move spaces to call-path
           move 1 to path-ptr
           perform varying path-lvl from 1 by 1
                   until path-lvl > lvl-i
              if path-lvl > 1
                 string ">" delimited by size
                   into call-path with pointer path-ptr
                 end-string
              end-if
              string sk-prog(slot, path-lvl) delimited by space
                into call-path with pointer path-ptr
              end-string
           end-perform.

       tally-program.
           move 0 to pgm-found
           perform varying pgm-i from 1 by 1
                   until pgm-i > pgm-tbl-cnt or pgm-found > 0
              if pg-program(pgm-i) = sk-prog(slot, lvl-i)
                 move pgm-i to pgm-found
              end-if
           end-perform
           if pgm-found = 0
              if pgm-tbl-cnt < 200
                 add 1 to pgm-tbl-cnt
                 move sk-prog(slot, lvl-i) to pg-program(pgm-tbl-cnt)
                 move zeros to pg-calls(pgm-tbl-cnt, 1)
                              pg-secs(pgm-tbl-cnt, 1)
                              pg-max(pgm-tbl-cnt, 1)
                              pg-calls(pgm-tbl-cnt, 2)
                              pg-secs(pgm-tbl-cnt, 2)
                              pg-max(pgm-tbl-cnt, 2)
                 move pgm-tbl-cnt to pgm-found
              else
                 display "TRACERPT PROGRAM TABLE FULL"
              end-if
           end-if
           if pgm-found > 0
              add 1 to pg-calls(pgm-found, slot)
              add sk-secs(slot, lvl-i) to pg-secs(pgm-found, slot)
              if sk-secs(slot, lvl-i) > pg-max(pgm-found, slot)
                 move sk-secs(slot, lvl-i) to pg-max(pgm-found, slot)
              end-if
           end-if.

       tally-path.
           move 0 to path-found
           perform varying path-i from 1 by 1
                   until path-i > path-tbl-cnt or path-found > 0
              if pt-path(path-i) = call-path
                 move path-i to path-found
              end-if
           end-perform
           if path-found = 0
              if path-tbl-cnt < 300
                 add 1 to path-tbl-cnt
                 move call-path to pt-path(path-tbl-cnt)
                 move lvl-i to pt-depth(path-tbl-cnt)
                 move zeros to pt-calls(path-tbl-cnt)
                              pt-secs(path-tbl-cnt)
                 move path-tbl-cnt to path-found
              else
                 display "TRACERPT CALL PATH TABLE FULL"
              end-if
           end-if
           if path-found > 0
              add 1 to pt-calls(path-found)
              add sk-secs(slot, lvl-i) to pt-secs(path-found)
           end-if.

*     * the slowest calls, kept longest first
       tally-top.
           move 0 to top-at
           perform varying top-i from 1 by 1
                   until top-i > top-cnt or top-at > 0
              if sk-secs(slot, lvl-i) > tp-secs(top-i)
                 move top-i to top-at
              end-if
           end-perform
           if top-at = 0
              if top-cnt < top-want
                 compute top-at = top-cnt + 1
              else
                 exit paragraph
              end-if
           end-if
           if top-cnt < top-want
              add 1 to top-cnt
           end-if
           perform varying top-i from top-cnt by -1
                   until top-i <= top-at
              move top-entry(top-i - 1) to top-entry(top-i)
           end-perform
           move sk-secs(slot, lvl-i) to tp-secs(top-at)
           move sk-hms(slot, lvl-i)  to tp-hms(top-at)
           move sk-prog(slot, lvl-i) to tp-program(top-at)
           move call-path            to tp-path(top-at).

       report-programs.
           display " "
           display "BY PROGRAM:                        CALLS TOTAL-SEC"
                   "  AVG-SEC MAX-SEC"
           perform varying pgm-i from 1 by 1
                   until pgm-i > pgm-tbl-cnt
              if pg-calls(pgm-i, 1) > 0
                 compute avg-secs rounded =
                         pg-secs(pgm-i, 1) / pg-calls(pgm-i, 1)
                 move pg-program(pgm-i)   to pl-program
                 move pg-calls(pgm-i, 1)  to pl-calls
                 move pg-secs(pgm-i, 1)   to pl-secs
                 move avg-secs            to pl-avg
                 move pg-max(pgm-i, 1)    to pl-max
                 display pgm-line
              end-if
           end-perform.

       report-paths.
           display " "
           display "BY CALL PATH: DEPTH CALLS TOTAL-SEC  AVG-SEC  PATH"
           perform varying path-i from 1 by 1
                   until path-i > path-tbl-cnt
              compute avg-secs rounded =
                      pt-secs(path-i) / pt-calls(path-i)
              move pt-depth(path-i) to pa-depth
              move pt-calls(path-i) to pa-calls
              move pt-secs(path-i)  to pa-secs
              move avg-secs         to pa-avg
              move pt-path(path-i)  to pa-path
              display path-line
           end-perform.

       report-deepest.
           display " "
           display "DEEPEST CALL CHAINS: DEPTH " max-depth
           perform varying path-i from 1 by 1
                   until path-i > path-tbl-cnt
              if pt-depth(path-i) = max-depth
                 display "  " pt-path(path-i)
              end-if
           end-perform.

       report-top.
           display " "
           display "SLOWEST CALLS:  SEC  AT     PROGRAM / PATH"
           perform varying top-i from 1 by 1 until top-i > top-cnt
              move top-i              to to-rank
              move tp-secs(top-i)     to to-secs
              move tp-hms(top-i)      to to-hms
              move tp-program(top-i)  to to-program
              move tp-path(top-i)     to to-path
              display top-line
           end-perform.

*     * the two runs side by side by program
       report-compare.
           display " "
           display "COMPARE RUN " run-want
           display "   WITH RUN " run-cmp
           display "  PROGRAM                         CALLS-A  AVG-A"
                   "   CALLS-B  AVG-B    DIFF"
           perform varying pgm-i from 1 by 1
                   until pgm-i > pgm-tbl-cnt
              move 0 to avg-secs avg-cmp
              if pg-calls(pgm-i, 1) > 0
                 compute avg-secs rounded =
                         pg-secs(pgm-i, 1) / pg-calls(pgm-i, 1)
              end-if
              if pg-calls(pgm-i, 2) > 0
                 compute avg-cmp rounded =
                         pg-secs(pgm-i, 2) / pg-calls(pgm-i, 2)
              end-if
              compute avg-diff = avg-cmp - avg-secs
              move spaces to cl-verdict
              if pg-calls(pgm-i, 1) = 0
                 move "NEW" to cl-verdict
              else
                 if pg-calls(pgm-i, 2) = 0
                    move "GONE" to cl-verdict
                 else
                    if avg-diff > 0
                       move "SLOWER" to cl-verdict
                       add 1 to slower-cnt
                    else
                       if avg-diff < 0
                          move "FASTER" to cl-verdict
                       end-if
                    end-if
                 end-if
              end-if
              move pg-program(pgm-i)  to cl-program
              move pg-calls(pgm-i, 1) to cl-calls-a
              move avg-secs           to cl-avg-a
              move pg-calls(pgm-i, 2) to cl-calls-b
              move avg-cmp            to cl-avg-b
              move avg-diff           to cl-diff
              display cmp-line
           end-perform
           display "TRACERPT COMPARED CALLS....." cmp-call-cnt
           display "TRACERPT PROGRAMS SLOWER...." slower-cnt.
