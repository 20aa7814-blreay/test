      *   removed.  PREVIEW=Y runs the whole report without
      *   deleting anything, for the storage team to vet.
      *
      *   A base under legal hold (HOLDSRV, type 'D') is never
      *   trimmed: it is reported as held with its matter and
      *   skipped, and the blocked trim goes on the hold log
      *   (a preview only queries, so nothing is logged).  If
      *   the hold registry cannot be read the sweep stops.
      *
      *   The per-base generation count comes from the
      *   existing GDGCOUNT routine; the deletes go through
      *   the same sqlgstrt/sqlgaloc/sqlgstlv/sqlgcall
          05 Gdg-Return-Code   Pic s9(4) comp-5.
       01 HV-Keep-Value        pic x(4).

      *Legal-hold check, as HOLDSRV expects it.
       01 Hld-Parms.
          05 Hld-Function      pic x.
          05 Hld-Rc            pic s9(4) comp-5.
          05 Hld-Program       pic x(8)  value "GDGCLEAN".
          05 Hld-Action        pic x(12) value "RETENTION".
          05 Hld-Type          pic x     value "D".
          05 Hld-Id            pic x(44).
          05 Hld-Matter        pic x(16).
          05 Hld-Placed-By     pic x(8).
          05 Hld-Release-Date  pic 9(8).

       01 Pol-Status           pic xx.
       01 Pol-Eof-Sw           pic 9 value 0.
           88 Pol-Eof            value 1.
       01 Bases-Seen           pic 9(4) value 0.
       01 Gens-Deleted         pic 9(6) value 0.
       01 Bases-Trimmed        pic 9(4) value 0.
       01 Bases-Held           pic 9(4) value 0.

       Procedure Division.
      *The database connection is made by the caller's batch
           close Policy-File
           display "GDGCLEAN BASES EXAMINED....." Bases-Seen
           display "GDGCLEAN BASES TRIMMED......" Bases-Trimmed
           display "GDGCLEAN BASES HELD........." Bases-Held
           display "GDGCLEAN GENERATIONS GONE..." Gens-Deleted
           display "GDGCLEAN END"
           goback.

      *---------------------------------------------------------
      *One policy card: count the base's generations through the
      *GDGCOUNT routine, then trim per the G or D rule.  A base
      *under legal hold is skipped before anything is counted.
      *---------------------------------------------------------
       Apply-One-Policy.
           add 1 to Bases-Seen
           if Preview-Mode
              move "Q" to Hld-Function
           else
              move "C" to Hld-Function
           end-if
           move Pol-Base-Name to Hld-Id
           call "HOLDSRV" using Hld-Parms
           if Hld-Rc = 8
              display "GDGCLEAN HOLD REGISTRY UNAVAILABLE - "
                      "SWEEP STOPPED AT " Pol-Base-Name
              move 16 to return-code
              move 1 to Pol-Eof-Sw
              exit paragraph
           end-if
           if Hld-Rc = 4
              display "GDGCLEAN " Pol-Base-Name
                      " LEGAL HOLD, MATTER " Hld-Matter
                      " - NOT TRIMMED"
              add 1 to Bases-Held
              if return-code < 4
                 move 4 to return-code
              end-if
              exit paragraph
           end-if
           move Pol-Base-Name to Gdg-Base-Name
           move spaces to Gdg-Gen-Count
           call "GDGCOUNT" using Gdg-Lookup-Parms
