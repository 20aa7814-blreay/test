      *   delimiter comes from DELIM (default '|').  The
      *   database connection is made by the caller's batch
      *   driver, as for DBUNLOAD.
      *
      *   Incremental loads: with DUPOK=Y a row the database
      *   refuses as a duplicate key (SQLCODE -803) was loaded
      *   by an earlier run; it is counted as already present,
      *   not rejected, and counts toward the TRL total, so a
      *   rerun over the same extract loads only what is
      *   missing.  With LODCNT naming a file, one count record
      *   per run (table, TRL count, loaded, present, rejected,
      *   outcome) is appended to it for the caller's
      *   reconciliation; unset, nothing is written.
      * ---------------------------------------------------
       Identification Division.
       Program-ID.  DBLOAD.
           select Rej-File assign to LODREJ
              organization line sequential
              file status is Rej-Status.
           select Cnt-File assign to dynamic Cnt-File-Name
              organization line sequential
              file status is Cnt-Status.

       Data Division.
       File Section.
           05 Rj-Sqlcode        pic -(9)9.
           05 filler            pic x value "|".
           05 Rj-Data           pic x(3989).
       FD  Cnt-File.
       01  Cnt-Record.
           05 Ct-Date           pic 9(8).
           05 Ct-Time           pic 9(8).
           05 Ct-Table          pic x(30).
           05 Ct-Trailer-Flag   pic x.
           05 Ct-Expected       pic 9(9).
           05 Ct-Loaded         pic 9(9).
           05 Ct-Present        pic 9(9).
           05 Ct-Rejected       pic 9(9).
           05 Ct-Outcome        pic x.

       Working-Storage Section.

       01 Parm-Status          pic xx.
       01 Lod-Status           pic xx.
       01 Rej-Status           pic xx.
       01 Cnt-Status           pic xx.
       01 Cnt-File-Name        pic x(256) value spaces.
       01 Dupok-Sw             pic x value space.
           88 Dup-Ok             value "Y".
       01 Parm-Eof-Sw          pic 9 value 0.
           88 Parm-Eof           value 1.
       01 Load-Eof-Sw          pic 9 value 0.
       01 Commits-Taken        pic 9(7) value 0.
       01 Rows-Loaded          pic 9(9) value 0.
       01 Rows-Rejected        pic 9(9) value 0.
       01 Rows-Present         pic 9(9) value 0.
       01 Trailer-Expect       pic 9(9) value 0.
       01 Trailer-Text         pic x(9).

           if Uowsize-X numeric and Uowsize-X not = "00000"
              move Uowsize-X to Uow-Size
           end-if
           display "DUPOK" upon environment-name
           accept Dupok-Sw from environment-value
           display "LODCNT" upon environment-name
           accept Cnt-File-Name from environment-value
           perform Load-Parm-Spec thru Load-Parm-Exit
           if Load-Failed
              move 8 to return-code
           perform Trailer-Check thru Trailer-Check-Exit
           display "DBLOAD ROWS LOADED........" Rows-Loaded
           display "DBLOAD ROWS REJECTED......" Rows-Rejected
           if Dup-Ok
              display "DBLOAD ROWS PRESENT......." Rows-Present
           end-if
           display "DBLOAD COMMITS TAKEN......" Commits-Taken
           if Load-Failed
              move 8 to return-code
           end-if
           if Cnt-File-Name not = spaces
              perform Write-Count-Record
           end-if
           display "DBLOAD END"
           goback.

              end-if
           end-if
           perform Execute-Insert
           if SQLCODE of SQLCA = -803 and Dup-Ok
              add 1 to Rows-Present
              go to Load-Record-Exit
           end-if
           if SQLCODE of SQLCA < 0
              move SQLCODE of SQLCA to Rj-Sqlcode
              move Load-Record (1:3989) to Rj-Data
           move 0 to Uow-Row-Cnt.

      *---------------------------------------------------------
      *The sender's TRL count must equal loaded plus rejected,
      *plus already present under DUPOK
      *---------------------------------------------------------
       Trailer-Check.
           if not Trailer-Seen
              display "DBLOAD NO TRL RECORD - COUNT NOT VERIFIED"
              go to Trailer-Check-Exit
           end-if
           if Rows-Loaded + Rows-Rejected + Rows-Present
                 = Trailer-Expect
              display "DBLOAD TRAILER COUNT VERIFIED: "
                      Trailer-Expect
           else
              display "DBLOAD TRAILER MISMATCH: EXPECTED "
                      Trailer-Expect " GOT LOADED " Rows-Loaded
                      " REJECTED " Rows-Rejected
                      " PRESENT " Rows-Present
              move 1 to Load-Failed-Sw
           end-if.
       Trailer-Check-Exit.
           exit.

      *---------------------------------------------------------
      *One count record for the caller's reconciliation, appended
      *to the LODCNT file
      *---------------------------------------------------------
       Write-Count-Record.
           open extend Cnt-File
           if Cnt-Status not = "00"
              open output Cnt-File
           end-if
           if Cnt-Status not = "00"
              display "DBLOAD COUNT FILE OPEN FAILED, ST="
                      Cnt-Status
              move 8 to return-code
           else
              accept Ct-Date from date yyyymmdd
              accept Ct-Time from time
              move Table-Name to Ct-Table
              if Trailer-Seen
                 move "Y" to Ct-Trailer-Flag
              else
                 move "N" to Ct-Trailer-Flag
              end-if
              move Trailer-Expect to Ct-Expected
              move Rows-Loaded to Ct-Loaded
              move Rows-Present to Ct-Present
              move Rows-Rejected to Ct-Rejected
              if Load-Failed
                 move "F" to Ct-Outcome
              else
                 move "C" to Ct-Outcome
              end-if
              write Cnt-Record
              close Cnt-File
           end-if.
