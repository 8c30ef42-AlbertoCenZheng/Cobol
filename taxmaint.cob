       Identification Division.

       Program-id. Tax-Maint-Prog.

      *maintains taxrates.dat, the documentary transfer tax rates
      *Forth-Prog loads at init.  each county feed has a county-wide
      *rate (city blank), and a city that levies its own tax on top
      *has a row of its own under the county.  rates are per $1000
      *of sale price and effective-dated, so a rate change is a new
      *dated row and old sales keep the rate they were sold under.
      *changes come through as transactions with a before/after
      *audit, the same discipline Val-Maint-Prog gives valrules.dat.

      **Objective...
      ***apply add/change/delete transactions to the tax rate file
      ***key a rate by county, city and effective date
      ***reject bad transactions to their own error report
      ***print a before/after audit line for every rate that
      ***changed, with the requestor and the request date

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

           select Old-Rates-file assign to
           "/home1/c/a/acsi203/taxrates.dat"
           organization is line sequential
           file status is Old-Rates-status.

      *the updated rates, written in the same layout so they can be
      *copied over taxrates.dat once the run is verified
           select New-Rates-file assign to
           "taxrates.new"
           organization is line sequential.

      *one transaction per line -- action A (add), C (change) or D
      *(delete), the county feed id, the city (blank for the county
      *rate), the rate and effective date, and who asked for the
      *change and when, for the audit trail
           select Tran-file assign to
           "taxmtran.dat"
           organization is line sequential
           file status is Tran-status.

           select Audit-file assign to
           "taxmaint_audit.dat"
           organization is line sequential.

           select Reject-file assign to
           "taxmaint_err.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *same record layout Forth-Prog reads
       FD Old-Rates-file.

       01 Old-Rates-rec.
          02 or-county          pic x(8).
          02 filler             pic x(1).
          02 or-city            pic x(15).
          02 filler             pic x(1).
          02 or-rate            pic x(4).
          02 filler             pic x(1).
          02 or-eff-date        pic x(8).
          02 filler             pic x(2).

       FD New-Rates-file.

       01 New-Rates-rec         pic x(40).

       FD Tran-file.

       01 Tran-rec.
          02 Tran-action        pic x(1).
             88 tran-add        value "A".
             88 tran-change     value "C".
             88 tran-delete     value "D".
             88 valid-action    value "A" "C" "D".
          02 filler             pic x(1).
          02 Tran-county        pic x(8).
          02 filler             pic x(1).
          02 Tran-city          pic x(15).
          02 filler             pic x(1).
          02 Tran-rate          pic x(4).
          02 Tran-rate-v redefines Tran-rate
                                pic 9(2)v99.
          02 filler             pic x(1).
          02 Tran-eff           pic x(8).
          02 Tran-eff-n redefines Tran-eff
                                pic 9(8).
          02 filler             pic x(1).
          02 Tran-requestor     pic x(20).
          02 filler             pic x(1).
          02 Tran-req-date      pic 9(8).
          02 filler             pic x(1).

       FD Audit-file.

       01 Audit-rec             pic x(132).

       FD Reject-file.

       01 Reject-rec            pic x(132).

      *the business-date card -- one line, the date as yyyymmdd
       FD Rundate-file.

       01 Rundate-rec.
          02 bd-card-date       pic x(8).
          02 bd-card-date-n redefines bd-card-date
                                pic 9(8).
          02 filler             pic x(1).

       Working-Storage Section.

      *a missing rate file is just the first maintenance run ever
       77 Old-Rates-status      pic x(2) value spaces.
          88 old-rates-none     value "35".
       77 Tran-status           pic x(2) value spaces.
          88 trans-missing      value "35".
       77 rates-eof-flag        pic x(3) value "No".
          88 rates-end          value "Yes".
       77 tran-eof-flag         pic x(3) value "No".
          88 trans-end          value "Yes".

      *run counts for the audit trailer
       77 Tran-read-count       pic 9(4) value 0.
       77 Tran-applied-count    pic 9(4) value 0.
       77 Tran-reject-count     pic 9(4) value 0.
       77 Rate-in-count         pic 9(4) value 0.
       77 Rate-out-count        pic 9(4) value 0.

      *the whole rate file in a table, the same ceiling Forth-Prog
      *loads to.  deleted entries stay in the table flagged, so a
      *later add can reuse their key
       77 rate-count            pic 9(3) value 0.
       77 rate-x                pic 9(3) value 0.
       77 found-x               pic 9(3) value 0.

       01 Rate-table.
          02 Rate-entry occurs 1 to 500 times
          depending on rate-count.
            03 rt-county        pic x(8).
            03 rt-city          pic x(15).
            03 rt-rate          pic x(4).
            03 rt-eff           pic x(8).
            03 rt-deleted       pic x(1).

      *the rebuilt record on its way to the new file
       01 New-rate-line.
          02 nt-county          pic x(8).
          02 filler             pic x(1) value spaces.
          02 nt-city            pic x(15).
          02 filler             pic x(1) value spaces.
          02 nt-rate            pic x(4).
          02 filler             pic x(1) value spaces.
          02 nt-eff             pic x(8).
          02 filler             pic x(2) value spaces.

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(32) value
          "Transfer Tax Rate Maintenance Au".
          02 filler             pic x(5) value "dit-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(42) value spaces.

       01 Colomn-Header.
          02 filler             pic x(6) value "Action".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(6) value "County".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(4) value "City".
          02 filler             pic x(13) value spaces.
          02 filler             pic x(9) value "Effective".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value "Old Rate".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value "New Rate".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(12) value "Requested By".
          02 filler             pic x(10) value spaces.
          02 filler             pic x(10) value "Request On".
          02 filler             pic x(34) value spaces.

       01 Audit-line.
          02 Action-out         pic x(6).
          02 filler             pic x(2) value spaces.
          02 County-out         pic x(8).
          02 filler             pic x(2) value spaces.
          02 City-out           pic x(15).
          02 filler             pic x(2) value spaces.
          02 Eff-out            pic x(8).
          02 filler             pic x(3) value spaces.
          02 Old-rate-out       pic x(8).
          02 filler             pic x(2) value spaces.
          02 New-rate-out       pic x(8).
          02 filler             pic x(2) value spaces.
          02 Requestor-out      pic x(20).
          02 filler             pic x(2) value spaces.
          02 Req-year-out       pic 9(4).
          02 filler             pic x value "/".
          02 Req-month-out      pic 9(2).
          02 filler             pic x value "/".
          02 Req-day-out        pic 9(2).
          02 filler             pic x(34) value spaces.

      *a rate prints as dollars per $1000 of price
       01 Rate-edit-work.
          02 Rate-edit          pic z9.99.
          02 filler             pic x(3) value spaces.

       01 Tran-rate-work        pic x(4).
       01 Tran-rate-work-v redefines Tran-rate-work
                                pic 9(2)v99.

      *the request date arrives as yyyymmdd
       01 Req-date-work.
          02 Req-years          pic 9(4).
          02 Req-months         pic 9(2).
          02 Req-days           pic 9(2).

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 Count-out          pic z(4).
          02 filler             pic x(98) value spaces.

       Procedure Division.

      *load the rates, apply the transactions in the order they were
      *keyed, write the new file and the audit
       0000-main-logic.
          Perform 1000-init.
          Perform 1100-load-rates-loop until rates-end.
          Perform 2000-main-loop until trans-end.
          Perform 3000-finish.
          STOP RUN.

       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.

          open Output New-Rates-file
                      Audit-file
                      Reject-file.

          move spaces to Audit-rec.
          write Audit-rec.
          write Audit-rec from Report-Header.
          move spaces to Audit-rec.
          write Audit-rec.
          write Audit-rec from Colomn-Header.
          move spaces to Audit-rec.
          write Audit-rec.

          move "Rejected Transactions:" to Reject-rec.
          write Reject-rec.
          move spaces to Reject-rec.
          write Reject-rec.

          open Input Old-Rates-file.
          if old-rates-none
             move "Yes" to rates-eof-flag
          else
             read Old-Rates-file
                at end move "Yes" to rates-eof-flag
             end-read
          end-if.

          open Input Tran-file.
          if trans-missing
             move "Yes" to tran-eof-flag
          else
             read Tran-file
                at end move "Yes" to tran-eof-flag
             end-read
          end-if.

      *the run's business date -- the wall clock unless the shared
      *run-control card supplies the date the work belongs to.  a
      *card that is not a clean yyyymmdd is ignored rather than
      *trusted
       1050-business-date.
          Accept todays-date from DATE YYYYMMDD.
          open Input Rundate-file.
          if Rundate-none
             continue
          else
             read Rundate-file
                at end
                   continue
                not at end
                   if bd-card-date numeric and bd-card-date-n > 0
                      move bd-card-date to todays-date
                      move "Yes" to backdated-flag
                   end-if
             end-read
             close Rundate-file
          end-if.

      *one rate row into the table -- rows past the ceiling are
      *echoed to the reject report rather than silently dropped,
      *since losing a rate untaxes a county
       1100-load-rates-loop.
          add 1 to Rate-in-count.
          if rate-count < 500
             add 1 to rate-count
             move or-county to rt-county(rate-count)
             move or-city to rt-city(rate-count)
             move or-rate to rt-rate(rate-count)
             if or-eff-date = spaces
                move "00000000" to rt-eff(rate-count)
             else
                move or-eff-date to rt-eff(rate-count)
             end-if
             move spaces to rt-deleted(rate-count)
          else
             move "RATE TABLE FULL, ROW NOT LOADED:" to Reject-rec
             write Reject-rec
             write Reject-rec from Old-Rates-rec
          end-if.
          read Old-Rates-file
             at end move "Yes" to rates-eof-flag
          end-read.

      *one transaction, keyed by county, city and effective date --
      *a rate change arrives as an add with the new date, leaving
      *the old rate in place for sales recorded before it
       2000-main-loop.
          add 1 to Tran-read-count.
          if not valid-action
             perform 2980-reject-bad-action
          else
             if Tran-county = spaces
                perform 2982-reject-blank-county
             else
                if Tran-eff not = spaces and Tran-eff not numeric
                   perform 2984-reject-bad-eff
                else
      *a blank effective date means in force since forever, carried
      *as zeros the same way the load normalizes the master's rows
                   if Tran-eff = spaces
                      move "00000000" to Tran-eff
                   end-if
                   perform 2110-find-rate
                   if tran-add
                      perform 2120-add-rate
                   else
                      if tran-change
                         perform 2130-change-rate
                      else
                         perform 2140-delete-rate
                      end-if
                   end-if
                end-if
             end-if
          end-if.
          read Tran-file
             at end move "Yes" to tran-eof-flag
          end-read.

       2110-find-rate.
          move 0 to found-x.
          perform 2111-rate-scan
          varying rate-x from 1 by 1
            until rate-x > rate-count or found-x > 0.

       2111-rate-scan.
          if rt-deleted(rate-x) = spaces
             and rt-county(rate-x) = Tran-county
             and rt-city(rate-x) = Tran-city
             and rt-eff(rate-x) = Tran-eff
             move rate-x to found-x
          end-if.

       2120-add-rate.
          if found-x > 0
             perform 2960-reject-already-on-file
          else
             if Tran-rate not numeric
                perform 2930-reject-bad-rate
             else
                if rate-count < 500
                   add 1 to rate-count
                   move Tran-county to rt-county(rate-count)
                   move Tran-city to rt-city(rate-count)
                   move Tran-rate to rt-rate(rate-count)
                   move Tran-eff to rt-eff(rate-count)
                   move spaces to rt-deleted(rate-count)
                   move "ADD" to Action-out
                   move spaces to Old-rate-out
                   move Tran-rate-v to Rate-edit
                   move Rate-edit-work to New-rate-out
                   perform 2950-write-audit
                   add 1 to Tran-applied-count
                else
                   perform 2985-reject-table-full
                end-if
             end-if
          end-if.

       2130-change-rate.
          if found-x = 0
             perform 2910-reject-not-on-file
          else
             if Tran-rate not numeric
                perform 2930-reject-bad-rate
             else
                move "CHANGE" to Action-out
                perform 2160-old-rate-out
                move Tran-rate to rt-rate(found-x)
                move Tran-rate-v to Rate-edit
                move Rate-edit-work to New-rate-out
                perform 2950-write-audit
                add 1 to Tran-applied-count
             end-if
          end-if.

       2140-delete-rate.
          if found-x = 0
             perform 2910-reject-not-on-file
          else
             move "DELETE" to Action-out
             perform 2160-old-rate-out
             move spaces to New-rate-out
             move "Y" to rt-deleted(found-x)
             perform 2950-write-audit
             add 1 to Tran-applied-count
          end-if.

      *the rate on file before the change -- a hand-keyed row that
      *is not numeric prints as it stands
       2160-old-rate-out.
          if rt-rate(found-x) numeric
             move rt-rate(found-x) to Tran-rate-work
             move Tran-rate-work-v to Rate-edit
             move Rate-edit-work to Old-rate-out
          else
             move rt-rate(found-x) to Old-rate-out
          end-if.

      *rejected transactions echo to the reject report with a reason
      *line apiece, same shape as Val-Maint-Prog's
       2900-write-reject.
          write Reject-rec from Tran-rec.
          add 1 to Tran-reject-count.

       2910-reject-not-on-file.
          perform 2900-write-reject.
          move "Rate Not On File" to Reject-rec.
          write Reject-rec.

       2930-reject-bad-rate.
          perform 2900-write-reject.
          move "Rate Not Numeric 99v99" to Reject-rec.
          write Reject-rec.

       2960-reject-already-on-file.
          perform 2900-write-reject.
          move "Rate Already On File" to Reject-rec.
          write Reject-rec.

       2980-reject-bad-action.
          perform 2900-write-reject.
          move "Invalide Action Code" to Reject-rec.
          write Reject-rec.

       2982-reject-blank-county.
          perform 2900-write-reject.
          move "County Is Blank" to Reject-rec.
          write Reject-rec.

       2984-reject-bad-eff.
          perform 2900-write-reject.
          move "Effective Date Not yyyymmdd" to Reject-rec.
          write Reject-rec.

       2985-reject-table-full.
          perform 2900-write-reject.
          move "Rate Table Full" to Reject-rec.
          write Reject-rec.

       2950-write-audit.
          move Tran-county to County-out.
          move Tran-city to City-out.
          move Tran-eff to Eff-out.
          move Tran-requestor to Requestor-out.
          move Tran-req-date to Req-date-work.
          move Req-years to Req-year-out.
          move Req-months to Req-month-out.
          move Req-days to Req-day-out.
          write Audit-rec from Audit-line.

      *write the surviving rates in their table order, trailer the
      *audit, and close everything
       3000-finish.
          perform 3100-write-rate
          varying rate-x from 1 by 1
            until rate-x > rate-count.

          move spaces to Audit-rec.
          write Audit-rec.
          move "Transactions Read" to Count-Label-out.
          move Tran-read-count to Count-out.
          write Audit-rec from Count-line.
          move "Transactions Applied" to Count-Label-out.
          move Tran-applied-count to Count-out.
          write Audit-rec from Count-line.
          move "Transactions Rejected" to Count-Label-out.
          move Tran-reject-count to Count-out.
          write Audit-rec from Count-line.
          move "Rate Rows In" to Count-Label-out.
          move Rate-in-count to Count-out.
          write Audit-rec from Count-line.
          move "Rate Rows Out" to Count-Label-out.
          move Rate-out-count to Count-out.
          write Audit-rec from Count-line.

          if not old-rates-none
             close Old-Rates-file
          end-if.
          if not trans-missing
             close Tran-file
          end-if.
          close New-Rates-file
                Audit-file
                Reject-file.

       3100-write-rate.
          if rt-deleted(rate-x) = spaces
             add 1 to Rate-out-count
             move rt-county(rate-x) to nt-county
             move rt-city(rate-x) to nt-city
             move rt-rate(rate-x) to nt-rate
             move rt-eff(rate-x) to nt-eff
             write New-Rates-rec from New-rate-line
          end-if.
