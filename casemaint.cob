       Identification Division.

       Program-id. Case-Maint-Prog.

      *maintains suspcase.dat, the suspect-case file Seventh-Prog
      *opens a case on for every sale 0309-suspect-check flags.  the
      *audit team keys what it found here -- a real sale is cleared,
      *a bad record is confirmed invalid -- and the next Seventh-Prog
      *run acts on it: an invalid sale drops out of the statistics,
      *the period master and the assessor totals, and a cleared one
      *is no longer flagged.  the same transaction-and-audit
      *discipline Susp-Maint-Prog gives the suspense master.

      **Objective...
      ***set one case's status per transaction -- cleared, confirmed
      ***invalid, or back to open when a decision was wrong
      ***record who decided and when on the case itself
      ***reject bad transactions to their own error report
      ***print a before/after audit line for every case that changed

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the suspect-case file, keyed by address and sale date/time
           select Case-file assign to
           "suspcase.dat"
           organization is indexed
           access is random
           record key is sc-key
           file status is Case-status.

      *one transaction per line -- action C (clear), I (confirmed
      *invalid) or O (reopen), the sale exactly as the suspect and
      *aging reports show it, and who decided and when.
      *transactions apply in the order they were keyed
           select Tran-file assign to
           "casetran.dat"
           organization is line sequential
           file status is Tran-status.

           select Audit-file assign to
           "casemaint_audit.dat"
           organization is line sequential.

           select Reject-file assign to
           "casemaint_err.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *same record layout as Seventh-Prog's Case-file
       FD Case-file.

       01 Case-rec.
          02 sc-key.
            03 sc-address       pic x(27).
            03 sc-sale-year     pic 9(4).
            03 sc-sale-month    pic x(3).
            03 sc-sale-day      pic 9(2).
            03 sc-sale-hour     pic 9(2).
            03 sc-sale-minute   pic 9(2).
            03 sc-sale-second   pic 9(2).
          02 sc-status          pic x(1).
             88 case-open       value "O".
             88 case-cleared    value "C".
             88 case-invalid    value "I".
          02 sc-city            pic x(15).
          02 sc-state           pic x(2).
          02 sc-feed-id         pic x(8).
          02 sc-price           pic 9(6).
          02 sc-spsf            pic 9(4)v99.
          02 sc-city-avg        pic 9(4)v99.
          02 sc-opened-date     pic 9(8).
          02 sc-last-flag-date  pic 9(8).
          02 sc-decided-by      pic x(20).
          02 sc-decided-date    pic 9(8).

       FD Tran-file.

       01 Tran-rec.
          02 Tran-action        pic x(1).
             88 tran-clear      value "C".
             88 tran-invalid    value "I".
             88 tran-reopen     value "O".
             88 valid-action    value "C" "I" "O".
          02 filler             pic x(1).
          02 Tran-address       pic x(27).
          02 filler             pic x(1).
          02 Tran-sale-year     pic x(4).
          02 filler             pic x(1).
          02 Tran-sale-month    pic x(3).
          02 filler             pic x(1).
          02 Tran-sale-day      pic x(2).
          02 filler             pic x(1).
          02 Tran-sale-hour     pic x(2).
          02 filler             pic x(1).
          02 Tran-sale-minute   pic x(2).
          02 filler             pic x(1).
          02 Tran-sale-second   pic x(2).
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

       77 Case-status           pic x(2) value spaces.
          88 Case-missing       value "35".
       77 Tran-status           pic x(2) value spaces.
          88 trans-missing      value "35".
       77 tran-eof-flag         pic x(3) value "No".
          88 trans-end          value "Yes".

      *run counts for the audit trailer
       77 Tran-read-count       pic 9(4) value 0.
       77 Tran-applied-count    pic 9(4) value 0.
       77 Tran-reject-count     pic 9(4) value 0.

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

      *the case's status and decision before the change, for the
      *audit lines
       01 Before-status         pic x(1) value spaces.
       01 Before-by             pic x(20) value spaces.
       01 Before-date           pic 9(8) value 0.

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(26) value
          "Suspect Case Maintenance  ".
          02 filler             pic x value "-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(52) value spaces.

       01 Colomn-Header.
          02 filler             pic x(6) value "Action".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(6) value "Image ".
          02 filler             pic x(7) value "Address".
          02 filler             pic x(22) value spaces.
          02 filler             pic x(9) value "Sale Date".
          02 filler             pic x(13) value spaces.
          02 filler             pic x(2) value "St".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(10) value "Decided By".
          02 filler             pic x(12) value spaces.
          02 filler             pic x(10) value "Decided On".
          02 filler             pic x(31) value spaces.

      *one audit line per image -- every applied transaction prints
      *the case's before and after status with who decided and when
       01 Audit-line.
          02 Action-out         pic x(6).
          02 filler             pic x(2) value spaces.
          02 Image-out          pic x(6).
          02 Address-out        pic x(27).
          02 filler             pic x(2) value spaces.
          02 Sale-year-out      pic 9(4).
          02 filler             pic x(1) value spaces.
          02 Sale-month-out     pic x(3).
          02 filler             pic x(1) value spaces.
          02 Sale-day-out       pic 9(2).
          02 filler             pic x(1) value spaces.
          02 Sale-hour-out      pic 9(2).
          02 filler             pic x value ":".
          02 Sale-minute-out    pic 9(2).
          02 filler             pic x value ":".
          02 Sale-second-out    pic 9(2).
          02 filler             pic x(2) value spaces.
          02 Status-out         pic x(1).
          02 filler             pic x(3) value spaces.
          02 Decided-by-out     pic x(20).
          02 filler             pic x(2) value spaces.
          02 Dec-year-out       pic 9(4).
          02 filler             pic x value "/".
          02 Dec-month-out      pic 9(2).
          02 filler             pic x value "/".
          02 Dec-day-out        pic 9(2).
          02 filler             pic x(30) value spaces.

      *decision dates arrive and are kept as yyyymmdd
       01 Dec-date-work.
          02 Dec-years          pic 9(4).
          02 Dec-months         pic 9(2).
          02 Dec-days           pic 9(2).

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 Count-out          pic z(4).
          02 filler             pic x(98) value spaces.

       Procedure Division.

      *apply the transactions to the case file in the order they
      *were keyed -- random access against the indexed file, the
      *same as Susp-Maint-Prog
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until trans-end.
          Perform 3000-finish.
          STOP RUN.

      *open everything and print the audit headers -- a missing case
      *file means Seventh-Prog has never flagged a sale, and there
      *is nothing to decide
       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.

          open Output Audit-file
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

          open I-O Case-file.
          if Case-missing
             move "RUN ABORTED - SUSPECT CASE FILE MISSING" to
                Reject-rec
             write Reject-rec
             move 12 to RETURN-CODE
             close Audit-file
                   Reject-file
             STOP RUN
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

      *one transaction -- a decision must say who made it, and the
      *case it names must be on file
       2000-main-loop.
          add 1 to Tran-read-count.
          if not valid-action
             perform 2980-reject-bad-action
          else
             if Tran-requestor = spaces
                perform 2940-reject-no-requestor
             else
                perform 2050-build-key
                read Case-file
                   invalid key
                      perform 2910-reject-not-on-file
                   not invalid key
                      perform 2100-route-case
                end-read
             end-if
          end-if.
          read Tran-file
             at end move "Yes" to tran-eof-flag
          end-read.

      *the case key is the sale as it prints -- address, then the
      *sale year, month, day and time of day.  a numeric part keyed
      *badly simply finds no case
       2050-build-key.
          move Tran-address to sc-address.
          move Tran-sale-year to sc-sale-year.
          move Tran-sale-month to sc-sale-month.
          move Tran-sale-day to sc-sale-day.
          move Tran-sale-hour to sc-sale-hour.
          move Tran-sale-minute to sc-sale-minute.
          move Tran-sale-second to sc-sale-second.

      *a case already in the status asked for is left alone, so a
      *transaction keyed twice cannot overwrite the first decision's
      *who and when
       2100-route-case.
          if sc-status = Tran-action
             perform 2920-reject-same-status
          else
             perform 2600-apply-decision
          end-if.

      *the new status, with who decided it and when -- reopening a
      *case keeps the record of who reopened it the same way
       2600-apply-decision.
          move sc-status to Before-status.
          move sc-decided-by to Before-by.
          move sc-decided-date to Before-date.
          move Tran-action to sc-status.
          move Tran-requestor to sc-decided-by.
          move Tran-req-date to sc-decided-date.
          rewrite Case-rec
             invalid key
                perform 2930-reject-rewrite
             not invalid key
                perform 2610-audit-decision
          end-rewrite.

       2610-audit-decision.
          if tran-clear
             move "CLEAR" to Action-out
          else
             if tran-invalid
                move "INVALD" to Action-out
             else
                move "REOPEN" to Action-out
             end-if
          end-if.
          perform 2955-audit-before.
          perform 2950-audit-after.
          add 1 to Tran-applied-count.

      *rejected transactions echo to the reject report with a reason
      *line apiece, same shape as Susp-Maint-Prog's
       2900-write-reject.
          write Reject-rec from Tran-rec.
          add 1 to Tran-reject-count.

       2910-reject-not-on-file.
          perform 2900-write-reject.
          move "Suspect Case Not On File" to Reject-rec.
          write Reject-rec.

       2920-reject-same-status.
          perform 2900-write-reject.
          move "Case Already Has That Status" to Reject-rec.
          write Reject-rec.

       2930-reject-rewrite.
          perform 2900-write-reject.
          move "Case Could Not Be Rewritten" to Reject-rec.
          write Reject-rec.

       2940-reject-no-requestor.
          perform 2900-write-reject.
          move "Decided By Is Blank" to Reject-rec.
          write Reject-rec.

       2980-reject-bad-action.
          perform 2900-write-reject.
          move "Invalide Action Code" to Reject-rec.
          write Reject-rec.

      *before image -- the status and decision the case carried
       2955-audit-before.
          move "BEFORE" to Image-out.
          move Before-status to Status-out.
          move Before-by to Decided-by-out.
          move Before-date to Dec-date-work.
          perform 2960-write-audit.

      *after image -- the status just rewritten
       2950-audit-after.
          move "AFTER " to Image-out.
          move sc-status to Status-out.
          move sc-decided-by to Decided-by-out.
          move sc-decided-date to Dec-date-work.
          perform 2960-write-audit.

       2960-write-audit.
          move sc-address to Address-out.
          move sc-sale-year to Sale-year-out.
          move sc-sale-month to Sale-month-out.
          move sc-sale-day to Sale-day-out.
          move sc-sale-hour to Sale-hour-out.
          move sc-sale-minute to Sale-minute-out.
          move sc-sale-second to Sale-second-out.
          move Dec-years to Dec-year-out.
          move Dec-months to Dec-month-out.
          move Dec-days to Dec-day-out.
          write Audit-rec from Audit-line.

      *trailer counts so the audit report reconciles the run, then
      *close everything
       3000-finish.
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

          if not trans-missing
             close Tran-file
          end-if.
          close Case-file
                Audit-file
                Reject-file.
