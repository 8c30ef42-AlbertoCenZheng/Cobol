       Identification Division.

       Program-id. Susp-Maint-Prog.

      *maintains suspmast.dat, the reject suspense master Forth-Prog
      *fills from 2999-error.  a record the validation turns away is
      *held there, not lost -- the analysts key corrections against
      *it here, field by field, and the corrected record goes back
      *through 2100-validation as the SUSPENSE feed of the next
      *Forth-Prog run.  a reject that is not a sale at all (a test
      *record, a true duplicate) is voided instead.  the same
      *transaction-and-audit discipline Prop-Maint-Prog gives the
      *property master.

      **Objective...
      ***correct one field of a suspended record per transaction,
      ***marking the item corrected so the next run re-enters it
      ***void an item that should never re-enter
      ***reject bad transactions to their own error report
      ***print a before/after audit line for every item that
      ***changed, with the requestor and the request date

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the reject suspense master Forth-Prog keeps, keyed on the run
      *stamp that rejected the record plus a sequence within the run
           select Suspense-file assign to
           "suspmast.dat"
           organization is indexed
           access is random
           record key is sp-key
           file status is Suspense-status.

      *one transaction per line -- action C (correct) or V (void),
      *the suspense key exactly as the aging report prints it, for a
      *correction the field code and its corrected value, and who
      *asked for the change and when, for the audit trail.
      *transactions apply in the order they were keyed, so a record
      *with three bad fields takes three corrections in a row
           select Tran-file assign to
           "suspmtran.dat"
           organization is line sequential
           file status is Tran-status.

           select Audit-file assign to
           "suspmaint_audit.dat"
           organization is line sequential.

           select Reject-file assign to
           "suspmaint_err.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *same record layout as Forth-Prog's Suspense-file
       FD Suspense-file.

       01 Suspense-rec.
          02 sp-key.
            03 sp-rej-date      pic 9(8).
            03 sp-rej-time      pic 9(6).
            03 sp-seq           pic 9(6).
          02 sp-status          pic x(1).
             88 susp-open       value "O".
             88 susp-corrected  value "C".
             88 susp-reentered  value "R".
             88 susp-voided     value "V".
          02 sp-feed-id         pic x(8).
          02 sp-last-rej-date   pic 9(8).
          02 sp-reject-count    pic 9(2).
          02 sp-reasons.
            03 sp-reason-flag occurs 17 times pic x(1).
          02 sp-dup-key         pic x(43).
          02 sp-data            pic x(115).
          02 sp-action-by       pic x(20).
          02 sp-action-date     pic 9(8).
          02 sp-reentry-date    pic 9(8).

       FD Tran-file.

       01 Tran-rec.
          02 Tran-action        pic x(1).
             88 tran-correct    value "C".
             88 tran-void       value "V".
             88 valid-action    value "C" "V".
          02 filler             pic x(1).
          02 Tran-susp-key      pic x(20).
          02 filler             pic x(1).
      *the Input-rec field the correction replaces
          02 Tran-field         pic x(2).
             88 valid-field     value "AD" "CT" "ZP" "ST" "BD" "BT"
                                      "SF" "PT" "SD" "SM" "DY" "HR"
                                      "MN" "SC" "TZ" "YR" "PR" "LA"
                                      "LO".
          02 filler             pic x(1).
      *the corrected value, left-justified and keyed at the field's
      *full width -- numeric fields zero-filled, as the feeds send
      *them
          02 Tran-value         pic x(27).
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

       77 Suspense-status       pic x(2) value spaces.
          88 Suspense-missing   value "35".
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

      *the suspended record's image, field by field in Forth-Prog's
      *Input-rec layout -- every field alphanumeric here, since a
      *suspended record is by definition one whose fields may not
      *hold what their pictures promise
       01 Susp-data-work.
          02 sd-Addresses       pic x(27).
          02 sd-City            pic x(15).
          02 sd-Zip             pic x(5).
          02 sd-State           pic x(2).
          02 sd-Bedroom         pic x(1).
          02 sd-Bathroom        pic x(1).
          02 sd-SquareFeet      pic x(4).
          02 sd-PropertyType    pic x(8).
          02 sd-SaleDay         pic x(3).
          02 filler             pic x(1).
          02 sd-SaleMonth       pic x(3).
          02 filler             pic x(1).
          02 sd-SalesDay        pic x(2).
          02 filler             pic x(1).
          02 sd-SalesHour       pic x(2).
          02 filler             pic x(1).
          02 sd-SalesMinute     pic x(2).
          02 filler             pic x(1).
          02 sd-SalesSecond     pic x(2).
          02 filler             pic x(1).
          02 sd-TimeZone        pic x(3).
          02 filler             pic x(1).
          02 sd-SaleYear        pic x(4).
          02 sd-SalePrice       pic x(6).
          02 sd-Latitude        pic x(8).
          02 sd-Longtitude      pic x(9).
          02 filler             pic x(1).

      *the field's value before and after, for the audit lines
       01 Before-value          pic x(27) value spaces.
       01 After-value           pic x(27) value spaces.
       01 Before-status         pic x(1) value spaces.

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(26) value
          "Suspense Maintenance Audit".
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
          02 filler             pic x(12) value "Suspense Key".
          02 filler             pic x(10) value spaces.
          02 filler             pic x(4) value "Feed".
          02 filler             pic x(6) value spaces.
          02 filler             pic x(2) value "St".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(2) value "Fd".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(5) value "Value".
          02 filler             pic x(24) value spaces.
          02 filler             pic x(12) value "Requested By".
          02 filler             pic x(10) value spaces.
          02 filler             pic x(10) value "Request On".
          02 filler             pic x(17) value spaces.

      *one audit line per image -- every applied transaction prints
      *the item's before and after status and field value with the
      *requestor
       01 Audit-line.
          02 Action-out         pic x(6).
          02 filler             pic x(2) value spaces.
          02 Image-out          pic x(6).
          02 Key-out            pic x(20).
          02 filler             pic x(2) value spaces.
          02 Feed-out           pic x(8).
          02 filler             pic x(2) value spaces.
          02 Status-out         pic x(1).
          02 filler             pic x(3) value spaces.
          02 Field-out          pic x(2).
          02 filler             pic x(2) value spaces.
          02 Value-out          pic x(27).
          02 filler             pic x(2) value spaces.
          02 Requestor-out      pic x(20).
          02 filler             pic x(2) value spaces.
          02 Req-year-out       pic 9(4).
          02 filler             pic x value "/".
          02 Req-month-out      pic 9(2).
          02 filler             pic x value "/".
          02 Req-day-out        pic 9(2).
          02 filler             pic x(17) value spaces.

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

      *apply the transactions to the master in the order they were
      *keyed -- random access against the indexed master, the same
      *as Prop-Maint-Prog
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until trans-end.
          Perform 3000-finish.
          STOP RUN.

      *open everything and print the audit headers -- a missing
      *master means Forth-Prog has never rejected anything, and there
      *is nothing to maintain
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

          open I-O Suspense-file.
          if Suspense-missing
             move "RUN ABORTED - SUSPENSE MASTER MISSING" to
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

      *one transaction -- route it by action code
       2000-main-loop.
          add 1 to Tran-read-count.
          if not valid-action
             perform 2980-reject-bad-action
          else
             move Tran-susp-key to sp-key
             read Suspense-file
                invalid key
                   perform 2910-reject-not-on-file
                not invalid key
                   perform 2100-route-held
             end-read
          end-if.
          read Tran-file
             at end move "Yes" to tran-eof-flag
          end-read.

      *only an item still open or corrected can be worked -- one
      *already re-entered is on the property master now, and a
      *voided one is closed for good
       2100-route-held.
          if susp-reentered or susp-voided
             perform 2920-reject-item-closed
          else
             if tran-correct
                perform 2600-apply-correct
             else
                perform 2800-apply-void
             end-if
          end-if.

      *correct one field of the suspended image -- the item becomes
      *corrected, and the next Forth-Prog run re-enters it
       2600-apply-correct.
          if not valid-field
             perform 2930-reject-bad-field
          else
             if Tran-value = spaces
                perform 2940-reject-blank-value
             else
                perform 2610-correct-field
             end-if
          end-if.

       2610-correct-field.
          move sp-status to Before-status.
          move sp-data to Susp-data-work.
          perform 2620-replace-field.
          move Susp-data-work to sp-data.
          move "C" to sp-status.
          move Tran-requestor to sp-action-by.
          move Tran-req-date to sp-action-date.
          rewrite Suspense-rec.
          move "CORECT" to Action-out.
          perform 2955-audit-before.
          move After-value to Value-out.
          perform 2950-audit-after.
          add 1 to Tran-applied-count.

      *the field named by the code takes the corrected value, its old
      *value kept for the before image
       2620-replace-field.
          if Tran-field = "AD"
             move sd-Addresses to Before-value
             move Tran-value to sd-Addresses
             move sd-Addresses to After-value.
          if Tran-field = "CT"
             move sd-City to Before-value
             move Tran-value to sd-City
             move sd-City to After-value.
          if Tran-field = "ZP"
             move sd-Zip to Before-value
             move Tran-value to sd-Zip
             move sd-Zip to After-value.
          if Tran-field = "ST"
             move sd-State to Before-value
             move Tran-value to sd-State
             move sd-State to After-value.
          if Tran-field = "BD"
             move sd-Bedroom to Before-value
             move Tran-value to sd-Bedroom
             move sd-Bedroom to After-value.
          if Tran-field = "BT"
             move sd-Bathroom to Before-value
             move Tran-value to sd-Bathroom
             move sd-Bathroom to After-value.
          if Tran-field = "SF"
             move sd-SquareFeet to Before-value
             move Tran-value to sd-SquareFeet
             move sd-SquareFeet to After-value.
          if Tran-field = "PT"
             move sd-PropertyType to Before-value
             move Tran-value to sd-PropertyType
             move sd-PropertyType to After-value.
          if Tran-field = "SD"
             move sd-SaleDay to Before-value
             move Tran-value to sd-SaleDay
             move sd-SaleDay to After-value.
          if Tran-field = "SM"
             move sd-SaleMonth to Before-value
             move Tran-value to sd-SaleMonth
             move sd-SaleMonth to After-value.
          if Tran-field = "DY"
             move sd-SalesDay to Before-value
             move Tran-value to sd-SalesDay
             move sd-SalesDay to After-value.
          if Tran-field = "HR"
             move sd-SalesHour to Before-value
             move Tran-value to sd-SalesHour
             move sd-SalesHour to After-value.
          if Tran-field = "MN"
             move sd-SalesMinute to Before-value
             move Tran-value to sd-SalesMinute
             move sd-SalesMinute to After-value.
          if Tran-field = "SC"
             move sd-SalesSecond to Before-value
             move Tran-value to sd-SalesSecond
             move sd-SalesSecond to After-value.
          if Tran-field = "TZ"
             move sd-TimeZone to Before-value
             move Tran-value to sd-TimeZone
             move sd-TimeZone to After-value.
          if Tran-field = "YR"
             move sd-SaleYear to Before-value
             move Tran-value to sd-SaleYear
             move sd-SaleYear to After-value.
          if Tran-field = "PR"
             move sd-SalePrice to Before-value
             move Tran-value to sd-SalePrice
             move sd-SalePrice to After-value.
          if Tran-field = "LA"
             move sd-Latitude to Before-value
             move Tran-value to sd-Latitude
             move sd-Latitude to After-value.
          if Tran-field = "LO"
             move sd-Longtitude to Before-value
             move Tran-value to sd-Longtitude
             move sd-Longtitude to After-value.

      *void an item outright -- it never re-enters, and the aging
      *report stops counting it
       2800-apply-void.
          move sp-status to Before-status.
          move sp-data to Susp-data-work.
          move sd-Addresses to Before-value.
          move "V" to sp-status.
          move Tran-requestor to sp-action-by.
          move Tran-req-date to sp-action-date.
          rewrite Suspense-rec.
          move "VOID" to Action-out.
          perform 2955-audit-before.
          move "(voided)" to Value-out.
          perform 2950-audit-after.
          add 1 to Tran-applied-count.

      *rejected transactions echo to the reject report with a reason
      *line apiece, same shape as Prop-Maint-Prog's
       2900-write-reject.
          write Reject-rec from Tran-rec.
          add 1 to Tran-reject-count.

       2910-reject-not-on-file.
          perform 2900-write-reject.
          move "Suspense Item Not On File" to Reject-rec.
          write Reject-rec.

       2920-reject-item-closed.
          perform 2900-write-reject.
          move "Suspense Item Already Re-entered Or Voided" to
             Reject-rec.
          write Reject-rec.

       2930-reject-bad-field.
          perform 2900-write-reject.
          move "Invalide Field Code" to Reject-rec.
          write Reject-rec.

       2940-reject-blank-value.
          perform 2900-write-reject.
          move "Corrected Value Is Blank" to Reject-rec.
          write Reject-rec.

       2980-reject-bad-action.
          perform 2900-write-reject.
          move "Invalide Action Code" to Reject-rec.
          write Reject-rec.

      *before image -- the item's status and the field's old value
      *(the address, for a void)
       2955-audit-before.
          move "BEFORE" to Image-out.
          move sp-key to Key-out.
          move sp-feed-id to Feed-out.
          move Before-status to Status-out.
          move Tran-field to Field-out.
          move Before-value to Value-out.
          perform 2960-write-audit.

      *after image -- the status just rewritten; the caller has put
      *the value to show in Value-out
       2950-audit-after.
          move "AFTER " to Image-out.
          move sp-key to Key-out.
          move sp-feed-id to Feed-out.
          move sp-status to Status-out.
          move Tran-field to Field-out.
          perform 2960-write-audit.

       2960-write-audit.
          move Tran-requestor to Requestor-out.
          move Tran-req-date to Req-date-work.
          move Req-years to Req-year-out.
          move Req-months to Req-month-out.
          move Req-days to Req-day-out.
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
          close Suspense-file
                Audit-file
                Reject-file.
