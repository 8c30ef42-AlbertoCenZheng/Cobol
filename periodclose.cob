       Identification Division.

       Program-id. Period-Close-Prog.

      *month-end close for periodsum.dat, the period summary master
      *Seventh-Prog posts each night's per-city figures into and
      *Period-Var-Prog reports from.  once a month's variance report
      *has gone out, finance closes the period here.  Seventh-Prog
      *never posts into a closed period again -- a backdated rerun
      *or a late night's figures for it go to an adjustment row that
      *the variance report prints beside the closed figure, so the
      *published number never moves underneath anybody.

      **Objective...
      ***close a period on the master, recording who closed it and
      ***when, or reopen one closed in error
      ***reject a period that is malformed, not on the master, or
      ***already in the state asked for
      ***reject bad transactions to their own error report
      ***print an audit line for every period closed or reopened
      ***fold a closed period's nightly posted rows into one row
      ***per city so the master does not grow with every run

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the period summary master -- rewritten whole from the table,
      *the same way Seventh-Prog's 3990-update-period-master does
           select Periodsum-file assign to
           "periodsum.dat"
           organization is line sequential
           file status is Periodsum-status.

      *one transaction per line -- action C (close) or O (reopen),
      *the period as yyyymm, and who asked and when.  transactions
      *apply in the order they were keyed
           select Tran-file assign to
           "closereq.dat"
           organization is line sequential
           file status is Tran-status.

           select Audit-file assign to
           "periodclose_audit.dat"
           organization is line sequential.

           select Reject-file assign to
           "periodclose_err.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *same record layout as Seventh-Prog's Periodsum-file
       FD Periodsum-file.

       01 Periodsum-rec.
           02 ps-city            pic x(15).
           02 ps-period          pic 9(6).
           02 ps-count           pic 9(6).
           02 ps-total           pic 9(13)v99.
           02 ps-type            pic x(1).
           02 ps-bus-date        pic x(8).
           02 ps-bus-date-n redefines ps-bus-date
                                 pic 9(8).
           02 ps-closed-by       pic x(20).
           02 ps-closed-date     pic 9(8).

       FD Tran-file.

       01 Tran-rec.
          02 Tran-action        pic x(1).
             88 tran-close      value "C".
             88 tran-reopen     value "O".
             88 valid-action    value "C" "O".
          02 filler             pic x(1).
          02 Tran-period        pic x(6).
          02 Tran-period-n redefines Tran-period.
             03 Tran-per-year   pic 9(4).
             03 Tran-per-month  pic 9(2).
          02 filler             pic x(1).
          02 Tran-requestor     pic x(20).
          02 filler             pic x(1).
          02 Tran-req-date      pic x(8).
          02 Tran-req-date-n redefines Tran-req-date
                                pic 9(8).
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

       77 Periodsum-status      pic x(2) value spaces.
          88 Periodsum-missing  value "35".
       77 psum-eof-flag         pic x(3) value "No".
          88 psum-end           value "Yes".
       77 Tran-status           pic x(2) value spaces.
          88 trans-missing      value "35".
       77 tran-eof-flag         pic x(3) value "No".
          88 trans-end          value "Yes".

      *run counts for the audit trailer
       77 Tran-read-count       pic 9(4) value 0.
       77 Tran-applied-count    pic 9(4) value 0.
       77 Tran-reject-count     pic 9(4) value 0.
       77 Rows-folded-count     pic 9(5) value 0.

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

      *the period being worked -- its close-control row when it has
      *one, and what the master holds for it
       77 close-flag            pic x(3) value "No".
          88 period-is-closed   value "Yes".
       77 close-x               pic 9(5) value 0.
       77 Per-row-count         pic 9(5) value 0.
       77 Per-sale-count        pic 9(6) value 0.
       77 Per-total             pic 9(13)v99 value 0.

      *subscripts for folding a closed period's posted rows
       77 fold-x                pic 9(5) value 0.
       77 fold-y                pic 9(5) value 0.

      *the period summary master, held whole.  a reopened period's
      *close-control row, and the posted rows folded away when a
      *period closes, are marked X and left off the rewrite
       77 period-count          pic 9(5) value 0.

       01 Period-table.
           02 Period-entry occurs 1 to 20000 times
           depending on period-count
           indexed by pm-index.
             03 pm-city          pic x(15).
             03 pm-period        pic 9(6).
             03 pm-count         pic 9(6).
             03 pm-total         pic 9(13)v99.
             03 pm-type          pic x(1).
             03 pm-bus-date      pic 9(8).
             03 pm-closed-by     pic x(20).
             03 pm-closed-date   pic 9(8).

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(26) value
          "Period Close Maintenance  ".
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
          02 filler             pic x(7) value "Period ".
          02 filler             pic x(3) value spaces.
          02 filler             pic x(5) value " Rows".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(6) value " Sales".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(18) value
          "    Adjusted Total".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(20) value "Closed By".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(10) value "Closed On".
          02 filler             pic x(47) value spaces.

      *one audit line per period closed or reopened -- the figures
      *the master held for it when it changed state
       01 Audit-line.
          02 Action-out         pic x(6).
          02 filler             pic x(2) value spaces.
          02 Per-year-out       pic 9(4).
          02 filler             pic x value "/".
          02 Per-month-out      pic 9(2).
          02 filler             pic x(3) value spaces.
          02 Rows-out           pic z(4)9.
          02 filler             pic x(2) value spaces.
          02 Sales-out          pic z(5)9.
          02 filler             pic x(2) value spaces.
          02 Total-out          pic z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(2) value spaces.
          02 Closed-by-out      pic x(20).
          02 filler             pic x(2) value spaces.
          02 Cls-year-out       pic 9(4).
          02 filler             pic x value "/".
          02 Cls-month-out      pic 9(2).
          02 filler             pic x value "/".
          02 Cls-day-out        pic 9(2).
          02 filler             pic x(47) value spaces.

      *close dates arrive and are kept as yyyymmdd
       01 Cls-date-work.
          02 Cls-years          pic 9(4).
          02 Cls-months         pic 9(2).
          02 Cls-days           pic 9(2).

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 Count-out          pic z(4)9.
          02 filler             pic x(97) value spaces.

       Procedure Division.

      *load the master, apply the transactions to the table in the
      *order they were keyed, then write the master back once
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until trans-end.
          Perform 3000-finish.
          STOP RUN.

      *open everything and print the audit headers -- with no master
      *there is no period to close, and the run stops
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

          open Input Periodsum-file.
          if Periodsum-missing
             move "RUN ABORTED - PERIOD SUMMARY MASTER MISSING" to
                Reject-rec
             write Reject-rec
             move 12 to RETURN-CODE
             close Audit-file
                   Reject-file
             STOP RUN
          end-if.
          read Periodsum-file
             at end move "Yes" to psum-eof-flag
          end-read.
          perform 1100-load-period-row until psum-end.
          close Periodsum-file.

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

      *rows written before periods could be closed carry no type or
      *business date -- they load as posted rows of date 0, the same
      *as Seventh-Prog loads them
       1100-load-period-row.
          if period-count < 20000
             add 1 to period-count
             move ps-city to pm-city(period-count)
             move ps-period to pm-period(period-count)
             move ps-count to pm-count(period-count)
             move ps-total to pm-total(period-count)
             move ps-type to pm-type(period-count)
             if ps-type = space
                move "P" to pm-type(period-count)
             end-if
             if ps-bus-date numeric
                move ps-bus-date-n to pm-bus-date(period-count)
             else
                move 0 to pm-bus-date(period-count)
             end-if
             move ps-closed-by to pm-closed-by(period-count)
             if ps-closed-date numeric
                move ps-closed-date to pm-closed-date(period-count)
             else
                move 0 to pm-closed-date(period-count)
             end-if
          else
             perform 1190-period-table-full
          end-if.
          read Periodsum-file
             at end move "Yes" to psum-eof-flag
          end-read.

      *the master has not been touched when this fires, so halting
      *here leaves every period row safe on disk
       1190-period-table-full.
          move "RUN ABORTED - PERIOD TABLE FULL" to Reject-rec.
          write Reject-rec.
          move 12 to RETURN-CODE.
          close Periodsum-file
                Audit-file
                Reject-file.
          STOP RUN.

      *one transaction -- a close must say who asked for it, and the
      *period it names must be a real year and month
       2000-main-loop.
          add 1 to Tran-read-count.
          if not valid-action
             perform 2980-reject-bad-action
          else
             if Tran-requestor = spaces
                perform 2940-reject-no-requestor
             else
                if Tran-period not numeric
                   perform 2950-reject-bad-period
                else
                   if Tran-per-month < 1 or Tran-per-month > 12
                      perform 2950-reject-bad-period
                   else
                      perform 2100-route-period
                   end-if
                end-if
             end-if
          end-if.
          read Tran-file
             at end move "Yes" to tran-eof-flag
          end-read.

      *a period can only be closed once something has been posted
      *to it, and a period already in the state asked for is left
      *alone so a transaction keyed twice cannot overwrite the first
      *close's who and when
       2100-route-period.
          perform 2200-period-status.
          if tran-close
             if period-is-closed
                perform 2920-reject-same-status
             else
                if Per-row-count = 0
                   perform 2910-reject-not-on-file
                else
                   perform 2300-close-period
                end-if
             end-if
          else
             if period-is-closed
                perform 2400-reopen-period
             else
                perform 2920-reject-same-status
             end-if
          end-if.

      *find the period's close-control row and total up what was
      *posted to it -- the published figure is the posted rows only,
      *adjustment rows stay beside it
       2200-period-status.
          move "No" to close-flag.
          move 0 to close-x.
          move 0 to Per-row-count.
          move 0 to Per-sale-count.
          move 0 to Per-total.
          if period-count > 0
             set pm-index to 1
             perform 2210-period-row until pm-index > period-count
          end-if.

       2210-period-row.
          if pm-period(pm-index) = Tran-period-n
             if pm-type(pm-index) = "C"
                move "Yes" to close-flag
                set close-x to pm-index
             else
                if pm-type(pm-index) = "P"
                   add 1 to Per-row-count
                   add pm-count(pm-index) to Per-sale-count
                   add pm-total(pm-index) to Per-total
                end-if
             end-if
          end-if.
          set pm-index up by 1.

      *the close-control row carries no city -- who closed the
      *period and when.  a close date not keyed as a clean yyyymmdd
      *takes the business date
       2300-close-period.
          if period-count < 20000
             add 1 to period-count
             move spaces to pm-city(period-count)
             move Tran-period-n to pm-period(period-count)
             move 0 to pm-count(period-count)
             move 0 to pm-total(period-count)
             move "C" to pm-type(period-count)
             move todays-date to pm-bus-date(period-count)
             move Tran-requestor to pm-closed-by(period-count)
             if Tran-req-date numeric and Tran-req-date-n > 0
                move Tran-req-date-n to pm-closed-date(period-count)
             else
                move todays-date to pm-closed-date(period-count)
             end-if
             move "CLOSE" to Action-out
             move period-count to close-x
             perform 2600-write-audit
             perform 2310-fold-period-rows
          else
             perform 2930-reject-table-full
          end-if.

      *once a period is closed Seventh-Prog posts to adjustment rows
      *only, so the nightly posted rows are folded into one row per
      *city with business date 0 -- the first row found for the city
      *takes the sum and the rest are marked X.  that keeps the
      *master bounded by cities times periods, not by run days
       2310-fold-period-rows.
          move 1 to fold-x.
          perform 2320-fold-city until fold-x > period-count.

       2320-fold-city.
          if pm-period(fold-x) = Tran-period-n
             and pm-type(fold-x) = "P"
             move 0 to pm-bus-date(fold-x)
             compute fold-y = fold-x + 1
             perform 2330-fold-row until fold-y > period-count
          end-if.
          add 1 to fold-x.

       2330-fold-row.
          if pm-period(fold-y) = Tran-period-n
             and pm-type(fold-y) = "P"
             and pm-city(fold-y) = pm-city(fold-x)
             add pm-count(fold-y) to pm-count(fold-x)
             add pm-total(fold-y) to pm-total(fold-x)
             move "X" to pm-type(fold-y)
             add 1 to Rows-folded-count
          end-if.
          add 1 to fold-y.

      *reopening drops the close-control row -- the audit line keeps
      *who reopened it and when, and adjustment rows already posted
      *stay on the master beside the posted figure
       2400-reopen-period.
          move "X" to pm-type(close-x).
          move Tran-requestor to pm-closed-by(close-x).
          if Tran-req-date numeric and Tran-req-date-n > 0
             move Tran-req-date-n to pm-closed-date(close-x)
          else
             move todays-date to pm-closed-date(close-x)
          end-if.
          move "REOPEN" to Action-out.
          perform 2600-write-audit.

       2600-write-audit.
          move Tran-per-year to Per-year-out.
          move Tran-per-month to Per-month-out.
          move Per-row-count to Rows-out.
          move Per-sale-count to Sales-out.
          move Per-total to Total-out.
          move pm-closed-by(close-x) to Closed-by-out.
          move pm-closed-date(close-x) to Cls-date-work.
          move Cls-years to Cls-year-out.
          move Cls-months to Cls-month-out.
          move Cls-days to Cls-day-out.
          write Audit-rec from Audit-line.
          add 1 to Tran-applied-count.

      *rejected transactions echo to the reject report with a reason
      *line apiece, same shape as Case-Maint-Prog's
       2900-write-reject.
          write Reject-rec from Tran-rec.
          add 1 to Tran-reject-count.

       2910-reject-not-on-file.
          perform 2900-write-reject.
          move "Period Not On Master" to Reject-rec.
          write Reject-rec.

       2920-reject-same-status.
          perform 2900-write-reject.
          if tran-close
             move "Period Already Closed" to Reject-rec
          else
             move "Period Is Not Closed" to Reject-rec
          end-if.
          write Reject-rec.

       2930-reject-table-full.
          perform 2900-write-reject.
          move "Period Table Full" to Reject-rec.
          write Reject-rec.

       2940-reject-no-requestor.
          perform 2900-write-reject.
          move "Closed By Is Blank" to Reject-rec.
          write Reject-rec.

       2950-reject-bad-period.
          perform 2900-write-reject.
          move "Invalid Period" to Reject-rec.
          write Reject-rec.

       2980-reject-bad-action.
          perform 2900-write-reject.
          move "Invalid Action Code" to Reject-rec.
          write Reject-rec.

      *write the master back only when something changed, then the
      *trailer counts so the audit report reconciles the run
       3000-finish.
          if Tran-applied-count > 0
             open Output Periodsum-file
             if period-count > 0
                set pm-index to 1
                perform 3100-write-period-row
                   until pm-index > period-count
             end-if
             close Periodsum-file
          end-if.

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
          move "Posted Rows Folded" to Count-Label-out.
          move Rows-folded-count to Count-out.
          write Audit-rec from Count-line.

          if not trans-missing
             close Tran-file
          end-if.
          close Audit-file
                Reject-file.

       3100-write-period-row.
          if pm-type(pm-index) not = "X"
             move pm-city(pm-index) to ps-city
             move pm-period(pm-index) to ps-period
             move pm-count(pm-index) to ps-count
             move pm-total(pm-index) to ps-total
             move pm-type(pm-index) to ps-type
             move pm-bus-date(pm-index) to ps-bus-date-n
             move pm-closed-by(pm-index) to ps-closed-by
             move pm-closed-date(pm-index) to ps-closed-date
             write Periodsum-rec
          end-if.
          set pm-index up by 1.
