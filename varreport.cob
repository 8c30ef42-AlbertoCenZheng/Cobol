      ***show the percent change of the average against last month
      ***and against the same month last year
      ***flag any move past the variance threshold
      ***show whether the period is closed, and beside a closed
      ***period's figure any late or rerun postings made after it

       Date-compiled.


       File Section.

      *same record layout as Seventh-Prog writes the master with --
      *one row per city, period and business date posted, with
      *adjustment rows and close-control rows beside them
       FD Periodsum-file.

       01 Periodsum-rec.
          02 ps-period          pic 9(6).
          02 ps-count           pic 9(6).
          02 ps-total           pic 9(13)v99.
          02 ps-type            pic x(1).
             88 ps-posted       value "P" " ".
             88 ps-adjustment   value "A".
             88 ps-close        value "C".
          02 ps-bus-date        pic x(8).
          02 ps-closed-by       pic x(20).
          02 ps-closed-date     pic 9(8).

       FD Report-file.

       77 psum-eof-flag         pic x(3) value "No".
          88 psum-end           value "Yes".

      *the master folded to one entry per city and period, same
      *safe-ceiling pattern as Seventh-Prog loads it with.  each
      *business date's posted rows add into the published count and
      *total, adjustment rows into their own count and total, so the
      *comparisons only ever see what was published
       77 period-count          pic 9(4) value 0.

       01 Period-table.
            03 pm-period        pic 9(6).
            03 pm-count         pic 9(6).
            03 pm-total         pic 9(13)v99.
            03 pm-adj-count     pic 9(6).
            03 pm-adj-total     pic 9(13)v99.

      *the close-control rows -- which periods are closed, by whom
      *and when
       77 close-count           pic 9(4) value 0.

       01 Close-table.
          02 Close-entry occurs 1 to 1000 times
          depending on close-count
          indexed by cl-index.
            03 cl-period        pic 9(6).
            03 cl-closed-by     pic x(20).
            03 cl-closed-date   pic 9(8).

       77 adj-city-count        pic 9(4) value 0.

      *this period is the latest year/month on the master, and the
      *two comparison periods are derived from it
          02 filler             pic x(20) value
          "Reporting Period    ".
          02 period-out         pic 9(6).
          02 filler             pic x(2) value spaces.
          02 period-status-out  pic x(6).
          02 by-label-out       pic x(4).
          02 closed-by-out      pic x(20).
          02 on-label-out       pic x(4).
          02 cls-month-out      pic x(2).
          02 cls-slash-1        pic x(1).
          02 cls-day-out        pic x(2).
          02 cls-slash-2        pic x(1).
          02 cls-year-out       pic x(4).
          02 filler             pic x(60) value spaces.

      *close dates are kept as yyyymmdd
       01 Cls-date-work.
          02 Cls-years          pic x(4).
          02 Cls-months         pic x(2).
          02 Cls-days           pic x(2).

       01 Colomn-Header.
          02 filler             pic x(4) value "City".
          02 filler             pic x(10) value "vs Last Mo".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(10) value "vs Last Yr".
          02 filler             pic x(3) value spaces.
          02 filler             pic x(6) value "Adj Ct".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(15) value "      Adj Total".
          02 filler             pic x(23) value spaces.

       01 Variance-line.
          02 city-out           pic x(15).
          02 filler             pic x(2) value spaces.
          02 vs-year-out        pic x(9).
          02 vs-year-flag       pic x(1).
          02 filler             pic x(2) value spaces.
          02 adj-count-out      pic z(5)9 blank when zero.
          02 filler             pic x(2) value spaces.
          02 adj-total-out      pic $z(3),z(3),z(2)9.99 blank when zero.
          02 filler             pic x(23) value spaces.

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 filler             pic x(96) value spaces.

       01 Note-line.
          02 note-text-out      pic x(60).
          02 filler             pic x(72) value spaces.

       01 Footer.
          02 filler             pic x(59) value spaces.
          perform 1200-find-latest-period
          varying main-x from 1 by 1
            until main-x > period-count.
          if this-period > 0
             perform 1300-period-status
          end-if.

      *last month and the same month a year back, off this period
          if this-period > 0
      *same safe-ceiling guard as the city rate table -- rows past
      *the ceiling are simply not loaded
       1100-load-period-row.
          if ps-close
             if close-count < 1000
                add 1 to close-count
                move ps-period to cl-period(close-count)
                move ps-closed-by to cl-closed-by(close-count)
                move ps-closed-date to cl-closed-date(close-count)
             end-if
          else
             move 0 to found-x
             perform 1110-find-period-entry
             varying look-x from 1 by 1
               until look-x > period-count or found-x > 0
             if found-x = 0 and period-count < 5000
                add 1 to period-count
                move period-count to found-x
                move ps-city to pm-city(found-x)
                move ps-period to pm-period(found-x)
                move 0 to pm-count(found-x)
                move 0 to pm-total(found-x)
                move 0 to pm-adj-count(found-x)
                move 0 to pm-adj-total(found-x)
             end-if
             if found-x > 0
                perform 1120-add-period-row
             end-if
          end-if.
          read Periodsum-file
             at end move "Yes" to psum-eof-flag
          end-read.

       1110-find-period-entry.
          if pm-city(look-x) = ps-city
             and pm-period(look-x) = ps-period
             move look-x to found-x
          end-if.

       1120-add-period-row.
          if ps-adjustment
             add ps-count to pm-adj-count(found-x)
             add ps-total to pm-adj-total(found-x)
          else
             add ps-count to pm-count(found-x)
             add ps-total to pm-total(found-x)
          end-if.

       1200-find-latest-period.
          if pm-period(main-x) > this-period
             move pm-period(main-x) to this-period
          end-if.

      *closed or open -- a closed period names who closed it and when
       1300-period-status.
          move "OPEN" to period-status-out.
          move spaces to by-label-out closed-by-out on-label-out
                         cls-month-out cls-slash-1 cls-day-out
                         cls-slash-2 cls-year-out.
          if close-count > 0
             set cl-index to 1
             search Close-entry
                at end
                   continue
                when cl-period(cl-index) = this-period
                   move "CLOSED" to period-status-out
                   move " By " to by-label-out
                   move cl-closed-by(cl-index) to closed-by-out
                   move " On " to on-label-out
                   move cl-closed-date(cl-index) to Cls-date-work
                   move Cls-months to cls-month-out
                   move "/" to cls-slash-1
                   move Cls-days to cls-day-out
                   move "/" to cls-slash-2
                   move Cls-years to cls-year-out
             end-search
          end-if.

      *one line per city that has figures in the reporting period
       2000-report-pass.
          if this-period > 0
                   pm-total(main-x) / pm-count(main-x)
             end-if
             move avg-this to avg-out
             move pm-adj-count(main-x) to adj-count-out
             move pm-adj-total(main-x) to adj-total-out
             if pm-adj-count(main-x) > 0 or pm-adj-total(main-x) > 0
                add 1 to adj-city-count
             end-if
             perform 2200-compare-period-month
             perform 2300-compare-period-year
             write Report-rec from Variance-line
             move "Cities Reported" to Count-Label-out
             move city-line-count to Count-out
             write Report-rec from Count-line
             move "Cities With Adjustments" to Count-Label-out
             move adj-city-count to Count-out
             write Report-rec from Count-line
             if adj-city-count > 0
                move spaces to Report-rec
                write Report-rec
                move
                "Adjustments Were Posted After Close - Not In Figures"
                   to note-text-out
                write Report-rec from Note-line
             end-if
          end-if.
          move spaces to Report-rec.
          write Report-rec.
