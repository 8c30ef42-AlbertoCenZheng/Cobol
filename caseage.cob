       Identification Division.

       Program-id. Case-Age-Prog.

      *aging report for the suspect-case file.  Seventh-Prog opens a
      *case for every sale it flags, and the case stays open until
      *the audit team clears it or confirms it invalid through
      *Case-Maint-Prog -- this report is how a case nobody has
      *looked at gets noticed.

      **Objective...
      ***list every open case by state and city, oldest first, with
      ***its age in days from the date the case was opened
      ***show when the sale was last flagged, so a case the nightly
      ***run keeps flagging stands out from one that went quiet
      ***close each city with its cases by age band, and end with
      ***the same bands for all cities and the case-file counts

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the suspect-case file, read front to back
           select Case-file assign to
           "suspcase.dat"
           organization is indexed
           access is sequential
           record key is sc-key
           file status is Case-status.

           select Age-sort-file assign to
           "casesort.dat".

           select Report-file assign to
           "caseage_out.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain --
      *the cases are aged to the business date it supplies
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

      *one open case -- state and city first, then oldest first
       SD Age-sort-file.

       01 Age-sort-rec.
          02 as-state           pic x(2).
          02 as-city            pic x(15).
          02 as-opened-date     pic 9(8).
          02 as-key.
            03 as-address       pic x(27).
            03 as-sale-year     pic 9(4).
            03 as-sale-month    pic x(3).
            03 as-sale-day      pic 9(2).
            03 as-sale-hour     pic 9(2).
            03 as-sale-minute   pic 9(2).
            03 as-sale-second   pic 9(2).
          02 as-feed-id         pic x(8).
          02 as-price           pic 9(6).
          02 as-spsf            pic 9(4)v99.
          02 as-city-avg        pic 9(4)v99.
          02 as-last-flag-date  pic 9(8).
          02 as-age             pic 9(5).

       FD Report-file.

       01 Report-rec            pic x(132).

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
       77 case-eof-flag         pic x(3) value "No".
          88 case-end           value "Yes".
       77 sort-eof-flag         pic x(3) value "No".
          88 sort-end           value "Yes".

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

      *run counts for the report trailer
       77 Case-read-count       pic 9(6) value 0.
       77 Case-open-count       pic 9(6) value 0.
       77 Case-cleared-count    pic 9(6) value 0.
       77 Case-invalid-count    pic 9(6) value 0.
       77 Over-90-count         pic 9(6) value 0.

      *city control break
       77 first-item-flag       pic x(3) value "Yes".
          88 first-item         value "Yes".
       77 Prev-state            pic x(2) value spaces.
       77 Prev-city             pic x(15) value spaces.

       77 band-x                pic 9(1) value 0.

      *open cases by age band -- band 1 is 0-30 days, 2 is 31-60,
      *3 is 61-90, 4 is over 90
       01 City-bands.
          02 cb-band occurs 4 times pic 9(6).

       01 Total-bands.
          02 tb-band occurs 4 times pic 9(6).

      *day numbers for aging -- days since a fixed origin, so two
      *dates subtract to the days between them across month and
      *year ends
       01 Day-calc-date.
          02 dc-year            pic 9(4).
          02 dc-month           pic 9(2).
          02 dc-day             pic 9(2).
       77 dc-y                  pic 9(4) value 0.
       77 dc-m                  pic 9(2) value 0.
       77 dc-q                  pic 9(6) value 0.
       77 dc-t                  pic 9(6) value 0.
       77 day-number            pic 9(7) value 0.
       77 business-day-number   pic 9(7) value 0.
       77 age-days              pic 9(7) value 0.

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(25) value
          "Suspect Case Aging Report".
          02 filler             pic x value "-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(53) value spaces.

       01 City-title-line.
          02 filler             pic x(6) value "City  ".
          02 ct-city-out        pic x(15).
          02 filler             pic x(1) value spaces.
          02 ct-state-out       pic x(2).
          02 filler             pic x(108) value spaces.

       01 Colomn-Header.
          02 filler             pic x(7) value "Address".
          02 filler             pic x(22) value spaces.
          02 filler             pic x(9) value "Sale Date".
          02 filler             pic x(14) value spaces.
          02 filler             pic x(4) value "Feed".
          02 filler             pic x(6) value spaces.
          02 filler             pic x(8) value "   Price".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value " Pr/SqFt".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value "City Avg".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value "Opened  ".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value "Last Flg".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(5) value " Days".
          02 filler             pic x(15) value spaces.

       01 Detail-line.
          02 address-out        pic x(27).
          02 filler             pic x(2) value spaces.
          02 sale-year-out      pic 9(4).
          02 filler             pic x(1) value spaces.
          02 sale-month-out     pic x(3).
          02 filler             pic x(1) value spaces.
          02 sale-day-out       pic 9(2).
          02 filler             pic x(1) value spaces.
          02 sale-hour-out      pic 9(2).
          02 filler             pic x value ":".
          02 sale-minute-out    pic 9(2).
          02 filler             pic x value ":".
          02 sale-second-out    pic 9(2).
          02 filler             pic x(2) value spaces.
          02 feed-out           pic x(8).
          02 filler             pic x(2) value spaces.
          02 price-out          pic $zzz,zz9.
          02 filler             pic x(2) value spaces.
          02 spsf-out           pic $z(3)9.99.
          02 filler             pic x(2) value spaces.
          02 city-avg-out       pic $z(3)9.99.
          02 filler             pic x(2) value spaces.
          02 opened-out         pic 9(8).
          02 filler             pic x(2) value spaces.
          02 last-flag-out      pic 9(8).
          02 filler             pic x(2) value spaces.
          02 age-out            pic z(4)9.
          02 over-90-out        pic x(2).
          02 filler             pic x(13) value spaces.

      *the age-band line under each city, and for all cities at the
      *end
       01 Band-Header.
          02 filler             pic x(4) value spaces.
          02 filler             pic x(30) value spaces.
          02 filler             pic x(8) value "    0-30".
          02 filler             pic x(8) value "   31-60".
          02 filler             pic x(8) value "   61-90".
          02 filler             pic x(8) value " Over 90".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(8) value "   Total".
          02 filler             pic x(57) value spaces.

       01 Band-line.
          02 filler             pic x(4) value spaces.
          02 bl-label-out       pic x(30).
          02 bl-band-out occurs 4 times pic z(7)9.
          02 filler             pic x(1) value spaces.
          02 bl-total-out       pic z(7)9.
          02 filler             pic x(57) value spaces.

       77 band-row-total        pic 9(7) value 0.

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 Count-out          pic z(5)9.
          02 filler             pic x(96) value spaces.

       01 Footer.
          02 filler             pic x(59) value spaces.
          02 filler             pic x(14) value " End Of Report".
          02 filler             pic x(59) value spaces.

       Procedure Division.

       0000-main section.

      *gather the open cases into city order, oldest first, then
      *print them with a band line under each city
       0000-main-logic.
          Sort Age-sort-file
          on ascending key as-state
             ascending key as-city
             ascending key as-opened-date
             ascending key as-key
          input procedure is 4000-preprocess
          output procedure is 5000-postprocess.
          STOP RUN.

      *preprocess section -- walk the case file and release every
      *case still open, aged to the business date
       4000-preprocess section.

       4000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until case-end.
          Perform 3000-finish.
          Go to 4999-Exit.

       1000-init.
          perform 1050-business-date.
          move todays-date to Day-calc-date.
          perform 2300-day-number.
          move day-number to business-day-number.

          open Input Case-file.
          if Case-missing
             move "Yes" to case-eof-flag
          else
             read Case-file
                at end move "Yes" to case-eof-flag
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

      *cleared and invalid cases are decided and not aged
       2000-main-loop.
          add 1 to Case-read-count.
          if case-open
             perform 2100-release-case
          else
             if case-cleared
                add 1 to Case-cleared-count
             else
                add 1 to Case-invalid-count
             end-if
          end-if.
          read Case-file
             at end move "Yes" to case-eof-flag
          end-read.

       2100-release-case.
          add 1 to Case-open-count.
          move sc-opened-date to Day-calc-date.
          perform 2300-day-number.
          if day-number > business-day-number
             move 0 to age-days
          else
             compute age-days = business-day-number - day-number
          end-if.
          move sc-state to as-state.
          move sc-city to as-city.
          move sc-opened-date to as-opened-date.
          move sc-key to as-key.
          move sc-feed-id to as-feed-id.
          move sc-price to as-price.
          move sc-spsf to as-spsf.
          move sc-city-avg to as-city-avg.
          move sc-last-flag-date to as-last-flag-date.
          move age-days to as-age.
          release Age-sort-rec.

      *days since the origin for the date in Day-calc-date -- the
      *year is counted from March, so February's leap day falls at
      *the end of it, and every quotient drops its fraction on its
      *own the way Forth-Prog's weekday check builds its terms
       2300-day-number.
          move dc-year to dc-y.
          move dc-month to dc-m.
          if dc-m < 3
             add 12 to dc-m
             subtract 1 from dc-y
          end-if.
          compute day-number = 365 * dc-y + dc-day.
          divide dc-y by 4 giving dc-q.
          add dc-q to day-number.
          divide dc-y by 100 giving dc-q.
          subtract dc-q from day-number.
          divide dc-y by 400 giving dc-q.
          add dc-q to day-number.
          compute dc-t = 153 * (dc-m - 3) + 2.
          divide dc-t by 5 giving dc-q.
          add dc-q to day-number.

       3000-finish.
          if not Case-missing
             close Case-file
          end-if.

       4999-Exit.
          Exit.

      *postprocess section -- the open cases by city, each city
      *closed off with its age bands, then the all-cities bands
       5000-postprocess section.

       5000-main-logic.
          Perform 5100-init.
          Perform 5200-case-loop until sort-end.
          Perform 5500-finish.
          Go to 5999-Exit.

       5100-init.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.
          open Output Report-file.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Report-Header.
          move spaces to Report-rec.
          write Report-rec.
          move zeros to Total-bands.
          return Age-sort-file
             at end move "Yes" to sort-eof-flag
          end-return.

       5200-case-loop.
          if first-item
             move "No" to first-item-flag
             perform 5210-start-city
          else
             if as-state not = Prev-state
                or as-city not = Prev-city
                perform 5300-end-city
                perform 5210-start-city
             end-if
          end-if.
          perform 5220-case-line.
          perform 5230-count-case.
          return Age-sort-file
             at end move "Yes" to sort-eof-flag
          end-return.

       5210-start-city.
          move as-state to Prev-state.
          move as-city to Prev-city.
          move zeros to City-bands.
          move as-city to ct-city-out.
          move as-state to ct-state-out.
          write Report-rec from City-title-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Colomn-Header.

       5220-case-line.
          move as-address to address-out.
          move as-sale-year to sale-year-out.
          move as-sale-month to sale-month-out.
          move as-sale-day to sale-day-out.
          move as-sale-hour to sale-hour-out.
          move as-sale-minute to sale-minute-out.
          move as-sale-second to sale-second-out.
          move as-feed-id to feed-out.
          move as-price to price-out.
          move as-spsf to spsf-out.
          move as-city-avg to city-avg-out.
          move as-opened-date to opened-out.
          move as-last-flag-date to last-flag-out.
          move as-age to age-out.
          if as-age > 90
             move "**" to over-90-out
             add 1 to Over-90-count
          else
             move spaces to over-90-out
          end-if.
          write Report-rec from Detail-line.

       5230-count-case.
          if as-age > 90
             move 4 to band-x
          else
             if as-age > 60
                move 3 to band-x
             else
                if as-age > 30
                   move 2 to band-x
                else
                   move 1 to band-x
                end-if
             end-if
          end-if.
          add 1 to cb-band(band-x).
          add 1 to tb-band(band-x).

      *close off a city with its open cases by age band
       5300-end-city.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Band-Header.
          move "Open Cases" to bl-label-out.
          move 0 to band-row-total.
          perform 5310-city-band
          varying band-x from 1 by 1
            until band-x > 4.
          move band-row-total to bl-total-out.
          write Report-rec from Band-line.
          move spaces to Report-rec.
          write Report-rec.

       5310-city-band.
          move cb-band(band-x) to bl-band-out(band-x).
          add cb-band(band-x) to band-row-total.

      *the last city's bands, the all-cities bands, and the trailer
      *counts
       5500-finish.
          if not first-item
             perform 5300-end-city
          end-if.

          move "All Cities" to Report-rec.
          write Report-rec.
          write Report-rec from Band-Header.
          move "Open Cases" to bl-label-out.
          move 0 to band-row-total.
          perform 5510-total-band
          varying band-x from 1 by 1
            until band-x > 4.
          move band-row-total to bl-total-out.
          write Report-rec from Band-line.

          move spaces to Report-rec.
          write Report-rec.
          move "Suspect Cases Read" to Count-Label-out.
          move Case-read-count to Count-out.
          write Report-rec from Count-line.
          move "Cases Open" to Count-Label-out.
          move Case-open-count to Count-out.
          write Report-rec from Count-line.
          move "Cases Cleared" to Count-Label-out.
          move Case-cleared-count to Count-out.
          write Report-rec from Count-line.
          move "Cases Confirmed Invalid" to Count-Label-out.
          move Case-invalid-count to Count-out.
          write Report-rec from Count-line.
          move "Open Over 90 Days (**)" to Count-Label-out.
          move Over-90-count to Count-out.
          write Report-rec from Count-line.

          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.
          close Report-file.

       5510-total-band.
          move tb-band(band-x) to bl-band-out(band-x).
          add tb-band(band-x) to band-row-total.

       5999-Exit.
          Exit.
