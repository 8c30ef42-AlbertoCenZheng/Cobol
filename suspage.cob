       Identification Division.

       Program-id. Susp-Age-Prog.

      *aging report for the reject suspense master Forth-Prog keeps.
      *a county's rejects sit on suspmast.dat until an analyst
      *corrects or voids them through Susp-Maint-Prog -- this report
      *is how an item nobody has touched for months gets noticed.

      **Objective...
      ***list every unresolved item (open, or corrected and not yet
      ***re-entered) by feed, oldest first, with its age in days
      ***age each item from the date it was first rejected, so an
      ***item that keeps failing again does not look new
      ***break each feed's items out by reject reason and age band
      ***end with the same breakdown for all feeds together

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the reject suspense master, read front to back
           select Suspense-file assign to
           "suspmast.dat"
           organization is indexed
           access is sequential
           record key is sp-key
           file status is Suspense-status.

           select Age-sort-file assign to
           "suspsort.dat".

           select Report-file assign to
           "suspage_out.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain --
      *the items are aged to the business date it supplies
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
          02 sp-data.
            03 sp-address       pic x(27).
            03 filler           pic x(88).
          02 sp-action-by       pic x(20).
          02 sp-action-date     pic 9(8).
          02 sp-reentry-date    pic 9(8).

      *one unresolved item -- feed first, then oldest first within it
       SD Age-sort-file.

       01 Age-sort-rec.
          02 as-feed-id         pic x(8).
          02 as-rej-date        pic 9(8).
          02 as-key             pic x(20).
          02 as-status          pic x(1).
          02 as-last-rej-date   pic 9(8).
          02 as-reject-count    pic 9(2).
          02 as-age             pic 9(5).
          02 as-reasons.
            03 as-reason-flag occurs 17 times pic x(1).
          02 as-address         pic x(27).

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

       77 Suspense-status       pic x(2) value spaces.
          88 Suspense-missing   value "35".
       77 susp-eof-flag         pic x(3) value "No".
          88 susp-end           value "Yes".
       77 sort-eof-flag         pic x(3) value "No".
          88 sort-end           value "Yes".

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

      *run counts for the report trailer
       77 Susp-read-count       pic 9(6) value 0.
       77 Susp-open-count       pic 9(6) value 0.
       77 Susp-corr-count       pic 9(6) value 0.
       77 Susp-closed-count     pic 9(6) value 0.
       77 Over-90-count         pic 9(6) value 0.

      *feed control break
       77 first-item-flag       pic x(3) value "Yes".
          88 first-item         value "Yes".
       77 Prev-feed-id          pic x(8) value spaces.

       77 reason-x              pic 9(2) value 0.
       77 band-x                pic 9(1) value 0.
       77 code-x                pic 9(2) value 0.

      *the reject reasons in the order Forth-Prog's 2999-error tests
      *them, which is the order of the reason bytes on the master --
      *a short code for the detail lines, the error-file wording for
      *the breakdown
       01 Reason-Data.
          02 filler             pic x(29) value
          "STInvalide State             ".
          02 filler             pic x(29) value
          "PTInvalide PropertyType      ".
          02 filler             pic x(29) value
          "BDBedroom is Not Numeric     ".
          02 filler             pic x(29) value
          "BTBathroom is Not Numeric    ".
          02 filler             pic x(29) value
          "SFSquareFeet is Not Numeric  ".
          02 filler             pic x(29) value
          "PRSalePrice is Not Numeric   ".
          02 filler             pic x(29) value
          "ZPZip is Not Numeric         ".
          02 filler             pic x(29) value
          "ZCZip Not For City/State     ".
          02 filler             pic x(29) value
          "MOInvalide SaleMonth         ".
          02 filler             pic x(29) value
          "DYInvalide SalesDay For Month".
          02 filler             pic x(29) value
          "HRInvalide SalesHour         ".
          02 filler             pic x(29) value
          "MNInvalide SalesMinute       ".
          02 filler             pic x(29) value
          "SCInvalide SalesSecond       ".
          02 filler             pic x(29) value
          "TZInvalide TimeZone          ".
          02 filler             pic x(29) value
          "YRSaleYear Invalide Or Future".
          02 filler             pic x(29) value
          "WDSaleDay Wrong For Date     ".
          02 filler             pic x(29) value
          "DUDuplicate Transaction      ".

       01 Reason-table redefines Reason-Data.
          02 Reason-entry occurs 17 times.
            03 Reason-code      pic x(2).
            03 Reason-label     pic x(27).

      *item counts by reason and age band -- band 1 is 0-30 days,
      *2 is 31-60, 3 is 61-90, 4 is over 90.  an item with several
      *reasons counts once under each; the item rows count it once
       01 Feed-grid.
          02 fg-reason occurs 17 times.
            03 fg-band occurs 4 times pic 9(6).
          02 fg-item-band occurs 4 times pic 9(6).

       01 Total-grid.
          02 tg-reason occurs 17 times.
            03 tg-band occurs 4 times pic 9(6).
          02 tg-item-band occurs 4 times pic 9(6).

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
          02 filler             pic x(21) value
          "Suspense Aging Report".
          02 filler             pic x value "-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(57) value spaces.

       01 Feed-title-line.
          02 filler             pic x(6) value "Feed  ".
          02 ft-feed-out        pic x(8).
          02 filler             pic x(118) value spaces.

       01 Colomn-Header.
          02 filler             pic x(12) value "Suspense Key".
          02 filler             pic x(10) value spaces.
          02 filler             pic x(2) value "St".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(8) value "Rejected".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(8) value "Last Rej".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(5) value "Times".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(4) value "Days".
          02 filler             pic x(3) value spaces.
          02 filler             pic x(7) value "Address".
          02 filler             pic x(22) value spaces.
          02 filler             pic x(7) value "Reasons".
          02 filler             pic x(32) value spaces.

       01 Detail-line.
          02 key-out            pic x(20).
          02 filler             pic x(2) value spaces.
          02 status-out         pic x(1).
          02 filler             pic x(3) value spaces.
          02 rej-date-out       pic 9(8).
          02 filler             pic x(4) value spaces.
          02 last-date-out      pic 9(8).
          02 filler             pic x(4) value spaces.
          02 times-out          pic z9.
          02 filler             pic x(3) value spaces.
          02 age-out            pic z(4)9.
          02 over-90-out        pic x(2).
          02 filler             pic x(2) value spaces.
          02 address-out        pic x(27).
          02 filler             pic x(2) value spaces.
          02 reason-code-out occurs 13 times pic x(3).

      *the reason by age-band breakdown under each feed, and for all
      *feeds at the end
       01 Grid-Header.
          02 filler             pic x(4) value spaces.
          02 filler             pic x(29) value "Reason".
          02 filler             pic x(9) value "   0-30  ".
          02 filler             pic x(9) value "  31-60  ".
          02 filler             pic x(9) value "  61-90  ".
          02 filler             pic x(9) value "  Over 90".
          02 filler             pic x(9) value "    Total".
          02 filler             pic x(54) value spaces.

       01 Grid-line.
          02 filler             pic x(4) value spaces.
          02 gl-code-out        pic x(2).
          02 filler             pic x(1) value spaces.
          02 gl-label-out       pic x(27).
          02 gl-band-out occurs 4 times pic z(7)9.
          02 filler             pic x(1) value spaces.
          02 gl-total-out       pic z(7)9.
          02 filler             pic x(57) value spaces.

       77 grid-row-total        pic 9(7) value 0.

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

      *gather the unresolved items into feed order, oldest first,
      *then print them with a breakdown under each feed
       0000-main-logic.
          Sort Age-sort-file
          on ascending key as-feed-id
             ascending key as-rej-date
             ascending key as-key
          input procedure is 4000-preprocess
          output procedure is 5000-postprocess.
          STOP RUN.

      *preprocess section -- walk the master and release every item
      *still waiting on an analyst, aged to the business date
       4000-preprocess section.

       4000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until susp-end.
          Perform 3000-finish.
          Go to 4999-Exit.

       1000-init.
          perform 1050-business-date.
          move todays-date to Day-calc-date.
          perform 2300-day-number.
          move day-number to business-day-number.

          open Input Suspense-file.
          if Suspense-missing
             move "Yes" to susp-eof-flag
          else
             read Suspense-file
                at end move "Yes" to susp-eof-flag
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

      *re-entered and voided items are resolved and not aged
       2000-main-loop.
          add 1 to Susp-read-count.
          if susp-open or susp-corrected
             perform 2100-release-item
          else
             add 1 to Susp-closed-count
          end-if.
          read Suspense-file
             at end move "Yes" to susp-eof-flag
          end-read.

       2100-release-item.
          if susp-open
             add 1 to Susp-open-count
          else
             add 1 to Susp-corr-count
          end-if.
          move sp-rej-date to Day-calc-date.
          perform 2300-day-number.
          if day-number > business-day-number
             move 0 to age-days
          else
             compute age-days = business-day-number - day-number
          end-if.
          move sp-feed-id to as-feed-id.
          move sp-rej-date to as-rej-date.
          move sp-key to as-key.
          move sp-status to as-status.
          move sp-last-rej-date to as-last-rej-date.
          move sp-reject-count to as-reject-count.
          move age-days to as-age.
          move sp-reasons to as-reasons.
          move sp-address to as-address.
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
          if not Suspense-missing
             close Suspense-file
          end-if.

       4999-Exit.
          Exit.

      *postprocess section -- the items by feed, each feed closed off
      *with its reason breakdown, then the all-feeds breakdown
       5000-postprocess section.

       5000-main-logic.
          Perform 5100-init.
          Perform 5200-item-loop until sort-end.
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
          move zeros to Total-grid.
          return Age-sort-file
             at end move "Yes" to sort-eof-flag
          end-return.

       5200-item-loop.
          if first-item
             move "No" to first-item-flag
             perform 5210-start-feed
          else
             if as-feed-id not = Prev-feed-id
                perform 5300-end-feed
                perform 5210-start-feed
             end-if
          end-if.
          perform 5220-item-line.
          perform 5230-count-item.
          return Age-sort-file
             at end move "Yes" to sort-eof-flag
          end-return.

       5210-start-feed.
          move as-feed-id to Prev-feed-id.
          move zeros to Feed-grid.
          move as-feed-id to ft-feed-out.
          write Report-rec from Feed-title-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Colomn-Header.

       5220-item-line.
          move spaces to Detail-line.
          move as-key to key-out.
          move as-status to status-out.
          move as-rej-date to rej-date-out.
          move as-last-rej-date to last-date-out.
          move as-reject-count to times-out.
          move as-age to age-out.
          if as-age > 90
             move "**" to over-90-out
             add 1 to Over-90-count
          else
             move spaces to over-90-out
          end-if.
          move as-address to address-out.
          move 0 to code-x.
          perform 5225-reason-code
          varying reason-x from 1 by 1
            until reason-x > 17.
          write Report-rec from Detail-line.

      *the short code of each reason the item carries, left to right
      *-- more than the line holds is rare enough that the breakdown
      *is the place to count them
       5225-reason-code.
          if as-reason-flag(reason-x) not = space
             and code-x < 13
             add 1 to code-x
             move Reason-code(reason-x) to reason-code-out(code-x)
          end-if.

       5230-count-item.
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
          add 1 to fg-item-band(band-x).
          add 1 to tg-item-band(band-x).
          perform 5235-count-reason
          varying reason-x from 1 by 1
            until reason-x > 17.

       5235-count-reason.
          if as-reason-flag(reason-x) not = space
             add 1 to fg-band(reason-x, band-x)
             add 1 to tg-band(reason-x, band-x)
          end-if.

      *close off a feed with its reason by age-band breakdown
       5300-end-feed.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Grid-Header.
          perform 5310-feed-grid-line
          varying reason-x from 1 by 1
            until reason-x > 17.
          move "  " to gl-code-out.
          move "Items" to gl-label-out.
          move 0 to grid-row-total.
          perform 5330-item-band
          varying band-x from 1 by 1
            until band-x > 4.
          move grid-row-total to gl-total-out.
          write Report-rec from Grid-line.
          move spaces to Report-rec.
          write Report-rec.

      *reasons no item of the feed carries are left off
       5310-feed-grid-line.
          move 0 to grid-row-total.
          perform 5320-feed-band
          varying band-x from 1 by 1
            until band-x > 4.
          if grid-row-total > 0
             move Reason-code(reason-x) to gl-code-out
             move Reason-label(reason-x) to gl-label-out
             move grid-row-total to gl-total-out
             write Report-rec from Grid-line
          end-if.

       5320-feed-band.
          move fg-band(reason-x, band-x) to gl-band-out(band-x).
          add fg-band(reason-x, band-x) to grid-row-total.

       5330-item-band.
          move fg-item-band(band-x) to gl-band-out(band-x).
          add fg-item-band(band-x) to grid-row-total.

      *the last feed's breakdown, the all-feeds breakdown, and the
      *trailer counts
       5500-finish.
          if not first-item
             perform 5300-end-feed
          end-if.

          move "All Feeds" to Report-rec.
          write Report-rec.
          write Report-rec from Grid-Header.
          perform 5510-total-grid-line
          varying reason-x from 1 by 1
            until reason-x > 17.
          move "  " to gl-code-out.
          move "Items" to gl-label-out.
          move 0 to grid-row-total.
          perform 5530-total-item-band
          varying band-x from 1 by 1
            until band-x > 4.
          move grid-row-total to gl-total-out.
          write Report-rec from Grid-line.

          move spaces to Report-rec.
          write Report-rec.
          move "Suspense Items Read" to Count-Label-out.
          move Susp-read-count to Count-out.
          write Report-rec from Count-line.
          move "Items Open" to Count-Label-out.
          move Susp-open-count to Count-out.
          write Report-rec from Count-line.
          move "Items Corrected, Not Reentered" to Count-Label-out.
          move Susp-corr-count to Count-out.
          write Report-rec from Count-line.
          move "Items Re-entered Or Voided" to Count-Label-out.
          move Susp-closed-count to Count-out.
          write Report-rec from Count-line.
          move "Items Over 90 Days (**)" to Count-Label-out.
          move Over-90-count to Count-out.
          write Report-rec from Count-line.

          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.
          close Report-file.

       5510-total-grid-line.
          move 0 to grid-row-total.
          perform 5520-total-band
          varying band-x from 1 by 1
            until band-x > 4.
          move Reason-code(reason-x) to gl-code-out.
          move Reason-label(reason-x) to gl-label-out.
          move grid-row-total to gl-total-out.
          write Report-rec from Grid-line.

       5520-total-band.
          move tg-band(reason-x, band-x) to gl-band-out(band-x).
          add tg-band(reason-x, band-x) to grid-row-total.

       5530-total-item-band.
          move tg-item-band(band-x) to gl-band-out(band-x).
          add tg-item-band(band-x) to grid-row-total.

       5999-Exit.
          Exit.
