       Identification Division.

       Program-id. Prop-Inquiry-Prog.

      *online inquiry against propmast.dat for the front counter.
      *the clerk keys an address, or the start of one, and sees the
      *property with its full sale history, what the zip master
      *knows of its city and state, and whether anything about it is
      *still open with the audit team or in reject suspense -- then
      *pages forward or back through the addresses next to it on the
      *master.  nothing is ever written; changes still go through
      *Prop-Maint-Prog.

      **Objective...
      ***find a property by its full address or the first part of it
      ***show its city and state and every sale in its history slots
      ***with price, Estimation and the change from the sale before
      ***show the zip master's zips for that city and state
      ***flag each sale with an open suspect case, and count the open
      ***suspense items held for the address
      ***page to the next or previous address on the master

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the property sale-history master -- read only
           select Property-file assign to
           "propmast.dat"
           organization is indexed
           access is dynamic
           record key is Prop-Addresses
           file status is Property-status.

      *zip code reference master maintained by Zip-Maint-Prog
           select Zipmast-file assign to
           "zipmast.dat"
           file status is Zipmast-status.

      *the suspect-case file Seventh-Prog and Case-Maint-Prog keep
           select Case-file assign to
           "suspcase.dat"
           organization is indexed
           access is random
           record key is sc-key
           file status is Case-status.

      *the reject suspense master Forth-Prog and Susp-Maint-Prog keep
           select Suspense-file assign to
           "suspmast.dat"
           organization is indexed
           access is sequential
           record key is sp-key
           file status is Suspense-status.

       Data Division.

       File Section.

      *same record layout as Forth-Prog's Property-file
       FD Property-file.

       01 Property-rec.
          02 Prop-Addresses     pic x(27).
          02 Prop-City          pic A(15).
          02 Prop-State         pic x(2).
          02 Prop-sale-count    pic 9(2).
          02 Prop-sale-entry occurs 10 times.
            03 Prop-SaleYear    pic 9(4).
            03 Prop-SaleMonth   pic x(3).
            03 Prop-SalesDay    pic 9(2).
            03 Prop-SalesHour   pic 9(2).
            03 Prop-SalesMinute pic 9(2).
            03 Prop-SalesSecond pic 9(2).
            03 Prop-SalePrice   pic 9(6).
            03 Prop-Estimation  pic 9(7)v99.

      *same record layout as Forth-Prog's Zipmast-file
       FD Zipmast-file.

       01 Zipmast-rec.
          02 zm-zip             pic x(5).
          02 zm-city            pic x(15).
          02 zm-state           pic x(2).
          02 filler             pic x(1).

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

      *same record layout as Susp-Maint-Prog's Suspense-file -- the
      *held record's address is the first field of sp-data
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

       Working-Storage Section.

       77 Property-status       pic x(2) value spaces.
          88 Property-missing   value "35".
       77 Zipmast-status        pic x(2) value spaces.
          88 Zipmast-none       value "35".
       77 Case-status           pic x(2) value spaces.
          88 Case-missing       value "35".
       77 Suspense-status       pic x(2) value spaces.
          88 Suspense-missing   value "35".

       77 quit-flag             pic x(3) value "No".
          88 inquiry-done       value "Yes".
       77 shown-flag            pic x(3) value "No".
          88 property-shown     value "Yes".
       77 found-flag            pic x(3) value "No".
          88 property-found     value "Yes".
       77 prefix-flag           pic x(3) value "No".
          88 prefix-matches     value "Yes".
       77 trim-flag             pic x(3) value "No".
          88 trim-done          value "Yes".
       77 zip-eof-flag          pic x(3) value "No".
          88 zip-end            value "Yes".
       77 susp-eof-flag         pic x(3) value "No".
          88 susp-end           value "Yes".
       77 case-file-flag        pic x(3) value "No".
          88 case-file-open     value "Yes".

      *what the clerk keyed -- an address or the start of one, or a
      *one-letter command.  its length is found by walking back over
      *the trailing spaces
       01 Inquiry-entry         pic x(27) value spaces.
          88 cmd-next           value "N" "n".
          88 cmd-prev           value "P" "p".
          88 cmd-quit           value "Q" "q".
       01 Inquiry-chars redefines Inquiry-entry.
          02 inq-char occurs 27 times pic x(1).
       01 Found-address         pic x(27) value spaces.
       01 Found-chars redefines Found-address.
          02 fnd-char occurs 27 times pic x(1).
       77 inq-len               pic 9(2) value 0.
       77 char-x                pic 9(2) value 0.

      *the address on screen now, the point paging moves from
       01 Shown-address         pic x(27) value spaces.

      *the zip master, held whole -- same safe ceiling as Forth-Prog
       77 zip-ref-count         pic 9(4) value 0.
       77 zip-x                 pic 9(4) value 0.
       77 zip-match-count       pic 9(4) value 0.
       01 Zip-ref-table.
          02 Zip-ref-entry occurs 5000 times.
            03 zr-zip           pic x(5).
            03 zr-city          pic x(15).
            03 zr-state         pic x(2).

      *the addresses with a suspense item still open or corrected and
      *waiting to re-enter, each with how many it has
       77 held-count            pic 9(4) value 0.
       77 held-x                pic 9(4) value 0.
       77 held-items            pic 9(4) value 0.
       01 Held-table.
          02 Held-entry occurs 2000 times.
            03 hd-address       pic x(27).
            03 hd-items         pic 9(4).

      *one sale line and the figures behind it
       77 sale-x                pic 9(2) value 0.
       77 open-case-count       pic 9(2) value 0.
       77 price-change          pic s9(7) value 0.

       01 Screen-title.
          02 filler             pic x(26) value
          "PROPERTY INQUIRY          ".
          02 filler             pic x(30) value
          "(READ ONLY - CHANGES THROUGH  ".
          02 filler             pic x(16) value
          "Prop-Maint-Prog)".

       01 Address-line.
          02 filler             pic x(12) value "Address   : ".
          02 al-address-out     pic x(27).

       01 City-line.
          02 filler             pic x(12) value "City      : ".
          02 cl-city-out        pic x(15).
          02 filler             pic x(10) value "   State: ".
          02 cl-state-out       pic x(2).

       01 Zip-line.
          02 filler             pic x(12) value "Zip Master: ".
          02 zl-city-out        pic x(15).
          02 filler             pic x(1) value spaces.
          02 zl-state-out       pic x(2).
          02 filler             pic x(2) value spaces.
          02 zl-note-out        pic x(30).

       01 Zip-list-line.
          02 filler             pic x(12) value spaces.
          02 zl-zip-out occurs 8 times.
            03 zl-zip-each      pic x(5).
            03 filler           pic x(2).

       01 History-header.
          02 filler             pic x(4) value " #  ".
          02 filler             pic x(21) value "Sale Date & Time".
          02 filler             pic x(10) value "     Price".
          02 filler             pic x(15) value "     Estimation".
          02 filler             pic x(15) value "   Change".
          02 filler             pic x(12) value "Suspect".

       01 Sale-line.
          02 sl-slot-out        pic z9.
          02 filler             pic x(2) value spaces.
          02 sl-month-out       pic x(3).
          02 filler             pic x(1) value spaces.
          02 sl-day-out         pic 9(2).
          02 filler             pic x(1) value spaces.
          02 sl-year-out        pic 9(4).
          02 filler             pic x(1) value spaces.
          02 sl-hour-out        pic 9(2).
          02 filler             pic x value ":".
          02 sl-minute-out      pic 9(2).
          02 filler             pic x value ":".
          02 sl-second-out      pic 9(2).
          02 filler             pic x(1) value spaces.
          02 sl-price-out       pic zzz,zz9.
          02 filler             pic x(3) value spaces.
          02 sl-est-out         pic z,zzz,zz9.99.
          02 filler             pic x(2) value spaces.
          02 sl-change-out      pic ---,---,--9.
          02 filler             pic x(4) value spaces.
          02 sl-case-out        pic x(12).

       01 Open-items-line.
          02 filler             pic x(20) value "Open Suspect Cases: ".
          02 oi-case-out        pic z9.
          02 filler             pic x(6) value spaces.
          02 filler             pic x(22) value
          "Open Suspense Items: ".
          02 oi-susp-out        pic zzz9.

       01 Message-line.
          02 filler             pic x(4) value "*** ".
          02 msg-text-out       pic x(60).

       Procedure Division.

      *one inquiry after another until the clerk quits
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-inquiry until inquiry-done.
          Perform 3000-finish.
          STOP RUN.

      *open the master for reading and load what the screen checks
      *each property against -- a missing zip master, case file or
      *suspense master just means there is nothing of that kind
       1000-init.
          open Input Property-file.
          if Property-missing
             move "PROPERTY MASTER MISSING - INQUIRY NOT AVAILABLE" to
                msg-text-out
             display Message-line
             move 12 to RETURN-CODE
             STOP RUN
          end-if.

          open Input Zipmast-file.
          if Zipmast-none
             continue
          else
             read Zipmast-file
                at end move "Yes" to zip-eof-flag
             end-read
             perform 1100-zip-record until zip-end
             close Zipmast-file
          end-if.

          open Input Suspense-file.
          if Suspense-missing
             continue
          else
             read Suspense-file next record
                at end move "Yes" to susp-eof-flag
             end-read
             perform 1200-suspense-record until susp-end
             close Suspense-file
          end-if.

          open Input Case-file.
          if Case-missing
             continue
          else
             move "Yes" to case-file-flag
          end-if.

       1100-zip-record.
          if zip-ref-count < 5000
             add 1 to zip-ref-count
             move zm-zip to zr-zip(zip-ref-count)
             move zm-city to zr-city(zip-ref-count)
             move zm-state to zr-state(zip-ref-count)
          end-if.
          read Zipmast-file
             at end move "Yes" to zip-eof-flag
          end-read.

      *an item still open, or corrected and not yet re-entered, is
      *still outstanding for its address
       1200-suspense-record.
          if susp-open or susp-corrected
             perform 1210-hold-address
          end-if.
          read Suspense-file next record
             at end move "Yes" to susp-eof-flag
          end-read.

       1210-hold-address.
          perform 1220-held-scan
             varying held-x from 1 by 1
               until held-x > held-count
               or hd-address(held-x) = sp-address.
          if held-x > held-count
             if held-count < 2000
                add 1 to held-count
                move sp-address to hd-address(held-count)
                move 1 to hd-items(held-count)
             end-if
          else
             add 1 to hd-items(held-x)
          end-if.

       1220-held-scan.
          continue.

      *one entry from the clerk -- a command, or an address to find
       2000-inquiry.
          display " ".
          display "Address (or start of one), N next, P previous, "
                  "Q quit: " with no advancing.
          move spaces to Inquiry-entry.
          accept Inquiry-entry.
          if cmd-quit
             move "Yes" to quit-flag
          else
             if cmd-next or cmd-prev
                perform 2200-page
             else
                if Inquiry-entry = spaces
                   continue
                else
                   perform 2100-find
                end-if
             end-if
          end-if.

      *the first address on the master at or after what was keyed,
      *as long as it starts with it
       2100-find.
          move Inquiry-entry to Prop-Addresses.
          move "No" to found-flag.
          start Property-file key is not < Prop-Addresses
             invalid key
                continue
             not invalid key
                read Property-file next record
                   at end
                      continue
                   not at end
                      move "Yes" to found-flag
                end-read
          end-start.
          if property-found
             perform 2110-prefix-check
          end-if.
          if property-found
             perform 4000-show-property
          else
             move "NO PROPERTY ON THE MASTER STARTS WITH THAT ADDRESS"
                to msg-text-out
             display Message-line
          end-if.

      *the length keyed, then the found address character for
      *character against it
       2110-prefix-check.
          move 27 to inq-len.
          move "No" to trim-flag.
          perform 2120-trim-step until trim-done.
          move Prop-Addresses to Found-address.
          move "Yes" to prefix-flag.
          perform 2130-prefix-step
             varying char-x from 1 by 1
               until char-x > inq-len.
          if not prefix-matches
             move "No" to found-flag
          end-if.

       2120-trim-step.
          if inq-len = 0
             move "Yes" to trim-flag
          else
             if inq-char(inq-len) not = space
                move "Yes" to trim-flag
             else
                subtract 1 from inq-len
             end-if
          end-if.

       2130-prefix-step.
          if inq-char(char-x) not = fnd-char(char-x)
             move "No" to prefix-flag
          end-if.

      *paging moves from the address on screen -- the master is
      *positioned on it again first, since an inquiry in between
      *may have left it anywhere
       2200-page.
          if not property-shown
             move "KEY AN ADDRESS FIRST" to msg-text-out
             display Message-line
          else
             move Shown-address to Prop-Addresses
             move "No" to found-flag
             start Property-file key is not < Prop-Addresses
                invalid key
                   continue
                not invalid key
                   read Property-file next record
                      at end
                         continue
                      not at end
                         perform 2210-page-step
                   end-read
             end-start
             if property-found
                perform 4000-show-property
             else
                if cmd-next
                   move "END OF THE PROPERTY MASTER" to msg-text-out
                else
                   move "START OF THE PROPERTY MASTER" to msg-text-out
                end-if
                display Message-line
             end-if
          end-if.

       2210-page-step.
          if cmd-next
             read Property-file next record
                at end
                   continue
                not at end
                   move "Yes" to found-flag
             end-read
          else
             read Property-file previous record
                at end
                   continue
                not at end
                   move "Yes" to found-flag
             end-read
          end-if.

       3000-finish.
          close Property-file.
          if case-file-open
             close Case-file
          end-if.

      *the property, what the zip master has for its city, its sale
      *history and what is still open on it
       4000-show-property.
          move "Yes" to shown-flag.
          move Prop-Addresses to Shown-address.
          display " ".
          display Screen-title.
          display " ".
          move Prop-Addresses to al-address-out.
          display Address-line.
          move Prop-City to cl-city-out.
          move Prop-State to cl-state-out.
          display City-line.
          perform 4100-zip-lookup.
          display " ".
          display History-header.
          move 0 to open-case-count.
          perform 4200-sale-line
             varying sale-x from 1 by 1
               until sale-x > Prop-sale-count.
          display " ".
          move 0 to held-items.
          perform 1220-held-scan
             varying held-x from 1 by 1
               until held-x > held-count
               or hd-address(held-x) = Prop-Addresses.
          if held-x not > held-count
             move hd-items(held-x) to held-items
          end-if.
          move open-case-count to oi-case-out.
          move held-items to oi-susp-out.
          display Open-items-line.

      *every zip the zip master files under the property's city and
      *state, up to a line of them
       4100-zip-lookup.
          move 0 to zip-match-count.
          move spaces to Zip-list-line.
          perform 4110-zip-match
             varying zip-x from 1 by 1
               until zip-x > zip-ref-count.
          move Prop-City to zl-city-out.
          move Prop-State to zl-state-out.
          if zip-match-count = 0
             move "NOT ON ZIP MASTER" to zl-note-out
             display Zip-line
          else
             move "ZIPS ON FILE:" to zl-note-out
             display Zip-line
             display Zip-list-line
          end-if.

       4110-zip-match.
          if zr-city(zip-x) = Prop-City
             and zr-state(zip-x) = Prop-State
             add 1 to zip-match-count
             if zip-match-count not > 8
                move zr-zip(zip-x) to zl-zip-each(zip-match-count)
             end-if
          end-if.

      *one slot of the history -- the change is against the sale in
      *the slot before it, oldest first, so the first has none
       4200-sale-line.
          move sale-x to sl-slot-out.
          move Prop-SaleMonth(sale-x) to sl-month-out.
          move Prop-SalesDay(sale-x) to sl-day-out.
          move Prop-SaleYear(sale-x) to sl-year-out.
          move Prop-SalesHour(sale-x) to sl-hour-out.
          move Prop-SalesMinute(sale-x) to sl-minute-out.
          move Prop-SalesSecond(sale-x) to sl-second-out.
          move Prop-SalePrice(sale-x) to sl-price-out.
          move Prop-Estimation(sale-x) to sl-est-out.
          if sale-x = 1
             move 0 to price-change
          else
             compute price-change = Prop-SalePrice(sale-x)
                                  - Prop-SalePrice(sale-x - 1)
          end-if.
          move price-change to sl-change-out.
          move spaces to sl-case-out.
          if case-file-open
             perform 4210-case-check
          end-if.
          display Sale-line.

       4210-case-check.
          move Prop-Addresses to sc-address.
          move Prop-SaleYear(sale-x) to sc-sale-year.
          move Prop-SaleMonth(sale-x) to sc-sale-month.
          move Prop-SalesDay(sale-x) to sc-sale-day.
          move Prop-SalesHour(sale-x) to sc-sale-hour.
          move Prop-SalesMinute(sale-x) to sc-sale-minute.
          move Prop-SalesSecond(sale-x) to sc-sale-second.
          read Case-file
             invalid key
                continue
             not invalid key
                perform 4220-case-status
          end-read.

       4220-case-status.
          if case-open
             move "OPEN CASE" to sl-case-out
             add 1 to open-case-count
          else
             if case-invalid
                move "INVALID" to sl-case-out
             else
                move "CLEARED" to sl-case-out
             end-if
          end-if.
