       Identification Division.

       Program-id. Reassess-Notice-Prog.

      *reassessment notices for the sales Forth-Prog recorded on the
      *property master in the business-date run.  every sale on
      *tonight's clean file that is on propmast.dat gets one printed
      *notice to the current owner at the property, instead of the
      *office mail-merging prog4extract.dat by hand.  each notice is
      *entered on the notice register, noticereg.dat, which is what
      *keeps a rerun from sending the same owner a second notice.

      **Objective...
      ***one notice page per recorded sale, addressed to "Current
      ***Owner" at the property address, city and zip
      ***show the sale date, the sale price, the Estimation value
      ***the master carries for it and the valuation rule (state,
      ***city or default rate) in force on the sale date
      ***skip any sale already on the register from an earlier run
      ***print the notice register with a control count, proved
      ***against the register file itself

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *tonight's clean file -- the sales of the business-date run,
      *between Forth-Prog's control header and trailer
           select Clean-file assign to
           "prog4clean.dat"
           organization is line sequential
           file status is Clean-status.

      *the property sale-history master Forth-Prog posts each sale
      *to -- read only here
           select Property-file assign to
           "propmast.dat"
           organization is indexed
           access is random
           record key is Prop-Addresses
           file status is Property-status.

      *the notice register -- one record per notice ever issued,
      *keyed by the sale the same way the suspect-case file is
           select Register-file assign to
           "noticereg.dat"
           organization is indexed
           access is dynamic
           record key is nr-key
           file status is Register-status.

      *the notices themselves, one page apiece
           select Notice-file assign to
           "notices_out.dat"
           organization is line sequential.

      *the printed notice register
           select Report-file assign to
           "noticereg_out.dat"
           organization is line sequential.

      *valuation rules shared with Forth-Prog and Seventh-Prog
           select Rules-file assign to
           "/home1/c/a/acsi203/valrules.dat"
           organization is line sequential
           file status is Rules-status.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *same record layout as the clean file Seventh-Prog reads
       FD Clean-file.

       01 Clean-rec.
          02 Addresses          pic x(27).
          02 City               pic A(15).
          02 Zip                pic x(5).
          02 State              pic x(2).
          02 Bedroom            pic 9(1).
          02 Bathroom           pic 9(1).
          02 SquareFeet         pic 9(4).
          02 PropertyType       pic x(8).
          02 SaleDay            pic x(3).
          02 filler             pic x(1).
          02 SaleMonth          pic x(3).
          02 filler             pic x(1).
          02 SalesDay           pic 9(2).
          02 filler             pic x(1).
          02 SalesHour          pic 9(2).
          02 filler             pic x(1).
          02 SalesMinute        pic 9(2).
          02 filler             pic x(1).
          02 SalesSecond        pic 9(2).
          02 filler             pic x(1).
          02 TimeZone           pic A(3).
          02 filler             pic x(1).
          02 SaleYear           pic 9(4).
          02 SalePrice          pic 9(6).
          02 PropertyLatitude   pic 9(8).
          02 PropertyLongtitude pic 9(9).
          02 filler             pic x(1).
          02 Feed-id            pic x(8).

       01 Clean-ctl-header.
          02 ch-tag             pic x(7).
          02 filler             pic x(1).
          02 ch-run-date        pic 9(8).
          02 filler             pic x(1).
          02 ch-feed-count      pic 9(2).
          02 filler             pic x(104).

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

      *one notice -- the sale it was for, the notice number (the
      *business date it went out and its place in that date's run)
      *and what it said
       FD Register-file.

       01 Register-rec.
          02 nr-key.
            03 nr-address       pic x(27).
            03 nr-sale-year     pic 9(4).
            03 nr-sale-month    pic x(3).
            03 nr-sale-day      pic 9(2).
            03 nr-sale-hour     pic 9(2).
            03 nr-sale-minute   pic 9(2).
            03 nr-sale-second   pic 9(2).
          02 nr-notice-date     pic 9(8).
          02 nr-notice-seq      pic 9(4).
          02 nr-city            pic x(15).
          02 nr-state           pic x(2).
          02 nr-zip             pic x(5).
          02 nr-price           pic 9(6).
          02 nr-estimation      pic 9(7)v99.
          02 nr-rule            pic x(12).
          02 nr-rate            pic 9v99.

       FD Notice-file
          Linage is 58 lines with footing at 56
          Lines at top 5 lines at bottom 5.

       01 Notice-rec            pic x(132).

       FD Report-file.

       01 Report-rec            pic x(132).

      *the valuation rules file -- same layout Forth-Prog reads
       FD Rules-file.

       01 Rules-rec.
          02 vrule-type         pic x(1).
          02 filler             pic x(39).

       01 Rules-est-rec.
          02 filler             pic x(2).
          02 vr-state           pic x(2).
          02 filler             pic x(1).
          02 vr-city            pic x(15).
          02 filler             pic x(1).
          02 vr-rate            pic 9v99.
          02 filler             pic x(1).
          02 vr-eff-date        pic x(8).
          02 vr-eff-date-n redefines vr-eff-date
                                pic 9(8).
          02 filler             pic x(7).

      *the business-date card -- one line, the date as yyyymmdd
       FD Rundate-file.

       01 Rundate-rec.
          02 bd-card-date       pic x(8).
          02 bd-card-date-n redefines bd-card-date
                                pic 9(8).
          02 filler             pic x(1).

       Working-Storage Section.

       77 Clean-status          pic x(2) value spaces.
          88 Clean-missing      value "35".
       77 Property-status       pic x(2) value spaces.
          88 Property-missing   value "35".
       77 Register-status       pic x(2) value spaces.
          88 Register-missing   value "35".
       77 Rules-status          pic x(2) value spaces.
          88 Rules-none         value "35".
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

       77 clean-eof-flag        pic x(3) value "No".
          88 clean-end          value "Yes".
       77 reg-eof-flag          pic x(3) value "No".
          88 reg-end            value "Yes".
       77 rules-eof-flag        pic x(3) value "No".
       77 sale-known-flag       pic x(3) value "No".
          88 sale-known         value "Yes".
       77 first-notice-flag     pic x(3) value "Yes".
          88 first-notice       value "Yes".

      *run counts for the register trailer
       77 Sales-read-count      pic 9(6) value 0.
       77 Not-on-master-count   pic 9(6) value 0.
       77 Already-count         pic 9(6) value 0.
       77 Issued-count          pic 9(6) value 0.
       77 Reg-fail-count        pic 9(6) value 0.

      *the register's own count of notices dated the business date,
      *before the run and after it, and the highest notice number
      *used for that date so a rerun numbers on from it
       77 reg-date-count        pic 9(6) value 0.
       77 reg-before-count      pic 9(6) value 0.
       77 reg-max-seq           pic 9(4) value 0.
       77 notice-seq            pic 9(4) value 0.
       77 scan-index            pic 9(2) value 0.
       77 sale-slot             pic 9(2) value 0.

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).
       01 todays-date-n redefines todays-date pic 9(8).

      *the month abbreviations in calendar order, for turning a
      *sale month into the number the date arithmetic needs
       01 Month-Data.
          02 filler             pic x(3) value "Jan".
          02 filler             pic x(3) value "Feb".
          02 filler             pic x(3) value "Mar".
          02 filler             pic x(3) value "Apr".
          02 filler             pic x(3) value "May".
          02 filler             pic x(3) value "Jun".
          02 filler             pic x(3) value "Jul".
          02 filler             pic x(3) value "Aug".
          02 filler             pic x(3) value "Sep".
          02 filler             pic x(3) value "Oct".
          02 filler             pic x(3) value "Nov".
          02 filler             pic x(3) value "Dec".

       01 Month-table redefines Month-Data.
          02 Month-abbr occurs 12 times
          indexed by month-index pic x(3).

       77 month-num             pic 9(2) value 0.
       77 sale-date-work        pic 9(8) value 0.

      *valuation rules working storage -- the same table, default and
      *effective-date lookup as Forth-Prog's 0330-est-lookup, asked
      *about the sale's own state, city and sale date
       77 est-rule-count        pic 9(2) value 0.
       77 est-rate-work         pic 9v99 value 0.
       77 default-est-rate      pic 9v99 value 1.10.

       01 Est-rule-table.
          02 Est-rule-entry occurs 1 to 50 times
          depending on est-rule-count
          indexed by er-index.
            03 er-state         pic x(2).
            03 er-city          pic x(15).
            03 er-rate          pic 9v99.
            03 er-eff           pic 9(8).

       77 lookup-state          pic x(2) value spaces.
       77 lookup-city           pic x(15) value spaces.
       77 lookup-date           pic 9(8) value 0.
       77 best-eff-city         pic 9(8) value 0.
       77 best-eff-state        pic 9(8) value 0.
       77 city-rate-hold        pic 9v99 value 0.
       77 state-rate-hold       pic 9v99 value 0.
       77 city-rule-flag        pic x(3) value "No".
          88 city-rule-found    value "Yes".
       77 state-rule-flag       pic x(3) value "No".
          88 state-rule-found   value "Yes".
       77 rule-label            pic x(12) value spaces.

      *the notice page
       01 Notice-title-line.
          02 filler             pic x(10) value spaces.
          02 filler             pic x(44) value
          "COUNTY ASSESSOR - NOTICE OF REASSESSMENT    ".
          02 filler             pic x(12) value "Notice No. ".
          02 nt-date-out        pic 9(8).
          02 filler             pic x value "-".
          02 nt-seq-out         pic 9(4).
          02 filler             pic x(53) value spaces.

       01 Notice-date-line.
          02 filler             pic x(54) value spaces.
          02 filler             pic x(12) value "Notice Date ".
          02 nd-month-out       pic 9(2).
          02 filler             pic x value "/".
          02 nd-day-out         pic 9(2).
          02 filler             pic x value "/".
          02 nd-year-out        pic 9(4).
          02 filler             pic x(56) value spaces.

       01 Notice-addr-line.
          02 filler             pic x(10) value spaces.
          02 na-text-out        pic x(60).
          02 filler             pic x(62) value spaces.

       01 Notice-city-line.
          02 filler             pic x(10) value spaces.
          02 nc-city-out        pic x(15).
          02 filler             pic x(1) value spaces.
          02 nc-state-out       pic x(2).
          02 filler             pic x(2) value spaces.
          02 nc-zip-out         pic x(5).
          02 filler             pic x(97) value spaces.

       01 Notice-text-line.
          02 filler             pic x(10) value spaces.
          02 nx-text-out        pic x(70).
          02 filler             pic x(52) value spaces.

       01 Notice-sale-date-line.
          02 filler             pic x(14) value spaces.
          02 filler             pic x(22) value "Sale Date           :".
          02 ns-month-out       pic x(3).
          02 filler             pic x(1) value spaces.
          02 ns-day-out         pic 9(2).
          02 filler             pic x(2) value ", ".
          02 ns-year-out        pic 9(4).
          02 filler             pic x(84) value spaces.

       01 Notice-price-line.
          02 filler             pic x(14) value spaces.
          02 filler             pic x(22) value "Sale Price          :".
          02 np-price-out       pic $,$$$,$$9.
          02 filler             pic x(87) value spaces.

       01 Notice-est-line.
          02 filler             pic x(14) value spaces.
          02 filler             pic x(22) value "New Assessed Value  :".
          02 ne-est-out         pic $$,$$$,$$9.99.
          02 filler             pic x(83) value spaces.

       01 Notice-rule-line.
          02 filler             pic x(14) value spaces.
          02 filler             pic x(22) value "Valuation Rule      :".
          02 nr-rule-out        pic x(12).
          02 filler             pic x(2) value spaces.
          02 filler             pic x(7) value "Rate : ".
          02 nr-rate-out        pic 9.99.
          02 filler             pic x(71) value spaces.

      *the register report
       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(30) value
          "Reassessment Notice Register  ".
          02 filler             pic x value "-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(48) value spaces.

       01 Colomn-Header.
          02 filler             pic x(13) value "Notice No.".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(27) value "Address".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(15) value "City".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(2) value "St".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(5) value "Zip".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(11) value "Sale Date".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(10) value "Sale Price".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(13) value "   Estimation".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(12) value "Rule".
          02 filler             pic x(14) value spaces.

       01 Register-line.
          02 rg-date-out        pic 9(8).
          02 filler             pic x value "-".
          02 rg-seq-out         pic 9(4).
          02 filler             pic x(1) value spaces.
          02 rg-address-out     pic x(27).
          02 filler             pic x(1) value spaces.
          02 rg-city-out        pic x(15).
          02 filler             pic x(1) value spaces.
          02 rg-state-out       pic x(2).
          02 filler             pic x(1) value spaces.
          02 rg-zip-out         pic x(5).
          02 filler             pic x(2) value spaces.
          02 rg-month-out       pic x(3).
          02 filler             pic x(1) value spaces.
          02 rg-day-out         pic 9(2).
          02 filler             pic x(1) value spaces.
          02 rg-year-out        pic 9(4).
          02 filler             pic x(1) value spaces.
          02 rg-price-out       pic zzz,zzz,zz9.
          02 rg-est-out         pic z,zzz,zz9.99.
          02 filler             pic x(2) value spaces.
          02 rg-rule-out        pic x(12).
          02 filler             pic x(15) value spaces.

       01 Count-line.
          02 Count-Label-out    pic x(36).
          02 Count-out          pic z(5)9.
          02 filler             pic x(90) value spaces.

       01 Verdict-line.
          02 verdict-text-out   pic x(60).
          02 filler             pic x(72) value spaces.

       01 Footer.
          02 filler             pic x(59) value spaces.
          02 filler             pic x(14) value " End Of Report".
          02 filler             pic x(59) value spaces.

       Procedure Division.

      *one pass of tonight's clean file -- each sale found on the
      *master and not yet on the register gets its notice
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until clean-end.
          Perform 3000-finish.
          STOP RUN.

      *open everything and print the register headers.  the clean
      *file must be tonight's, the same as Seventh-Prog insists, or
      *the notices would be for some other night's sales
       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.
          move Years to nd-year-out.
          move Months to nd-month-out.
          move Days to nd-day-out.

          open Output Report-file.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Report-Header.
          move spaces to Report-rec.
          write Report-rec.

          perform 1200-load-rules.

          open Input Clean-file.
          if Clean-missing
             move "RUN ABORTED - CLEAN FILE MISSING" to
                verdict-text-out
             perform 1900-abort
          end-if.
          read Clean-file
             at end move "Yes" to clean-eof-flag
          end-read.
          if clean-end or ch-tag not = "CTLHDR"
             move "RUN ABORTED - CLEAN FILE NO HEADER" to
                verdict-text-out
             perform 1900-abort
          end-if.
          if ch-run-date not = todays-date-n
             move "RUN ABORTED - CLEAN FILE NOT THE BUSINESS DATE" to
                verdict-text-out
             perform 1900-abort
          end-if.

          open Input Property-file.
          if Property-missing
             move "RUN ABORTED - PROPERTY MASTER MISSING" to
                verdict-text-out
             perform 1900-abort
          end-if.

      *the register is created empty the very first time
          open I-O Register-file.
          if Register-missing
             open Output Register-file
             close Register-file
             open I-O Register-file
          end-if.
          perform 1300-register-scan.
          move reg-date-count to reg-before-count.
          move reg-max-seq to notice-seq.

          open Output Notice-file.

          write Report-rec from Colomn-Header.
          move spaces to Report-rec.
          write Report-rec.

          read Clean-file
             at end move "Yes" to clean-eof-flag
          end-read.

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

      *load the shared valuation rules -- a missing file (or one
      *with no estimation rows) falls back to the longstanding
      *in-program rules, the same as Forth-Prog
       1200-load-rules.
          open Input Rules-file.
          if Rules-none
             continue
          else
             read Rules-file
                at end move "Yes" to rules-eof-flag
             end-read
             perform 1210-rules-record
               until rules-eof-flag = "Yes"
             close Rules-file
          end-if.
          if est-rule-count = 0
             perform 1220-legacy-est-rules
          end-if.

      *a blank or non-numeric effective date loads as zero -- in
      *force since forever
       1210-rules-record.
          if vrule-type = "E"
             if est-rule-count < 50
                add 1 to est-rule-count
                move vr-state to er-state(est-rule-count)
                move vr-city to er-city(est-rule-count)
                move vr-rate to er-rate(est-rule-count)
                if vr-eff-date numeric
                   move vr-eff-date-n to er-eff(est-rule-count)
                else
                   move 0 to er-eff(est-rule-count)
                end-if
             end-if
          else
             if vrule-type = "D"
                move vr-rate to default-est-rate
             end-if
          end-if.
          read Rules-file
             at end move "Yes" to rules-eof-flag
          end-read.

      *the rules that were hardcoded before the rules file existed
       1220-legacy-est-rules.
          move 3 to est-rule-count.
          move "CA" to er-state(1).
          move "SACRAMENTO" to er-city(1).
          move 1.18 to er-rate(1).
          move 0 to er-eff(1).
          move "CA" to er-state(2).
          move "RIO LINDA" to er-city(2).
          move 1.18 to er-rate(2).
          move 0 to er-eff(2).
          move "CA" to er-state(3).
          move spaces to er-city(3).
          move 1.13 to er-rate(3).
          move 0 to er-eff(3).

      *walk the whole register, counting the notices dated the
      *business date and the highest number any of them carries
       1300-register-scan.
          move 0 to reg-date-count.
          move 0 to reg-max-seq.
          move "No" to reg-eof-flag.
          move low-values to nr-key.
          start Register-file key is not < nr-key
             invalid key
                move "Yes" to reg-eof-flag
          end-start.
          if not reg-end
             read Register-file next record
                at end move "Yes" to reg-eof-flag
             end-read
          end-if.
          perform 1310-register-record until reg-end.

       1310-register-record.
          if nr-notice-date = todays-date-n
             add 1 to reg-date-count
             if nr-notice-seq > reg-max-seq
                move nr-notice-seq to reg-max-seq
             end-if
          end-if.
          read Register-file next record
             at end move "Yes" to reg-eof-flag
          end-read.

      *nothing can be noticed -- say why on the register and halt
       1900-abort.
          write Report-rec from Verdict-line.
          move 12 to RETURN-CODE.
          close Report-file.
          STOP RUN.

      *one sale off the clean file -- the trailer is passed over
       2000-main-loop.
          if Clean-rec not = spaces and ch-tag not = "CTLTRL"
             add 1 to Sales-read-count
             perform 2100-check-master
          end-if.
          read Clean-file
             at end move "Yes" to clean-eof-flag
          end-read.

      *the sale must be in the property's history on the master --
      *that is what recording it means, and the master's own
      *Estimation is the value the notice gives
       2100-check-master.
          move Addresses to Prop-Addresses.
          read Property-file
             invalid key
                add 1 to Not-on-master-count
             not invalid key
                perform 2110-find-sale
          end-read.

       2110-find-sale.
          move "No" to sale-known-flag.
          move 0 to sale-slot.
          perform 2120-sale-slot-scan
             varying scan-index from 1 by 1
               until scan-index > Prop-sale-count
               or sale-known.
          if sale-known
             perform 2200-register-check
          else
             add 1 to Not-on-master-count
          end-if.

      *same sale identity Forth-Prog's 2350-sale-history-scan uses
       2120-sale-slot-scan.
          if Prop-SaleYear(scan-index) = SaleYear
             and Prop-SaleMonth(scan-index) = SaleMonth
             and Prop-SalesDay(scan-index) = SalesDay
             and Prop-SalesHour(scan-index) = SalesHour
             and Prop-SalesMinute(scan-index) = SalesMinute
             and Prop-SalesSecond(scan-index) = SalesSecond
             move "Yes" to sale-known-flag
             move scan-index to sale-slot
          end-if.

      *a sale already on the register got its notice on an earlier
      *run and is only counted
       2200-register-check.
          move Addresses to nr-address.
          move SaleYear to nr-sale-year.
          move SaleMonth to nr-sale-month.
          move SalesDay to nr-sale-day.
          move SalesHour to nr-sale-hour.
          move SalesMinute to nr-sale-minute.
          move SalesSecond to nr-sale-second.
          read Register-file
             invalid key
                perform 2300-issue-notice
             not invalid key
                add 1 to Already-count
          end-read.

      *the rule in force on the sale date, as Forth-Prog looked it
      *up when it valued the sale, then the register entry -- the
      *notice prints only once the register has it
       2300-issue-notice.
          move 0 to month-num.
          set month-index to 1.
          search Month-abbr
             at end
                continue
             when Month-abbr(month-index) = SaleMonth
                set month-num to month-index
          end-search.
          compute sale-date-work =
             SaleYear * 10000 + month-num * 100 + SalesDay.
          move State to lookup-state.
          move City to lookup-city.
          move sale-date-work to lookup-date.
          perform 0330-est-lookup.

          add 1 to notice-seq.
          move todays-date-n to nr-notice-date.
          move notice-seq to nr-notice-seq.
          move City to nr-city.
          move State to nr-state.
          move Zip to nr-zip.
          move Prop-SalePrice(sale-slot) to nr-price.
          move Prop-Estimation(sale-slot) to nr-estimation.
          move rule-label to nr-rule.
          move est-rate-work to nr-rate.
          write Register-rec
             invalid key
                perform 2390-register-failed
             not invalid key
                perform 2400-print-notice
          end-write.

       2390-register-failed.
          add 1 to Reg-fail-count.
          subtract 1 from notice-seq.

      *one notice page and its register line
       2400-print-notice.
          add 1 to Issued-count.
          move nr-notice-date to nt-date-out.
          move nr-notice-seq to nt-seq-out.
          if first-notice
             move "No" to first-notice-flag
             write Notice-rec from Notice-title-line
          else
             write Notice-rec from Notice-title-line
                after advancing page
          end-if.
          write Notice-rec from Notice-date-line.
          move spaces to Notice-rec.
          write Notice-rec.
          write Notice-rec.
          move "Current Owner" to na-text-out.
          write Notice-rec from Notice-addr-line.
          move Addresses to na-text-out.
          write Notice-rec from Notice-addr-line.
          move City to nc-city-out.
          move State to nc-state-out.
          move Zip to nc-zip-out.
          write Notice-rec from Notice-city-line.
          move spaces to Notice-rec.
          write Notice-rec.
          write Notice-rec.
          move "Re: Change of ownership of the property above" to
             nx-text-out.
          write Notice-rec from Notice-text-line.
          move spaces to Notice-rec.
          write Notice-rec.
          move "A sale of this property has been recorded.  The"
             to nx-text-out.
          write Notice-rec from Notice-text-line.
          move "property has been reassessed from the sale as shown"
             to nx-text-out.
          write Notice-rec from Notice-text-line.
          move "below." to nx-text-out.
          write Notice-rec from Notice-text-line.
          move spaces to Notice-rec.
          write Notice-rec.
          move SaleMonth to ns-month-out.
          move SalesDay to ns-day-out.
          move SaleYear to ns-year-out.
          write Notice-rec from Notice-sale-date-line.
          move nr-price to np-price-out.
          write Notice-rec from Notice-price-line.
          move nr-estimation to ne-est-out.
          write Notice-rec from Notice-est-line.
          move nr-rule to nr-rule-out.
          move nr-rate to nr-rate-out.
          write Notice-rec from Notice-rule-line.
          move spaces to Notice-rec.
          write Notice-rec.
          move "Questions about this notice may be directed to the"
             to nx-text-out.
          write Notice-rec from Notice-text-line.
          move "assessor's office.  Please quote the notice number."
             to nx-text-out.
          write Notice-rec from Notice-text-line.

          move nr-notice-date to rg-date-out.
          move nr-notice-seq to rg-seq-out.
          move Addresses to rg-address-out.
          move City to rg-city-out.
          move State to rg-state-out.
          move Zip to rg-zip-out.
          move SaleMonth to rg-month-out.
          move SalesDay to rg-day-out.
          move SaleYear to rg-year-out.
          move nr-price to rg-price-out.
          move nr-estimation to rg-est-out.
          move nr-rule to rg-rule-out.
          write Report-rec from Register-line.

      *find the estimation multiplier in force on lookup-date for
      *lookup-state and lookup-city -- among the rules whose
      *effective date is not after it, a named-city rule wins over
      *its state's rule, and the latest effective date wins within
      *each; anything with no rule at all gets the default.  the
      *rule that won is named for the notice
       0330-est-lookup.
          move default-est-rate to est-rate-work.
          move "DEFAULT RATE" to rule-label.
          move 0 to best-eff-city.
          move 0 to best-eff-state.
          move "No" to city-rule-flag.
          move "No" to state-rule-flag.
          if est-rule-count > 0
             perform 0333-est-rule-scan
             varying er-index from 1 by 1
               until er-index > est-rule-count
          end-if.
          if city-rule-found
             move city-rate-hold to est-rate-work
             move "CITY RULE" to rule-label
          else
             if state-rule-found
                move state-rate-hold to est-rate-work
                move "STATE RULE" to rule-label
             end-if
          end-if.

      *one rule against the lookup -- a rule dated after the lookup
      *date is not in force for it and is skipped
       0333-est-rule-scan.
          if er-state(er-index) = lookup-state
             and er-eff(er-index) not > lookup-date
             if er-city(er-index) = lookup-city
                if er-eff(er-index) >= best-eff-city
                   move "Yes" to city-rule-flag
                   move er-eff(er-index) to best-eff-city
                   move er-rate(er-index) to city-rate-hold
                end-if
             else
                if er-city(er-index) = spaces
                   and er-eff(er-index) >= best-eff-state
                   move "Yes" to state-rule-flag
                   move er-eff(er-index) to best-eff-state
                   move er-rate(er-index) to state-rate-hold
                end-if
             end-if
          end-if.

      *the trailer counts, then the control count -- the register
      *file is walked again, and the notices it now holds for the
      *business date must be the ones it held before plus the ones
      *this run issued
       3000-finish.
          move spaces to Report-rec.
          write Report-rec.
          move "Sales Read" to Count-Label-out.
          move Sales-read-count to Count-out.
          write Report-rec from Count-line.
          move "Sales Not On Property Master" to Count-Label-out.
          move Not-on-master-count to Count-out.
          write Report-rec from Count-line.
          move "Sales Already Noticed" to Count-Label-out.
          move Already-count to Count-out.
          write Report-rec from Count-line.
          move "Register Writes Failed" to Count-Label-out.
          move Reg-fail-count to Count-out.
          write Report-rec from Count-line.
          move "Notices Issued This Run" to Count-Label-out.
          move Issued-count to Count-out.
          write Report-rec from Count-line.

          perform 1300-register-scan.
          move "Notices On Register Before Run" to Count-Label-out.
          move reg-before-count to Count-out.
          write Report-rec from Count-line.
          move "Notices On Register For Date" to Count-Label-out.
          move reg-date-count to Count-out.
          write Report-rec from Count-line.
          move spaces to Report-rec.
          write Report-rec.

          if reg-date-count not = reg-before-count + Issued-count
             move "REGISTER OUT OF BALANCE" to verdict-text-out
             move 12 to RETURN-CODE
          else
             if Reg-fail-count > 0
                move "REGISTER WRITES FAILED - NOTICES NOT ISSUED" to
                   verdict-text-out
                move 8 to RETURN-CODE
             else
                move "REGISTER BALANCED" to verdict-text-out
             end-if
          end-if.
          write Report-rec from Verdict-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.

          close Clean-file
                Property-file
                Register-file
                Notice-file
                Report-file.
