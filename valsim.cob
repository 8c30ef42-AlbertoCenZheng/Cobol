       Identification Division.

       Program-id. Val-Sim-Prog.

      *what-if valuation impact run.  Val-Maint-Prog and Rate-Maint-
      *Prog leave their work in valrules.new and cityrates.new for
      *somebody to copy over the live files -- this is the run that
      *shows what the copy will do before it is made.  every sale is
      *valued twice, once under the live files and once under the
      *proposed ones, with the same effective-date rule lookup as
      *0330-est-lookup and the same city multiplier search as
      *Seventh-Prog, and the difference is printed for assessment to
      *sign off on.  every file is opened input only -- nothing here
      *ever writes to a master.

      **Objective...
      ***revalue every sale on the property master under the current
      ***and the proposed rules and city rates
      ***report per city and per state the sales affected, old and
      ***new Estimation and adjusted totals, and the percent change
      ***project the change to the assessor extract hash totals from
      ***the latest clean file, the way Seventh-Prog would build them
      ***a proposed file that is not there is valued as the current
      ***one, so either change can be looked at on its own

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the property sale-history master Forth-Prog posts each sale
      *to -- read only here, front to back
           select Property-file assign to
           "propmast.dat"
           organization is indexed
           access is sequential
           record key is Prop-Addresses
           file status is Property-status.

      *the latest clean file -- the sales the next assessor extract
      *is built from
           select Clean-file assign to
           "prog4clean.dat"
           organization is line sequential
           file status is Clean-status.

      *the suspect-case file -- a sale confirmed invalid is left out
      *of the assessor figures, the same as Seventh-Prog leaves it
           select Case-file assign to
           "suspcase.dat"
           organization is indexed
           access is random
           record key is sc-key
           file status is Case-status.

      *valuation rules -- live, and as Val-Maint-Prog proposes them
           select Rules-file assign to
           "/home1/c/a/acsi203/valrules.dat"
           organization is line sequential
           file status is Rules-status.

           select New-Rules-file assign to
           "valrules.new"
           organization is line sequential
           file status is New-Rules-status.

      *city multipliers -- live, and as Rate-Maint-Prog proposes them
           select City-file assign to
           "/home1/c/a/acsi203/cityrates.dat"
           file status is City-status.

           select New-City-file assign to
           "cityrates.new"
           file status is New-City-status.

           select Report-file assign to
           "valsim_out.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

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

      *the proposed rules -- the same layout, Val-Maint-Prog writes
      *it so it can be copied straight over valrules.dat
       FD New-Rules-file.

       01 New-Rules-rec.
          02 nv-rule-type       pic x(1).
          02 filler             pic x(39).

       01 New-Rules-est-rec.
          02 filler             pic x(2).
          02 nv-state           pic x(2).
          02 filler             pic x(1).
          02 nv-city            pic x(15).
          02 filler             pic x(1).
          02 nv-rate            pic 9v99.
          02 filler             pic x(1).
          02 nv-eff-date        pic x(8).
          02 nv-eff-date-n redefines nv-eff-date
                                pic 9(8).
          02 filler             pic x(7).

      *same record layout as Rate-Maint-Prog's masters
       FD City-file.

       01 City-rec.
          02 City-t             pic A(15).
          02 Multiplier-Rate    pic v999.
          02 filler             pic x(1).

       FD New-City-file.

       01 New-City-rec.
          02 New-City-t         pic A(15).
          02 New-Multiplier     pic v999.
          02 filler             pic x(1).

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

       77 Property-status       pic x(2) value spaces.
          88 Property-missing   value "35".
       77 Clean-status          pic x(2) value spaces.
          88 Clean-missing      value "35".
       77 Case-status           pic x(2) value spaces.
          88 Case-missing       value "35".
       77 Rules-status          pic x(2) value spaces.
          88 Rules-none         value "35".
       77 New-Rules-status      pic x(2) value spaces.
          88 New-Rules-none     value "35".
       77 City-status           pic x(2) value spaces.
          88 City-none          value "35".
       77 New-City-status       pic x(2) value spaces.
          88 New-City-none      value "35".
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

       77 prop-eof-flag         pic x(3) value "No".
          88 prop-end           value "Yes".
       77 clean-eof-flag        pic x(3) value "No".
          88 clean-end          value "Yes".
       77 rules-eof-flag        pic x(3) value "No".
       77 city-eof-flag         pic x(3) value "No".
          88 city-file-end      value "Yes".
       77 excluded-flag         pic x(3) value "No".
          88 sale-excluded      value "Yes".
       77 affected-flag         pic x(3) value "No".
          88 sale-affected      value "Yes".

      *run counts for the trailer
       77 Prop-read-count       pic 9(6) value 0.
       77 Sales-valued-count    pic 9(6) value 0.
       77 Sales-affected-count  pic 9(6) value 0.
       77 Clean-read-count      pic 9(6) value 0.
       77 Clean-excluded-count  pic 9(6) value 0.
       77 Clean-hashed-count    pic 9(6) value 0.

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

      *the clean file's run date off its control header
       01 Clean-date-work.
          02 Cln-years          pic 9(4).
          02 Cln-months         pic 9(2).
          02 Cln-days           pic 9(2).

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
       77 slot-x                pic 9(2) value 0.

      *valuation rules working storage -- both rule sets in the one
      *table, each entry marked with the set it came from (1 the live
      *file, 2 the proposed one), and each set with its own default.
      *the lookup is Forth-Prog's 0330-est-lookup, asked about one set
       77 est-rule-count        pic 9(3) value 0.
       77 cur-rule-count        pic 9(2) value 0.
       77 new-rule-count        pic 9(2) value 0.
       77 est-rate-work         pic 9v99 value 0.
       77 default-est-rate      pic 9v99 value 1.10.
       77 new-default-rate      pic 9v99 value 1.10.
       77 copy-x                pic 9(4) value 0.

       01 Est-rule-table.
          02 Est-rule-entry occurs 1 to 100 times
          depending on est-rule-count
          indexed by er-index.
            03 er-set           pic 9(1).
            03 er-state         pic x(2).
            03 er-city          pic x(15).
            03 er-rate          pic 9v99.
            03 er-eff           pic 9(8).

       77 lookup-set            pic 9(1) value 0.
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

      *the city multiplier tables, live and proposed, searched the
      *way Seventh-Prog searches its city-mutiplier-table
       77 cur-city-count        pic 9(4) value 0.
       77 new-city-count        pic 9(4) value 0.

       01 Cur-city-table.
          02 Cur-city-entry occurs 1 to 2000 times
          depending on cur-city-count
          ascending key is cc-city
          indexed by cc-index.
            03 cc-city          pic A(15).
            03 cc-rate          pic v999.

       01 New-city-table.
          02 New-city-entry occurs 1 to 2000 times
          depending on new-city-count
          ascending key is nc-city
          indexed by nc-index.
            03 nc-city          pic A(15).
            03 nc-rate          pic v999.

      *one sale valued both ways -- the Estimation and the adjusted
      *price, held at the same pictures Forth-Prog and Seventh-Prog
      *compute them into
       77 sim-price             pic 9(6) value 0.
       77 cur-est-rate          pic 9v99 value 0.
       77 new-est-rate          pic 9v99 value 0.
       77 old-estimation        pic 9(7)v99 value 0.
       77 new-estimation        pic 9(7)v99 value 0.
       77 old-summation         pic 9(10)v99 value 0.
       77 new-summation         pic 9(10)v99 value 0.

      *per-city impact, kept in state and city order as cities are
      *met so the report breaks on state without a sort
       77 impact-count          pic 9(4) value 0.
       77 ins-x                 pic 9(4) value 0.
       77 move-x                pic 9(4) value 0.
       77 main-x                pic 9(4) value 0.
       77 found-x               pic 9(4) value 0.

       01 Impact-key-work.
          02 ik-state           pic x(2).
          02 ik-city            pic x(15).

       01 Impact-table.
          02 Impact-entry occurs 1 to 2000 times
          depending on impact-count
          indexed by ci-index.
            03 ci-key.
              04 ci-state       pic x(2).
              04 ci-city        pic x(15).
            03 ci-sales         pic 9(6).
            03 ci-affected      pic 9(6).
            03 ci-old-est       pic 9(13)v99.
            03 ci-new-est       pic 9(13)v99.
            03 ci-old-adj       pic 9(13)v99.
            03 ci-new-adj       pic 9(13)v99.

      *the line being printed -- a city, a state total or the grand
      *total, all in the same shape as an impact entry
       01 Impact-work.
          02 iw-key.
            03 iw-state         pic x(2).
            03 iw-city          pic x(15).
          02 iw-sales           pic 9(6).
          02 iw-affected        pic 9(6).
          02 iw-old-est         pic 9(13)v99.
          02 iw-new-est         pic 9(13)v99.
          02 iw-old-adj         pic 9(13)v99.
          02 iw-new-adj         pic 9(13)v99.

       01 State-accum.
          02 sa-state           pic x(2) value spaces.
          02 sa-sales           pic 9(6) value 0.
          02 sa-affected        pic 9(6) value 0.
          02 sa-old-est         pic 9(13)v99 value 0.
          02 sa-new-est         pic 9(13)v99 value 0.
          02 sa-old-adj         pic 9(13)v99 value 0.
          02 sa-new-adj         pic 9(13)v99 value 0.

       01 Grand-accum.
          02 ga-sales           pic 9(6) value 0.
          02 ga-affected        pic 9(6) value 0.
          02 ga-old-est         pic 9(13)v99 value 0.
          02 ga-new-est         pic 9(13)v99 value 0.
          02 ga-old-adj         pic 9(13)v99 value 0.
          02 ga-new-adj         pic 9(13)v99 value 0.

      *the assessor extract hash totals as Seventh-Prog would carry
      *them on its trailer, under the live files and the proposed
       77 cur-hash-adjusted     pic 9(15)v99 value 0.
       77 new-hash-adjusted     pic 9(15)v99 value 0.
       77 cur-hash-estimated    pic 9(15)v99 value 0.
       77 new-hash-estimated    pic 9(15)v99 value 0.

      *the percent move being worked out -- a move past the field
      *pins to the 9999.99 sentinel the way Period-Var-Prog's does
       77 pct-old               pic 9(15)v99 value 0.
       77 pct-new               pic 9(15)v99 value 0.
       77 pct-work              pic s9(4)v99 value 0.

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(30) value
          "Valuation Impact Simulation  ".
          02 filler             pic x value "-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(48) value spaces.

      *which files were valued against, and how many rows each gave
       01 Source-line.
          02 sl-label-out       pic x(20).
          02 sl-file-out        pic x(34).
          02 sl-count-out       pic z(3)9.
          02 filler             pic x(1) value spaces.
          02 sl-note-out        pic x(40).
          02 filler             pic x(33) value spaces.

       01 Section-line.
          02 section-text-out   pic x(50).
          02 sec-month-out      pic x(2).
          02 sec-slash-1        pic x(1).
          02 sec-day-out        pic x(2).
          02 sec-slash-2        pic x(1).
          02 sec-year-out       pic x(4).
          02 filler             pic x(72) value spaces.

       01 Colomn-Header.
          02 filler             pic x(3) value "St ".
          02 filler             pic x(16) value "City".
          02 filler             pic x(7) value " Sales ".
          02 filler             pic x(7) value "Affect ".
          02 filler             pic x(19) value
          "    Old Estimation ".
          02 filler             pic x(19) value
          "    New Estimation ".
          02 filler             pic x(9) value "   Est % ".
          02 filler             pic x(19) value
          "      Old Adjusted ".
          02 filler             pic x(19) value
          "      New Adjusted ".
          02 filler             pic x(8) value "   Adj %".
          02 filler             pic x(6) value spaces.

       01 Impact-line.
          02 il-state-out       pic x(2).
          02 filler             pic x(1) value spaces.
          02 il-city-out        pic x(15).
          02 filler             pic x(1) value spaces.
          02 il-sales-out       pic z(5)9.
          02 filler             pic x(1) value spaces.
          02 il-affected-out    pic z(5)9.
          02 filler             pic x(1) value spaces.
          02 il-old-est-out     pic z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(1) value spaces.
          02 il-new-est-out     pic z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(1) value spaces.
          02 il-est-pct-out     pic +z(3)9.99.
          02 filler             pic x(1) value spaces.
          02 il-old-adj-out     pic z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(1) value spaces.
          02 il-new-adj-out     pic z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(1) value spaces.
          02 il-adj-pct-out     pic +z(3)9.99.
          02 filler             pic x(6) value spaces.

       01 Proj-Header.
          02 filler             pic x(32) value spaces.
          02 filler             pic x(24) value
          "             Current    ".
          02 filler             pic x(24) value
          "            Proposed    ".
          02 filler             pic x(24) value
          "              Change    ".
          02 filler             pic x(8) value "Change %".
          02 filler             pic x(20) value spaces.

      *one assessor trailer hash, live against proposed
       01 Proj-line.
          02 pj-label-out       pic x(30).
          02 filler             pic x(2) value spaces.
          02 pj-cur-out         pic z(3),z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(2) value spaces.
          02 pj-new-out         pic z(3),z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(2) value spaces.
          02 pj-chg-out         pic -z(2),z(3),z(3),z(3),z(2)9.99.
          02 filler             pic x(2) value spaces.
          02 pj-pct-out         pic +z(3)9.99.
          02 filler             pic x(20) value spaces.

       77 pj-change             pic s9(15)v99 value 0.

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

      *load both sets of rules and rates, value the property master
      *and the clean file both ways, then print the impact
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-property-pass until prop-end.
          Perform 2500-clean-pass.
          Perform 3000-finish.
          STOP RUN.

      *open everything and print what is being compared with what --
      *without a property master there is no population to value
       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.

          open Output Report-file.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Report-Header.
          move spaces to Report-rec.
          write Report-rec.

          perform 1200-load-rules.
          perform 1230-load-new-rules.
          perform 1300-load-city-rates.
          perform 1330-load-new-city-rates.
          perform 1400-source-lines.

          open Input Property-file.
          if Property-missing
             move "RUN ABORTED - PROPERTY MASTER MISSING" to
                verdict-text-out
             perform 1900-abort
          end-if.
          read Property-file next record
             at end move "Yes" to prop-eof-flag
          end-read.

          open Input Case-file.

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

      *load the live valuation rules -- a missing file (or one with
      *no estimation rows) falls back to the longstanding in-program
      *rules, the same as Forth-Prog
       1200-load-rules.
          open Input Rules-file.
          if Rules-none
             continue
          else
             move "No" to rules-eof-flag
             read Rules-file
                at end move "Yes" to rules-eof-flag
             end-read
             perform 1210-rules-record
               until rules-eof-flag = "Yes"
             close Rules-file
          end-if.
          if cur-rule-count = 0
             move 1 to lookup-set
             perform 1220-legacy-est-rules
             move 3 to cur-rule-count
          end-if.

      *a blank or non-numeric effective date loads as zero -- in
      *force since forever
       1210-rules-record.
          if vrule-type = "E"
             if cur-rule-count < 50
                add 1 to cur-rule-count
                add 1 to est-rule-count
                move 1 to er-set(est-rule-count)
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

      *the rules that were hardcoded before the rules file existed,
      *added to the table as the set lookup-set names
       1220-legacy-est-rules.
          add 1 to est-rule-count.
          move lookup-set to er-set(est-rule-count).
          move "CA" to er-state(est-rule-count).
          move "SACRAMENTO" to er-city(est-rule-count).
          move 1.18 to er-rate(est-rule-count).
          move 0 to er-eff(est-rule-count).
          add 1 to est-rule-count.
          move lookup-set to er-set(est-rule-count).
          move "CA" to er-state(est-rule-count).
          move "RIO LINDA" to er-city(est-rule-count).
          move 1.18 to er-rate(est-rule-count).
          move 0 to er-eff(est-rule-count).
          add 1 to est-rule-count.
          move lookup-set to er-set(est-rule-count).
          move "CA" to er-state(est-rule-count).
          move spaces to er-city(est-rule-count).
          move 1.13 to er-rate(est-rule-count).
          move 0 to er-eff(est-rule-count).

      *the proposed rules, loaded the same way behind the live ones.
      *with no proposed file the live set is copied in as the
      *proposed one, so nothing moves on that side; a proposed file
      *with no estimation rows gets the legacy rules, as Forth-Prog
      *would give it once it went live
       1230-load-new-rules.
          open Input New-Rules-file.
          if New-Rules-none
             move default-est-rate to new-default-rate
             perform 1250-copy-live-rule
             varying copy-x from 1 by 1
               until copy-x > cur-rule-count
          else
             move "No" to rules-eof-flag
             read New-Rules-file
                at end move "Yes" to rules-eof-flag
             end-read
             perform 1240-new-rules-record
               until rules-eof-flag = "Yes"
             close New-Rules-file
             if new-rule-count = 0
                move 2 to lookup-set
                perform 1220-legacy-est-rules
                move 3 to new-rule-count
             end-if
          end-if.

       1240-new-rules-record.
          if nv-rule-type = "E"
             if new-rule-count < 50
                add 1 to new-rule-count
                add 1 to est-rule-count
                move 2 to er-set(est-rule-count)
                move nv-state to er-state(est-rule-count)
                move nv-city to er-city(est-rule-count)
                move nv-rate to er-rate(est-rule-count)
                if nv-eff-date numeric
                   move nv-eff-date-n to er-eff(est-rule-count)
                else
                   move 0 to er-eff(est-rule-count)
                end-if
             end-if
          else
             if nv-rule-type = "D"
                move nv-rate to new-default-rate
             end-if
          end-if.
          read New-Rules-file
             at end move "Yes" to rules-eof-flag
          end-read.

       1250-copy-live-rule.
          add 1 to est-rule-count.
          move Est-rule-entry(copy-x) to Est-rule-entry(est-rule-count).
          move 2 to er-set(est-rule-count).

      *the live city multipliers -- same safe ceiling as Seventh-Prog
      *loads them with
       1300-load-city-rates.
          open Input City-file.
          if City-none
             continue
          else
             move "No" to city-eof-flag
             read City-file at end move "Yes" to city-eof-flag
             end-read
             perform 1310-city-record until city-file-end
             close City-file
          end-if.

       1310-city-record.
          if cur-city-count < 2000
             add 1 to cur-city-count
             move City-t to cc-city(cur-city-count)
             move Multiplier-Rate to cc-rate(cur-city-count)
          end-if.
          read City-file at end move "Yes" to city-eof-flag
          end-read.

      *the proposed multipliers -- with no proposed file the live
      *table is copied across, so nothing moves on that side
       1330-load-new-city-rates.
          open Input New-City-file.
          if New-City-none
             perform 1350-copy-live-city
             varying copy-x from 1 by 1
               until copy-x > cur-city-count
          else
             move "No" to city-eof-flag
             read New-City-file at end move "Yes" to city-eof-flag
             end-read
             perform 1340-new-city-record until city-file-end
             close New-City-file
          end-if.

       1340-new-city-record.
          if new-city-count < 2000
             add 1 to new-city-count
             move New-City-t to nc-city(new-city-count)
             move New-Multiplier to nc-rate(new-city-count)
          end-if.
          read New-City-file at end move "Yes" to city-eof-flag
          end-read.

       1350-copy-live-city.
          add 1 to new-city-count.
          move Cur-city-entry(copy-x) to New-city-entry(new-city-count).

      *what the run compared -- assessment signs off knowing which
      *files the figures came from
       1400-source-lines.
          move "Current Rules" to sl-label-out.
          move "valrules.dat" to sl-file-out.
          move cur-rule-count to sl-count-out.
          if Rules-none
             move "LEGACY IN-PROGRAM RULES" to sl-note-out
          else
             move "Estimation Rules" to sl-note-out
          end-if.
          write Report-rec from Source-line.

          move "Proposed Rules" to sl-label-out.
          move "valrules.new" to sl-file-out.
          move new-rule-count to sl-count-out.
          if New-Rules-none
             move "NOT PRESENT - CURRENT RULES USED" to sl-note-out
          else
             move "Estimation Rules" to sl-note-out
          end-if.
          write Report-rec from Source-line.

          move "Current City Rates" to sl-label-out.
          move "cityrates.dat" to sl-file-out.
          move cur-city-count to sl-count-out.
          if City-none
             move "NOT PRESENT - FLAT 1.10 FOR EVERY CITY" to
                sl-note-out
          else
             move "City Multipliers" to sl-note-out
          end-if.
          write Report-rec from Source-line.

          move "Proposed City Rates" to sl-label-out.
          move "cityrates.new" to sl-file-out.
          move new-city-count to sl-count-out.
          if New-City-none
             move "NOT PRESENT - CURRENT RATES USED" to sl-note-out
          else
             move "City Multipliers" to sl-note-out
          end-if.
          write Report-rec from Source-line.
          move spaces to Report-rec.
          write Report-rec.

      *nothing can be valued -- say why and halt
       1900-abort.
          write Report-rec from Verdict-line.
          move 12 to RETURN-CODE.
          close Report-file.
          STOP RUN.

      *one property -- every sale slot it carries is valued both ways
       2000-property-pass.
          add 1 to Prop-read-count.
          if Prop-sale-count > 10
             move 10 to Prop-sale-count
          end-if.
          perform 2100-value-slot
             varying slot-x from 1 by 1
               until slot-x > Prop-sale-count.
          read Property-file next record
             at end move "Yes" to prop-eof-flag
          end-read.

      *the sale as Forth-Prog valued it -- Estimation is the sale
      *price times the rate in force on the sale date -- and as
      *Seventh-Prog adjusts it with the city multiplier
       2100-value-slot.
          add 1 to Sales-valued-count.
          move 0 to month-num.
          set month-index to 1.
          search Month-abbr
             at end
                continue
             when Month-abbr(month-index) = Prop-SaleMonth(slot-x)
                set month-num to month-index
          end-search.
          compute sale-date-work =
             Prop-SaleYear(slot-x) * 10000 + month-num * 100
             + Prop-SalesDay(slot-x).
          move Prop-State to lookup-state.
          move Prop-City to lookup-city.
          move sale-date-work to lookup-date.
          move Prop-SalePrice(slot-x) to sim-price.
          perform 2900-value-both-ways.
          compute old-estimation = sim-price * cur-est-rate.
          compute new-estimation = sim-price * new-est-rate.

          move "No" to affected-flag.
          if old-estimation not = new-estimation
             or old-summation not = new-summation
             move "Yes" to affected-flag
             add 1 to Sales-affected-count
             add 1 to ga-affected
          end-if.
          add 1 to ga-sales.
          add old-estimation to ga-old-est.
          add new-estimation to ga-new-est.
          add old-summation to ga-old-adj.
          add new-summation to ga-new-adj.

          move Prop-State to ik-state.
          move Prop-City to ik-city.
          perform 2200-post-city-impact.

      *add the sale into its city's impact entry, making the entry
      *in state and city order the first time the city turns up
       2200-post-city-impact.
          move 0 to found-x.
          if impact-count > 0
             set ci-index to 1
             search Impact-entry
                at end
                   continue
                when ci-key(ci-index) = Impact-key-work
                   set found-x to ci-index
             end-search
          end-if.
          if found-x = 0
             perform 2210-insert-city
          end-if.
          if found-x > 0
             add 1 to ci-sales(found-x)
             if sale-affected
                add 1 to ci-affected(found-x)
             end-if
             add old-estimation to ci-old-est(found-x)
             add new-estimation to ci-new-est(found-x)
             add old-summation to ci-old-adj(found-x)
             add new-summation to ci-new-adj(found-x)
          end-if.

      *a city past the table ceiling is left out of the city lines
      *but is still in the grand total and the counts
       2210-insert-city.
          if impact-count < 2000
             perform 2215-find-insert-point
             varying ins-x from 1 by 1
               until ins-x > impact-count
                  or ci-key(ins-x) > Impact-key-work
             add 1 to impact-count
             perform 2220-shift-entry
             varying move-x from impact-count by -1
               until move-x not > ins-x
             move Impact-key-work to ci-key(ins-x)
             move 0 to ci-sales(ins-x)
             move 0 to ci-affected(ins-x)
             move 0 to ci-old-est(ins-x)
             move 0 to ci-new-est(ins-x)
             move 0 to ci-old-adj(ins-x)
             move 0 to ci-new-adj(ins-x)
             move ins-x to found-x
          end-if.

       2215-find-insert-point.
          continue.

       2220-shift-entry.
          move Impact-entry(move-x - 1) to Impact-entry(move-x).

      *the latest clean file, valued the way Seventh-Prog builds the
      *assessor extract from it -- a missing clean file just means
      *there is no extract to project
       2500-clean-pass.
          open Input Clean-file.
          if Clean-missing
             move "Yes" to clean-eof-flag
          else
             read Clean-file
                at end move "Yes" to clean-eof-flag
             end-read
          end-if.
          perform 2600-clean-record until clean-end.
          if not Clean-missing
             close Clean-file
          end-if.

      *the control header dates the projection, the trailer and any
      *blank line are passed over
       2600-clean-record.
          if ch-tag = "CTLHDR"
             move ch-run-date to Clean-date-work
          else
             if Clean-rec not = spaces and ch-tag not = "CTLTRL"
                add 1 to Clean-read-count
                perform 2610-case-check
                if sale-excluded
                   add 1 to Clean-excluded-count
                else
                   perform 2700-assessor-sale
                end-if
             end-if
          end-if.
          read Clean-file
             at end move "Yes" to clean-eof-flag
          end-read.

      *a sale whose suspect case was confirmed invalid never reaches
      *the assessor figures -- no case file means no such sales
       2610-case-check.
          move "No" to excluded-flag.
          if not Case-missing
             move Addresses to sc-address
             move SaleYear to sc-sale-year
             move SaleMonth to sc-sale-month
             move SalesDay to sc-sale-day
             move SalesHour to sc-sale-hour
             move SalesMinute to sc-sale-minute
             move SalesSecond to sc-sale-second
             read Case-file
                invalid key
                   continue
                not invalid key
                   if case-invalid
                      move "Yes" to excluded-flag
                   end-if
             end-read
          end-if.

      *Seventh-Prog's assessor figures -- the adjusted price, and the
      *Estimation taken off the adjusted price at the rate in force
      *on the sale date
       2700-assessor-sale.
          add 1 to Clean-hashed-count.
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
          move SalePrice to sim-price.
          perform 2900-value-both-ways.
          compute old-estimation = old-summation * cur-est-rate.
          compute new-estimation = new-summation * new-est-rate.
          add old-summation to cur-hash-adjusted.
          add new-summation to new-hash-adjusted.
          add old-estimation to cur-hash-estimated.
          add new-estimation to new-hash-estimated.

      *the rate in force under each rule set, and the adjusted price
      *under each city table -- a city the table does not carry gets
      *the same flat 1.10 Seventh-Prog falls back to
       2900-value-both-ways.
          move 1 to lookup-set.
          move default-est-rate to est-rate-work.
          perform 0330-est-lookup.
          move est-rate-work to cur-est-rate.
          move 2 to lookup-set.
          move new-default-rate to est-rate-work.
          perform 0330-est-lookup.
          move est-rate-work to new-est-rate.

          compute old-summation = sim-price * 1.10.
          if cur-city-count > 0
             search all Cur-city-entry
                at end
                   continue
                when cc-city(cc-index) = lookup-city
                   compute old-summation =
                      sim-price * (1 + cc-rate(cc-index))
             end-search
          end-if.
          compute new-summation = sim-price * 1.10.
          if new-city-count > 0
             search all New-city-entry
                at end
                   continue
                when nc-city(nc-index) = lookup-city
                   compute new-summation =
                      sim-price * (1 + nc-rate(nc-index))
             end-search
          end-if.

      *find the estimation multiplier in force on the lookup date in
      *one rule set -- among its rules whose effective date is not
      *after the date, a named-city rule wins over its state's rule,
      *and the latest effective date wins within each; anything with
      *no rule at all keeps the set's default already in place
       0330-est-lookup.
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
          else
             if state-rule-found
                move state-rate-hold to est-rate-work
             end-if
          end-if.

      *one rule against the lookup -- a rule of the other set, or
      *dated after the lookup date, is skipped
       0333-est-rule-scan.
          if er-set(er-index) = lookup-set
             and er-state(er-index) = lookup-state
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

      *the impact report -- a line per city, a total per state, a
      *grand total, then the assessor projection and the counts
       3000-finish.
          move "Property Master Population" to section-text-out.
          move spaces to sec-month-out sec-slash-1 sec-day-out
                         sec-slash-2 sec-year-out.
          write Report-rec from Section-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Colomn-Header.
          move spaces to Report-rec.
          write Report-rec.

          perform 3100-city-line
             varying main-x from 1 by 1
               until main-x > impact-count.
          if impact-count > 0
             perform 3200-state-total
          end-if.
          move spaces to iw-key.
          move "ALL STATES" to iw-city.
          move ga-sales to iw-sales.
          move ga-affected to iw-affected.
          move ga-old-est to iw-old-est.
          move ga-new-est to iw-new-est.
          move ga-old-adj to iw-old-adj.
          move ga-new-adj to iw-new-adj.
          perform 3300-print-impact.

          perform 3400-assessor-projection.
          perform 3500-counts.

          if New-Rules-none and New-City-none
             move "NO PROPOSED FILE PRESENT - NOTHING TO SIMULATE" to
                verdict-text-out
             move 4 to RETURN-CODE
          else
             move "SIMULATION ONLY - NO MASTER FILE WAS UPDATED" to
                verdict-text-out
          end-if.
          write Report-rec from Verdict-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.

          close Property-file
                Report-file.
          if not Case-missing
             close Case-file
          end-if.

      *a change of state closes off the state before it
       3100-city-line.
          if ci-state(main-x) not = sa-state and main-x > 1
             perform 3200-state-total
          end-if.
          move ci-state(main-x) to sa-state.
          add ci-sales(main-x) to sa-sales.
          add ci-affected(main-x) to sa-affected.
          add ci-old-est(main-x) to sa-old-est.
          add ci-new-est(main-x) to sa-new-est.
          add ci-old-adj(main-x) to sa-old-adj.
          add ci-new-adj(main-x) to sa-new-adj.
          move Impact-entry(main-x) to Impact-work.
          perform 3300-print-impact.

       3200-state-total.
          move sa-state to iw-state.
          move "STATE TOTAL" to iw-city.
          move sa-sales to iw-sales.
          move sa-affected to iw-affected.
          move sa-old-est to iw-old-est.
          move sa-new-est to iw-new-est.
          move sa-old-adj to iw-old-adj.
          move sa-new-adj to iw-new-adj.
          perform 3300-print-impact.
          move spaces to Report-rec.
          write Report-rec.
          move 0 to sa-sales sa-affected sa-old-est sa-new-est
                    sa-old-adj sa-new-adj.

       3300-print-impact.
          move iw-state to il-state-out.
          move iw-city to il-city-out.
          move iw-sales to il-sales-out.
          move iw-affected to il-affected-out.
          move iw-old-est to il-old-est-out.
          move iw-new-est to il-new-est-out.
          move iw-old-adj to il-old-adj-out.
          move iw-new-adj to il-new-adj-out.
          move iw-old-est to pct-old.
          move iw-new-est to pct-new.
          perform 3600-percent-move.
          move pct-work to il-est-pct-out.
          move iw-old-adj to pct-old.
          move iw-new-adj to pct-new.
          perform 3600-percent-move.
          move pct-work to il-adj-pct-out.
          write Report-rec from Impact-line.

      *the assessor trailer's hash totals as the next Seventh-Prog
      *run would write them, live against proposed.  the record and
      *transaction counts do not move with the rates
       3400-assessor-projection.
          move spaces to Report-rec.
          write Report-rec.
          if Clean-missing
             move "Assessor Extract Projection - No Clean File" to
                section-text-out
             move spaces to sec-month-out sec-slash-1 sec-day-out
                            sec-slash-2 sec-year-out
             write Report-rec from Section-line
          else
             move "Assessor Extract Projection - Clean File Of" to
                section-text-out
             move Cln-months to sec-month-out
             move "/" to sec-slash-1
             move Cln-days to sec-day-out
             move "/" to sec-slash-2
             move Cln-years to sec-year-out
             write Report-rec from Section-line
             move spaces to Report-rec
             write Report-rec
             write Report-rec from Proj-Header
             move spaces to Report-rec
             write Report-rec
             move "Adjusted Price Hash" to pj-label-out
             move cur-hash-adjusted to pct-old
             move new-hash-adjusted to pct-new
             perform 3410-proj-line
             move "Estimated Value Hash" to pj-label-out
             move cur-hash-estimated to pct-old
             move new-hash-estimated to pct-new
             perform 3410-proj-line
          end-if.

       3410-proj-line.
          move pct-old to pj-cur-out.
          move pct-new to pj-new-out.
          compute pj-change = pct-new - pct-old.
          move pj-change to pj-chg-out.
          perform 3600-percent-move.
          move pct-work to pj-pct-out.
          write Report-rec from Proj-line.

       3500-counts.
          move spaces to Report-rec.
          write Report-rec.
          move "Properties Read" to Count-Label-out.
          move Prop-read-count to Count-out.
          write Report-rec from Count-line.
          move "Sales Revalued" to Count-Label-out.
          move Sales-valued-count to Count-out.
          write Report-rec from Count-line.
          move "Sales Affected" to Count-Label-out.
          move Sales-affected-count to Count-out.
          write Report-rec from Count-line.
          move "Clean File Sales Read" to Count-Label-out.
          move Clean-read-count to Count-out.
          write Report-rec from Count-line.
          move "Clean Sales Confirmed Invalid" to Count-Label-out.
          move Clean-excluded-count to Count-out.
          write Report-rec from Count-line.
          move "Clean Sales In Assessor Hash" to Count-Label-out.
          move Clean-hashed-count to Count-out.
          write Report-rec from Count-line.
          move spaces to Report-rec.
          write Report-rec.

      *a move past the field pins to the 9999.99 sentinel instead of
      *wrapping, so a wild swing can never print as a small one
       3600-percent-move.
          if pct-old = 0
             move 0 to pct-work
          else
             compute pct-work rounded =
                (pct-new - pct-old) / pct-old * 100
                on size error
                   move 9999.99 to pct-work
             end-compute
          end-if.
