       Identification Division.

       Program-id. Comp-Sales-Prog.

      *comparable-sales ("comps") report for the appraisal desk.
      *each request card names a subject property -- by address, or
      *by city/state, bedrooms, bathrooms, PropertyType and square
      *feet -- and the program picks the most comparable recent
      *sales for it out of the sale history, instead of the desk
      *building them by hand from review_extract.dat.

      **Objective...
      ***take the subject's description from its latest sale when the
      ***card names an address, anything keyed on the card overriding
      ***it; a subject known only by city is placed at the middle of
      ***that city's sales
      ***score every sale of the same state and PropertyType on
      ***distance from the subject, likeness of bedrooms, bathrooms
      ***and square feet, and months since the sale -- lowest wins
      ***never offer a sale the audit team has confirmed invalid
      ***show each comp's price, price per square foot and price
      ***brought forward to the business date by the valrules.dat
      ***estimation rates, so the figures move the way Forth-Prog's
      ***Estimation does
      ***end each request with an indicated value and the
      ***Estimation Forth-Prog would put on it

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the comp request cards, one subject per card
           select Compreq-file assign to
           "compreq.dat"
           organization is line sequential
           file status is Compreq-status.

      *the sale population the comps are drawn from -- the
      *transaction history Forth-Prog appends each night's clean
      *records to, so a year of sales is there to choose from
           select Sale-file assign to
           "txnhist.dat"
           organization is line sequential
           file status is Sale-status.

      *the suspect-case file -- a sale the audit team has confirmed
      *invalid is never offered as a comp, the same as Seventh-Prog
      *leaves it out of every figure
           select Case-file assign to
           "suspcase.dat"
           organization is indexed
           access is random
           record key is sc-key
           file status is Case-status.

           select Report-file assign to
           "comps_out.dat"
           organization is line sequential.

      *valuation rules shared with Forth-Prog and Seventh-Prog
           select Rules-file assign to
           "/home1/c/a/acsi203/valrules.dat"
           organization is line sequential
           file status is Rules-status.

      *run-control parameter card shared with the nightly chain --
      *the comps are aged and brought forward to its business date
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *a comp request card -- blank fields are not given.  numbers
      *are keyed zero-filled; one that is not a clean number is
      *treated as not given
       FD Compreq-file.

       01 Compreq-rec.
          02 cq-address         pic x(27).
          02 filler             pic x(1).
          02 cq-city            pic x(15).
          02 filler             pic x(1).
          02 cq-state           pic x(2).
          02 filler             pic x(1).
          02 cq-bedroom         pic x(1).
          02 cq-bedroom-n redefines cq-bedroom
                                pic 9(1).
          02 filler             pic x(1).
          02 cq-bathroom        pic x(1).
          02 cq-bathroom-n redefines cq-bathroom
                                pic 9(1).
          02 filler             pic x(1).
          02 cq-ptype           pic x(8).
          02 filler             pic x(1).
          02 cq-sqft            pic x(4).
          02 cq-sqft-n redefines cq-sqft
                                pic 9(4).
          02 filler             pic x(1).
      *how many comps to show (default 5, at most 10) and how many
      *months back a sale may be and still count (default 12)
          02 cq-want            pic x(2).
          02 cq-want-n redefines cq-want
                                pic 9(2).
          02 filler             pic x(1).
          02 cq-months          pic x(2).
          02 cq-months-n redefines cq-months
                                pic 9(2).

      *the transaction history -- each D record carries one clean
      *record behind its generation's type, business date and run
      *time; the H and T records that bracket a generation are
      *passed over
       FD Sale-file.

       01 Sale-rec.
          02 sh-type            pic x(1).
             88 sale-data       value "D".
          02 sh-bus-date        pic 9(8).
          02 sh-run-time        pic 9(6).
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

       77 Compreq-status        pic x(2) value spaces.
          88 Compreq-none       value "35".
       77 Sale-status           pic x(2) value spaces.
          88 Sale-missing       value "35".
      *no case file just means the audit team has no cases yet
       77 Case-status           pic x(2) value spaces.
          88 Case-missing       value "35".
       77 Rules-status          pic x(2) value spaces.
          88 Rules-none         value "35".
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

       77 req-eof-flag          pic x(3) value "No".
          88 req-end            value "Yes".
       77 sale-eof-flag         pic x(3) value "No".
          88 sale-end           value "Yes".
       77 rules-eof-flag        pic x(3) value "No".
       77 excluded-flag         pic x(3) value "No".
          88 sale-excluded      value "Yes".

      *run counts for the report trailer
       77 cards-read-count      pic 9(4) value 0.
       77 cards-skipped-count   pic 9(4) value 0.
       77 cards-done-count      pic 9(4) value 0.
       77 cards-rejected-count  pic 9(4) value 0.
       77 sales-read-count      pic 9(6) value 0.
       77 sales-excluded-count  pic 9(6) value 0.

      *the business date as the comps' as-of date, and as a count of
      *months for aging each sale
       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).
       01 todays-date-n redefines todays-date pic 9(8).
       77 asof-month-count      pic 9(6) value 0.

      *the loaded request cards, each with the subject as worked out
      *by the first pass and its best comps so far, best first.  the
      *"given" bytes say which of the card's own fields were keyed.
      *same safe-ceiling pattern as Seventh-Prog's request cards
       77 card-count            pic 9(2) value 0.
       77 card-x                pic 9(2) value 0.
       77 comp-rank             pic 9(2) value 0.
       77 comp-pos              pic 9(2) value 0.

       01 Card-table.
          02 Card-entry occurs 20 times.
            03 cd-status        pic x(1).
               88 cd-ready      value "R".
               88 cd-rejected   value "X".
            03 cd-reject-text   pic x(40).
            03 cd-in-address    pic x(27).
            03 cd-in-city       pic x(15).
            03 cd-in-state      pic x(2).
            03 cd-in-ptype      pic x(8).
            03 cd-in-bed        pic 9(1).
            03 cd-in-bed-given  pic x(1).
            03 cd-in-bath       pic 9(1).
            03 cd-in-bath-given pic x(1).
            03 cd-in-sqft       pic 9(4).
            03 cd-in-sqft-given pic x(1).
            03 cd-want          pic 9(2).
            03 cd-months        pic 9(2).
      *what the first pass found -- the subject's latest sale, and
      *the running sums for its city's middle point
            03 cd-found         pic x(1).
            03 cd-found-date    pic 9(8).
            03 cd-found-city    pic x(15).
            03 cd-found-state   pic x(2).
            03 cd-found-ptype   pic x(8).
            03 cd-found-bed     pic 9(1).
            03 cd-found-bath    pic 9(1).
            03 cd-found-sqft    pic 9(4).
            03 cd-found-lat     pic 9(8).
            03 cd-found-long    pic 9(9).
            03 cd-lat-sum       pic 9(14).
            03 cd-long-sum      pic 9(15).
            03 cd-loc-count     pic 9(6).
      *the subject as the comps are scored against it
            03 cd-city          pic x(15).
            03 cd-state         pic x(2).
            03 cd-ptype         pic x(8).
            03 cd-bed           pic 9(1).
            03 cd-bed-known     pic x(1).
            03 cd-bath          pic 9(1).
            03 cd-bath-known    pic x(1).
            03 cd-sqft          pic 9(4).
            03 cd-sqft-known    pic x(1).
            03 cd-lat           pic 9(8).
            03 cd-long          pic 9(9).
            03 cd-located-by    pic x(20).
            03 cd-comp-count    pic 9(2).
            03 Comp-entry occurs 10 times.
              04 cp-score       pic 9(7)v9.
              04 cp-address     pic x(27).
              04 cp-city        pic x(15).
              04 cp-sale-month  pic x(3).
              04 cp-sale-day    pic 9(2).
              04 cp-sale-year   pic 9(4).
              04 cp-bed         pic 9(1).
              04 cp-bath        pic 9(1).
              04 cp-sqft        pic 9(4).
              04 cp-miles       pic 9(4)v9.
              04 cp-months      pic 9(3).
              04 cp-price       pic 9(6).
              04 cp-adj-price   pic 9(7)v99.

      *one comp, for moving an entry up the list
       01 Comp-hold.
          02 ch-score           pic 9(7)v9.
          02 ch-address         pic x(27).
          02 ch-city            pic x(15).
          02 ch-sale-month      pic x(3).
          02 ch-sale-day        pic 9(2).
          02 ch-sale-year       pic 9(4).
          02 ch-bed             pic 9(1).
          02 ch-bath            pic 9(1).
          02 ch-sqft            pic 9(4).
          02 ch-miles           pic 9(4)v9.
          02 ch-months          pic 9(3).
          02 ch-price           pic 9(6).
          02 ch-adj-price       pic 9(7)v99.

       77 bubble-flag           pic x(3) value "No".
          88 bubble-done        value "Yes".

      *a night that was rerun leaves the same sale in the history
      *twice -- it is only ever one comp
       77 dupe-flag             pic x(3) value "No".
          88 comp-dupe          value "Yes".

      *scoring weights -- points per mile, per bedroom and bathroom
      *of difference, per 100 square feet of difference, and per
      *month since the sale.  the lowest total is the best comp
       77 wt-mile               pic 9(2) value 10.
       77 wt-bedroom            pic 9(2) value 15.
       77 wt-bathroom           pic 9(2) value 10.
       77 wt-sqft               pic 9(2) value 5.
       77 wt-month              pic 9(2) value 2.

      *scoring work fields
       77 sale-date-work        pic 9(8) value 0.
       77 sale-month-count      pic 9(6) value 0.
       77 age-months            pic s9(6) value 0.
       77 lat-diff              pic s9(9) value 0.
       77 long-diff             pic s9(10) value 0.
       77 miles-ns              pic 9(5)v9(4) value 0.
       77 miles-ew              pic 9(5)v9(4) value 0.
       77 miles-work            pic 9(5)v9(4) value 0.
       77 bed-diff              pic s9(2) value 0.
       77 bath-diff             pic s9(2) value 0.
       77 sqft-diff             pic s9(5) value 0.
       77 score-work            pic 9(7)v9 value 0.
       77 lat-degree            pic 9(3) value 0.
       77 cos-x                 pic 9(2) value 0.

      *cosine of each whole degree of latitude from 30 to 45 north --
      *a degree of longitude is this many times as long as a degree
      *of latitude (about 69 miles) at that latitude
       01 Cosine-Data.
          02 filler             pic 9v9(4) value 0.8660.
          02 filler             pic 9v9(4) value 0.8572.
          02 filler             pic 9v9(4) value 0.8480.
          02 filler             pic 9v9(4) value 0.8387.
          02 filler             pic 9v9(4) value 0.8290.
          02 filler             pic 9v9(4) value 0.8192.
          02 filler             pic 9v9(4) value 0.8090.
          02 filler             pic 9v9(4) value 0.7986.
          02 filler             pic 9v9(4) value 0.7880.
          02 filler             pic 9v9(4) value 0.7771.
          02 filler             pic 9v9(4) value 0.7660.
          02 filler             pic 9v9(4) value 0.7547.
          02 filler             pic 9v9(4) value 0.7431.
          02 filler             pic 9v9(4) value 0.7314.
          02 filler             pic 9v9(4) value 0.7193.
          02 filler             pic 9v9(4) value 0.7071.

       01 Cosine-table redefines Cosine-Data.
          02 lat-cosine occurs 16 times pic 9v9(4).

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

      *valuation rules working storage -- the same table, default and
      *effective-date lookup as Forth-Prog's 0330-est-lookup, asked
      *about any state, city and date rather than the record in hand
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
       77 sale-rate             pic 9v99 value 0.
       77 asof-rate             pic 9v99 value 0.

      *the indicated value work fields
       77 ppsf-sum              pic 9(7)v99 value 0.
       77 adj-sum               pic 9(9)v99 value 0.
       77 avg-ppsf              pic 9(5)v99 value 0.
       77 indicated-value       pic 9(8)v99 value 0.
       77 indicated-est         pic 9(8)v99 value 0.

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(24) value
          "Comparable Sales Report-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(55) value spaces.

       01 Subject-line.
          02 filler             pic x(8) value "Request ".
          02 sj-req-out         pic z9.
          02 filler             pic x(10) value "  Subject ".
          02 sj-address-out     pic x(27).
          02 filler             pic x(1) value spaces.
          02 sj-city-out        pic x(15).
          02 filler             pic x(1) value spaces.
          02 sj-state-out       pic x(2).
          02 filler             pic x(5) value "  Bd ".
          02 sj-bed-out         pic x(1).
          02 filler             pic x(4) value " Bt ".
          02 sj-bath-out        pic x(1).
          02 filler             pic x(6) value " SqFt ".
          02 sj-sqft-out        pic x(4).
          02 filler             pic x(1) value spaces.
          02 sj-ptype-out       pic x(8).
          02 filler             pic x(36) value spaces.

       01 Subject-loc-line.
          02 filler             pic x(20) value spaces.
          02 filler             pic x(11) value "Located By ".
          02 sl-located-out     pic x(20).
          02 filler             pic x(16) value "  Months Back   ".
          02 sl-months-out      pic z9.
          02 filler             pic x(9) value "   As Of ".
          02 sl-month-out       pic 9(2).
          02 filler             pic x value "/".
          02 sl-day-out         pic 9(2).
          02 filler             pic x value "/".
          02 sl-year-out        pic 9(4).
          02 filler             pic x(44) value spaces.

       01 Rejected-line.
          02 filler             pic x(8) value "Request ".
          02 rj-req-out         pic z9.
          02 filler             pic x(13) value "  REJECTED - ".
          02 rj-text-out        pic x(40).
          02 filler             pic x(69) value spaces.

       01 Colomn-Header.
          02 filler             pic x(2) value "Rk".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(27) value "Address".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(15) value "City".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(11) value "Sale Date".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(2) value "Bd".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(2) value "Bt".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(4) value "SqFt".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(5) value "Miles".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(3) value "Mos".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(8) value "   Price".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(9) value "  Pr/SqFt".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(10) value " Adj Price".
          02 filler             pic x(1) value spaces.
          02 filler             pic x(7) value "  Score".
          02 filler             pic x(14) value spaces.

       01 Comp-line.
          02 rank-out           pic z9.
          02 filler             pic x(2) value spaces.
          02 address-out        pic x(27).
          02 filler             pic x(1) value spaces.
          02 city-out           pic x(15).
          02 filler             pic x(1) value spaces.
          02 sale-month-out     pic x(3).
          02 filler             pic x(1) value spaces.
          02 sale-day-out       pic 9(2).
          02 filler             pic x(1) value spaces.
          02 sale-year-out      pic 9(4).
          02 filler             pic x(1) value spaces.
          02 bed-out            pic z9.
          02 filler             pic x(1) value spaces.
          02 bath-out           pic z9.
          02 filler             pic x(1) value spaces.
          02 sqft-out           pic z(3)9.
          02 filler             pic x(1) value spaces.
          02 miles-out          pic zz9.9.
          02 filler             pic x(1) value spaces.
          02 months-out         pic zz9.
          02 filler             pic x(1) value spaces.
          02 price-out          pic $zzz,zz9.
          02 filler             pic x(1) value spaces.
          02 ppsf-out           pic $z,zz9.99.
          02 filler             pic x(1) value spaces.
          02 adj-price-out      pic $z,zzz,zz9.
          02 filler             pic x(1) value spaces.
          02 score-out          pic zzzz9.9.
          02 filler             pic x(14) value spaces.

       01 Money-line.
          02 filler             pic x(4) value spaces.
          02 Money-Label-out    pic x(30).
          02 Money-out          pic $zz,zzz,zz9.99.
          02 filler             pic x(84) value spaces.

       01 Rate-line.
          02 filler             pic x(4) value spaces.
          02 filler             pic x(30) value
          "Estimation Rate In Force".
          02 filler             pic x(9) value spaces.
          02 rate-out           pic 9.99.
          02 filler             pic x(2) value spaces.
          02 rate-rule-out      pic x(12).
          02 filler             pic x(71) value spaces.

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 Count-out          pic z(5)9.
          02 filler             pic x(96) value spaces.

       01 Verdict-line.
          02 verdict-text-out   pic x(40).
          02 filler             pic x(92) value spaces.

       01 Footer.
          02 filler             pic x(59) value spaces.
          02 filler             pic x(14) value " End Of Report".
          02 filler             pic x(59) value spaces.

       Procedure Division.

       0000-main-logic.
          Perform 1000-init.
          Perform 2000-subject-pass.
          Perform 2500-resolve-subject
          varying card-x from 1 by 1
            until card-x > card-count.
          Perform 3000-comp-pass.
          Perform 4000-print-request
          varying card-x from 1 by 1
            until card-x > card-count.
          Perform 5000-finish.
          STOP RUN.

      *open the report, bring in the rules and the cards -- no cards
      *or no sale population means there is nothing to do, so say
      *so and halt
       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.
          compute asof-month-count = Years * 12 + Months.

          open Output Report-file.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Report-Header.
          move spaces to Report-rec.
          write Report-rec.

          perform 1200-load-rules.

          open Input Compreq-file.
          if Compreq-none
             move "RUN ABORTED - NO COMP REQUEST CARDS" to
                verdict-text-out
             write Report-rec from Verdict-line
             move 12 to RETURN-CODE
             close Report-file
             STOP RUN
          end-if.
          read Compreq-file
             at end move "Yes" to req-eof-flag
          end-read.
          perform 1100-load-card until req-end.
          close Compreq-file.
          if card-count = 0
             move "RUN ABORTED - COMP REQUEST CARDS EMPTY" to
                verdict-text-out
             write Report-rec from Verdict-line
             move 12 to RETURN-CODE
             close Report-file
             STOP RUN
          end-if.

          open Input Sale-file.
          if Sale-missing
             move "RUN ABORTED - SALE FILE MISSING" to
                verdict-text-out
             write Report-rec from Verdict-line
             move 12 to RETURN-CODE
             close Report-file
             STOP RUN
          end-if.

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

      *one card into the table -- cards past the ceiling are counted
      *and not run, the same guard Seventh-Prog's request cards get
       1100-load-card.
          add 1 to cards-read-count.
          if card-count < 20
             add 1 to card-count
             perform 1110-card-fields
          else
             add 1 to cards-skipped-count
          end-if.
          read Compreq-file
             at end move "Yes" to req-eof-flag
          end-read.

       1110-card-fields.
          move spaces to Card-entry(card-count).
          move "R" to cd-status(card-count).
          move cq-address to cd-in-address(card-count).
          move cq-city to cd-in-city(card-count).
          move cq-state to cd-in-state(card-count).
          move cq-ptype to cd-in-ptype(card-count).
          move 0 to cd-in-bed(card-count)
                    cd-in-bath(card-count)
                    cd-in-sqft(card-count).
          if cq-bedroom numeric
             move cq-bedroom-n to cd-in-bed(card-count)
             move "Y" to cd-in-bed-given(card-count)
          end-if.
          if cq-bathroom numeric
             move cq-bathroom-n to cd-in-bath(card-count)
             move "Y" to cd-in-bath-given(card-count)
          end-if.
          if cq-sqft numeric
             move cq-sqft-n to cd-in-sqft(card-count)
             move "Y" to cd-in-sqft-given(card-count)
          end-if.
          move 5 to cd-want(card-count).
          if cq-want numeric
             if cq-want-n > 0
                move cq-want-n to cd-want(card-count)
             end-if
          end-if.
          if cd-want(card-count) > 10
             move 10 to cd-want(card-count)
          end-if.
          move 12 to cd-months(card-count).
          if cq-months numeric
             if cq-months-n > 0
                move cq-months-n to cd-months(card-count)
             end-if
          end-if.
          move 0 to cd-found-date(card-count)
                    cd-lat-sum(card-count)
                    cd-long-sum(card-count)
                    cd-loc-count(card-count)
                    cd-comp-count(card-count).

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

      *first pass -- find each address subject's latest sale, and sum
      *the location of every sale in each card's city for subjects
      *that have to be placed by their city
       2000-subject-pass.
          read Sale-file
             at end move "Yes" to sale-eof-flag
          end-read.
          perform 2010-subject-record until sale-end.
          close Sale-file.

       2010-subject-record.
          if sale-data
             add 1 to sales-read-count
             perform 2050-sale-date
             perform 2100-subject-match
             varying card-x from 1 by 1
               until card-x > card-count
          end-if.
          read Sale-file
             at end move "Yes" to sale-eof-flag
          end-read.

      *the record's sale date as yyyymmdd and as a count of months
       2050-sale-date.
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
          compute sale-month-count = SaleYear * 12 + month-num.

       2100-subject-match.
          if cd-in-address(card-x) not = spaces
             and Addresses = cd-in-address(card-x)
             and sale-date-work not < cd-found-date(card-x)
             move "Y" to cd-found(card-x)
             move sale-date-work to cd-found-date(card-x)
             move City to cd-found-city(card-x)
             move State to cd-found-state(card-x)
             move PropertyType to cd-found-ptype(card-x)
             move Bedroom to cd-found-bed(card-x)
             move Bathroom to cd-found-bath(card-x)
             move SquareFeet to cd-found-sqft(card-x)
             move PropertyLatitude to cd-found-lat(card-x)
             move PropertyLongtitude to cd-found-long(card-x)
          end-if.
          if cd-in-city(card-x) not = spaces
             and City = cd-in-city(card-x)
             and State = cd-in-state(card-x)
             add PropertyLatitude to cd-lat-sum(card-x)
             add PropertyLongtitude to cd-long-sum(card-x)
             add 1 to cd-loc-count(card-x)
          end-if.

      *settle each subject.  an address found on file takes its
      *latest sale's description, with anything keyed on the card
      *winning; an address not on file, or no address, needs the
      *city, state and PropertyType keyed, and is placed at the
      *middle of its city's sales
       2500-resolve-subject.
          if cd-found(card-x) = "Y"
             move cd-found-city(card-x) to cd-city(card-x)
             move cd-found-state(card-x) to cd-state(card-x)
             move cd-found-ptype(card-x) to cd-ptype(card-x)
             move cd-found-bed(card-x) to cd-bed(card-x)
             move cd-found-bath(card-x) to cd-bath(card-x)
             move cd-found-sqft(card-x) to cd-sqft(card-x)
             move "Y" to cd-bed-known(card-x)
                         cd-bath-known(card-x)
                         cd-sqft-known(card-x)
             move cd-found-lat(card-x) to cd-lat(card-x)
             move cd-found-long(card-x) to cd-long(card-x)
             move "ADDRESS" to cd-located-by(card-x)
             perform 2510-card-overrides
          else
             if cd-in-city(card-x) = spaces
                or cd-in-state(card-x) = spaces
                or cd-in-ptype(card-x) = spaces
                move "X" to cd-status(card-x)
                if cd-in-address(card-x) not = spaces
                   move "SUBJECT ADDRESS NOT FOUND" to
                      cd-reject-text(card-x)
                else
                   move "SUBJECT CITY/STATE/TYPE NOT GIVEN" to
                      cd-reject-text(card-x)
                end-if
             else
                move cd-in-city(card-x) to cd-city(card-x)
                move cd-in-state(card-x) to cd-state(card-x)
                move cd-in-ptype(card-x) to cd-ptype(card-x)
                move "N" to cd-bed-known(card-x)
                            cd-bath-known(card-x)
                            cd-sqft-known(card-x)
                perform 2510-card-overrides
                perform 2520-city-middle
             end-if
          end-if.

       2510-card-overrides.
          if cd-in-city(card-x) not = spaces
             move cd-in-city(card-x) to cd-city(card-x)
          end-if.
          if cd-in-state(card-x) not = spaces
             move cd-in-state(card-x) to cd-state(card-x)
          end-if.
          if cd-in-ptype(card-x) not = spaces
             move cd-in-ptype(card-x) to cd-ptype(card-x)
          end-if.
          if cd-in-bed-given(card-x) = "Y"
             move cd-in-bed(card-x) to cd-bed(card-x)
             move "Y" to cd-bed-known(card-x)
          end-if.
          if cd-in-bath-given(card-x) = "Y"
             move cd-in-bath(card-x) to cd-bath(card-x)
             move "Y" to cd-bath-known(card-x)
          end-if.
          if cd-in-sqft-given(card-x) = "Y"
             move cd-in-sqft(card-x) to cd-sqft(card-x)
             move "Y" to cd-sqft-known(card-x)
          end-if.

      *a city with no sales on file leaves the subject unplaced --
      *its comps are then scored without distance
       2520-city-middle.
          if cd-loc-count(card-x) > 0
             compute cd-lat(card-x) =
                cd-lat-sum(card-x) / cd-loc-count(card-x)
             compute cd-long(card-x) =
                cd-long-sum(card-x) / cd-loc-count(card-x)
             move "CITY MIDDLE" to cd-located-by(card-x)
          else
             move 0 to cd-lat(card-x)
                       cd-long(card-x)
             move "NOT PLACED" to cd-located-by(card-x)
          end-if.

      *second pass -- score every sale against every subject still
      *standing and keep each one's best
       3000-comp-pass.
          move "No" to sale-eof-flag.
          open Input Sale-file.
          read Sale-file
             at end move "Yes" to sale-eof-flag
          end-read.
          perform 3010-comp-record until sale-end.
          close Sale-file.

       3010-comp-record.
          if sale-data
             perform 3050-case-check
             if sale-excluded
                add 1 to sales-excluded-count
             else
                perform 2050-sale-date
                perform 3100-score-candidate
                varying card-x from 1 by 1
                  until card-x > card-count
             end-if
          end-if.
          read Sale-file
             at end move "Yes" to sale-eof-flag
          end-read.

      *a sale the audit team has confirmed invalid is no comp --
      *open and cleared cases are real sales as far as comps go
       3050-case-check.
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

      *a comp is a sale of the subject's state and PropertyType, not
      *of the subject itself, priced by the square foot, on or before
      *the business date and inside the card's months back
       3100-score-candidate.
          if cd-ready(card-x)
             and State = cd-state(card-x)
             and PropertyType = cd-ptype(card-x)
             and Addresses not = cd-in-address(card-x)
             and SquareFeet > 0
             and sale-date-work not > todays-date-n
             compute age-months = asof-month-count - sale-month-count
             if age-months not > cd-months(card-x)
                perform 3200-score
                perform 3290-dupe-check
                if not comp-dupe
                   perform 3300-keep-if-better
                end-if
             end-if
          end-if.

      *distance first -- north/south and east/west legs in miles from
      *the millionths of a degree on file, the east/west leg shrunk
      *by the cosine of the subject's latitude -- then likeness and
      *age
       3200-score.
          move 0 to miles-work.
          if cd-located-by(card-x) not = "NOT PLACED"
             compute lat-diff = PropertyLatitude - cd-lat(card-x)
             compute long-diff = PropertyLongtitude - cd-long(card-x)
             if lat-diff < 0
                compute lat-diff = 0 - lat-diff
             end-if
             if long-diff < 0
                compute long-diff = 0 - long-diff
             end-if
             divide cd-lat(card-x) by 1000000 giving lat-degree
             if lat-degree < 30
                move 30 to lat-degree
             end-if
             if lat-degree > 45
                move 45 to lat-degree
             end-if
             compute cos-x = lat-degree - 29
             compute miles-ns = lat-diff * 69 / 1000000
             compute miles-ew =
                long-diff * 69 * lat-cosine(cos-x) / 1000000
             compute miles-work rounded =
                (miles-ns * miles-ns + miles-ew * miles-ew) ** 0.5
          end-if.
          if miles-work > 9999
             move 9999 to miles-work
          end-if.
          compute score-work = miles-work * wt-mile
                             + age-months * wt-month.
          if cd-bed-known(card-x) = "Y"
             compute bed-diff = Bedroom - cd-bed(card-x)
             if bed-diff < 0
                compute bed-diff = 0 - bed-diff
             end-if
             compute score-work = score-work + bed-diff * wt-bedroom
          end-if.
          if cd-bath-known(card-x) = "Y"
             compute bath-diff = Bathroom - cd-bath(card-x)
             if bath-diff < 0
                compute bath-diff = 0 - bath-diff
             end-if
             compute score-work =
                score-work + bath-diff * wt-bathroom
          end-if.
          if cd-sqft-known(card-x) = "Y"
             compute sqft-diff = SquareFeet - cd-sqft(card-x)
             if sqft-diff < 0
                compute sqft-diff = 0 - sqft-diff
             end-if
             compute score-work =
                score-work + sqft-diff * wt-sqft / 100
          end-if.

      *the same address, sale date and price already on the list
       3290-dupe-check.
          move "No" to dupe-flag.
          perform 3295-dupe-entry
             varying comp-pos from 1 by 1
               until comp-pos > cd-comp-count(card-x).

       3295-dupe-entry.
          if cp-address(card-x, comp-pos) = Addresses
             and cp-sale-year(card-x, comp-pos) = SaleYear
             and cp-sale-month(card-x, comp-pos) = SaleMonth
             and cp-sale-day(card-x, comp-pos) = SalesDay
             and cp-price(card-x, comp-pos) = SalePrice
             move "Yes" to dupe-flag
          end-if.

      *onto the end of the list while it is short, or over its worst
      *entry when this one beats it -- then up the list to its place
       3300-keep-if-better.
          if cd-comp-count(card-x) < cd-want(card-x)
             add 1 to cd-comp-count(card-x)
             move cd-comp-count(card-x) to comp-pos
             perform 3310-fill-comp
             perform 3320-bubble-up
          else
             move cd-comp-count(card-x) to comp-pos
             if score-work < cp-score(card-x, comp-pos)
                perform 3310-fill-comp
                perform 3320-bubble-up
             end-if
          end-if.

      *the price brought forward is the sale price times the rate in
      *force on the business date over the rate in force on the sale
      *date, for the comp's own city and state
       3310-fill-comp.
          move score-work to cp-score(card-x, comp-pos).
          move Addresses to cp-address(card-x, comp-pos).
          move City to cp-city(card-x, comp-pos).
          move SaleMonth to cp-sale-month(card-x, comp-pos).
          move SalesDay to cp-sale-day(card-x, comp-pos).
          move SaleYear to cp-sale-year(card-x, comp-pos).
          move Bedroom to cp-bed(card-x, comp-pos).
          move Bathroom to cp-bath(card-x, comp-pos).
          move SquareFeet to cp-sqft(card-x, comp-pos).
          move miles-work to cp-miles(card-x, comp-pos).
          move age-months to cp-months(card-x, comp-pos).
          move SalePrice to cp-price(card-x, comp-pos).
          move State to lookup-state.
          move City to lookup-city.
          move sale-date-work to lookup-date.
          perform 0330-est-lookup.
          move est-rate-work to sale-rate.
          move todays-date-n to lookup-date.
          perform 0330-est-lookup.
          move est-rate-work to asof-rate.
          compute cp-adj-price(card-x, comp-pos) rounded =
             SalePrice * asof-rate / sale-rate.

       3320-bubble-up.
          move "No" to bubble-flag.
          perform 3330-bubble-step until bubble-done.

       3330-bubble-step.
          if comp-pos = 1
             move "Yes" to bubble-flag
          else
             if cp-score(card-x, comp-pos - 1) not >
                cp-score(card-x, comp-pos)
                move "Yes" to bubble-flag
             else
                move Comp-entry(card-x, comp-pos) to Comp-hold
                move Comp-entry(card-x, comp-pos - 1) to
                   Comp-entry(card-x, comp-pos)
                move Comp-hold to Comp-entry(card-x, comp-pos - 1)
                subtract 1 from comp-pos
             end-if
          end-if.

      *find the estimation multiplier in force on lookup-date for
      *lookup-state and lookup-city -- among the rules whose
      *effective date is not after it, a named-city rule wins over
      *its state's rule, and the latest effective date wins within
      *each; anything with no rule at all gets the default.  the
      *rule that won is named for the report
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

      *one request's section -- the subject, its comps best first,
      *and the indicated value: the comps' average price per square
      *foot brought forward, times the subject's square feet (or
      *their average price brought forward when the subject's size
      *is not known), and the Estimation that value would carry
       4000-print-request.
          move spaces to Report-rec.
          write Report-rec.
          if cd-rejected(card-x)
             add 1 to cards-rejected-count
             move card-x to rj-req-out
             move cd-reject-text(card-x) to rj-text-out
             write Report-rec from Rejected-line
          else
             add 1 to cards-done-count
             perform 4100-subject-lines
             if cd-comp-count(card-x) = 0
                move "    NO COMPARABLE SALES FOUND" to Report-rec
                write Report-rec
             else
                move 0 to ppsf-sum
                          adj-sum
                perform 4200-comp-line
                varying comp-rank from 1 by 1
                  until comp-rank > cd-comp-count(card-x)
                perform 4300-indicated-value
             end-if
          end-if.

       4100-subject-lines.
          move card-x to sj-req-out.
          move cd-in-address(card-x) to sj-address-out.
          move cd-city(card-x) to sj-city-out.
          move cd-state(card-x) to sj-state-out.
          move cd-ptype(card-x) to sj-ptype-out.
          if cd-bed-known(card-x) = "Y"
             move cd-bed(card-x) to sj-bed-out
          else
             move "-" to sj-bed-out
          end-if.
          if cd-bath-known(card-x) = "Y"
             move cd-bath(card-x) to sj-bath-out
          else
             move "-" to sj-bath-out
          end-if.
          if cd-sqft-known(card-x) = "Y"
             move cd-sqft(card-x) to sj-sqft-out
          else
             move "-" to sj-sqft-out
          end-if.
          write Report-rec from Subject-line.
          move cd-located-by(card-x) to sl-located-out.
          move cd-months(card-x) to sl-months-out.
          move Months to sl-month-out.
          move Days to sl-day-out.
          move Years to sl-year-out.
          write Report-rec from Subject-loc-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Colomn-Header.

       4200-comp-line.
          move comp-rank to rank-out.
          move cp-address(card-x, comp-rank) to address-out.
          move cp-city(card-x, comp-rank) to city-out.
          move cp-sale-month(card-x, comp-rank) to sale-month-out.
          move cp-sale-day(card-x, comp-rank) to sale-day-out.
          move cp-sale-year(card-x, comp-rank) to sale-year-out.
          move cp-bed(card-x, comp-rank) to bed-out.
          move cp-bath(card-x, comp-rank) to bath-out.
          move cp-sqft(card-x, comp-rank) to sqft-out.
          move cp-miles(card-x, comp-rank) to miles-out.
          move cp-months(card-x, comp-rank) to months-out.
          move cp-price(card-x, comp-rank) to price-out.
          compute avg-ppsf rounded =
             cp-price(card-x, comp-rank) / cp-sqft(card-x, comp-rank).
          move avg-ppsf to ppsf-out.
          move cp-adj-price(card-x, comp-rank) to adj-price-out.
          move cp-score(card-x, comp-rank) to score-out.
          write Report-rec from Comp-line.
          compute ppsf-sum = ppsf-sum +
             cp-adj-price(card-x, comp-rank) /
             cp-sqft(card-x, comp-rank).
          add cp-adj-price(card-x, comp-rank) to adj-sum.

       4300-indicated-value.
          compute avg-ppsf rounded =
             ppsf-sum / cd-comp-count(card-x).
          if cd-sqft-known(card-x) = "Y" and cd-sqft(card-x) > 0
             compute indicated-value rounded =
                avg-ppsf * cd-sqft(card-x)
          else
             compute indicated-value rounded =
                adj-sum / cd-comp-count(card-x)
          end-if.
          move cd-state(card-x) to lookup-state.
          move cd-city(card-x) to lookup-city.
          move todays-date-n to lookup-date.
          perform 0330-est-lookup.
          compute indicated-est rounded =
             indicated-value * est-rate-work.

          move spaces to Report-rec.
          write Report-rec.
          move "    Comparables Used" to Count-Label-out.
          move cd-comp-count(card-x) to Count-out.
          write Report-rec from Count-line.
          move "Avg Adj Price Per SqFt" to Money-Label-out.
          move avg-ppsf to Money-out.
          write Report-rec from Money-line.
          move "Indicated Value" to Money-Label-out.
          move indicated-value to Money-out.
          write Report-rec from Money-line.
          move est-rate-work to rate-out.
          move rule-label to rate-rule-out.
          write Report-rec from Rate-line.
          move "Indicated Estimation" to Money-Label-out.
          move indicated-est to Money-out.
          write Report-rec from Money-line.

      *trailer counts and the verdict -- cards past the table's
      *ceiling were not run, and that comes back nonzero so the
      *desk knows to split the deck
       5000-finish.
          move spaces to Report-rec.
          write Report-rec.
          move "Request Cards Read" to Count-Label-out.
          move cards-read-count to Count-out.
          write Report-rec from Count-line.
          move "Requests Reported" to Count-Label-out.
          move cards-done-count to Count-out.
          write Report-rec from Count-line.
          move "Requests Rejected" to Count-Label-out.
          move cards-rejected-count to Count-out.
          write Report-rec from Count-line.
          move "Requests Not Run (Over 20)" to Count-Label-out.
          move cards-skipped-count to Count-out.
          write Report-rec from Count-line.
          move "Sales Considered" to Count-Label-out.
          move sales-read-count to Count-out.
          write Report-rec from Count-line.
          move "Invalid Sales Excluded" to Count-Label-out.
          move sales-excluded-count to Count-out.
          write Report-rec from Count-line.

          move spaces to Report-rec.
          write Report-rec.
          if cards-skipped-count > 0
             move "REQUESTS OVER 20 NOT RUN" to verdict-text-out
             move 8 to RETURN-CODE
          else
             move "COMPS COMPLETE" to verdict-text-out
          end-if.
          write Report-rec from Verdict-line.

          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.
          close Report-file.
          if not Case-missing
             close Case-file
          end-if.
