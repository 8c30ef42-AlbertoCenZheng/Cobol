	   select Clean-file assign to
	   "prog4clean.dat"
	   organization is line sequential.
      *new
      *the cumulative transaction history -- every run's clean
      *records appended as one generation stamped with the business
      *date and run time, between a header and a count/hash
      *trailer, so Seventh-Prog can report a month, quarter or year
      *from it.  Hist-Purge-Prog trims generations past retention
	   select History-file assign to
	   "txnhist.dat"
	   organization is line sequential
	   file status is History-status.
	   select Property-file assign to
	   "propmast.dat"
	   organization is indexed
	   select Zipmast-file assign to
	   "zipmast.dat"
	   file status is Zipmast-status.
      *documentary transfer tax rates maintained by Tax-Maint-Prog --
      *a county-wide rate per county feed and any city rate added on
      *top of it, each with the date it took effect
	   select Taxrate-file assign to
	   "/home1/c/a/acsi203/taxrates.dat"
	   organization is line sequential
	   file status is Taxrate-status.
      *the transfer tax register -- one line per clean sale with the
      *county and city tax it owes, between a control header and a
      *count/tax-hash trailer, for Tax-Remit-Prog to remit from
	   select Tax-file assign to
	   "prog4tax.dat"
	   organization is line sequential.
      *run-control parameter card -- when present it supplies the
      *business date for the run, so a Wednesday rerun of Tuesday's
      *failed run carries Tuesday's date on every header, the run
	   "propjrnl.dat"
	   organization is line sequential
	   file status is Journal-status.
      *reject suspense master -- every record 2999-error turns away
      *is held here with its feed, its reasons and the date it was
      *rejected until Susp-Maint-Prog corrects or voids it.  keyed on
      *the run stamp that rejected it plus a sequence within the run
	   select Suspense-file assign to
	   "suspmast.dat"
	   organization is indexed
	   access is dynamic
	   record key is sp-key
	   file status is Suspense-status.
      *feeds turned away whole this run -- a feed whose trailer does
      *not agree with what arrived, or whose rejects run past its
      *tolerance, is listed here to go back to its county
	   select Quarantine-file assign to
	   "prog4quar.dat"
	   organization is line sequential.

       Data Division.
	   
	  02 fh-feed-date       pic 9(8).
	  02 filler             pic x(90).

      *new
      *and closes with one of these -- the county's own count of the
      *sale records it sent and the total of their SalePrice, so a
      *file that arrives short can be told from one that is whole
       01 Feed-trailer-rec.
	  02 ft-tag             pic x(7).
	  02 filler             pic x(1).
	  02 ft-rec-count       pic 9(6).
	  02 filler             pic x(1).
	  02 ft-hash-price      pic 9(12).
	  02 filler             pic x(88).

      *new
       FD Output-file
	  Linage is 58 lines with footing at 56
      *fields as Info-line, for consumers that want the data without
      *parsing the printed report
       FD Extract-file.
       01 Extract-rec		pic x(142).

      *new
      *one raw Input-rec per record that passes validation, for
       01 Clean-rec		pic x(123).

      *new
      *one history record -- type H (generation header), D (a clean
      *record) or T (generation trailer), the generation's business
      *date and run time, then the clean record or the trailer's
      *counts
       FD History-file.
       01 History-rec		pic x(138).

      *new
      *the list of feed files to process this run, one path per line,
      *with the feed's rejection-rate tolerance (a whole percent) in
      *the column after the path -- blank means the house default
       FD Feedlist-file.
       01 Feedlist-rec.
	  02 fl-path            pic x(64).
	  02 filler             pic x(1).
	  02 fl-tolerance       pic x(3).
	  02 fl-tolerance-n redefines fl-tolerance
				pic 9(3).

      *new
      *property sale-history master, keyed on the address -- one
	  02 zm-state           pic x(2).
	  02 filler             pic x(1).

      *new
      *the transfer tax rate record -- same layout Tax-Maint-Prog
      *keeps.  the county is the feed id the county's sales arrive
      *under, a blank city is the county-wide rate, and the rate is
      *dollars per $1,000 of sale price
       FD Taxrate-file.
       01 Taxrate-rec.
	  02 tr-county          pic x(8).
	  02 filler             pic x(1).
	  02 tr-city            pic x(15).
	  02 filler             pic x(1).
	  02 tr-rate            pic x(4).
	  02 tr-rate-v redefines tr-rate
				pic 9(2)v99.
	  02 filler             pic x(1).
	  02 tr-eff-date        pic x(8).
	  02 tr-eff-date-n redefines tr-eff-date
				pic 9(8).
	  02 filler             pic x(2).

      *new
       FD Tax-file.
       01 Tax-rec		pic x(100).

      *new
      *the business-date card -- one line, the date as yyyymmdd
       FD Rundate-file.
       FD Journal-file.
       01 Journal-rec		pic x(364).

      *new
      *the reject suspense record -- the status says where the item
      *stands: O open, C corrected and waiting to re-enter, R
      *re-entered through the suspense feed, V voided.  one reason
      *byte per 2999-error reason, in the order 2999-error tests
      *them, so the aging report can break the items out by reason.
      *sp-dup-key is the sale's identity as first rejected, which
      *corrections never change, so a rerun of the same feed does not
      *suspend it twice
       FD Suspense-file.
       01 Suspense-rec.
	  02 sp-key.
	    03 sp-rej-date      pic 9(8).
	    03 sp-rej-time      pic 9(6).
	    03 sp-seq           pic 9(6).
	  02 sp-status          pic x(1).
	    88 susp-open        value "O".
	    88 susp-corrected   value "C".
	    88 susp-reentered   value "R".
	    88 susp-voided      value "V".
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


      *new
      *the feed quarantine report
       FD Quarantine-file.
       01 Quarantine-rec        pic x(132).

       Working-Storage Section.

       01 Feed-file-name        pic x(64) value spaces.
       01 Feedlist-status       pic x(2) value spaces.
	  88 Feedlist-none      value "35".
      *new
      *set once the list's names run out, so the list is never read
      *again after the suspense re-entry feed has been used up
       01 feedlist-done-flag    pic x(3) value "No".
	  88 feedlist-done      value "Yes".
       01 Current-feed-id       pic x(8) value spaces.
       01 got-record-flag       pic x(3) value "No".
       01 feed-open-flag        pic x(3) value "No".
	    03 fs-read          pic 9(6).
	    03 fs-proc          pic 9(6).
	    03 fs-rej           pic 9(6).
	    03 fs-quar          pic 9(6).
	    03 fs-quarantined   pic x(3).

      *new
      *clean-file record with the source feed id appended
	  02 fr-proc            pic z(5)9.
	  02 filler             pic x(11) value "  Rejected ".
	  02 fr-rej             pic z(5)9.
	  02 filler             pic x(14) value "  Quarantined ".
	  02 fr-quar            pic z(5)9.
	  02 filler             pic x(2) value spaces.
	  02 fr-status          pic x(14).
	  02 filler             pic x(30) value spaces.

      *new
      *valuation rules working storage -- the estimation rule table
	    03 jr-image-address pic x(27).
	    03 filler           pic x(319).

      *new
      *reject suspense working storage.  the items corrected since
      *the last run are written out at init as one more feed, under
      *the id SUSPENSE, and run last -- Reentry-table remembers which
      *suspense item each record of that feed came from, in feed
      *order, and the county feed it was first rejected from.
      *Held-table carries the sale identity of every item still open
      *or corrected, so a rerun of a county feed does not suspend the
      *same rejected record a second time
       01 Suspense-status       pic x(2) value spaces.
	  88 Suspense-missing   value "35".
       01 susp-eof-flag         pic x(3) value "No".
       01 susp-seq              pic 9(6) value 0.
       01 Reentry-feed-name     pic x(64) value "suspfeed.dat".
       01 reentry-pending-flag  pic x(3) value "No".
	  88 reentry-pending    value "Yes".
       01 reentry-active-flag   pic x(3) value "No".
	  88 reentry-active     value "Yes".
       01 reentry-count         pic 9(4) value 0.
       01 reentry-x             pic 9(4) value 0.
       01 held-count            pic 9(4) value 0.
       01 susp-held-flag        pic x(3) value "No".
	  88 susp-held          value "Yes".

       01 Reentry-table.
	  02 Reentry-entry occurs 1 to 5000 times
	  depending on reentry-count.
	    03 re-key           pic x(20).
	    03 re-feed-id       pic x(8).

       01 Held-table.
	  02 Held-entry occurs 1 to 5000 times
	  depending on held-count
	  indexed by held-index.
	    03 hk-dup-key       pic x(43).
	    03 hk-feed-id       pic x(8).

      *the reasons of the record in hand, built up by 2999-error in
      *the same order as sp-reasons
       01 Susp-reason-work.
	  02 srw-flag occurs 17 times pic x(1).

      *suspense counts for the trailer on the error file
       01 Susp-written-count    pic 9(4) value 0.
       01 Susp-held-count       pic 9(4) value 0.
       01 Susp-reentered-count  pic 9(4) value 0.
       01 Susp-rereject-count   pic 9(4) value 0.

      *new
      *feed trailer and quarantine working storage.  each county feed
      *is read through once before it is processed -- its sale
      *records counted, their SalePrice totalled and run past
      *2100-validation, and its trailer picked up -- then opened
      *again for the real pass.  a feed that fails is quarantined and
      *the real pass only counts its records.  the tolerance is the
      *percent of a feed's records that may reject before the feed
      *is judged bad rather than merely dirty
       01 default-tolerance     pic 9(3) value 25.
       01 feed-tolerance        pic 9(3) value 25.
      *new
      *the keyed tolerance turned every way it may arrive -- digits
      *to the right, to the left, or a single digit first
       01 Tolerance-work.
	  02 tw-lead            pic x(2).
	  02 tw-lead-n redefines tw-lead
				pic 9(2).
	  02 tw-last            pic x(1).
       01 Tolerance-split redefines Tolerance-work.
	  02 tw-first           pic x(1).
	  02 tw-first-n redefines tw-first
				pic 9(1).
	  02 tw-rest            pic x(2).
       01 tw-all-n redefines Tolerance-work
				pic 9(3).
       01 prescan-eof-flag      pic x(3) value "No".
       01 trailer-found-flag    pic x(3) value "No".
	  88 trailer-found      value "Yes".
       01 quarantine-flag       pic x(3) value "No".
	  88 feed-quarantined   value "Yes".
       01 pre-read-count        pic 9(6) value 0.
       01 pre-rej-count         pic 9(6) value 0.
       01 pre-hash-price        pic 9(12) value 0.
       01 pre-trl-count         pic 9(6) value 0.
       01 pre-trl-hash          pic 9(12) value 0.
       01 pre-dup-count         pic 9(6) value 0.
       01 pre-rej-pct           pic 9(3) value 0.
       01 reentry-hash-price    pic 9(12) value 0.
       01 Quar-feed-count       pic 9(2) value 0.
       01 Quar-rec-count        pic 9(4) value 0.

       01 Quar-Header.
	  02 filler             pic x(43) value spaces.
	  02 filler             pic x(23) value
	  "Feed Quarantine Report-".
	  02 qh-month-out       pic 9(2).
	  02 filler             pic x value "/".
	  02 qh-day-out         pic 9(2).
	  02 filler             pic x value "/".
	  02 qh-year-out        pic 9(4).
	  02 filler             pic x(56) value spaces.

       01 Quar-col-header.
	  02 filler             pic x(4) value spaces.
	  02 filler             pic x(30) value "Check".
	  02 filler             pic x(12) value "    Expected".
	  02 filler             pic x(2) value spaces.
	  02 filler             pic x(12) value "      Actual".
	  02 filler             pic x(72) value spaces.

       01 Quar-feed-line.
	  02 filler             pic x(5) value "Feed ".
	  02 qf-id              pic x(8).
	  02 filler             pic x(2) value spaces.
	  02 qf-path            pic x(64).
	  02 filler             pic x(53) value spaces.

       01 Quar-reason-line.
	  02 filler             pic x(4) value spaces.
	  02 qr-text            pic x(30).
	  02 qr-expected        pic z(11)9.
	  02 filler             pic x(2) value spaces.
	  02 qr-actual          pic z(11)9.
	  02 filler             pic x(72) value spaces.

      *new
      *subscripts for the property sale-history slots, and the flag
      *that marks a sale already present in the history on a rerun

       01 clean-rec-count       pic 9(6) value 0.
       01 clean-hash-price      pic 9(12) value 0.

      *new
      *transfer tax working storage -- the rate table loaded at init
      *(a missing rate file means every sale goes on the register
      *with no rate and no tax, flagged for finance), the rates and
      *tax found for the record in hand, and the register's header,
      *detail and trailer.  the trailer carries the register's count
      *and a hash of the tax so Tax-Remit-Prog can prove it read it
      *all
       01 Taxrate-status        pic x(2) value spaces.
	  88 Taxrate-none       value "35".
       01 taxrate-eof-flag      pic x(3) value "No".
       01 tax-rate-count        pic 9(4) value 0.

       01 Tax-rate-table.
	  02 Tax-rate-entry occurs 1 to 500 times
	  depending on tax-rate-count
	  indexed by tx-index.
	    03 tx-county        pic x(8).
	    03 tx-city          pic x(15).
	    03 tx-rate          pic 9(2)v99.
	    03 tx-eff           pic 9(8).

       01 tax-county-work       pic x(8) value spaces.
       01 best-eff-tax-county   pic 9(8) value 0.
       01 best-eff-tax-city     pic 9(8) value 0.
       01 county-tax-rate       pic 9(2)v99 value 0.
       01 city-tax-rate         pic 9(2)v99 value 0.
       01 county-tax            pic 9(5)v99 value 0.
       01 city-tax              pic 9(5)v99 value 0.
       01 transfer-tax          pic 9(6)v99 value 0.
       01 county-rate-flag      pic x(3) value "No".
	  88 county-rate-found  value "Yes".
       01 tax-rec-count         pic 9(6) value 0.
       01 tax-hash-amount       pic 9(10)v99 value 0.

       01 Tax-ctl-header.
	  02 th-tag             pic x(7) value "TAXHDR".
	  02 filler             pic x(1) value spaces.
	  02 th-run-date        pic 9(8).
	  02 filler             pic x(84) value spaces.

       01 Tax-detail-line.
	  02 td-county          pic x(8).
	  02 td-city            pic x(15).
	  02 td-state           pic x(2).
	  02 td-address         pic x(27).
	  02 td-sale-date       pic 9(8).
	  02 td-price           pic 9(6).
	  02 td-county-rate     pic 9(2)v99.
	  02 td-city-rate       pic 9(2)v99.
	  02 td-county-tax      pic 9(5)v99.
	  02 td-city-tax        pic 9(5)v99.
	  02 td-rate-flag       pic x(1).
	  02 filler             pic x(11) value spaces.

       01 Tax-ctl-trailer.
	  02 tt-tag             pic x(7) value "TAXTRL".
	  02 filler             pic x(1) value spaces.
	  02 tt-rec-count       pic 9(6).
	  02 filler             pic x(1) value spaces.
	  02 tt-hash-tax        pic 9(10)v99.
	  02 filler             pic x(73) value spaces.

      *new
      *the history generation's header/trailer and data lines -- the
      *business date and run time are stamped once, in 1000-init, so
      *every line of the generation carries the same pair
       01 History-status        pic x(2) value spaces.
	  88 History-missing    value "35".

       01 Hist-ctl-line.
	  02 hh-type            pic x(1).
	  02 hh-bus-date        pic 9(8).
	  02 hh-run-time        pic 9(6).
	  02 hh-rec-count       pic 9(6).
	  02 hh-hash-price      pic 9(12).
	  02 filler             pic x(105) value spaces.

       01 Hist-data-line.
	  02 hd-type            pic x(1) value "D".
	  02 hd-bus-date        pic 9(8).
	  02 hd-run-time        pic 9(6).
	  02 hd-data            pic x(123).

       01 planned-feed-count    pic 9(2) value 0.
       01 feedcount-eof-flag    pic x(3) value "No".

	  02 PricePerSqft-ext   pic $z(2)9.99.
	  02 filler		pic x(1) value ",".
	  02 EstimateValue-ext  pic $z(3),z(2)9.99.
	  02 filler		pic x(1) value ",".
	  02 TransferTax-ext    pic $z(2),z(2)9.99.


       Procedure Division.
	     at end move "Yes" to zipref-eof-flag
	  end-read.

      *new
      *load the transfer tax rates -- same safe-ceiling guard as the
      *other tables, and a rate or date that is not numeric leaves
      *the row out rather than taxing at a garbage rate
       0370-load-taxrates.
	  open Input Taxrate-file.
	  if Taxrate-none
	     continue
	  else
	     read Taxrate-file
		at end move "Yes" to taxrate-eof-flag
	     end-read
	     perform 0371-taxrate-record
	       until taxrate-eof-flag = "Yes"
	     close Taxrate-file
	  end-if.

      *new
      *a blank effective date is in force since forever, the same
      *as the valuation rules
       0371-taxrate-record.
	  if tr-eff-date = spaces
	     move "00000000" to tr-eff-date
	  end-if.
	  if tax-rate-count < 500
	     and tr-county not = spaces
	     and tr-rate numeric
	     and tr-eff-date numeric
	     add 1 to tax-rate-count
	     move tr-county to tx-county(tax-rate-count)
	     move tr-city to tx-city(tax-rate-count)
	     move tr-rate-v to tx-rate(tax-rate-count)
	     move tr-eff-date-n to tx-eff(tax-rate-count)
	  end-if.
	  read Taxrate-file
	     at end move "Yes" to taxrate-eof-flag
	  end-read.

      *new
      *the documentary transfer tax on the record in hand -- the
      *county-wide rate for the county the sale came in from, plus
      *the city's own rate on top where the city has one, each the
      *latest in force on the sale date.  a county with no rate
      *owes nothing here and is flagged on the register for finance
       0335-transfer-tax.
	  move Current-feed-id to tax-county-work.
	  if reentry-active
	     move re-feed-id(reentry-x) to tax-county-work
	  end-if.
	  move 0 to county-tax-rate.
	  move 0 to city-tax-rate.
	  move 0 to best-eff-tax-county.
	  move 0 to best-eff-tax-city.
	  move "No" to county-rate-flag.
	  if tax-rate-count > 0
	     perform 0336-tax-rate-scan
	     varying tx-index from 1 by 1
	       until tx-index > tax-rate-count
	  end-if.
	  compute county-tax rounded =
	     SalePrice * county-tax-rate / 1000.
	  compute city-tax rounded =
	     SalePrice * city-tax-rate / 1000.
	  compute transfer-tax = county-tax + city-tax.

      *new
      *one rate against the record -- a rate dated after the sale is
      *not in force for it and is skipped
       0336-tax-rate-scan.
	  if tx-county(tx-index) = tax-county-work
	     and tx-eff(tx-index) not > sale-date-work
	     if tx-city(tx-index) = spaces
		if tx-eff(tx-index) >= best-eff-tax-county
		   move "Yes" to county-rate-flag
		   move tx-eff(tx-index) to best-eff-tax-county
		   move tx-rate(tx-index) to county-tax-rate
		end-if
	     else
		if tx-city(tx-index) = City
		   and tx-eff(tx-index) >= best-eff-tax-city
		   move tx-eff(tx-index) to best-eff-tax-city
		   move tx-rate(tx-index) to city-tax-rate
		end-if
	     end-if
	  end-if.

      *new
      *find the estimation multiplier in force for the record's sale
      *date -- among the rules whose effective date is not after the
          open Output Output-file
		      Error-file
		      Extract-file
		      Clean-file
		      Quarantine-file.
	  perform 1840-quarantine-header.

      *new
      *items corrected on the suspense master since the last run go
      *back through validation as the last feed of this one -- the
      *feed is cut here, before the feeds are counted, so the clean
      *file's control header counts it with the rest
	  perform 1700-build-reentry-feed.

      *new
      *the clean file opens with its control header -- the feeds the
      *new
      *and the zip reference master the zip checks run against
	  perform 0360-load-zipref.
      *new
      *the transfer tax rates, and the tax register opened with its
      *control header
	  perform 0370-load-taxrates.
	  open Output Tax-file.
	  move todays-date to th-run-date.
	  write Tax-rec from Tax-ctl-header.

      *new
      *the property master is created empty on the very first run,
	  move todays-date to jr-run-date.
	  Accept time-work from TIME.
	  move time-hhmmss to jr-run-time.

      *new
      *the history opens this run's generation with its header,
      *stamped with the same run date/time as the journal -- a run
      *that dies before the trailer leaves a generation Seventh-Prog
      *will not report from
	  open Extend History-file.
	  if History-missing
	     open Output History-file
	  end-if.
	  move todays-date to hd-bus-date.
	  move jr-run-time to hd-run-time.
	  move "H" to hh-type.
	  move hd-bus-date to hh-bus-date.
	  move hd-run-time to hh-run-time.
	  move 0 to hh-rec-count.
	  move 0 to hh-hash-price.
	  write History-rec from Hist-ctl-line.
		   
	  move spaces to Output-rec.
	  Write Output-rec.
	       until feedcount-eof-flag = "Yes"
	     close Feedlist-file
	  end-if.
	  if reentry-pending
	     add 1 to planned-feed-count
	  end-if.

      *new
       1310-count-feed-name.

      *new
      *deliver the next data record, reading across feed boundaries
      *-- feed header records set the source id and are not data,
      *nor is the trailer that closes a feed
       1500-read-feed-record.
	  move "No" to got-record-flag.
	  perform 1501-read-one-record
		   move fh-feed-id to Current-feed-id
		   move fh-feed-id to fs-id(cur-feed-x)
		else
		   if ft-tag = "FEEDTRL"
		      continue
		   else
		      move "Yes" to got-record-flag
		      add 1 to Total-read-count
		      add 1 to fs-read(cur-feed-x)
		      if reentry-active
			 move fs-read(cur-feed-x) to reentry-x
		      end-if
		   end-if
		end-if
	  end-read.

	     move 0 to fs-read(Feed-count)
	     move 0 to fs-proc(Feed-count)
	     move 0 to fs-rej(Feed-count)
	     move 0 to fs-quar(Feed-count)
	     move "No" to fs-quarantined(Feed-count)
	     move Feed-count to cur-feed-x
	  else
	     move "FEED TABLE FULL" to rl-status
      *new
      *open the next feed named by the list, skipping (and
      *reporting) any that are missing -- out of names means the
      *run's input is exhausted.
      *each feed that opens is read ahead and judged by 1800 before
      *the real pass starts on it
       1600-advance-feed.
	  move "No" to feed-open-flag.
	  perform 1610-open-next-feed

      *new
       1610-open-next-feed.
	  if Feedlist-none or feedlist-done
	     perform 1620-open-reentry-feed
	  else
	     read Feedlist-file
		at end
		   move "Yes" to feedlist-done-flag
		   perform 1620-open-reentry-feed
		not at end
		   move fl-path to Feed-file-name
		   perform 1615-feed-tolerance
		   open Input Input-file
		   if input-file-missing
		      move "FEED FILE MISSING:" to Error-rec
		      move "Yes" to feed-open-flag
		      move "UNKNOWN" to Current-feed-id
		      perform 1510-register-feed
		      perform 1800-prescan-feed
		   end-if
	     end-read
	  end-if.

      *new
      *the tolerance keyed after the path -- blank is the default,
      *and the digits may sit left or right in their three columns.
      *anything else is reported and the default used, rather than
      *quietly giving the county a looser limit than was keyed
       1615-feed-tolerance.
	  move default-tolerance to feed-tolerance.
	  if fl-tolerance numeric
	     move fl-tolerance-n to feed-tolerance
	  else
	     if fl-tolerance not = spaces
		move fl-tolerance to Tolerance-work
		inspect Tolerance-work replacing leading space by zero
		if Tolerance-work numeric
		   move tw-all-n to feed-tolerance
		else
		   if tw-lead numeric and tw-last = space
		      move tw-lead-n to feed-tolerance
		   else
		      if tw-first numeric and tw-rest = spaces
			 move tw-first-n to feed-tolerance
		      else
			 perform 1616-bad-tolerance
		      end-if
		   end-if
		end-if
	     end-if
	  end-if.

      *new
       1616-bad-tolerance.
	  move "FEED TOLERANCE INVALID, DEFAULT USED:" to Error-rec.
	  write Error-rec.
	  move Feedlist-rec to Error-rec.
	  write Error-rec.

      *new
      *the county feeds are done -- the suspense re-entry feed, when
      *init cut one, runs last under its own Feed-stat-table row.
      *it is opened only once, and after it the input is exhausted
       1620-open-reentry-feed.
	  if reentry-pending
	     move "No" to reentry-pending-flag
	     move Reentry-feed-name to Feed-file-name
	     open Input Input-file
	     if input-file-missing
		move "FEED FILE MISSING:" to Error-rec
		write Error-rec
		move Feed-file-name to Error-rec
		write Error-rec
		add 1 to feeds-missing-count
		move "Yes" to eof-flag
	     else
		move "Yes" to feed-open-flag
		move "Yes" to reentry-active-flag
		move "UNKNOWN" to Current-feed-id
		perform 1510-register-feed
		perform 1800-prescan-feed
	     end-if
	  else
	     move "Yes" to eof-flag
	  end-if.

      *new
      *open the suspense master for update (created empty the very
      *first time, the same as the property master), then walk it --
      *each corrected item is written to the re-entry feed and every
      *item still open or corrected is remembered for the rerun check.
      *an item already re-entered under this same business date goes
      *onto the feed again too -- a rerun of the night rebuilds the
      *clean file, tax register and history generation from scratch
      *and would otherwise lose it; the master's sale history keeps
      *the property from taking the sale twice
       1700-build-reentry-feed.
	  open I-O Suspense-file.
	  if Suspense-missing
	     open Output Suspense-file
	     close Suspense-file
	     open I-O Suspense-file
	  end-if.
	  move low-values to sp-key.
	  start Suspense-file key is not < sp-key
	     invalid key
		move "Yes" to susp-eof-flag
	  end-start.
	  if susp-eof-flag = "No"
	     read Suspense-file next record
		at end move "Yes" to susp-eof-flag
	     end-read
	  end-if.
	  perform 1710-suspense-scan
	    until susp-eof-flag = "Yes".
	  if reentry-count > 0
	     perform 1740-reentry-trailer
	     close Input-file
	     move "Yes" to reentry-pending-flag
	  end-if.

      *new
       1710-suspense-scan.
	  if susp-corrected
	     or (susp-reentered and sp-reentry-date = todays-date)
	     perform 1720-reentry-record
	  end-if.
	  if susp-open or susp-corrected
	     or (susp-reentered and sp-reentry-date = todays-date)
	     perform 1730-hold-suspense-key
	  end-if.
	  read Suspense-file next record
	     at end move "Yes" to susp-eof-flag
	  end-read.

      *new
      *one corrected item onto the re-entry feed -- the feed opens
      *with its own FEEDHDR the first time, like any county's.  the
      *record goes out through the full-length record area so the
      *feed carries every byte of the corrected image.  items past
      *the table's ceiling stay corrected and simply wait for the
      *next run
       1720-reentry-record.
	  if reentry-count < 5000
	     if reentry-count = 0
		move Reentry-feed-name to Feed-file-name
		open Output Input-file
		move spaces to Feed-header-rec
		move "FEEDHDR" to fh-tag
		move "SUSPENSE" to fh-feed-id
		move todays-date to fh-feed-date
		write Feed-header-rec
	     end-if
	     add 1 to reentry-count
	     move sp-key to re-key(reentry-count)
	     move sp-feed-id to re-feed-id(reentry-count)
	     move sp-data to Input-rec
	     if SalePrice numeric
		add SalePrice to reentry-hash-price
	     end-if
	     write Input-rec
	  end-if.

      *new
       1730-hold-suspense-key.
	  if held-count < 5000
	     add 1 to held-count
	     move sp-dup-key to hk-dup-key(held-count)
	     move sp-feed-id to hk-feed-id(held-count)
	  end-if.

      *new
      *the re-entry feed closes with a trailer like any county's
       1740-reentry-trailer.
	  move spaces to Feed-trailer-rec.
	  move "FEEDTRL" to ft-tag.
	  move reentry-count to ft-rec-count.
	  move reentry-hash-price to ft-hash-price.
	  write Feed-trailer-rec.

      *new
      *read the feed just opened through once before any of it is
      *processed -- count its sale records, total their SalePrice,
      *see how many 2100-validation would turn away and pick up its
      *trailer -- then open it again for the real pass and judge it.
      *the duplicate table is put back the way it was, so the real
      *pass meets the feed's records as new.  the legacy single feed
      *predates trailers and is never read ahead
       1800-prescan-feed.
	  move "No" to quarantine-flag
		       trailer-found-flag
		       prescan-eof-flag.
	  move 0 to pre-read-count
		    pre-rej-count
		    pre-hash-price
		    pre-trl-count
		    pre-trl-hash.
	  move Dup-count to pre-dup-count.
	  perform 1801-prescan-record
	    until prescan-eof-flag = "Yes".
	  move pre-dup-count to Dup-count.
	  close Input-file.
	  open Input Input-file.
	  perform 1820-judge-feed.
	  if feed-quarantined
	     perform 1830-quarantine-feed
	  end-if.

      *new
       1801-prescan-record.
	  read Input-file
	     at end
		move "Yes" to prescan-eof-flag
	     not at end
		perform 1810-prescan-tally
	  end-read.

      *new
      *the header names the feed now, so a quarantined feed is
      *reported under its own id
       1810-prescan-tally.
	  if fh-tag = "FEEDHDR"
	     move fh-feed-id to Current-feed-id
	     move fh-feed-id to fs-id(cur-feed-x)
	  else
	     if ft-tag = "FEEDTRL"
		move "Yes" to trailer-found-flag
		if ft-rec-count numeric
		   move ft-rec-count to pre-trl-count
		end-if
		if ft-hash-price numeric
		   move ft-hash-price to pre-trl-hash
		end-if
	     else
		add 1 to pre-read-count
		if SalePrice numeric
		   add SalePrice to pre-hash-price
		end-if
		perform 2100-validation
		if error-occur
		   add 1 to pre-rej-count
		   move "No" to error-flag
		end-if
	     end-if
	  end-if.

      *new
      *a feed must close with a trailer, and the trailer's count and
      *hash must agree with what arrived; then its rejects must come
      *in within its tolerance.  the re-entry feed is items analysts
      *have already worked, so its rejects are each item's business,
      *not the feed's
       1820-judge-feed.
	  if not trailer-found
	     move "Yes" to quarantine-flag
	  else
	     if pre-trl-count not = pre-read-count
		or pre-trl-hash not = pre-hash-price
		move "Yes" to quarantine-flag
	     end-if
	  end-if.
	  move 0 to pre-rej-pct.
	  if pre-read-count > 0
	     compute pre-rej-pct =
		pre-rej-count * 100 / pre-read-count
	  end-if.
	  if not reentry-active
	     and pre-rej-count * 100 > pre-read-count * feed-tolerance
	     move "Yes" to quarantine-flag
	  end-if.

      *new
      *list the quarantined feed with every check it failed
       1830-quarantine-feed.
	  add 1 to Quar-feed-count.
	  move "Yes" to fs-quarantined(cur-feed-x).
	  move Current-feed-id to qf-id.
	  move Feed-file-name to qf-path.
	  move spaces to Quarantine-rec.
	  write Quarantine-rec.
	  write Quarantine-rec from Quar-feed-line.
	  if not trailer-found
	     move spaces to Quar-reason-line
	     move "Trailer Record Missing" to qr-text
	     write Quarantine-rec from Quar-reason-line
	  else
	     if pre-trl-count not = pre-read-count
		move spaces to Quar-reason-line
		move "Record Count Does Not Agree" to qr-text
		move pre-trl-count to qr-expected
		move pre-read-count to qr-actual
		write Quarantine-rec from Quar-reason-line
	     end-if
	     if pre-trl-hash not = pre-hash-price
		move spaces to Quar-reason-line
		move "SalePrice Hash Does Not Agree" to qr-text
		move pre-trl-hash to qr-expected
		move pre-hash-price to qr-actual
		write Quarantine-rec from Quar-reason-line
	     end-if
	  end-if.
	  if not reentry-active
	     and pre-rej-count * 100 > pre-read-count * feed-tolerance
	     move spaces to Quar-reason-line
	     move "Reject Percent Over Tolerance" to qr-text
	     move feed-tolerance to qr-expected
	     move pre-rej-pct to qr-actual
	     write Quarantine-rec from Quar-reason-line
	  end-if.
	  move spaces to Quar-reason-line.
	  move "Sale Records Held Back" to qr-text.
	  move pre-read-count to qr-actual.
	  write Quarantine-rec from Quar-reason-line.

      *new
      *the quarantine report opens with its header whether or not
      *any feed ends up on it
       1840-quarantine-header.
	  move Years to qh-year-out.
	  move Months to qh-month-out.
	  move Days to qh-day-out.
	  move spaces to Quarantine-rec.
	  write Quarantine-rec.
	  write Quarantine-rec from Quar-Header.
	  move spaces to Quarantine-rec.
	  write Quarantine-rec.
	  write Quarantine-rec from Quar-col-header.

      *new
       1200-write-column-header.
      ********first increment the counter,******************************************************
      ********move everything and print for the content.****************************************
       2000-main-loop.
      *new
      *a quarantined feed's records are only counted -- the whole
      *feed goes back to its county
	  if feed-quarantined
	     perform 2500-quarantine-record
	  else
	     perform 2100-validation
	     if error-occur
		perform 2999-error
	     else
		perform 2200-process
	     end-if
	  end-if.
	  perform 1500-read-feed-record.

      *Validate the input data.
	  move SalePrice to SalePrice-ext.
	  move PricePerSqft-out to PricePerSqft-ext.
	  move Estimation to EstimateValue-ext.
	  perform 0335-transfer-tax.
	  move transfer-tax to TransferTax-ext.
	  write Extract-rec from Extract-line.

      *new
      *the feed it came in on
	  move Input-rec to clean-data.
	  move Current-feed-id to clean-feed-id.
      *a corrected suspense item is still that county's sale, so it
      *carries the feed it was first rejected from downstream
	  if reentry-active
	     move re-feed-id(reentry-x) to clean-feed-id
	  end-if.
	  write Clean-rec from Clean-out-line.
	  move Clean-out-line to hd-data.
	  write History-rec from Hist-data-line.
	  add 1 to clean-rec-count.
	  add SalePrice to clean-hash-price.
      *new
      *the sale's line on the transfer tax register
	  move tax-county-work to td-county.
	  move City to td-city.
	  move State to td-state.
	  move Addresses to td-address.
	  move sale-date-work to td-sale-date.
	  move SalePrice to td-price.
	  move county-tax-rate to td-county-rate.
	  move city-tax-rate to td-city-rate.
	  move county-tax to td-county-tax.
	  move city-tax to td-city-tax.
	  if county-rate-found
	     move spaces to td-rate-flag
	  else
	     move "N" to td-rate-flag
	  end-if.
	  write Tax-rec from Tax-detail-line.
	  add 1 to tax-rec-count.
	  add transfer-tax to tax-hash-amount.

	  add 1 to fs-proc(cur-feed-x).

      *new
      *a suspense item that made it through this time is done with
	  if reentry-active
	     perform 2400-suspense-reentered
	  end-if.

      *new
          Write Output-rec from Info-line at eop
	  perform 1200-write-column-header.
	  move SalePrice to Prop-SalePrice(prop-slot).
	  move Estimation to Prop-Estimation(prop-slot).

      *new
      *the corrected item passed and is on the master and the clean
      *file now -- mark it re-entered so it never runs again
       2400-suspense-reentered.
	  move re-key(reentry-x) to sp-key.
	  read Suspense-file
	     invalid key
		perform 2993-suspense-not-found
	     not invalid key
		move "R" to sp-status
		move todays-date to sp-reentry-date
		rewrite Suspense-rec
		add 1 to Susp-reentered-count
	  end-read.

      *new
      *a record of a quarantined feed is counted against its feed and
      *goes nowhere else -- not the clean file, the master, the
      *extract, the error file or the suspense master
       2500-quarantine-record.
	  add 1 to Quar-rec-count.
	  add 1 to fs-quar(cur-feed-x).

      ******** print to the error file, if the data is wrong **********************************
       2999-error.
	  move Input-rec to err-data.
	  write Error-rec from Error-echo-line.
	  add 1 to Err-rec-count.
	  add 1 to fs-rej(cur-feed-x).
	  move spaces to Susp-reason-work.
	  If not valid-state then
	     move "Invalide State" to Error-rec
	     write Error-rec
	     add 1 to Err-state-count
	     move "X" to srw-flag(1).
	  If not valid-PropertyType then
	     move "Invalide PropertyType" to Error-rec
	     write Error-rec
	     add 1 to Err-ptype-count
	     move "X" to srw-flag(2).
	  if Bedroom not numeric
	     move "Bedroom is Not Numeric" to Error-rec
	     write Error-rec
	     add 1 to Err-bedroom-count
	     move "X" to srw-flag(3).
	  if Bathroom not numeric
	     move "Bathroom is Not Numeric" to Error-rec
	     write Error-rec
	     add 1 to Err-bathroom-count
	     move "X" to srw-flag(4).
	  if SquareFeet not numeric
	     move "SquareFeet is Not Numeric" to Error-rec
	     write Error-rec
	     add 1 to Err-sqft-count
	     move "X" to srw-flag(5).
	  if SalePrice not numeric
	     move "SalePrice is Not Numeric" to Error-rec
	     write Error-rec
	     add 1 to Err-saleprice-count
	     move "X" to srw-flag(6).
	  if zip-error
	     move "Zip is Not Numeric" to Error-rec
	     write Error-rec
	     add 1 to Err-zip-count
	     move "X" to srw-flag(7).
	  if zipcity-error
	     move "Zip Not For City/State" to Error-rec
	     write Error-rec
	     add 1 to Err-zipmatch-count
	     move "X" to srw-flag(8).
	  if month-error
	     move "Invalide SaleMonth" to Error-rec
	     write Error-rec
	     add 1 to Err-month-count
	     move "X" to srw-flag(9).
	  if day-error
	     move "Invalide SalesDay For Month" to Error-rec
	     write Error-rec
	     add 1 to Err-day-count
	     move "X" to srw-flag(10).
	  if hour-error
	     move "Invalide SalesHour" to Error-rec
	     write Error-rec
	     add 1 to Err-hour-count
	     move "X" to srw-flag(11).
	  if minute-error
	     move "Invalide SalesMinute" to Error-rec
	     write Error-rec
	     add 1 to Err-minute-count
	     move "X" to srw-flag(12).
	  if second-error
	     move "Invalide SalesSecond" to Error-rec
	     write Error-rec
	     add 1 to Err-second-count
	     move "X" to srw-flag(13).
	  if tzone-error
	     move "Invalide TimeZone" to Error-rec
	     write Error-rec
	     add 1 to Err-tzone-count
	     move "X" to srw-flag(14).
	  if year-error
	     move "SaleYear Invalide Or Future" to Error-rec
	     write Error-rec
	     add 1 to Err-year-count
	     move "X" to srw-flag(15).
	  if weekday-error
	     move "SaleDay Wrong For Date" to Error-rec
	     write Error-rec
	     add 1 to Err-weekday-count
	     move "X" to srw-flag(16).
	  if duplicate-found
	     move "Duplicate Transaction" to Error-rec
	     write Error-rec
	     add 1 to Err-duplicate-count
	     move "X" to srw-flag(17).
      *new
      *and the record goes to the suspense master
	  perform 2990-suspense-post.
	  Move "No" to error-flag.

      *new
      *a record from a county feed starts a new suspense item, unless
      *the same sale from the same feed is already held open or
      *corrected (a rerun of a feed already processed).  a record
      *from the re-entry feed failed again, so its own item goes back
      *to open with this run's reasons
       2990-suspense-post.
	  if reentry-active
	     perform 2992-suspense-rereject
	  else
	     perform 2991-suspense-new
	  end-if.

      *new
       2991-suspense-new.
	  move "No" to susp-held-flag.
	  if held-count > 0
	     set held-index to 1
	     search Held-entry
		at end
		   continue
		when hk-dup-key(held-index) = Dup-Key-work
		 and hk-feed-id(held-index) = Current-feed-id
		   move "Yes" to susp-held-flag
	     end-search
	  end-if.
	  if susp-held
	     add 1 to Susp-held-count
	  else
	     add 1 to susp-seq
	     move spaces to Suspense-rec
	     move todays-date to sp-rej-date
	     move jr-run-time to sp-rej-time
	     move susp-seq to sp-seq
	     move "O" to sp-status
	     move Current-feed-id to sp-feed-id
	     move todays-date to sp-last-rej-date
	     move 1 to sp-reject-count
	     move Susp-reason-work to sp-reasons
	     move Dup-Key-work to sp-dup-key
	     move Input-rec to sp-data
	     move 0 to sp-action-date
	     move 0 to sp-reentry-date
	     write Suspense-rec
		invalid key
		   perform 2994-suspense-write-failed
		not invalid key
		   add 1 to Susp-written-count
		   perform 1730-hold-suspense-key
	     end-write
	  end-if.

      *new
       2992-suspense-rereject.
	  move re-key(reentry-x) to sp-key.
	  read Suspense-file
	     invalid key
		perform 2993-suspense-not-found
	     not invalid key
		move "O" to sp-status
		move todays-date to sp-last-rej-date
		if sp-reject-count < 99
		   add 1 to sp-reject-count
		end-if
		move Susp-reason-work to sp-reasons
		rewrite Suspense-rec
		add 1 to Susp-rereject-count
	  end-read.

      *new
      *the item the re-entry feed came from has gone from the master
      *since init read it -- say so on the error file with the key
       2993-suspense-not-found.
	  move "SUSPENSE ITEM NOT FOUND:" to Error-rec.
	  write Error-rec.
	  move sp-key to Error-rec.
	  write Error-rec.

      *new
       2994-suspense-write-failed.
	  move "SUSPENSE WRITE FAILED:" to Error-rec.
	  write Error-rec.
	  move sp-key to Error-rec.
	  write Error-rec.

      ********This paragraph write the footer,**************************************************
      ********counter of steps and close the file.**********************************************  
       3000-finish.
	    until region-index > 6.

	  perform 3999-error-summary.
	  perform 3994-suspense-summary.
	  perform 3993-quarantine-summary.

      *new
      *the clean file closes with its control trailer -- record
	  move clean-rec-count to ct-rec-count.
	  move clean-hash-price to ct-hash-price.
	  write Clean-rec from Clean-ctl-trailer.
      *new
      *the tax register closes with its count and tax hash
	  move tax-rec-count to tt-rec-count.
	  move tax-hash-amount to tt-hash-tax.
	  write Tax-rec from Tax-ctl-trailer.
	  close Tax-file.

      *new
      *and the history generation closes with the same count and
      *hash, which is what marks it complete
	  move "T" to hh-type.
	  move clean-rec-count to hh-rec-count.
	  move clean-hash-price to hh-hash-price.
	  write History-rec from Hist-ctl-line.
	  close History-file.

	  perform 3997-run-log.

	     close Feedlist-file
	  end-if.
	  close Property-file
		Journal-file
		Suspense-file
		Quarantine-file.

      *new
      *work out the run's final status and return code, then log it
      *for the scheduler -- the worst condition wins.
      *a quarantined feed is a warning, not a failure -- the rest of
      *the run is good, and its records are not counted as errors
       3997-run-log.
	  if Total-read-count not =
	     Rec-count + Err-rec-count + Quar-rec-count
	     move "RECONCILIATION FAILED" to rl-status
	     move 8 to RETURN-CODE
	  else
		   move "FEED FILE MISSING" to rl-status
		   move 8 to RETURN-CODE
		else
		   if Err-rec-count * 4 >
		      Total-read-count - Quar-rec-count
		      move "ERROR RATE HIGH" to rl-status
		      move 8 to RETURN-CODE
		   else
		      if Quar-feed-count > 0
			 move "FEED QUARANTINED" to rl-status
			 move 4 to RETURN-CODE
		      else
			 move "NORMAL" to rl-status
		      end-if
		   end-if
		end-if
	     end-if

      *new
      *record-count reconciliation footer on the report -- records read
      *must equal records processed plus records sent to the error
      *file, plus the records of any feed quarantined whole
       3998-reconciliation.
	  move "Total Records Read" to Recon-Label-out.
	  move Total-read-count to Recon-Count-out.
	  move Err-rec-count to Recon-Count-out.
	  move Reconciliation-line to Output-rec.
	  write Output-rec.
	  move "Records Quarantined" to Recon-Label-out.
	  move Quar-rec-count to Recon-Count-out.
	  move Reconciliation-line to Output-rec.
	  write Output-rec.
	  if Total-read-count =
	     Rec-count + Err-rec-count + Quar-rec-count
	     move "Reconciliation OK" to Recon-Label-out
	  else
	     move "Reconciliation FAILED" to Recon-Label-out
	  move fs-read(feed-x) to fr-read.
	  move fs-proc(feed-x) to fr-proc.
	  move fs-rej(feed-x) to fr-rej.
	  move fs-quar(feed-x) to fr-quar.
	  if fs-read(feed-x) =
	     fs-proc(feed-x) + fs-rej(feed-x) + fs-quar(feed-x)
	     if fs-quarantined(feed-x) = "Yes"
		move "QUARANTINED" to fr-status
	     else
		move "OK" to fr-status
	     end-if
	  else
	     move "FAILED" to fr-status
	  end-if.
	  write Output-rec from Feed-recon-line.

      *new
      *what this run did to the reject suspense master, as a trailer
      *on the error file under the reason tally
       3994-suspense-summary.
	  move spaces to Error-rec.
	  write Error-rec.
	  move "Suspense Summary:" to Error-rec.
	  write Error-rec.
	  move "Rejects Sent To Suspense" to Err-Label-out.
	  move Susp-written-count to Err-Count-out.
	  move Error-Summary-line to Error-rec.
	  write Error-rec.
	  move "Rejects Already In Suspense" to Err-Label-out.
	  move Susp-held-count to Err-Count-out.
	  move Error-Summary-line to Error-rec.
	  write Error-rec.
	  move "Corrections Re-entered" to Err-Label-out.
	  move Susp-reentered-count to Err-Count-out.
	  move Error-Summary-line to Error-rec.
	  write Error-rec.
	  move "Corrections Rejected Again" to Err-Label-out.
	  move Susp-rereject-count to Err-Count-out.
	  move Error-Summary-line to Error-rec.
	  write Error-rec.

      *new
      *close the quarantine report with its counts
       3993-quarantine-summary.
	  move spaces to Quarantine-rec.
	  write Quarantine-rec.
	  move "Feeds Quarantined" to Err-Label-out.
	  move Quar-feed-count to Err-Count-out.
	  move Error-Summary-line to Quarantine-rec.
	  write Quarantine-rec.
	  move "Records Quarantined" to Err-Label-out.
	  move Quar-rec-count to Err-Count-out.
	  move Error-Summary-line to Quarantine-rec.
	  write Quarantine-rec.
	  move spaces to Quarantine-rec.
	  write Quarantine-rec.
	  write Quarantine-rec from Footer.

      *new
      *write a tally of error-file writes per validation-failure
      *reason as a trailer on the error file
