	   select Sort-work-file assign to 
           "Sort.dat".

      *the printed reports are assigned by name -- a range run writes
      *its own set, so it never overwrites the night's reports
	   select Output-file assign to
	   dynamic Report-file-name
           organization is line sequential.

      *comma-delimited extract, one row per processed record, same
      *the filtered report sections, one per request card, plus the
      *unfiltered grand-total section for reconciliation
	   select Select-report-file assign to
	   dynamic Select-file-name
	   organization is line sequential.

      *one row per priced record -- state, city and raw price per
      *median and max price per square foot per city with a state
      *rollup, published alongside review_out.dat
	   select Stats-report-file assign to
	   dynamic Stats-file-name
	   organization is line sequential.

      *suspect-sale audit report -- sales whose price per square
      *foot sits far outside their city's norm, for the audit team
      *to chase instead of eyeballing the detail lines
	   select Suspect-file assign to
	   dynamic Suspect-file-name
	   organization is line sequential.

      *machine-to-machine interface file for the county assessor --
	   "/home1/c/a/acsi203/valrules.dat"
	   organization is line sequential
	   file status is Rules-status.

      *the suspect-case file the audit team keeps -- one case per
      *flagged sale, keyed by address and sale date and time, with
      *the auditors' disposition and who decided it when.  read so a
      *sale confirmed invalid drops out of the figures and a cleared
      *one is not flagged again; written when a sale is flagged for
      *the first time, so every suspect has a case to work
	   select Case-file assign to
	   "suspcase.dat"
	   organization is indexed
	   access is random
	   record key is sc-key
	   file status is Case-status.

      *the cumulative transaction history Forth-Prog appends every
      *run's clean records to, one dated generation per run -- read
      *instead of the clean file when a range card asks for a month,
      *quarter or year
	   select History-file assign to
	   "txnhist.dat"
	   organization is line sequential
	   file status is History-status.

      *the date-range card -- from and thru dates as yyyymmdd.  when
      *one is present the run reports that range from the history
      *instead of tonight's clean file
	   select Range-file assign to
	   "rptrange.dat"
	   organization is line sequential
	   file status is Range-status.
       
      *****************************************************************
      *required
	   02 ckpt-city            pic A(15).
	   02 ckpt-bedroom         pic 9(1).
	   02 ckpt-bathroom        pic 9(1).
	   02 ckpt-bed-accum       pic 9(7).
	   02 ckpt-bath-accum      pic 9(7).
	   02 ckpt-sqft-accum      pic 9(10).
	   02 ckpt-sp-accum        pic 9(12).
	   02 ckpt-sqft-count      pic 9(6)v99.
	   02 ckpt-rec-count       pic 9(6).
	   02 ckpt-bsp-table.
	     03 ckpt-bsp occurs 6 times pic 9(10)v99.
	   02 ckpt-sp-accum-table.
	   02 ckpt-act-amt-table.
	     03 ckpt-act-amt-day occurs 7 times.
	       04 ckpt-act-amt occurs 6 times pic 9(12)v99.
      *confirmed-invalid sales excluded and suspect cases opened as
      *of this checkpoint
	   02 ckpt-excluded-count  pic 9(6).
	   02 ckpt-case-new-count  pic 9(6).

      *declaration of the selection request card file -- optional
      *filters, blank means the filter is not applied
	   02 pw-total           pic 9(13)v99.

      *the period summary master record -- city, year/month, count
      *and total adjusted price.  a P row is one business date's
      *posting to an open period, an A row a late or rerun posting
      *to a period already closed, kept apart from the published
      *figure, and a C row (no city) marks the period closed, with
      *who closed it and when.  rows written before periods could
      *be closed carry no type or date and load as P rows of date 0
       FD Periodsum-file.

       01 Periodsum-rec.
	   02 ps-period          pic 9(6).
	   02 ps-count           pic 9(6).
	   02 ps-total           pic 9(13)v99.
	   02 ps-type            pic x(1).
	   02 ps-bus-date        pic x(8).
	   02 ps-bus-date-n redefines ps-bus-date
				 pic 9(8).
	   02 ps-closed-by       pic x(20).
	   02 ps-closed-date     pic 9(8).

      *the valuation rules file -- type E rows carry an estimation
      *multiplier for a state (city spaces) or a named city within
	   02 vr-long-east       pic 9(9).
	   02 filler             pic x(11).

      *the transaction history -- type H opens a generation, D is one
      *clean record as Forth-Prog cut it, T closes the generation
      *with its record count and SalePrice hash
       FD History-file.

       01 History-rec.
	   02 hs-type            pic x(1).
	   02 hs-bus-date        pic 9(8).
	   02 hs-run-time        pic 9(6).
	   02 hs-data            pic x(123).

       01 History-ctl-rec.
	   02 filler             pic x(15).
	   02 hs-rec-count       pic 9(6).
	   02 hs-hash-price      pic 9(12).
	   02 filler             pic x(105).

      *the date-range card -- from and thru, each yyyymmdd
       FD Range-file.

       01 Range-rec.
	   02 rg-from-date       pic x(8).
	   02 rg-from-date-n redefines rg-from-date
				 pic 9(8).
	   02 filler             pic x(1).
	   02 rg-thru-date       pic x(8).
	   02 rg-thru-date-n redefines rg-thru-date
				 pic 9(8).
	   02 filler             pic x(1).

      *the suspect-case record -- same layout Case-Maint-Prog and
      *Case-Age-Prog read.  status O is open, C cleared (a real
      *sale), I confirmed invalid
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

      *****************************************************************
      *required
       Working-Storage Section.
       77 pwork-eof-flag        pic x(3) value "No".
	   88 pwork-end         value "Yes".
       77 period-work           pic 9(6) value 0.
       77 period-count          pic 9(5) value 0.
       77 post-type             pic x(1) value spaces.

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

      *control-record verification working storage -- what the clean
      *file's trailer says it should hold against what was read.
       77 suspect-count         pic 9(6) value 0.
       77 suspect-flag          pic x(3) value "No".
	   88 suspect-sale       value "Yes".
      *suspect-case working storage -- the audit team's disposition
      *of the record in hand (space when it has no case), the count
      *of confirmed-invalid sales listed but left out of the figures,
      *and the cases this run opened
       77 Case-status           pic xx value spaces.
	   88 Case-missing      value "35".
       77 case-flag             pic x(1) value space.
	   88 case-open          value "O".
	   88 case-cleared       value "C".
	   88 case-invalid       value "I".
       77 case-new-count        pic 9(6) value 0.

      *date-range working storage -- the range asked for, and the
      *history generations found by the first pass over the history:
      *each one's business date and run time, its own count and
      *SalePrice hash to prove against its trailer, and whether it
      *is the one reported for its date.  the usual safe ceiling --
      *a history past it halts rather than report part of a range
       77 History-status        pic xx value spaces.
	   88 History-missing   value "35".
       77 Range-status          pic xx value spaces.
	   88 Range-none        value "35".
       77 range-flag            pic x(3) value "No".
	   88 range-mode        value "Yes".
      *report file names -- the nightly names, switched by the range
      *card to a set of the range run's own
       77 Report-file-name      pic x(64) value "review_out.dat".
       77 Select-file-name      pic x(64) value "review_select.dat".
       77 Stats-file-name       pic x(64) value "review_stats.dat".
       77 Suspect-file-name     pic x(64) value "review_suspect.dat".
       77 hist-eof-flag         pic x(3) value "No".
	   88 hist-end          value "Yes".
       77 gen-use-flag          pic x(3) value "No".
	   88 gen-in-use        value "Yes".
       77 gen-count             pic 9(4) value 0.
       77 gen-x                 pic 9(4) value 0.
       77 other-gen-x           pic 9(4) value 0.
       77 cur-gen-x             pic 9(4) value 0.

       01 Range-from-date.
	   02 rf-year            pic 9(4).
	   02 rf-month           pic 9(2).
	   02 rf-day             pic 9(2).
       01 range-from redefines Range-from-date pic 9(8).

       01 Range-thru-date.
	   02 rt-year            pic 9(4).
	   02 rt-month           pic 9(2).
	   02 rt-day             pic 9(2).
       01 range-thru redefines Range-thru-date pic 9(8).

       01 Generation-table.
	   02 Generation-entry occurs 2000 times.
	     03 gn-bus-date       pic 9(8).
	     03 gn-run-time       pic 9(6).
	     03 gn-rec-count      pic 9(6).
	     03 gn-hash-price     pic 9(12).
	     03 gn-complete       pic x(1).
	     03 gn-use            pic x(1).

       01 City-stat-table.
	   02 City-stat-entry occurs 1 to 2000 times
       77 Cur-group-bedroom     pic 9(1) value 0.
       77 Cur-group-bathroom    pic 9(1) value 0.
      *accumulation
       77 SquareFeet-count      pic 9(6)v99 value 0.	
       77 Estimation            pic 9(7)v99 value 0.  
      *sale price per square feet       
       77 SP-per-SF             pic 9(4)v99 value 0.
      *accumulator
       77 Bed-accum		pic 9(7) value 0.
       77 Bath-accum		pic 9(7) value 0.
       77 SquareFeet-accum      pic 9(10) value 0.
       77 SP-accum		pic 9(12) value 0.
      *averages calculation
       77 Hold-for-calc-bd      pic 9(5)v99 value 0.
       77 Hold-for-calc-bt      pic 9(5)v99 value 0.
      *north/central/south band from PropertyLatitude, before the
      *east/west longitude split is folded in to get region-index
       77 lat-band              pic 9 value 0.
       77 Rec-count             pic 9(6) value 0.
      *variable for new sale price
       77 summation             pic 9(10)v99 value 0.
      *variables for break control
	  02 year-out 		pic 9(4).
	  02 filler             pic x(54) value spaces.

      *the range a range run covers, printed under the title of
      *every report it writes
       01 Range-line.
	  02 filler             pic x(43) value spaces.
	  02 filler             pic x(7) value "Period ".
	  02 rng-from-month-out pic 9(2).
	  02 filler             pic x value "/".
	  02 rng-from-day-out   pic 9(2).
	  02 filler             pic x value "/".
	  02 rng-from-year-out  pic 9(4).
	  02 filler             pic x(6) value " Thru ".
	  02 rng-thru-month-out pic 9(2).
	  02 filler             pic x value "/".
	  02 rng-thru-day-out   pic 9(2).
	  02 filler             pic x value "/".
	  02 rng-thru-year-out  pic 9(4).
	  02 filler             pic x(56) value spaces.

      *hold date information
       01 todays-date.
	  02 Years		pic 9(4).
      *"*" when the sale's price per square foot is a flagged
      *outlier for its city -- the full story is on the suspect
      *report, but the mark keeps the detail line honest
      *"X" instead when the audit team has confirmed the sale
      *invalid -- listed, but left out of every figure
	  02 suspect-flag-out 	pic x(1) value spaces.
	  02 EstimateValue-out  pic $z(3),z(2)9.99.
          02 filler 		pic x(1) value spaces.
       01 Number-of-files-line.
	   02 filler  		pic x(30) value 
	   "Number of Records Processed : ".
	   02 Rec-count-out     pic z(5)9.
	   02 filler  		pic x(96) value spaces.

      *print out the line "end of report"
       01 Footer.
      *file must equal records processed (prog4.cob is the only program
      *that validates/dedupes now, so Err-rec-count stays 0 here; see
      *the req 009 note in IMPLEMENTATION_STATUS.md)
       01 Total-read-count       pic 9(6) value 0.
       01 Err-rec-count          pic 9(6) value 0.
      *confirmed-invalid sales -- listed, but neither processed nor
      *in error, so they get their own reconciliation line
       01 Excluded-count         pic 9(6) value 0.

       01 Reconciliation-line.
	   02 Recon-Label-out	 pic x(30).
	   02 Recon-Count-out	 pic z(5)9.
	   02 filler		 pic x(96) value spaces.

      *comma-delimited extract line, same fields/order as Info-line
       01 Extract-line.
	   02 filler             pic x(8) value "City Avg".
	   02 filler             pic x(2) value spaces.
	   02 filler             pic x(9) value "Deviation".
	   02 filler             pic x(2) value spaces.
	   02 filler             pic x(4) value "Case".
	   02 filler             pic x(53) value spaces.

       01 Suspect-line.
	   02 susp-address-out   pic x(27).
	   02 susp-avg-out       pic $z(3)9.99.
	   02 filler             pic x(2) value spaces.
	   02 susp-dev-out       pic +z(3)9.99.
      *NEW when this run opened the sale's case, OPEN when the
      *audit team already has it
	   02 filler             pic x(3) value spaces.
	   02 susp-case-out      pic x(4).
	   02 filler             pic x(53) value spaces.

       01 Suspect-Count-line.
	   02 filler             pic x(30) value
	   "Suspect Sales Flagged         ".
	   02 susp-count-out     pic z(5)9.
	   02 filler             pic x(96) value spaces.
       01 Case-Count-line.
	   02 filler             pic x(30) value
	   "Suspect Cases Opened          ".
	   02 case-count-out     pic z(5)9.
	   02 filler             pic x(96) value spaces.

      *sales activity by weekday and hour band, every timestamp
      *normalized to Pacific time first -- the recording desk staffs

      *main logic for preprocess section
       4000-main-logic.
          Perform 1070-range-card.
          if range-mode
             Perform 1100-range-init
             Perform 2050-range-loop until hist-end
             Perform 3050-range-finish
          else
             Perform 1000-init
             Perform 2000-main-loop until end-reach
             Perform 3000-finish
          end-if.
          Go to 4999-Exit.

      *open the clean file and read the first record -- a missing
	     perform 3996-write-run-log
	     STOP RUN
	  end-if.
	  perform 1080-open-case-file.
	  open Output Stats-work-file.
	  read Input-file
	     at end move "Yes" to eof-flag
	  end-if.
	  compute julian-date = Years * 1000 + bj-ddd.

      *a date-range card asks for a month, quarter or year out of
      *the transaction history instead of tonight's clean file.  no
      *card, or a blank one, is the ordinary nightly run
       1070-range-card.
	  open Input Range-file.
	  if Range-none
	     continue
	  else
	     read Range-file
		at end
		   continue
		not at end
		   perform 1075-range-dates
	     end-read
	     close Range-file
	  end-if.

      *a card whose dates are not clean yyyymmdd, or that runs
      *backwards, halts the run rather than report a range nobody
      *asked for
       1075-range-dates.
	  if rg-from-date = spaces and rg-thru-date = spaces
	     continue
	  else
	     move "Yes" to range-flag
	     move "review_rng_out.dat" to Report-file-name
	     move "review_rng_select.dat" to Select-file-name
	     move "review_rng_stats.dat" to Stats-file-name
	     move "review_rng_suspect.dat" to Suspect-file-name
	     if rg-from-date numeric and rg-thru-date numeric
		move rg-from-date-n to range-from
		move rg-thru-date-n to range-thru
	     else
		move 0 to range-from
		move 0 to range-thru
	     end-if
	     if rf-month < 1 or rf-month > 12
		or rf-day < 1 or rf-day > 31
		or rt-month < 1 or rt-month > 12
		or rt-day < 1 or rt-day > 31
		or range-from > range-thru
		move "RANGE CARD INVALID" to rl-status
		move 12 to RETURN-CODE
		perform 3996-write-run-log
		STOP RUN
	     end-if
	     move rf-month to rng-from-month-out
	     move rf-day to rng-from-day-out
	     move rf-year to rng-from-year-out
	     move rt-month to rng-thru-month-out
	     move rt-day to rng-thru-day-out
	     move rt-year to rng-thru-year-out
	  end-if.

      *the suspect-case file stays open through the postprocess --
      *a missing one is just an audit team that has not started yet
       1080-open-case-file.
	  open I-O Case-file.
	  if Case-missing
	     open Output Case-file
	     close Case-file
	     open I-O Case-file
	  end-if.

      *range run -- a first pass over the history notes every
      *generation in it and proves each against its own trailer, the
      *last whole generation of each business date in the range is
      *chosen (a rerun's generation replaces the night it reran),
      *and the history is reopened for the pass that releases them
       1100-range-init.
	  perform 1050-business-date.
	  open Input History-file.
	  if History-missing
	     move "HISTORY FILE MISSING" to rl-status
	     move 12 to RETURN-CODE
	     perform 3996-write-run-log
	     STOP RUN
	  end-if.
	  read History-file
	     at end move "Yes" to hist-eof-flag
	  end-read.
	  perform 1110-scan-history until hist-end.
	  close History-file.
	  perform 1120-pick-generation
	     varying gen-x from 1 by 1
	       until gen-x > gen-count.
	  perform 1080-open-case-file.
	  open Output Stats-work-file.
	  move "No" to hist-eof-flag.
	  open Input History-file.
	  read History-file
	     at end move "Yes" to hist-eof-flag
	  end-read.

      *count and hash each generation's records as they go by; the
      *trailer that closes it must agree on date, time, count and
      *hash or the generation is left incomplete and never reported
       1110-scan-history.
	  if hs-type = "H"
	     perform 1115-new-generation
	  else
	     if gen-count > 0
		if hs-type = "D"
		   move hs-data to Input-rec
		   add 1 to gn-rec-count(gen-count)
		   add SalePrice to gn-hash-price(gen-count)
		else
		   if hs-type = "T"
		      and hs-bus-date = gn-bus-date(gen-count)
		      and hs-run-time = gn-run-time(gen-count)
		      and hs-rec-count = gn-rec-count(gen-count)
		      and hs-hash-price = gn-hash-price(gen-count)
		      move "Y" to gn-complete(gen-count)
		   end-if
		end-if
	     end-if
	  end-if.
	  read History-file
	     at end move "Yes" to hist-eof-flag
	  end-read.

       1115-new-generation.
	  if gen-count < 2000
	     add 1 to gen-count
	     move hs-bus-date to gn-bus-date(gen-count)
	     move hs-run-time to gn-run-time(gen-count)
	     move 0 to gn-rec-count(gen-count)
	     move 0 to gn-hash-price(gen-count)
	     move "N" to gn-complete(gen-count)
	     move "N" to gn-use(gen-count)
	  else
	     move "HISTORY TABLE FULL" to rl-status
	     move 12 to RETURN-CODE
	     perform 3996-write-run-log
	     STOP RUN
	  end-if.

      *generations are appended in run order, so a whole one in the
      *range takes its date over from any earlier one
       1120-pick-generation.
	  if gn-bus-date(gen-x) not < range-from
	     and gn-bus-date(gen-x) not > range-thru
	     and gn-complete(gen-x) = "Y"
	     move "Y" to gn-use(gen-x)
	     perform 1121-drop-earlier
		varying other-gen-x from 1 by 1
		  until other-gen-x = gen-x
	  end-if.

       1121-drop-earlier.
	  if gn-bus-date(other-gen-x) = gn-bus-date(gen-x)
	     move "N" to gn-use(other-gen-x)
	  end-if.

      *release every record straight to the sort and read the next one
      *while folding its price per square foot into its city's stats,
      *so the postprocess pass knows every city's norm up front
	     add 1 to Total-read-count
	     add 1 to clean-read-count
	     add SalePrice to clean-hash-price
      *a confirmed-invalid sale stays out of its city's norm and the
      *market statistics
	     perform 0314-case-lookup
	     if not case-invalid
		perform 2100-spsf-accum
	     end-if
	     release Sort-work-rec
	     from Input-rec
	  end-if.
	     move spsf-dev-sq to cs-sumsq(stat-city-count)
	  end-if.

      *release the chosen generations' records to the sort the same
      *way the nightly run releases the clean file's
       2050-range-loop.
	  if hs-type = "H"
	     add 1 to cur-gen-x
	     if gn-use(cur-gen-x) = "Y"
		move "Yes" to gen-use-flag
	     else
		move "No" to gen-use-flag
	     end-if
	  else
	     if hs-type = "D" and gen-in-use
		move hs-data to Input-rec
		add 1 to Total-read-count
		perform 0314-case-lookup
		if not case-invalid
		   perform 2100-spsf-accum
		end-if
		release Sort-work-rec
		from Input-rec
	     else
		move "No" to gen-use-flag
	     end-if
	  end-if.
	  read History-file
	     at end move "Yes" to hist-eof-flag
	  end-read.

      *close the clean file, then prove it arrived whole -- the
      *trailer must be there and its record count and SalePrice hash
      *must match what was actually read, or the chain halts here
	     STOP RUN
	  end-if.

      *close the history and the stats work file after a range run
       3050-range-finish.
	  close History-file.
	  close Stats-work-file.

      *exit
       4999-Exit.
          Exit.

	  Perform 5120-load-requests.

      *a range run is a fresh report every time -- nothing to resume
	  if not range-mode
	     Perform 5110-load-checkpoint
	  end-if.

	  Accept julian-date from DAY YYYYDDD.
	  if backdated
	  else
	     Open Output Output-file
	     write Output-rec from Report-Header
	     if range-mode
		write Output-rec from Range-line
	     end-if
	     Perform 0100-blankline
	     Write Output-rec from Colomn-Header
	     Perform 0100-blankline
	     Open Output Select-work-file
      *the extract, assessor batch and period rows belong to the
      *night's own run -- a range run leaves them alone
	     if not range-mode
		Open Output Extract-file
		Open Output Assessor-file
		move todays-date to ah-batch-date
		move julian-date to ah-batch-number
		write Assessor-rec from Assessor-header-rec
		Open Output Periodwork-file
	     end-if
	     Open Output Suspect-file
	     move Months to susp-month-out
	     move Days to susp-day-out
	     move Years to susp-year-out
	     write Suspect-rec from Suspect-Header
	     if range-mode
		write Suspect-rec from Range-line
	     end-if
	     move spaces to Suspect-rec
	     write Suspect-rec
	     write Suspect-rec from Suspect-Colomn-Header
		move ckpt-hash-estimated to hash-estimated
		move ckpt-act-count-table to Activity-count-table
		move ckpt-act-amt-table  to Activity-amt-table
		move ckpt-excluded-count to Excluded-count
		move ckpt-case-new-count to case-new-count
		move ckpt-city           to Cur-group-city
		move ckpt-bedroom        to Cur-group-bedroom
		move ckpt-bathroom       to Cur-group-bathroom
      *city's average, judged on the squares so no square root is
      *needed.  cities with fewer than three priced sales have no
      *meaningful spread and are never flagged
      *a sale the audit team has cleared is a real sale, and is not
      *flagged again however far out it sits
       0309-suspect-check.
	  move "No" to suspect-flag.
	  move space to suspect-flag-out.
	  if SquareFeet not = 0 and stat-city-count > 0
	     and not case-cleared
	     compute spsf-raw = SalePrice / SquareFeet
	     set cs-index to 1
	     search City-stat-entry
	     move spsf-raw to susp-spsf-out
	     move spsf-mean to susp-avg-out
	     move spsf-dev to susp-dev-out
	     perform 0316-suspect-case
	     write Suspect-rec from Suspect-line
	  end-if.

	     end-if
	  end-if.

      *the audit team's disposition of the record in hand, if it
      *has a suspect case -- left in the case record for
      *0316-suspect-case, and space in case-flag when it has none
       0314-case-lookup.
	  move Addresses to sc-address.
	  move SaleYear to sc-sale-year.
	  move SaleMonth to sc-sale-month.
	  move SalesDay to sc-sale-day.
	  move SalesHour to sc-sale-hour.
	  move SalesMinute to sc-sale-minute.
	  move SalesSecond to sc-sale-second.
	  move space to case-flag.
	  read Case-file
	     invalid key
		continue
	     not invalid key
		move sc-status to case-flag
	  end-read.

      *a flagged sale with no case yet gets one, open, for the audit
      *team to work; one already open is just noted as flagged again.
      *a range run only reports what the case file already says --
      *the nightly run is the one that opens and touches cases
       0316-suspect-case.
	  if range-mode
	     if case-open
		move "OPEN" to susp-case-out
	     else
		move spaces to susp-case-out
	     end-if
	  else
	     if case-open
		move "OPEN" to susp-case-out
		move todays-date to sc-last-flag-date
		rewrite Case-rec
		   invalid key
		      continue
		end-rewrite
	     else
		move "NEW" to susp-case-out
		perform 0317-new-case
	     end-if
	  end-if.

      *the key is still set from 0314-case-lookup.  a resumed run can
      *meet a case it wrote before the crash -- that is the very
      *case it meant to write, so the duplicate is let go
       0317-new-case.
	  move "O" to sc-status.
	  move City to sc-city.
	  move State to sc-state.
	  move Feed-id to sc-feed-id.
	  move SalePrice to sc-price.
	  move spsf-raw to sc-spsf.
	  move spsf-mean to sc-city-avg.
	  move todays-date to sc-opened-date.
	  move todays-date to sc-last-flag-date.
	  move spaces to sc-decided-by.
	  move 0 to sc-decided-date.
	  write Case-rec
	     invalid key
		continue
	     not invalid key
		add 1 to case-new-count
	  end-write.
      *bucket the record into the weekday/hour-band activity grids,
      *normalizing the timestamp to Pacific time first -- Mountain
      *zone clocks read one hour ahead, so their hour comes back one,
          move Err-rec-count to Recon-Count-out.
          move Reconciliation-line to Output-rec.
          write Output-rec.
          move "Invalid Sales Excluded" to Recon-Label-out.
          move Excluded-count to Recon-Count-out.
          move Reconciliation-line to Output-rec.
          write Output-rec.
          if Total-read-count =
             Rec-count + Err-rec-count + Excluded-count
             move "Reconciliation OK" to Recon-Label-out
          else
             move "Reconciliation FAILED" to Recon-Label-out
	  move hash-estimated    to ckpt-hash-estimated
	  move Activity-count-table to ckpt-act-count-table
	  move Activity-amt-table to ckpt-act-amt-table
	  move Excluded-count    to ckpt-excluded-count
	  move case-new-count    to ckpt-case-new-count
	  write Checkpoint-rec.

      *moving the accumulation to the corresponding place
     
      *city break -- the printed break line, and the same figures
      *cut as one summary record on the assessor interface file
      *(not for a range run, whose figures are not a night's batch)
       whatsoever2.
          Move Break-var to city-name.
          Move Break-accum to city-break-accum.
          Write Output-rec from City-break
             at eop perform 1200-write-column-header.
          if city-rec-count > 0 and not range-mode
             move Break-var to ac-city
             move city-rec-count to ac-tx-count
             move Break-accum to ac-adjusted
		move 1 to Group-seq
	     end-if

      *a sale the audit team confirmed invalid is still listed, but
      *counts as excluded rather than processed and stays out of
      *every total, table and downstream file
	     perform 0314-case-lookup
	     if case-invalid
		add 1 to Excluded-count
	     else
		Add 1 to Rec-count
	     end-if
	     move Addresses to Addresses-out
	     move City to City-out
	     move Zip to Zip-out
		end-if
	     end-if

	     if not case-invalid
      *add saleprice to the accummulator for the break control
		Add summation to subBreak-accum
		Add summation to Break-accum

      *unfiltered grand total for the selective report
		Add summation to grand-sum

		perform 0302-bed-bath-check

		perform 0304-proptype-accum

		perform 0306-region-accum

		perform 0308-activity-accum
	     end-if

      *estimation from the shared valuation rules -- city exception
      *first, then the state rule, then the default
	     compute Estimation = summation * est-rate-work

      *per-city figures for the assessor interface summary record
	     if not case-invalid
		add 1 to city-rec-count
		add Estimation to city-est-accum
	     end-if

	     move Estimation to EstimateValue-out

      *not processing data with O bedroom
      *no table index 0
	     if Bedroom is not = 0 and not case-invalid then
		add summation to bsp(Bedroom)
	     end-if

	     else
		compute SP-per-SF = summation/SquareFeet
		move SP-per-SF to PricePerSqft-out
		if not case-invalid
		   add 1 to SquareFeet-count
		   add Bedroom to Bed-accum
		   add Bathroom to Bath-accum
		   add SquareFeet to SquareFeet-accum
		   add summation to SP-accum
		end-if
	     end-if

      *flag the sale if its price per square foot is far outside
      *its city's norm -- the record still counts everywhere, it is
      *just marked on the detail line and echoed to the suspect
      *report.  a confirmed-invalid sale is marked "X" instead
	     if case-invalid
		move "X" to suspect-flag-out
	     else
		perform 0309-suspect-check
	     end-if

      *comma-delimited extract row, same fields as Info-line
	     move Addresses to Addresses-ext

      *hand the finished detail line to every request card whose
      *filters it satisfies
	     if request-count > 0 and not case-invalid
		perform 0310-request-select
		varying req-index from 1 by 1
		  until req-index > request-count
	     end-if

	     if not range-mode
		perform 0303-write-checkpoint
	     end-if

	     if not case-invalid and not range-mode
		write Extract-rec from Extract-line
	     end-if

	     Write Output-rec from Info-line at eop
	       perform 1200-write-column-header
	  write Suspect-rec.
	  move suspect-count to susp-count-out.
	  write Suspect-rec from Suspect-Count-line.
	  move case-new-count to case-count-out.
	  write Suspect-rec from Case-Count-line.

      *the assessor batch trailer -- record count and hash totals so
      *the receiving system can prove the batch arrived whole -- then
      *roll this run's per-city figures into the period summary
      *master before the run is declared over.  a range run has
      *neither to write
	  if not range-mode
	     move assessor-city-count to at-rec-count
	     move hash-tx-count to at-hash-tx
	     move hash-adjusted to at-hash-adjusted
	     move hash-estimated to at-hash-estimated
	     write Assessor-rec from Assessor-trailer-rec
	     perform 3990-update-period-master
	  end-if.

	  perform 3997-run-log.

	  close Input-city-file
		Output-file
		Select-work-file
		Suspect-file
		Case-file.

      *the report finished clean -- clear the checkpoint file so the
      *next run starts a fresh report instead of trying to resume
	  if not range-mode
	     close Assessor-file
		   Extract-file
		   Checkpoint-file
	     Open Output Checkpoint-file
	     Close Checkpoint-file
	  end-if.

      *roll this run's per-city rows into the period summary master:
      *load the master to a table, post each work row as this
      *business date's row for its city and period (replacing the
      *row an earlier run of the same date posted, so a rerun never
      *counts a night twice), and write the whole master back.  a
      *period that has been closed is never posted into -- the run's
      *figures go to an adjustment row beside it instead.  a missing
      *master is just the first run ever
       3990-update-period-master.
	  close Periodwork-file.
	  open Input Periodsum-file.
      *master past the ceiling halts the run for the ceiling to be
      *raised rather than quietly deleting period history
       3991-load-period-row.
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
	     perform 3989-period-table-full
	  end-if.
	  STOP RUN.

       3992-apply-period-row.
	  move "P" to post-type.
	  if period-count > 0
	     set pm-index to 1
	     search Period-entry
		at end
		   continue
		when pm-type(pm-index) = "C"
		 and pm-period(pm-index) = pw-period
		   move "A" to post-type
	     end-search
	  end-if.
	  if period-count = 0
	     perform 3994-new-period-entry
	  else
	     search Period-entry
		at end
		   perform 3994-new-period-entry
		when pm-type(pm-index) = post-type
		 and pm-city(pm-index) = pw-city
		 and pm-period(pm-index) = pw-period
		 and pm-bus-date(pm-index) = todays-date
		   move pw-count to pm-count(pm-index)
		   move pw-total to pm-total(pm-index)
	     end-search
	  end-if.
	  read Periodwork-file
	  end-read.

       3994-new-period-entry.
	  if period-count < 20000
	     add 1 to period-count
	     move pw-city to pm-city(period-count)
	     move pw-period to pm-period(period-count)
	     move pw-count to pm-count(period-count)
	     move pw-total to pm-total(period-count)
	     move post-type to pm-type(period-count)
	     move todays-date to pm-bus-date(period-count)
	     move spaces to pm-closed-by(period-count)
	     move 0 to pm-closed-date(period-count)
	  else
	     perform 3989-period-table-full
	  end-if.
	  move pm-period(pm-index) to ps-period.
	  move pm-count(pm-index) to ps-count.
	  move pm-total(pm-index) to ps-total.
	  move pm-type(pm-index) to ps-type.
	  move pm-bus-date(pm-index) to ps-bus-date-n.
	  move pm-closed-by(pm-index) to ps-closed-by.
	  move pm-closed-date(pm-index) to ps-closed-date.
	  write Periodsum-rec.

      *work out the run's final status and return code, then log it
      *lives in Forth-Prog now, so Err-rec-count stays zero here and
      *the error-rate test only matters if that ever changes
       3997-run-log.
	  if Total-read-count not =
	     Rec-count + Err-rec-count + Excluded-count
	     move "RECONCILIATION FAILED" to rl-status
	     move 8 to RETURN-CODE
	  else
	  Accept time-work from TIME.
	  move todays-date to rl-date.
	  move time-hhmmss to rl-time.
      *a range run logs under its own name so the chain check,
      *which pairs tonight's Forth-Prog and Seventh-Prog, passes it by
	  if range-mode
	     move "Seventh-Rng" to rl-program
	  else
	     move "Seventh-Prog" to rl-program
	  end-if.
	  if backdated
	     move "BKDT" to rl-backdated
	  else
	  move spaces to Select-report-rec.
	  write Select-report-rec.
	  write Select-report-rec from Sel-Report-Header.
	  if range-mode
	     write Select-report-rec from Range-line
	  end-if.
	  move spaces to Select-report-rec.
	  write Select-report-rec.

	  move spaces to Stats-report-rec.
	  write Stats-report-rec.
	  write Stats-report-rec from Stats-Header.
	  if range-mode
	     write Stats-report-rec from Range-line
	  end-if.
	  move spaces to Stats-report-rec.
	  write Stats-report-rec.
	  write Stats-report-rec from Stats-Colomn-Header.
