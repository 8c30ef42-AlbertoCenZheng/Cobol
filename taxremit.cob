       Identification Division.

       Program-id. Tax-Remit-Prog.

      *daily documentary transfer tax remittance.  Forth-Prog works
      *out the tax on every clean sale and writes it to the tax
      *register, prog4tax.dat, between a control header and trailer.
      *this program proves the register against its trailer, sums
      *it by county feed and city for the remittance, and cuts the
      *general-ledger interface file finance loads, so the tax is no
      *longer worked out by hand from the printed prog4out.dat.

      **Objective...
      ***prove the register's record count and tax hash against its
      ***trailer before anything is posted
      ***print the remittance by county and city -- sales, price,
      ***county tax, city tax and total -- with county totals and
      ***a grand total, and the sales a county had no rate for
      ***write the ledger file: a header, a debit to tax receivable
      ***and credits to the county and city payables per county,
      ***and a trailer with the entry count and control totals
      ***refuse to write a ledger file whose debits and credits do
      ***not agree

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *tonight's transfer tax register from Forth-Prog
           select Tax-file assign to
           "prog4tax.dat"
           organization is line sequential
           file status is Tax-status.

           select Report-file assign to
           "taxremit_out.dat"
           organization is line sequential.

      *the general-ledger interface file finance loads
           select Gl-file assign to
           "taxgl.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *same record layouts Forth-Prog writes
       FD Tax-file.

       01 Tax-rec.
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
             88 no-county-rate  value "N".
          02 filler             pic x(11).

       01 Tax-ctl-header.
          02 th-tag             pic x(7).
          02 filler             pic x(1).
          02 th-run-date        pic 9(8).
          02 filler             pic x(84).

       01 Tax-ctl-trailer.
          02 tt-tag             pic x(7).
          02 filler             pic x(1).
          02 tt-rec-count       pic 9(6).
          02 filler             pic x(1).
          02 tt-hash-tax        pic 9(10)v99.
          02 filler             pic x(73).

       FD Report-file.

       01 Report-rec            pic x(132).

       FD Gl-file.

       01 Gl-rec                pic x(80).

      *the business-date card -- one line, the date as yyyymmdd
       FD Rundate-file.

       01 Rundate-rec.
          02 bd-card-date       pic x(8).
          02 bd-card-date-n redefines bd-card-date
                                pic 9(8).
          02 filler             pic x(1).

       Working-Storage Section.

       77 Tax-status            pic x(2) value spaces.
          88 Tax-missing        value "35".
       77 tax-eof-flag          pic x(3) value "No".
          88 tax-end            value "Yes".
       77 trailer-flag          pic x(3) value "No".
          88 trailer-seen       value "Yes".

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).
       01 todays-date-n redefines todays-date
                                pic 9(8).

      *run counts and the register's own control totals
       77 Tax-read-count        pic 9(6) value 0.
       77 No-rate-count         pic 9(6) value 0.
       77 Over-table-count      pic 9(6) value 0.
       77 tax-hash-amount       pic 9(10)v99 value 0.
       77 trl-rec-count         pic 9(6) value 0.
       77 trl-hash-tax          pic 9(10)v99 value 0.

      *the ledger accounts the tax posts to -- receivable from the
      *title companies, payable to the county and to the city
       77 gl-source             pic x(8) value "XFERTAX".
       77 gl-receivable-acct    pic x(10) value "1305-00000".
       77 gl-county-pay-acct    pic x(10) value "2410-00000".
       77 gl-city-pay-acct      pic x(10) value "2420-00000".

       77 gl-entry-count        pic 9(6) value 0.
       77 gl-debit-total        pic 9(11)v99 value 0.
       77 gl-credit-total       pic 9(11)v99 value 0.

      *per-city remittance, kept in county and city order as cities
      *are met so the report breaks on county without a sort
       77 remit-count           pic 9(4) value 0.
       77 ins-x                 pic 9(4) value 0.
       77 move-x                pic 9(4) value 0.
       77 main-x                pic 9(4) value 0.
       77 found-x               pic 9(4) value 0.
       77 first-x               pic 9(4) value 0.
       77 gl-x                  pic 9(4) value 0.

       01 Remit-key-work.
          02 rk-county          pic x(8).
          02 rk-city            pic x(15).

       01 Remit-table.
          02 Remit-entry occurs 1 to 2000 times
          depending on remit-count
          indexed by rm-index.
            03 rm-key.
              04 rm-county      pic x(8).
              04 rm-city        pic x(15).
            03 rm-sales         pic 9(6).
            03 rm-no-rate       pic 9(6).
            03 rm-price         pic 9(11).
            03 rm-county-tax    pic 9(9)v99.
            03 rm-city-tax      pic 9(9)v99.

      *the line being printed -- a city, a county total or the grand
      *total, all in the same shape as a remittance entry
       01 Remit-work.
          02 rw-key.
            03 rw-county        pic x(8).
            03 rw-city          pic x(15).
          02 rw-sales           pic 9(6).
          02 rw-no-rate         pic 9(6).
          02 rw-price           pic 9(11).
          02 rw-county-tax      pic 9(9)v99.
          02 rw-city-tax        pic 9(9)v99.

       01 County-accum.
          02 ca-county          pic x(8) value spaces.
          02 ca-sales           pic 9(6) value 0.
          02 ca-no-rate         pic 9(6) value 0.
          02 ca-price           pic 9(11) value 0.
          02 ca-county-tax      pic 9(9)v99 value 0.
          02 ca-city-tax        pic 9(9)v99 value 0.

       01 Grand-accum.
          02 ga-sales           pic 9(6) value 0.
          02 ga-no-rate         pic 9(6) value 0.
          02 ga-price           pic 9(11) value 0.
          02 ga-county-tax      pic 9(9)v99 value 0.
          02 ga-city-tax        pic 9(9)v99 value 0.

       77 total-tax-work        pic 9(10)v99 value 0.

      *ledger interface records -- one header, the entries, and a
      *trailer finance's load proves the batch against
       01 Gl-header.
          02 gh-rec-type        pic x(1) value "H".
          02 filler             pic x(1) value spaces.
          02 gh-source          pic x(8).
          02 filler             pic x(1) value spaces.
          02 gh-bus-date        pic 9(8).
          02 filler             pic x(61) value spaces.

       01 Gl-entry.
          02 ge-rec-type        pic x(1).
          02 filler             pic x(1) value spaces.
          02 ge-account         pic x(10).
          02 filler             pic x(1) value spaces.
          02 ge-county          pic x(8).
          02 filler             pic x(1) value spaces.
          02 ge-city            pic x(15).
          02 filler             pic x(1) value spaces.
          02 ge-amount          pic 9(9)v99.
          02 filler             pic x(1) value spaces.
          02 ge-bus-date        pic 9(8).
          02 filler             pic x(1) value spaces.
          02 ge-desc            pic x(20).
          02 filler             pic x(1) value spaces.

       01 Gl-trailer.
          02 gt-rec-type        pic x(1) value "T".
          02 filler             pic x(1) value spaces.
          02 gt-entry-count     pic 9(6).
          02 filler             pic x(1) value spaces.
          02 gt-debit-total     pic 9(11)v99.
          02 filler             pic x(1) value spaces.
          02 gt-credit-total    pic 9(11)v99.
          02 filler             pic x(44) value spaces.

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(30) value
          "Transfer Tax Remittance Summar".
          02 filler             pic x(3) value "y-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(46) value spaces.

       01 Register-line.
          02 filler             pic x(22) value
          "Tax Register Run Date ".
          02 rg-run-date-out    pic 9(8).
          02 filler             pic x(102) value spaces.

       01 Colomn-Header.
          02 filler             pic x(6) value "County".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(4) value "City".
          02 filler             pic x(13) value spaces.
          02 filler             pic x(6) value " Sales".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(13) value "  Total Price".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(14) value "    County Tax".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(14) value "      City Tax".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(14) value "     Total Tax".
          02 filler             pic x(2) value spaces.
          02 filler             pic x(6) value "NoRate".
          02 filler             pic x(28) value spaces.

       01 Remit-line.
          02 rl-county-out      pic x(8).
          02 filler             pic x(2) value spaces.
          02 rl-city-out        pic x(15).
          02 filler             pic x(2) value spaces.
          02 rl-sales-out       pic z(5)9.
          02 filler             pic x(2) value spaces.
          02 rl-price-out       pic z,zzz,zzz,zz9.
          02 filler             pic x(2) value spaces.
          02 rl-county-tax-out  pic zzz,zzz,zz9.99.
          02 filler             pic x(2) value spaces.
          02 rl-city-tax-out    pic zzz,zzz,zz9.99.
          02 filler             pic x(2) value spaces.
          02 rl-total-tax-out   pic zzz,zzz,zz9.99.
          02 filler             pic x(2) value spaces.
          02 rl-no-rate-out     pic z(5)9.
          02 filler             pic x(28) value spaces.

       01 Count-line.
          02 Count-Label-out    pic x(36).
          02 Count-out          pic z(5)9.
          02 filler             pic x(90) value spaces.

       01 Amount-line.
          02 Amount-Label-out   pic x(36).
          02 Amount-out         pic z,zzz,zzz,zz9.99.
          02 filler             pic x(80) value spaces.

       01 Verdict-line.
          02 verdict-text-out   pic x(60).
          02 filler             pic x(72) value spaces.

       01 Footer.
          02 filler             pic x(59) value spaces.
          02 filler             pic x(14) value " End Of Report".
          02 filler             pic x(59) value spaces.

       Procedure Division.

      *prove and sum the register, then print the remittance and
      *write the ledger file from the sums
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-main-loop until tax-end.
          Perform 3000-finish.
          STOP RUN.

      *the ledger file is emptied before anything is checked, so an
      *aborted run can never leave last night's batch to be loaded
      *again.  the register must be tonight's, the same as
      *Seventh-Prog insists of the clean file
       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.

          open Output Report-file
                      Gl-file.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Report-Header.
          move spaces to Report-rec.
          write Report-rec.

          open Input Tax-file.
          if Tax-missing
             move "RUN ABORTED - TAX REGISTER MISSING" to
                verdict-text-out
             perform 1900-abort
          end-if.
          read Tax-file
             at end move "Yes" to tax-eof-flag
          end-read.
          if tax-end or th-tag not = "TAXHDR"
             move "RUN ABORTED - TAX REGISTER NO HEADER" to
                verdict-text-out
             perform 1900-abort
          end-if.
          if th-run-date not = todays-date-n
             move "RUN ABORTED - TAX REGISTER NOT THE BUSINESS DATE" to
                verdict-text-out
             perform 1900-abort
          end-if.

          move th-run-date to rg-run-date-out.
          write Report-rec from Register-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Colomn-Header.
          move spaces to Report-rec.
          write Report-rec.

          read Tax-file
             at end move "Yes" to tax-eof-flag
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

      *nothing can be remitted -- say why and halt, leaving the
      *ledger file empty
       1900-abort.
          write Report-rec from Verdict-line.
          move 12 to RETURN-CODE.
          close Report-file
                Gl-file.
          STOP RUN.

      *one register line -- the trailer's totals are kept for the
      *proof at the end, and a blank line is passed over
       2000-main-loop.
          if tt-tag = "TAXTRL"
             move "Yes" to trailer-flag
             move tt-rec-count to trl-rec-count
             move tt-hash-tax to trl-hash-tax
          else
             if Tax-rec not = spaces
                add 1 to Tax-read-count
                add td-county-tax to tax-hash-amount
                add td-city-tax to tax-hash-amount
                if no-county-rate
                   add 1 to No-rate-count
                end-if
                perform 2100-post-remit
             end-if
          end-if.
          read Tax-file
             at end move "Yes" to tax-eof-flag
          end-read.

      *add the sale into its city's entry, making the entry in
      *county and city order the first time the city turns up.  the
      *grand total takes every sale, so a city past the table
      *ceiling still reaches the ledger through its county
       2100-post-remit.
          move td-county to rk-county.
          move td-city to rk-city.
          move 0 to found-x.
          if remit-count > 0
             set rm-index to 1
             search Remit-entry
                at end
                   continue
                when rm-key(rm-index) = Remit-key-work
                   set found-x to rm-index
             end-search
          end-if.
          if found-x = 0
             perform 2110-insert-city
          end-if.
          if found-x > 0
             add 1 to rm-sales(found-x)
             if no-county-rate
                add 1 to rm-no-rate(found-x)
             end-if
             add td-price to rm-price(found-x)
             add td-county-tax to rm-county-tax(found-x)
             add td-city-tax to rm-city-tax(found-x)
          else
             add 1 to Over-table-count
          end-if.
          add 1 to ga-sales.
          if no-county-rate
             add 1 to ga-no-rate
          end-if.
          add td-price to ga-price.
          add td-county-tax to ga-county-tax.
          add td-city-tax to ga-city-tax.

       2110-insert-city.
          if remit-count < 2000
             perform 2115-find-insert-point
             varying ins-x from 1 by 1
               until ins-x > remit-count
                  or rm-key(ins-x) > Remit-key-work
             add 1 to remit-count
             perform 2120-shift-entry
             varying move-x from remit-count by -1
               until move-x not > ins-x
             move Remit-key-work to rm-key(ins-x)
             move 0 to rm-sales(ins-x)
             move 0 to rm-no-rate(ins-x)
             move 0 to rm-price(ins-x)
             move 0 to rm-county-tax(ins-x)
             move 0 to rm-city-tax(ins-x)
             move ins-x to found-x
          end-if.

       2115-find-insert-point.
          continue.

       2120-shift-entry.
          move Remit-entry(move-x - 1) to Remit-entry(move-x).

      *prove the register, print the remittance, then post the
      *ledger -- it is left empty unless the register and the
      *ledger both balance
       3000-finish.
          perform 3100-city-line
             varying main-x from 1 by 1
               until main-x > remit-count.
          if remit-count > 0
             perform 3200-county-total
          end-if.
          move spaces to rw-key.
          move "ALL COUNTIES" to rw-city.
          move ga-sales to rw-sales.
          move ga-no-rate to rw-no-rate.
          move ga-price to rw-price.
          move ga-county-tax to rw-county-tax.
          move ga-city-tax to rw-city-tax.
          perform 3300-print-remit.
          move spaces to Report-rec.
          write Report-rec.

          if not trailer-seen
             or trl-rec-count not = Tax-read-count
             or trl-hash-tax not = tax-hash-amount
             or Over-table-count > 0
             move "TAX REGISTER OUT OF BALANCE - LEDGER NOT WRITTEN" to
                verdict-text-out
             move 12 to RETURN-CODE
          else
             perform 4000-write-ledger
             if gl-debit-total not = gl-credit-total
                or gl-debit-total not = tax-hash-amount
                move "LEDGER OUT OF BALANCE - LEDGER NOT WRITTEN" to
                   verdict-text-out
                move 12 to RETURN-CODE
      *the batch built is emptied again, the same as an abort
      *leaves it, so the load can never take an unbalanced batch
                close Gl-file
                open Output Gl-file
             else
                move "REMITTANCE BALANCED - LEDGER WRITTEN" to
                   verdict-text-out
             end-if
          end-if.

          perform 3500-counts.
          write Report-rec from Verdict-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.

          close Tax-file
                Report-file
                Gl-file.

      *a change of county closes off the county before it
       3100-city-line.
          if rm-county(main-x) not = ca-county and main-x > 1
             perform 3200-county-total
          end-if.
          move rm-county(main-x) to ca-county.
          add rm-sales(main-x) to ca-sales.
          add rm-no-rate(main-x) to ca-no-rate.
          add rm-price(main-x) to ca-price.
          add rm-county-tax(main-x) to ca-county-tax.
          add rm-city-tax(main-x) to ca-city-tax.
          move Remit-entry(main-x) to Remit-work.
          if rw-city = spaces
             move "(NO CITY)" to rw-city
          end-if.
          perform 3300-print-remit.

       3200-county-total.
          move ca-county to rw-county.
          move "COUNTY TOTAL" to rw-city.
          move ca-sales to rw-sales.
          move ca-no-rate to rw-no-rate.
          move ca-price to rw-price.
          move ca-county-tax to rw-county-tax.
          move ca-city-tax to rw-city-tax.
          perform 3300-print-remit.
          move spaces to Report-rec.
          write Report-rec.
          move 0 to ca-sales ca-no-rate ca-price ca-county-tax
                    ca-city-tax.

       3300-print-remit.
          move rw-county to rl-county-out.
          move rw-city to rl-city-out.
          move rw-sales to rl-sales-out.
          move rw-price to rl-price-out.
          move rw-county-tax to rl-county-tax-out.
          move rw-city-tax to rl-city-tax-out.
          compute total-tax-work = rw-county-tax + rw-city-tax.
          move total-tax-work to rl-total-tax-out.
          move rw-no-rate to rl-no-rate-out.
          write Report-rec from Remit-line.

      *the run counts and the control totals both files were proved
      *with
       3500-counts.
          move "Tax Register Lines Read" to Count-Label-out.
          move Tax-read-count to Count-out.
          write Report-rec from Count-line.
          move "Tax Register Trailer Count" to Count-Label-out.
          move trl-rec-count to Count-out.
          write Report-rec from Count-line.
          move "Sales With No County Rate" to Count-Label-out.
          move No-rate-count to Count-out.
          write Report-rec from Count-line.
          if Over-table-count > 0
             move "Sales Past The City Table" to Count-Label-out
             move Over-table-count to Count-out
             write Report-rec from Count-line
          end-if.
          move "Tax Register Tax Hash" to Amount-Label-out.
          move tax-hash-amount to Amount-out.
          write Report-rec from Amount-line.
          move "Tax Register Trailer Hash" to Amount-Label-out.
          move trl-hash-tax to Amount-out.
          write Report-rec from Amount-line.
          move "Ledger Entries" to Count-Label-out.
          move gl-entry-count to Count-out.
          write Report-rec from Count-line.
          move "Ledger Debits" to Amount-Label-out.
          move gl-debit-total to Amount-out.
          write Report-rec from Amount-line.
          move "Ledger Credits" to Amount-Label-out.
          move gl-credit-total to Amount-out.
          write Report-rec from Amount-line.
          move spaces to Report-rec.
          write Report-rec.

      *the ledger batch -- per county, one debit to tax receivable
      *for all the tax its sales owe, one credit to the county
      *payable for the county's share, and a credit to the city
      *payable for each city that levies its own.  a county whose
      *sales owed nothing posts nothing
       4000-write-ledger.
          move gl-source to gh-source.
          move todays-date-n to gh-bus-date.
          write Gl-rec from Gl-header.
          move 0 to first-x.
          move 0 to ca-county-tax ca-city-tax.
          perform 4100-county-entries
             varying main-x from 1 by 1
               until main-x > remit-count.
          if remit-count > 0
             perform 4200-post-county
          end-if.
          move gl-entry-count to gt-entry-count.
          move gl-debit-total to gt-debit-total.
          move gl-credit-total to gt-credit-total.
          write Gl-rec from Gl-trailer.

      *a change of county posts the county before it -- first-x
      *marks the entry the county in hand starts at
       4100-county-entries.
          if first-x = 0
             move main-x to first-x
          else
             if rm-county(main-x) not = rm-county(first-x)
                perform 4200-post-county
                move main-x to first-x
             end-if
          end-if.
          add rm-county-tax(main-x) to ca-county-tax.
          add rm-city-tax(main-x) to ca-city-tax.

      *the county's entries, then its sums cleared for the next
       4200-post-county.
          compute total-tax-work = ca-county-tax + ca-city-tax.
          if total-tax-work > 0
             move "D" to ge-rec-type
             move gl-receivable-acct to ge-account
             move rm-county(first-x) to ge-county
             move spaces to ge-city
             move total-tax-work to ge-amount
             move "XFER TAX RECEIVABLE" to ge-desc
             perform 4900-write-entry
             add total-tax-work to gl-debit-total
          end-if.
          if ca-county-tax > 0
             move "C" to ge-rec-type
             move gl-county-pay-acct to ge-account
             move rm-county(first-x) to ge-county
             move spaces to ge-city
             move ca-county-tax to ge-amount
             move "COUNTY XFER TAX DUE" to ge-desc
             perform 4900-write-entry
             add ca-county-tax to gl-credit-total
          end-if.
          perform 4210-city-credit
             varying gl-x from first-x by 1
               until gl-x > remit-count
                  or rm-county(gl-x) not = rm-county(first-x).
          move 0 to ca-county-tax ca-city-tax.

       4210-city-credit.
          if rm-city-tax(gl-x) > 0
             move "C" to ge-rec-type
             move gl-city-pay-acct to ge-account
             move rm-county(gl-x) to ge-county
             move rm-city(gl-x) to ge-city
             move rm-city-tax(gl-x) to ge-amount
             move "CITY XFER TAX DUE" to ge-desc
             perform 4900-write-entry
             add rm-city-tax(gl-x) to gl-credit-total
          end-if.

       4900-write-entry.
          move todays-date-n to ge-bus-date.
          write Gl-rec from Gl-entry.
          add 1 to gl-entry-count.
