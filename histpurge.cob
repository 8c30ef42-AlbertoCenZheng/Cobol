       Identification Division.

       Program-id. Hist-Purge-Prog.

      *trims txnhist.dat, the transaction history Forth-Prog appends
      *every night's clean records to as one dated generation, back
      *to the retention period.  the history is copied whole to
      *txnhist_bak.dat first and rebuilt from that copy, so a purge
      *that goes wrong is put right by copying the backup back.

      **Objective...
      ***keep every generation whose business date falls inside the
      ***retention period, months back from the business date --
      ***24 unless histparm.dat says otherwise
      ***drop every generation older than that, whole
      ***list each generation kept or purged, with its record count
      ***and whether its trailer proved it complete
      ***prove the records copied equal the records kept plus purged

       Date-compiled.

       Environment Division.

       Input-Output Section.

       File-Control.

      *the cumulative transaction history Forth-Prog appends to
           select History-file assign to
           "txnhist.dat"
           organization is line sequential
           file status is History-status.

      *the whole history as it stood before this purge
           select Backup-file assign to
           "txnhist_bak.dat"
           organization is line sequential.

      *retention card -- months of history to keep
           select Parm-file assign to
           "histparm.dat"
           organization is line sequential
           file status is Parm-status.

           select Report-file assign to
           "histpurge_out.dat"
           organization is line sequential.

      *run-control parameter card shared with the nightly chain
           select Rundate-file assign to
           "rundate.dat"
           organization is line sequential
           file status is Rundate-status.

       Data Division.

       File Section.

      *type H opens a generation, D is one clean record, T closes the
      *generation with its record count and SalePrice hash -- same
      *layout Forth-Prog writes and Seventh-Prog reads
       FD History-file.

       01 History-rec.
          02 hs-type            pic x(1).
          02 hs-bus-date        pic 9(8).
          02 hs-run-time        pic 9(6).
          02 hs-data            pic x(123).

       FD Backup-file.

       01 Backup-rec.
          02 bk-type            pic x(1).
             88 bk-header       value "H".
             88 bk-data         value "D".
             88 bk-trailer      value "T".
          02 bk-bus-date        pic 9(8).
          02 bk-run-time        pic 9(6).
          02 bk-data-image      pic x(123).

      *a D record's SalePrice, where the clean record carries it
       01 Backup-data-rec.
          02 filler             pic x(15).
          02 filler             pic x(91).
          02 bk-sale-price      pic 9(6).
          02 filler             pic x(26).

       01 Backup-ctl-rec.
          02 filler             pic x(15).
          02 bk-rec-count       pic 9(6).
          02 bk-hash-price      pic 9(12).
          02 filler             pic x(105).

      *the retention card -- months to keep, right justified
       FD Parm-file.

       01 Parm-rec.
          02 pm-months          pic x(3).
          02 pm-months-n redefines pm-months
                                pic 9(3).
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

       77 History-status        pic x(2) value spaces.
          88 History-missing    value "35".
       77 Parm-status           pic x(2) value spaces.
          88 Parm-none          value "35".
       77 backup-eof-flag       pic x(3) value "No".
          88 backup-end         value "Yes".
       77 hist-eof-flag         pic x(3) value "No".
          88 hist-end           value "Yes".

      *business-date working storage -- set from the parameter card
      *when one arrives
       77 Rundate-status        pic x(2) value spaces.
          88 Rundate-none       value "35".
       77 backdated-flag        pic x(3) value "No".
          88 backdated          value "Yes".

      *the retention period and the oldest business date it keeps
       77 retain-months         pic 9(3) value 24.
       77 month-total           pic 9(6) value 0.
       77 month-rem             pic 9(2) value 0.

       01 todays-date.
          02 Years              pic 9(4).
          02 Months             pic 9(2).
          02 Days               pic 9(2).

       01 Cutoff-date.
          02 cut-year           pic 9(4).
          02 cut-month          pic 9(2).
          02 cut-day            pic 9(2).
       01 cutoff-date-n redefines Cutoff-date pic 9(8).

      *the generation being copied -- kept or not, its own count and
      *hash, and whether its trailer agreed with them
       77 gen-open-flag         pic x(3) value "No".
          88 gen-open           value "Yes".
       77 gen-keep-flag         pic x(3) value "No".
          88 gen-keep           value "Yes".
       77 gen-complete-flag     pic x(3) value "No".
          88 gen-complete       value "Yes".
       77 gen-rec-count         pic 9(6) value 0.
       77 gen-hash-price        pic 9(12) value 0.
       01 gen-bus-date.
          02 gd-year            pic 9(4).
          02 gd-month           pic 9(2).
          02 gd-day             pic 9(2).
       77 gen-run-time          pic 9(6) value 0.

      *run counts for the report trailer
       77 Copied-count          pic 9(8) value 0.
       77 Kept-rec-count        pic 9(8) value 0.
       77 Purged-rec-count      pic 9(8) value 0.
       77 Kept-gen-count        pic 9(6) value 0.
       77 Purged-gen-count      pic 9(6) value 0.

       01 Report-Header.
          02 filler             pic x(43) value spaces.
          02 filler             pic x(26) value
          "Transaction History Purge ".
          02 filler             pic x value "-".
          02 month-out          pic 9(2).
          02 filler             pic x value "/".
          02 day-out            pic 9(2).
          02 filler             pic x value "/".
          02 year-out           pic 9(4).
          02 filler             pic x(52) value spaces.

       01 Retention-line.
          02 filler             pic x(20) value "Retention Months  : ".
          02 retain-out         pic zz9.
          02 filler             pic x(6) value spaces.
          02 filler             pic x(20) value "Keeping On Or After ".
          02 cut-month-out      pic 9(2).
          02 filler             pic x value "/".
          02 cut-day-out        pic 9(2).
          02 filler             pic x value "/".
          02 cut-year-out       pic 9(4).
          02 filler             pic x(73) value spaces.

       01 Colomn-Header.
          02 filler             pic x(13) value "Business Date".
          02 filler             pic x(3) value spaces.
          02 filler             pic x(8) value "Run Time".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(7) value "Records".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(10) value "Generation".
          02 filler             pic x(4) value spaces.
          02 filler             pic x(6) value "Action".
          02 filler             pic x(73) value spaces.

      *one line per generation met in the history
       01 Generation-line.
          02 filler             pic x(3) value spaces.
          02 gen-month-out      pic 9(2).
          02 filler             pic x value "/".
          02 gen-day-out        pic 9(2).
          02 filler             pic x value "/".
          02 gen-year-out       pic 9(4).
          02 filler             pic x(3) value spaces.
          02 gen-time-out       pic 9(6).
          02 filler             pic x(5) value spaces.
          02 gen-count-out      pic z(5)9.
          02 filler             pic x(5) value spaces.
          02 gen-state-out      pic x(10).
          02 filler             pic x(4) value spaces.
          02 gen-action-out     pic x(6).
          02 filler             pic x(74) value spaces.

       01 Count-line.
          02 Count-Label-out    pic x(30).
          02 Count-out          pic z(7)9.
          02 filler             pic x(94) value spaces.

       01 Verdict-line.
          02 verdict-text-out   pic x(60).
          02 filler             pic x(72) value spaces.

       01 Footer.
          02 filler             pic x(59) value spaces.
          02 filler             pic x(14) value " End Of Report".
          02 filler             pic x(59) value spaces.

       Procedure Division.

      *back the history up whole, then rebuild it from the backup
      *with only the generations inside the retention period
       0000-main-logic.
          Perform 1000-init.
          Perform 2000-backup-loop until hist-end.
          Perform 2500-rebuild-init.
          Perform 3000-main-loop until backup-end.
          Perform 4000-finish.
          STOP RUN.

      *the business date, the retention card and the cutoff it
      *gives, and the report headers -- no history means Forth-Prog
      *has never run, and there is nothing to purge
       1000-init.
          perform 1050-business-date.
          move Years to year-out.
          move Months to month-out.
          move Days to day-out.
          perform 1100-retention.

          open Output Report-file.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Report-Header.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Retention-line.
          move spaces to Report-rec.
          write Report-rec.

          open Input History-file.
          if History-missing
             move "RUN ABORTED - TRANSACTION HISTORY MISSING" to
                verdict-text-out
             write Report-rec from Verdict-line
             move 12 to RETURN-CODE
             close Report-file
             STOP RUN
          end-if.

          write Report-rec from Colomn-Header.
          move spaces to Report-rec.
          write Report-rec.

          open Output Backup-file.
          read History-file
             at end move "Yes" to hist-eof-flag
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

      *months to keep from the card, when it gives a sensible one,
      *and the business date that many months back.  a day the
      *cutoff month does not have still compares correctly
       1100-retention.
          open Input Parm-file.
          if Parm-none
             continue
          else
             read Parm-file
                at end
                   continue
                not at end
                   if pm-months numeric and pm-months-n > 0
                      move pm-months-n to retain-months
                   end-if
             end-read
             close Parm-file
          end-if.
          compute month-total =
             Years * 12 + Months - 1 - retain-months.
          divide month-total by 12 giving cut-year
             remainder month-rem.
          compute cut-month = month-rem + 1.
          move Days to cut-day.
          move retain-months to retain-out.
          move cut-month to cut-month-out.
          move cut-day to cut-day-out.
          move cut-year to cut-year-out.

      *the history copied whole, record for record
       2000-backup-loop.
          write Backup-rec from History-rec.
          add 1 to Copied-count.
          read History-file
             at end move "Yes" to hist-eof-flag
          end-read.

      *the backup becomes the input and the history is cut afresh
       2500-rebuild-init.
          close History-file
                Backup-file.
          open Input Backup-file.
          open Output History-file.
          read Backup-file
             at end move "Yes" to backup-eof-flag
          end-read.

      *a header starts a generation and decides it, the records that
      *follow go with it, and its trailer is checked against them.
      *anything before the first header belongs to no generation and
      *is purged
       3000-main-loop.
          if bk-header
             perform 3100-end-generation
             perform 3200-start-generation
          else
             if bk-data
                add 1 to gen-rec-count
                add bk-sale-price to gen-hash-price
             else
                if bk-trailer
                   and bk-bus-date = gen-bus-date
                   and bk-run-time = gen-run-time
                   and bk-rec-count = gen-rec-count
                   and bk-hash-price = gen-hash-price
                   move "Yes" to gen-complete-flag
                end-if
             end-if
          end-if.
          if gen-keep
             write History-rec from Backup-rec
             add 1 to Kept-rec-count
          else
             add 1 to Purged-rec-count
          end-if.
          read Backup-file
             at end move "Yes" to backup-eof-flag
          end-read.

       3200-start-generation.
          move "Yes" to gen-open-flag.
          move "No" to gen-complete-flag.
          move bk-bus-date to gen-bus-date.
          move bk-run-time to gen-run-time.
          move 0 to gen-rec-count.
          move 0 to gen-hash-price.
          if bk-bus-date < cutoff-date-n
             move "No" to gen-keep-flag
          else
             move "Yes" to gen-keep-flag
          end-if.

      *the generation just finished, on the report
       3100-end-generation.
          if gen-open
             move gd-month to gen-month-out
             move gd-day to gen-day-out
             move gd-year to gen-year-out
             move gen-run-time to gen-time-out
             move gen-rec-count to gen-count-out
             if gen-complete
                move "COMPLETE" to gen-state-out
             else
                move "INCOMPLETE" to gen-state-out
             end-if
             if gen-keep
                move "KEPT" to gen-action-out
                add 1 to Kept-gen-count
             else
                move "PURGED" to gen-action-out
                add 1 to Purged-gen-count
             end-if
             write Report-rec from Generation-line
          end-if.

      *trailer counts so the report reconciles the run -- every
      *record copied must be either kept or purged
       4000-finish.
          perform 3100-end-generation.
          move spaces to Report-rec.
          write Report-rec.
          move "Generations Kept" to Count-Label-out.
          move Kept-gen-count to Count-out.
          write Report-rec from Count-line.
          move "Generations Purged" to Count-Label-out.
          move Purged-gen-count to Count-out.
          write Report-rec from Count-line.
          move "Records Copied To Backup" to Count-Label-out.
          move Copied-count to Count-out.
          write Report-rec from Count-line.
          move "Records Kept" to Count-Label-out.
          move Kept-rec-count to Count-out.
          write Report-rec from Count-line.
          move "Records Purged" to Count-Label-out.
          move Purged-rec-count to Count-out.
          write Report-rec from Count-line.
          move spaces to Report-rec.
          write Report-rec.

          if Copied-count not = Kept-rec-count + Purged-rec-count
             move "PURGE OUT OF BALANCE - RESTORE FROM TXNHIST_BAK.DAT"
                to verdict-text-out
             move 12 to RETURN-CODE
          else
             move "PURGE BALANCED" to verdict-text-out
          end-if.
          write Report-rec from Verdict-line.
          move spaces to Report-rec.
          write Report-rec.
          write Report-rec from Footer.

          close Backup-file
                History-file
                Report-file.
