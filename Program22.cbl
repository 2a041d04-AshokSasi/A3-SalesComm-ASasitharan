       identification division.
       program-id. A3-TerritoryMaint.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program applies territory transactions against the
      *territory assignment history - each salesperson's region with
      *the dates it was in effect - so a sale is credited to the
      *region the rep worked when the sale was made, not the region
      *the master shows on the night it posts. A transfer closes the
      *rep's current assignment the day before the move and opens
      *the new one; an assign keys a dated range directly and a
      *delete removes one. No two of a rep's assignments may overlap,
      *so exactly one region is in effect on any date. After the
      *transactions, the master's region is brought up to the
      *assignment in effect today, so a transfer keyed ahead of its
      *date reaches the master on the day it takes effect. Every
      *change is printed before/after for sign-off
       environment division.
      *
       input-output section.
       file-control.
      *Territory transaction file keyed in by sales administration -
      *one action per record (T=transfer, A=assign, D=delete)
           select territory-trans-file
               assign to "../../../data/A3-TerritoryTrans.dat"
               organization is line sequential.
      *Territory assignment history - keyed by salesperson and the
      *date the assignment takes effect
           select territory-file
               assign to "../../../data/A3-Territory.dat"
               organization is indexed
               access mode is dynamic
               record key is te-key
               file status is ws-file-status-territory.
      *Salesperson master - a transfer must name a rep on it, and its
      *region is kept to the assignment in effect today
           select salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Before/after maintenance report for the sign-off
           select territory-report-file
               assign to "../../../data/A3-TerritoryMaint.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd territory-trans-file
           data record is territory-trans-rec
           record contains 30 characters.
      *Transaction record - action byte, salesperson, region and the
      *dates. A transfer carries the date of the move and, for a
      *move with a known end, the last day of it; an assign carries
      *the range (a blank end means open-ended); a delete carries
      *the salesperson and the start date of the assignment only
       01 territory-trans-rec.
         05 tt-action                   pic x.
         05 tt-sman-num                 pic x(3).
         05 tt-region                   pic x(10).
         05 tt-eff-from                 pic x(8).
         05 tt-eff-to                   pic x(8).
      *
       fd territory-file
           data record is territory-rec.
      *Territory assignment - the region a salesperson worked from
      *one date through another (99999999 while it is current), with
      *the date it was last keyed
       01 territory-rec.
         05 te-key.
           10 te-sman-num               pic 999.
           10 te-eff-from               pic 9(8).
         05 te-eff-to                   pic 9(8).
         05 te-region                   pic x(10).
         05 te-changed-date             pic 9(8).
      *
       fd salesperson-master-file
           data record is salesperson-master-rec.
      *Salesperson master - same layout A3-MasterMaint maintains
       01 salesperson-master-rec.
         05 sm-sman-num                 pic 999.
         05 sm-full-name                pic x(20).
         05 sm-region                   pic x(10).
         05 sm-payroll-key              pic x(10).
         05 sm-reports-to               pic 999.
         05 sm-override-rate            pic 99v9.
         05 sm-status                   pic x.
         05 sm-term-date                pic 9(8).
      *
       fd territory-report-file
           data record is territory-report-line
           record contains 132 characters.
      *
       01 territory-report-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-scan-eof pic x value 'n'.
       01 ws-file-status-territory pic xx value spaces.
       01 ws-file-status-master pic xx value spaces.
       01 ws-trans-valid pic x value 'y'.
       01 ws-master-found pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *Wide enough for the longest reason text in 330-validate-trans -
      *"TRANSFER DATE NOT AFTER LATEST ASSIGNMENT" is 41 chars
       01 ws-reject-reason pic x(44) value spaces.
      *A transaction date held for the calendar check
       01 ws-date-check pic 9(8) value 0.
       01 ws-date-valid pic x value 'y'.
      *The range the transaction asks for
       01 ws-new-eff-from pic 9(8) value 0.
       01 ws-new-eff-to pic 9(8) value 0.
       01 ws-open-ended pic 9(8) value 99999999.
      *The rep's latest assignment, found by walking the rep's rows -
      *a transfer closes it the day before the move
       01 ws-latest-found pic x value 'n'.
       01 ws-latest-eff-from pic 9(8) value 0.
       01 ws-latest-eff-to pic 9(8) value 0.
       01 ws-latest-region pic x(10) value spaces.
       01 ws-close-date pic 9(8) value 0.
       01 ws-overlap-found pic x value 'n'.
      *Set once a transfer has printed the assignment it closed, so
      *the new assignment's line follows it without a gap
       01 ws-closed-line-written pic x value 'n'.
      *Saved image of an assignment before it is closed or deleted
       01 ws-before-image.
         05 ws-bi-eff-from              pic 9(8).
         05 ws-bi-eff-to                pic 9(8).
         05 ws-bi-region                pic x(10).
         05 ws-bi-changed-date          pic 9(8).
      * Counter variables
       01 ws-counters.
         05 ws-trans-read-count         pic 9(4) value 0.
         05 ws-transfer-count           pic 9(4) value 0.
         05 ws-assign-count             pic 9(4) value 0.
         05 ws-delete-count             pic 9(4) value 0.
         05 ws-reject-count             pic 9(4) value 0.
         05 ws-master-sync-count        pic 9(4) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
      *Name Heading
       01 ws-heading1-name-line.
         05 filler                     pic x(73) value spaces.
         05 ws-name-title              pic x(30) value
                                       "Ashok Sasitharan, Maintenance".
      *Title Heading
       01 ws-heading2-title.
         05 filler                     pic x(30) value spaces.
         05 ws-title-h2                pic x(28) value
                              "TERRITORY MAINTENANCE REPORT".
         05 filler                     pic x(4) value spaces.
         05 ws-run-date-h2             pic x(8).
      *
       01 ws-heading3-headings.
         05 ws-act-h3                  pic x(6) value "ACTION".
         05 filler                     pic x(3) value spaces.
         05 ws-sman-h3                 pic x(4) value "SMAN".
         05 filler                     pic x(3) value spaces.
         05 ws-name-h3                 pic x(20) value "NAME".
         05 filler                     pic x(3) value spaces.
         05 ws-region-h3               pic x(10) value "REGION".
         05 filler                     pic x(3) value spaces.
         05 ws-from-h3                 pic x(8) value "EFF FROM".
         05 filler                     pic x(3) value spaces.
         05 ws-to-h3                   pic x(8) value "EFF TO".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h3                 pic x(6) value "IMAGE ".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h3                 pic x(11) value "DISPOSITION".
      *
       01 ws-heading4-underlines.
         05 ws-act-h4                  pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-sman-h4                 pic x(4) value "----".
         05 filler                     pic x(3) value spaces.
         05 ws-name-h4                 pic x(20)
                                       value "--------------------".
         05 filler                     pic x(3) value spaces.
         05 ws-region-h4               pic x(10) value "----------".
         05 filler                     pic x(3) value spaces.
         05 ws-from-h4                 pic x(8) value "--------".
         05 filler                     pic x(3) value spaces.
         05 ws-to-h4                   pic x(8) value "--------".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h4                 pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h4                 pic x(11) value "-----------".
      *Report detail line - one line per image of an assignment
       01 ws-territory-detail-line.
         05 ws-act-dl                  pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-sman-dl                 pic x(4).
         05 filler                     pic x(3) value spaces.
         05 ws-name-dl                 pic x(20).
         05 filler                     pic x(3) value spaces.
         05 ws-region-dl               pic x(10).
         05 filler                     pic x(3) value spaces.
         05 ws-from-dl                 pic x(8).
         05 filler                     pic x(3) value spaces.
         05 ws-to-dl                   pic x(8).
         05 filler                     pic x(3) value spaces.
         05 ws-view-dl                 pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-disp-dl                 pic x(44).
      * Output for number of transactions read
       01 ws-trans-read-report-line.
         05 filler                     pic x(29)
                                value "NUMBER OF TRANSACTIONS READ".
         05 filler                     pic x(8) value spaces.
         05 ws-trans-read-rl           pic ZZZ9.
      * Output for number of transfers applied
       01 ws-transfers-report-line.
         05 filler                     pic x(27)
                                value "NUMBER OF TRANSFERS APPLIED".
         05 filler                     pic x(10) value spaces.
         05 ws-transfers-rl            pic ZZZ9.
      * Output for number of assigns applied
       01 ws-assigns-report-line.
         05 filler                     pic x(25)
                                value "NUMBER OF ASSIGNS APPLIED".
         05 filler                     pic x(12) value spaces.
         05 ws-assigns-rl              pic ZZZ9.
      * Output for number of deletes applied
       01 ws-deletes-report-line.
         05 filler                     pic x(25)
                                value "NUMBER OF DELETES APPLIED".
         05 filler                     pic x(12) value spaces.
         05 ws-deletes-rl              pic ZZZ9.
      * Output for number of transactions rejected
       01 ws-rejects-report-line.
         05 filler                     pic x(31)
                                value "NUMBER OF TRANSACTIONS REJECTED".
         05 filler                     pic x(6) value spaces.
         05 ws-rejects-rl              pic ZZZ9.
      * Output for number of master regions brought up to date
       01 ws-master-sync-report-line.
         05 filler                     pic x(31)
                                value "NUMBER OF MASTER REGIONS SET".
         05 filler                     pic x(6) value spaces.
         05 ws-master-sync-rl          pic ZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           perform 20-read-trans-file.
           perform 300-process-transaction
             until ws-eof-flag = ws-yes.
           perform 400-sync-master-regions.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the transaction input, the territory file (created empty
      *on first use, following how A3-SalesComm creates its keyed
      *files), the master and the maintenance report output
       10-open-files.
           open input territory-trans-file.
           open i-o territory-file.
           if ws-file-status-territory = "35" then
               open output territory-file
               close territory-file
               open i-o territory-file
           end-if
           open i-o salesperson-master-file.
           open output territory-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      * Read the transaction file until the end of file is reached
       20-read-trans-file.
           read territory-trans-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-trans-read-count
           end-if.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-run-date-h2.
           write territory-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write territory-report-line from spaces.
           write territory-report-line from ws-heading2-title.
           write territory-report-line from spaces.
           write territory-report-line from ws-heading3-headings.
           write territory-report-line from ws-heading4-underlines.
      *Validate and apply one transaction, then read the next
       300-process-transaction.
           perform 330-validate-trans.
           if ws-trans-valid = ws-yes then
               if tt-action = "T" then
                   perform 340-apply-transfer
               else
                   if tt-action = "A" then
                       perform 350-apply-assign
                   else
                       perform 360-apply-delete
                   end-if
               end-if
           else
               perform 370-write-reject-line
           end-if
           perform 20-read-trans-file.
      *Validate a transaction before it is allowed to touch the
      *history. The salesperson must be on the master and the dates
      *real calendar dates; a transfer must move the rep on from the
      *latest assignment, an assign must overlap nothing already on
      *file, and a delete must name an assignment that is there
       330-validate-trans.
           move ws-yes to ws-trans-valid
           move spaces to ws-reject-reason
           move spaces to sm-full-name
           if tt-action not = "T" and tt-action not = "A"
              and tt-action not = "D" then
               move "n" to ws-trans-valid
               move "ACTION NOT T/A/D" to ws-reject-reason
           else
               if tt-sman-num is not numeric then
                   move "n" to ws-trans-valid
                   move "SALESPERSON NUMBER NOT NUMERIC"
                     to ws-reject-reason
               else
                   perform 338-lookup-master
                   perform 332-validate-dates
                   if ws-trans-valid = ws-yes then
                       if tt-action = "D" then
                           perform 337-validate-delete
                       else
                           if tt-region = spaces then
                               move "n" to ws-trans-valid
                               move "REGION MISSING" to ws-reject-reason
                           else
                               if ws-master-found not = ws-yes then
                                   move "n" to ws-trans-valid
                                   move "SALESPERSON NOT ON MASTER"
                                     to ws-reject-reason
                               else
                                   if tt-action = "T" then
                                       perform 334-validate-transfer
                                   else
                                       perform 336-validate-assign
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      *The start date must be a calendar date; the end date, when
      *keyed, must be one too and must not come before the start. A
      *blank end leaves the assignment open-ended
       332-validate-dates.
           move tt-eff-from to ws-date-check.
           perform 333-check-calendar-date.
           if tt-eff-from is not numeric
              or ws-date-valid not = ws-yes then
               move "n" to ws-trans-valid
               move "EFFECTIVE-FROM NOT A CALENDAR DATE"
                 to ws-reject-reason
           else
               move tt-eff-from to ws-new-eff-from
               if tt-eff-to = spaces or tt-action = "D" then
                   move ws-open-ended to ws-new-eff-to
               else
                   move tt-eff-to to ws-date-check
                   perform 333-check-calendar-date
                   if tt-eff-to is not numeric
                      or ws-date-valid not = ws-yes then
                       move "n" to ws-trans-valid
                       move "EFFECTIVE-TO NOT A CALENDAR DATE"
                         to ws-reject-reason
                   else
                       move tt-eff-to to ws-new-eff-to
                       if ws-new-eff-to < ws-new-eff-from then
                           move "n" to ws-trans-valid
                           move "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.
      *Check the date in ws-date-check is a real calendar date - a
      *day past the end of its month would turn the day before it
      *into a zero closing date in 340-apply-transfer
       333-check-calendar-date.
           move ws-yes to ws-date-valid.
           if ws-date-check is not numeric then
               move "n" to ws-date-valid
           else
               if function test-date-yyyymmdd(ws-date-check)
                  not = 0 then
                   move "n" to ws-date-valid
               end-if
           end-if.
      *A transfer moves the rep on from the latest assignment - the
      *move must come after that assignment started and must be to a
      *different region. A rep with no history yet has the master's
      *region taken as the assignment being left, so the move must
      *be to somewhere other than the master's region
       334-validate-transfer.
           perform 335-find-latest-assignment.
           if ws-latest-found = ws-yes then
               if ws-new-eff-from <= ws-latest-eff-from then
                   move "n" to ws-trans-valid
                   move "TRANSFER DATE NOT AFTER LATEST ASSIGNMENT"
                     to ws-reject-reason
               else
                   if tt-region = ws-latest-region
                      and ws-latest-eff-to >= ws-new-eff-from then
                       move "n" to ws-trans-valid
                       move "ALREADY ASSIGNED TO THIS REGION"
                         to ws-reject-reason
                   end-if
               end-if
           else
               if tt-region = sm-region then
                   move "n" to ws-trans-valid
                   move "NO HISTORY - MASTER ALREADY IN THIS REGION"
                     to ws-reject-reason
               end-if
           end-if.
      *Walk the rep's assignments to the last one on file
       335-find-latest-assignment.
           move "n" to ws-latest-found.
           move "n" to ws-scan-eof.
           move tt-sman-num to te-sman-num.
           move 0 to te-eff-from.
           start territory-file key not < te-key
               invalid key
                   move ws-yes to ws-scan-eof
           end-start
           perform 339-read-next-assignment.
           perform 341-note-one-latest
             until ws-scan-eof = ws-yes.
       341-note-one-latest.
           move ws-yes to ws-latest-found.
           move te-eff-from to ws-latest-eff-from.
           move te-eff-to to ws-latest-eff-to.
           move te-region to ws-latest-region.
           perform 339-read-next-assignment.
      *An assign must not overlap any assignment the rep has on file
       336-validate-assign.
           move "n" to ws-overlap-found.
           move "n" to ws-scan-eof.
           move tt-sman-num to te-sman-num.
           move 0 to te-eff-from.
           start territory-file key not < te-key
               invalid key
                   move ws-yes to ws-scan-eof
           end-start
           perform 339-read-next-assignment.
           perform 342-check-one-overlap
             until ws-scan-eof = ws-yes.
           if ws-overlap-found = ws-yes then
               move "n" to ws-trans-valid
               move "DATES OVERLAP AN ASSIGNMENT ON FILE"
                 to ws-reject-reason
           end-if.
       342-check-one-overlap.
           if te-eff-from <= ws-new-eff-to
              and te-eff-to >= ws-new-eff-from then
               move ws-yes to ws-overlap-found
           end-if
           perform 339-read-next-assignment.
      *Read the rep's next assignment - the walk ends at the first
      *row for another salesperson
       339-read-next-assignment.
           if ws-scan-eof not = ws-yes then
               read territory-file next record
                   at end
                       move ws-yes to ws-scan-eof
               end-read
           end-if
           if ws-scan-eof not = ws-yes
              and te-sman-num not = tt-sman-num then
               move ws-yes to ws-scan-eof
           end-if.
      *A delete must name an assignment on file by its start date
       337-validate-delete.
           move tt-sman-num to te-sman-num.
           move ws-new-eff-from to te-eff-from.
           read territory-file
               invalid key
                   move "n" to ws-trans-valid
                   move "DELETE - ASSIGNMENT NOT ON FILE"
                     to ws-reject-reason
               not invalid key
                   move te-eff-from to ws-bi-eff-from
                   move te-eff-to to ws-bi-eff-to
                   move te-region to ws-bi-region
                   move te-changed-date to ws-bi-changed-date
           end-read.
      *The salesperson is looked up for the name on the report lines
       338-lookup-master.
           move tt-sman-num to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move "n" to ws-master-found
                   move spaces to sm-full-name
                   move spaces to sm-region
               not invalid key
                   move ws-yes to ws-master-found
           end-read.
      *Close the latest assignment the day before the move - or, for
      *a rep with no history, first record the master's region as the
      *assignment being left - then open the new one
       340-apply-transfer.
           compute ws-close-date = function date-of-integer
             (function integer-of-date(ws-new-eff-from) - 1).
           move "n" to ws-closed-line-written.
           if ws-latest-found = ws-yes then
               if ws-latest-eff-to >= ws-new-eff-from then
                   move tt-sman-num to te-sman-num
                   move ws-latest-eff-from to te-eff-from
                   read territory-file
                   move te-eff-from to ws-bi-eff-from
                   move te-eff-to to ws-bi-eff-to
                   move te-region to ws-bi-region
                   move te-changed-date to ws-bi-changed-date
                   move ws-close-date to te-eff-to
                   move ws-run-date-num to te-changed-date
                   rewrite territory-rec
                   perform 375-write-before-line
                   perform 385-write-closed-line
               end-if
           else
               move tt-sman-num to te-sman-num
               move 0 to te-eff-from
               move ws-close-date to te-eff-to
               move sm-region to te-region
               move ws-run-date-num to te-changed-date
               write territory-rec
               perform 385-write-closed-line
           end-if
           move tt-sman-num to te-sman-num.
           move ws-new-eff-from to te-eff-from.
           move ws-new-eff-to to te-eff-to.
           move tt-region to te-region.
           move ws-run-date-num to te-changed-date.
           write territory-rec.
           add ws-one to ws-transfer-count.
           perform 380-write-after-line.
      *Write the dated range keyed on an assign
       350-apply-assign.
           move tt-sman-num to te-sman-num.
           move ws-new-eff-from to te-eff-from.
           move ws-new-eff-to to te-eff-to.
           move tt-region to te-region.
           move ws-run-date-num to te-changed-date.
           write territory-rec.
           add ws-one to ws-assign-count.
           move "n" to ws-closed-line-written.
           perform 380-write-after-line.
      *Remove the assignment and report the image that was removed
       360-apply-delete.
           delete territory-file record.
           add ws-one to ws-delete-count.
           perform 375-write-before-line.
      *Write the rejected transaction with its reason
       370-write-reject-line.
           add ws-one to ws-reject-count.
           move spaces to ws-territory-detail-line.
           move tt-action to ws-act-dl.
           move tt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move tt-region to ws-region-dl.
           move tt-eff-from to ws-from-dl.
           move tt-eff-to to ws-to-dl.
           move ws-reject-reason to ws-disp-dl.
           write territory-report-line from ws-territory-detail-line
             after advancing ws-two lines.
      *Write the before image of the assignment being closed/deleted
       375-write-before-line.
           move spaces to ws-territory-detail-line.
           move tt-action to ws-act-dl.
           move tt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move ws-bi-region to ws-region-dl.
           move ws-bi-eff-from to ws-from-dl.
           move ws-bi-eff-to to ws-to-dl.
           move "BEFORE" to ws-view-dl.
           if tt-action = "D" then
               move "DELETED" to ws-disp-dl
           end-if
           write territory-report-line from ws-territory-detail-line
             after advancing ws-two lines.
      *Write the assignment a transfer closed, as it now stands
       385-write-closed-line.
           move spaces to ws-territory-detail-line.
           move tt-action to ws-act-dl.
           move tt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move te-region to ws-region-dl.
           move te-eff-from to ws-from-dl.
           move te-eff-to to ws-to-dl.
           move "AFTER" to ws-view-dl.
           move "CLOSED THE DAY BEFORE THE MOVE" to ws-disp-dl.
           move ws-yes to ws-closed-line-written.
           if ws-latest-found = ws-yes then
               write territory-report-line
                 from ws-territory-detail-line
           else
               write territory-report-line
                 from ws-territory-detail-line
                 after advancing ws-two lines
           end-if.
      *Write the new assignment as applied
       380-write-after-line.
           move spaces to ws-territory-detail-line.
           move tt-action to ws-act-dl.
           move tt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move te-region to ws-region-dl.
           move te-eff-from to ws-from-dl.
           move te-eff-to to ws-to-dl.
           move "AFTER" to ws-view-dl.
           move "APPLIED" to ws-disp-dl.
           if ws-closed-line-written not = ws-yes then
               write territory-report-line
                 from ws-territory-detail-line
                 after advancing ws-two lines
           else
               write territory-report-line
                 from ws-territory-detail-line
           end-if.
      *Walk the whole history and set the master's region to the
      *assignment in effect today wherever the two differ - so a
      *transfer keyed ahead of its date reaches the master on the day
      *it takes effect, and the reports that read the master's region
      *show where the rep works now
       400-sync-master-regions.
           move "n" to ws-scan-eof.
           move low-values to te-key.
           start territory-file key not < te-key
               invalid key
                   move ws-yes to ws-scan-eof
           end-start
           perform 410-sync-one-assignment
             until ws-scan-eof = ws-yes.
       410-sync-one-assignment.
           read territory-file next record
               at end
                   move ws-yes to ws-scan-eof
           end-read
           if ws-scan-eof not = ws-yes
              and te-eff-from <= ws-run-date-num
              and te-eff-to >= ws-run-date-num then
               move te-sman-num to sm-sman-num
               read salesperson-master-file
                   invalid key
                       continue
                   not invalid key
                       if sm-region not = te-region then
                           perform 420-set-master-region
                       end-if
               end-read
           end-if.
      *Rewrite the master's region and report it before/after
       420-set-master-region.
           move spaces to ws-territory-detail-line.
           move "MASTER" to ws-act-dl.
           move sm-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move sm-region to ws-region-dl.
           move "BEFORE" to ws-view-dl.
           write territory-report-line from ws-territory-detail-line
             after advancing ws-two lines.
           move te-region to sm-region.
           rewrite salesperson-master-rec.
           add ws-one to ws-master-sync-count.
           move te-region to ws-region-dl.
           move te-eff-from to ws-from-dl.
           move te-eff-to to ws-to-dl.
           move "AFTER" to ws-view-dl.
           move "MASTER REGION SET TO ASSIGNMENT IN EFFECT"
             to ws-disp-dl.
           write territory-report-line from ws-territory-detail-line.
      * Print out the transaction counts for the sign-off totals
       510-write-totals.
           move ws-trans-read-count to ws-trans-read-rl.
           write territory-report-line from ws-trans-read-report-line
             after advancing ws-two lines.
           move ws-transfer-count to ws-transfers-rl.
           write territory-report-line from ws-transfers-report-line
             after advancing ws-one line.
           move ws-assign-count to ws-assigns-rl.
           write territory-report-line from ws-assigns-report-line
             after advancing ws-one line.
           move ws-delete-count to ws-deletes-rl.
           write territory-report-line from ws-deletes-report-line
             after advancing ws-one line.
           move ws-reject-count to ws-rejects-rl.
           write territory-report-line from ws-rejects-report-line
             after advancing ws-one line.
           move ws-master-sync-count to ws-master-sync-rl.
           write territory-report-line from ws-master-sync-report-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close territory-trans-file
             territory-file
             salesperson-master-file
             territory-report-file.
           goback.
      *
       end program A3-TerritoryMaint.
