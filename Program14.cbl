       identification division.
       program-id. A3-SuspenseAging.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program prints the aging of everything still sitting on
      *the suspense file - items open in suspense and items a branch
      *has released that the next sort has not yet picked up - so a
      *held sale cannot sit there for weeks without anyone noticing.
      *The items are sorted by branch, reason and age and printed one
      *line each with the days since they were suspended, an alert
      *mark past the alert age, a subtotal per reason within the
      *branch and a branch total, and the run ends with the count
      *and sales dollars in each age band
       environment division.
      *
       input-output section.
       file-control.
      *Suspense file - read only
           select optional suspense-file
               assign to "../../../data/A3-Suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is su-key
               file status is ws-file-status-suspense.
      *Sort work file
           select sort-work-file
               assign to "../../../data/A3-SuspenseWork.tmp".
      *The aging report
           select aging-report-file
               assign to "../../../data/A3-SuspenseAging.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd suspense-file
           data record is suspense-rec.
      *Suspense item - same layout A3-SalesSort and A3-SalesComm
      *write. Status "O" open in suspense, "R" corrected or released
      *by the branch and waiting for the next sort, "X" resubmitted
      *into a later cycle, "W" written off
       01 suspense-rec.
         05 su-key.
           10 su-cycle                  pic 9(6).
           10 su-source                 pic x.
           10 su-rec-num                pic 9(6).
           10 su-share                  pic 9.
         05 su-branch                   pic x(2).
         05 su-sman-num                 pic x(3).
         05 su-reason                   pic x(48).
         05 su-status                   pic x.
         05 su-suspended-date           pic 9(8).
         05 su-action-date              pic 9(8).
         05 su-resubmit-cycle           pic 9(6).
         05 su-sales-rec                pic x(56).
      *
       sd sort-work-file
           data record is sort-rec.
      *Sort record - branch, reason and age ahead of the item, oldest
      *first within a reason
       01 sort-rec.
         05 sw-branch                   pic x(2).
         05 sw-reason                   pic x(48).
         05 sw-age-days                 pic 9(5).
         05 sw-item-key                 pic x(14).
         05 sw-sman-num                 pic x(3).
         05 sw-status                   pic x.
         05 sw-suspended-date           pic 9(8).
         05 sw-sales                    pic s9(7).
      *
       fd aging-report-file
           data record is aging-report-line
           record contains 132 characters.
      *
       01 aging-report-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-sort-eof-flag pic x value 'n'.
       01 ws-file-status-suspense pic xx value spaces.
       01 ws-first-item pic x value 'y'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
       01 ws-age-days pic 9(5) value 0.
      *The suspended sale record, viewed as an ordinary record or a
      *split record to pick out the sales amount
       01 ws-image-rec.
         05 filler                      pic x(11).
         05 ws-im-sales                 pic s9(6).
         05 filler                      pic x(39).
       01 ws-image-split redefines ws-image-rec.
         05 ws-is-type                  pic x.
         05 ws-is-sales                 pic s9(6).
         05 filler                      pic x(49).
      *The branch and reason in hand and their accumulators
       01 ws-hold-branch pic x(2) value spaces.
       01 ws-hold-reason pic x(48) value spaces.
       01 ws-reason-totals.
         05 ws-reason-count             pic 9(6) value 0.
         05 ws-reason-sales             pic s9(9) value 0.
         05 ws-reason-oldest            pic 9(5) value 0.
       01 ws-branch-totals.
         05 ws-branch-count             pic 9(6) value 0.
         05 ws-branch-sales             pic s9(9) value 0.
       01 ws-grand-totals.
         05 ws-grand-count              pic 9(6) value 0.
         05 ws-grand-sales              pic s9(9) value 0.
         05 ws-alert-count              pic 9(6) value 0.
      *Age bands - upper day limit, count and dollars per band, the
      *last band open ended
       01 ws-band-sub pic 9 value 0.
       01 ws-band-table.
         05 ws-band-entry occurs 4 times.
           10 ws-band-limit             pic 9(5).
           10 ws-band-count             pic 9(6).
           10 ws-band-sales             pic s9(9).
       01 ws-band-labels.
         05 filler                     pic x(16)
                               value "  0 TO 7 DAYS".
         05 filler                     pic x(16)
                               value "  8 TO 14 DAYS".
         05 filler                     pic x(16)
                               value "  15 TO 30 DAYS".
         05 filler                     pic x(16)
                               value "  OVER 30 DAYS".
       01 ws-band-label-table redefines ws-band-labels.
         05 ws-band-label              pic x(16) occurs 4 times.
      * Counter variables
       01 ws-counters.
         05 ws-items-read-count         pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
       77 ws-band-max                   pic 9 value 4.
      *An item older than this many days is marked on its line
       77 ws-age-alert-days             pic 9(5) value 14.
      *Report headings
       01 ws-aging-heading1.
         05 filler                     pic x(25) value spaces.
         05 filler                     pic x(31) value
                              "SUSPENSE AGING BY BRANCH/REASON".
         05 filler                     pic x(5) value " RUN ".
         05 ws-run-date-h1             pic x(8).
       01 ws-aging-heading2.
         05 filler                     pic x(26) value
                              "BR  SUSPENSE ITEM   SMAN  ".
         05 filler                     pic x(26) value
                              "  SALES   SUSPENDED    AGE".
         05 filler                     pic x(16) value
                              "  ST".
       01 ws-aging-heading3.
         05 filler                     pic x(26) value
                              "--  --------------  ---  -".
         05 filler                     pic x(26) value
                              "-------   --------   -----".
         05 filler                     pic x(16) value
                              "  --".
      *Reason heading line, printed when a reason group opens
       01 ws-reason-head-line.
         05 ws-rh-branch-dl            pic x(2).
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "REASON: ".
         05 ws-rh-reason-dl            pic x(48).
      *Item line
       01 ws-item-detail-line.
         05 ws-it-branch-dl            pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ws-it-key-dl               pic x(14).
         05 filler                     pic x(2) value spaces.
         05 ws-it-sman-dl              pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-it-sales-dl             pic -ZZZ,ZZ9.
         05 filler                     pic x(3) value spaces.
         05 ws-it-date-dl              pic 9(8).
         05 filler                     pic x(3) value spaces.
         05 ws-it-age-dl               pic ZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-it-status-dl            pic x.
         05 filler                     pic x(2) value spaces.
         05 ws-it-alert-dl             pic x(2).
      *Reason subtotal line
       01 ws-reason-total-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(14) value "REASON TOTAL".
         05 ws-rt-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-rt-sales-dl             pic -ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(10) value "   OLDEST ".
         05 ws-rt-oldest-dl            pic ZZZZ9.
         05 filler                     pic x(5) value " DAYS".
      *Branch total line
       01 ws-branch-total-line.
         05 filler                     pic x(7) value "BRANCH ".
         05 ws-bt-branch-dl            pic x(2).
         05 filler                     pic x(9) value " TOTAL".
         05 ws-bt-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-bt-sales-dl             pic -ZZZ,ZZZ,ZZ9.
      *Age band summary line
       01 ws-band-line.
         05 ws-bl-label-dl             pic x(18).
         05 ws-bl-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-bl-sales-dl             pic -ZZZ,ZZZ,ZZ9.
      * Output for the grand totals
       01 ws-grand-total-line.
         05 filler                     pic x(18)
                               value "TOTAL IN SUSPENSE".
         05 ws-gt-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-gt-sales-dl             pic -ZZZ,ZZZ,ZZ9.
       01 ws-alert-report-line.
         05 filler                     pic x(33)
                               value "NUMBER PAST THE ALERT AGE".
         05 ws-alert-rl                pic ZZZZZ9.
       01 ws-items-read-report-line.
         05 filler                     pic x(33)
                               value "NUMBER OF SUSPENSE ITEMS READ".
         05 ws-items-read-rl           pic ZZZZZ9.
      * Output when nothing is waiting in suspense
       01 ws-no-items-line             pic x(40) value
             "NOTHING IN SUSPENSE - NO ITEMS TO AGE".
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           sort sort-work-file
             on ascending key sw-branch
             on ascending key sw-reason
             on descending key sw-age-days
             input procedure is 100-release-items
             output procedure is 400-return-sorted.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the suspense file and the report, and set up the age
      *bands - the sort verb opens and closes its own work file
       10-open-files.
           open input suspense-file.
           open output aging-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
           move 7 to ws-band-limit(1).
           move 14 to ws-band-limit(2).
           move 30 to ws-band-limit(3).
           move 99999 to ws-band-limit(4).
           perform 15-clear-one-band
             varying ws-band-sub from ws-one by ws-one
             until ws-band-sub > ws-band-max.
      *Zero one age band's accumulators
       15-clear-one-band.
           move 0 to ws-band-count(ws-band-sub).
           move 0 to ws-band-sales(ws-band-sub).
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-run-date-h1.
           write aging-report-line from ws-aging-heading1
             after advancing ws-one line.
           move spaces to aging-report-line.
           write aging-report-line after advancing ws-one line.
           write aging-report-line from ws-aging-heading2
             after advancing ws-one line.
           write aging-report-line from ws-aging-heading3
             after advancing ws-one line.
      *Read the suspense file and release every item still waiting -
      *open, or released but not yet resubmitted - with its age
       100-release-items.
           if ws-file-status-suspense not = "00" then
               move ws-yes to ws-eof-flag
           else
               move low-values to su-key
               start suspense-file key not < su-key
                   invalid key
                       move ws-yes to ws-eof-flag
               end-start
               if ws-eof-flag not = ws-yes then
                   perform 20-read-suspense-item
               end-if
           end-if
           perform 110-release-one-item
             until ws-eof-flag = ws-yes.
      * Read the suspense file until the end of file is reached
       20-read-suspense-item.
           read suspense-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-items-read-count
           end-if.
      *Work out the item's age and sales amount and release it
       110-release-one-item.
           if su-status = "O" or su-status = "R" then
               if su-suspended-date is numeric
                  and su-suspended-date > 0
                  and su-suspended-date <= ws-run-date-num then
                   compute ws-age-days
                     = function integer-of-date(ws-run-date-num)
                     - function integer-of-date(su-suspended-date)
               else
                   move 0 to ws-age-days
               end-if
               move su-sales-rec to ws-image-rec
               move 0 to sw-sales
               if ws-is-type = "S" then
                   if ws-is-sales is numeric then
                       move ws-is-sales to sw-sales
                   end-if
               else
                   if ws-im-sales is numeric then
                       move ws-im-sales to sw-sales
                   end-if
               end-if
               move su-branch to sw-branch
               move su-reason to sw-reason
               move ws-age-days to sw-age-days
               move su-key to sw-item-key
               move su-sman-num to sw-sman-num
               move su-status to sw-status
               move su-suspended-date to sw-suspended-date
               release sort-rec
           end-if
           perform 20-read-suspense-item.
      *Take the sorted items back and print them with control breaks
      *- reason inside branch
       400-return-sorted.
           perform 410-return-one-item
             until ws-sort-eof-flag = ws-yes.
           if ws-first-item not = ws-yes then
               perform 420-flush-reason
               perform 430-flush-branch
           end-if.
      *Process one sorted item, flushing whichever groups ended
       410-return-one-item.
           return sort-work-file
               at end
                   move ws-yes to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag not = ws-yes then
               if ws-first-item = ws-yes then
                   move "n" to ws-first-item
                   move sw-branch to ws-hold-branch
                   move sw-reason to ws-hold-reason
                   perform 415-write-reason-heading
               else
                   if sw-branch not = ws-hold-branch then
                       perform 420-flush-reason
                       perform 430-flush-branch
                       move sw-branch to ws-hold-branch
                       move sw-reason to ws-hold-reason
                       perform 415-write-reason-heading
                   else
                       if sw-reason not = ws-hold-reason then
                           perform 420-flush-reason
                           move sw-reason to ws-hold-reason
                           perform 415-write-reason-heading
                       end-if
                   end-if
               end-if
               perform 440-write-item-line
           end-if.
      *Print the heading of a reason group
       415-write-reason-heading.
           move ws-hold-branch to ws-rh-branch-dl.
           move ws-hold-reason to ws-rh-reason-dl.
           write aging-report-line from ws-reason-head-line
             after advancing ws-two lines.
      *Print one item, bank it into its reason, branch, grand and
      *age band totals, and mark it if it is past the alert age
       440-write-item-line.
           move spaces to ws-item-detail-line.
           move sw-branch to ws-it-branch-dl.
           move sw-item-key to ws-it-key-dl.
           move sw-sman-num to ws-it-sman-dl.
           move sw-sales to ws-it-sales-dl.
           move sw-suspended-date to ws-it-date-dl.
           move sw-age-days to ws-it-age-dl.
           move sw-status to ws-it-status-dl.
           if sw-age-days > ws-age-alert-days then
               move "**" to ws-it-alert-dl
               add ws-one to ws-alert-count
           end-if
           write aging-report-line from ws-item-detail-line
             after advancing ws-one line.
           add ws-one to ws-reason-count.
           add sw-sales to ws-reason-sales.
           if sw-age-days > ws-reason-oldest then
               move sw-age-days to ws-reason-oldest
           end-if
           add ws-one to ws-branch-count.
           add sw-sales to ws-branch-sales.
           add ws-one to ws-grand-count.
           add sw-sales to ws-grand-sales.
           move ws-one to ws-band-sub.
           perform 445-find-age-band
             until ws-band-sub >= ws-band-max
                or sw-age-days <= ws-band-limit(ws-band-sub).
           add ws-one to ws-band-count(ws-band-sub).
           add sw-sales to ws-band-sales(ws-band-sub).
      *Step to the next age band
       445-find-age-band.
           add ws-one to ws-band-sub.
      *Print the reason group that just ended
       420-flush-reason.
           move ws-reason-count to ws-rt-count-dl.
           move ws-reason-sales to ws-rt-sales-dl.
           move ws-reason-oldest to ws-rt-oldest-dl.
           write aging-report-line from ws-reason-total-line
             after advancing ws-one line.
           move 0 to ws-reason-count.
           move 0 to ws-reason-sales.
           move 0 to ws-reason-oldest.
      *Print the branch that just ended
       430-flush-branch.
           move ws-hold-branch to ws-bt-branch-dl.
           move ws-branch-count to ws-bt-count-dl.
           move ws-branch-sales to ws-bt-sales-dl.
           write aging-report-line from ws-branch-total-line
             after advancing ws-two lines.
           move spaces to aging-report-line.
           write aging-report-line after advancing ws-one line.
           move 0 to ws-branch-count.
           move 0 to ws-branch-sales.
      * Print out the age bands and the grand totals
       510-write-totals.
           if ws-grand-count = 0 then
               write aging-report-line from ws-no-items-line
                 after advancing ws-two lines
           end-if
           perform 515-write-one-band
             varying ws-band-sub from ws-one by ws-one
             until ws-band-sub > ws-band-max.
           move ws-grand-count to ws-gt-count-dl.
           move ws-grand-sales to ws-gt-sales-dl.
           write aging-report-line from ws-grand-total-line
             after advancing ws-two lines.
           move ws-alert-count to ws-alert-rl.
           write aging-report-line from ws-alert-report-line
             after advancing ws-one line.
           move ws-items-read-count to ws-items-read-rl.
           write aging-report-line from ws-items-read-report-line
             after advancing ws-one line.
      *Print one age band's count and dollars
       515-write-one-band.
           move ws-band-label(ws-band-sub) to ws-bl-label-dl.
           move ws-band-count(ws-band-sub) to ws-bl-count-dl.
           move ws-band-sales(ws-band-sub) to ws-bl-sales-dl.
           if ws-band-sub = ws-one then
               write aging-report-line from ws-band-line
                 after advancing ws-two lines
           else
               write aging-report-line from ws-band-line
                 after advancing ws-one line
           end-if.
      *Close the input and output files
       600-close-files.
           close suspense-file
             aging-report-file.
           goback.
      *
       end program A3-SuspenseAging.
