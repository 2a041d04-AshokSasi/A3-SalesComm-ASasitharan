       identification division.
       program-id. A3-DisputeAging.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program prints the weekly aging of every commission
      *dispute still open on the case file A3-DisputeMaint keeps -
      *cases open or under review - so no rep's dispute sits without
      *an answer. The cases are grouped by the rep's region and
      *manager from the salesperson master and printed oldest first,
      *one line each with the dollars claimed, the days since the
      *case was opened and an alert mark past the alert age, with a
      *subtotal per manager within the region, a region total of the
      *dollars in dispute, and the run ends with the count and
      *dollars in dispute in each age band
       environment division.
      *
       input-output section.
       file-control.
      *Dispute case file - read only
           select optional dispute-file
               assign to "../../../data/A3-Dispute.dat"
               organization is indexed
               access mode is dynamic
               record key is dp-case-num
               file status is ws-file-status-dispute.
      *Salesperson master - read only, for region, manager and names
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Sort work file
           select sort-work-file
               assign to "../../../data/A3-DisputeWork.tmp".
      *The aging report
           select aging-report-file
               assign to "../../../data/A3-DisputeAging.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd dispute-file
           data record is dispute-rec.
      *Dispute case - same layout A3-DisputeMaint maintains. Status
      *"O" open, "U" under review, "A" resolved-adjusted, "N"
      *resolved-no-change
       01 dispute-rec.
         05 dp-case-num                 pic 9(6).
         05 dp-sman-num                 pic 999.
         05 dp-cycle                    pic 9(6).
         05 dp-amount-claimed           pic 9(7).
         05 dp-reason                   pic x(30).
         05 dp-status                   pic x.
         05 dp-opened-date              pic 9(8).
         05 dp-updated-date             pic 9(8).
         05 dp-closed-date              pic 9(8).
         05 dp-adjust-reference         pic x(12).
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
       sd sort-work-file
           data record is sort-rec.
      *Sort record - region, manager and age ahead of the case,
      *oldest first within a manager
       01 sort-rec.
         05 sw-region                   pic x(10).
         05 sw-manager-num              pic 999.
         05 sw-age-days                 pic 9(5).
         05 sw-case-num                 pic 9(6).
         05 sw-manager-name             pic x(20).
         05 sw-sman-num                 pic 999.
         05 sw-sman-name                pic x(20).
         05 sw-cycle                    pic 9(6).
         05 sw-amount-claimed           pic 9(7).
         05 sw-status                   pic x.
         05 sw-opened-date              pic 9(8).
         05 sw-reason                   pic x(30).
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
       01 ws-file-status-dispute pic xx value spaces.
       01 ws-file-status-master pic xx value spaces.
       01 ws-first-item pic x value 'y'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
       01 ws-age-days pic 9(5) value 0.
      *The region and manager in hand and their accumulators
       01 ws-hold-region pic x(10) value spaces.
       01 ws-hold-manager-num pic 999 value 0.
       01 ws-hold-manager-name pic x(20) value spaces.
       01 ws-manager-totals.
         05 ws-manager-count            pic 9(6) value 0.
         05 ws-manager-amount           pic 9(9) value 0.
         05 ws-manager-oldest           pic 9(5) value 0.
       01 ws-region-totals.
         05 ws-region-count             pic 9(6) value 0.
         05 ws-region-amount            pic 9(9) value 0.
       01 ws-grand-totals.
         05 ws-grand-count              pic 9(6) value 0.
         05 ws-grand-amount             pic 9(9) value 0.
         05 ws-alert-count              pic 9(6) value 0.
      *Age bands - upper day limit, count and dollars per band, the
      *last band open ended
       01 ws-band-sub pic 9 value 0.
       01 ws-band-table.
         05 ws-band-entry occurs 4 times.
           10 ws-band-limit             pic 9(5).
           10 ws-band-count             pic 9(6).
           10 ws-band-amount            pic 9(9).
       01 ws-band-labels.
         05 filler                     pic x(16)
                               value "  0 TO 7 DAYS".
         05 filler                     pic x(16)
                               value "  8 TO 30 DAYS".
         05 filler                     pic x(16)
                               value "  31 TO 60 DAYS".
         05 filler                     pic x(16)
                               value "  OVER 60 DAYS".
       01 ws-band-label-table redefines ws-band-labels.
         05 ws-band-label              pic x(16) occurs 4 times.
      * Counter variables
       01 ws-counters.
         05 ws-cases-read-count         pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
       77 ws-band-max                   pic 9 value 4.
      *A case open longer than this many days is marked on its line
       77 ws-age-alert-days             pic 9(5) value 30.
      *Report headings
       01 ws-aging-heading1.
         05 filler                     pic x(25) value spaces.
         05 filler                     pic x(33) value
                              "OPEN DISPUTES BY REGION/MANAGER".
         05 filler                     pic x(5) value " RUN ".
         05 ws-run-date-h1             pic x(8).
       01 ws-aging-heading2.
         05 filler                     pic x(8) value "CASE".
         05 filler                     pic x(5) value "SMAN".
         05 filler                     pic x(22) value "NAME".
         05 filler                     pic x(8) value "CYCLE".
         05 filler                     pic x(11) value "  CLAIMED".
         05 filler                     pic x(10) value "OPENED".
         05 filler                     pic x(7) value "  AGE".
         05 filler                     pic x(3) value "ST".
         05 filler                     pic x(30) value "REASON".
       01 ws-aging-heading3.
         05 filler                     pic x(8) value "------".
         05 filler                     pic x(5) value "---".
         05 filler                     pic x(22) value
                              "--------------------".
         05 filler                     pic x(8) value "------".
         05 filler                     pic x(11) value "---------".
         05 filler                     pic x(10) value "--------".
         05 filler                     pic x(7) value "-----".
         05 filler                     pic x(3) value "--".
         05 filler                     pic x(30) value
                              "------------------------------".
      *Manager heading line, printed when a manager group opens
       01 ws-manager-head-line.
         05 filler                     pic x(8) value "REGION: ".
         05 ws-mh-region-dl            pic x(10).
         05 filler                     pic x(12) value "  MANAGER: ".
         05 ws-mh-manager-num-dl       pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-mh-manager-name-dl      pic x(20).
      *Case line
       01 ws-case-detail-line.
         05 ws-cs-case-dl              pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-cs-sman-dl              pic 999.
         05 filler                     pic x(2) value spaces.
         05 ws-cs-name-dl              pic x(20).
         05 filler                     pic x(2) value spaces.
         05 ws-cs-cycle-dl             pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-cs-amount-dl            pic Z,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-cs-opened-dl            pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-cs-age-dl               pic ZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-cs-status-dl            pic x.
         05 filler                     pic x(2) value spaces.
         05 ws-cs-reason-dl            pic x(30).
         05 filler                     pic x(2) value spaces.
         05 ws-cs-alert-dl             pic x(2).
      *Manager subtotal line
       01 ws-manager-total-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(14) value "MANAGER TOTAL".
         05 ws-mt-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-mt-amount-dl            pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(10) value "   OLDEST ".
         05 ws-mt-oldest-dl            pic ZZZZ9.
         05 filler                     pic x(5) value " DAYS".
      *Region total line
       01 ws-region-total-line.
         05 filler                     pic x(7) value "REGION ".
         05 ws-rt-region-dl            pic x(10).
         05 filler                     pic x(1) value spaces.
         05 ws-rt-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-rt-amount-dl            pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(18) value
                               " IN DISPUTE".
      *Age band summary line
       01 ws-band-line.
         05 ws-bl-label-dl             pic x(18).
         05 ws-bl-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-bl-amount-dl            pic ZZZ,ZZZ,ZZ9.
      * Output for the grand totals
       01 ws-grand-total-line.
         05 filler                     pic x(18)
                               value "TOTAL IN DISPUTE".
         05 ws-gt-count-dl             pic ZZZZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-gt-amount-dl            pic ZZZ,ZZZ,ZZ9.
       01 ws-alert-report-line.
         05 filler                     pic x(33)
                               value "NUMBER PAST THE ALERT AGE".
         05 ws-alert-rl                pic ZZZZZ9.
       01 ws-cases-read-report-line.
         05 filler                     pic x(33)
                               value "NUMBER OF DISPUTE CASES READ".
         05 ws-cases-read-rl           pic ZZZZZ9.
      * Output when no case is open
       01 ws-no-items-line             pic x(40) value
             "NO OPEN DISPUTE CASES - NOTHING TO AGE".
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           sort sort-work-file
             on ascending key sw-region
             on ascending key sw-manager-num
             on descending key sw-age-days
             on ascending key sw-case-num
             input procedure is 100-release-cases
             output procedure is 400-return-sorted.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the case file, the master and the report, and set up the
      *age bands - the sort verb opens and closes its own work file
       10-open-files.
           open input dispute-file.
           open input salesperson-master-file.
           open output aging-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
           move 7 to ws-band-limit(1).
           move 30 to ws-band-limit(2).
           move 60 to ws-band-limit(3).
           move 99999 to ws-band-limit(4).
           perform 15-clear-one-band
             varying ws-band-sub from ws-one by ws-one
             until ws-band-sub > ws-band-max.
      *Zero one age band's accumulators
       15-clear-one-band.
           move 0 to ws-band-count(ws-band-sub).
           move 0 to ws-band-amount(ws-band-sub).
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
      *Read the case file and release every case still open - open
      *or under review - with its age, region and manager
       100-release-cases.
           if ws-file-status-dispute not = "00" then
               move ws-yes to ws-eof-flag
           else
               move 0 to dp-case-num
               start dispute-file key not < dp-case-num
                   invalid key
                       move ws-yes to ws-eof-flag
               end-start
               if ws-eof-flag not = ws-yes then
                   perform 20-read-dispute-case
               end-if
           end-if
           perform 110-release-one-case
             until ws-eof-flag = ws-yes.
      * Read the case file until the end of file is reached
       20-read-dispute-case.
           read dispute-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-cases-read-count
           end-if.
      *Work out the case's age, look up the rep's region and manager
      *and release it
       110-release-one-case.
           if dp-status = "O" or dp-status = "U" then
               if dp-opened-date is numeric
                  and dp-opened-date > 0
                  and dp-opened-date <= ws-run-date-num then
                   compute ws-age-days
                     = function integer-of-date(ws-run-date-num)
                     - function integer-of-date(dp-opened-date)
               else
                   move 0 to ws-age-days
               end-if
               perform 120-lookup-region-manager
               move ws-age-days to sw-age-days
               move dp-case-num to sw-case-num
               move dp-sman-num to sw-sman-num
               move dp-cycle to sw-cycle
               move dp-amount-claimed to sw-amount-claimed
               move dp-status to sw-status
               move dp-opened-date to sw-opened-date
               move dp-reason to sw-reason
               release sort-rec
           end-if
           perform 20-read-dispute-case.
      *The rep's region and manager come from the master as it stands
      *today; a rep no longer on the master is grouped on their own
       120-lookup-region-manager.
           move dp-sman-num to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move "NOT ON MST" to sw-region
                   move 0 to sw-manager-num
                   move "NOT ON MASTER" to sw-sman-name
               not invalid key
                   move sm-region to sw-region
                   move sm-reports-to to sw-manager-num
                   move sm-full-name to sw-sman-name
           end-read
           move "NO MANAGER" to sw-manager-name.
           if sw-manager-num > 0 then
               move sw-manager-num to sm-sman-num
               read salesperson-master-file
                   invalid key
                       move "NOT ON MASTER" to sw-manager-name
                   not invalid key
                       move sm-full-name to sw-manager-name
               end-read
           end-if.
      *Take the sorted cases back and print them with control breaks
      *- manager inside region
       400-return-sorted.
           perform 410-return-one-case
             until ws-sort-eof-flag = ws-yes.
           if ws-first-item not = ws-yes then
               perform 420-flush-manager
               perform 430-flush-region
           end-if.
      *Process one sorted case, flushing whichever groups ended
       410-return-one-case.
           return sort-work-file
               at end
                   move ws-yes to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag not = ws-yes then
               if ws-first-item = ws-yes then
                   move "n" to ws-first-item
                   move sw-region to ws-hold-region
                   move sw-manager-num to ws-hold-manager-num
                   move sw-manager-name to ws-hold-manager-name
                   perform 415-write-manager-heading
               else
                   if sw-region not = ws-hold-region then
                       perform 420-flush-manager
                       perform 430-flush-region
                       move sw-region to ws-hold-region
                       move sw-manager-num to ws-hold-manager-num
                       move sw-manager-name to ws-hold-manager-name
                       perform 415-write-manager-heading
                   else
                       if sw-manager-num not = ws-hold-manager-num then
                           perform 420-flush-manager
                           move sw-manager-num to ws-hold-manager-num
                           move sw-manager-name
                             to ws-hold-manager-name
                           perform 415-write-manager-heading
                       end-if
                   end-if
               end-if
               perform 440-write-case-line
           end-if.
      *Print the heading of a manager group
       415-write-manager-heading.
           move ws-hold-region to ws-mh-region-dl.
           if ws-hold-manager-num > 0 then
               move ws-hold-manager-num to ws-mh-manager-num-dl
           else
               move spaces to ws-mh-manager-num-dl
           end-if
           move ws-hold-manager-name to ws-mh-manager-name-dl.
           write aging-report-line from ws-manager-head-line
             after advancing ws-two lines.
      *Print one case, bank it into its manager, region, grand and
      *age band totals, and mark it if it is past the alert age
       440-write-case-line.
           move spaces to ws-case-detail-line.
           move sw-case-num to ws-cs-case-dl.
           move sw-sman-num to ws-cs-sman-dl.
           move sw-sman-name to ws-cs-name-dl.
           move sw-cycle to ws-cs-cycle-dl.
           move sw-amount-claimed to ws-cs-amount-dl.
           move sw-opened-date to ws-cs-opened-dl.
           move sw-age-days to ws-cs-age-dl.
           move sw-status to ws-cs-status-dl.
           move sw-reason to ws-cs-reason-dl.
           if sw-age-days > ws-age-alert-days then
               move "**" to ws-cs-alert-dl
               add ws-one to ws-alert-count
           end-if
           write aging-report-line from ws-case-detail-line
             after advancing ws-one line.
           add ws-one to ws-manager-count.
           add sw-amount-claimed to ws-manager-amount.
           if sw-age-days > ws-manager-oldest then
               move sw-age-days to ws-manager-oldest
           end-if
           add ws-one to ws-region-count.
           add sw-amount-claimed to ws-region-amount.
           add ws-one to ws-grand-count.
           add sw-amount-claimed to ws-grand-amount.
           move ws-one to ws-band-sub.
           perform 445-find-age-band
             until ws-band-sub >= ws-band-max
                or sw-age-days <= ws-band-limit(ws-band-sub).
           add ws-one to ws-band-count(ws-band-sub).
           add sw-amount-claimed to ws-band-amount(ws-band-sub).
      *Step to the next age band
       445-find-age-band.
           add ws-one to ws-band-sub.
      *Print the manager group that just ended
       420-flush-manager.
           move ws-manager-count to ws-mt-count-dl.
           move ws-manager-amount to ws-mt-amount-dl.
           move ws-manager-oldest to ws-mt-oldest-dl.
           write aging-report-line from ws-manager-total-line
             after advancing ws-one line.
           move 0 to ws-manager-count.
           move 0 to ws-manager-amount.
           move 0 to ws-manager-oldest.
      *Print the region that just ended
       430-flush-region.
           move ws-hold-region to ws-rt-region-dl.
           move ws-region-count to ws-rt-count-dl.
           move ws-region-amount to ws-rt-amount-dl.
           write aging-report-line from ws-region-total-line
             after advancing ws-two lines.
           move spaces to aging-report-line.
           write aging-report-line after advancing ws-one line.
           move 0 to ws-region-count.
           move 0 to ws-region-amount.
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
           move ws-grand-amount to ws-gt-amount-dl.
           write aging-report-line from ws-grand-total-line
             after advancing ws-two lines.
           move ws-alert-count to ws-alert-rl.
           write aging-report-line from ws-alert-report-line
             after advancing ws-one line.
           move ws-cases-read-count to ws-cases-read-rl.
           write aging-report-line from ws-cases-read-report-line
             after advancing ws-one line.
      *Print one age band's count and dollars
       515-write-one-band.
           move ws-band-label(ws-band-sub) to ws-bl-label-dl.
           move ws-band-count(ws-band-sub) to ws-bl-count-dl.
           move ws-band-amount(ws-band-sub) to ws-bl-amount-dl.
           if ws-band-sub = ws-one then
               write aging-report-line from ws-band-line
                 after advancing ws-two lines
           else
               write aging-report-line from ws-band-line
                 after advancing ws-one line
           end-if.
      *Close the input and output files
       600-close-files.
           close dispute-file
             salesperson-master-file
             aging-report-file.
           goback.
      *
       end program A3-DisputeAging.
