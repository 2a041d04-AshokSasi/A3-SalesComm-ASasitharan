       identification division.
       program-id. A3-QuotaReport.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program answers how each salesperson stands against the
      *quota management set for them. It walks the salesperson
      *master, and for every active rep with a quota on A3-Quota.dat
      *it sets the year-to-date sales from A3-YTD-Sales.dat against
      *the quota to date - the sum of the rep's quotas for this
      *calendar year's quarters up to and including the current one,
      *since the year-to-date file carries the whole year's sales -
      *and prints the percent attained and the gap still to close.
      *The listing streams out of a region/manager sort with a
      *subtotal for each manager (sm-reports-to) inside each region,
      *a subtotal for each region and a grand total. Once the quarter
      *is down to the control record's late-days, every rep under the
      *control record's attainment percent is flagged, so the
      *managers hear about it while there is still time to act
       environment division.
      *
       input-output section.
       file-control.
      *Salesperson master - walked in key order for the reps, and read
      *again by manager number for the manager subtotal names
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Quota file maintained by A3-QuotaMaint
           select optional quota-file
               assign to "../../../data/A3-Quota.dat"
               organization is indexed
               access mode is dynamic
               record key is qu-key
               file status is ws-file-status-quota.
      *Year-to-date accumulator maintained by A3-SalesComm
           select optional ytd-file
               assign to "../../../data/A3-YTD-Sales.dat"
               organization is indexed
               access mode is dynamic
               record key is yf-sman-num
               file status is ws-file-status-ytd.
      *Run-time control record, for the attainment threshold and how
      *late in the quarter it starts to flag
           select optional control-file
               assign to "../../../data/A3-Control.dat"
               organization is line sequential
               file status is ws-file-status-control.
      *Sort work file for the region/manager listing
           select sort-work-file
               assign to "../../../data/A3-QuotaWork.tmp".
      *The attainment report
           select quota-report-file
               assign to "../../../data/A3-QuotaReport.out"
               organization is line sequential.
      *
       data division.
       file section.
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
       fd quota-file
           data record is quota-rec.
      *Quota - same layout A3-QuotaMaint maintains
       01 quota-rec.
         05 qu-key.
           10 qu-sman-num               pic 999.
           10 qu-quarter                pic 9(5).
         05 qu-amount                   pic 9(9).
         05 qu-changed-date             pic 9(8).
      *
       fd ytd-file
           data record is ytd-rec.
      *Year-to-date accumulator, keyed by sman-num - same layout as
      *the copy A3-SalesComm maintains
       01 ytd-rec.
         05 yf-sman-num                  pic 999.
         05 yf-ytd-sales                 pic 9(9).
         05 yf-ytd-earned                pic 9(9).
         05 yf-ytd-paid                  pic 9(9).
         05 yf-ytd-bonus-earned          pic 9(9).
      *
       fd control-file
           data record is control-rec
           record contains 12 to 35 characters.
      *Control (parameter) record - same layout A3-SalesComm reads,
      *this program wants the quota threshold and late-days
       01 control-rec.
         05 cf-bonus-sales-cap          pic 9(6).
         05 cf-bonus-percent            pic 99v9999.
         05 cf-draw-recovery-limit      pic 9(6).
         05 cf-exception-rate-limit     pic 99v9.
         05 cf-cap-warning-distance     pic 9(6).
         05 cf-quota-threshold-pct      pic 999.
         05 cf-quota-late-days          pic 99.
         05 cf-archive-keep-cycles      pic 999.
      *
       sd sort-work-file
           data record is sort-rec.
      *One rep's attainment, keyed region, manager, salesperson
       01 sort-rec.
         05 sw-region                   pic x(10).
         05 sw-manager                  pic 999.
         05 sw-sman-num                 pic 999.
         05 sw-name                     pic x(20).
         05 sw-qtr-quota                pic 9(9).
         05 sw-ytd-quota                pic 9(9).
         05 sw-ytd-sales                pic 9(9).
         05 sw-gap                      pic 9(9).
         05 sw-pct                      pic 9(5)v99.
         05 sw-flag                     pic x.
      *
       fd quota-report-file
           data record is quota-report-line
           record contains 132 characters.
      *
       01 quota-report-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-sort-eof-flag pic x value 'n'.
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-quota pic xx value spaces.
       01 ws-file-status-ytd pic xx value spaces.
       01 ws-file-status-control pic xx value spaces.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
       01 ws-date-parts redefines ws-run-date-num.
         05 ws-dp-year                  pic 9(4).
         05 ws-dp-month                 pic 99.
         05 ws-dp-day                   pic 99.
      *The current quarter, the date it ends, and how many days are
      *left in it as of the run date
       01 ws-quarter-num pic 9 value 0.
       01 ws-quarter-key pic 9(5) value 0.
       01 ws-quarter-end pic 9(8) value 0.
       01 ws-quarter-end-parts redefines ws-quarter-end.
         05 ws-qe-year                  pic 9(4).
         05 ws-qe-month                 pic 99.
         05 ws-qe-day                   pic 99.
       01 ws-days-left pic 9(3) value 0.
       01 ws-late-in-quarter pic x value 'n'.
      *The quarter being added into the rep's quota to date
       01 ws-quarter-sub pic 9 value 0.
      *The rep being priced against quota
       01 ws-rep-qtr-quota pic 9(9) value 0.
       01 ws-rep-ytd-quota pic 9(9) value 0.
      *The manager/region groups in hand and their accumulators
       01 ws-group-started pic x value 'n'.
       01 ws-previous-region pic x(10) value spaces.
       01 ws-previous-manager pic 999 value 0.
       01 ws-manager-totals.
         05 ws-mt-qtr-quota             pic 9(9) value 0.
         05 ws-mt-ytd-quota             pic 9(9) value 0.
         05 ws-mt-ytd-sales             pic 9(9) value 0.
         05 ws-mt-gap                   pic 9(9) value 0.
       01 ws-region-totals.
         05 ws-rt-qtr-quota             pic 9(9) value 0.
         05 ws-rt-ytd-quota             pic 9(9) value 0.
         05 ws-rt-ytd-sales             pic 9(9) value 0.
         05 ws-rt-gap                   pic 9(9) value 0.
       01 ws-grand-totals.
         05 ws-gt-qtr-quota             pic 9(9) value 0.
         05 ws-gt-ytd-quota             pic 9(9) value 0.
         05 ws-gt-ytd-sales             pic 9(9) value 0.
         05 ws-gt-gap                   pic 9(9) value 0.
      *Attainment work fields, shared by the rep and subtotal lines
       01 ws-attain-calcs.
         05 ws-calc-quota               pic 9(9) value 0.
         05 ws-calc-sales               pic 9(9) value 0.
         05 ws-calc-gap                 pic 9(9) value 0.
         05 ws-pct-work                 pic 9(7)v99 value 0.
      * Counter variables
       01 ws-counters.
         05 ws-rep-count                pic 9(4) value 0.
         05 ws-flagged-count            pic 9(4) value 0.
         05 ws-no-quota-count           pic 9(4) value 0.
         05 ws-terminated-count         pic 9(4) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-three                      pic 9 value 3.
       77 ws-yes                        pic x(1) value "y".
       77 ws-hundred                    pic 999v99 value 100.00.
      *The threshold and late-days default here and are overridden
      *by the control record, same as the other control fields
       77 ws-quota-threshold-pct        pic 999 value 80.
       77 ws-quota-late-days            pic 99 value 30.
      *Name Heading
       01 ws-heading1-name-line.
         05 filler                     pic x(73) value spaces.
         05 ws-name-title              pic x(30) value
                                       "Ashok Sasitharan, Sales Mgmt".
      *Title Heading
       01 ws-heading2-title.
         05 filler                     pic x(30) value spaces.
         05 ws-title-h2                pic x(38) value
                              "QUOTA ATTAINMENT BY REGION AND MANAGER".
         05 filler                     pic x(4) value spaces.
         05 ws-run-date-h2             pic x(8).
      *The quarter the report is run in and the flagging rule in force
       01 ws-quarter-line.
         05 filler                     pic x(8) value "QUARTER ".
         05 ws-quarter-ql              pic 9(5).
         05 filler                     pic x(7) value "  ENDS ".
         05 ws-quarter-end-ql          pic 9(8).
         05 filler                     pic x(12) value "  DAYS LEFT ".
         05 ws-days-left-ql            pic ZZ9.
         05 filler                     pic x(13) value "  FLAG UNDER ".
         05 ws-threshold-ql            pic ZZ9.
         05 filler                     pic x(21) value
                              " PCT WITH DAYS LEFT <".
         05 filler                     pic x(2) value "= ".
         05 ws-late-days-ql            pic Z9.
      *
       01 ws-heading3-headings.
         05 filler                     pic x(26) value
                              "REGION      MGR  REP  NAME".
         05 filler                     pic x(26) value
                              "                    QTR QU".
         05 filler                     pic x(26) value
                              "OTA    YTD QUOTA    YTD SA".
         05 filler                     pic x(26) value
                              "LES  PCT ATTN    GAP TO GO".
         05 filler                     pic x(6) value
                              "  FLAG".
       01 ws-heading4-underlines.
         05 filler                     pic x(26) value
                              "----------  ---  ---  ----".
         05 filler                     pic x(26) value
                              "----------------  --------".
         05 filler                     pic x(26) value
                              "---  -----------  --------".
         05 filler                     pic x(26) value
                              "---  --------  -----------".
         05 filler                     pic x(17) value
                              "  ---------------".
      *Detail line - worn by the rep lines and, with a caption in the
      *name column, by the manager, region and grand total lines
       01 ws-quota-detail-line.
         05 ws-region-dl               pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-manager-dl              pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-sman-dl                 pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-name-dl                 pic x(20).
         05 filler                     pic x(2) value spaces.
         05 ws-qtr-quota-dl            pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-ytd-quota-dl            pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-ytd-sales-dl            pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-pct-dl                  pic ZZZZ9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-gap-dl                  pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-flag-dl                 pic x(15).
      * Output for number of salespeople reported
       01 ws-rep-count-report-line.
         05 filler                     pic x(33)
                               value "NUMBER OF SALESPEOPLE REPORTED".
         05 ws-rep-count-rl            pic ZZZ9.
      * Output for number of salespeople flagged
       01 ws-flagged-report-line.
         05 filler                     pic x(33)
                               value "NUMBER UNDER THRESHOLD FLAGGED".
         05 ws-flagged-rl              pic ZZZ9.
      * Output for number of active salespeople with no quota keyed
       01 ws-no-quota-report-line.
         05 filler                     pic x(33)
                               value "NUMBER ACTIVE WITH NO QUOTA".
         05 ws-no-quota-rl             pic ZZZ9.
      * Output for number of terminated salespeople passed over
       01 ws-terminated-report-line.
         05 filler                     pic x(33)
                               value "NUMBER TERMINATED NOT REPORTED".
         05 ws-terminated-rl           pic ZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 15-load-control-parameters.
           perform 100-work-out-quarter.
           perform 200-write-headings.
           sort sort-work-file
             on ascending key sw-region
             on ascending key sw-manager
             on ascending key sw-sman-num
             input procedure is 150-release-reps
             output procedure is 400-return-and-print.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the inputs and the report
       10-open-files.
           open input salesperson-master-file.
           open input quota-file.
           open input ytd-file.
           open output quota-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      *Load the attainment threshold and late-days from the control
      *record, if one was supplied
       15-load-control-parameters.
           open input control-file.
           if ws-file-status-control = "00" then
               read control-file
                   at end
                       continue
                   not at end
                       if cf-quota-threshold-pct is numeric then
                           move cf-quota-threshold-pct
                             to ws-quota-threshold-pct
                       end-if
                       if cf-quota-late-days is numeric then
                           move cf-quota-late-days
                             to ws-quota-late-days
                       end-if
               end-read
           end-if
           close control-file.
      *Work out the calendar quarter the run date falls in, the date
      *that quarter ends and the days left in it - the flagging only
      *starts once the days left are down to the late-days
       100-work-out-quarter.
           compute ws-quarter-num
             = (ws-dp-month + ws-two) / ws-three.
           compute ws-quarter-key
             = ws-dp-year * 10 + ws-quarter-num.
           move ws-dp-year to ws-qe-year.
           multiply ws-quarter-num by ws-three giving ws-qe-month.
           if ws-qe-month = 3 or ws-qe-month = 12 then
               move 31 to ws-qe-day
           else
               move 30 to ws-qe-day
           end-if
           compute ws-days-left
             = function integer-of-date(ws-quarter-end)
             - function integer-of-date(ws-run-date-num).
           if ws-days-left <= ws-quota-late-days then
               move ws-yes to ws-late-in-quarter
           end-if.
      *Print the report headings and the quarter line
       200-write-headings.
           move ws-run-date to ws-run-date-h2.
           write quota-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write quota-report-line from ws-heading2-title
             after advancing ws-two lines.
           move ws-quarter-key to ws-quarter-ql.
           move ws-quarter-end to ws-quarter-end-ql.
           move ws-days-left to ws-days-left-ql.
           move ws-quota-threshold-pct to ws-threshold-ql.
           move ws-quota-late-days to ws-late-days-ql.
           write quota-report-line from ws-quarter-line
             after advancing ws-two lines.
           write quota-report-line from ws-heading3-headings
             after advancing ws-two lines.
           write quota-report-line from ws-heading4-underlines
             after advancing ws-one line.
      *Walk the master in key order and release one entry for every
      *active salesperson with a quota this year
       150-release-reps.
           if ws-file-status-master not = "00" then
               move ws-yes to ws-eof-flag
           else
               move 0 to sm-sman-num
               start salesperson-master-file key not < sm-sman-num
                   invalid key
                       move ws-yes to ws-eof-flag
               end-start
           end-if
           if ws-eof-flag not = ws-yes then
               perform 155-read-next-master
           end-if
           perform 160-release-one-rep
             until ws-eof-flag = ws-yes.
      *Read the next salesperson on the master
       155-read-next-master.
           read salesperson-master-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read.
      *Price one salesperson against quota and release them - a
      *terminated rep, or one with no quota keyed for any quarter of
      *the year so far, is counted and passed over
       160-release-one-rep.
           if sm-status = "T" then
               add ws-one to ws-terminated-count
           else
               move 0 to ws-rep-qtr-quota
               move 0 to ws-rep-ytd-quota
               perform 165-add-quarter-quota
                 varying ws-quarter-sub from ws-one by ws-one
                 until ws-quarter-sub > ws-quarter-num
               if ws-rep-ytd-quota = 0 then
                   add ws-one to ws-no-quota-count
               else
                   perform 170-build-sort-entry
                   release sort-rec
                   add ws-one to ws-rep-count
               end-if
           end-if
           perform 155-read-next-master.
      *Add one quarter's quota into the rep's quota to date - the
      *current quarter's is also kept on its own
       165-add-quarter-quota.
           move sm-sman-num to qu-sman-num.
           compute qu-quarter = ws-dp-year * 10 + ws-quarter-sub.
           read quota-file
               invalid key
                   continue
               not invalid key
                   add qu-amount to ws-rep-ytd-quota
                   if ws-quarter-sub = ws-quarter-num then
                       move qu-amount to ws-rep-qtr-quota
                   end-if
           end-read.
      *Join the year-to-date sales and work out the attainment, the
      *gap to quota and the flag
       170-build-sort-entry.
           move spaces to sort-rec.
           move sm-region to sw-region.
           move sm-reports-to to sw-manager.
           move sm-sman-num to sw-sman-num.
           move sm-full-name to sw-name.
           move ws-rep-qtr-quota to sw-qtr-quota.
           move ws-rep-ytd-quota to sw-ytd-quota.
           move sm-sman-num to yf-sman-num.
           read ytd-file
               invalid key
                   move 0 to sw-ytd-sales
               not invalid key
                   move yf-ytd-sales to sw-ytd-sales
           end-read
           move sw-ytd-quota to ws-calc-quota.
           move sw-ytd-sales to ws-calc-sales.
           perform 180-work-out-attainment.
           move ws-pct-work to sw-pct.
           move ws-calc-gap to sw-gap.
           move "n" to sw-flag.
           if ws-late-in-quarter = ws-yes
              and ws-pct-work < ws-quota-threshold-pct then
               move ws-yes to sw-flag
               add ws-one to ws-flagged-count
           end-if.
      *Percent of quota attained and the gap still to close - shared
      *by the rep lines and the subtotal lines
       180-work-out-attainment.
           move 0 to ws-pct-work.
           move 0 to ws-calc-gap.
           if ws-calc-quota > 0 then
               compute ws-pct-work rounded
                 = ws-calc-sales * ws-hundred / ws-calc-quota
                   on size error
                       move 99999.99 to ws-pct-work
               end-compute
               if ws-pct-work > 99999.99 then
                   move 99999.99 to ws-pct-work
               end-if
           end-if
           if ws-calc-sales < ws-calc-quota then
               subtract ws-calc-sales from ws-calc-quota
                 giving ws-calc-gap
           end-if.
      *Take the entries back in region/manager order and print them,
      *closing the manager and region groups as they break
       400-return-and-print.
           perform 410-return-one-entry
             until ws-sort-eof-flag = ws-yes.
           if ws-group-started = ws-yes then
               perform 430-write-manager-subtotal
               perform 440-write-region-subtotal
           end-if.
       410-return-one-entry.
           return sort-work-file
               at end
                   move ws-yes to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag not = ws-yes then
               if ws-group-started = ws-yes then
                   if sw-region not = ws-previous-region then
                       perform 430-write-manager-subtotal
                       perform 440-write-region-subtotal
                   else
                       if sw-manager not = ws-previous-manager then
                           perform 430-write-manager-subtotal
                       end-if
                   end-if
               end-if
               move ws-yes to ws-group-started
               move sw-region to ws-previous-region
               move sw-manager to ws-previous-manager
               perform 420-write-rep-line
           end-if.
      *Write one salesperson's attainment line and add them into the
      *manager's group
       420-write-rep-line.
           move spaces to ws-quota-detail-line.
           move sw-region to ws-region-dl.
           move sw-manager to ws-manager-dl.
           move sw-sman-num to ws-sman-dl.
           move sw-name to ws-name-dl.
           move sw-qtr-quota to ws-qtr-quota-dl.
           move sw-ytd-quota to ws-ytd-quota-dl.
           move sw-ytd-sales to ws-ytd-sales-dl.
           move sw-pct to ws-pct-dl.
           move sw-gap to ws-gap-dl.
           if sw-flag = ws-yes then
               move "UNDER THRESHOLD" to ws-flag-dl
           end-if
           write quota-report-line from ws-quota-detail-line
             after advancing ws-one line.
           add sw-qtr-quota to ws-mt-qtr-quota.
           add sw-ytd-quota to ws-mt-ytd-quota.
           add sw-ytd-sales to ws-mt-ytd-sales.
           add sw-gap to ws-mt-gap.
      *Print the subtotal for the manager group that just ended,
      *named from the master, and roll it into the region
       430-write-manager-subtotal.
           move spaces to ws-quota-detail-line.
           move ws-previous-region to ws-region-dl.
           move ws-previous-manager to ws-manager-dl.
           move ws-previous-manager to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move "NO MANAGER ON FILE" to ws-name-dl
               not invalid key
                   move sm-full-name to ws-name-dl
           end-read
           move ws-mt-qtr-quota to ws-qtr-quota-dl.
           move ws-mt-ytd-quota to ws-ytd-quota-dl.
           move ws-mt-ytd-sales to ws-ytd-sales-dl.
           move ws-mt-gap to ws-gap-dl.
           move ws-mt-ytd-quota to ws-calc-quota.
           move ws-mt-ytd-sales to ws-calc-sales.
           perform 180-work-out-attainment.
           move ws-pct-work to ws-pct-dl.
           move "MANAGER TOTAL" to ws-flag-dl.
           write quota-report-line from ws-quota-detail-line
             after advancing ws-one line.
           move spaces to quota-report-line.
           write quota-report-line after advancing ws-one line.
           add ws-mt-qtr-quota to ws-rt-qtr-quota.
           add ws-mt-ytd-quota to ws-rt-ytd-quota.
           add ws-mt-ytd-sales to ws-rt-ytd-sales.
           add ws-mt-gap to ws-rt-gap.
           move 0 to ws-mt-qtr-quota ws-mt-ytd-quota
             ws-mt-ytd-sales ws-mt-gap.
      *Print the subtotal for the region that just ended and roll it
      *into the grand total
       440-write-region-subtotal.
           move spaces to ws-quota-detail-line.
           move ws-previous-region to ws-region-dl.
           move ws-rt-qtr-quota to ws-qtr-quota-dl.
           move ws-rt-ytd-quota to ws-ytd-quota-dl.
           move ws-rt-ytd-sales to ws-ytd-sales-dl.
           move ws-rt-gap to ws-gap-dl.
           move ws-rt-ytd-quota to ws-calc-quota.
           move ws-rt-ytd-sales to ws-calc-sales.
           perform 180-work-out-attainment.
           move ws-pct-work to ws-pct-dl.
           move "REGION TOTAL" to ws-flag-dl.
           write quota-report-line from ws-quota-detail-line
             after advancing ws-one line.
           move spaces to quota-report-line.
           write quota-report-line after advancing ws-one line.
           add ws-rt-qtr-quota to ws-gt-qtr-quota.
           add ws-rt-ytd-quota to ws-gt-ytd-quota.
           add ws-rt-ytd-sales to ws-gt-ytd-sales.
           add ws-rt-gap to ws-gt-gap.
           move 0 to ws-rt-qtr-quota ws-rt-ytd-quota
             ws-rt-ytd-sales ws-rt-gap.
      * Print out the grand total and the report counts
       510-write-totals.
           move spaces to ws-quota-detail-line.
           move ws-gt-qtr-quota to ws-qtr-quota-dl.
           move ws-gt-ytd-quota to ws-ytd-quota-dl.
           move ws-gt-ytd-sales to ws-ytd-sales-dl.
           move ws-gt-gap to ws-gap-dl.
           move ws-gt-ytd-quota to ws-calc-quota.
           move ws-gt-ytd-sales to ws-calc-sales.
           perform 180-work-out-attainment.
           move ws-pct-work to ws-pct-dl.
           move "ALL REGIONS" to ws-flag-dl.
           write quota-report-line from ws-quota-detail-line
             after advancing ws-one line.
           move ws-rep-count to ws-rep-count-rl.
           write quota-report-line from ws-rep-count-report-line
             after advancing ws-two lines.
           move ws-flagged-count to ws-flagged-rl.
           write quota-report-line from ws-flagged-report-line
             after advancing ws-one line.
           move ws-no-quota-count to ws-no-quota-rl.
           write quota-report-line from ws-no-quota-report-line
             after advancing ws-one line.
           move ws-terminated-count to ws-terminated-rl.
           write quota-report-line from ws-terminated-report-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close salesperson-master-file
             quota-file
             ytd-file
             quota-report-file.
           goback.
      *
       end program A3-QuotaReport.
