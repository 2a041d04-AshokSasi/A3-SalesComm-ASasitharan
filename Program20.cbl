       identification division.
       program-id. A3-IntegrityCheck.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program is scheduled ahead of each commission cycle and
      *checks that the keyed files A3-SalesComm depends on still
      *agree with each other. It walks the salesperson master for
      *reporting lines that point at a manager who is missing,
      *terminated, or who leads back round to the rep; the draw
      *ledger for balances left on terminated or unknown reps; the
      *year-to-date file for reps with no master record; the plan
      *table for plans about to expire with no row taking over the
      *day after; and the run history for a cycle posted twice for a
      *region. Every finding is listed by severity, and the return
      *code tells the scheduler whether to hold the next cycle -
      *8 when any severe finding stands, 4 for warnings only
       environment division.
      *
       input-output section.
       file-control.
      *Salesperson master - walked in key order, and read by number
      *to follow each rep's reporting line
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Year-to-date accumulator maintained by A3-SalesComm
           select optional ytd-file
               assign to "../../../data/A3-YTD-Sales.dat"
               organization is indexed
               access mode is dynamic
               record key is yf-sman-num
               file status is ws-file-status-ytd.
      *Draw ledger maintained by A3-SalesComm and A3-TermSettle
           select optional draw-file
               assign to "../../../data/A3-DrawLedger.dat"
               organization is indexed
               access mode is dynamic
               record key is df-sman-num
               file status is ws-file-status-draw.
      *Commission plan table maintained by A3-PlanMaint
           select optional commission-plan-file
               assign to "../../../data/A3-CommPlan.dat"
               organization is indexed
               access mode is dynamic
               record key is pl-plan-code
               file status is ws-file-status-plan.
      *Run-history store appended by A3-SalesComm
           select optional run-history-file
               assign to "../../../data/A3-RunHistory.dat"
               organization is line sequential
               file status is ws-file-status-history.
      *Sort work file, used in turn for the run history and the
      *findings
           select sort-work-file
               assign to "../../../data/A3-IntegrityWork.tmp".
      *The run history in cycle and region order
           select history-sorted-file
               assign to "../../../data/A3-IntegrityHist.tmp"
               organization is line sequential.
      *The findings report
           select integrity-report-file
               assign to "../../../data/A3-Integrity.out"
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
       fd draw-file
           data record is draw-rec.
      *Draw ledger record - recoverable balance, keyed by sman-num
       01 draw-rec.
         05 df-sman-num                  pic 999.
         05 df-balance                   pic 9(9).
      *
       fd commission-plan-file
           data record is commission-plan-rec.
      *Commission plan - same layout A3-PlanMaint maintains
       01 commission-plan-rec.
         05 pl-plan-code                pic x(4).
         05 pl-eff-from                 pic 9(8).
         05 pl-eff-to                   pic 9(8).
         05 pl-min                      pic 9(6).
         05 pl-max                      pic 9(6).
         05 pl-rate                     pic 99v9.
      *
       fd run-history-file
           data record is run-history-rec
           record contains 42 characters.
      *Run-history row - same layout A3-SalesComm appends
       01 run-history-rec.
         05 rh-run-date                  pic 9(8).
         05 rh-cycle                     pic 9(6).
         05 rh-region                    pic x(10).
         05 rh-earned                    pic 9(9).
         05 rh-paid                      pic 9(9).
      *
       sd sort-work-file
           data record is sort-rec.
      *Sort record, worn two ways - the first pass carries a run
      *history row keyed by cycle and region, the second a finding
      *keyed by severity, file and key
       01 sort-rec.
         05 sw-severity                 pic 9.
         05 sw-file                     pic x(10).
         05 sw-key                      pic x(10).
         05 sw-finding                  pic x(60).
       01 history-sort-rec.
         05 hw-cycle                    pic 9(6).
         05 hw-region                   pic x(10).
         05 hw-run-date                 pic 9(8).
         05 filler                      pic x(57).
      *
       fd history-sorted-file
           data record is history-sorted-rec
           record contains 81 characters.
      *The run history row in cycle and region order
       01 history-sorted-rec.
         05 hs-cycle                    pic 9(6).
         05 hs-region                   pic x(10).
         05 hs-run-date                 pic 9(8).
         05 filler                      pic x(57).
      *
       fd integrity-report-file
           data record is integrity-report-line
           record contains 100 characters.
      *
       01 integrity-report-line pic x(100).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-sort-eof-flag pic x value 'n'.
       01 ws-history-eof pic x value 'n'.
       01 ws-scan-eof pic x value 'n'.
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-ytd pic xx value spaces.
       01 ws-file-status-draw pic xx value spaces.
       01 ws-file-status-plan pic xx value spaces.
       01 ws-file-status-history pic xx value spaces.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *The rep being walked - kept apart from the master record area
      *because following the reporting line reads over it
       01 ws-walk-sman-num pic 999 value 0.
       01 ws-walk-name pic x(20) value spaces.
       01 ws-walk-reports-to pic 999 value 0.
       01 ws-walk-status pic x value space.
      *The reporting line being followed up from the walked rep
       01 ws-chain-sman-num pic 999 value 0.
       01 ws-chain-hops pic 99 value 0.
       01 ws-chain-done pic x value 'n'.
       01 ws-chain-loops pic x value 'n'.
      *The plan being checked for a successor, and the day after it
      *ends that a successor row would have to take effect
       01 ws-check-plan-code pic x(4) value spaces.
       01 ws-check-eff-to pic 9(8) value 0.
       01 ws-successor-date pic 9(8) value 0.
       01 ws-successor-found pic x value 'n'.
       01 ws-expiry-limit pic 9(8) value 0.
      *The previous run history row, for the posted-twice check
       01 ws-previous-cycle pic 9(6) value 0.
       01 ws-previous-region pic x(10) value spaces.
       01 ws-history-started pic x value 'n'.
      *The finding being released
       01 ws-finding-severity pic 9 value 0.
       01 ws-finding-file pic x(10) value spaces.
       01 ws-finding-key pic x(10) value spaces.
       01 ws-finding-text pic x(60) value spaces.
       01 ws-previous-severity pic 9 value 0.
      *Finding text with a number or date dropped into it
       01 ws-text-with-num.
         05 ws-twn-caption              pic x(40).
         05 ws-twn-num                  pic 9(8).
         05 filler                      pic x(12) value spaces.
      *Severity names, by severity number
       01 ws-severity-table.
         05 filler                     pic x(40) value
                   "SEVERE - HOLD THE NEXT COMMISSION CYCLE ".
         05 filler                     pic x(40) value
                   "WARNING - CLEAR BEFORE IT BECOMES SEVERE".
         05 filler                     pic x(40) value
                   "NOTICE - FOR INFORMATION               ".
       01 ws-severity-entries redefines ws-severity-table.
         05 ws-severity-name           pic x(40) occurs 3 times.
      * Counter variables
       01 ws-counters.
         05 ws-master-count             pic 9(6) value 0.
         05 ws-ytd-count                pic 9(6) value 0.
         05 ws-draw-count               pic 9(6) value 0.
         05 ws-plan-count               pic 9(6) value 0.
         05 ws-history-count            pic 9(6) value 0.
         05 ws-severe-count             pic 9(6) value 0.
         05 ws-warning-count            pic 9(6) value 0.
         05 ws-notice-count             pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
       77 ws-severe                     pic 9 value 1.
       77 ws-warning                    pic 9 value 2.
       77 ws-notice                     pic 9 value 3.
      *A reporting line longer than this is treated as endless
       77 ws-chain-limit                pic 99 value 50.
      *A plan ending within this many days with no successor warns
       77 ws-plan-expiry-days           pic 999 value 30.
      *Report headings
       01 ws-int-heading1.
         05 filler                     pic x(25) value spaces.
         05 filler                     pic x(25) value
                              "FILE INTEGRITY SWEEP     ".
         05 filler                     pic x(5) value " RUN ".
         05 ws-int-run-date-h1         pic x(8).
       01 ws-int-severity-line.
         05 ws-int-severity-sl         pic x(40).
       01 ws-int-heading2.
         05 filler                     pic x(24) value
                              "FILE        KEY         ".
         05 filler                     pic x(7) value "FINDING".
       01 ws-int-heading3.
         05 filler                     pic x(24) value
                              "----------  ----------  ".
         05 filler                     pic x(30) value
                              "------------------------------".
       01 ws-int-detail-line.
         05 ws-int-file-dl             pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-int-key-dl              pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-int-finding-dl          pic x(60).
       01 ws-int-clean-line.
         05 filler                     pic x(30) value
                              "NO INCONSISTENCIES FOUND".
      *Count line - caption and count
       01 ws-int-count-line.
         05 ws-int-count-label         pic x(33).
         05 ws-int-count-rl            pic ZZZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 100-sort-run-history.
           perform 200-write-heading.
           sort sort-work-file
             on ascending key sw-severity
             on ascending key sw-file
             on ascending key sw-key
             input procedure is 150-release-findings
             output procedure is 400-return-and-print.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the files being checked and the report
       10-open-files.
           open input salesperson-master-file.
           open input ytd-file.
           open input draw-file.
           open input commission-plan-file.
           open output integrity-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      *Sort the run history into cycle and region order, so a cycle
      *posted twice for a region lands on adjacent rows
       100-sort-run-history.
           sort sort-work-file
             on ascending key hw-cycle
             on ascending key hw-region
             input procedure is 110-release-history-rows
             giving history-sorted-file.
       110-release-history-rows.
           open input run-history-file.
           if ws-file-status-history not = "00" then
               move ws-yes to ws-history-eof
           end-if
           perform 115-release-one-history-row
             until ws-history-eof = ws-yes.
           close run-history-file.
       115-release-one-history-row.
           read run-history-file
               at end
                   move ws-yes to ws-history-eof
           end-read
           if ws-history-eof not = ws-yes then
               add ws-one to ws-history-count
               move spaces to history-sort-rec
               move rh-cycle to hw-cycle
               move rh-region to hw-region
               move rh-run-date to hw-run-date
               release history-sort-rec
           end-if.
      *Print the report heading
       200-write-heading.
           move ws-run-date to ws-int-run-date-h1.
           write integrity-report-line from ws-int-heading1
             after advancing ws-one line.
      *Run every check, releasing a finding for each inconsistency
       150-release-findings.
           perform 160-check-master.
           perform 180-check-draw-ledger.
           perform 190-check-ytd.
           perform 170-check-plan-table.
           perform 195-check-run-history.
      *Walk the master, checking each rep's status and reporting line
       160-check-master.
           if ws-file-status-master not = "00" then
               move ws-severe to ws-finding-severity
               move "MASTER" to ws-finding-file
               move spaces to ws-finding-key
               move "SALESPERSON MASTER WILL NOT OPEN"
                 to ws-finding-text
               perform 900-release-finding
           else
               move 0 to ws-walk-sman-num
               move "n" to ws-eof-flag
               perform 161-read-next-master
               perform 162-check-one-rep
                 until ws-eof-flag = ws-yes
           end-if.
      *Read the master record after the rep last walked - started
      *afresh each time, since following a reporting line moves the
      *file off the walk
       161-read-next-master.
           move ws-walk-sman-num to sm-sman-num.
           start salesperson-master-file key > sm-sman-num
               invalid key
                   move ws-yes to ws-eof-flag
           end-start
           if ws-eof-flag not = ws-yes then
               read salesperson-master-file next record
                   at end
                       move ws-yes to ws-eof-flag
               end-read
           end-if
           if ws-eof-flag not = ws-yes then
               move sm-sman-num to ws-walk-sman-num
               move sm-full-name to ws-walk-name
               move sm-reports-to to ws-walk-reports-to
               move sm-status to ws-walk-status
           end-if.
      *Check one rep - a status the run does not know, and a
      *reporting line that leads nowhere, to a terminated manager, or
      *back round to the rep
       162-check-one-rep.
           add ws-one to ws-master-count.
           move "MASTER" to ws-finding-file.
           move ws-walk-sman-num to ws-finding-key.
           if ws-walk-status not = "A" and ws-walk-status not = "T"
               move ws-warning to ws-finding-severity
               move "STATUS NOT A (ACTIVE) OR T (TERMINATED)"
                 to ws-finding-text
               perform 900-release-finding
           end-if
           if ws-walk-reports-to > 0 then
               if ws-walk-reports-to = ws-walk-sman-num then
                   move ws-severe to ws-finding-severity
                   move "REPORTS TO ITSELF" to ws-finding-text
                   perform 900-release-finding
               else
                   perform 164-check-manager
                   perform 166-check-reporting-loop
               end-if
           end-if
           perform 161-read-next-master.
      *The rep's manager must be on the master and, for an active
      *rep, must not be terminated
       164-check-manager.
           move ws-walk-reports-to to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move ws-severe to ws-finding-severity
                   move "REPORTS TO A MANAGER NOT ON THE MASTER - "
                     to ws-twn-caption
                   move ws-walk-reports-to to ws-twn-num
                   move ws-text-with-num to ws-finding-text
                   perform 900-release-finding
               not invalid key
                   if sm-status = "T" then
                       if ws-walk-status = "T" then
                           move ws-warning to ws-finding-severity
                       else
                           move ws-severe to ws-finding-severity
                       end-if
                       move "REPORTS TO A TERMINATED MANAGER - "
                         to ws-twn-caption
                       move ws-walk-reports-to to ws-twn-num
                       move ws-text-with-num to ws-finding-text
                       perform 900-release-finding
                   end-if
           end-read.
      *Follow the reporting line up from the rep - arriving back at
      *the rep is a loop. A line that ends, leaves the master, or
      *runs past the chain limit without returning is not this rep's
      *loop (a loop further up is reported under its own members)
       166-check-reporting-loop.
           move ws-walk-reports-to to ws-chain-sman-num.
           move 0 to ws-chain-hops.
           move "n" to ws-chain-done.
           move "n" to ws-chain-loops.
           perform 167-follow-one-hop
             until ws-chain-done = ws-yes.
           if ws-chain-loops = ws-yes then
               move ws-severe to ws-finding-severity
               move "REPORTING LINE LOOPS BACK TO THIS REP"
                 to ws-finding-text
               perform 900-release-finding
           end-if.
       167-follow-one-hop.
           add ws-one to ws-chain-hops.
           move ws-chain-sman-num to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move ws-yes to ws-chain-done
           end-read
           if ws-chain-done not = ws-yes then
               if sm-reports-to = 0
                  or sm-reports-to = sm-sman-num
                  or ws-chain-hops >= ws-chain-limit then
                   move ws-yes to ws-chain-done
               else
                   if sm-reports-to = ws-walk-sman-num then
                       move ws-yes to ws-chain-loops
                       move ws-yes to ws-chain-done
                   else
                       move sm-reports-to to ws-chain-sman-num
                   end-if
               end-if
           end-if.
      *Walk the draw ledger - a balance left on a rep who is not on
      *the master, or who is terminated and was never settled through
      *A3-TermSettle, is money nobody will recover
       180-check-draw-ledger.
           move "DRAWLEDGER" to ws-finding-file.
           if ws-file-status-draw not = "00" then
               move ws-notice to ws-finding-severity
               move spaces to ws-finding-key
               move "DRAW LEDGER NOT ON DISK - NO DRAW HAS BEEN BANKED"
                 to ws-finding-text
               perform 900-release-finding
           else
               move "n" to ws-eof-flag
               move 0 to df-sman-num
               start draw-file key not < df-sman-num
                   invalid key
                       move ws-yes to ws-eof-flag
               end-start
               perform 181-check-one-draw
                 until ws-eof-flag = ws-yes
           end-if.
       181-check-one-draw.
           read draw-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-draw-count
               move df-sman-num to ws-finding-key
               move df-sman-num to sm-sman-num
               read salesperson-master-file
                   invalid key
                       if df-balance > 0 then
                           move ws-severe to ws-finding-severity
                       else
                           move ws-notice to ws-finding-severity
                       end-if
                       move "DRAW RECORD WITH NO MASTER RECORD - BAL "
                         to ws-twn-caption
                       move df-balance to ws-twn-num
                       move ws-text-with-num to ws-finding-text
                       perform 900-release-finding
                   not invalid key
                       if sm-status = "T" and df-balance > 0 then
                           move ws-severe to ws-finding-severity
                           move "TERMINATED REP WITH UNSETTLED DRAW - "
                             to ws-twn-caption
                           move df-balance to ws-twn-num
                           move ws-text-with-num to ws-finding-text
                           perform 900-release-finding
                       end-if
               end-read
           end-if.
      *Walk the year-to-date file - a rep with year-to-date figures
      *and no master record drops off the year-end statements
       190-check-ytd.
           if ws-file-status-ytd = "00" then
               move "n" to ws-eof-flag
               move 0 to yf-sman-num
               start ytd-file key not < yf-sman-num
                   invalid key
                       move ws-yes to ws-eof-flag
               end-start
               perform 191-check-one-ytd
                 until ws-eof-flag = ws-yes
           end-if.
       191-check-one-ytd.
           read ytd-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-ytd-count
               move yf-sman-num to sm-sman-num
               read salesperson-master-file
                   invalid key
                       move ws-severe to ws-finding-severity
                       move "YTD" to ws-finding-file
                       move yf-sman-num to ws-finding-key
                       move "YTD RECORD WITH NO MASTER RECORD"
                         to ws-finding-text
                       perform 900-release-finding
               end-read
           end-if.
      *Walk the plan table - a plan ending within the expiry window,
      *or already ended, with no row taking effect the day after it
      *ends leaves every sale keyed to it rejected from then on
       170-check-plan-table.
           move "COMMPLAN" to ws-finding-file.
           if ws-file-status-plan not = "00" then
               move ws-severe to ws-finding-severity
               move spaces to ws-finding-key
               move "PLAN TABLE WILL NOT OPEN - EVERY SALE WILL REJECT"
                 to ws-finding-text
               perform 900-release-finding
           else
               compute ws-expiry-limit = function date-of-integer
                 (function integer-of-date(ws-run-date-num)
                  + ws-plan-expiry-days)
               move spaces to ws-check-plan-code
               move "n" to ws-eof-flag
               perform 171-read-next-plan
               perform 172-check-one-plan
                 until ws-eof-flag = ws-yes
           end-if.
      *Read the plan row after the one last checked - started afresh
      *each time, since the successor search moves the file off it
       171-read-next-plan.
           move ws-check-plan-code to pl-plan-code.
           start commission-plan-file key > pl-plan-code
               invalid key
                   move ws-yes to ws-eof-flag
           end-start
           if ws-eof-flag not = ws-yes then
               read commission-plan-file next record
                   at end
                       move ws-yes to ws-eof-flag
               end-read
           end-if
           if ws-eof-flag not = ws-yes then
               move pl-plan-code to ws-check-plan-code
               move pl-eff-to to ws-check-eff-to
           end-if.
       172-check-one-plan.
           add ws-one to ws-plan-count.
           if ws-check-eff-to <= ws-expiry-limit then
               perform 174-find-successor
               if ws-successor-found not = ws-yes then
                   move ws-check-plan-code to ws-finding-key
                   if ws-check-eff-to < ws-run-date-num then
                       move ws-notice to ws-finding-severity
                       move "PLAN ENDED WITH NO SUCCESSOR ROW - ENDED "
                         to ws-twn-caption
                   else
                       move ws-warning to ws-finding-severity
                       move "PLAN ENDING WITH NO SUCCESSOR ROW - ENDS "
                         to ws-twn-caption
                   end-if
                   move ws-check-eff-to to ws-twn-num
                   move ws-text-with-num to ws-finding-text
                   perform 900-release-finding
               end-if
           end-if
           perform 171-read-next-plan.
      *Look for any row taking effect the day after the plan ends
       174-find-successor.
           compute ws-successor-date = function date-of-integer
             (function integer-of-date(ws-check-eff-to) + 1).
           move "n" to ws-successor-found.
           move "n" to ws-scan-eof.
           move low-values to pl-plan-code.
           start commission-plan-file key not < pl-plan-code
               invalid key
                   move ws-yes to ws-scan-eof
           end-start
           perform 175-scan-one-plan
             until ws-scan-eof = ws-yes.
       175-scan-one-plan.
           read commission-plan-file next record
               at end
                   move ws-yes to ws-scan-eof
           end-read
           if ws-scan-eof not = ws-yes
              and pl-eff-from = ws-successor-date then
               move ws-yes to ws-successor-found
               move ws-yes to ws-scan-eof
           end-if.
      *Read the sorted run history - the same cycle twice for one
      *region means a second posting went onto the history and
      *doubles that period in the trend report
       195-check-run-history.
           move "RUNHISTORY" to ws-finding-file.
           move "n" to ws-history-eof.
           open input history-sorted-file.
           perform 196-check-one-history-row
             until ws-history-eof = ws-yes.
           close history-sorted-file.
       196-check-one-history-row.
           read history-sorted-file
               at end
                   move ws-yes to ws-history-eof
           end-read
           if ws-history-eof not = ws-yes then
               if ws-history-started = ws-yes
                  and hs-cycle = ws-previous-cycle
                  and hs-region = ws-previous-region then
                   move ws-severe to ws-finding-severity
                   move hs-region to ws-finding-key
                   move "CYCLE ON THE RUN HISTORY TWICE - CYCLE "
                     to ws-twn-caption
                   move hs-cycle to ws-twn-num
                   move ws-text-with-num to ws-finding-text
                   perform 900-release-finding
               end-if
               if hs-region = spaces then
                   move ws-notice to ws-finding-severity
                   move spaces to ws-finding-key
                   move "RUN HISTORY ROW WITH BLANK REGION - CYCLE "
                     to ws-twn-caption
                   move hs-cycle to ws-twn-num
                   move ws-text-with-num to ws-finding-text
                   perform 900-release-finding
               end-if
               move ws-yes to ws-history-started
               move hs-cycle to ws-previous-cycle
               move hs-region to ws-previous-region
           end-if.
      *Take the findings back in severity order and print them under
      *a heading for each severity
       400-return-and-print.
           perform 410-return-one-finding
             until ws-sort-eof-flag = ws-yes.
           if ws-previous-severity = 0 then
               write integrity-report-line from ws-int-clean-line
                 after advancing ws-two lines
           end-if.
       410-return-one-finding.
           return sort-work-file
               at end
                   move ws-yes to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag not = ws-yes then
               if sw-severity not = ws-previous-severity then
                   move ws-severity-name(sw-severity)
                     to ws-int-severity-sl
                   write integrity-report-line
                     from ws-int-severity-line
                     after advancing ws-two lines
                   write integrity-report-line from ws-int-heading2
                     after advancing ws-one line
                   write integrity-report-line from ws-int-heading3
                     after advancing ws-one line
                   move sw-severity to ws-previous-severity
               end-if
               move spaces to ws-int-detail-line
               move sw-file to ws-int-file-dl
               move sw-key to ws-int-key-dl
               move sw-finding to ws-int-finding-dl
               write integrity-report-line from ws-int-detail-line
                 after advancing ws-one line
           end-if.
      *Release the finding in hand and count it by severity
       900-release-finding.
           move spaces to sort-rec.
           move ws-finding-severity to sw-severity.
           move ws-finding-file to sw-file.
           move ws-finding-key to sw-key.
           move ws-finding-text to sw-finding.
           release sort-rec.
           if ws-finding-severity = ws-severe then
               add ws-one to ws-severe-count
           else
               if ws-finding-severity = ws-warning then
                   add ws-one to ws-warning-count
               else
                   add ws-one to ws-notice-count
               end-if
           end-if.
      * Print out the record and finding counts and set the return
      * code the scheduler holds the next cycle on
       510-write-totals.
           move "MASTER RECORDS CHECKED" to ws-int-count-label.
           move ws-master-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-two lines.
           move "YTD RECORDS CHECKED" to ws-int-count-label.
           move ws-ytd-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-one line.
           move "DRAW LEDGER RECORDS CHECKED" to ws-int-count-label.
           move ws-draw-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-one line.
           move "PLAN TABLE ROWS CHECKED" to ws-int-count-label.
           move ws-plan-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-one line.
           move "RUN HISTORY ROWS CHECKED" to ws-int-count-label.
           move ws-history-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-one line.
           move "NUMBER OF SEVERE FINDINGS" to ws-int-count-label.
           move ws-severe-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-two lines.
           move "NUMBER OF WARNINGS" to ws-int-count-label.
           move ws-warning-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-one line.
           move "NUMBER OF NOTICES" to ws-int-count-label.
           move ws-notice-count to ws-int-count-rl.
           write integrity-report-line from ws-int-count-line
             after advancing ws-one line.
           if ws-severe-count > 0 then
               move 8 to return-code
           else
               if ws-warning-count > 0 then
                   move 4 to return-code
               end-if
           end-if.
      *Close the input and output files
       600-close-files.
           close salesperson-master-file
             ytd-file
             draw-file
             commission-plan-file
             integrity-report-file.
           goback.
      *
       end program A3-IntegrityCheck.
