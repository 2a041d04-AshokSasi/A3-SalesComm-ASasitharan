           select exception-file
               assign to "../../../data/A3-SalesComm-Exceptions.out"
               organization is line sequential.
      * Suspense file - every rejected record is also parked here
      * under its cycle, branch and reason, for the branch to correct
      * or release into the next cycle through A3-SuspenseMaint
           select optional suspense-file
               assign to "../../../data/A3-Suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is su-key
               file status is ws-file-status-suspense.
      * Invoice register - every invoice already commissioned, per
      * salesperson, with the cycle it posted in, so the same invoice
      * re-sent by a branch in a later cycle is rejected instead of
      * priced and paid a second time
           select optional invoice-register-file
               assign to "../../../data/A3-InvoiceRegister.dat"
               organization is indexed
               access mode is dynamic
               record key is ir-key
               file status is ws-file-status-invoice.
      * Run-time control record (bonus sales cap / bonus percent) so
      * the commission plan can change without a recompile
           select optional control-file
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      * Territory assignment history maintained by A3-TerritoryMaint -
      * the region a rep worked on a given date, so a sale is credited
      * to the region the rep was in when it was made
           select optional territory-file
               assign to "../../../data/A3-Territory.dat"
               organization is indexed
               access mode is dynamic
               record key is te-key
               file status is ws-file-status-territory.
      * Audit trail - which branch of the 310/320 bonus logic fired
      * and the intermediate values used, per salesperson per run
           select audit-file
               access mode is dynamic
               record key is ov-sman-num
               file status is ws-file-status-override.
      * Proposed commission plan table and control record - copies the
      * comp team edits to model a plan change, read only by a SIMULATE
      * run, which prices the cycle under both and prints the
      * side-by-side comparison report instead of posting anything
           select optional proposed-plan-file
               assign to "../../../data/A3-CommPlan-Proposed.dat"
               organization is indexed
               access mode is dynamic
               record key is pp-plan-code
               file status is ws-file-status-prop-plan.
           select optional proposed-control-file
               assign to "../../../data/A3-Control-Proposed.dat"
               organization is line sequential
               file status is ws-file-status-prop-control.
      * Run parameter record - SIMULATE in it asks for the what-if
      * comparison instead of the posting run; no file, or anything
      * else in it, is the ordinary run
           select optional run-parm-file
               assign to "../../../data/A3-RunParm.dat"
               organization is line sequential
               file status is ws-file-status-run-parm.
           select sim-report-file
               assign to "../../../data/A3-SimCompare.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd sales-file
           record contains 32 to 56 characters.
      *Input variables
       01 sales-rec.
         05 sr-sman-num pic 999.
      *carry - those now live on the commission plan table, so a tier
      *change is one table row instead of re-keying every input record
         05 sr-plan-code pic x(4).
         05 filler pic x(15).
      *The branch the sale arrived under, stamped by A3-SalesSort -
      *carried only so a rejected record is suspended against it
         05 sr-branch pic x(2).
      *The invoice the sale was billed on and the date of the sale -
      *the same bytes on a split record, whose shares carry them too
         05 sr-invoice-num pic x(10).
         05 sr-sale-date pic 9(8).
      *Split-commission record - an "S" in the first byte marks one
      *sale shared between two to four salespeople with percentage
      *shares, exploded in 305-process-split-sale so each share flows
         05 st-split-entry occurs 4 times.
           10 st-split-sman-num pic 999.
           10 st-split-share pic 999.
         05 st-branch pic x(2).
         05 st-invoice-num pic x(10).
         05 st-sale-date pic 9(8).
      *
       fd commission-plan-file
           data record is commission-plan-rec.
      *
       fd exception-file
           data record is exception-line
           record contains 115 characters.
      *
       01 exception-line pic x(115).
      *
       fd suspense-file
           data record is suspense-rec.
      *Suspense item - the same layout A3-SalesSort writes. Status
      *"O" open in suspense, "R" corrected or released by the branch
      *and waiting for the next sort, "X" resubmitted into a later
      *cycle, "W" written off
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
       fd invoice-register-file
           data record is invoice-register-rec.
      *Invoice register entry - the invoice and the salesperson it
      *was commissioned to, the cycle and run date it posted in and
      *the sale date it carried
       01 invoice-register-rec.
         05 ir-key.
           10 ir-invoice-num            pic x(10).
           10 ir-sman-num               pic 999.
         05 ir-cycle                    pic 9(6).
         05 ir-posted-date              pic 9(8).
         05 ir-sale-date                pic 9(8).
      *
       fd control-file
           data record is control-rec
           record contains 12 to 35 characters.
      *Control (parameter) record - bonus sales cap, bonus percent,
      *the per-run draw recovery limit, the exception-rate limit the
      *run is held on, the cap-warning distance A3-CapReport flags
      *reps inside, and the attainment percent A3-QuotaReport flags
      *reps under once the quarter has that many days or fewer left,
      *and how many cycles A3-CycleArchive keeps (the trailing fields
      *are optional - a short record leaves the compiled-in defaults
      *in force)
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
       fd checkpoint-file
           data record is checkpoint-rec
      *a sale dated after it is an exception, not a commission
         05 sm-status                   pic x.
         05 sm-term-date                pic 9(8).
      *
       fd territory-file
           data record is territory-rec.
      *Territory assignment - same layout A3-TerritoryMaint maintains
       01 territory-rec.
         05 te-key.
           10 te-sman-num               pic 999.
           10 te-eff-from               pic 9(8).
         05 te-eff-to                   pic 9(8).
         05 te-region                   pic x(10).
         05 te-changed-date             pic 9(8).
      *
       fd audit-file
           data record is audit-line
       01 override-work-rec.
         05 ov-sman-num                  pic 999.
         05 ov-team-sales                pic 9(9).
      *
       fd proposed-plan-file
           data record is proposed-plan-rec.
      *Proposed commission plan - the same layout as the live table
       01 proposed-plan-rec.
         05 pp-plan-code                pic x(4).
         05 pp-eff-from                 pic 9(8).
         05 pp-eff-to                   pic 9(8).
         05 pp-min                      pic 9(6).
         05 pp-max                      pic 9(6).
         05 pp-rate                     pic 99v9.
      *
       fd proposed-control-file
           data record is proposed-control-rec
           record contains 12 to 35 characters.
      *Proposed control record - the same layout as the live one
       01 proposed-control-rec.
         05 pc-bonus-sales-cap          pic 9(6).
         05 pc-bonus-percent            pic 99v9999.
         05 pc-draw-recovery-limit      pic 9(6).
         05 pc-exception-rate-limit     pic 99v9.
         05 pc-cap-warning-distance     pic 9(6).
         05 pc-quota-threshold-pct      pic 999.
         05 pc-quota-late-days          pic 99.
         05 pc-archive-keep-cycles      pic 999.
      *
       fd run-parm-file
           data record is run-parm-rec.
      *Run parameter record - the run mode in the first eight bytes
       01 run-parm-rec.
         05 rp-run-mode                 pic x(8).
      *
       fd sim-report-file
           data record is sim-report-line
           record contains 156 characters.
      *
       01 sim-report-line pic x(156).
      *
       working-storage section.
      *
       01 ws-file-status-control pic xx value spaces.
       01 ws-file-status-checkpoint pic xx value spaces.
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-territory pic xx value spaces.
       01 ws-territory-eof pic x value 'n'.
      *Set when the territory history opens - the status field is
      *left at "10" or "23" by each walk, so it cannot gate the next
       01 ws-territory-open pic x value 'n'.
      *The date the region is looked up as of - the sale date for a
      *sale, the run date for a manager's override
       01 ws-territory-date pic 9(8) value 0.
       01 ws-file-status-plan pic xx value spaces.
      *Plan values resolved from the commission plan table for the
      *record in hand - everywhere the old sr-min/sr-max/sr-rate were
       01 ws-restarting pic x value 'n'.
       01 ws-checkpoint-record-exists pic x value 'n'.
       01 ws-record-valid pic x value 'y'.
       01 ws-file-status-suspense pic xx value spaces.
      *The split share being rejected on its own in 306, so its
      *suspense item is keyed apart from its sister shares - zero for
      *a record rejected whole
       01 ws-suspense-share pic 9 value 0.
       01 ws-file-status-invoice pic xx value spaces.
      *The sale date held for the calendar check
       01 ws-sale-date-check pic 9(8) value 0.
      *Reject reason naming the cycle a re-sent invoice first posted in
       01 ws-invoice-posted-reason.
         05 filler                      pic x(32) value
             "INVOICE ALREADY POSTED IN CYCLE ".
         05 ws-ipr-cycle                pic 9(6).
      *Wide enough for the longest reason text in 25-validate-record -
      *"NON-NUMERIC FIELD - TRUNCATED/MISALIGNED RECORD" is 47 chars
       01 ws-exception-reason pic x(48) value spaces.
      *Exception (rejected record) line
       01 ws-exception-header-line.
         05 filler                      pic x(43) value
             "SMAN_NUM  RAW-INPUT-RECORD".
         05 filler                      pic x(20) value spaces.
         05 filler                      pic x(6) value "REASON".
       01 ws-exception-detail-line.
         05 ws-exc-sman-num             pic x(3).
         05 filler                      pic x(2) value spaces.
         05 ws-exc-raw-record           pic x(56).
         05 filler                      pic x(2) value spaces.
         05 ws-exc-reason               pic x(48).
      *Name Heading 
         05 filler                     pic x(4) value spaces.
         05 ws-percent-no-bonus-rl     pic ZZZ9.99.
         05 ws-percent-pnb             pic x(1).
      *What-if simulation - set when the run parameter is SIMULATE.
      *A simulation prices this cycle's sorted sales under both the
      *live plan table/control record and a proposed copy of each,
      *reads the YTD file and draw ledger without touching them, and
      *prints only the side-by-side comparison report
       01 ws-simulating pic x value 'n'.
       01 ws-run-parm pic x(8) value spaces.
       01 ws-file-status-run-parm pic xx value spaces.
       01 ws-file-status-prop-plan pic xx value spaces.
       01 ws-file-status-prop-control pic xx value spaces.
       01 ws-sim-cycle-posted pic x value 'n'.
       01 ws-sim-prop-valid pic x value 'n'.
       01 ws-sim-rep-started pic x value 'n'.
      *Proposed control values - the live values, overlaid by the
      *proposed control record where it supplies them
       01 ws-prop-control.
         05 ws-prop-bonus-sales-cap     pic 9(6) value 0.
         05 ws-prop-bonus-percent       pic 99v9999 value 0.
         05 ws-prop-draw-recovery-limit pic 9(6) value 0.
      *One side of the comparison - the plan and control values it
      *prices under, the rep's year-to-date and draw balance going
      *in, and what comes out. Branch 1 normal, 2 bonus, 3 bonus
      *capped at the plan max, 4 floored at the plan min
       01 ws-sim-price.
         05 ws-sp-min                   pic 9(6) value 0.
         05 ws-sp-max                   pic 9(6) value 0.
         05 ws-sp-rate                  pic 99v9 value 0.
         05 ws-sp-cap                   pic 9(6) value 0.
         05 ws-sp-percent               pic 99v9999 value 0.
         05 ws-sp-recovery-limit        pic 9(6) value 0.
         05 ws-sp-ytd-before            pic 9(9) value 0.
         05 ws-sp-ytd-after             pic 9(9) value 0.
         05 ws-sp-rate-decimal          pic 99v9999 value 0.
         05 ws-sp-over-base             pic 9(9) value 0.
         05 ws-sp-over                  pic 9(9) value 0.
         05 ws-sp-earned                pic 9(9) value 0.
         05 ws-sp-paid                  pic 9(9) value 0.
         05 ws-sp-bonus                 pic x value 'n'.
         05 ws-sp-branch                pic 9 value 0.
         05 ws-sp-draw-opening          pic 9(9) value 0.
         05 ws-sp-draw-added            pic 9(6) value 0.
         05 ws-sp-draw-recovered        pic 9(6) value 0.
         05 ws-sp-draw-room             pic 9(9) value 0.
         05 ws-sp-draw-closing          pic 9(9) value 0.
      *The salesperson in hand - the sorted feed keeps a rep's sales
      *together, so the running year-to-date and draw balance under
      *each plan are carried here from one of the rep's sales to the
      *next, the way the live run carries them on the files
       01 ws-sim-rep.
         05 ws-sr-sman-num              pic 999 value 0.
         05 ws-sr-name                  pic x(20) value spaces.
         05 ws-sr-cur-ytd               pic 9(9) value 0.
         05 ws-sr-prop-ytd              pic 9(9) value 0.
         05 ws-sr-draw-opening          pic 9(9) value 0.
         05 ws-sr-cur-draw              pic 9(9) value 0.
         05 ws-sr-prop-draw             pic 9(9) value 0.
         05 ws-sr-cur-earned            pic 9(9) value 0.
         05 ws-sr-prop-earned           pic 9(9) value 0.
         05 ws-sr-cur-paid              pic 9(9) value 0.
         05 ws-sr-prop-paid             pic 9(9) value 0.
         05 ws-sr-cur-branch            pic 9 value 0.
         05 ws-sr-prop-branch           pic 9 value 0.
      *Set when any of the rep's sales prices under a different
      *branch on the proposed plan
         05 ws-sr-moved                 pic x value 'n'.
      *Running simulated figures per salesperson, subscripted by the
      *salesperson number plus one. A rep whose sales straddle a
      *territory transfer arrives as two groups in two regions - the
      *second group picks up the year-to-date and draw balances where
      *the first left off, as the live run's rewritten YTD file and
      *draw ledger would have them, and the rep is counted once
       01 ws-sim-carry-sub pic 9(4) value 0.
       01 ws-sim-carry-table.
         05 ws-sim-carry occurs 1000 times.
           10 ws-sc-seen                pic x value 'n'.
           10 ws-sc-moved               pic x value 'n'.
           10 ws-sc-draw-opening        pic 9(9) value 0.
           10 ws-sc-cur-ytd             pic 9(9) value 0.
           10 ws-sc-prop-ytd            pic 9(9) value 0.
           10 ws-sc-cur-draw            pic 9(9) value 0.
           10 ws-sc-prop-draw           pic 9(9) value 0.
      *Region and grand totals of the comparison
       01 ws-sim-region pic x(10) value spaces.
       01 ws-sim-region-totals.
         05 ws-sg-cur-earned            pic 9(9) value 0.
         05 ws-sg-prop-earned           pic 9(9) value 0.
         05 ws-sg-cur-paid              pic 9(9) value 0.
         05 ws-sg-prop-paid             pic 9(9) value 0.
         05 ws-sg-draw-opening          pic 9(9) value 0.
         05 ws-sg-cur-draw              pic 9(9) value 0.
         05 ws-sg-prop-draw             pic 9(9) value 0.
       01 ws-sim-grand-totals.
         05 ws-st-cur-earned            pic 9(9) value 0.
         05 ws-st-prop-earned           pic 9(9) value 0.
         05 ws-st-cur-paid              pic 9(9) value 0.
         05 ws-st-prop-paid             pic 9(9) value 0.
         05 ws-st-draw-opening          pic 9(9) value 0.
         05 ws-st-cur-draw              pic 9(9) value 0.
         05 ws-st-prop-draw             pic 9(9) value 0.
       01 ws-sim-draw-totals.
         05 ws-sd-cur-added             pic 9(9) value 0.
         05 ws-sd-cur-recovered         pic 9(9) value 0.
         05 ws-sd-prop-added            pic 9(9) value 0.
         05 ws-sd-prop-recovered        pic 9(9) value 0.
       01 ws-sim-paid-change pic s9(9) value 0.
      *Branch movement - sales priced, current branch down the side,
      *proposed branch across the top
       01 ws-sim-movement.
         05 ws-sim-move-row occurs 4 times.
           10 ws-sim-move-count         pic 9(6) occurs 4 times
                                        value 0.
       01 ws-sim-row pic 9 value 0.
       01 ws-sim-col pic 9 value 0.
       01 ws-sim-branch-table.
         05 filler                      pic x(8) value "NORMAL".
         05 filler                      pic x(8) value "BONUS".
         05 filler                      pic x(8) value "CAPPED".
         05 filler                      pic x(8) value "FLOORED".
       01 ws-sim-branch-names redefines ws-sim-branch-table.
         05 ws-sim-branch-name          pic x(8) occurs 4 times.
       01 ws-sim-counters.
         05 ws-sim-rep-count            pic 9(6) value 0.
         05 ws-sim-priced-count         pic 9(6) value 0.
         05 ws-sim-reject-count         pic 9(6) value 0.
         05 ws-sim-unpriced-count       pic 9(6) value 0.
         05 ws-sim-moved-count          pic 9(6) value 0.
         05 ws-sim-reps-moved-count     pic 9(6) value 0.
      *Comparison report lines
       01 ws-sim-heading2.
         05 filler                     pic x(45) value spaces.
         05 filler                     pic x(47) value
              "PLAN SIMULATION - CURRENT VERSUS PROPOSED PLAN".
         05 filler                     pic x(4) value spaces.
         05 ws-sim-run-date-h2         pic x(8).
       01 ws-sim-cycle-line.
         05 filler                     pic x(29) value
              "SORTED SALES FOR CYCLE".
         05 ws-sim-cycle-rl            pic 9(6).
         05 filler                     pic x(4) value spaces.
         05 ws-sim-cycle-note-rl       pic x(60).
       01 ws-sim-heading3.
         05 filler                     pic x(3) value "NO.".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(20) value "NAME".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(10) value "REGION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(12) value "    CURRENT".
         05 filler                     pic x(12) value "   PROPOSED".
         05 filler                     pic x(12) value "    CURRENT".
         05 filler                     pic x(12) value "   PROPOSED".
         05 filler                     pic x(14) value "        PAID".
         05 filler                     pic x(9) value "CURRENT".
         05 filler                     pic x(9) value "PROPOSED".
         05 filler                     pic x(12) value "  DRAW BEF.".
         05 filler                     pic x(12) value "   DRAW CUR".
         05 filler                     pic x(11) value "  DRAW PROP".
       01 ws-sim-heading4.
         05 filler                     pic x(3) value "---".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(20)
                                       value "--------------------".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(10) value "----------".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(12) value "     EARNED".
         05 filler                     pic x(12) value "     EARNED".
         05 filler                     pic x(12) value "       PAID".
         05 filler                     pic x(12) value "       PAID".
         05 filler                     pic x(14) value "      CHANGE".
         05 filler                     pic x(9) value "BRANCH".
         05 filler                     pic x(9) value "BRANCH".
         05 filler                     pic x(12) value "    BALANCE".
         05 filler                     pic x(12) value "    BALANCE".
         05 filler                     pic x(11) value "    BALANCE".
       01 ws-sim-detail-line.
         05 ws-sim-num-dl              pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-sim-name-dl             pic x(20).
         05 filler                     pic x(2) value spaces.
         05 ws-sim-region-dl           pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-sim-cur-earned-dl       pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(1) value spaces.
         05 ws-sim-prop-earned-dl      pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(1) value spaces.
         05 ws-sim-cur-paid-dl         pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(1) value spaces.
         05 ws-sim-prop-paid-dl        pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(1) value spaces.
         05 ws-sim-change-dl           pic -ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-sim-cur-branch-dl       pic x(8).
         05 filler                     pic x(1) value spaces.
         05 ws-sim-prop-branch-dl      pic x(8).
         05 filler                     pic x(1) value spaces.
         05 ws-sim-draw-opening-dl     pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(1) value spaces.
         05 ws-sim-cur-draw-dl         pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(1) value spaces.
         05 ws-sim-prop-draw-dl        pic ZZZ,ZZZ,ZZ9.
       01 ws-sim-movement-heading.
         05 filler                     pic x(46) value
              "BRANCH MOVEMENT - SALES PRICED, CURRENT BRANCH".
         05 filler                     pic x(26) value
              " DOWN, PROPOSED ACROSS".
       01 ws-sim-movement-columns.
         05 filler                     pic x(10) value spaces.
         05 filler                     pic x(10) value "    NORMAL".
         05 filler                     pic x(10) value "     BONUS".
         05 filler                     pic x(10) value "    CAPPED".
         05 filler                     pic x(10) value "   FLOORED".
       01 ws-sim-movement-line.
         05 ws-sim-move-name-rl        pic x(10).
         05 ws-sim-move-cell occurs 4 times.
           10 filler                   pic x(4).
           10 ws-sim-move-count-rl     pic ZZZZZ9.
       01 ws-sim-count-line.
         05 ws-sim-count-label         pic x(36).
         05 ws-sim-count-rl            pic ZZZZZ9.
       01 ws-sim-draw-line.
         05 ws-sim-draw-label          pic x(36).
         05 ws-sim-draw-cur-rl         pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(3) value spaces.
         05 ws-sim-draw-prop-rl        pic ZZZ,ZZZ,ZZ9.
       01 ws-sim-draw-heading.
         05 filler                     pic x(36) value
              "DRAW LEDGER MOVEMENT".
         05 filler                     pic x(11) value "    CURRENT".
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(11) value "   PROPOSED".
      *
       procedure division.
       000-main.
      *
           perform 700-accept-run-mode.
           if ws-simulating = ws-yes then
               perform 710-run-simulation
           end-if
           perform 12-check-cycle-control.
           perform 16-open-checkpoint-file.
           perform 10-open-file.
               open output exception-file
           end-if
           open input salesperson-master-file.
           open input territory-file.
           if ws-file-status-territory = "00" then
               move ws-yes to ws-territory-open
           end-if
      *A master that will not open - say, a file still in the layout
      *without the manager override fields - must stop the run: a
      *half-open master silently turns every salesperson into a
               goback
           end-if
           open input commission-plan-file.
           open i-o suspense-file.
           if ws-file-status-suspense = "35" then
               open output suspense-file
               close suspense-file
               open i-o suspense-file
           end-if
      *The suspense file holds every rejected sale for its branch to
      *correct, and the invoice register is the only guard against
      *paying the same invoice twice - a half-open one of either
      *fails every read and write without a word, so the run stops
           if ws-file-status-suspense not = "00"
              and ws-file-status-suspense not = "05" then
               display "A3-SALESCOMM - SUSPENSE OPEN FAILED - STATUS "
                 ws-file-status-suspense
               move 16 to return-code
               goback
           end-if
           open i-o invoice-register-file.
           if ws-file-status-invoice = "35" then
               open output invoice-register-file
               close invoice-register-file
               open i-o invoice-register-file
           end-if
           if ws-file-status-invoice not = "00"
              and ws-file-status-invoice not = "05" then
               display "A3-SALESCOMM - INVOICE REGISTER OPEN FAILED - "
                 "STATUS " ws-file-status-invoice
               move 16 to return-code
               goback
           end-if
           if ws-restarting = ws-yes then
               open extend audit-file
           else
                       perform 25-validate-record
                   end-if
                   if ws-record-valid not = ws-yes
                       if ws-simulating = ws-yes then
                           add ws-one to ws-sim-reject-count
                       else
                           perform 26-write-exception-record
                       end-if
                   end-if
               end-if
           end-perform.
                   end-if
               end-if
           end-if
           if ws-record-valid = ws-yes then
               perform 32-check-invoice-and-date
           end-if
           if ws-record-valid = ws-yes then
               move st-plan-code to ws-lookup-plan-code
               perform 24-resolve-commission-plan
                       move "ZERO-FILLED SALES FIELD"
                         to ws-exception-reason
                   else
                       perform 32-check-invoice-and-date
                       if ws-record-valid = ws-yes then
                           move sr-plan-code to ws-lookup-plan-code
                           perform 24-resolve-commission-plan
                       end-if
                   end-if
               end-if
           end-if
           if ws-record-valid = ws-yes then
               perform 30-check-termination
           end-if
           if ws-record-valid = ws-yes then
               perform 33-check-invoice-register
           end-if.
      *Route a sale for a terminated salesperson dated after their
      *termination to the exception file instead of pricing it. The
      *sale date on the record decides it, so a sale made before the
      *termination but arriving late still prices. A sale on the
      *termination date itself still prices - that was the rep's
      *last working day
       30-check-termination.
           move sr-sman-num to sm-sman-num
           read salesperson-master-file
                   continue
               not invalid key
                   if sm-status = "T"
                      and sr-sale-date > sm-term-date then
                       move "n" to ws-record-valid
                       move "SALE AFTER TERMINATION - REP TERMED"
                         to ws-exception-reason
                   end-if
               end-if
           end-if.
      *Check the plan is in effect on the sale date and its values
      *are sane before letting it price the record - a late-arriving
      *sale prices under the plan it was sold under
       29-check-plan-in-effect.
           if sr-sale-date < pl-eff-from
              or sr-sale-date > pl-eff-to then
               move "n" to ws-record-valid
               move "COMMISSION PLAN NOT IN EFFECT FOR SALE DATE"
                 to ws-exception-reason
           else
               if pl-min = 0 or pl-max = 0 or pl-min > pl-max then
                   end-if
               end-if
           end-if.
      *Every sale must name the invoice it was billed on and carry a
      *real calendar sale date no later than today - the plan and
      *termination checks are made against that date. The invoice
      *and date sit in the same bytes on a split record
       32-check-invoice-and-date.
           if sr-invoice-num = spaces then
               move "n" to ws-record-valid
               move "MISSING INVOICE NUMBER" to ws-exception-reason
           else
               if sr-sale-date is not numeric then
                   move "n" to ws-record-valid
                   move "SALE DATE MISSING OR NOT NUMERIC"
                     to ws-exception-reason
               else
                   move sr-sale-date to ws-sale-date-check
                   if function test-date-yyyymmdd(ws-sale-date-check)
                      not = 0 then
                       move "n" to ws-record-valid
                       move "SALE DATE NOT A CALENDAR DATE"
                         to ws-exception-reason
                   else
                       if sr-sale-date > ws-run-date-num then
                           move "n" to ws-record-valid
                           move "SALE DATE AFTER RUN DATE"
                             to ws-exception-reason
                       end-if
                   end-if
               end-if
           end-if.
      *Reject an invoice this salesperson was already commissioned
      *on, naming the cycle it posted in. An entry from this same
      *cycle prices as before only on a restart or forced reprocess
      *going over its own ground - otherwise it is the same invoice
      *twice in the cycle, say a sale released from suspense and the
      *branch keying it again, and the second copy is rejected. A
      *simulation of a cycle already posted finds every sale on the
      *register under this cycle, and prices them as before
       33-check-invoice-register.
           move sr-invoice-num to ir-invoice-num.
           move sr-sman-num to ir-sman-num.
           read invoice-register-file
               invalid key
                   continue
               not invalid key
                   if ir-cycle not = ws-cycle-number
                      or (ws-restarting not = ws-yes
                          and ws-cycle-forced not = ws-yes
                          and ws-simulating not = ws-yes) then
                       move "n" to ws-record-valid
                       move ir-cycle to ws-ipr-cycle
                       move ws-invoice-posted-reason
                         to ws-exception-reason
                   end-if
           end-read.
      *Write a rejected record to the exceptions list
       26-write-exception-record.
           add ws-one to ws-exception-count
           end-if
           move ws-exception-reason to ws-exc-reason
           write exception-line from ws-exception-detail-line.
           perform 31-write-suspense-item.
      *Park the rejected record on the suspense file under this
      *cycle, keyed by its position in the sorted input, so the
      *branch can correct or release it into the next cycle. A key
      *already on file is a record a restart or forced reprocess
      *rejected before - the item is left as the branch last saw it
       31-write-suspense-item.
           move ws-cycle-number to su-cycle.
           move "C" to su-source.
           move ws-total-records-read to su-rec-num.
           move ws-suspense-share to su-share.
           move sr-branch to su-branch.
           move ws-exc-sman-num to su-sman-num.
           move ws-exception-reason to su-reason.
           move "O" to su-status.
           move ws-run-date-num to su-suspended-date.
           move 0 to su-action-date.
           move 0 to su-resubmit-cycle.
           move ws-exc-raw-record to su-sales-rec.
           write suspense-rec
               invalid key
                   continue
           end-write.
      *Print the page heading and print outputs until end of file
       100-process-pages.
      *
      *the rebuilt ordinary-format share, so it exceptions as one
           move ws-yes to ws-record-valid.
           perform 30-check-termination.
           if ws-record-valid = ws-yes then
               perform 33-check-invoice-register
           end-if
           if ws-record-valid = ws-yes then
               perform 310-calculate-earned
               perform 320-calculate-paid
               perform 500-write-detail-line
           else
               move "n" to ws-split-record
               move ws-split-sub to ws-suspense-share
               perform 26-write-exception-record
               move 0 to ws-suspense-share
           end-if
           if ws-split-sub > ws-one then
               add ws-one to ws-line-count
               move ws-earned-amount-over to yf-ytd-bonus-earned
               write ytd-rec
           end-if.
      *Enter the invoice on the register under this salesperson and
      *cycle once the sale has posted - an entry already there is
      *this cycle's own, left as it stands
       317-post-invoice-register.
           move sr-invoice-num to ir-invoice-num.
           move sr-sman-num to ir-sman-num.
           move ws-cycle-number to ir-cycle.
           move ws-run-date-num to ir-posted-date.
           move sr-sale-date to ir-sale-date.
           write invoice-register-rec
               invalid key
                   continue
           end-write.
      *Look up this salesperson's draw balance so far
       313-lookup-draw-balance.
           move sr-sman-num to df-sman-num.
           perform 315-apply-draw-ledger.
           add ws-paid-calc to ws-total-paid.
           perform 312-update-ytd-sales.
           perform 317-post-invoice-register.
           perform 325-write-audit-record.
      *Write the audit trail record capturing which branch fired
       325-write-audit-record.
      * Print out the detail line
       500-write-detail-line.
           add ws-one to ws-salespeople-count.
           move sr-sale-date to ws-territory-date.
           perform 505-lookup-salesperson-master.
           if ws-region-group-started = ws-yes
              and ws-looked-up-region not = ws-previous-region then
                   move sm-override-rate to ws-looked-up-override-rate
                   move sm-status to ws-looked-up-status
                   move sm-term-date to ws-looked-up-term-date
                   perform 504-lookup-territory
           end-read.
      *A rep with a territory assignment in effect on the lookup date
      *is credited to that assignment's region rather than the
      *master's - the same region A3-SalesSort sorted the sale under,
      *so the subtotal, GL and run-history region all follow it. The
      *rep's assignments are walked oldest first; no assignment on
      *the date leaves the master's region
       504-lookup-territory.
           if ws-territory-open = ws-yes
              and ws-territory-date is numeric then
               move "n" to ws-territory-eof
               move sm-sman-num to te-sman-num
               move 0 to te-eff-from
               start territory-file key not < te-key
                   invalid key
                       move ws-yes to ws-territory-eof
               end-start
               perform 503-check-one-assignment
                 until ws-territory-eof = ws-yes
           end-if.
       503-check-one-assignment.
           read territory-file next record
               at end
                   move ws-yes to ws-territory-eof
           end-read
           if ws-territory-eof not = ws-yes then
               if te-sman-num not = sm-sman-num
                  or te-eff-from > ws-territory-date then
                   move ws-yes to ws-territory-eof
               else
                   if te-eff-to >= ws-territory-date then
                       move te-region to ws-looked-up-region
                       move ws-yes to ws-territory-eof
                   end-if
               end-if
           end-if.
      *Print the subtotal line for the region/branch that just ended
       506-write-region-subtotal.
           move ws-previous-region to ws-subtotal-region-rl.
       551-pay-one-manager.
           move ov-sman-num to sr-sman-num.
           move spaces to sr-name.
           move ws-run-date-num to ws-territory-date.
           perform 505-lookup-salesperson-master.
      *A terminated manager gets no override - paying one would be
      *the same post-termination ghost pay the sale-record check
           perform 548-check-journal-balance.
           perform 547-check-exception-rate.
           if ws-run-balanced = ws-yes then
               move "BALANCED - FEED READY FOR SIGN-OFF"
                 to ws-ctl-status-text
           else
               move "OUT OF BALANCE - HOLD THE PAYROLL FEED"
           if ws-exception-rate > ws-exception-rate-limit then
               move "n" to ws-run-balanced
           end-if.
      *Take the run parameter - SIMULATE runs the what-if comparison
      *instead of the posting run; anything else, or no parameter
      *record, is the ordinary run, which never waits on the operator
      *for it. 795-close-simulation-files empties the parameter file
      *once the simulation has run, or the next posting run would
      *only simulate
       700-accept-run-mode.
           open input run-parm-file.
           if ws-file-status-run-parm = "00" then
               read run-parm-file
                   at end
                       continue
                   not at end
                       move rp-run-mode to ws-run-parm
               end-read
           end-if
           close run-parm-file.
           if ws-run-parm = "SIMULATE" then
               move ws-yes to ws-simulating
           end-if.
      *Run the what-if comparison of the proposed plan table and
      *control record against the live ones. Nothing is posted - the
      *cycle control record is only read, the YTD file, draw ledger
      *and invoice register are opened for input, no checkpoint is
      *taken or cleared, and the payroll feed, GL journal, run
      *history, suspense file and the live run's reports are never
      *opened, so a simulation can run at any point in the cycle
       710-run-simulation.
           perform 711-open-simulation-files.
           perform 15-load-control-parameters.
           perform 712-load-proposed-control.
           perform 713-write-simulation-headings.
           perform 20-read-file.
           perform 720-simulate-record
             until ws-eof-flag = ws-yes.
           if ws-sim-rep-started = ws-yes then
               perform 745-write-simulation-rep-line
               perform 746-write-simulation-region-line
           end-if
           perform 780-write-simulation-totals.
           perform 795-close-simulation-files.
      *Open the simulation's files - every one of them for input
      *except the comparison report - and pick up the cycle the
      *sorted feed carries without updating the control record
       711-open-simulation-files.
           open input sales-file.
           open input salesperson-master-file.
           open input territory-file.
           if ws-file-status-territory = "00" then
               move ws-yes to ws-territory-open
           end-if
           open input commission-plan-file.
           open input proposed-plan-file.
           open input invoice-register-file.
           open input ytd-file.
           open input draw-file.
           open output sim-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
           open input cycle-file.
           if ws-file-status-cycle = "00" then
               read cycle-file
               if ws-file-status-cycle = "00" then
                   move cy-cycle-number to ws-cycle-number
                   move cy-posted-flag to ws-sim-cycle-posted
               end-if
           end-if
           close cycle-file.
      *Start the proposed control values from the live ones and lay
      *the proposed control record over them, the same way
      *15-load-control-parameters lays the live record over the
      *compiled-in defaults - a missing proposed record models a
      *plan table change alone
       712-load-proposed-control.
           move ws-bonus-sales-cap to ws-prop-bonus-sales-cap.
           move ws-bonus-percent to ws-prop-bonus-percent.
           move ws-draw-recovery-limit to ws-prop-draw-recovery-limit.
           open input proposed-control-file.
           if ws-file-status-prop-control = "00" then
               read proposed-control-file
                   at end
                       continue
                   not at end
                       move pc-bonus-sales-cap
                         to ws-prop-bonus-sales-cap
                       move pc-bonus-percent to ws-prop-bonus-percent
                       if pc-draw-recovery-limit is numeric then
                           move pc-draw-recovery-limit
                             to ws-prop-draw-recovery-limit
                       end-if
               end-read
           end-if
           close proposed-control-file.
      *Print the comparison headings, warning when the cycle has
      *already posted - its sales are then already in the YTD file
      *and would be counted twice toward the bonus cap - or when
      *there is no proposed plan table to price against
       713-write-simulation-headings.
           move ws-run-date to ws-sim-run-date-h2.
           write sim-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write sim-report-line from ws-sim-heading2
             after advancing ws-two lines.
           move ws-cycle-number to ws-sim-cycle-rl.
           move spaces to ws-sim-cycle-note-rl.
           if ws-sim-cycle-posted = ws-yes then
               move "ALREADY POSTED - THESE SALES ARE ALREADY IN YTD"
                 to ws-sim-cycle-note-rl
           end-if
           write sim-report-line from ws-sim-cycle-line
             after advancing ws-two lines.
           if ws-file-status-prop-plan not = "00" then
               move spaces to ws-sim-cycle-note-rl
               move "PROPOSED PLAN TABLE NOT AVAILABLE - NOTHING PRICED"
                 to ws-sim-cycle-note-rl
               write sim-report-line from ws-sim-cycle-note-rl
                 after advancing ws-one line
               move 8 to return-code
           end-if
           write sim-report-line from ws-sim-heading3
             after advancing ws-two lines.
           write sim-report-line from ws-sim-heading4
             after advancing ws-one line.
      *Price one valid record both ways and read the next - a split
      *sale is exploded the same way 305-process-split-sale does it
       720-simulate-record.
           if ws-split-record = ws-yes then
               perform 725-simulate-split-sale
           else
               perform 730-simulate-one-sale
           end-if
           perform 20-read-file.
      *Explode a split sale for the simulation - the same share
      *arithmetic as 305/306, each share priced under its own rep
       725-simulate-split-sale.
           move st-sales to ws-sw-sales.
           move st-plan-code to ws-sw-plan-code.
           move st-split-count to ws-sw-count.
           move st-split-entry(1) to ws-sw-entry(1).
           move st-split-entry(2) to ws-sw-entry(2).
           move st-split-entry(3) to ws-sw-entry(3).
           move st-split-entry(4) to ws-sw-entry(4).
           move 0 to ws-sw-allocated.
           perform 726-simulate-one-share
             varying ws-split-sub from ws-one by ws-one
             until ws-split-sub > ws-sw-count.
      *Rebuild and price one share of the split, or count it
      *rejected where the live run would reject it
       726-simulate-one-share.
           if ws-split-sub < ws-sw-count then
               multiply ws-sw-sales by ws-sw-share(ws-split-sub)
                 giving ws-sw-amount-raw
               divide ws-sw-amount-raw by ws-hundred
                 giving ws-sw-amount
               add ws-sw-amount to ws-sw-allocated
           else
               subtract ws-sw-allocated from ws-sw-sales
                 giving ws-sw-amount
           end-if
           move ws-sw-sman-num(ws-split-sub) to sr-sman-num.
           move spaces to sr-name.
           move ws-sw-amount to sr-sales.
           move ws-sw-plan-code to sr-plan-code.
           move ws-yes to ws-record-valid.
           perform 30-check-termination.
           if ws-record-valid = ws-yes then
               perform 33-check-invoice-register
           end-if
           if ws-record-valid = ws-yes then
               perform 730-simulate-one-sale
           else
               add ws-one to ws-sim-reject-count
           end-if.
      *Price one sale under the live plan and control, then under
      *the proposed ones, each side carrying its own running
      *year-to-date and draw balance for the rep
       730-simulate-one-sale.
           if ws-sim-rep-started not = ws-yes
              or sr-sman-num not = ws-sr-sman-num then
               perform 740-start-simulation-rep
           end-if
           add ws-one to ws-sim-priced-count.
           move ws-plan-min to ws-sp-min.
           move ws-plan-max to ws-sp-max.
           move ws-plan-rate to ws-sp-rate.
           move ws-bonus-sales-cap to ws-sp-cap.
           move ws-bonus-percent to ws-sp-percent.
           move ws-draw-recovery-limit to ws-sp-recovery-limit.
           move ws-sr-cur-ytd to ws-sp-ytd-before.
           move ws-sr-cur-draw to ws-sp-draw-opening.
           perform 750-price-simulated-sale.
           move ws-sp-ytd-after to ws-sr-cur-ytd.
           move ws-sp-draw-closing to ws-sr-cur-draw.
           add ws-sp-earned to ws-sr-cur-earned.
           add ws-sp-paid to ws-sr-cur-paid.
           move ws-sp-branch to ws-sr-cur-branch.
           add ws-sp-draw-added to ws-sd-cur-added.
           add ws-sp-draw-recovered to ws-sd-cur-recovered.
           perform 760-resolve-proposed-plan.
           if ws-sim-prop-valid = ws-yes then
               move pp-min to ws-sp-min
               move pp-max to ws-sp-max
               move pp-rate to ws-sp-rate
               move ws-prop-bonus-sales-cap to ws-sp-cap
               move ws-prop-bonus-percent to ws-sp-percent
               move ws-prop-draw-recovery-limit to ws-sp-recovery-limit
               move ws-sr-prop-ytd to ws-sp-ytd-before
               move ws-sr-prop-draw to ws-sp-draw-opening
               perform 750-price-simulated-sale
               move ws-sp-ytd-after to ws-sr-prop-ytd
               move ws-sp-draw-closing to ws-sr-prop-draw
               add ws-sp-earned to ws-sr-prop-earned
               add ws-sp-paid to ws-sr-prop-paid
               move ws-sp-branch to ws-sr-prop-branch
               add ws-sp-draw-added to ws-sd-prop-added
               add ws-sp-draw-recovered to ws-sd-prop-recovered
               add ws-one
                 to ws-sim-move-count(ws-sr-cur-branch ws-sp-branch)
               if ws-sp-branch not = ws-sr-cur-branch then
                   add ws-one to ws-sim-moved-count
                   move ws-yes to ws-sr-moved
               end-if
           else
               add ws-one to ws-sim-unpriced-count
           end-if.
      *A new salesperson - print the last one's comparison line,
      *close the region if this rep starts another, and load this
      *rep's year-to-date and draw balance as the files stand
       740-start-simulation-rep.
           if ws-sim-rep-started = ws-yes then
               perform 745-write-simulation-rep-line
           end-if
           move sr-sale-date to ws-territory-date.
           perform 505-lookup-salesperson-master.
           if ws-sim-rep-started = ws-yes
              and ws-looked-up-region not = ws-sim-region then
               perform 746-write-simulation-region-line
           end-if
           move ws-looked-up-region to ws-sim-region.
           move ws-yes to ws-sim-rep-started.
           move sr-sman-num to ws-sr-sman-num.
           move ws-looked-up-name to ws-sr-name.
           add ws-one to ws-sr-sman-num giving ws-sim-carry-sub.
           if ws-sc-seen(ws-sim-carry-sub) = ws-yes then
               move ws-sc-cur-ytd(ws-sim-carry-sub) to ws-sr-cur-ytd
               move ws-sc-prop-ytd(ws-sim-carry-sub) to ws-sr-prop-ytd
               move ws-sc-cur-draw(ws-sim-carry-sub)
                 to ws-sr-draw-opening
               move ws-sc-cur-draw(ws-sim-carry-sub) to ws-sr-cur-draw
               move ws-sc-prop-draw(ws-sim-carry-sub)
                 to ws-sr-prop-draw
           else
               add ws-one to ws-sim-rep-count
               move ws-yes to ws-sc-seen(ws-sim-carry-sub)
               perform 311-lookup-ytd-sales
               move ws-ytd-before to ws-sr-cur-ytd
               move ws-ytd-before to ws-sr-prop-ytd
               perform 313-lookup-draw-balance
               move ws-draw-opening to ws-sr-draw-opening
               move ws-draw-opening
                 to ws-sc-draw-opening(ws-sim-carry-sub)
               move ws-draw-opening to ws-sr-cur-draw
               move ws-draw-opening to ws-sr-prop-draw
           end-if
           move 0 to ws-sr-cur-earned.
           move 0 to ws-sr-prop-earned.
           move 0 to ws-sr-cur-paid.
           move 0 to ws-sr-prop-paid.
           move 0 to ws-sr-cur-branch.
           move 0 to ws-sr-prop-branch.
           move "n" to ws-sr-moved.
      *Print the salesperson's side-by-side line - the branch shown
      *is the one the rep's last sale priced under - and roll it into
      *the region, carrying the rep's running figures forward in case
      *more of their sales follow under another region
       745-write-simulation-rep-line.
           add ws-one to ws-sr-sman-num giving ws-sim-carry-sub.
           move ws-sr-cur-ytd to ws-sc-cur-ytd(ws-sim-carry-sub).
           move ws-sr-prop-ytd to ws-sc-prop-ytd(ws-sim-carry-sub).
           move ws-sr-cur-draw to ws-sc-cur-draw(ws-sim-carry-sub).
           move ws-sr-prop-draw to ws-sc-prop-draw(ws-sim-carry-sub).
           if ws-sr-moved = ws-yes
              and ws-sc-moved(ws-sim-carry-sub) not = ws-yes then
               add ws-one to ws-sim-reps-moved-count
               move ws-yes to ws-sc-moved(ws-sim-carry-sub)
           end-if
           move spaces to ws-sim-detail-line.
           move ws-sr-sman-num to ws-sim-num-dl.
           move ws-sr-name to ws-sim-name-dl.
           move ws-sim-region to ws-sim-region-dl.
           move ws-sr-cur-earned to ws-sim-cur-earned-dl.
           move ws-sr-prop-earned to ws-sim-prop-earned-dl.
           move ws-sr-cur-paid to ws-sim-cur-paid-dl.
           move ws-sr-prop-paid to ws-sim-prop-paid-dl.
           subtract ws-sr-cur-paid from ws-sr-prop-paid
             giving ws-sim-paid-change.
           move ws-sim-paid-change to ws-sim-change-dl.
           if ws-sr-cur-branch > 0 then
               move ws-sim-branch-name(ws-sr-cur-branch)
                 to ws-sim-cur-branch-dl
           end-if
           if ws-sr-prop-branch > 0 then
               move ws-sim-branch-name(ws-sr-prop-branch)
                 to ws-sim-prop-branch-dl
           else
               move "UNPRICED" to ws-sim-prop-branch-dl
           end-if
           move ws-sr-draw-opening to ws-sim-draw-opening-dl.
           move ws-sr-cur-draw to ws-sim-cur-draw-dl.
           move ws-sr-prop-draw to ws-sim-prop-draw-dl.
           write sim-report-line from ws-sim-detail-line
             after advancing ws-one line.
           add ws-sr-cur-earned to ws-sg-cur-earned.
           add ws-sr-prop-earned to ws-sg-prop-earned.
           add ws-sr-cur-paid to ws-sg-cur-paid.
           add ws-sr-prop-paid to ws-sg-prop-paid.
           add ws-sr-draw-opening to ws-sg-draw-opening.
           add ws-sr-cur-draw to ws-sg-cur-draw.
           add ws-sr-prop-draw to ws-sg-prop-draw.
      *Print the region's comparison subtotal and roll it into the
      *grand total
       746-write-simulation-region-line.
           move spaces to ws-sim-detail-line.
           move "REGION TOTAL" to ws-sim-name-dl.
           move ws-sim-region to ws-sim-region-dl.
           move ws-sg-cur-earned to ws-sim-cur-earned-dl.
           move ws-sg-prop-earned to ws-sim-prop-earned-dl.
           move ws-sg-cur-paid to ws-sim-cur-paid-dl.
           move ws-sg-prop-paid to ws-sim-prop-paid-dl.
           subtract ws-sg-cur-paid from ws-sg-prop-paid
             giving ws-sim-paid-change.
           move ws-sim-paid-change to ws-sim-change-dl.
           move ws-sg-draw-opening to ws-sim-draw-opening-dl.
           move ws-sg-cur-draw to ws-sim-cur-draw-dl.
           move ws-sg-prop-draw to ws-sim-prop-draw-dl.
           write sim-report-line from ws-sim-detail-line
             after advancing ws-two lines.
           move spaces to sim-report-line.
           write sim-report-line after advancing ws-one line.
           add ws-sg-cur-earned to ws-st-cur-earned.
           add ws-sg-prop-earned to ws-st-prop-earned.
           add ws-sg-cur-paid to ws-st-cur-paid.
           add ws-sg-prop-paid to ws-st-prop-paid.
           add ws-sg-draw-opening to ws-st-draw-opening.
           add ws-sg-cur-draw to ws-st-cur-draw.
           add ws-sg-prop-draw to ws-st-prop-draw.
           move 0 to ws-sg-cur-earned ws-sg-prop-earned
             ws-sg-cur-paid ws-sg-prop-paid
             ws-sg-draw-opening ws-sg-cur-draw ws-sg-prop-draw.
      *Price one sale under the plan and control values loaded into
      *ws-sim-price - the same arithmetic as 310-calculate-earned,
      *320-calculate-paid and 315-apply-draw-ledger, with none of
      *their posting, counting or printing, so either plan can be
      *priced without disturbing the other or the files
       750-price-simulated-sale.
           add sr-sales to ws-sp-ytd-before giving ws-sp-ytd-after.
           move 0 to ws-sp-over.
           divide ws-sp-rate by ws-hundred giving ws-sp-rate-decimal.
           multiply sr-sales by ws-sp-rate-decimal
             giving ws-sp-earned rounded.
           if ws-sp-ytd-after <= ws-sp-cap then
               move "n" to ws-sp-bonus
           else
               move ws-yes to ws-sp-bonus
               if ws-sp-ytd-before >= ws-sp-cap then
                   move sr-sales to ws-sp-over-base
               else
                   subtract ws-sp-cap from ws-sp-ytd-after
                     giving ws-sp-over-base
               end-if
               multiply ws-sp-over-base by ws-sp-percent
                 giving ws-sp-over rounded
               add ws-sp-over to ws-sp-earned
           end-if
           if ws-sp-bonus = ws-yes then
               if ws-sp-earned > ws-sp-max then
                   move ws-sp-max to ws-sp-paid
                   move 3 to ws-sp-branch
               else
                   move ws-sp-earned to ws-sp-paid
                   move 2 to ws-sp-branch
               end-if
           else
               if ws-sp-earned >= ws-sp-min then
                   move ws-sp-earned to ws-sp-paid
                   move 1 to ws-sp-branch
               else
                   move ws-sp-min to ws-sp-paid
                   move 4 to ws-sp-branch
               end-if
           end-if
           perform 755-price-simulated-draw.
      *The draw ledger movement for the sale just priced
       755-price-simulated-draw.
           move 0 to ws-sp-draw-added.
           move 0 to ws-sp-draw-recovered.
           move ws-sp-draw-opening to ws-sp-draw-closing.
           if ws-sp-branch = 4 then
               subtract ws-sp-earned from ws-sp-min
                 giving ws-sp-draw-added
               add ws-sp-draw-added to ws-sp-draw-closing
           else
               if ws-sp-draw-opening > 0
                  and ws-sp-paid > ws-sp-min then
                   subtract ws-sp-min from ws-sp-paid
                     giving ws-sp-draw-room
                   if ws-sp-draw-room > ws-sp-recovery-limit then
                       move ws-sp-recovery-limit to ws-sp-draw-room
                   end-if
                   if ws-sp-draw-room > ws-sp-draw-opening then
                       move ws-sp-draw-opening to ws-sp-draw-room
                   end-if
                   move ws-sp-draw-room to ws-sp-draw-recovered
                   subtract ws-sp-draw-recovered from ws-sp-paid
                   subtract ws-sp-draw-recovered from ws-sp-draw-closing
               end-if
           end-if.
      *Resolve the sale's plan code on the proposed plan table with
      *the same in-effect and sanity checks 29-check-plan-in-effect
      *makes - a sale the proposed table cannot price is counted, and
      *left out of the proposed side
       760-resolve-proposed-plan.
           move "n" to ws-sim-prop-valid.
           move sr-plan-code to pp-plan-code.
           read proposed-plan-file
               invalid key
                   continue
           end-read
           if ws-file-status-prop-plan = "00" then
               if sr-sale-date >= pp-eff-from
                  and sr-sale-date <= pp-eff-to
                  and pp-min > 0 and pp-max > 0
                  and pp-min <= pp-max
                  and pp-rate > 0
                  and pp-rate <= ws-max-sane-rate then
                   move ws-yes to ws-sim-prop-valid
               end-if
           end-if.
      *Print the grand total, the draw ledger movement under each
      *plan, the branch movement and the run counts
       780-write-simulation-totals.
           perform 781-total-carried-draws.
           move spaces to ws-sim-detail-line.
           move "ALL REGIONS" to ws-sim-name-dl.
           move ws-st-cur-earned to ws-sim-cur-earned-dl.
           move ws-st-prop-earned to ws-sim-prop-earned-dl.
           move ws-st-cur-paid to ws-sim-cur-paid-dl.
           move ws-st-prop-paid to ws-sim-prop-paid-dl.
           subtract ws-st-cur-paid from ws-st-prop-paid
             giving ws-sim-paid-change.
           move ws-sim-paid-change to ws-sim-change-dl.
           move ws-st-draw-opening to ws-sim-draw-opening-dl.
           move ws-st-cur-draw to ws-sim-cur-draw-dl.
           move ws-st-prop-draw to ws-sim-prop-draw-dl.
           write sim-report-line from ws-sim-detail-line
             after advancing ws-two lines.
           write sim-report-line from ws-sim-draw-heading
             after advancing ws-two lines.
           move "DRAW ADDED BY FLOORED CHECKS" to ws-sim-draw-label.
           move ws-sd-cur-added to ws-sim-draw-cur-rl.
           move ws-sd-prop-added to ws-sim-draw-prop-rl.
           write sim-report-line from ws-sim-draw-line
             after advancing ws-one line.
           move "DRAW RECOVERED FROM CHECKS" to ws-sim-draw-label.
           move ws-sd-cur-recovered to ws-sim-draw-cur-rl.
           move ws-sd-prop-recovered to ws-sim-draw-prop-rl.
           write sim-report-line from ws-sim-draw-line
             after advancing ws-one line.
           move "DRAW BALANCES AFTER THE CYCLE" to ws-sim-draw-label.
           move ws-st-cur-draw to ws-sim-draw-cur-rl.
           move ws-st-prop-draw to ws-sim-draw-prop-rl.
           write sim-report-line from ws-sim-draw-line
             after advancing ws-one line.
           write sim-report-line from ws-sim-movement-heading
             after advancing ws-two lines.
           write sim-report-line from ws-sim-movement-columns
             after advancing ws-one line.
           perform 785-write-movement-row
             varying ws-sim-row from ws-one by ws-one
             until ws-sim-row > 4.
           move "NUMBER OF SALESPEOPLE CHANGING BRANCH"
             to ws-sim-count-label.
           move ws-sim-reps-moved-count to ws-sim-count-rl.
           write sim-report-line from ws-sim-count-line
             after advancing ws-two lines.
           move "NUMBER OF SALES CHANGING BRANCH" to ws-sim-count-label.
           move ws-sim-moved-count to ws-sim-count-rl.
           write sim-report-line from ws-sim-count-line
             after advancing ws-one line.
           move "NUMBER OF SALESPEOPLE COMPARED" to ws-sim-count-label.
           move ws-sim-rep-count to ws-sim-count-rl.
           write sim-report-line from ws-sim-count-line
             after advancing ws-two lines.
           move "NUMBER OF SALES PRICED" to ws-sim-count-label.
           move ws-sim-priced-count to ws-sim-count-rl.
           write sim-report-line from ws-sim-count-line
             after advancing ws-one line.
           move "NUMBER REJECTED BY VALIDATION" to ws-sim-count-label.
           move ws-sim-reject-count to ws-sim-count-rl.
           write sim-report-line from ws-sim-count-line
             after advancing ws-one line.
           move "NOT PRICEABLE UNDER PROPOSED PLAN"
             to ws-sim-count-label.
           move ws-sim-unpriced-count to ws-sim-count-rl.
           write sim-report-line from ws-sim-count-line
             after advancing ws-one line.
      *The all-regions draw balances come from each rep's carried
      *figures, not the region lines - a rep split across two regions
      *shows in both region lines but has only one balance
       781-total-carried-draws.
           move 0 to ws-st-draw-opening.
           move 0 to ws-st-cur-draw.
           move 0 to ws-st-prop-draw.
           perform 782-add-one-carried-rep
             varying ws-sim-carry-sub from ws-one by ws-one
             until ws-sim-carry-sub > 1000.
       782-add-one-carried-rep.
           if ws-sc-seen(ws-sim-carry-sub) = ws-yes then
               add ws-sc-draw-opening(ws-sim-carry-sub)
                 to ws-st-draw-opening
               add ws-sc-cur-draw(ws-sim-carry-sub) to ws-st-cur-draw
               add ws-sc-prop-draw(ws-sim-carry-sub) to ws-st-prop-draw
           end-if.
      *Print one row of the branch movement table
       785-write-movement-row.
           move spaces to ws-sim-movement-line.
           move ws-sim-branch-name(ws-sim-row) to ws-sim-move-name-rl.
           perform 786-write-movement-cell
             varying ws-sim-col from ws-one by ws-one
             until ws-sim-col > 4.
           write sim-report-line from ws-sim-movement-line
             after advancing ws-one line.
      *Fill one cell of the branch movement row
       786-write-movement-cell.
           move ws-sim-move-count(ws-sim-row ws-sim-col)
             to ws-sim-move-count-rl(ws-sim-col).
      *Close the simulation's files - the checkpoint and the cycle
      *control record are left exactly as the simulation found them -
      *and empty the run parameter file, so the next run posts
       795-close-simulation-files.
           close sales-file
             salesperson-master-file
             territory-file
             commission-plan-file
             proposed-plan-file
             invoice-register-file
             ytd-file
             draw-file
             sim-report-file.
           open output run-parm-file.
           close run-parm-file.
           goback.
      *Close the input and output files
       600-close-files.
           perform 28-clear-checkpoint.
             checkpoint-file
             commission-plan-file
             salesperson-master-file
             territory-file
             audit-file
             history-file
             payroll-file
             control-report-file
             journal-file
             run-history-file
             override-work-file
             suspense-file
             invoice-register-file.
           goback.
      *
       end program A3-SalesComm.
