       identification division.
       program-id. A3-DisputeMaint.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program applies open/update/close transactions against
      *the commission dispute case file, so every dispute a rep
      *raises is on file under a case number from the day it comes in
      *until it is resolved. A case names the rep, the cycle being
      *disputed, the dollars claimed and the reason; it opens as "O"
      *open, goes to "U" under review when it is updated, and closes
      *as "A" resolved-adjusted or "N" resolved-no-change. A case
      *closed as adjusted must name the approval reference the
      *adjustment was posted under by A3-CommAdjust, and that
      *reference must be on the adjustment audit file for the same
      *rep - so a case cannot be marked paid on an adjustment that
      *never posted. Every change is printed before/after for sign-off
       environment division.
      *
       input-output section.
       file-control.
      *Dispute transaction file keyed in by commission support - one
      *action per record (O=open, U=update, C=close)
           select dispute-trans-file
               assign to "../../../data/A3-DisputeTrans.dat"
               organization is line sequential.
      *Dispute case file - keyed by case number
           select dispute-file
               assign to "../../../data/A3-Dispute.dat"
               organization is indexed
               access mode is dynamic
               record key is dp-case-num
               file status is ws-file-status-dispute.
      *Salesperson master - read only, a case must name a rep on it
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Adjustment audit file A3-CommAdjust keeps - read only, to prove
      *the adjustment a case is closed against
           select optional adjust-audit-file
               assign to "../../../data/A3-AdjustAudit.dat"
               organization is indexed
               access mode is dynamic
               record key is ad-key
               file status is ws-file-status-audit.
      *Before/after maintenance report for the sign-off
           select dispute-report-file
               assign to "../../../data/A3-DisputeMaint.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd dispute-trans-file
           data record is dispute-trans-rec
           record contains 66 characters.
      *Transaction record - action byte, case number, and the case
      *fields. An open carries them all; on an update a space-filled
      *amount or reason means "leave as is"; a close carries the
      *resolution (A or N) and, for an adjusted case, the approval
      *reference of the adjustment
       01 dispute-trans-rec.
         05 dt-action                   pic x.
         05 dt-case-num                 pic x(6).
         05 dt-sman-num                 pic x(3).
         05 dt-cycle                    pic x(6).
         05 dt-amount                   pic x(7).
         05 dt-reason                   pic x(30).
         05 dt-resolution               pic x.
         05 dt-reference                pic x(12).
      *
       fd dispute-file
           data record is dispute-rec.
      *Dispute case - the rep, the cycle disputed, the whole dollars
      *claimed and why; status "O" open, "U" under review, "A"
      *resolved-adjusted, "N" resolved-no-change; the dates it was
      *opened, last updated and closed; and for an adjusted case the
      *approval reference of the adjustment that settled it
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
       fd adjust-audit-file
           data record is adjust-audit-rec.
      *Adjustment audit record - same layout A3-CommAdjust writes
       01 adjust-audit-rec.
         05 ad-key.
           10 ad-sman-num               pic 999.
           10 ad-reference              pic x(12).
         05 ad-run-date                 pic 9(8).
         05 ad-cycle                    pic 9(6).
         05 ad-sign                     pic x.
         05 ad-amount                   pic 9(7).
         05 ad-reason-code              pic x(4).
         05 ad-ytd-paid-before          pic 9(9).
         05 ad-ytd-paid-after           pic 9(9).
      *
       fd dispute-report-file
           data record is dispute-report-line
           record contains 132 characters.
      *
       01 dispute-report-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-file-status-dispute pic xx value spaces.
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-audit pic xx value spaces.
       01 ws-trans-valid pic x value 'y'.
       01 ws-case-found pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *Wide enough for the longest reason text in 330-validate-trans -
      *"ADJUSTMENT NOT ON AUDIT FILE FOR THIS REP" is 41 chars
       01 ws-reject-reason pic x(44) value spaces.
       01 ws-new-amount pic 9(7) value 0.
      *Saved image of the case before an update/close is applied
       01 ws-before-image.
         05 ws-bi-sman-num              pic 999.
         05 ws-bi-cycle                 pic 9(6).
         05 ws-bi-amount-claimed        pic 9(7).
         05 ws-bi-status                pic x.
         05 ws-bi-opened-date           pic 9(8).
         05 ws-bi-closed-date           pic 9(8).
         05 ws-bi-adjust-reference      pic x(12).
      * Counter variables
       01 ws-counters.
         05 ws-trans-read-count         pic 9(4) value 0.
         05 ws-open-count               pic 9(4) value 0.
         05 ws-update-count             pic 9(4) value 0.
         05 ws-close-count              pic 9(4) value 0.
         05 ws-reject-count             pic 9(4) value 0.
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
         05 ws-title-h2                pic x(26) value
                              "DISPUTE MAINTENANCE REPORT".
         05 filler                     pic x(4) value spaces.
         05 ws-run-date-h2             pic x(8).
      *
       01 ws-heading3-headings.
         05 ws-act-h3                  pic x(6) value "ACTION".
         05 filler                     pic x(2) value spaces.
         05 ws-case-h3                 pic x(6) value "CASE".
         05 filler                     pic x(2) value spaces.
         05 ws-sman-h3                 pic x(4) value "SMAN".
         05 filler                     pic x(2) value spaces.
         05 ws-cycle-h3                pic x(6) value "CYCLE".
         05 filler                     pic x(2) value spaces.
         05 ws-claimed-h3              pic x(9) value "  CLAIMED".
         05 filler                     pic x(2) value spaces.
         05 ws-st-h3                   pic x(2) value "ST".
         05 filler                     pic x(2) value spaces.
         05 ws-opened-h3               pic x(8) value "OPENED".
         05 filler                     pic x(2) value spaces.
         05 ws-closed-h3               pic x(8) value "CLOSED".
         05 filler                     pic x(2) value spaces.
         05 ws-ref-h3                  pic x(12) value "ADJUSTMENT".
         05 filler                     pic x(2) value spaces.
         05 ws-view-h3                 pic x(6) value "IMAGE ".
         05 filler                     pic x(2) value spaces.
         05 ws-disp-h3                 pic x(11) value "DISPOSITION".
      *
       01 ws-heading4-underlines.
         05 ws-act-h4                  pic x(6) value "------".
         05 filler                     pic x(2) value spaces.
         05 ws-case-h4                 pic x(6) value "------".
         05 filler                     pic x(2) value spaces.
         05 ws-sman-h4                 pic x(4) value "----".
         05 filler                     pic x(2) value spaces.
         05 ws-cycle-h4                pic x(6) value "------".
         05 filler                     pic x(2) value spaces.
         05 ws-claimed-h4              pic x(9) value "---------".
         05 filler                     pic x(2) value spaces.
         05 ws-st-h4                   pic x(2) value "--".
         05 filler                     pic x(2) value spaces.
         05 ws-opened-h4               pic x(8) value "--------".
         05 filler                     pic x(2) value spaces.
         05 ws-closed-h4               pic x(8) value "--------".
         05 filler                     pic x(2) value spaces.
         05 ws-ref-h4                  pic x(12) value "------------".
         05 filler                     pic x(2) value spaces.
         05 ws-view-h4                 pic x(6) value "------".
         05 filler                     pic x(2) value spaces.
         05 ws-disp-h4                 pic x(11) value "-----------".
      *Report detail line - one line for the before image (when there
      *is one) and one for the after image per applied transaction
       01 ws-dispute-detail-line.
         05 ws-act-dl                  pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-case-dl                 pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-sman-dl                 pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-cycle-dl                pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-claimed-dl              pic Z,ZZZ,ZZ9.
         05 filler                     pic x(2) value spaces.
         05 ws-st-dl                   pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ws-opened-dl               pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-closed-dl               pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-ref-dl                  pic x(12).
         05 filler                     pic x(2) value spaces.
         05 ws-view-dl                 pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-disp-dl                 pic x(44).
      * Output for number of transactions read
       01 ws-trans-read-report-line.
         05 filler                     pic x(29)
                                value "NUMBER OF TRANSACTIONS READ".
         05 filler                     pic x(8) value spaces.
         05 ws-trans-read-rl           pic ZZZ9.
      * Output for number of cases opened
       01 ws-opens-report-line.
         05 filler                     pic x(22)
                                value "NUMBER OF CASES OPENED".
         05 filler                     pic x(15) value spaces.
         05 ws-opens-rl                pic ZZZ9.
      * Output for number of cases updated
       01 ws-updates-report-line.
         05 filler                     pic x(23)
                                value "NUMBER OF CASES UPDATED".
         05 filler                     pic x(14) value spaces.
         05 ws-updates-rl              pic ZZZ9.
      * Output for number of cases closed
       01 ws-closes-report-line.
         05 filler                     pic x(22)
                                value "NUMBER OF CASES CLOSED".
         05 filler                     pic x(15) value spaces.
         05 ws-closes-rl               pic ZZZ9.
      * Output for number of transactions rejected
       01 ws-rejects-report-line.
         05 filler                     pic x(31)
                                value "NUMBER OF TRANSACTIONS REJECTED".
         05 filler                     pic x(6) value spaces.
         05 ws-rejects-rl              pic ZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           perform 20-read-trans-file.
           perform 300-process-transaction
             until ws-eof-flag = ws-yes.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the transaction input, the case file (created empty on
      *first use, following how A3-SalesComm creates its keyed
      *files), the master, the adjustment audit file and the
      *maintenance report output
       10-open-files.
           open input dispute-trans-file.
           open i-o dispute-file.
           if ws-file-status-dispute = "35" then
               open output dispute-file
               close dispute-file
               open i-o dispute-file
           end-if
           open input salesperson-master-file.
           open input adjust-audit-file.
           open output dispute-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      * Read the transaction file until the end of file is reached
       20-read-trans-file.
           read dispute-trans-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-trans-read-count
           end-if.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-run-date-h2.
           write dispute-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write dispute-report-line from spaces.
           write dispute-report-line from ws-heading2-title.
           write dispute-report-line from spaces.
           write dispute-report-line from ws-heading3-headings.
           write dispute-report-line from ws-heading4-underlines.
      *Validate and apply one transaction, then read the next
       300-process-transaction.
           perform 330-validate-trans.
           if ws-trans-valid = ws-yes then
               if dt-action = "O" then
                   perform 340-apply-open
               else
                   if dt-action = "U" then
                       perform 350-apply-update
                   else
                       perform 360-apply-close
                   end-if
               end-if
           else
               perform 370-write-reject-line
           end-if
           perform 20-read-trans-file.
      *Validate a transaction before it is allowed to touch the case
      *file. An open must carry a new case number and a complete
      *case; an update or close must name a case still open
       330-validate-trans.
           move ws-yes to ws-trans-valid
           move spaces to ws-reject-reason
           move "n" to ws-case-found
           if dt-action not = "O" and dt-action not = "U"
              and dt-action not = "C" then
               move "n" to ws-trans-valid
               move "ACTION NOT O/U/C" to ws-reject-reason
           else
               if dt-case-num is not numeric then
                   move "n" to ws-trans-valid
                   move "CASE NUMBER NOT NUMERIC" to ws-reject-reason
               else
                   perform 335-lookup-case
                   if dt-action = "O" then
                       perform 336-validate-open
                   else
                       if ws-case-found not = ws-yes then
                           move "n" to ws-trans-valid
                           move "UPDATE/CLOSE - CASE NOT ON FILE"
                             to ws-reject-reason
                       else
                           if dp-status not = "O"
                              and dp-status not = "U" then
                               move "n" to ws-trans-valid
                               move "CASE ALREADY CLOSED"
                                 to ws-reject-reason
                           else
                               if dt-action = "U" then
                                   perform 337-validate-update
                               else
                                   perform 338-validate-close
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      *Read the case file for this transaction's case number, saving
      *the current image for the report's before line
       335-lookup-case.
           move dt-case-num to dp-case-num.
           read dispute-file
               invalid key
                   move "n" to ws-case-found
               not invalid key
                   move ws-yes to ws-case-found
                   move dp-sman-num to ws-bi-sman-num
                   move dp-cycle to ws-bi-cycle
                   move dp-amount-claimed to ws-bi-amount-claimed
                   move dp-status to ws-bi-status
                   move dp-opened-date to ws-bi-opened-date
                   move dp-closed-date to ws-bi-closed-date
                   move dp-adjust-reference to ws-bi-adjust-reference
           end-read.
      *An open must use a case number not on file and name a rep on
      *the master, a cycle, a positive amount and a reason
       336-validate-open.
           if ws-case-found = ws-yes then
               move "n" to ws-trans-valid
               move "DUPLICATE OPEN - CASE ALREADY ON FILE"
                 to ws-reject-reason
           else
               if dt-sman-num is not numeric then
                   move "n" to ws-trans-valid
                   move "SALESPERSON NUMBER NOT NUMERIC"
                     to ws-reject-reason
               else
                   move dt-sman-num to sm-sman-num
                   read salesperson-master-file
                       invalid key
                           move "n" to ws-trans-valid
                           move "SALESPERSON NOT ON MASTER"
                             to ws-reject-reason
                   end-read
               end-if
           end-if
           if ws-trans-valid = ws-yes then
               if dt-cycle is not numeric or dt-cycle = "000000" then
                   move "n" to ws-trans-valid
                   move "CYCLE DISPUTED MISSING OR NOT NUMERIC"
                     to ws-reject-reason
               else
                   perform 339-validate-amount
                   if ws-trans-valid = ws-yes
                      and dt-reason = spaces then
                       move "n" to ws-trans-valid
                       move "REASON MISSING" to ws-reject-reason
                   end-if
               end-if
           end-if.
      *An update may replace the amount claimed and the reason; a
      *rep number, when keyed, must be the case's own
       337-validate-update.
           if dt-sman-num not = spaces
              and dt-sman-num not = dp-sman-num then
               move "n" to ws-trans-valid
               move "SALESPERSON DOES NOT MATCH THE CASE"
                 to ws-reject-reason
           else
               if dt-amount not = spaces then
                   perform 339-validate-amount
               end-if
           end-if.
      *A close must say how the case was resolved. An adjusted case
      *must name an adjustment on the audit file for the case's rep;
      *a no-change case names none
       338-validate-close.
           if dt-resolution not = "A" and dt-resolution not = "N" then
               move "n" to ws-trans-valid
               move "RESOLUTION NOT A (ADJUSTED) OR N (NO CHANGE)"
                 to ws-reject-reason
           else
               if dt-resolution = "N" then
                   if dt-reference not = spaces then
                       move "n" to ws-trans-valid
                       move "NO-CHANGE CLOSE CARRIES NO ADJUSTMENT"
                         to ws-reject-reason
                   end-if
               else
                   if dt-reference = spaces then
                       move "n" to ws-trans-valid
                       move "ADJUSTED CLOSE MUST NAME THE ADJUSTMENT"
                         to ws-reject-reason
                   else
                       move dp-sman-num to ad-sman-num
                       move dt-reference to ad-reference
                       read adjust-audit-file
                           invalid key
                               move "n" to ws-trans-valid
                               move
                        "ADJUSTMENT NOT ON AUDIT FILE FOR THIS REP"
                                 to ws-reject-reason
                       end-read
                   end-if
               end-if
           end-if.
      *The amount claimed must be numeric and above zero
       339-validate-amount.
           if dt-amount is not numeric then
               move "n" to ws-trans-valid
               move "AMOUNT CLAIMED NON-NUMERIC OR MISSING"
                 to ws-reject-reason
           else
               move dt-amount to ws-new-amount
               if ws-new-amount = 0 then
                   move "n" to ws-trans-valid
                   move "AMOUNT CLAIMED ZERO" to ws-reject-reason
               end-if
           end-if.
      *Write a new open case and report the after image
       340-apply-open.
           move dt-case-num to dp-case-num.
           move dt-sman-num to dp-sman-num.
           move dt-cycle to dp-cycle.
           move ws-new-amount to dp-amount-claimed.
           move dt-reason to dp-reason.
           move "O" to dp-status.
           move ws-run-date-num to dp-opened-date.
           move ws-run-date-num to dp-updated-date.
           move 0 to dp-closed-date.
           move spaces to dp-adjust-reference.
           write dispute-rec.
           add ws-one to ws-open-count.
           perform 380-write-after-line.
      *Put the case under review with any new amount or reason, and
      *report the before and after images
       350-apply-update.
           if dt-amount not = spaces then
               move ws-new-amount to dp-amount-claimed
           end-if
           if dt-reason not = spaces then
               move dt-reason to dp-reason
           end-if
           move "U" to dp-status.
           move ws-run-date-num to dp-updated-date.
           rewrite dispute-rec.
           add ws-one to ws-update-count.
           perform 375-write-before-line.
           perform 380-write-after-line.
      *Close the case as resolved and report the before and after
      *images
       360-apply-close.
           move dt-resolution to dp-status.
           move dt-reference to dp-adjust-reference.
           move ws-run-date-num to dp-closed-date.
           move ws-run-date-num to dp-updated-date.
           rewrite dispute-rec.
           add ws-one to ws-close-count.
           perform 375-write-before-line.
           perform 380-write-after-line.
      *Write the rejected transaction with its reason
       370-write-reject-line.
           add ws-one to ws-reject-count.
           move spaces to ws-dispute-detail-line.
           move dt-action to ws-act-dl.
           move dt-case-num to ws-case-dl.
           move dt-sman-num to ws-sman-dl.
           move dt-cycle to ws-cycle-dl.
           move dt-reference to ws-ref-dl.
           move ws-reject-reason to ws-disp-dl.
           write dispute-report-line from ws-dispute-detail-line
             after advancing ws-two lines.
      *Write the before image of the case being updated/closed
       375-write-before-line.
           move spaces to ws-dispute-detail-line.
           move dt-action to ws-act-dl.
           move dp-case-num to ws-case-dl.
           move ws-bi-sman-num to ws-sman-dl.
           move ws-bi-cycle to ws-cycle-dl.
           move ws-bi-amount-claimed to ws-claimed-dl.
           move ws-bi-status to ws-st-dl.
           move ws-bi-opened-date to ws-opened-dl.
           if ws-bi-closed-date > 0 then
               move ws-bi-closed-date to ws-closed-dl
           end-if
           move ws-bi-adjust-reference to ws-ref-dl.
           move "BEFORE" to ws-view-dl.
           write dispute-report-line from ws-dispute-detail-line
             after advancing ws-two lines.
      *Write the after image of the case as applied
       380-write-after-line.
           move spaces to ws-dispute-detail-line.
           move dt-action to ws-act-dl.
           move dp-case-num to ws-case-dl.
           move dp-sman-num to ws-sman-dl.
           move dp-cycle to ws-cycle-dl.
           move dp-amount-claimed to ws-claimed-dl.
           move dp-status to ws-st-dl.
           move dp-opened-date to ws-opened-dl.
           if dp-closed-date > 0 then
               move dp-closed-date to ws-closed-dl
           end-if
           move dp-adjust-reference to ws-ref-dl.
           move "AFTER" to ws-view-dl.
           move "APPLIED" to ws-disp-dl.
           if dt-action = "O" then
               write dispute-report-line from ws-dispute-detail-line
                 after advancing ws-two lines
           else
               write dispute-report-line from ws-dispute-detail-line
           end-if.
      * Print out the transaction counts for the sign-off totals
       510-write-totals.
           move ws-trans-read-count to ws-trans-read-rl.
           write dispute-report-line from ws-trans-read-report-line
             after advancing ws-two lines.
           move ws-open-count to ws-opens-rl.
           write dispute-report-line from ws-opens-report-line
             after advancing ws-one line.
           move ws-update-count to ws-updates-rl.
           write dispute-report-line from ws-updates-report-line
             after advancing ws-one line.
           move ws-close-count to ws-closes-rl.
           write dispute-report-line from ws-closes-report-line
             after advancing ws-one line.
           move ws-reject-count to ws-rejects-rl.
           write dispute-report-line from ws-rejects-report-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close dispute-trans-file
             dispute-file
             salesperson-master-file
             adjust-audit-file
             dispute-report-file.
           goback.
      *
       end program A3-DisputeMaint.
