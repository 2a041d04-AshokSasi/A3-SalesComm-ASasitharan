       identification division.
       program-id. A3-SuspenseMaint.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program applies the branches' correction, release and
      *write-off transactions against the suspense file, where
      *A3-SalesSort parks the records of a held batch, records outside
      *a batch envelope and duplicates it pulls, and A3-SalesComm
      *parks every record it rejects. A correction replaces the
      *suspended record with the branch's corrected image, a release
      *sends the record back as it stands, and either way the item is
      *picked up by the next A3-SalesSort and flows into that cycle's
      *A3-Sorted.dat. A write-off closes the item with no payment. A
      *branch may only act on its own items, and every transaction is
      *printed before/after, or rejected with its reason, for the
      *branch and commissions to sign off
       environment division.
      *
       input-output section.
       file-control.
      *Suspense transaction file sent in by the branches - one action
      *per record (C=correct, R=release as is, W=write off)
           select suspense-trans-file
               assign to "../../../data/A3-SuspenseTrans.dat"
               organization is line sequential.
      *Suspense file - same layout and key A3-SalesSort and
      *A3-SalesComm write
           select suspense-file
               assign to "../../../data/A3-Suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is su-key
               file status is ws-file-status-suspense.
      *Before/after suspense maintenance report for sign-off
           select suspense-report-file
               assign to "../../../data/A3-SuspenseMaint.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd suspense-trans-file
           data record is suspense-trans-rec
           record contains 73 characters.
      *Transaction record - action byte, the branch sending it, the
      *suspense item key as printed on the aging report, and on a
      *correction the corrected sale record in the A3.dat layout
       01 suspense-trans-rec.
         05 tx-action                   pic x.
         05 tx-branch                   pic x(2).
         05 tx-item-key.
           10 tx-cycle                  pic x(6).
           10 tx-source                 pic x.
           10 tx-rec-num                pic x(6).
           10 tx-share                  pic x.
         05 tx-corrected-rec            pic x(56).
      *
       fd suspense-file
           data record is suspense-rec.
      *Suspense item - status "O" open in suspense, "R" corrected or
      *released by the branch and waiting for the next sort, "X"
      *resubmitted into a later cycle, "W" written off
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
       fd suspense-report-file
           data record is suspense-report-line
           record contains 152 characters.
      *
       01 suspense-report-line pic x(152).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-file-status-suspense pic xx value spaces.
       01 ws-trans-valid pic x value 'y'.
       01 ws-item-found pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *Wide enough for the longest reason text in 330-validate-trans -
      *"ITEM ALREADY RESUBMITTED OR WRITTEN OFF" is 39 chars
       01 ws-reject-reason pic x(42) value spaces.
      *Saved image of the suspense item before the transaction is
      *applied, so the report can show the before and after views
       01 ws-before-image.
         05 ws-bi-branch                pic x(2).
         05 ws-bi-status                pic x.
         05 ws-bi-sales-rec             pic x(56).
      * Counter variables
       01 ws-counters.
         05 ws-trans-read-count         pic 9(4) value 0.
         05 ws-correct-count            pic 9(4) value 0.
         05 ws-release-count            pic 9(4) value 0.
         05 ws-writeoff-count           pic 9(4) value 0.
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
         05 ws-title-h2                pic x(27) value
                              "SUSPENSE MAINTENANCE REPORT".
         05 filler                     pic x(4) value spaces.
         05 ws-run-date-h2             pic x(8).
      *
       01 ws-heading3-headings.
         05 ws-act-h3                  pic x(6) value "ACTION".
         05 filler                     pic x(3) value spaces.
         05 ws-item-h3                 pic x(14) value "SUSPENSE ITEM".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h3                 pic x(6) value "IMAGE ".
         05 filler                     pic x(3) value spaces.
         05 ws-br-h3                   pic x(2) value "BR".
         05 filler                     pic x(3) value spaces.
         05 ws-st-h3                   pic x(2) value "ST".
         05 filler                     pic x(3) value spaces.
         05 ws-rec-h3                  pic x(56) value "SALE RECORD".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h3                 pic x(11) value "DISPOSITION".
      *
       01 ws-heading4-underlines.
         05 ws-act-h4                  pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-item-h4                 pic x(14)
                                       value "--------------".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h4                 pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-br-h4                   pic x(2) value "--".
         05 filler                     pic x(3) value spaces.
         05 ws-st-h4                   pic x(2) value "--".
         05 filler                     pic x(3) value spaces.
         05 ws-rec-h4                  pic x(36) value
                              "------------------------------------".
         05 filler                     pic x(20)
                                       value "--------------------".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h4                 pic x(11) value "-----------".
      *Report detail line - one line for the before image (when there
      *is one) and one for the after image per applied transaction
       01 ws-susp-detail-line.
         05 ws-act-dl                  pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-item-dl                 pic x(14).
         05 filler                     pic x(3) value spaces.
         05 ws-view-dl                 pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-br-dl                   pic x(2).
         05 filler                     pic x(3) value spaces.
         05 ws-st-dl                   pic x(2).
         05 filler                     pic x(3) value spaces.
         05 ws-rec-dl                  pic x(56).
         05 filler                     pic x(3) value spaces.
         05 ws-disp-dl                 pic x(42).
      * Output for number of transactions read
       01 ws-trans-read-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF TRANSACTIONS READ".
         05 ws-trans-read-rl           pic ZZZ9.
      * Output for number of corrections applied
       01 ws-corrects-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF CORRECTIONS APPLIED".
         05 ws-corrects-rl             pic ZZZ9.
      * Output for number of releases applied
       01 ws-releases-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF RELEASES APPLIED".
         05 ws-releases-rl             pic ZZZ9.
      * Output for number of write-offs applied
       01 ws-writeoffs-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF WRITE-OFFS APPLIED".
         05 ws-writeoffs-rl            pic ZZZ9.
      * Output for number of transactions rejected
       01 ws-rejects-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF TRANSACTIONS REJECTED".
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
      *Open the transaction input, the suspense file (created empty
      *on first use, the same way A3-SalesSort creates it), and the
      *maintenance report output
       10-open-files.
           open input suspense-trans-file.
           open i-o suspense-file.
           if ws-file-status-suspense = "35" then
               open output suspense-file
               close suspense-file
               open i-o suspense-file
           end-if
           open output suspense-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      * Read the transaction file until the end of file is reached
       20-read-trans-file.
           read suspense-trans-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-trans-read-count
           end-if.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-run-date-h2.
           write suspense-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write suspense-report-line from spaces.
           write suspense-report-line from ws-heading2-title.
           write suspense-report-line from spaces.
           write suspense-report-line from ws-heading3-headings.
           write suspense-report-line from ws-heading4-underlines.
      *Validate and apply one transaction, then read the next
       300-process-transaction.
           perform 330-validate-trans.
           if ws-trans-valid = ws-yes then
               if tx-action = "C" then
                   perform 340-apply-correction
               else
                   if tx-action = "R" then
                       perform 350-apply-release
                   else
                       perform 360-apply-writeoff
                   end-if
               end-if
           else
               perform 370-write-reject-line
           end-if
           perform 20-read-trans-file.
      *Validate a transaction before it is allowed to touch the
      *suspense file. The item must be on file and belong to the
      *branch sending the transaction - an item suspended outside any
      *batch envelope has no branch yet and is claimed by the first
      *branch to act on it. Only an open item may be released, a
      *correction may also replace an earlier correction the next
      *sort has not yet picked up, and nothing may touch an item
      *already resubmitted or written off
       330-validate-trans.
           move ws-yes to ws-trans-valid
           move spaces to ws-reject-reason
           move "n" to ws-item-found
           if tx-action not = "C" and tx-action not = "R"
              and tx-action not = "W" then
               move "n" to ws-trans-valid
               move "ACTION NOT C/R/W" to ws-reject-reason
           else
               if tx-branch = spaces then
                   move "n" to ws-trans-valid
                   move "BLANK SENDING BRANCH" to ws-reject-reason
               else
                   if tx-cycle is not numeric
                      or tx-rec-num is not numeric
                      or tx-share is not numeric
                      or (tx-source not = "S" and tx-source not = "C")
                      then
                       move "n" to ws-trans-valid
                       move "MALFORMED SUSPENSE ITEM KEY"
                         to ws-reject-reason
                   else
                       perform 335-lookup-item
                       if ws-item-found not = ws-yes then
                           move "n" to ws-trans-valid
                           move "ITEM NOT ON SUSPENSE FILE"
                             to ws-reject-reason
                       else
                           perform 336-validate-item-state
                       end-if
                   end-if
               end-if
           end-if
           if ws-trans-valid = ws-yes and tx-action = "C" then
               perform 337-validate-correction
           end-if.
      *Read the suspense file for this transaction's item, saving the
      *current image for the report's before line
       335-lookup-item.
           move tx-item-key to su-key.
           read suspense-file
               invalid key
                   move "n" to ws-item-found
                   move spaces to ws-before-image
               not invalid key
                   move ws-yes to ws-item-found
                   move su-branch to ws-bi-branch
                   move su-status to ws-bi-status
                   move su-sales-rec to ws-bi-sales-rec
           end-read.
      *The item must belong to the sending branch and still be open
      *to the action asked for
       336-validate-item-state.
           if su-branch not = spaces
              and su-branch not = tx-branch then
               move "n" to ws-trans-valid
               move "ITEM BELONGS TO ANOTHER BRANCH"
                 to ws-reject-reason
           else
               if su-status = "X" or su-status = "W" then
                   move "n" to ws-trans-valid
                   move "ITEM ALREADY RESUBMITTED OR WRITTEN OFF"
                     to ws-reject-reason
               else
                   if tx-action = "R" and su-status = "R" then
                       move "n" to ws-trans-valid
                       move "ITEM ALREADY RELEASED FOR NEXT CYCLE"
                         to ws-reject-reason
                   end-if
               end-if
           end-if.
      *A correction must carry a record the next sort can at least
      *key - a numeric salesperson number, or an "S" split record.
      *Everything else is left to A3-SalesComm's own validation,
      *which sends a still-bad record back into suspense
       337-validate-correction.
           if tx-corrected-rec = spaces then
               move "n" to ws-trans-valid
               move "CORRECTION WITH BLANK RECORD" to ws-reject-reason
           else
               if tx-corrected-rec(1:1) not = "S"
                  and tx-corrected-rec(1:3) is not numeric then
                   move "n" to ws-trans-valid
                   move "CORRECTED RECORD SMAN-NUM NOT NUMERIC"
                     to ws-reject-reason
               end-if
           end-if.
      *Replace the suspended record with the branch's corrected
      *image and queue it for the next sort
       340-apply-correction.
           move tx-corrected-rec to su-sales-rec.
           move tx-corrected-rec(1:3) to su-sman-num.
           move tx-branch to su-branch.
           move "R" to su-status.
           move ws-run-date-num to su-action-date.
           rewrite suspense-rec.
           add ws-one to ws-correct-count.
           perform 375-write-before-line.
           move "APPLIED - CORRECTED FOR NEXT CYCLE" to ws-disp-dl.
           perform 380-write-after-line.
      *Queue the suspended record for the next sort as it stands
       350-apply-release.
           move tx-branch to su-branch.
           move "R" to su-status.
           move ws-run-date-num to su-action-date.
           rewrite suspense-rec.
           add ws-one to ws-release-count.
           perform 375-write-before-line.
           move "APPLIED - RELEASED FOR NEXT CYCLE" to ws-disp-dl.
           perform 380-write-after-line.
      *Close the item with no payment - it stays on file, written
      *off, so the aging report and the audit trail can still see it
       360-apply-writeoff.
           move tx-branch to su-branch.
           move "W" to su-status.
           move ws-run-date-num to su-action-date.
           rewrite suspense-rec.
           add ws-one to ws-writeoff-count.
           perform 375-write-before-line.
           move "APPLIED - WRITTEN OFF, NOT PAID" to ws-disp-dl.
           perform 380-write-after-line.
      *Write the rejected transaction with its reason
       370-write-reject-line.
           add ws-one to ws-reject-count.
           move spaces to ws-susp-detail-line.
           move tx-action to ws-act-dl.
           move tx-item-key to ws-item-dl.
           move tx-branch to ws-br-dl.
           move tx-corrected-rec to ws-rec-dl.
           move ws-reject-reason to ws-disp-dl.
           write suspense-report-line from ws-susp-detail-line
             after advancing ws-two lines.
      *Write the before image of the suspense item
       375-write-before-line.
           move spaces to ws-susp-detail-line.
           move tx-action to ws-act-dl.
           move tx-item-key to ws-item-dl.
           move "BEFORE" to ws-view-dl.
           move ws-bi-branch to ws-br-dl.
           move ws-bi-status to ws-st-dl.
           move ws-bi-sales-rec to ws-rec-dl.
           write suspense-report-line from ws-susp-detail-line
             after advancing ws-two lines.
      *Write the after image of the suspense item as applied - the
      *disposition text is moved in by the paragraph applying it
       380-write-after-line.
           move tx-action to ws-act-dl.
           move tx-item-key to ws-item-dl.
           move "AFTER" to ws-view-dl.
           move su-branch to ws-br-dl.
           move su-status to ws-st-dl.
           move su-sales-rec to ws-rec-dl.
           write suspense-report-line from ws-susp-detail-line.
      * Print out the transaction counts for the sign-off totals
       510-write-totals.
           move ws-trans-read-count to ws-trans-read-rl.
           write suspense-report-line from ws-trans-read-report-line
             after advancing ws-two lines.
           move ws-correct-count to ws-corrects-rl.
           write suspense-report-line from ws-corrects-report-line
             after advancing ws-one line.
           move ws-release-count to ws-releases-rl.
           write suspense-report-line from ws-releases-report-line
             after advancing ws-one line.
           move ws-writeoff-count to ws-writeoffs-rl.
           write suspense-report-line from ws-writeoffs-report-line
             after advancing ws-one line.
           move ws-reject-count to ws-rejects-rl.
           write suspense-report-line from ws-rejects-report-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close suspense-trans-file
             suspense-file
             suspense-report-file.
           goback.
      *
       end program A3-SuspenseMaint.
