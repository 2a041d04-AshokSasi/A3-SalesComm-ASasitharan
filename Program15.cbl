       identification division.
       program-id. A3-CommAdjust.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program posts approved manual commission adjustments -
      *spiffs, sales-contest prizes and corrections for a mispriced
      *sale - so money paid outside a priced sale still lands on the
      *year-to-date file, the GL and payroll instead of being paid
      *around the system. Each transaction carries the rep, a whole
      *dollar amount, C to credit (pay the rep) or D to debit (take
      *it back), a reason code and the approval reference. An
      *accepted adjustment posts to yf-ytd-paid, goes out as a row
      *on its own payroll feed wearing the same header/trailer
      *envelope as the nightly feed so A3-PayAckRecon proves it the
      *same way, books its own GL journal lines stamped with the run
      *date and cycle, and leaves a keyed audit record that also
      *stops the same approval being posted twice. Rejects and a
      *before/after register print for the comp manager's sign-off
       environment division.
      *
       input-output section.
       file-control.
      *Approved adjustment transactions keyed in by compensation -
      *one adjustment per record
           select adjust-trans-file
               assign to "../../../data/A3-AdjustTrans.dat"
               organization is line sequential.
      *Salesperson master - read only, for the payroll key and the
      *region the expense is booked to
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Year-to-date file - the adjustment posts to yf-ytd-paid
           select optional ytd-file
               assign to "../../../data/A3-YTD-Sales.dat"
               organization is indexed
               access mode is dynamic
               record key is yf-sman-num
               file status is ws-file-status-ytd.
      *Run/cycle control record - read only, for the feed envelope
      *and the journal stamp
           select optional cycle-file
               assign to "../../../data/A3-CycleControl.dat"
               organization is relative
               access mode is random
               relative key is ws-cycle-rrn
               file status is ws-file-status-cycle.
      *Adjustment audit file - one record per posted adjustment,
      *keyed by rep and approval reference
           select optional adjust-audit-file
               assign to "../../../data/A3-AdjustAudit.dat"
               organization is indexed
               access mode is dynamic
               record key is ad-key
               file status is ws-file-status-audit.
      *Adjustment payroll feed, enveloped like the nightly feed
           select adjust-feed-file
               assign to "../../../data/A3-AdjustFeed.out"
               organization is line sequential.
      *Adjustment GL journal extract, same layout as the nightly one
           select journal-file
               assign to "../../../data/A3-AdjustJournal.out"
               organization is line sequential.
      *Before/after adjustment register for sign-off
           select adjust-report-file
               assign to "../../../data/A3-CommAdjust.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd adjust-trans-file
           data record is adjust-trans-rec
           record contains 27 characters.
      *Adjustment transaction - credit/debit byte, the rep, the
      *amount in whole dollars, the reason code (SPIF, CONT, CORR)
      *and the approval reference
       01 adjust-trans-rec.
         05 at-sign                     pic x.
         05 at-sman-num                 pic x(3).
         05 at-amount                   pic x(7).
         05 at-reason-code              pic x(4).
         05 at-reference                pic x(12).
      *
       fd salesperson-master-file
           data record is salesperson-master-rec.
      *Salesperson master - full name, region, payroll key, plus
      *the manager this rep reports to and the override rate that
      *manager is paid on the rep's sales
       01 salesperson-master-rec.
         05 sm-sman-num                 pic 999.
         05 sm-full-name                pic x(20).
         05 sm-region                   pic x(10).
         05 sm-payroll-key              pic x(10).
         05 sm-reports-to               pic 999.
         05 sm-override-rate            pic 99v9.
      *"A" active or "T" terminated, with the termination date -
      *a sale dated after it is an exception, not a commission
         05 sm-status                   pic x.
         05 sm-term-date                pic 9(8).
      *
       fd ytd-file
           data record is ytd-rec.
      *Year-to-date accumulator - same layout A3-SalesComm posts
       01 ytd-rec.
         05 yf-sman-num                  pic 999.
         05 yf-ytd-sales                 pic 9(9).
         05 yf-ytd-earned                pic 9(9).
         05 yf-ytd-paid                  pic 9(9).
         05 yf-ytd-bonus-earned          pic 9(9).
      *
       fd cycle-file
           data record is cycle-rec
           record contains 23 characters.
      *Cycle control record - same layout A3-SalesComm reads
       01 cycle-rec.
         05 cy-cycle-number             pic 9(6).
         05 cy-posted-flag              pic x.
         05 cy-posted-date              pic 9(8).
         05 cy-sorted-date              pic 9(8).
      *
       fd adjust-audit-file
           data record is adjust-audit-rec.
      *Adjustment audit record - who was adjusted under which
      *approval, when, in which cycle, by how much and why, and the
      *year-to-date paid either side of the posting
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
       fd adjust-feed-file
           data record is adjust-feed-rec
           record contains 23 characters.
      *Adjustment feed row and envelope - the same shape as the
      *nightly payroll feed, a debit going out as a negative row
       01 adjust-feed-rec.
         05 af-sman-num                  pic 999.
         05 af-payroll-key               pic x(10).
         05 af-paid-amount               pic s9(7)v99
                                          sign is leading separate.
       01 adjust-hdr-rec.
         05 ah-rec-type                  pic x.
         05 ah-run-date                  pic 9(8).
         05 ah-cycle                     pic 9(6).
         05 filler                       pic x(8).
       01 adjust-trl-rec.
         05 al-rec-type                  pic x.
         05 al-row-count                 pic 9(6).
         05 al-paid-total                pic 9(9)v99.
         05 filler                       pic x(5).
      *
       fd journal-file
           data record is journal-rec
           record contains 51 characters.
      *Journal line - same layout A3-SalesComm writes
       01 journal-rec.
         05 gj-run-date                  pic 9(8).
         05 gj-cycle                     pic 9(6).
         05 gj-account                   pic x(16).
         05 gj-region                    pic x(10).
         05 gj-dr-cr                     pic x(2).
         05 gj-amount                    pic 9(9).
      *
       fd adjust-report-file
           data record is adjust-report-line
           record contains 132 characters.
      *
       01 adjust-report-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-ytd pic xx value spaces.
       01 ws-file-status-cycle pic xx value spaces.
       01 ws-file-status-audit pic xx value spaces.
       01 ws-cycle-rrn pic 9(4) value 1.
       01 ws-cycle-number pic 9(6) value 0.
       01 ws-trans-valid pic x value 'y'.
       01 ws-master-found pic x value 'n'.
       01 ws-ytd-found pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *Set by the verification pass when the accepted adjustments
      *net to a debit - the feed trailer carries an unsigned paid
      *total, so such a batch cannot go out and nothing is posted
       01 ws-batch-held pic x value 'n'.
      *References the verification pass has already netted, so a
      *reference keyed twice in the batch is netted once - the
      *posting pass rejects the second copy once the first has
      *written its audit record. A batch with more accepted
      *adjustments than the table holds cannot be proven and is held
       01 ws-ref-sub pic 9(3) value 0.
       01 ws-ref-count pic 9(3) value 0.
       01 ws-ref-repeated pic x value 'n'.
       01 ws-ref-table-full pic x value 'n'.
       01 ws-ref-table.
         05 ws-ref-entry occurs 500 times.
           10 ws-ref-sman-num           pic x(3).
           10 ws-ref-reference          pic x(12).
      *Wide enough for the longest reason text in 330-validate-trans -
      *"REFERENCE ALREADY POSTED FOR THIS REP" is 37 chars
       01 ws-reject-reason pic x(42) value spaces.
      *The raw amount digits viewed as whole dollars
       01 ws-amount-in-x pic x(7) value spaces.
       01 ws-amount-in redefines ws-amount-in-x pic 9(7).
      *Year-to-date paid either side of the posting, for the register
       01 ws-ytd-paid-before pic 9(9) value 0.
       01 ws-feed-amount pic s9(7)v99 value 0.
      *Adjustment and journal totals
       01 ws-adjust-totals.
         05 ws-verify-net               pic s9(9) value 0.
         05 ws-credit-total             pic 9(9) value 0.
         05 ws-debit-total              pic 9(9) value 0.
         05 ws-net-total                pic s9(9) value 0.
         05 ws-feed-paid-total          pic s9(9)v99 value 0.
         05 ws-journal-debit-total      pic 9(9) value 0.
         05 ws-journal-credit-total     pic 9(9) value 0.
      * Counter variables
       01 ws-counters.
         05 ws-trans-read-count         pic 9(4) value 0.
         05 ws-credit-count             pic 9(4) value 0.
         05 ws-debit-count              pic 9(4) value 0.
         05 ws-reject-count             pic 9(4) value 0.
         05 ws-feed-row-count           pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
       77 ws-ref-table-max              pic 9(3) value 500.
      *Name Heading
       01 ws-heading1-name-line.
         05 filler                     pic x(73) value spaces.
         05 ws-name-title              pic x(30) value
                                       "Ashok Sasitharan, Maintenance".
      *Title Heading
       01 ws-heading2-title.
         05 filler                     pic x(30) value spaces.
         05 ws-title-h2                pic x(30) value
                              "COMMISSION ADJUSTMENT REGISTER".
         05 filler                     pic x(4) value spaces.
         05 ws-run-date-h2             pic x(8).
      *
       01 ws-heading3-headings.
         05 ws-act-h3                  pic x(6) value "ACTION".
         05 filler                     pic x(3) value spaces.
         05 ws-num-h3                  pic x(3) value "NO.".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h3                 pic x(6) value "IMAGE ".
         05 filler                     pic x(3) value spaces.
         05 ws-name-h3                 pic x(9) value "FULL NAME".
         05 filler                     pic x(14) value spaces.
         05 ws-rsn-h3                  pic x(4) value "RSN".
         05 filler                     pic x(3) value spaces.
         05 ws-ref-h3                  pic x(12) value "REFERENCE".
         05 filler                     pic x(3) value spaces.
         05 ws-amt-h3                  pic x(10) value "    AMOUNT".
         05 filler                     pic x(3) value spaces.
         05 ws-ytd-h3                  pic x(11) value "   YTD PAID".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h3                 pic x(11) value "DISPOSITION".
      *
       01 ws-heading4-underlines.
         05 ws-act-h4                  pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-num-h4                  pic x(3) value "---".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h4                 pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-name-h4                 pic x(20)
                                       value "--------------------".
         05 filler                     pic x(3) value spaces.
         05 ws-rsn-h4                  pic x(4) value "----".
         05 filler                     pic x(3) value spaces.
         05 ws-ref-h4                  pic x(12) value "------------".
         05 filler                     pic x(3) value spaces.
         05 ws-amt-h4                  pic x(10) value "----------".
         05 filler                     pic x(3) value spaces.
         05 ws-ytd-h4                  pic x(11) value "-----------".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h4                 pic x(11) value "-----------".
      *Register detail line - the year-to-date paid before the
      *adjustment and after it, one line each
       01 ws-adjust-detail-line.
         05 ws-act-dl                  pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-num-dl                  pic x(3).
         05 filler                     pic x(3) value spaces.
         05 ws-view-dl                 pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-name-dl                 pic x(20).
         05 filler                     pic x(3) value spaces.
         05 ws-rsn-dl                  pic x(4).
         05 filler                     pic x(3) value spaces.
         05 ws-ref-dl                  pic x(12).
         05 filler                     pic x(3) value spaces.
         05 ws-amt-dl                  pic -Z,ZZZ,ZZ9.
         05 filler                     pic x(3) value spaces.
         05 ws-ytd-dl                  pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(3) value spaces.
         05 ws-disp-dl                 pic x(42).
      *Held batch line
       01 ws-held-line.
         05 filler                     pic x(50) value
             "BATCH HELD - ADJUSTMENTS NET TO A DEBIT OF ".
         05 ws-held-net-dl             pic -ZZZ,ZZZ,ZZ9.
       01 ws-held-line2                pic x(60) value
             "NOTHING POSTED - SPLIT THE DEBITS ACROSS CREDIT BATCHES".
       01 ws-held-full-line            pic x(60) value
             "BATCH HELD - OVER 500 ADJUSTMENTS IN ONE BATCH".
       01 ws-held-full-line2           pic x(60) value
             "NOTHING POSTED - SPLIT THE BATCH AND RESUBMIT".
      * Output for number of transactions read
       01 ws-trans-read-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF TRANSACTIONS READ".
         05 ws-trans-read-rl           pic ZZZ9.
      * Output for number of credits applied
       01 ws-credits-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF CREDITS APPLIED".
         05 ws-credits-rl              pic ZZZ9.
      * Output for number of debits applied
       01 ws-debits-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF DEBITS APPLIED".
         05 ws-debits-rl               pic ZZZ9.
      * Output for number of transactions rejected
       01 ws-rejects-report-line.
         05 filler                     pic x(33)
                                value "NUMBER OF TRANSACTIONS REJECTED".
         05 ws-rejects-rl              pic ZZZ9.
      * Output for the dollar totals and the journal hashes
       01 ws-adjust-total-line.
         05 ws-adjust-total-label      pic x(28).
         05 ws-adjust-total-rl         pic -ZZZ,ZZZ,ZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           perform 60-verify-batch-net.
           if ws-batch-held = ws-yes then
               perform 65-report-held-batch
           else
               perform 20-read-trans-file
               perform 300-process-transaction
                 until ws-eof-flag = ws-yes
           end-if
           perform 14-write-feed-trailer.
           perform 560-write-gl-journal.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the transaction input, the master, the year-to-date and
      *audit files (created on first use), the feed with its
      *envelope header, the journal and the register
       10-open-files.
           open input adjust-trans-file.
           open input salesperson-master-file.
           open i-o ytd-file.
           if ws-file-status-ytd = "35" then
               open output ytd-file
               close ytd-file
               open i-o ytd-file
           end-if
      *A year-to-date file that will not open - one still in the old
      *short layout, say - must stop the run before anything posts
           if ws-file-status-ytd not = "00"
              and ws-file-status-ytd not = "05" then
               display "A3-COMMADJUST - YTD FILE OPEN FAILED - STATUS "
                 ws-file-status-ytd
               move 16 to return-code
               goback
           end-if
           open i-o adjust-audit-file.
           if ws-file-status-audit = "35" then
               open output adjust-audit-file
               close adjust-audit-file
               open i-o adjust-audit-file
           end-if
      *The audit file is the only guard against a reference posting
      *twice - one that will not open would pass every reference as
      *new, so the run stops before anything posts
           if ws-file-status-audit not = "00"
              and ws-file-status-audit not = "05" then
               display "A3-COMMADJUST - AUDIT FILE OPEN FAILED - "
                 "STATUS " ws-file-status-audit
               move 16 to return-code
               goback
           end-if
           open output adjust-report-file.
           open output journal-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
           perform 15-read-cycle-number.
           open output adjust-feed-file.
           perform 16-write-feed-header.
      *Pick up the current cycle for the feed envelope and journal
      *stamp - a missing control record leaves the cycle zero
       15-read-cycle-number.
           open input cycle-file.
           if ws-file-status-cycle = "00" then
               read cycle-file
               if ws-file-status-cycle = "00" then
                   move cy-cycle-number to ws-cycle-number
               end-if
           end-if
           close cycle-file.
      *Write the envelope header on the adjustment feed
       16-write-feed-header.
           move spaces to adjust-hdr-rec.
           move "H" to ah-rec-type.
           move ws-run-date-num to ah-run-date.
           move ws-cycle-number to ah-cycle.
           write adjust-hdr-rec.
      *Write the envelope trailer proving the adjustment rows
       14-write-feed-trailer.
           move spaces to adjust-trl-rec.
           move "T" to al-rec-type.
           move ws-feed-row-count to al-row-count.
           move ws-feed-paid-total to al-paid-total.
           write adjust-trl-rec.
      * Read the transaction file until the end of file is reached
       20-read-trans-file.
           read adjust-trans-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-trans-read-count
           end-if.
      *Read the transaction file on the verification pass - the
      *posting pass counts the transactions, this read does not
       21-read-trans-file-first.
           read adjust-trans-file
               at end
                   move "y" to ws-eof-flag
           end-read.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-run-date-h2.
           write adjust-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write adjust-report-line from spaces.
           write adjust-report-line from ws-heading2-title.
           write adjust-report-line from spaces.
           write adjust-report-line from ws-heading3-headings.
           write adjust-report-line from ws-heading4-underlines.
      *Net the batch before anything posts - one pass validating
      *every transaction the way the posting pass will, adding the
      *credits and taking off the debits that would be accepted. The
      *feed trailer carries an unsigned paid total, the same as the
      *nightly feed A3-PayAckRecon proves, so a batch netting to a
      *debit is held whole and the file repositioned only when it
      *can go out
       60-verify-batch-net.
           move 0 to ws-verify-net.
           perform 21-read-trans-file-first.
           perform 61-verify-one-trans
             until ws-eof-flag = ws-yes.
           close adjust-trans-file.
           open input adjust-trans-file.
           move "n" to ws-eof-flag.
           if ws-verify-net < 0
              or ws-ref-table-full = ws-yes then
               move ws-yes to ws-batch-held
           end-if.
      *Validate one transaction of the verification pass and net it
       61-verify-one-trans.
           perform 330-validate-trans.
           if ws-trans-valid = ws-yes then
               perform 62-check-batch-reference
           end-if
           if ws-trans-valid = ws-yes then
               if at-sign = "C" then
                   add ws-amount-in to ws-verify-net
               else
                   subtract ws-amount-in from ws-verify-net
               end-if
           end-if
           perform 21-read-trans-file-first.
      *Look the reference up among those already netted this batch -
      *a repeat is not netted again, a new one is added to the table
       62-check-batch-reference.
           move "n" to ws-ref-repeated.
           perform 63-compare-one-reference
             varying ws-ref-sub from ws-one by ws-one
             until ws-ref-sub > ws-ref-count
                or ws-ref-repeated = ws-yes.
           if ws-ref-repeated = ws-yes then
               move "n" to ws-trans-valid
           else
               if ws-ref-count < ws-ref-table-max then
                   add ws-one to ws-ref-count
                   move at-sman-num to ws-ref-sman-num(ws-ref-count)
                   move at-reference to ws-ref-reference(ws-ref-count)
               else
                   move ws-yes to ws-ref-table-full
               end-if
           end-if.
      *Compare one netted reference with the transaction in hand
       63-compare-one-reference.
           if ws-ref-sman-num(ws-ref-sub) = at-sman-num
              and ws-ref-reference(ws-ref-sub) = at-reference then
               move ws-yes to ws-ref-repeated
           end-if.
      *Report the held batch and hold the scheduler
       65-report-held-batch.
           if ws-ref-table-full = ws-yes then
               write adjust-report-line from ws-held-full-line
                 after advancing ws-two lines
               write adjust-report-line from ws-held-full-line2
                 after advancing ws-one line
           else
               move ws-verify-net to ws-held-net-dl
               write adjust-report-line from ws-held-line
                 after advancing ws-two lines
               write adjust-report-line from ws-held-line2
                 after advancing ws-one line
           end-if
           move 8 to return-code.
      *Validate and post one adjustment, then read the next
       300-process-transaction.
           perform 330-validate-trans.
           if ws-trans-valid = ws-yes then
               perform 340-apply-adjustment
           else
               perform 370-write-reject-line
           end-if
           perform 20-read-trans-file.
      *Validate an adjustment before it is allowed to post. The rep
      *must be on the master with a payroll key to pay against, the
      *amount must be a real whole-dollar figure, the reason code
      *one of the approved kinds and the approval reference keyed,
      *and the same reference may never post twice for the same rep.
      *A debit may not take back more than the rep has been paid
      *this year
       330-validate-trans.
           move ws-yes to ws-trans-valid
           move spaces to ws-reject-reason
           move "n" to ws-master-found
           move 0 to ws-amount-in
           if at-sign not = "C" and at-sign not = "D" then
               move "n" to ws-trans-valid
               move "CREDIT/DEBIT NOT C/D" to ws-reject-reason
           else
               if at-sman-num is not numeric then
                   move "n" to ws-trans-valid
                   move "NON-NUMERIC SMAN-NUM" to ws-reject-reason
               else
                   if at-amount is not numeric then
                       move "n" to ws-trans-valid
                       move "NON-NUMERIC AMOUNT" to ws-reject-reason
                   else
                       move at-amount to ws-amount-in-x
                       perform 335-validate-codes
                   end-if
               end-if
           end-if
           if ws-trans-valid = ws-yes then
               perform 336-validate-against-files
           end-if.
      *The amount, reason code and reference must all be there
       335-validate-codes.
           if ws-amount-in = 0 then
               move "n" to ws-trans-valid
               move "ZERO ADJUSTMENT AMOUNT" to ws-reject-reason
           else
               if at-reason-code not = "SPIF"
                  and at-reason-code not = "CONT"
                  and at-reason-code not = "CORR" then
                   move "n" to ws-trans-valid
                   move "REASON CODE NOT SPIF/CONT/CORR"
                     to ws-reject-reason
               else
                   if at-reference = spaces then
                       move "n" to ws-trans-valid
                       move "BLANK APPROVAL REFERENCE"
                         to ws-reject-reason
                   end-if
               end-if
           end-if.
      *Check the rep on the master, the reference on the audit file
      *and, for a debit, the year-to-date paid it comes out of
       336-validate-against-files.
           perform 337-lookup-master.
           if ws-master-found not = ws-yes then
               move "n" to ws-trans-valid
               move "SMAN-NUM NOT ON MASTER" to ws-reject-reason
           else
               if sm-payroll-key = spaces then
                   move "n" to ws-trans-valid
                   move "NO PAYROLL KEY ON MASTER" to ws-reject-reason
               else
                   move at-sman-num to ad-sman-num
                   move at-reference to ad-reference
                   read adjust-audit-file
                       invalid key
                           continue
                       not invalid key
                           move "n" to ws-trans-valid
                           move "REFERENCE ALREADY POSTED FOR THIS REP"
                             to ws-reject-reason
                   end-read
               end-if
           end-if
           if ws-trans-valid = ws-yes then
               perform 338-lookup-ytd
               if at-sign = "D"
                  and ws-amount-in > ws-ytd-paid-before then
                   move "n" to ws-trans-valid
                   move "DEBIT EXCEEDS YTD PAID" to ws-reject-reason
               end-if
           end-if.
      *Read the master for this adjustment's rep
       337-lookup-master.
           move at-sman-num to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move "n" to ws-master-found
               not invalid key
                   move ws-yes to ws-master-found
           end-read.
      *Read the rep's year-to-date record - a rep with none yet has
      *been paid nothing this year
       338-lookup-ytd.
           move at-sman-num to yf-sman-num.
           read ytd-file
               invalid key
                   move "n" to ws-ytd-found
                   move 0 to ws-ytd-paid-before
               not invalid key
                   move ws-yes to ws-ytd-found
                   move yf-ytd-paid to ws-ytd-paid-before
           end-read.
      *Post the adjustment - year-to-date paid, the payroll feed
      *row, the journal expense line and the audit record - and
      *print its before and after register lines
       340-apply-adjustment.
           perform 345-post-ytd-paid.
           perform 350-write-feed-row.
           perform 355-write-expense-line.
           perform 360-write-audit-record.
           perform 375-write-before-line.
           perform 380-write-after-line.
      *Add a credit to, or take a debit off, the year-to-date paid -
      *a rep with no record yet gets one, the same way A3-SalesComm
      *creates it
       345-post-ytd-paid.
           if ws-ytd-found = ws-yes then
               if at-sign = "C" then
                   add ws-amount-in to yf-ytd-paid
               else
                   subtract ws-amount-in from yf-ytd-paid
               end-if
               rewrite ytd-rec
           else
               move at-sman-num to yf-sman-num
               move 0 to yf-ytd-sales
               move 0 to yf-ytd-earned
               move ws-amount-in to yf-ytd-paid
               move 0 to yf-ytd-bonus-earned
               write ytd-rec
           end-if
           if at-sign = "C" then
               add ws-one to ws-credit-count
               add ws-amount-in to ws-credit-total
               add ws-amount-in to ws-net-total
           else
               add ws-one to ws-debit-count
               add ws-amount-in to ws-debit-total
               subtract ws-amount-in from ws-net-total
           end-if.
      *Write the rep's row on the adjustment feed - a debit goes out
      *negative, deducting it from the rep's next check
       350-write-feed-row.
           move at-sman-num to af-sman-num.
           move sm-payroll-key to af-payroll-key.
           if at-sign = "C" then
               move ws-amount-in to ws-feed-amount
           else
               subtract ws-amount-in from 0 giving ws-feed-amount
           end-if
           move ws-feed-amount to af-paid-amount.
           write adjust-feed-rec.
           add ws-one to ws-feed-row-count.
           add ws-feed-amount to ws-feed-paid-total.
      *Book the adjustment to commission expense in the rep's region
      *- a credit is more expense, a debit takes expense back out
       355-write-expense-line.
           move "COMM-EXPENSE" to gj-account.
           move sm-region to gj-region.
           if at-sign = "C" then
               move "DR" to gj-dr-cr
           else
               move "CR" to gj-dr-cr
           end-if
           move ws-amount-in to gj-amount.
           perform 515-write-journal-line.
      *Leave the audit record of the posted adjustment
       360-write-audit-record.
           move at-sman-num to ad-sman-num.
           move at-reference to ad-reference.
           move ws-run-date-num to ad-run-date.
           move ws-cycle-number to ad-cycle.
           move at-sign to ad-sign.
           move ws-amount-in to ad-amount.
           move at-reason-code to ad-reason-code.
           move ws-ytd-paid-before to ad-ytd-paid-before.
           move yf-ytd-paid to ad-ytd-paid-after.
           write adjust-audit-rec.
      *Write the rejected transaction with its reason
       370-write-reject-line.
           add ws-one to ws-reject-count.
           move spaces to ws-adjust-detail-line.
           move at-sign to ws-act-dl.
           move at-sman-num to ws-num-dl.
           move at-reason-code to ws-rsn-dl.
           move at-reference to ws-ref-dl.
           if at-amount is numeric then
               move at-amount to ws-amount-in-x
               move ws-amount-in to ws-amt-dl
           end-if
           move ws-reject-reason to ws-disp-dl.
           write adjust-report-line from ws-adjust-detail-line
             after advancing ws-two lines.
      *Write the year-to-date paid before the adjustment
       375-write-before-line.
           move spaces to ws-adjust-detail-line.
           move at-sign to ws-act-dl.
           move at-sman-num to ws-num-dl.
           move "BEFORE" to ws-view-dl.
           move sm-full-name to ws-name-dl.
           move at-reason-code to ws-rsn-dl.
           move at-reference to ws-ref-dl.
           move ws-ytd-paid-before to ws-ytd-dl.
           write adjust-report-line from ws-adjust-detail-line
             after advancing ws-two lines.
      *Write the adjustment as posted and the year-to-date paid
      *after it
       380-write-after-line.
           move spaces to ws-adjust-detail-line.
           move at-sign to ws-act-dl.
           move at-sman-num to ws-num-dl.
           move "AFTER" to ws-view-dl.
           move sm-full-name to ws-name-dl.
           move at-reason-code to ws-rsn-dl.
           move at-reference to ws-ref-dl.
           move ws-feed-amount to ws-amt-dl.
           move yf-ytd-paid to ws-ytd-dl.
           move "APPLIED" to ws-disp-dl.
           write adjust-report-line from ws-adjust-detail-line.
      *Write one journal line, stamped with the run and cycle, and
      *bank it into the side of the balance it lands on
       515-write-journal-line.
           move ws-run-date-num to gj-run-date.
           move ws-cycle-number to gj-cycle.
           write journal-rec.
           if gj-dr-cr = "DR" then
               add gj-amount to ws-journal-debit-total
           else
               add gj-amount to ws-journal-credit-total
           end-if.
      *Finish the journal with the balancing credit to accrued
      *commissions payable for the net the feed carries - the
      *verification pass guarantees the net is never a debit
       560-write-gl-journal.
           if ws-net-total > 0 then
               move "ACCRUED-COMM-PAY" to gj-account
               move spaces to gj-region
               move "CR" to gj-dr-cr
               move ws-net-total to gj-amount
               perform 515-write-journal-line
           end-if.
      * Print out the adjustment counts and totals for the sign-off
       510-write-totals.
           move ws-trans-read-count to ws-trans-read-rl.
           write adjust-report-line from ws-trans-read-report-line
             after advancing ws-two lines.
           move ws-credit-count to ws-credits-rl.
           write adjust-report-line from ws-credits-report-line
             after advancing ws-one line.
           move ws-debit-count to ws-debits-rl.
           write adjust-report-line from ws-debits-report-line
             after advancing ws-one line.
           move ws-reject-count to ws-rejects-rl.
           write adjust-report-line from ws-rejects-report-line
             after advancing ws-one line.
           move "TOTAL CREDITED" to ws-adjust-total-label.
           move ws-credit-total to ws-adjust-total-rl.
           write adjust-report-line from ws-adjust-total-line
             after advancing ws-two lines.
           move "TOTAL DEBITED" to ws-adjust-total-label.
           move ws-debit-total to ws-adjust-total-rl.
           write adjust-report-line from ws-adjust-total-line
             after advancing ws-one line.
           move "NET TO PAYROLL FEED" to ws-adjust-total-label.
           move ws-net-total to ws-adjust-total-rl.
           write adjust-report-line from ws-adjust-total-line
             after advancing ws-one line.
           move "JOURNAL DEBIT HASH" to ws-adjust-total-label.
           move ws-journal-debit-total to ws-adjust-total-rl.
           write adjust-report-line from ws-adjust-total-line
             after advancing ws-two lines.
           move "JOURNAL CREDIT HASH" to ws-adjust-total-label.
           move ws-journal-credit-total to ws-adjust-total-rl.
           write adjust-report-line from ws-adjust-total-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close adjust-trans-file
             salesperson-master-file
             ytd-file
             adjust-audit-file
             adjust-feed-file
             journal-file
             adjust-report-file.
           goback.
      *
       end program A3-CommAdjust.
