      *A split sale whose shares check out is exploded here into one
      *ordinary record per named salesperson, so every share sorts
      *under its own salesperson's region and the region subtotal
      *break downstream never fires in the middle of a region block.
      *Nothing held or pulled here is lost any more - every record of
      *a held batch, every record outside a batch envelope and every
      *duplicate pulled from the feed is parked on the keyed suspense
      *file under this run's cycle, its branch and the reason, and
      *any suspense item a branch has since corrected or released
      *through A3-SuspenseMaint is fed back into this sort, so it
      *reaches A3-SalesComm in the very next cycle.
      *Every sale now carries its invoice number and sale date, so a
      *duplicate is the same invoice keyed twice for the same
      *salesperson rather than the same salesperson twice - a rep
      *selling several invoices in a cycle is no longer pulled - and
      *the split plan check mirrors A3-SalesComm's use of the sale
      *date in place of the run date
       environment division.
      *
       input-output section.
           select seq-error-file
               assign to "../../../data/A3-SeqErrors.out"
               organization is line sequential.
      *Suspense file - held, stray and duplicate records parked for
      *the branch to correct or release, keyed by the cycle they were
      *suspended in, where they were suspended and their position in
      *that cycle's input
           select optional suspense-file
               assign to "../../../data/A3-Suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is su-key
               file status is ws-file-status-suspense.
      *Commission plan table - read only, so the split validation
      *here can mirror A3-SalesComm's plan check
           select optional commission-plan-file
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Territory assignment history maintained by A3-TerritoryMaint -
      *read only, for the region in effect on the sale date
           select optional territory-file
               assign to "../../../data/A3-Territory.dat"
               organization is indexed
               access mode is dynamic
               record key is te-key
               file status is ws-file-status-territory.
      *
       data division.
       file section.
       fd sales-file
           record contains 32 to 56 characters.
      *Raw input record - only enough is picked apart here to build
      *the sort key, everything else is passed through untouched for
      *A3-SalesComm to validate. A record with "S" in the first byte
      *is a split sale - a good one is exploded into one record per
      *share, a bad one passes through intact, sequenced under its
      *first salesperson, for A3-SalesComm to reject with the full
      *reason. Both layouts carry the invoice number and the sale
      *date after the sale itself - the two bytes ahead of them are
      *left blank by the branch and carry the arrival branch on the
      *sorted feed
       01 sales-rec.
         05 sr-sman-num pic x(3).
         05 sr-rest-of-record pic x(33).
         05 sr-branch-slot pic x(2).
         05 sr-invoice-num pic x(10).
         05 sr-sale-date pic x(8).
      *Ordinary-record view of the sales amount, for the batch hash
       01 plain-rec.
         05 pr-sman-num pic x(3).
         05 st-split-entry occurs 4 times.
           10 st-split-sman-num pic 999.
           10 st-split-share pic 999.
         05 st-branch-slot pic x(2).
         05 st-invoice-num pic x(10).
         05 st-sale-date pic 9(8).
      *Branch transmittal envelope - each branch wraps its records
      *in a "B" header naming the branch and an "E" trailer carrying
      *the record count and the hash total of the sales amounts, so
      *
       sd sort-work-file
           data record is sort-rec.
      *Sort record - looked-up region, salesperson number and invoice
      *number ahead of the untouched raw record
       01 sort-rec.
         05 sw-region                   pic x(10).
         05 sw-sman-num                 pic x(3).
         05 sw-invoice-num              pic x(10).
         05 sw-split-flag               pic x.
      *A record coming back out of suspense was already cleared by
      *its branch, so it is exempt from the duplicate pull
         05 sw-resubmit-flag            pic x.
      *Position in the raw file and the branch it arrived under, kept
      *so a duplicate pulled on the way out can be suspended with both
         05 sw-rec-num                  pic 9(6).
         05 sw-branch                   pic x(2).
         05 sw-sales-rec                pic x(56).
      *
       fd sorted-file
           record contains 32 to 56 characters.
      *Sorted record - the raw sale untouched except for the branch
      *it arrived under, stamped into the two blank bytes ahead of
      *the invoice number, so a record A3-SalesComm rejects can be
      *suspended against the right branch
       01 sorted-rec.
         05 so-sale                     pic x(36).
         05 so-branch                   pic x(2).
         05 so-invoice-data             pic x(18).
      *
       fd seq-error-file
           data record is seq-error-line
           record contains 115 characters.
      *
       01 seq-error-line pic x(115).
      *
       fd commission-plan-file
           data record is commission-plan-rec.
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
       fd suspense-file
           data record is suspense-rec.
      *Suspense item - the same layout A3-SalesComm, A3-SuspenseMaint
      *and A3-SuspenseAging use. Status "O" open in suspense, "R"
      *corrected or released by the branch and waiting for the next
      *sort, "X" resubmitted into a later cycle, "W" written off
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
       working-storage section.
      *
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-plan pic xx value spaces.
       01 ws-file-status-cycle pic xx value spaces.
       01 ws-file-status-suspense pic xx value spaces.
       01 ws-file-status-territory pic xx value spaces.
       01 ws-suspense-eof pic x value 'n'.
       01 ws-territory-eof pic x value 'n'.
      *Set once at open time - the file status fields are left at
      *"10" or "23" by the walks, so they cannot say later whether
      *the file itself is there
       01 ws-suspense-open pic x value 'n'.
       01 ws-territory-open pic x value 'n'.
      *The last cycle sorted but not yet posted, if any - its
      *resubmitted suspense items are fed again by a re-run of the
      *sort, since the A3-Sorted.dat they went into is rebuilt
       01 ws-unposted-cycle pic 9(6) value 0.
      *Raw record number on the release pass, for the suspense key
       01 ws-release-rec-num pic 9(6) value 0.
      *Set between a batch header and its trailer on the release
      *pass, so a detail record that is not released can be told
      *apart as a held batch's record or a stray one
       01 ws-replay-in-batch pic x value 'n'.
      *Suspense item being built - filled in by whichever paragraph
      *parks the record, written by 160-write-suspense-item
       01 ws-suspense-work.
         05 ws-su-rec-num               pic 9(6) value 0.
         05 ws-su-branch                pic x(2) value spaces.
         05 ws-su-sman-num              pic x(3) value spaces.
         05 ws-su-reason                pic x(48) value spaces.
         05 ws-su-sales-rec             pic x(56) value spaces.
       01 ws-cycle-rrn pic 9(4) value 1.
       01 ws-cycle-number pic 9(6) value 0.
       01 ws-looked-up-region pic x(10) value spaces.
      *ws-run-date as a number, for the plan effective-date check
       01 ws-run-date-num pic 9(8) value 0.
      *Previous salesperson number returned from the sort, for the
      *duplicate check, with its invoice number - the sort leaves
      *records for the same number and invoice adjacent, so a
      *duplicate is simply "same as the one before"
       01 ws-previous-sman-num pic x(3) value spaces.
       01 ws-previous-invoice-num pic x(10) value spaces.
       01 ws-first-record pic x value 'y'.
      *Salesperson number the current record sorts and region-looks-up
      *under - a split record is sequenced by the first rep it names
         05 ws-batch-entry occurs 99 times.
           10 ws-bt-branch              pic x(2).
           10 ws-bt-status              pic x.
           10 ws-bt-reason              pic x(48).
       01 ws-split-valid pic x value 'n'.
       01 ws-split-calcs.
         05 ws-split-sub                pic 9 value 0.
         05 ws-share-amount             pic s9(6) value 0.
         05 ws-share-allocated          pic s9(6) value 0.
      *An exploded share is released in the ordinary record layout -
      *the name is left blank for the master lookup downstream, and
      *the share keeps the split's invoice number and sale date
       01 ws-share-build-rec.
         05 ws-sb-sman-num              pic 999.
         05 ws-sb-name                  pic x(8) value spaces.
         05 ws-sb-sales                 pic s9(6).
         05 ws-sb-plan-code             pic x(4).
         05 filler                      pic x(15) value spaces.
         05 ws-sb-branch-slot           pic x(2) value spaces.
         05 ws-sb-invoice-num           pic x(10).
         05 ws-sb-sale-date             pic x(8).
      * Counter variables
       01 ws-counters.
         05 ws-records-read-count       pic 9(6) value 0.
         05 ws-batch-held-count         pic 9(4) value 0.
         05 ws-held-record-count        pic 9(6) value 0.
         05 ws-stray-record-count       pic 9(6) value 0.
         05 ws-suspended-count          pic 9(6) value 0.
         05 ws-resubmitted-count        pic 9(6) value 0.
         05 ws-cleared-count            pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-yes                        pic x(1) value "y".
       77 ws-batch-good                 pic x value "g".
       77 ws-batch-bad                  pic x value "b".
      *Sequence-error listing header and detail
       01 ws-seq-header-line.
         05 filler                      pic x(43) value
             "SMAN_NUM  RAW-INPUT-RECORD".
         05 filler                      pic x(20) value spaces.
         05 filler                      pic x(6) value "REASON".
       01 ws-seq-detail-line.
         05 ws-seq-sman-num             pic x(3).
         05 filler                      pic x(2) value spaces.
         05 ws-seq-raw-record           pic x(56).
         05 filler                      pic x(2) value spaces.
         05 ws-seq-reason               pic x(48).
      * Output for number of records read
         05 filler                     pic x(33)
                                value "NUMBER OF RECORDS OUTSIDE BATCH".
         05 ws-stray-records-rl        pic ZZZZZ9.
      * Output for number of records parked on the suspense file
       01 ws-suspended-report-line.
         05 filler                     pic x(33)
                                value "NUMBER WRITTEN TO SUSPENSE".
         05 ws-suspended-rl            pic ZZZZZ9.
      * Output for number of suspense items fed back into the sort
       01 ws-resubmitted-report-line.
         05 filler                     pic x(33)
                value "NUMBER RESUBMITTED FROM SUSPENSE".
         05 ws-resubmitted-rl          pic ZZZZZ9.
      * Output for number of open items of an unposted sort dropped
       01 ws-cleared-report-line.
         05 filler                     pic x(33)
                value "UNPOSTED SORT ITEMS DROPPED".
         05 ws-cleared-rl              pic ZZZZZ9.
      * Output for the commission cycle assigned to the sorted feed
       01 ws-cycle-report-line.
         05 filler                     pic x(33)
           sort sort-work-file
             on ascending key sw-region
             on ascending key sw-sman-num
             on ascending key sw-invoice-num
             input procedure is 100-release-input
             output procedure is 400-return-sorted.
           perform 520-assign-cycle.
           open input sales-file.
           open input commission-plan-file.
           open input salesperson-master-file.
           open input territory-file.
           if ws-file-status-territory = "00" then
               move ws-yes to ws-territory-open
           end-if
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
           open output sorted-file.
           open output seq-error-file.
           write seq-error-line from ws-seq-header-line.
           perform 15-read-next-cycle.
           open i-o suspense-file.
           if ws-file-status-suspense = "35" then
               open output suspense-file
               close suspense-file
               open i-o suspense-file
           end-if
           if ws-file-status-suspense = "00"
              or ws-file-status-suspense = "05" then
               move ws-yes to ws-suspense-open
           end-if
           perform 17-clear-unposted-suspense.
      *Work out the cycle this sort will be stamped with, so anything
      *suspended on the way through is filed under it - 520-assign-
      *cycle stamps the same number once the sort is done
       15-read-next-cycle.
           move ws-one to ws-cycle-number.
           open input cycle-file.
           if ws-file-status-cycle = "00" then
               read cycle-file
               if ws-file-status-cycle = "00" then
                   add ws-one to cy-cycle-number
                     giving ws-cycle-number
                   if cy-posted-flag not = ws-yes then
                       move cy-cycle-number to ws-unposted-cycle
                   end-if
               end-if
           end-if
           close cycle-file.
      *A cycle that was sorted but never posted is being sorted again,
      *and this sort replaces its A3-Sorted.dat. The items that sort
      *parked and the branch has not yet touched are dropped here, so
      *the records still held in the raw feed are suspended afresh
      *under this run's cycle instead of sitting open twice. An item
      *the branch has already corrected, resubmitted or written off
      *is kept as the branch left it
       17-clear-unposted-suspense.
           if ws-suspense-open = ws-yes
              and ws-unposted-cycle > 0 then
               move "n" to ws-suspense-eof
               move ws-unposted-cycle to su-cycle
               move "S" to su-source
               move 0 to su-rec-num
               move 0 to su-share
               start suspense-file key not < su-key
                   invalid key
                       move ws-yes to ws-suspense-eof
               end-start
               if ws-suspense-eof not = ws-yes then
                   perform 155-read-next-suspense
               end-if
               perform 18-clear-one-suspense
                 until ws-suspense-eof = ws-yes
               move "n" to ws-suspense-eof
           end-if.
      *Drop one open item of the unposted sort, stopping at the end
      *of that cycle's sort-suspended items
       18-clear-one-suspense.
           if su-cycle not = ws-unposted-cycle
              or su-source not = "S" then
               move ws-yes to ws-suspense-eof
           else
               if su-status = "O" then
                   delete suspense-file record
                   add ws-one to ws-cleared-count
               end-if
               perform 155-read-next-suspense
           end-if.
      *Balance every branch batch before anything is released to the
      *sort - one pass over the raw file checking each batch's
      *trailer count and sales hash, reporting and holding a batch
           move sales-rec to ws-seq-raw-record.
           move ws-batch-reason to ws-seq-reason.
           write seq-error-line from ws-seq-detail-line.
           if ws-batch-count <= ws-batch-table-max then
               move ws-batch-reason to ws-bt-reason(ws-batch-count)
           end-if.
      *A batch still open when its header's successor or end of file
      *arrives never got its trailer - the transfer died partway
       67-hold-open-batch.
      *batch to the sort with its region ahead of it as the major
      *key - the batch statuses from the verification pass are
      *replayed in the same arrival order, so a held batch's records
      *and any record outside a batch stay out of the sorted feed and
      *go to the suspense file instead. The suspense items the
      *branches have released since the last sort follow the raw file
      *into the sort
       100-release-input.
           move 0 to ws-replay-sub.
           move "n" to ws-releasing.
           move "n" to ws-replay-in-batch.
           perform 21-read-sales-file-again.
           perform 110-release-one-record
             until ws-eof-flag = ws-yes.
           perform 150-release-suspense-items.
       110-release-one-record.
           if bh-rec-type = "B" then
               add ws-one to ws-replay-sub
               move ws-yes to ws-replay-in-batch
               if ws-replay-sub <= ws-batch-table-max
                  and ws-bt-status(ws-replay-sub) = ws-batch-good then
                   move ws-yes to ws-releasing
           else
               if bh-rec-type = "E" then
                   move "n" to ws-releasing
                   move "n" to ws-replay-in-batch
               else
                   if ws-releasing = ws-yes then
                       move "n" to sw-resubmit-flag
                       move ws-release-rec-num to sw-rec-num
                       move ws-bt-branch(ws-replay-sub) to sw-branch
                       perform 111-release-detail-record
                   else
                       perform 112-suspend-held-record
                   end-if
               end-if
           end-if
           perform 21-read-sales-file-again.
      *Park a detail record that is not being released - one inside
      *a held batch carries that batch's branch and hold reason, one
      *outside any envelope has no branch to carry. A split sale is
      *filed under its first rep, the way an invalid split is keyed
       112-suspend-held-record.
           move ws-release-rec-num to ws-su-rec-num.
           if st-type = "S" then
               move st-split-sman-num(1) to ws-su-sman-num
           else
               move sr-sman-num to ws-su-sman-num
           end-if
           move sales-rec to ws-su-sales-rec.
           if ws-replay-in-batch = ws-yes then
               if ws-replay-sub <= ws-batch-table-max then
                   move ws-bt-branch(ws-replay-sub) to ws-su-branch
                   move ws-bt-reason(ws-replay-sub) to ws-su-reason
               else
                   move spaces to ws-su-branch
                   move "BATCH PAST TABLE LIMIT - HELD" to ws-su-reason
               end-if
           else
               move spaces to ws-su-branch
               move "RECORD OUTSIDE BATCH ENVELOPE - HELD"
                 to ws-su-reason
           end-if
           perform 160-write-suspense-item.
      *Release one detail record of a balanced batch
       111-release-detail-record.
           if st-type = "S" then
           perform 120-lookup-region.
           move ws-looked-up-region to sw-region.
           move ws-key-sman-num to sw-sman-num.
           move sr-invoice-num to sw-invoice-num.
           move sales-rec to sw-sales-rec.
           release sort-rec.
      *Check a split the same way A3-SalesComm will - the structure
      *Mirror A3-SalesComm's plan resolution - a blank, unknown,
      *out-of-effect or insane plan, or a plan table that would not
      *open, keeps the split whole so A3-SalesComm rejects it as one
      *record with its own reason text. The plan must be in effect on
      *the sale date, so a split with no usable sale date stays whole
      *too
       136-check-split-plan.
           if st-plan-code = spaces
              or st-invoice-num = spaces
              or st-sale-date is not numeric then
               move "n" to ws-split-valid
           else
               move st-plan-code to pl-plan-code
                       continue
               end-read
               if ws-file-status-plan = "00" then
                   if st-sale-date < pl-eff-from
                      or st-sale-date > pl-eff-to
                      or pl-min = 0 or pl-max = 0
                      or pl-min > pl-max
                      or pl-rate = 0
                   move "n" to ws-split-valid
               end-if
           end-if.
      *Feed every suspense item its branch has corrected or released
      *back into the sort, under the branch it was suspended against,
      *and mark it resubmitted into this cycle so it can never be fed
      *back a second time. An item resubmitted into a cycle that was
      *sorted but never posted is fed again - this sort replaces that
      *cycle's A3-Sorted.dat, and the item would be lost otherwise.
      *A suspense file that would not open has nothing to feed back
       150-release-suspense-items.
           if ws-suspense-open = ws-yes then
               move "n" to ws-suspense-eof
               move low-values to su-key
               start suspense-file key not < su-key
                   invalid key
                       move ws-yes to ws-suspense-eof
               end-start
               if ws-suspense-eof not = ws-yes then
                   perform 155-read-next-suspense
               end-if
               perform 151-release-one-suspense
                 until ws-suspense-eof = ws-yes
           end-if.
      *Release one suspense item if it is waiting for this sort
       151-release-one-suspense.
           if su-status = "R"
              or (su-status = "X" and ws-unposted-cycle > 0
                  and su-resubmit-cycle = ws-unposted-cycle) then
               move su-sales-rec to sales-rec
               move ws-yes to sw-resubmit-flag
               move 0 to sw-rec-num
               move su-branch to sw-branch
               perform 111-release-detail-record
               move "X" to su-status
               move ws-cycle-number to su-resubmit-cycle
               move ws-run-date-num to su-action-date
               rewrite suspense-rec
               add ws-one to ws-resubmitted-count
           end-if
           perform 155-read-next-suspense.
      *Read the next suspense item in key order
       155-read-next-suspense.
           read suspense-file next record
               at end
                   move ws-yes to ws-suspense-eof
           end-read.
      *Write the suspense item built in ws-suspense-work, open, under
      *this run's cycle. A key already on file means this record was
      *suspended before and is left exactly as the branch last saw it.
      *With no suspense file open the record is only on the listing,
      *and 510-write-totals stops the run for the branch to retransmit
       160-write-suspense-item.
           if ws-suspense-open = ws-yes then
               move ws-cycle-number to su-cycle
               move "S" to su-source
               move ws-su-rec-num to su-rec-num
               move 0 to su-share
               move ws-su-branch to su-branch
               move ws-su-sman-num to su-sman-num
               move ws-su-reason to su-reason
               move "O" to su-status
               move ws-run-date-num to su-suspended-date
               move 0 to su-action-date
               move 0 to su-resubmit-cycle
               move ws-su-sales-rec to su-sales-rec
               write suspense-rec
                   invalid key
                       continue
                   not invalid key
                       add ws-one to ws-suspended-count
               end-write
           end-if.
      *Explode a good split into one ordinary record per share, each
      *released under its own salesperson's number and region
       140-release-split-shares.
           move spaces to ws-sb-name.
           move ws-share-amount to ws-sb-sales.
           move st-plan-code to ws-sb-plan-code.
           move st-invoice-num to ws-sb-invoice-num.
           move st-sale-date to ws-sb-sale-date.
           move ws-yes to sw-split-flag.
           move st-split-sman-num(ws-split-sub) to ws-key-sman-num.
           perform 120-lookup-region.
           move ws-looked-up-region to sw-region.
           move ws-key-sman-num to sw-sman-num.
           move st-invoice-num to sw-invoice-num.
           move spaces to sw-sales-rec.
           move ws-share-build-rec to sw-sales-rec.
           release sort-rec.
           read sales-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-release-rec-num
           end-if.
      *Look up the record's region on the master - a record with no
      *master match keeps a space region and sorts to the front, where
      *A3-SalesComm's own missing-master fallback deals with it. A rep
      *with a territory assignment in effect on the sale date sorts
      *under that assignment's region instead of the master's, the
      *same region A3-SalesComm will subtotal the sale under
       120-lookup-region.
           move ws-key-sman-num to sm-sman-num.
           read salesperson-master-file
                   add ws-one to ws-no-region-count
               not invalid key
                   move sm-region to ws-looked-up-region
                   perform 125-lookup-territory
           end-read.
      *Walk the rep's assignments, oldest first, for the one whose
      *range takes in the sale date. A record with no sale date, or
      *a rep with no assignment on the date, keeps the master's region
       125-lookup-territory.
           if ws-territory-open = ws-yes
              and sr-sale-date is numeric then
               move "n" to ws-territory-eof
               move ws-key-sman-num to te-sman-num
               move 0 to te-eff-from
               start territory-file key not < te-key
                   invalid key
                       move ws-yes to ws-territory-eof
               end-start
               perform 126-check-one-assignment
                 until ws-territory-eof = ws-yes
           end-if.
       126-check-one-assignment.
           read territory-file next record
               at end
                   move ws-yes to ws-territory-eof
           end-read
           if ws-territory-eof not = ws-yes then
               if te-sman-num not = sm-sman-num
                  or te-eff-from > sr-sale-date then
                   move ws-yes to ws-territory-eof
               else
                   if te-eff-to >= sr-sale-date then
                       move te-region to ws-looked-up-region
                       move ws-yes to ws-territory-eof
                   end-if
               end-if
           end-if.
      *Take the sorted records back, pulling the second and later
      *records for the same salesperson number and invoice out of
      *the feed and onto the sequence-error listing
       400-return-sorted.
           perform 410-return-one-record
             until ws-sort-eof-flag = ws-yes.
      *the duplicate check - its shares are pieces of a different
      *sale, not the same salesperson keyed twice
               if sw-split-flag not = ws-yes
                  and sw-resubmit-flag not = ws-yes
                  and ws-first-record not = ws-yes
                  and sw-sman-num = ws-previous-sman-num
                  and sw-invoice-num = ws-previous-invoice-num then
                   perform 420-write-seq-error
               else
                   move sw-sales-rec to sorted-rec
                   move sw-branch to so-branch
                   write sorted-rec
                   add ws-one to ws-records-sorted-count
               end-if
               if sw-split-flag not = ws-yes
                  and sw-resubmit-flag not = ws-yes then
                   move "n" to ws-first-record
                   move sw-sman-num to ws-previous-sman-num
                   move sw-invoice-num to ws-previous-invoice-num
               end-if
           end-if.
      *Write a duplicate record onto the sequence-error listing and
      *park it on the suspense file for its branch to release or
      *write off
       420-write-seq-error.
           add ws-one to ws-duplicate-count.
           move spaces to ws-seq-detail-line.
           move sw-sman-num to ws-seq-sman-num.
           move sw-sales-rec to ws-seq-raw-record.
           move "DUPLICATE INVOICE IN RUN - PULLED FROM FEED"
             to ws-seq-reason.
           write seq-error-line from ws-seq-detail-line.
           move sw-rec-num to ws-su-rec-num.
           move sw-branch to ws-su-branch.
           move sw-sman-num to ws-su-sman-num.
           move ws-seq-reason to ws-su-reason.
           move sw-sales-rec to ws-su-sales-rec.
           perform 160-write-suspense-item.
      *Stamp the freshly sorted feed with the next commission cycle,
      *unposted - A3-SalesComm refuses the cycle once it has posted
      *it, so a re-run against this same file cannot pay twice. A
           move ws-stray-record-count to ws-stray-records-rl.
           write seq-error-line from ws-stray-records-report-line
             after advancing ws-one line.
           move ws-suspended-count to ws-suspended-rl.
           write seq-error-line from ws-suspended-report-line
             after advancing ws-one line.
           move ws-resubmitted-count to ws-resubmitted-rl.
           write seq-error-line from ws-resubmitted-report-line
             after advancing ws-one line.
           move ws-cleared-count to ws-cleared-rl.
           write seq-error-line from ws-cleared-report-line
             after advancing ws-one line.
           move ws-cycle-number to ws-cycle-rl.
           write seq-error-line from ws-cycle-report-line
             after advancing ws-one line.
      *A held batch or a stray record means the sorted feed is not
      *the whole day's business. Its records are parked on the
      *suspense file, so the rest of the day may post and the branch
      *releases them into the next cycle rather than retransmitting -
      *the return code warns the scheduler without stopping the run.
      *A suspense file that would not open loses that safety net -
      *for the duplicates pulled from the feed as well - and the run
      *is stopped as before until the branch retransmits
           if ws-batch-held-count > 0
              or ws-stray-record-count > 0 then
               if ws-suspense-open = ws-yes then
                   move 4 to return-code
               else
                   move 8 to return-code
               end-if
           end-if
           if ws-duplicate-count > 0
              and ws-suspense-open not = ws-yes then
               move 8 to return-code
           end-if.
      *Close the input and output files
           close sales-file
             commission-plan-file
             salesperson-master-file
             territory-file
             sorted-file
             seq-error-file
             suspense-file.
           goback.
      *
       end program A3-SalesSort.
