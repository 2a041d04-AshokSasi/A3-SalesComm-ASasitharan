       identification division.
       program-id. A3-QuotaMaint.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program applies add/change/delete transactions against the
      *quota file - one sales quota per salesperson per quarter, as
      *management sets them - rejecting bad transactions and printing
      *a before/after maintenance report for sign-off the same way
      *A3-PlanMaint reports plan table changes. A quota can only be
      *keyed for a salesperson on the master, for a real calendar
      *quarter, and for a positive amount, so the attainment report
      *A3-QuotaReport reads off a file that was checked at entry
       environment division.
      *
       input-output section.
       file-control.
      *Maintenance transaction file keyed in by sales management - one
      *action per record (A=add, C=change, D=delete)
           select quota-trans-file
               assign to "../../../data/A3-QuotaTrans.dat"
               organization is line sequential.
      *Quota file - keyed by salesperson and quarter (yyyyq)
           select quota-file
               assign to "../../../data/A3-Quota.dat"
               organization is indexed
               access mode is dynamic
               record key is qu-key
               file status is ws-file-status-quota.
      *Salesperson master - read only, a quota must name a rep on it
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Before/after maintenance report for the sign-off
           select quota-report-file
               assign to "../../../data/A3-QuotaMaint.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd quota-trans-file
           data record is quota-trans-rec
           record contains 18 characters.
      *Transaction record - action byte, key, and the quota amount in
      *whole dollars (a delete carries the key only)
       01 quota-trans-rec.
         05 qt-action                   pic x.
         05 qt-sman-num                 pic x(3).
         05 qt-quarter                  pic x(5).
         05 qt-amount                   pic x(9).
      *
       fd quota-file
           data record is quota-rec.
      *Quota - the sales quota for one salesperson for one calendar
      *quarter, with the date it was last keyed
       01 quota-rec.
         05 qu-key.
           10 qu-sman-num               pic 999.
           10 qu-quarter                pic 9(5).
         05 qu-amount                   pic 9(9).
         05 qu-changed-date             pic 9(8).
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
       fd quota-report-file
           data record is quota-report-line
           record contains 132 characters.
      *
       01 quota-report-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-file-status-quota pic xx value spaces.
       01 ws-file-status-master pic xx value spaces.
       01 ws-trans-valid pic x value 'y'.
       01 ws-quota-found pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *Wide enough for the longest reason text in 330-validate-trans -
      *"DUPLICATE ADD - QUOTA ALREADY ON FILE" is 37 chars
       01 ws-reject-reason pic x(44) value spaces.
      *The quarter key picked apart - a four-digit year and a quarter
      *number from 1 to 4
       01 ws-quarter-in pic 9(5) value 0.
       01 ws-quarter-parts redefines ws-quarter-in.
         05 ws-qi-year                  pic 9(4).
         05 ws-qi-quarter               pic 9.
      *Saved image of the quota before a change/delete is applied
       01 ws-before-image.
         05 ws-bi-amount                pic 9(9).
         05 ws-bi-changed-date          pic 9(8).
       01 ws-new-amount pic 9(9) value 0.
      * Counter variables
       01 ws-counters.
         05 ws-trans-read-count         pic 9(4) value 0.
         05 ws-add-count                pic 9(4) value 0.
         05 ws-change-count             pic 9(4) value 0.
         05 ws-delete-count             pic 9(4) value 0.
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
         05 ws-title-h2                pic x(24) value
                              "QUOTA MAINTENANCE REPORT".
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
         05 ws-qtr-h3                  pic x(7) value "QUARTER".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h3                 pic x(6) value "IMAGE ".
         05 filler                     pic x(3) value spaces.
         05 ws-amount-h3               pic x(11) value "      QUOTA".
         05 filler                     pic x(3) value spaces.
         05 ws-date-h3                 pic x(8) value "KEYED ON".
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
         05 ws-qtr-h4                  pic x(7) value "-------".
         05 filler                     pic x(3) value spaces.
         05 ws-view-h4                 pic x(6) value "------".
         05 filler                     pic x(3) value spaces.
         05 ws-amount-h4               pic x(11) value "-----------".
         05 filler                     pic x(3) value spaces.
         05 ws-date-h4                 pic x(8) value "--------".
         05 filler                     pic x(3) value spaces.
         05 ws-disp-h4                 pic x(11) value "-----------".
      *Report detail line - one line for the before image (when there
      *is one) and one for the after image per applied transaction
       01 ws-quota-detail-line.
         05 ws-act-dl                  pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-sman-dl                 pic x(4).
         05 filler                     pic x(3) value spaces.
         05 ws-name-dl                 pic x(20).
         05 filler                     pic x(3) value spaces.
         05 ws-qtr-dl                  pic x(7).
         05 filler                     pic x(3) value spaces.
         05 ws-view-dl                 pic x(6).
         05 filler                     pic x(3) value spaces.
         05 ws-amount-dl               pic ZZZ,ZZZ,ZZ9.
         05 filler                     pic x(3) value spaces.
         05 ws-date-dl                 pic x(8).
         05 filler                     pic x(3) value spaces.
         05 ws-disp-dl                 pic x(44).
      * Output for number of transactions read
       01 ws-trans-read-report-line.
         05 filler                     pic x(29)
                                value "NUMBER OF TRANSACTIONS READ".
         05 filler                     pic x(8) value spaces.
         05 ws-trans-read-rl           pic ZZZ9.
      * Output for number of adds applied
       01 ws-adds-report-line.
         05 filler                     pic x(22)
                                value "NUMBER OF ADDS APPLIED".
         05 filler                     pic x(15) value spaces.
         05 ws-adds-rl                 pic ZZZ9.
      * Output for number of changes applied
       01 ws-changes-report-line.
         05 filler                     pic x(25)
                                value "NUMBER OF CHANGES APPLIED".
         05 filler                     pic x(12) value spaces.
         05 ws-changes-rl              pic ZZZ9.
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
      *Open the transaction input, the quota file (created empty on
      *first use, following how A3-SalesComm creates its keyed
      *files), the master and the maintenance report output
       10-open-files.
           open input quota-trans-file.
           open i-o quota-file.
           if ws-file-status-quota = "35" then
               open output quota-file
               close quota-file
               open i-o quota-file
           end-if
           open input salesperson-master-file.
           open output quota-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      * Read the transaction file until the end of file is reached
       20-read-trans-file.
           read quota-trans-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-trans-read-count
           end-if.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-run-date-h2.
           write quota-report-line from ws-heading1-name-line
             after advancing ws-one line.
           write quota-report-line from spaces.
           write quota-report-line from ws-heading2-title.
           write quota-report-line from spaces.
           write quota-report-line from ws-heading3-headings.
           write quota-report-line from ws-heading4-underlines.
      *Validate and apply one transaction, then read the next
       300-process-transaction.
           perform 330-validate-trans.
           if ws-trans-valid = ws-yes then
               if qt-action = "A" then
                   perform 340-apply-add
               else
                   if qt-action = "C" then
                       perform 350-apply-change
                   else
                       perform 360-apply-delete
                   end-if
               end-if
           else
               perform 370-write-reject-line
           end-if
           perform 20-read-trans-file.
      *Validate a transaction before it is allowed to touch the quota
      *file. The key must name a salesperson on the master and a real
      *calendar quarter; a change or delete must name a quota already
      *on file and an add must not
       330-validate-trans.
           move ws-yes to ws-trans-valid
           move spaces to ws-reject-reason
           move "n" to ws-quota-found
           move spaces to sm-full-name
           if qt-action not = "A" and qt-action not = "C"
              and qt-action not = "D" then
               move "n" to ws-trans-valid
               move "ACTION NOT A/C/D" to ws-reject-reason
           else
               if qt-sman-num is not numeric then
                   move "n" to ws-trans-valid
                   move "SALESPERSON NUMBER NOT NUMERIC"
                     to ws-reject-reason
               else
                   perform 332-validate-quarter
                   if ws-trans-valid = ws-yes then
                       perform 335-lookup-quota
                       if qt-action = "A" then
                           perform 336-validate-add
                       else
                           if ws-quota-found not = ws-yes then
                               move "n" to ws-trans-valid
                               move "CHANGE/DELETE - QUOTA NOT ON FILE"
                                 to ws-reject-reason
                           else
                               if qt-action = "C" then
                                   perform 337-validate-change
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      *The quarter is keyed yyyyq - a four-digit year and quarter 1-4
       332-validate-quarter.
           if qt-quarter is not numeric then
               move "n" to ws-trans-valid
               move "QUARTER NOT NUMERIC - KEY AS YYYYQ"
                 to ws-reject-reason
           else
               move qt-quarter to ws-quarter-in
               if ws-qi-year = 0
                  or ws-qi-quarter < 1 or ws-qi-quarter > 4 then
                   move "n" to ws-trans-valid
                   move "QUARTER NOT A YEAR AND QUARTER 1-4"
                     to ws-reject-reason
               end-if
           end-if.
      *Read the quota file for this transaction's key, saving the
      *current image for the report's before line
       335-lookup-quota.
           move qt-sman-num to qu-sman-num.
           move ws-quarter-in to qu-quarter.
           read quota-file
               invalid key
                   move "n" to ws-quota-found
                   move 0 to ws-bi-amount ws-bi-changed-date
               not invalid key
                   move ws-yes to ws-quota-found
                   move qu-amount to ws-bi-amount
                   move qu-changed-date to ws-bi-changed-date
           end-read.
      *An add must be for a salesperson on the master with no quota
      *yet for the quarter, and must carry a positive amount
       336-validate-add.
           if ws-quota-found = ws-yes then
               move "n" to ws-trans-valid
               move "DUPLICATE ADD - QUOTA ALREADY ON FILE"
                 to ws-reject-reason
           else
               perform 338-lookup-master
               if ws-trans-valid = ws-yes then
                   perform 339-validate-amount
               end-if
           end-if.
      *A change replaces the amount and must carry a positive one
       337-validate-change.
           perform 338-lookup-master.
           if ws-trans-valid = ws-yes then
               perform 339-validate-amount
           end-if.
      *The salesperson must be on the master - the name is kept for
      *the report lines
       338-lookup-master.
           move qt-sman-num to sm-sman-num.
           read salesperson-master-file
               invalid key
                   move "n" to ws-trans-valid
                   move spaces to sm-full-name
                   move "SALESPERSON NOT ON MASTER"
                     to ws-reject-reason
           end-read.
      *The quota amount must be numeric and above zero
       339-validate-amount.
           if qt-amount is not numeric then
               move "n" to ws-trans-valid
               move "QUOTA AMOUNT NON-NUMERIC OR MISSING"
                 to ws-reject-reason
           else
               move qt-amount to ws-new-amount
               if ws-new-amount = 0 then
                   move "n" to ws-trans-valid
                   move "QUOTA AMOUNT ZERO" to ws-reject-reason
               end-if
           end-if.
      *Write a new quota and report the after image
       340-apply-add.
           move qt-sman-num to qu-sman-num.
           move ws-quarter-in to qu-quarter.
           move ws-new-amount to qu-amount.
           move ws-run-date-num to qu-changed-date.
           write quota-rec.
           add ws-one to ws-add-count.
           perform 380-write-after-line.
      *Rewrite the changed quota and report the before and after
      *images
       350-apply-change.
           move ws-new-amount to qu-amount.
           move ws-run-date-num to qu-changed-date.
           rewrite quota-rec.
           add ws-one to ws-change-count.
           perform 375-write-before-line.
           perform 380-write-after-line.
      *Remove the quota and report the image that was removed
       360-apply-delete.
           delete quota-file record.
           add ws-one to ws-delete-count.
           perform 375-write-before-line.
      *Write the rejected transaction with its reason
       370-write-reject-line.
           add ws-one to ws-reject-count.
           move spaces to ws-quota-detail-line.
           move qt-action to ws-act-dl.
           move qt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move qt-quarter to ws-qtr-dl.
           move ws-reject-reason to ws-disp-dl.
           write quota-report-line from ws-quota-detail-line
             after advancing ws-two lines.
      *Write the before image of the quota being changed/deleted
       375-write-before-line.
           move spaces to ws-quota-detail-line.
           move qt-action to ws-act-dl.
           move qt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move ws-quarter-in to ws-qtr-dl.
           move "BEFORE" to ws-view-dl.
           move ws-bi-amount to ws-amount-dl.
           move ws-bi-changed-date to ws-date-dl.
           if qt-action = "D" then
               move "DELETED" to ws-disp-dl
           end-if
           write quota-report-line from ws-quota-detail-line
             after advancing ws-two lines.
      *Write the after image of the quota as applied
       380-write-after-line.
           move spaces to ws-quota-detail-line.
           move qt-action to ws-act-dl.
           move qt-sman-num to ws-sman-dl.
           move sm-full-name to ws-name-dl.
           move qu-quarter to ws-qtr-dl.
           move "AFTER" to ws-view-dl.
           move qu-amount to ws-amount-dl.
           move qu-changed-date to ws-date-dl.
           move "APPLIED" to ws-disp-dl.
           if qt-action = "A" then
               write quota-report-line from ws-quota-detail-line
                 after advancing ws-two lines
           else
               write quota-report-line from ws-quota-detail-line
           end-if.
      * Print out the transaction counts for the sign-off totals
       510-write-totals.
           move ws-trans-read-count to ws-trans-read-rl.
           write quota-report-line from ws-trans-read-report-line
             after advancing ws-two lines.
           move ws-add-count to ws-adds-rl.
           write quota-report-line from ws-adds-report-line
             after advancing ws-one line.
           move ws-change-count to ws-changes-rl.
           write quota-report-line from ws-changes-report-line
             after advancing ws-one line.
           move ws-delete-count to ws-deletes-rl.
           write quota-report-line from ws-deletes-report-line
             after advancing ws-one line.
           move ws-reject-count to ws-rejects-rl.
           write quota-report-line from ws-rejects-report-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close quota-trans-file
             quota-file
             salesperson-master-file
             quota-report-file.
           goback.
      *
       end program A3-QuotaMaint.
