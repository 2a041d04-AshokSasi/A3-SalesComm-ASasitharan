       identification division.
       program-id. A3-PayRelease.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program stands between the run balancing control report
      *and the payroll transmit. Finance signs off the cycle's
      *dollars on an approval record - two different approvers, the
      *cycle, and the row count and paid total they approved. The
      *payroll feed is released to the outbound transmit file only
      *when the approval, the feed's own header and trailer, and the
      *totals on the control report all agree and the control report
      *shows the run balanced. Anything else - a mismatch, a missing
      *or repeated approver, an approval for another cycle, a cycle
      *already released - blocks the release, and every reason is
      *printed. Every approval read and every release attempt is
      *added to the release log
       environment division.
      *
       input-output section.
       file-control.
      *The payroll feed A3-SalesComm wrote for this cycle
           select payroll-file
               assign to "../../../data/A3-PayrollFeed.out"
               organization is line sequential
               file status is ws-file-status-feed.
      *The run balancing control report A3-SalesComm wrote with it
           select control-report-file
               assign to "../../../data/A3-ControlReport.out"
               organization is line sequential
               file status is ws-file-status-control.
      *Finance's sign-off on the cycle
           select optional approval-file
               assign to "../../../data/A3-PayrollApproval.dat"
               organization is line sequential.
      *Log of every approval read and every release attempt
           select optional release-log-file
               assign to "../../../data/A3-ReleaseLog.dat"
               organization is line sequential.
      *The outbound transmit - a copy of the feed, written only when
      *the release is approved
           select transmit-file
               assign to "../../../data/A3-PayrollTransmit.out"
               organization is line sequential.
      *The release report
           select release-report-file
               assign to "../../../data/A3-PayRelease.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd payroll-file
           data record is payroll-rec
           record contains 23 characters.
      *Payroll feed record - same layout A3-SalesComm writes
       01 payroll-rec.
         05 pf-sman-num                  pic 999.
         05 pf-payroll-key               pic x(10).
         05 pf-paid-amount               pic s9(7)v99
                                          sign is leading separate.
      *Feed envelope - same header/trailer A3-SalesComm writes; an
      *"H" or "T" in the first byte marks the envelope, a detail row
      *always starts with a numeric salesperson number
       01 payroll-hdr-rec.
         05 ph-rec-type                  pic x.
         05 ph-run-date                  pic 9(8).
         05 ph-cycle                     pic 9(6).
         05 filler                       pic x(8).
       01 payroll-trl-rec.
         05 pt-rec-type                  pic x.
         05 pt-row-count                 pic 9(6).
         05 pt-paid-total                pic 9(9)v99.
         05 filler                       pic x(5).
      *
       fd control-report-file
           data record is control-report-line
           record contains 90 characters.
      *Control report line - worn as each of the three line shapes
      *A3-SalesComm prints its cycle, counts, hashes and run status
      *in, so the printed figures can be read back
       01 control-report-line pic x(90).
       01 cr-count-line.
         05 cr-count-label              pic x(30).
         05 cr-count-value              pic ZZZZZ9.
         05 filler                      pic x(54).
       01 cr-hash-line.
         05 cr-hash-label               pic x(26).
         05 cr-hash-value               pic $$$$,$$$,$$9.
         05 filler                      pic x(52).
       01 cr-status-line.
         05 cr-status-caption           pic x(14).
         05 cr-status-word              pic x(8).
         05 filler                      pic x(68).
      *
       fd approval-file
           data record is approval-rec
           record contains 39 characters.
      *Approval record - the cycle, the row count and paid total
      *signed off, and the two approvers who signed
       01 approval-rec.
         05 ap-cycle                     pic 9(6).
         05 ap-row-count                 pic 9(6).
         05 ap-paid-total                pic 9(9)v99.
         05 ap-approver-1                pic x(8).
         05 ap-approver-2                pic x(8).
      *
       fd release-log-file
           data record is release-log-rec
           record contains 84 characters.
      *Release log record - "A" for an approval read, "R" for a
      *release made, "B" for a release blocked
       01 release-log-rec.
         05 lg-log-date                  pic 9(8).
         05 lg-event                     pic x.
         05 lg-cycle                     pic 9(6).
         05 lg-approver-1                pic x(8).
         05 lg-approver-2                pic x(8).
         05 lg-row-count                 pic 9(6).
         05 lg-paid-total                pic 9(9)v99.
         05 lg-reason                    pic x(36).
      *
       fd transmit-file
           data record is transmit-rec
           record contains 23 characters.
      *
       01 transmit-rec pic x(23).
      *
       fd release-report-file
           data record is release-report-line
           record contains 100 characters.
      *
       01 release-report-line pic x(100).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-file-status-feed pic xx value spaces.
       01 ws-file-status-control pic xx value spaces.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *Release state - cleared by the first reason found to block
       01 ws-release-ok pic x value 'y'.
       01 ws-already-released pic x value 'n'.
       01 ws-reason pic x(36) value spaces.
      *What the feed envelope carried
       01 ws-feed-header-seen pic x value 'n'.
       01 ws-feed-trailer-seen pic x value 'n'.
       01 ws-feed-cycle pic 9(6) value 0.
       01 ws-feed-row-count pic 9(6) value 0.
       01 ws-feed-paid-total pic 9(9)v99 value 0.
       01 ws-feed-hash-total pic s9(9)v99 value 0.
      *What the control report printed
       01 ws-ctl-cycle-seen pic x value 'n'.
       01 ws-ctl-rows-seen pic x value 'n'.
       01 ws-ctl-hash-seen pic x value 'n'.
       01 ws-ctl-balanced pic x value 'n'.
       01 ws-ctl-cycle pic 9(6) value 0.
       01 ws-ctl-row-count pic 9(6) value 0.
       01 ws-ctl-feed-hash pic 9(9) value 0.
      *What was approved
       01 ws-approval-count pic 9(4) value 0.
       01 ws-appr-cycle pic 9(6) value 0.
       01 ws-appr-row-count pic 9(6) value 0.
       01 ws-appr-paid-total pic 9(9)v99 value 0.
       01 ws-appr-approver-1 pic x(8) value spaces.
       01 ws-appr-approver-2 pic x(8) value spaces.
      * Counter variables
       01 ws-counters.
         05 ws-feed-detail-count        pic 9(6) value 0.
         05 ws-reason-count             pic 9(4) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
      *Report headings
       01 ws-rel-heading1.
         05 filler                     pic x(20) value spaces.
         05 filler                     pic x(30) value
                              "PAYROLL RELEASE APPROVAL GATE ".
         05 filler                     pic x(5) value " RUN ".
         05 ws-rel-run-date-h1         pic x(8).
       01 ws-rel-heading2.
         05 filler                     pic x(26) value
                              "                          ".
         05 filler                     pic x(26) value
                              "    APPROVED          FEED".
         05 filler                     pic x(18) value
                              "    CONTROL REPORT".
       01 ws-rel-heading3.
         05 filler                     pic x(26) value
                              "                          ".
         05 filler                     pic x(26) value
                              "  ----------  ------------".
         05 filler                     pic x(18) value
                              "    --------------".
       01 ws-rel-count-line.
         05 ws-rel-count-label         pic x(26).
         05 filler                     pic x(6) value spaces.
         05 ws-rel-appr-count-cl       pic ZZZZZ9.
         05 filler                     pic x(8) value spaces.
         05 ws-rel-feed-count-cl       pic ZZZZZ9.
         05 filler                     pic x(12) value spaces.
         05 ws-rel-ctl-count-cl        pic ZZZZZ9.
       01 ws-rel-paid-line.
         05 ws-rel-paid-label          pic x(26).
         05 ws-rel-appr-paid-cl        pic ZZZ,ZZZ,ZZ9.99.
         05 ws-rel-feed-paid-cl        pic ZZZ,ZZZ,ZZ9.99.
         05 filler                     pic x(6) value spaces.
         05 ws-rel-ctl-paid-cl         pic ZZZ,ZZZ,ZZ9.
       01 ws-rel-approver-line.
         05 filler                     pic x(26)
                               value "  APPROVED BY".
         05 ws-rel-approver-1-al       pic x(8).
         05 filler                     pic x(5) value " AND ".
         05 ws-rel-approver-2-al       pic x(8).
       01 ws-rel-status-line.
         05 filler                     pic x(14)
                               value "  CTL STATUS: ".
         05 ws-rel-status-sl           pic x(40).
       01 ws-rel-reason-line.
         05 filler                     pic x(12)
                               value "  BLOCKED - ".
         05 ws-rel-reason-rl           pic x(36).
       01 ws-rel-result-line.
         05 filler                     pic x(14)
                               value "  RELEASE:    ".
         05 ws-rel-result-rl           pic x(50).
      *Count line - caption and count
       01 ws-rel-total-line.
         05 ws-rel-total-label         pic x(33).
         05 ws-rel-total-rl            pic ZZZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           perform 20-read-approvals.
           perform 30-verify-feed-envelope.
           perform 40-read-control-report.
           perform 50-check-already-released.
           perform 400-write-comparison.
           perform 300-compare-and-decide.
           if ws-release-ok = ws-yes then
               perform 500-copy-feed-to-transmit
           end-if
           perform 510-write-result.
           perform 600-close-files.
      *
      *Open the report and take the run date; the inputs are opened
      *as each is read
       10-open-files.
           open output release-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-rel-run-date-h1.
           write release-report-line from ws-rel-heading1
             after advancing ws-one line.
      *Read the approval file - one sign-off is expected. Each
      *approval read is logged whether or not it is used
       20-read-approvals.
           open input approval-file.
           open extend release-log-file.
           move "n" to ws-eof-flag.
           perform 25-read-one-approval
             until ws-eof-flag = ws-yes.
           close approval-file.
           close release-log-file.
       25-read-one-approval.
           read approval-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-approval-count
               move ap-cycle to ws-appr-cycle
               move ap-row-count to ws-appr-row-count
               move ap-paid-total to ws-appr-paid-total
               move ap-approver-1 to ws-appr-approver-1
               move ap-approver-2 to ws-appr-approver-2
               move spaces to release-log-rec
               move ws-run-date-num to lg-log-date
               move "A" to lg-event
               move ap-cycle to lg-cycle
               move ap-approver-1 to lg-approver-1
               move ap-approver-2 to lg-approver-2
               move ap-row-count to lg-row-count
               move ap-paid-total to lg-paid-total
               move "APPROVAL READ" to lg-reason
               write release-log-rec
           end-if.
      *Prove the feed envelope - header, rows counted and hashed,
      *trailer matching - the same way A3-PayAckRecon does
       30-verify-feed-envelope.
           open input payroll-file.
           if ws-file-status-feed = "00" then
               move "n" to ws-eof-flag
               perform 35-read-feed-row
               if ws-eof-flag not = ws-yes
                  and ph-rec-type = "H" then
                   move ws-yes to ws-feed-header-seen
                   move ph-cycle to ws-feed-cycle
                   perform 35-read-feed-row
                   perform 36-count-one-feed-row
                     until ws-eof-flag = ws-yes
                        or ws-feed-trailer-seen = ws-yes
               end-if
               close payroll-file
           end-if.
      *Read one feed row
       35-read-feed-row.
           read payroll-file
               at end
                   move ws-yes to ws-eof-flag
           end-read.
      *Count and hash one feed row, taking the trailer's figures
      *when it arrives
       36-count-one-feed-row.
           if pt-rec-type = "T" then
               move ws-yes to ws-feed-trailer-seen
               move pt-row-count to ws-feed-row-count
               move pt-paid-total to ws-feed-paid-total
           else
               add ws-one to ws-feed-detail-count
               add pf-paid-amount to ws-feed-hash-total
               perform 35-read-feed-row
           end-if.
      *Read the printed control report back - the cycle, the payroll
      *rows written, the payroll feed hash and the run status
       40-read-control-report.
           open input control-report-file.
           if ws-file-status-control = "00" then
               move "n" to ws-eof-flag
               perform 45-read-one-control-line
                 until ws-eof-flag = ws-yes
               close control-report-file
           end-if.
       45-read-one-control-line.
           read control-report-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               if cr-count-label = "  COMMISSION CYCLE" then
                   move ws-yes to ws-ctl-cycle-seen
                   move cr-count-value to ws-ctl-cycle
               end-if
               if cr-count-label = "  PAYROLL ROWS WRITTEN" then
                   move ws-yes to ws-ctl-rows-seen
                   move cr-count-value to ws-ctl-row-count
               end-if
               if cr-hash-label = "  PAYROLL FEED HASH" then
                   move ws-yes to ws-ctl-hash-seen
                   move cr-hash-value to ws-ctl-feed-hash
               end-if
               if cr-status-caption = "  RUN STATUS: "
                  and cr-status-word = "BALANCED" then
                   move ws-yes to ws-ctl-balanced
               end-if
           end-if.
      *A cycle the log already shows released is never sent twice
       50-check-already-released.
           open input release-log-file.
           move "n" to ws-eof-flag.
           perform 55-read-one-log-row
             until ws-eof-flag = ws-yes.
           close release-log-file.
       55-read-one-log-row.
           read release-log-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes
              and lg-event = "R"
              and lg-cycle = ws-feed-cycle
              and ws-feed-header-seen = ws-yes then
               move ws-yes to ws-already-released
           end-if.
      *Check the approval against the feed and the control report,
      *printing every reason that blocks the release
       300-compare-and-decide.
           if ws-approval-count = 0 then
               move "NO APPROVAL ON FILE" to ws-reason
               perform 390-block-release
           end-if
           if ws-approval-count > ws-one then
               move "MORE THAN ONE APPROVAL ON FILE" to ws-reason
               perform 390-block-release
           end-if
           if ws-approval-count > 0 then
               perform 310-check-approvers
           end-if
           perform 320-check-feed.
           perform 330-check-control-report.
           if ws-approval-count > 0 then
               perform 340-check-approved-figures
           end-if
           if ws-already-released = ws-yes then
               move "CYCLE ALREADY RELEASED TO PAYROLL" to ws-reason
               perform 390-block-release
           end-if.
      *Two different people must have signed
       310-check-approvers.
           if ws-appr-approver-1 = spaces then
               move "FIRST APPROVER MISSING" to ws-reason
               perform 390-block-release
           end-if
           if ws-appr-approver-2 = spaces then
               move "SECOND APPROVER MISSING" to ws-reason
               perform 390-block-release
           else
               if ws-appr-approver-2 = ws-appr-approver-1 then
                   move "BOTH APPROVALS BY THE SAME PERSON"
                     to ws-reason
                   perform 390-block-release
               end-if
           end-if.
      *The feed must carry a whole envelope that proves its rows
       320-check-feed.
           if ws-file-status-feed not = "00" then
               move "PAYROLL FEED NOT FOUND" to ws-reason
               perform 390-block-release
           else
               if ws-feed-header-seen not = ws-yes then
                   move "FEED HEADER MISSING" to ws-reason
                   perform 390-block-release
               else
                   if ws-feed-trailer-seen not = ws-yes then
                       move "FEED TRAILER MISSING - FILE TRUNCATED"
                         to ws-reason
                       perform 390-block-release
                   else
                       if ws-feed-row-count not = ws-feed-detail-count
                          or ws-feed-paid-total
                             not = ws-feed-hash-total then
                           move "FEED COUNT/HASH DO NOT MATCH TRAILER"
                             to ws-reason
                           perform 390-block-release
                       end-if
                   end-if
               end-if
           end-if.
      *The control report must be for the feed's cycle, show the run
      *balanced, and print the same rows and hash the trailer carries
       330-check-control-report.
           if ws-file-status-control not = "00"
              or ws-ctl-cycle-seen not = ws-yes
              or ws-ctl-rows-seen not = ws-yes
              or ws-ctl-hash-seen not = ws-yes then
               move "CONTROL REPORT MISSING OR INCOMPLETE"
                 to ws-reason
               perform 390-block-release
           else
               if ws-ctl-balanced not = ws-yes then
                   move "CONTROL REPORT OUT OF BALANCE" to ws-reason
                   perform 390-block-release
               end-if
               if ws-ctl-cycle not = ws-feed-cycle then
                   move "CONTROL REPORT IS FOR ANOTHER CYCLE"
                     to ws-reason
                   perform 390-block-release
               end-if
               if ws-ctl-row-count not = ws-feed-row-count then
                   move "CONTROL REPORT ROWS NOT = FEED" to ws-reason
                   perform 390-block-release
               end-if
               if ws-ctl-feed-hash not = ws-feed-paid-total then
                   move "CONTROL REPORT HASH NOT = FEED" to ws-reason
                   perform 390-block-release
               end-if
           end-if.
      *The approval must be for the feed's cycle and must carry the
      *rows and dollars the feed carries
       340-check-approved-figures.
           if ws-appr-cycle not = ws-feed-cycle then
               move "APPROVAL IS FOR A DIFFERENT CYCLE" to ws-reason
               perform 390-block-release
           end-if
           if ws-appr-row-count not = ws-feed-row-count then
               move "APPROVED ROW COUNT NOT = FEED" to ws-reason
               perform 390-block-release
           end-if
           if ws-appr-paid-total not = ws-feed-paid-total then
               move "APPROVED PAID TOTAL NOT = FEED" to ws-reason
               perform 390-block-release
           end-if.
      *Print one blocking reason and hold the release
       390-block-release.
           move "n" to ws-release-ok.
           add ws-one to ws-reason-count.
           if ws-reason-count = ws-one then
               move spaces to release-report-line
               write release-report-line
                 after advancing ws-one line
           end-if
           move ws-reason to ws-rel-reason-rl.
           write release-report-line from ws-rel-reason-line
             after advancing ws-one line.
      *Print the approved, feed and control report figures side by
      *side, with the approvers and the control report's run status
       400-write-comparison.
           write release-report-line from ws-rel-heading2
             after advancing ws-two lines.
           write release-report-line from ws-rel-heading3
             after advancing ws-one line.
           move "  CYCLE" to ws-rel-count-label.
           move ws-appr-cycle to ws-rel-appr-count-cl.
           move ws-feed-cycle to ws-rel-feed-count-cl.
           move ws-ctl-cycle to ws-rel-ctl-count-cl.
           write release-report-line from ws-rel-count-line
             after advancing ws-one line.
           move "  PAYROLL ROWS" to ws-rel-count-label.
           move ws-appr-row-count to ws-rel-appr-count-cl.
           move ws-feed-row-count to ws-rel-feed-count-cl.
           move ws-ctl-row-count to ws-rel-ctl-count-cl.
           write release-report-line from ws-rel-count-line
             after advancing ws-one line.
           move "  PAID TOTAL" to ws-rel-paid-label.
           move ws-appr-paid-total to ws-rel-appr-paid-cl.
           move ws-feed-paid-total to ws-rel-feed-paid-cl.
           move ws-ctl-feed-hash to ws-rel-ctl-paid-cl.
           write release-report-line from ws-rel-paid-line
             after advancing ws-one line.
           move ws-appr-approver-1 to ws-rel-approver-1-al.
           move ws-appr-approver-2 to ws-rel-approver-2-al.
           write release-report-line from ws-rel-approver-line
             after advancing ws-two lines.
           if ws-ctl-balanced = ws-yes then
               move "BALANCED" to ws-rel-status-sl
           else
               move "NOT SHOWN BALANCED" to ws-rel-status-sl
           end-if
           write release-report-line from ws-rel-status-line
             after advancing ws-one line.
      *Copy the whole feed, envelope and all, to the transmit file
       500-copy-feed-to-transmit.
           open input payroll-file.
           open output transmit-file.
           move "n" to ws-eof-flag.
           perform 505-copy-one-feed-row
             until ws-eof-flag = ws-yes.
           close payroll-file.
           close transmit-file.
       505-copy-one-feed-row.
           read payroll-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               write transmit-rec from payroll-rec
           end-if.
      *Print the outcome, log the attempt, and set the return code -
      *12 for a cycle already sent, 8 for any other block
       510-write-result.
           move spaces to release-log-rec.
           move ws-run-date-num to lg-log-date.
           move ws-feed-cycle to lg-cycle.
           move ws-appr-approver-1 to lg-approver-1.
           move ws-appr-approver-2 to lg-approver-2.
           move ws-feed-row-count to lg-row-count.
           move ws-feed-paid-total to lg-paid-total.
           if ws-release-ok = ws-yes then
               move "R" to lg-event
               move "RELEASED TO PAYROLL TRANSMIT" to lg-reason
               move "FEED COPIED TO THE PAYROLL TRANSMIT FILE"
                 to ws-rel-result-rl
           else
               move "B" to lg-event
               move ws-reason to lg-reason
               move "BLOCKED - PAYROLL FEED NOT SENT"
                 to ws-rel-result-rl
               if ws-already-released = ws-yes then
                   move 12 to return-code
               else
                   move 8 to return-code
               end-if
           end-if
           write release-report-line from ws-rel-result-line
             after advancing ws-two lines.
           open extend release-log-file.
           write release-log-rec.
           close release-log-file.
           move "NUMBER OF APPROVALS READ" to ws-rel-total-label.
           move ws-approval-count to ws-rel-total-rl.
           write release-report-line from ws-rel-total-line
             after advancing ws-two lines.
           move "NUMBER OF REASONS BLOCKING" to ws-rel-total-label.
           move ws-reason-count to ws-rel-total-rl.
           write release-report-line from ws-rel-total-line
             after advancing ws-one line.
      *Close the report
       600-close-files.
           close release-report-file.
           goback.
      *
       end program A3-PayRelease.
