      *while a rep is on the phone. For each requested salesperson it
      *pulls the master fields, the year-to-date totals with the
      *position against the bonus sales cap, the draw ledger balance,
      *this cycle's audit entries, this cycle's payroll feed row and
      *any dispute cases still open for the rep, all on one page. A
      *request may name one salesperson or a whole region - the
      *region form prints a dossier for every rep whose master
      *region matches, which is the manager version of the
      *same call
       environment division.
      *
               assign to "../../../data/A3-PayrollFeed.out"
               organization is line sequential
               file status is ws-file-status-payroll.
      *Dispute case file maintained by A3-DisputeMaint - walked per
      *dossier for the salesperson's open cases
           select optional dispute-file
               assign to "../../../data/A3-Dispute.dat"
               organization is indexed
               access mode is dynamic
               record key is dp-case-num
               file status is ws-file-status-dispute.
      *Run-time control record, for the bonus sales cap
           select optional control-file
               assign to "../../../data/A3-Control.dat"
      *
       fd control-file
           data record is control-rec
           record contains 12 to 35 characters.
      *Control (parameter) record - same layout A3-SalesComm reads,
      *this program wants the bonus sales cap
       01 control-rec.
         05 cf-draw-recovery-limit      pic 9(6).
         05 cf-exception-rate-limit     pic 99v9.
         05 cf-cap-warning-distance     pic 9(6).
         05 cf-quota-threshold-pct      pic 999.
         05 cf-quota-late-days          pic 99.
         05 cf-archive-keep-cycles      pic 999.
      *
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
       fd inquiry-report-file
           data record is inquiry-report-line
       01 ws-file-status-audit pic xx value spaces.
       01 ws-file-status-payroll pic xx value spaces.
       01 ws-file-status-control pic xx value spaces.
       01 ws-file-status-dispute pic xx value spaces.
       01 ws-run-date pic x(8) value spaces.
      *The salesperson the dossier in hand is being built for
       01 ws-subject-num pic 999 value 0.
       01 ws-payroll-hit-count pic 9(4) value 0.
       01 ws-region-eof pic x value 'n'.
       01 ws-region-hit-count pic 9(4) value 0.
       01 ws-dispute-eof pic x value 'n'.
      *Set when the case file opens - each walk leaves the status
      *field at "10", so it cannot gate the next dossier's walk
       01 ws-dispute-open pic x value 'n'.
       01 ws-dispute-hit-count pic 9(4) value 0.
       01 ws-feed-cycle pic 9(6) value 0.
       01 ws-cap-remaining pic 9(9) value 0.
       01 ws-over-cap-by pic 9(9) value 0.
             "  AUDIT ENTRIES THIS CYCLE".
       01 ws-dsr-no-audit-line         pic x(34) value
             "  NO AUDIT ENTRIES THIS CYCLE".
       01 ws-dsr-dispute-heading       pic x(30) value
             "  OPEN DISPUTE CASES".
       01 ws-dsr-no-dispute-line       pic x(34) value
             "  NO OPEN DISPUTE CASES".
       01 ws-dsr-dispute-line.
         05 filler                     pic x(7) value "  CASE ".
         05 ws-dsr-case-sl             pic 9(6).
         05 filler                     pic x(8) value "  CYCLE ".
         05 ws-dsr-case-cycle-sl       pic 9(6).
         05 filler                     pic x(10) value "  CLAIMED ".
         05 ws-dsr-case-amount-sl      pic Z,ZZZ,ZZ9.
         05 filler                     pic x(9) value "  OPENED ".
         05 ws-dsr-case-opened-sl      pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dsr-case-status-sl      pic x(12).
         05 filler                     pic x(2) value spaces.
         05 ws-dsr-case-reason-sl      pic x(30).
       01 ws-dsr-audit-copy-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dsr-audit-text          pic x(130).
           open input salesperson-master-file.
           open input ytd-file.
           open input draw-file.
           open input dispute-file.
           if ws-file-status-dispute = "00" then
               move ws-yes to ws-dispute-open
           end-if
           open output inquiry-report-file.
           accept ws-run-date from date yyyymmdd.
      *Load the bonus sales cap from the control record, if one was
           perform 320-write-ytd-section.
           perform 325-write-draw-section.
           perform 340-scan-payroll-feed.
           perform 360-scan-open-disputes.
           perform 330-scan-audit-entries.
      *Look up the subject on the master - skipped when the region
      *walk already holds the record, so the walk's position on the
               write inquiry-report-line from ws-dsr-audit-copy-line
                 after advancing ws-one line
           end-if.
      *Walk the dispute case file and list the subject's cases that
      *are still open or under review - closed cases are history and
      *are left to the maintenance report
       360-scan-open-disputes.
           move "n" to ws-dispute-eof.
           move 0 to ws-dispute-hit-count.
           if ws-dispute-open not = ws-yes then
               move ws-yes to ws-dispute-eof
           else
               move 0 to dp-case-num
               start dispute-file key not < dp-case-num
                   invalid key
                       move ws-yes to ws-dispute-eof
               end-start
           end-if
           perform 365-check-one-case
             until ws-dispute-eof = ws-yes.
           if ws-dispute-hit-count = 0 then
               write inquiry-report-line from ws-dsr-no-dispute-line
                 after advancing ws-two lines
           end-if.
      *Print one of the subject's open cases when one goes by
       365-check-one-case.
           read dispute-file next record
               at end
                   move ws-yes to ws-dispute-eof
           end-read
           if ws-dispute-eof not = ws-yes
              and dp-sman-num = ws-subject-num
              and (dp-status = "O" or dp-status = "U") then
               add ws-one to ws-dispute-hit-count
               if ws-dispute-hit-count = ws-one then
                   write inquiry-report-line
                     from ws-dsr-dispute-heading
                     after advancing ws-two lines
               end-if
               move dp-case-num to ws-dsr-case-sl
               move dp-cycle to ws-dsr-case-cycle-sl
               move dp-amount-claimed to ws-dsr-case-amount-sl
               move dp-opened-date to ws-dsr-case-opened-sl
               if dp-status = "U" then
                   move "UNDER REVIEW" to ws-dsr-case-status-sl
               else
                   move "OPEN" to ws-dsr-case-status-sl
               end-if
               move dp-reason to ws-dsr-case-reason-sl
               write inquiry-report-line from ws-dsr-dispute-line
                 after advancing ws-one line
           end-if.
      *Walk the whole master for a region request and print one
      *dossier per matching rep - the master record in the buffer is
      *saved before the dossier runs, and the dossier leaves the
             salesperson-master-file
             ytd-file
             draw-file
             dispute-file
             inquiry-report-file.
           goback.
      *
