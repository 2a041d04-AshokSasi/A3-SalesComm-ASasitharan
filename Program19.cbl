       identification division.
       program-id. A3-Reprint.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program reprints a prior cycle's outputs from the archive
      *A3-CycleArchive keeps. A request names a cycle and either a
      *salesperson or a region, and the program reproduces that
      *rep's - or every rep in that region's - statement pages, audit
      *trail lines, payroll feed rows and draw register lines exactly
      *as they were printed; a request for the cycle alone reprints
      *its control report. Every page is marked REPRINT with the date
      *the cycle originally ran, so a reprint can never be mistaken
      *for the current run's output. A request for a cycle the
      *retention limit has already purged is rejected with the reason
       environment division.
      *
       input-output section.
       file-control.
      *Reprint requests - one per record
           select reprint-request-file
               assign to "../../../data/A3-ReprintRequests.dat"
               organization is line sequential.
      *Output archive and its cycle directory, kept by A3-CycleArchive
           select optional archive-file
               assign to "../../../data/A3-Archive.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-file-status-archive.
           select optional archive-dir-file
               assign to "../../../data/A3-ArchiveCycles.dat"
               organization is indexed
               access mode is dynamic
               record key is ac-cycle
               file status is ws-file-status-dir.
      *The reprint
           select reprint-file
               assign to "../../../data/A3-Reprint.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd reprint-request-file
           data record is reprint-request-rec
           record contains 20 characters.
      *Reprint request - "S" one salesperson, "R" one region, "C" the
      *cycle's control report
       01 reprint-request-rec.
         05 rq-kind                     pic x.
         05 rq-cycle                    pic x(6).
         05 rq-sman-num                 pic x(3).
         05 rq-region                   pic x(10).
      *
       fd archive-file
           data record is archive-rec.
      *Archived line - same layout A3-CycleArchive writes
       01 archive-rec.
         05 ar-key.
           10 ar-cycle                  pic 9(6).
           10 ar-source                 pic x.
           10 ar-line-num               pic 9(6).
         05 ar-sman-num                 pic x(3).
         05 ar-region                   pic x(10).
         05 ar-page-start               pic x.
         05 ar-line                     pic x(132).
      *
       fd archive-dir-file
           data record is archive-dir-rec.
      *Archive directory - same layout A3-CycleArchive writes
       01 archive-dir-rec.
         05 ac-cycle                    pic 9(6).
         05 ac-run-date                 pic 9(8).
         05 ac-archived-date            pic 9(8).
         05 ac-statement-lines          pic 9(6).
         05 ac-audit-lines              pic 9(6).
         05 ac-payroll-lines            pic 9(6).
         05 ac-draw-lines               pic 9(6).
         05 ac-control-lines            pic 9(6).
      *
       fd reprint-file
           data record is reprint-line
           record contains 132 characters.
      *
       01 reprint-line pic x(132).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-section-eof pic x value 'n'.
       01 ws-file-status-archive pic xx value spaces.
       01 ws-file-status-dir pic xx value spaces.
       01 ws-request-valid pic x value 'y'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-request-cycle pic 9(6) value 0.
       01 ws-original-run-date pic 9(8) value 0.
      *Wide enough for the longest reason text in 330-validate-request
       01 ws-reject-reason pic x(44) value spaces.
      *The archive sources a salesperson or region reprint walks, in
      *the order they print, with the caption over each
       01 ws-section-table.
         05 filler                     pic x(14) value "SSTATEMENTS   ".
         05 filler                     pic x(14) value "AAUDIT TRAIL  ".
         05 filler                     pic x(14) value "PPAYROLL FEED ".
         05 filler                     pic x(14) value "DDRAW REGISTER".
       01 ws-section-entries redefines ws-section-table.
         05 ws-section-entry occurs 4 times.
           10 ws-section-source         pic x.
           10 ws-section-caption        pic x(13).
       01 ws-section-sub pic 9 value 0.
       01 ws-want-source pic x value space.
       01 ws-line-matches pic x value 'n'.
      * Counter variables
       01 ws-counters.
         05 ws-request-count            pic 9(4) value 0.
         05 ws-reprinted-count          pic 9(4) value 0.
         05 ws-reject-count             pic 9(4) value 0.
         05 ws-empty-count              pic 9(4) value 0.
         05 ws-request-lines            pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
      *Reprint banner - opens every request's reprint
       01 ws-rp-banner-line.
         05 filler                     pic x(12) value "*** REPRINT ".
         05 filler                     pic x(10) value "***  CYCLE".
         05 filler                     pic x(1) value space.
         05 ws-rp-cycle-bl             pic 9(6).
         05 filler                     pic x(15) value
                              "  ORIGINAL RUN ".
         05 ws-rp-run-date-bl          pic 9(8).
         05 filler                     pic x(13) value
                              "  REPRINTED ".
         05 ws-rp-reprint-date-bl      pic x(8).
       01 ws-rp-subject-line.
         05 ws-rp-subject-caption      pic x(14).
         05 ws-rp-subject-sl           pic x(10).
       01 ws-rp-section-line.
         05 filler                     pic x(4) value "--- ".
         05 ws-rp-section-caption      pic x(13).
         05 filler                     pic x(4) value " ---".
      *Statement page heading as reprinted - the original heading
      *carried the run date; the reprint carries it as the original
       01 ws-rp-stmt-heading.
         05 filler                     pic x(30) value spaces.
         05 filler                     pic x(21) value
                                       "COMMISSION STATEMENT ".
         05 filler                     pic x(23) value
                              " REPRINT - ORIGINAL RUN".
         05 filler                     pic x(1) value space.
         05 ws-rp-stmt-run-date        pic 9(8).
      *Rejected request line
       01 ws-rp-reject-line.
         05 filler                     pic x(17) value
                              "REQUEST REJECTED ".
         05 ws-rp-rej-kind             pic x.
         05 filler                     pic x(1) value space.
         05 ws-rp-rej-cycle            pic x(6).
         05 filler                     pic x(1) value space.
         05 ws-rp-rej-sman             pic x(3).
         05 filler                     pic x(1) value space.
         05 ws-rp-rej-region           pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-rp-rej-reason           pic x(44).
       01 ws-rp-empty-line.
         05 filler                     pic x(34) value
                              "NOTHING ON THE ARCHIVE FOR THIS RE".
         05 filler                     pic x(5) value "QUEST".
      *Count line - caption and count
       01 ws-rp-count-line.
         05 ws-rp-count-label          pic x(33).
         05 ws-rp-count-rl             pic ZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 20-read-request-file.
           perform 300-process-request
             until ws-eof-flag = ws-yes.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the requests, the archive and the reprint
       10-open-files.
           open input reprint-request-file.
           open input archive-file.
           open input archive-dir-file.
           open output reprint-file.
           accept ws-run-date from date yyyymmdd.
      * Read the request file until the end of file is reached
       20-read-request-file.
           read reprint-request-file
               at end
                   move "y" to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-request-count
           end-if.
      *Validate and reprint one request, then read the next
       300-process-request.
           perform 330-validate-request.
           if ws-request-valid = ws-yes then
               perform 340-reprint-request
           else
               perform 370-write-reject-line
           end-if
           perform 20-read-request-file.
      *A request must name a kind, a cycle still on the archive, and
      *the salesperson or region the kind calls for
       330-validate-request.
           move ws-yes to ws-request-valid
           move spaces to ws-reject-reason
           if rq-kind not = "S" and rq-kind not = "R"
              and rq-kind not = "C" then
               move "n" to ws-request-valid
               move "REQUEST KIND NOT S/R/C" to ws-reject-reason
           else
               if rq-cycle is not numeric then
                   move "n" to ws-request-valid
                   move "CYCLE NOT NUMERIC" to ws-reject-reason
               else
                   if rq-kind = "S" and rq-sman-num is not numeric
                       move "n" to ws-request-valid
                       move "SALESPERSON NUMBER NOT NUMERIC"
                         to ws-reject-reason
                   else
                       if rq-kind = "R" and rq-region = spaces
                           move "n" to ws-request-valid
                           move "BLANK REGION" to ws-reject-reason
                       else
                           perform 335-lookup-cycle
                       end-if
                   end-if
               end-if
           end-if.
      *The cycle must still be on the archive directory
       335-lookup-cycle.
           move rq-cycle to ws-request-cycle.
           move ws-request-cycle to ac-cycle.
           read archive-dir-file
               invalid key
                   move "n" to ws-request-valid
                   move "CYCLE NOT ON ARCHIVE - PURGED OR NEVER KEPT"
                     to ws-reject-reason
               not invalid key
                   move ac-run-date to ws-original-run-date
           end-read.
      *Print the reprint banner and the request's lines - the control
      *report whole for a cycle request, otherwise each source's
      *lines for the salesperson or region under their own caption
       340-reprint-request.
           move 0 to ws-request-lines.
           move ws-request-cycle to ws-rp-cycle-bl.
           move ws-original-run-date to ws-rp-run-date-bl.
           move ws-run-date to ws-rp-reprint-date-bl.
           if ws-reprinted-count = 0 and ws-reject-count = 0 then
               write reprint-line from ws-rp-banner-line
                 after advancing ws-one line
           else
               write reprint-line from ws-rp-banner-line
                 after advancing page
           end-if
           move spaces to ws-rp-subject-line.
           if rq-kind = "S" then
               move "SALESPERSON" to ws-rp-subject-caption
               move rq-sman-num to ws-rp-subject-sl
           else
               if rq-kind = "R" then
                   move "REGION" to ws-rp-subject-caption
                   move rq-region to ws-rp-subject-sl
               else
                   move "CONTROL REPORT" to ws-rp-subject-caption
               end-if
           end-if
           write reprint-line from ws-rp-subject-line
             after advancing ws-one line.
           if rq-kind = "C" then
               move "C" to ws-want-source
               perform 350-reprint-source
           else
               perform 345-reprint-section
                 varying ws-section-sub from ws-one by ws-one
                 until ws-section-sub > 4
           end-if
           if ws-request-lines = 0 then
               write reprint-line from ws-rp-empty-line
                 after advancing ws-two lines
               add ws-one to ws-empty-count
           end-if
           add ws-one to ws-reprinted-count.
      *Print one source's caption and its lines for the request
       345-reprint-section.
           move ws-section-caption(ws-section-sub)
             to ws-rp-section-caption.
           write reprint-line from ws-rp-section-line
             after advancing ws-two lines.
           move ws-section-source(ws-section-sub) to ws-want-source.
           perform 350-reprint-source.
      *Walk the archived lines of the cycle and source in
      *ws-want-source, printing the ones that belong to the request
       350-reprint-source.
           move ws-request-cycle to ar-cycle.
           move ws-want-source to ar-source.
           move 0 to ar-line-num.
           move "n" to ws-section-eof.
           start archive-file key not < ar-key
               invalid key
                   move ws-yes to ws-section-eof
           end-start
           perform 355-reprint-one-line
             until ws-section-eof = ws-yes.
       355-reprint-one-line.
           read archive-file next record
               at end
                   move ws-yes to ws-section-eof
           end-read
           if ws-section-eof not = ws-yes then
               if ar-cycle not = ws-request-cycle
                  or ar-source not = ws-want-source then
                   move ws-yes to ws-section-eof
               else
                   perform 360-check-line-matches
               end-if
           end-if.
      *A line is printed when the request is for the whole cycle, or
      *the line is filed under the salesperson or region asked for
       360-check-line-matches.
           move "n" to ws-line-matches.
           if rq-kind = "C" then
               move ws-yes to ws-line-matches
           end-if
           if rq-kind = "S" and ar-sman-num = rq-sman-num then
               move ws-yes to ws-line-matches
           end-if
           if rq-kind = "R" and ar-region = rq-region then
               move ws-yes to ws-line-matches
           end-if
           if ws-line-matches = ws-yes then
               perform 365-write-archived-line
           end-if.
      *Reprint one archived line - a statement page reprints under
      *the REPRINT heading
       365-write-archived-line.
           if ar-page-start = ws-yes then
               move ws-original-run-date to ws-rp-stmt-run-date
               write reprint-line from ws-rp-stmt-heading
                 after advancing ws-two lines
               move spaces to reprint-line
               write reprint-line after advancing ws-one line
           end-if
           write reprint-line from ar-line
             after advancing ws-one line.
           add ws-one to ws-request-lines.
      *Write the rejected request with its reason
       370-write-reject-line.
           add ws-one to ws-reject-count.
           move rq-kind to ws-rp-rej-kind.
           move rq-cycle to ws-rp-rej-cycle.
           move rq-sman-num to ws-rp-rej-sman.
           move rq-region to ws-rp-rej-region.
           move ws-reject-reason to ws-rp-rej-reason.
           write reprint-line from ws-rp-reject-line
             after advancing ws-two lines.
      * Print out the request counts
       510-write-totals.
           move "NUMBER OF REQUESTS READ" to ws-rp-count-label.
           move ws-request-count to ws-rp-count-rl.
           write reprint-line from ws-rp-count-line
             after advancing ws-two lines.
           move "NUMBER OF REQUESTS REPRINTED" to ws-rp-count-label.
           move ws-reprinted-count to ws-rp-count-rl.
           write reprint-line from ws-rp-count-line
             after advancing ws-one line.
           move "NUMBER WITH NOTHING ON ARCHIVE" to ws-rp-count-label.
           move ws-empty-count to ws-rp-count-rl.
           write reprint-line from ws-rp-count-line
             after advancing ws-one line.
           move "NUMBER OF REQUESTS REJECTED" to ws-rp-count-label.
           move ws-reject-count to ws-rp-count-rl.
           write reprint-line from ws-rp-count-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close reprint-request-file
             archive-file
             archive-dir-file
             reprint-file.
           goback.
      *
       end program A3-Reprint.
