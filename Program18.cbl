       identification division.
       program-id. A3-CycleArchive.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program is run after A3-SalesComm has posted a cycle and
      *keeps that cycle's outputs - the statements, the audit trail,
      *the payroll feed, the draw register and the control report -
      *on a keyed archive under the cycle number from
      *A3-CycleControl.dat, before the next run overwrites them. Each
      *archived line carries the salesperson and region it belongs
      *to, taken from the statement pages, so A3-Reprint can pull one
      *rep's or one region's pages back out of any cycle still kept.
      *A cycle archived again after a forced reprocess replaces the
      *copy kept the first time. Cycles older than the retention
      *limit on the control record are purged from the archive at
      *the end of every run
       environment division.
      *
       input-output section.
       file-control.
      *Run/cycle control record - the cycle being archived and the
      *date A3-SalesComm posted it
           select optional cycle-file
               assign to "../../../data/A3-CycleControl.dat"
               organization is relative
               access mode is random
               relative key is ws-cycle-rrn
               file status is ws-file-status-cycle.
      *The posted cycle's outputs, as A3-SalesComm left them
           select optional statement-file
               assign to "../../../data/A3-Statements.out"
               organization is line sequential
               file status is ws-file-status-output.
           select optional audit-file
               assign to "../../../data/A3-SalesComm-Audit.out"
               organization is line sequential
               file status is ws-file-status-output.
           select optional payroll-file
               assign to "../../../data/A3-PayrollFeed.out"
               organization is line sequential
               file status is ws-file-status-output.
           select optional draw-register-file
               assign to "../../../data/A3-DrawRegister.out"
               organization is line sequential
               file status is ws-file-status-output.
           select optional control-report-file
               assign to "../../../data/A3-ControlReport.out"
               organization is line sequential
               file status is ws-file-status-output.
      *Output archive - every kept line of every kept cycle, keyed by
      *cycle, source file and line number
           select optional archive-file
               assign to "../../../data/A3-Archive.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is ws-file-status-archive.
      *Archive directory - one record per kept cycle
           select optional archive-dir-file
               assign to "../../../data/A3-ArchiveCycles.dat"
               organization is indexed
               access mode is dynamic
               record key is ac-cycle
               file status is ws-file-status-dir.
      *Run-time control record, for the retention limit
           select optional control-file
               assign to "../../../data/A3-Control.dat"
               organization is line sequential
               file status is ws-file-status-control.
      *Archive run report
           select archive-report-file
               assign to "../../../data/A3-CycleArchive.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd cycle-file
           data record is cycle-rec
           record contains 23 characters.
      *Cycle control record - same layout A3-SalesComm maintains
       01 cycle-rec.
         05 cy-cycle-number             pic 9(6).
         05 cy-posted-flag              pic x.
         05 cy-posted-date              pic 9(8).
         05 cy-sorted-date              pic 9(8).
      *
       fd statement-file
           data record is statement-line
           record contains 132 characters.
      *Statement page line - the identity line that opens every page
      *carries the salesperson and region
       01 statement-line pic x(132).
       01 statement-rep-line.
         05 sl-caption                  pic x(14).
         05 sl-sman-num                 pic x(3).
         05 filler                      pic x(2).
         05 sl-name                     pic x(20).
         05 filler                      pic x(2).
         05 sl-region                   pic x(10).
         05 filler                      pic x(81).
       01 statement-heading-line.
         05 filler                      pic x(30).
         05 sh-title                    pic x(20).
         05 filler                      pic x(82).
      *
       fd audit-file
           data record is audit-line
           record contains 130 characters.
       01 audit-line.
         05 al-sman-num                 pic x(3).
         05 filler                      pic x(127).
      *
       fd payroll-file
           data record is payroll-line
           record contains 23 characters.
       01 payroll-line.
         05 pl-sman-num                 pic x(3).
         05 filler                      pic x(20).
      *
       fd draw-register-file
           data record is draw-register-line
           record contains 90 characters.
       01 draw-register-line.
         05 dl-sman-num                 pic x(3).
         05 filler                      pic x(87).
      *
       fd control-report-file
           data record is control-report-line
           record contains 90 characters.
       01 control-report-line pic x(90).
      *
       fd archive-file
           data record is archive-rec.
      *Archived line - source "S" statements, "A" audit, "P" payroll
      *feed, "D" draw register, "C" control report. Source "R" is the
      *cycle's salesperson directory, one record per rep keyed by the
      *rep number, giving the region the cycle's lines are filed under
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
      *Archive directory - the cycle, the date it originally ran, the
      *date it was archived and the lines kept from each output
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
       fd control-file
           data record is control-rec
           record contains 12 to 35 characters.
      *Control (parameter) record - same layout A3-SalesComm reads,
      *this program wants the number of cycles to keep
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
       fd archive-report-file
           data record is archive-report-line
           record contains 90 characters.
      *
       01 archive-report-line pic x(90).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-purge-eof pic x value 'n'.
       01 ws-file-status-cycle pic xx value spaces.
       01 ws-file-status-output pic xx value spaces.
       01 ws-file-status-archive pic xx value spaces.
       01 ws-file-status-dir pic xx value spaces.
       01 ws-file-status-control pic xx value spaces.
       01 ws-cycle-rrn pic 9(4) value 1.
       01 ws-cycle-number pic 9(6) value 0.
       01 ws-cycle-run-date pic 9(8) value 0.
       01 ws-cycle-replaced pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *The line being archived - its source, its number within the
      *source, and the rep and region it is filed under
       01 ws-line-source pic x value space.
       01 ws-line-num pic 9(6) value 0.
       01 ws-line-sman-num pic x(3) value spaces.
       01 ws-line-region pic x(10) value spaces.
       01 ws-line-page-start pic x value 'n'.
       01 ws-line-image pic x(132) value spaces.
      *The statement page in hand - the rep the lines that follow the
      *identity line belong to
       01 ws-page-sman-num pic x(3) value spaces.
       01 ws-page-region pic x(10) value spaces.
      *The cycle being purged and the newest cycle old enough to go
       01 ws-purge-cycle pic 9(6) value 0.
       01 ws-purge-limit pic 9(6) value 0.
       01 ws-archive-keep-cycles pic 999 value 52.
      * Counter variables
       01 ws-counters.
         05 ws-statement-count          pic 9(6) value 0.
         05 ws-audit-count              pic 9(6) value 0.
         05 ws-payroll-count            pic 9(6) value 0.
         05 ws-draw-count               pic 9(6) value 0.
         05 ws-control-count            pic 9(6) value 0.
         05 ws-rep-count                pic 9(6) value 0.
         05 ws-purged-count             pic 9(4) value 0.
         05 ws-purged-lines             pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
      *Report headings
       01 ws-arc-heading1.
         05 filler                     pic x(25) value spaces.
         05 filler                     pic x(20) value
                              "CYCLE ARCHIVE REPORT".
         05 filler                     pic x(5) value " RUN ".
         05 ws-arc-run-date-h1         pic x(8).
       01 ws-arc-cycle-line.
         05 filler                     pic x(6) value "CYCLE ".
         05 ws-arc-cycle-cl            pic 9(6).
         05 filler                     pic x(15) value
                              "  ORIGINAL RUN ".
         05 ws-arc-run-date-cl         pic 9(8).
         05 filler                     pic x(16) value
                              "  CYCLES KEPT - ".
         05 ws-arc-keep-cl             pic ZZ9.
       01 ws-arc-replaced-line.
         05 filler                     pic x(25) value
                              "CYCLE ALREADY ON ARCHIVE ".
         05 filler                     pic x(20) value
                              "- KEPT COPY REPLACED".
       01 ws-arc-purge-line.
         05 filler                     pic x(13) value "PURGED CYCLE ".
         05 ws-arc-purge-cycle-pl      pic 9(6).
         05 filler                     pic x(15) value
                              "  ORIGINAL RUN ".
         05 ws-arc-purge-run-date-pl   pic 9(8).
      *Count line - caption and count
       01 ws-arc-count-line.
         05 ws-arc-count-label         pic x(33).
         05 ws-arc-count-rl            pic ZZZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 15-load-control-parameters.
           perform 200-print-headings.
           perform 100-clear-cycle-replaced.
           perform 300-archive-statements.
           move "A" to ws-line-source.
           perform 320-archive-audit.
           move "P" to ws-line-source.
           perform 330-archive-payroll.
           move "D" to ws-line-source.
           perform 340-archive-draw-register.
           move "C" to ws-line-source.
           perform 350-archive-control-report.
           perform 400-write-directory-record.
           perform 500-purge-old-cycles.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Read the cycle control record and stop unless the cycle has
      *posted - an unposted cycle's outputs are not the ones payroll
      *got. Then open the archive (created empty on first use) and the
      *report
       10-open-files.
           open input cycle-file.
           if ws-file-status-cycle = "00" then
               read cycle-file
           end-if
           if ws-file-status-cycle not = "00"
              or cy-posted-flag not = ws-yes then
               display "A3-CYCLEARCHIVE - NO POSTED CYCLE TO ARCHIVE"
               move 8 to return-code
               close cycle-file
               goback
           end-if
           move cy-cycle-number to ws-cycle-number.
           move cy-posted-date to ws-cycle-run-date.
           close cycle-file.
           open i-o archive-file.
           if ws-file-status-archive = "35" then
               open output archive-file
               close archive-file
               open i-o archive-file
           end-if
           open i-o archive-dir-file.
           if ws-file-status-dir = "35" then
               open output archive-dir-file
               close archive-dir-file
               open i-o archive-dir-file
           end-if
           if (ws-file-status-archive not = "00"
               and ws-file-status-archive not = "05")
              or (ws-file-status-dir not = "00"
               and ws-file-status-dir not = "05") then
               display "A3-CYCLEARCHIVE - ARCHIVE OPEN FAILED - STATUS "
                 ws-file-status-archive " " ws-file-status-dir
               move 16 to return-code
               goback
           end-if
           open output archive-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      *Load the retention limit from the control record, if one was
      *supplied
       15-load-control-parameters.
           open input control-file.
           if ws-file-status-control = "00" then
               read control-file
                   at end
                       continue
                   not at end
                       if cf-archive-keep-cycles is numeric
                          and cf-archive-keep-cycles > 0 then
                           move cf-archive-keep-cycles
                             to ws-archive-keep-cycles
                       end-if
               end-read
           end-if
           close control-file.
      *A cycle already on the archive was archived before a forced
      *reprocess - the copy kept then is cleared so this run's
      *outputs replace it whole
       100-clear-cycle-replaced.
           move ws-cycle-number to ac-cycle.
           read archive-dir-file
               invalid key
                   continue
               not invalid key
                   move ws-yes to ws-cycle-replaced
                   move ws-cycle-number to ws-purge-cycle
                   perform 520-purge-cycle-lines
                   delete archive-dir-file record
                   write archive-report-line from ws-arc-replaced-line
                     after advancing ws-two lines
                   move 0 to ws-purged-lines
           end-read.
      *Print the report headings and the cycle being archived
       200-print-headings.
           move ws-run-date to ws-arc-run-date-h1.
           write archive-report-line from ws-arc-heading1
             after advancing ws-one line.
           move ws-cycle-number to ws-arc-cycle-cl.
           move ws-cycle-run-date to ws-arc-run-date-cl.
           move ws-archive-keep-cycles to ws-arc-keep-cl.
           write archive-report-line from ws-arc-cycle-line
             after advancing ws-two lines.
      *Archive the statement pages. The heading that opens each page
      *is not kept - a reprint prints its own, marked as a reprint -
      *and the identity line under it starts the page and names the
      *salesperson every line down to the next page belongs to
       300-archive-statements.
           move "S" to ws-line-source.
           move 0 to ws-line-num.
           move "n" to ws-eof-flag.
           open input statement-file.
           if ws-file-status-output not = "00" then
               move ws-yes to ws-eof-flag
           end-if
           perform 305-archive-statement-line
             until ws-eof-flag = ws-yes.
           close statement-file.
       305-archive-statement-line.
           read statement-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes
              and sh-title not = "COMMISSION STATEMENT" then
               move "n" to ws-line-page-start
               if sl-caption = "  SALESPERSON " then
                   move sl-sman-num to ws-page-sman-num
                   move sl-region to ws-page-region
                   move ws-yes to ws-line-page-start
                   perform 310-note-rep-region
               end-if
               move ws-page-sman-num to ws-line-sman-num
               move ws-page-region to ws-line-region
               move statement-line to ws-line-image
               perform 390-write-archive-line
               add ws-one to ws-statement-count
           end-if.
      *Enter the page's salesperson on the cycle's rep directory with
      *the region the statement printed - a rep with several pages
      *is already there from the first
       310-note-rep-region.
           move ws-cycle-number to ar-cycle.
           move "R" to ar-source.
           move sl-sman-num to ar-line-num.
           move sl-sman-num to ar-sman-num.
           move sl-region to ar-region.
           move "n" to ar-page-start.
           move spaces to ar-line.
           write archive-rec
               invalid key
                   continue
               not invalid key
                   add ws-one to ws-rep-count
           end-write.
      *Archive the audit trail - a line starting with a salesperson
      *number is filed under that rep and their region, the header
      *under neither
       320-archive-audit.
           move 0 to ws-line-num.
           move "n" to ws-eof-flag.
           open input audit-file.
           if ws-file-status-output not = "00" then
               move ws-yes to ws-eof-flag
           end-if
           perform 325-archive-audit-line
             until ws-eof-flag = ws-yes.
           close audit-file.
       325-archive-audit-line.
           read audit-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               move al-sman-num to ws-line-sman-num
               move audit-line to ws-line-image
               perform 380-file-line-under-rep
               add ws-one to ws-audit-count
           end-if.
      *Archive the payroll feed - the rows are filed under their rep,
      *the header and trailer under neither
       330-archive-payroll.
           move 0 to ws-line-num.
           move "n" to ws-eof-flag.
           open input payroll-file.
           if ws-file-status-output not = "00" then
               move ws-yes to ws-eof-flag
           end-if
           perform 335-archive-payroll-line
             until ws-eof-flag = ws-yes.
           close payroll-file.
       335-archive-payroll-line.
           read payroll-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               move pl-sman-num to ws-line-sman-num
               move payroll-line to ws-line-image
               perform 380-file-line-under-rep
               add ws-one to ws-payroll-count
           end-if.
      *Archive the draw register - the detail lines are filed under
      *their rep, the headings and totals under neither
       340-archive-draw-register.
           move 0 to ws-line-num.
           move "n" to ws-eof-flag.
           open input draw-register-file.
           if ws-file-status-output not = "00" then
               move ws-yes to ws-eof-flag
           end-if
           perform 345-archive-draw-line
             until ws-eof-flag = ws-yes.
           close draw-register-file.
       345-archive-draw-line.
           read draw-register-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               move dl-sman-num to ws-line-sman-num
               move draw-register-line to ws-line-image
               perform 380-file-line-under-rep
               add ws-one to ws-draw-count
           end-if.
      *Archive the control report whole - it belongs to the cycle,
      *not to any one rep
       350-archive-control-report.
           move 0 to ws-line-num.
           move "n" to ws-eof-flag.
           open input control-report-file.
           if ws-file-status-output not = "00" then
               move ws-yes to ws-eof-flag
           end-if
           perform 355-archive-control-line
             until ws-eof-flag = ws-yes.
           close control-report-file.
       355-archive-control-line.
           read control-report-file
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               move spaces to ws-line-sman-num
               move spaces to ws-line-region
               move "n" to ws-line-page-start
               move control-report-line to ws-line-image
               perform 390-write-archive-line
               add ws-one to ws-control-count
           end-if.
      *File a line under the rep whose number starts it, with the
      *region from the cycle's rep directory - a line that does not
      *start with a rep number is filed under neither
       380-file-line-under-rep.
           move "n" to ws-line-page-start.
           move spaces to ws-line-region.
           if ws-line-sman-num is numeric then
               move ws-cycle-number to ar-cycle
               move "R" to ar-source
               move ws-line-sman-num to ar-line-num
               read archive-file
                   invalid key
                       continue
                   not invalid key
                       move ar-region to ws-line-region
               end-read
           else
               move spaces to ws-line-sman-num
           end-if
           perform 390-write-archive-line.
      *Write the line in hand to the archive under the next line
      *number for its source
       390-write-archive-line.
           add ws-one to ws-line-num.
           move ws-cycle-number to ar-cycle.
           move ws-line-source to ar-source.
           move ws-line-num to ar-line-num.
           move ws-line-sman-num to ar-sman-num.
           move ws-line-region to ar-region.
           move ws-line-page-start to ar-page-start.
           move ws-line-image to ar-line.
           write archive-rec
               invalid key
                   continue
           end-write.
      *Enter the cycle on the archive directory with the date it
      *originally ran and what was kept from it
       400-write-directory-record.
           move ws-cycle-number to ac-cycle.
           move ws-cycle-run-date to ac-run-date.
           move ws-run-date-num to ac-archived-date.
           move ws-statement-count to ac-statement-lines.
           move ws-audit-count to ac-audit-lines.
           move ws-payroll-count to ac-payroll-lines.
           move ws-draw-count to ac-draw-lines.
           move ws-control-count to ac-control-lines.
           write archive-dir-rec
               invalid key
                   continue
           end-write.
      *Purge every kept cycle the retention limit has passed - the
      *directory is read from the front each time, since the cycle
      *just purged is no longer on it
       500-purge-old-cycles.
           if ws-cycle-number > ws-archive-keep-cycles then
               subtract ws-archive-keep-cycles from ws-cycle-number
                 giving ws-purge-limit
               move "n" to ws-purge-eof
               perform 505-purge-oldest-cycle
                 until ws-purge-eof = ws-yes
           end-if.
       505-purge-oldest-cycle.
           move 0 to ac-cycle.
           start archive-dir-file key not < ac-cycle
               invalid key
                   move ws-yes to ws-purge-eof
           end-start
           if ws-purge-eof not = ws-yes then
               read archive-dir-file next record
                   at end
                       move ws-yes to ws-purge-eof
               end-read
           end-if
           if ws-purge-eof not = ws-yes then
               if ac-cycle > ws-purge-limit then
                   move ws-yes to ws-purge-eof
               else
                   move ac-cycle to ws-purge-cycle
                   move ac-cycle to ws-arc-purge-cycle-pl
                   move ac-run-date to ws-arc-purge-run-date-pl
                   perform 520-purge-cycle-lines
                   delete archive-dir-file record
                   add ws-one to ws-purged-count
                   write archive-report-line from ws-arc-purge-line
                     after advancing ws-one line
               end-if
           end-if.
      *Delete every archived line of the cycle in ws-purge-cycle
       520-purge-cycle-lines.
           move ws-purge-cycle to ar-cycle.
           move low-values to ar-source.
           move 0 to ar-line-num.
           move "n" to ws-eof-flag.
           start archive-file key not < ar-key
               invalid key
                   move ws-yes to ws-eof-flag
           end-start
           perform 525-purge-one-line
             until ws-eof-flag = ws-yes.
       525-purge-one-line.
           read archive-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               if ar-cycle not = ws-purge-cycle then
                   move ws-yes to ws-eof-flag
               else
                   delete archive-file record
                   add ws-one to ws-purged-lines
               end-if
           end-if.
      * Print out the archive counts
       510-write-totals.
           move "STATEMENT LINES ARCHIVED" to ws-arc-count-label.
           move ws-statement-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-two lines.
           move "AUDIT LINES ARCHIVED" to ws-arc-count-label.
           move ws-audit-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-one line.
           move "PAYROLL FEED LINES ARCHIVED" to ws-arc-count-label.
           move ws-payroll-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-one line.
           move "DRAW REGISTER LINES ARCHIVED" to ws-arc-count-label.
           move ws-draw-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-one line.
           move "CONTROL REPORT LINES ARCHIVED" to ws-arc-count-label.
           move ws-control-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-one line.
           move "SALESPEOPLE ON THE CYCLE" to ws-arc-count-label.
           move ws-rep-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-one line.
           move "NUMBER OF CYCLES PURGED" to ws-arc-count-label.
           move ws-purged-count to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-two lines.
           move "NUMBER OF LINES PURGED" to ws-arc-count-label.
           move ws-purged-lines to ws-arc-count-rl.
           write archive-report-line from ws-arc-count-line
             after advancing ws-one line.
      *Close the archive and the report
       600-close-files.
           close archive-file
             archive-dir-file
             archive-report-file.
           goback.
      *
       end program A3-CycleArchive.
