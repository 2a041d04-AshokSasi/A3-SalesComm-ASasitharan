       identification division.
       program-id. A3-TransferReport.
       author. Ashok Sasitharan.
       date-written. 2026-10-15.
      *Program Description:
      *This program lists every territory move on the assignment
      *history A3-TerritoryMaint keeps - who moved, from which region
      *to which, the day the move took effect and the day it was
      *keyed - in the order the moves took effect, so a region whose
      *expense steps up or down in the trend report can be matched
      *to the reps who joined or left it. A move dated after today
      *is shown as pending. The history is read rep by rep in key
      *order, each assignment paired with the one before it, and the
      *moves are sorted by effective date for printing
       environment division.
      *
       input-output section.
       file-control.
      *Territory assignment history maintained by A3-TerritoryMaint
           select optional territory-file
               assign to "../../../data/A3-Territory.dat"
               organization is indexed
               access mode is dynamic
               record key is te-key
               file status is ws-file-status-territory.
      *Salesperson master - read only, for the rep's name
           select optional salesperson-master-file
               assign to "../../../data/A3-Salesperson-Master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Sort work file for the moves
           select sort-work-file
               assign to "../../../data/A3-TransferWork.tmp".
      *The transfer report
           select transfer-report-file
               assign to "../../../data/A3-TransferReport.out"
               organization is line sequential.
      *
       data division.
       file section.
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
       sd sort-work-file
           data record is sort-rec.
      *Sort record - one move, keyed by the date it took effect
       01 sort-rec.
         05 sw-eff-from                 pic 9(8).
         05 sw-sman-num                 pic 999.
         05 sw-from-region              pic x(10).
         05 sw-to-region                pic x(10).
         05 sw-changed-date             pic 9(8).
      *
       fd transfer-report-file
           data record is transfer-report-line
           record contains 100 characters.
      *
       01 transfer-report-line pic x(100).
      *
       working-storage section.
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-sort-eof-flag pic x value 'n'.
       01 ws-file-status-territory pic xx value spaces.
       01 ws-file-status-master pic xx value spaces.
       01 ws-run-date pic x(8) value spaces.
       01 ws-run-date-num pic 9(8) value 0.
      *The assignment before the one in hand, for the same rep
       01 ws-previous-sman-num pic 999 value 0.
       01 ws-previous-region pic x(10) value spaces.
       01 ws-previous-started pic x value 'n'.
      * Counter variables
       01 ws-counters.
         05 ws-assignment-count         pic 9(6) value 0.
         05 ws-move-count               pic 9(6) value 0.
         05 ws-pending-count            pic 9(6) value 0.
      * Constants
       77 ws-one                        pic 9 value 1.
       77 ws-two                        pic 9 value 2.
       77 ws-yes                        pic x(1) value "y".
      *Report headings
       01 ws-xfr-heading1.
         05 filler                     pic x(25) value spaces.
         05 filler                     pic x(25) value
                              "TERRITORY TRANSFER REPORT".
         05 filler                     pic x(5) value " RUN ".
         05 ws-xfr-run-date-h1         pic x(8).
       01 ws-xfr-heading2.
         05 filler                     pic x(17) value
                              "EFFECTIVE  SMAN  ".
         05 filler                     pic x(22) value "NAME".
         05 filler                     pic x(12) value "FROM REGION".
         05 filler                     pic x(12) value "TO REGION".
         05 filler                     pic x(8) value "KEYED ON".
       01 ws-xfr-heading3.
         05 filler                     pic x(17) value
                              "--------   ---   ".
         05 filler                     pic x(22) value
                              "--------------------".
         05 filler                     pic x(12) value "----------".
         05 filler                     pic x(12) value "----------".
         05 filler                     pic x(8) value "--------".
       01 ws-xfr-detail-line.
         05 ws-xfr-eff-dl              pic x(8).
         05 filler                     pic x(3) value spaces.
         05 ws-xfr-sman-dl             pic x(3).
         05 filler                     pic x(3) value spaces.
         05 ws-xfr-name-dl             pic x(20).
         05 filler                     pic x(2) value spaces.
         05 ws-xfr-from-dl             pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-xfr-to-dl               pic x(10).
         05 filler                     pic x(2) value spaces.
         05 ws-xfr-keyed-dl            pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-xfr-pending-dl          pic x(7).
      *Count line - caption and count
       01 ws-xfr-count-line.
         05 ws-xfr-count-label         pic x(33).
         05 ws-xfr-count-rl            pic ZZZZZ9.
      *
       procedure division.
       000-main.
      *
           perform 10-open-files.
           perform 200-print-headings.
           sort sort-work-file
             on ascending key sw-eff-from
             on ascending key sw-sman-num
             input procedure is 100-release-moves
             output procedure is 400-return-and-print.
           perform 510-write-totals.
           perform 600-close-files.
      *
      *Open the history, the master and the report
       10-open-files.
           open input territory-file.
           open input salesperson-master-file.
           open output transfer-report-file.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
      *Print the report headings
       200-print-headings.
           move ws-run-date to ws-xfr-run-date-h1.
           write transfer-report-line from ws-xfr-heading1
             after advancing ws-one line.
           write transfer-report-line from ws-xfr-heading2
             after advancing ws-two lines.
           write transfer-report-line from ws-xfr-heading3
             after advancing ws-one line.
      *Walk the history in key order - rep by rep, oldest assignment
      *first - releasing a move wherever a rep's assignment follows
      *an earlier one. A rep's first assignment on file is where the
      *history starts for them, not a move
       100-release-moves.
           if ws-file-status-territory = "00" then
               move 0 to te-sman-num
               move 0 to te-eff-from
               start territory-file key not < te-key
                   invalid key
                       move ws-yes to ws-eof-flag
               end-start
               perform 110-release-one-assignment
                 until ws-eof-flag = ws-yes
           end-if.
       110-release-one-assignment.
           read territory-file next record
               at end
                   move ws-yes to ws-eof-flag
           end-read
           if ws-eof-flag not = ws-yes then
               add ws-one to ws-assignment-count
               if ws-previous-started = ws-yes
                  and te-sman-num = ws-previous-sman-num
                  and te-region not = ws-previous-region then
                   move te-eff-from to sw-eff-from
                   move te-sman-num to sw-sman-num
                   move ws-previous-region to sw-from-region
                   move te-region to sw-to-region
                   move te-changed-date to sw-changed-date
                   release sort-rec
               end-if
               move ws-yes to ws-previous-started
               move te-sman-num to ws-previous-sman-num
               move te-region to ws-previous-region
           end-if.
      *Take the moves back in effective-date order and print them
       400-return-and-print.
           perform 410-return-one-move
             until ws-sort-eof-flag = ws-yes.
       410-return-one-move.
           return sort-work-file
               at end
                   move ws-yes to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag not = ws-yes then
               add ws-one to ws-move-count
               move spaces to ws-xfr-detail-line
               move sw-eff-from to ws-xfr-eff-dl
               move sw-sman-num to ws-xfr-sman-dl
               move sw-sman-num to sm-sman-num
               read salesperson-master-file
                   invalid key
                       move "NOT ON MASTER" to ws-xfr-name-dl
                   not invalid key
                       move sm-full-name to ws-xfr-name-dl
               end-read
               move sw-from-region to ws-xfr-from-dl
               move sw-to-region to ws-xfr-to-dl
               move sw-changed-date to ws-xfr-keyed-dl
               if sw-eff-from > ws-run-date-num then
                   move "PENDING" to ws-xfr-pending-dl
                   add ws-one to ws-pending-count
               end-if
               write transfer-report-line from ws-xfr-detail-line
                 after advancing ws-one line
           end-if.
      * Print out the assignment and move counts
       510-write-totals.
           move "NUMBER OF ASSIGNMENTS ON FILE" to ws-xfr-count-label.
           move ws-assignment-count to ws-xfr-count-rl.
           write transfer-report-line from ws-xfr-count-line
             after advancing ws-two lines.
           move "NUMBER OF MOVES" to ws-xfr-count-label.
           move ws-move-count to ws-xfr-count-rl.
           write transfer-report-line from ws-xfr-count-line
             after advancing ws-one line.
           move "NUMBER OF MOVES NOT YET IN EFFECT"
             to ws-xfr-count-label.
           move ws-pending-count to ws-xfr-count-rl.
           write transfer-report-line from ws-xfr-count-line
             after advancing ws-one line.
      *Close the input and output files
       600-close-files.
           close territory-file
             salesperson-master-file
             transfer-report-file.
           goback.
      *
       end program A3-TransferReport.
