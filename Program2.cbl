               access mode is dynamic
               record key is sm-sman-num
               file status is ws-file-status-master.
      *Territory assignment history maintained by A3-TerritoryMaint -
      *read only. A rep with history there changes region only by a
      *transfer keyed to A3-TerritoryMaint, which keeps sm-region in
      *step with the assignment in effect
           select optional territory-file
               assign to "../../../data/A3-Territory.dat"
               organization is indexed
               access mode is dynamic
               record key is te-key
               file status is ws-file-status-territory.
      *Before/after maintenance report for HR sign-off
           select maint-report-file
               assign to "../../../data/A3-MasterMaint.out"
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
       fd maint-report-file
           data record is maint-report-line
      *
       01 ws-eof-flag pic x value 'n'.
       01 ws-file-status-master pic xx value spaces.
       01 ws-file-status-territory pic xx value spaces.
       01 ws-territory-open pic x value 'n'.
       01 ws-territory-found pic x value 'n'.
       01 ws-trans-valid pic x value 'y'.
       01 ws-master-found pic x value 'n'.
       01 ws-run-date pic x(8) value spaces.
               close salesperson-master-file
               open i-o salesperson-master-file
           end-if
           open input territory-file.
           if ws-file-status-territory = "00" then
               move ws-yes to ws-territory-open
           end-if
           open output maint-report-file.
           accept ws-run-date from date yyyymmdd.
      * Read the transaction file until the end of file is reached
                       else
                           if mt-action = "C" then
                               perform 337-validate-override-fields
                               perform 339-validate-region-change
                           end-if
                           if mt-action = "T" then
                               perform 338-validate-terminate
                     to ws-reject-reason
               end-if
           end-if.
      *A region change for a rep with territory history would be
      *ignored by the sort and the commission run, which credit the
      *assignment in effect on the sale date, and put back by the
      *next A3-TerritoryMaint run - it has to be keyed there as a
      *transfer instead
       339-validate-region-change.
           if ws-trans-valid = ws-yes
              and mt-region not = spaces
              and mt-region not = sm-region
              and ws-territory-open = ws-yes then
               move "n" to ws-territory-found
               move mt-sman-num to te-sman-num
               move 0 to te-eff-from
               start territory-file key not < te-key
                   invalid key
                       continue
                   not invalid key
                       read territory-file next record
                           at end
                               continue
                           not at end
                               if te-sman-num = mt-sman-num then
                                   move ws-yes to ws-territory-found
                               end-if
                       end-read
               end-start
               if ws-territory-found = ws-yes then
                   move "n" to ws-trans-valid
                   move "HAS TERRITORY HISTORY - KEY A T TRANSFER"
                     to ws-reject-reason
               end-if
           end-if.
      *A blank reports-to or override rate means the rep has no
      *manager/override; a keyed one must be numeric, and a rep may
      *not report to their own number - that would pay the override
       600-close-files.
           close maint-trans-file
             salesperson-master-file
             territory-file
             maint-report-file.
           goback.
      *
