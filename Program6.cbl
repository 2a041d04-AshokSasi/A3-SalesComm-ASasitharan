      *
       fd control-file
           data record is control-rec
           record contains 12 to 35 characters.
      *Control (parameter) record - same layout A3-SalesComm reads,
      *this program wants the cap and the cap-warning distance
       01 control-rec.
         05 cf-draw-recovery-limit      pic 9(6).
         05 cf-exception-rate-limit     pic 99v9.
         05 cf-cap-warning-distance     pic 9(6).
         05 cf-quota-threshold-pct      pic 999.
         05 cf-quota-late-days          pic 99.
         05 cf-archive-keep-cycles      pic 999.
      *
       sd sort-work-file
           data record is sort-rec.
