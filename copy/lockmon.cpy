      *>     01  contention-log-record.
      *>         05 lockmon-timestamp  pic x(21).
      *>         05 lockmon-file      pic x(13).
      *>         05 lockmon-key       pic 9(7).
      *>         05 lockmon-waiting   pic x(8).
      *>         05 lockmon-holding   pic 9(8).
      *>         05 lockmon-retries   pic 9(3).
      *>     and in WORKING-STORAGE:
      *>     01 lockmon-this-operator pic x(8) value ...
      *>     01 lockmon-file-name     pic x(13) value spaces.
      *>     01 lockmon-record-key    pic 9(7) value 0.
       write-contention-entry section.
           open extend contention-log
           move spaces to contention-log-record
