      *>         05 readlog-program      pic x(8).
      *>         05 readlog-operator     pic x(8).
      *>         05 readlog-account      pic 9(5).
      *>         05 readlog-record-key   pic 9(7).
      *>         05 readlog-timestamp    pic x(21).
      *>     and in WORKING-STORAGE:
      *>     01 ex-acctflag-filename  pic x(260) value "acctflag.dat".
      *>        05 rl-flag-account       pic 9(5).
      *>        05 rl-flag-approval      pic x.
      *>        05 rl-flag-sensitive     pic x.
      *>        05 filler                pic x(5).
      *>     01 sensitive-check-account pic 9(5) value 0.
      *>     01 sensitive-check-key     pic 9(7) value 0.
      *>     01 acctflag-file-state   pic x value "N".
      *>        88 acctflag-file-open    value "Y".
      *>     01 readlog-this-program  pic x(8) value "<name>".
               to address of ex-acctflag-filename
           set fcd-key-def-address of fcd-acctflag
               to address of ex-acctflag-keydef
           move 12                   to fcd-max-rec-length of fcd-acctflag
           move 12                   to fcd-min-rec-length of fcd-acctflag
           set fcd-record-address of fcd-acctflag
               to address of ex-acctflag-record
           move OP-OPEN-INPUT to opcode
