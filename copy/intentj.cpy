      *>         05 ij-timestamp     pic x(21).
      *>         05 ij-program      pic x(8).
      *>         05 ij-action       pic x(8).
      *>         05 ij-key          pic 9(7).
      *>         05 ij-image        pic x(122).
      *>     and in WORKING-STORAGE:
      *>     01 intent-this-program  pic x(8) value "<name>".
      *>     01 intent-action        pic x(8) value spaces.
      *>     01 intent-key           pic 9(7) value 0.
      *>     01 intent-image         pic x(122) value spaces.
       write-intent-entry section.
           open extend intent-journal
           move spaces to intent-journal-record
