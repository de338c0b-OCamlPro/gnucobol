      *> Shared invoice due-date lookup against invterms.dat.
      *>
      *> billing.cob stamps every invoice it writes with the
      *> customer's terms code, due date and any early-payment
      *> discount date and percent, one invterms.dat record keyed by
      *> the invoice key - which is also the open item's key in
      *> openitem.dat, so the one record serves the invoice and its
      *> open item alike.  COPY this into a program's PROCEDURE
      *> DIVISION, PERFORM open-invterms-file once at startup and
      *> close fcd-invterms with the program's other files (when
      *> invterms-file-open), then PERFORM look-up-invoice-terms with
      *> terms-invoice-key and terms-invoice-date loaded.  An invoice
      *> billed before terms existed, or a shop with no invterms.dat
      *> at all, comes back net 30 from the invoice date with no
      *> discount - the flat terms every item was aged on before.
      *>
      *> Before the COPY, the calling program must declare
      *> fcd-invterms (one of the xfhfcd3*.cpy layouts) and:
      *>     01 ex-invterms-filename pic x(260) value "invterms.dat".
      *>     01 ex-invterms-keydef   pic x(64)  value low-values.
      *>     01 ex-invterms-record.
      *>        05 it-invoice-key       pic 9(7).
      *>        05 it-terms-code        pic x(4).
      *>        05 it-due-date          pic 9(8).
      *>        05 it-discount-date     pic 9(8).
      *>        05 it-discount-pct      pic 9(2)v99.
      *>        05 filler               pic x(11).
      *>     01 terms-invoice-key    pic 9(7) value 0.
      *>     01 terms-invoice-date   pic 9(8) value 0.
      *>     01 invterms-file-state  pic x value "N".
      *>        88 invterms-file-open   value "Y".
       open-invterms-file section.
           move low-values to fcd-invterms
           move fcd--version-number  to fcd-version of fcd-invterms
           move fcd--indexed-org     to fcd-organization of fcd-invterms
           move fcd--dynamic-access  to fcd-access-mode of fcd-invterms
           move fcd--open-closed     to fcd-open-mode of fcd-invterms
           move fcd--recmode-fixed   to fcd-recording-mode of fcd-invterms
           move fcd--format-big      to fcd-file-format of fcd-invterms
           move 12                   to fcd-name-length of fcd-invterms
           set fcd-filename-address of fcd-invterms
               to address of ex-invterms-filename
           set fcd-key-def-address of fcd-invterms
               to address of ex-invterms-keydef
           move 42                to fcd-max-rec-length of fcd-invterms
           move 42                to fcd-min-rec-length of fcd-invterms
           set fcd-record-address of fcd-invterms
               to address of ex-invterms-record
           move OP-OPEN-INPUT to opcode
           call "EXTFH" using opcode, fcd-invterms
           if fcd-status-key-1 of fcd-invterms = "0"
              move "Y" to invterms-file-state
           end-if
           .

       look-up-invoice-terms section.
           if invterms-file-open
              move terms-invoice-key to it-invoice-key
              move OP-START-EQUAL to opcode
              call "EXTFH" using opcode, fcd-invterms
              move OP-READ-NEXT to opcode
              call "EXTFH" using opcode, fcd-invterms
              if fcd-status-key-1 of fcd-invterms = "0"
                 and it-invoice-key = terms-invoice-key
                 exit section
              end-if
           end-if
           move spaces to ex-invterms-record
           move terms-invoice-key to it-invoice-key
           compute it-due-date = function date-of-integer(
              function integer-of-date(terms-invoice-date) + 30)
           move 0 to it-discount-date
           move 0 to it-discount-pct
           .
