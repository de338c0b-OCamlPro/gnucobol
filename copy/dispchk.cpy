      *> Shared invoice-dispute check against disputes.dat.
      *>
      *> Collections log a customer's dispute of an invoice on
      *> dispmnt.cob, one disputes.dat record keyed by the invoice
      *> key - which is also the open item's key in openitem.dat.
      *> While the dispute is open the item is not chased: COPY this
      *> into a program's PROCEDURE DIVISION, PERFORM
      *> open-dispute-file once at startup and close fcd-disputes
      *> with the program's other files (when dispute-file-open),
      *> then PERFORM check-invoice-dispute with
      *> dispute-check-invoice loaded.  invoice-in-dispute comes
      *> back true only for an open dispute; a resolved, rejected or
      *> withdrawn one, or a shop with no disputes.dat at all, leaves
      *> the item to be chased as before.
      *>
      *> Before the COPY, the calling program must declare
      *> fcd-disputes (one of the xfhfcd3*.cpy layouts) and:
      *>     01 ex-disputes-filename pic x(260) value "disputes.dat".
      *>     01 ex-disputes-keydef   pic x(64)  value low-values.
      *>     01 ex-disputes-record.
      *>        05 dp-invoice-key       pic 9(7).
      *>        05 dp-account-number    pic 9(5).
      *>        05 dp-reason-code       pic x(4).
      *>        05 dp-disputed-amount   pic 9(7)v99.
      *>        05 dp-owner             pic x(8).
      *>        05 dp-status            pic x.
      *>           88 dp-status-open       value "O".
      *>        05 dp-opened-date       pic 9(8).
      *>        05 dp-status-date       pic 9(8).
      *>        05 dp-logged-by         pic x(8).
      *>        05 dp-note              pic x(40).
      *>        05 filler               pic x(4).
      *>     01 dispute-check-invoice pic 9(7) value 0.
      *>     01 dispute-file-state   pic x value "N".
      *>        88 dispute-file-open    value "Y".
      *>     01 dispute-check-state  pic x value "N".
      *>        88 invoice-in-dispute   value "Y" false "N".
       open-dispute-file section.
           move low-values to fcd-disputes
           move fcd--version-number  to fcd-version of fcd-disputes
           move fcd--indexed-org     to fcd-organization of fcd-disputes
           move fcd--dynamic-access  to fcd-access-mode of fcd-disputes
           move fcd--open-closed     to fcd-open-mode of fcd-disputes
           move fcd--recmode-fixed   to fcd-recording-mode of fcd-disputes
           move fcd--format-big      to fcd-file-format of fcd-disputes
           move 12                   to fcd-name-length of fcd-disputes
           set fcd-filename-address of fcd-disputes
               to address of ex-disputes-filename
           set fcd-key-def-address of fcd-disputes
               to address of ex-disputes-keydef
           move 102               to fcd-max-rec-length of fcd-disputes
           move 102               to fcd-min-rec-length of fcd-disputes
           set fcd-record-address of fcd-disputes
               to address of ex-disputes-record
           move OP-OPEN-INPUT to opcode
           call "EXTFH" using opcode, fcd-disputes
           if fcd-status-key-1 of fcd-disputes = "0"
              move "Y" to dispute-file-state
           end-if
           .

       check-invoice-dispute section.
           set invoice-in-dispute to false
           if not dispute-file-open
              exit section
           end-if
           move dispute-check-invoice to dp-invoice-key
           move OP-START-EQUAL to opcode
           call "EXTFH" using opcode, fcd-disputes
           move OP-READ-NEXT to opcode
           call "EXTFH" using opcode, fcd-disputes
           if fcd-status-key-1 of fcd-disputes = "0"
              and dp-invoice-key = dispute-check-invoice
              and dp-status-open
              set invoice-in-dispute to true
           end-if
           .
