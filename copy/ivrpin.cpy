      *> Shared phone-inquiry PIN handling against ivrpin.dat.
      *>
      *> A caller to the phone system's self-service menu proves the
      *> account is theirs with a PIN of up to six characters, set
      *> and unlocked by an operator on pinmnt.cob and checked by the
      *> resident inquiry service ivrsrv.cob.  PINs are never stored,
      *> only a hash - the signon.cob password hash, seeded with the
      *> account number so two accounts with the same PIN do not
      *> carry the same hash.  ivrpin.dat is keyed on the account
      *> and carries the consecutive bad-PIN count and the lockout
      *> flag beside the hash.  COPY this into a program's PROCEDURE
      *> DIVISION, PERFORM open-pin-file once at startup (the file is
      *> created on first use, the flagmnt.cob bootstrap) and close
      *> fcd-ivrpin with the program's other files when
      *> pin-file-open; PERFORM read-pin-record with
      *> pin-check-account loaded (pin-record-found comes back true
      *> with the record in ex-ivrpin-record), and PERFORM
      *> hash-entered-pin with pin-check-account and pin-check-entry
      *> loaded to get pin-check-hash.
      *>
      *> Before the COPY, the calling program must declare
      *> fcd-ivrpin (one of the xfhfcd3*.cpy layouts), OP-OPEN-I-O,
      *> OP-OPEN-OUTPUT, OP-START-EQUAL, OP-READ-NEXT and OP-CLOSE,
      *> and:
      *>     01 ex-ivrpin-filename   pic x(260) value "ivrpin.dat".
      *>     01 ex-ivrpin-keydef.
      *>        47 ivrpin-keydef-length pic 9(4)  comp-x.
      *>        47 filler               pic 9(2)  comp-x value 2.
      *>        47 filler               pic 9(6)  comp-x.
      *>        47 ivrpin-key-count     pic 9(4)  comp-x.
      *>        47 filler               pic 9(13) comp-x.
      *>        47 ivrpin-key-specification.
      *>           49 ivrpin-component-count pic 9(4) comp-x.
      *>           49 ivrpin-component-defs  pic 9(4) comp-x.
      *>           49 filler            pic 9(2) comp-x.
      *>           49 filler            pic 9(2) comp-x.
      *>           49 filler            pic x(2).
      *>           49 filler            pic x(8).
      *>        47 filler.
      *>           49 filler            pic 9(2) comp-x.
      *>           49 filler            pic 9(2) comp-x.
      *>           49 ivrpin-component-offset pic 9(9) comp-x.
      *>           49 ivrpin-component-length pic 9(9) comp-x.
      *>     01 ex-ivrpin-record.
      *>        05 pin-account          pic 9(5).
      *>        05 pin-hash             pic 9(9).
      *>        05 pin-failures         pic 9(2).
      *>        05 pin-locked           pic x.
      *>           88 pin-is-locked        value "Y" false "N".
      *>        05 pin-changed-by       pic x(8).
      *>        05 pin-changed-date     pic 9(8).
      *>        05 filler               pic x(3).
      *>     01 pin-check-account    pic 9(5) value 0.
      *>     01 pin-check-entry      pic x(6) value spaces.
      *>     01 pin-check-hash       pic 9(9) value 0.
      *>     01 pin-hash-byte        pic x.
      *>     01 pin-hash-byte-numeric redefines pin-hash-byte
      *>                             pic x comp-x.
      *>     01 pin-hash-index       pic 9(2) value 0.
      *>     01 pin-file-state       pic x value "N".
      *>        88 pin-file-open        value "Y".
      *>     01 pin-record-state     pic x value "N".
      *>        88 pin-record-found     value "Y" false "N".
       open-pin-file section.
           perform set-pin-fcd
           move OP-OPEN-I-O to opcode
           call "EXTFH" using opcode, fcd-ivrpin
           if fcd-status-key-1 of fcd-ivrpin = "3"
              perform set-pin-fcd
              move OP-OPEN-OUTPUT to opcode
              call "EXTFH" using opcode, fcd-ivrpin
      *> A file just created is opened for output only; reopen it
      *> I-O so it can be read back and rewritten.
              if fcd-status-key-1 of fcd-ivrpin = "0"
                 move OP-CLOSE to opcode
                 call "EXTFH" using opcode, fcd-ivrpin
                 perform set-pin-fcd
                 move OP-OPEN-I-O to opcode
                 call "EXTFH" using opcode, fcd-ivrpin
              end-if
           end-if
           if fcd-status-key-1 of fcd-ivrpin = "0"
              move "Y" to pin-file-state
           end-if
           .

       set-pin-fcd section.
           move low-values to fcd-ivrpin
           move fcd--version-number  to fcd-version of fcd-ivrpin
           move fcd--indexed-org     to fcd-organization of fcd-ivrpin
           move fcd--dynamic-access  to fcd-access-mode of fcd-ivrpin
           move fcd--open-closed     to fcd-open-mode of fcd-ivrpin
           move fcd--recmode-fixed   to fcd-recording-mode of fcd-ivrpin
           move fcd--format-big      to fcd-file-format of fcd-ivrpin
           move 10                   to fcd-name-length of fcd-ivrpin
           set fcd-filename-address of fcd-ivrpin
               to address of ex-ivrpin-filename
           set fcd-key-def-address of fcd-ivrpin
               to address of ex-ivrpin-keydef
           move 36                   to fcd-max-rec-length of fcd-ivrpin
           move 36                   to fcd-min-rec-length of fcd-ivrpin
           set fcd-record-address of fcd-ivrpin
               to address of ex-ivrpin-record
           move low-values to ex-ivrpin-keydef
           move length of ex-ivrpin-keydef to ivrpin-keydef-length
           move 1 to ivrpin-key-count
           move 1 to ivrpin-component-count
           set ivrpin-component-defs
               to length of ivrpin-key-specification
           add 14 to ivrpin-component-defs
           move 0 to ivrpin-component-offset
           move 5 to ivrpin-component-length
           .

       read-pin-record section.
           set pin-record-found to false
           if not pin-file-open
              exit section
           end-if
           move pin-check-account to pin-account
           move OP-START-EQUAL to opcode
           call "EXTFH" using opcode, fcd-ivrpin
           move OP-READ-NEXT to opcode
           call "EXTFH" using opcode, fcd-ivrpin
           if fcd-status-key-1 of fcd-ivrpin = "0"
              and pin-account = pin-check-account
              set pin-record-found to true
           end-if
           .

      *> The signon.cob hash over the six PIN characters, seeded with
      *> the account number.
       hash-entered-pin section.
           move pin-check-account to pin-check-hash
           perform varying pin-hash-index from 1 by 1
                   until pin-hash-index > 6
              move pin-check-entry(pin-hash-index:1) to pin-hash-byte
              compute pin-check-hash = function mod
                 ((pin-check-hash * 37) + pin-hash-byte-numeric
                  + pin-hash-index, 999999937)
           end-perform
           .
