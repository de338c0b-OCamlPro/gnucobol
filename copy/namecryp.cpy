      *> Shared customer name and address encryption calls.
      *>
      *> customer-name-raw on idxfile.dat, ca-name and ca-street on
      *> cusaddr.dat and the customer images on audittrl.dat are held
      *> encrypted on disk - see namecryp.cob.  COPY this into a
      *> program's PROCEDURE DIVISION, then with namecryp-field
      *> holding the field and namecryp-field-length its size (80
      *> for a customer name, 40 for ca-name, 30 for ca-street):
      *>
      *>   PERFORM decrypt-name-field after reading it - the field
      *>   comes back in clear (masked, if the program is not
      *>   entitled to names); clear text read from disk comes back
      *>   as it was.
      *>
      *>   PERFORM encrypt-name-field just before writing it - with
      *>   no key on file yet the field is left in clear, and the
      *>   next key rotation (keyrot.cob) picks it up.
      *>
      *> If the service cannot be loaded the field is left as it was.
      *>
      *> Before the COPY, the calling program must declare:
      *>     01 namecryp-request.
      *>        05 namecryp-function       pic x.
      *>        05 namecryp-program        pic x(8) value "<name>".
      *>        05 namecryp-key-id         pic x.
      *>        05 namecryp-field-length   pic 9(3).
      *>        05 namecryp-field          pic x(80).
      *>        05 namecryp-status         pic x.
       encrypt-name-field section.
           move "E" to namecryp-function
           move space to namecryp-key-id
           call "namecryp" using namecryp-request
              on exception
                 move "B" to namecryp-status
           end-call
           .

       decrypt-name-field section.
           move "D" to namecryp-function
           move space to namecryp-key-id
           call "namecryp" using namecryp-request
              on exception
                 move "B" to namecryp-status
           end-call
           .
