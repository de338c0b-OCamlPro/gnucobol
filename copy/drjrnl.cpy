      *> Shared disaster-recovery change journal.
      *>
      *> The warm mirror (idxmirr.dat) covers only the customer
      *> master and sits on the same machine.  Every committed change
      *> to the transactional files - orders.dat, ordlines.dat,
      *> shipments.dat, invoices.dat, openitem.dat and itemmast.dat -
      *> now also lands here as a full after-image (the record as
      *> deleted, for a DELETE), in the order it was made.
      *> drship.cob ships the journal to the DR site on a short
      *> interval, drapply.cob rolls it forward into the DR copies
      *> there, and drlag.cob reports the recovery-point lag and
      *> balances the DR copies to production.
      *>
      *> COPY this into a program's PROCEDURE DIVISION and, once a
      *> WRITE, REWRITE or DELETE on one of those files has come back
      *> status "0", load drjrnl-file with the file's name and
      *> drjrnl-image with the record, then PERFORM journal-dr-write,
      *> journal-dr-rewrite or journal-dr-delete to match.  The journal
      *> is opened and closed around each entry, the intentj.cpy way,
      *> so drship.cob can take it away between any two entries.
      *>
      *> Before the COPY, the calling program must declare:
      *>     select optional dr-journal assign to "drjrnl.dat"
      *>         organization is line sequential.     (FILE-CONTROL)
      *>     fd  dr-journal.
      *>     01  dr-journal-record.
      *>         05 dj-timestamp     pic x(21).
      *>         05 dj-program       pic x(8).
      *>         05 dj-file          pic x(13).
      *>         05 dj-action        pic x(8).
      *>         05 dj-image         pic x(52).
      *>     and in WORKING-STORAGE:
      *>     01 drjrnl-this-program  pic x(8) value "<name>".
      *>     01 drjrnl-file          pic x(13) value spaces.
      *>     01 drjrnl-action        pic x(8) value spaces.
      *>     01 drjrnl-image         pic x(52) value spaces.
       journal-dr-write section.
           move "WRITE" to drjrnl-action
           perform write-dr-journal-entry
           .

       journal-dr-rewrite section.
           move "REWRITE" to drjrnl-action
           perform write-dr-journal-entry
           .

       journal-dr-delete section.
           move "DELETE" to drjrnl-action
           perform write-dr-journal-entry
           .

       write-dr-journal-entry section.
           open extend dr-journal
           move spaces to dr-journal-record
           move function current-date to dj-timestamp
           move drjrnl-this-program to dj-program
           move drjrnl-file to dj-file
           move drjrnl-action to dj-action
           move drjrnl-image to dj-image
           write dr-journal-record
           close dr-journal
           move spaces to drjrnl-image
           .
