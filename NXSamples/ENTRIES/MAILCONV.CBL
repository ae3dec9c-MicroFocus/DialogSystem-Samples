      $set ans85
       identification division.

       program-id. race-mailconv.

      *---------------------------------------------------------------*
      *    One-off entries.dat conversion.  entry-record gained the
      *    competitor's email address on the end (file-email - see
      *    ENTRYREC.CPY); this copies entries.dat to entrynew.dat in
      *    the current layout with the address blank, to be filled
      *    in at the desk as competitors give one.  waitlist.dat
      *    needs nothing - its rows are read short and the new
      *    wl-email comes up blank.
      *    The operator verifies the count displayed at the end,
      *    then renames entrynew.dat over entries.dat while nothing
      *    else is running, and takes a fresh Custbkup generation -
      *    a generation taken before the rename holds the old
      *    entries.dat layout and should not be restored over the
      *    new.  The old file is left untouched so the rename can be
      *    backed out.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select old-entry-file assign "entries.dat"
           organization is indexed
           record key is old-name-club-key
           alternate record key is old-club with duplicates
           alternate record key is old-code with duplicates
           access is sequential
           file status is old-entry-file-status.

           select new-entry-file assign "entrynew.dat"
           organization is indexed
           record key is file-name-club-key
           alternate record key is file-club with duplicates
           alternate record key is file-code with duplicates
           access is sequential.


       data division.

       file section.
      *   the layout the live entries.dat has until this conversion
      *   - the current pictures without the email address.
       fd  old-entry-file.
       01  old-entry-record.
           03  old-name-club-key       pic x(47).
           03  filler                  pic x(116).
           03  old-club                pic x(30).
           03  old-code                pic x(3).
           03  filler                  pic x(30).

       fd  new-entry-file.
           copy "ENTRYREC.CPY".

       working-storage section.

       77  old-entry-file-status       pic x(2).
          88  old-entry-file-eof          value "10".
          88  old-entry-file-not-found    value "35".

       77  converted-count             pic 9(6) value 0.


       procedure division.

       main-process section.

           perform program-initialize
           perform convert-one-entry until old-entry-file-eof
           perform program-terminate.

      *---------------------------------------------------------------*

       program-initialize section.

           open input old-entry-file
           if old-entry-file-not-found
               display "RACE-MAILCONV: NO ENTRIES.DAT TO CONVERT"
               goback
           end-if
           open output new-entry-file
           perform read-next-old-entry.

      *---------------------------------------------------------------*

       convert-one-entry section.

      *   the old record is the new one's leading part.

           move spaces to entry-record
           move old-entry-record to entry-record
           move spaces to file-email
           write entry-record
           add 1 to converted-count

           perform read-next-old-entry.

      *---------------------------------------------------------------*

       read-next-old-entry section.

           read old-entry-file next record
               at end
                   set old-entry-file-eof to true
           end-read.

      *---------------------------------------------------------------*

       program-terminate section.

           display "ENTRIES CONVERTED: " converted-count
           display "VERIFY THE COUNT, THEN RENAME ENTRYNEW.DAT "
                   "OVER ENTRIES.DAT"
           close old-entry-file
           close new-entry-file
           goback.
