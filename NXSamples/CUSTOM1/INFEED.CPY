      *****************************************************************
      *    Inbound-Feed - the interface block of the inbound file
      *    register INFEED.CBL.  Every program that reads a file some
      *    other system drops (bankstmt.dat, dispatch.dat and the
      *    rest) asks before it reads and files it away after:
      *        SET Ifd-Action-Check TO TRUE    before the file is
      *                                        opened - has this
      *                                        file been processed
      *                                        already?
      *        SET Ifd-Action-Archive TO TRUE  after a clean run -
      *                                        register it, copy it
      *                                        to a dated archive
      *                                        and take it away
      *        MOVE "CUSTBANK"     TO Ifd-Program
      *        MOVE "bankstmt.dat" TO Ifd-File-Name
      *        MOVE 12 TO Ifd-Value-Start
      *        MOVE 9  TO Ifd-Value-Length
      *        CALL "infeed" USING Inbound-Feed
      *    The file is known by its fingerprint: record count, the
      *    total of the value field (where in the record it lies -
      *    digits summed as the smallest unit, a leading "-"
      *    negative; a length of nought for a file with no value),
      *    and the first and last records.  Check gives back -
      *        Ifd-New         not seen before: go ahead
      *        Ifd-Repeat      processed already on Ifd-Seen-Date
      *                        - refuse it; the refusal is on the
      *                        register for a supervisor to see on
      *                        the Feedmnt console
      *        Ifd-Overridden  a repeat a supervisor has allowed
      *                        once (Ifd-Override-By) - go ahead
      *        Ifd-Missing     no file to read
      *    - and Archive gives back Ifd-Archived with the archive
      *    file's name in Ifd-Archive-File (bankstmt.F2026101501 -
      *    date and the day's number, in the directory the site
      *    configuration logical FEEDARCH names), Ifd-Missing, or
      *    Ifd-Archive-Failed when the archive could not be written
      *    - the file is then left where it lies, but registered as
      *    processed so that it is not read twice.
      *****************************************************************
       01  Inbound-Feed.
           03  Ifd-Action              PIC X.
               88  Ifd-Action-Check        VALUE "C".
               88  Ifd-Action-Archive      VALUE "A".
           03  Ifd-Program             PIC X(8).
           03  Ifd-File-Name           PIC X(40).
           03  Ifd-Value-Start         PIC 9(3).
           03  Ifd-Value-Length        PIC 9(2).
           03  Ifd-Records             PIC 9(7).
           03  Ifd-Value-Total         PIC S9(15).
           03  Ifd-Result              PIC X.
               88  Ifd-New                 VALUE "N".
               88  Ifd-Repeat              VALUE "R".
               88  Ifd-Overridden          VALUE "O".
               88  Ifd-Missing             VALUE "M".
               88  Ifd-Archived            VALUE "A".
               88  Ifd-Archive-Failed      VALUE "F".
           03  Ifd-Seen-Date           PIC 9(8).
           03  Ifd-Override-By         PIC X(8).
           03  Ifd-Archive-File        PIC X(64).
