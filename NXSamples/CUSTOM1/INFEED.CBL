      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Infeed.

      *---------------------------------------------------------------*
      *    Inbound file register - see INFEED.CPY for the interface.
      *    The files other systems drop for the batch (the bank
      *    statement, the warehouse's dispatch confirmations, the
      *    accounts interchange, the rate feed, the bank's direct
      *    debit bounces, the race chip download) used to be read
      *    from a fixed name and left lying there, so a feed that did
      *    not refresh, or a step run twice, posted the same file
      *    twice.  Now each file is fingerprinted - record count,
      *    value total, first and last record - against the register
      *    infeed.dat (see INFDREG.CPY) of every file processed:
      *    the same fingerprint again for the same program is
      *    refused, and the refusal registered, until a supervisor
      *    allows it once on the Feedmnt console.  A file read
      *    cleanly is copied to a dated archive generation -
      *        bankstmt.F2026101501, bankstmt.F2026101502, ...
      *    - in the directory the site configuration logical
      *    FEEDARCH names (the current directory when it is not
      *    configured), registered with the archive's name, and
      *    deleted, so there is always a copy of exactly what was
      *    posted and nothing left lying for a rerun to take twice.
      *    Opened and closed on every call, as the control-total
      *    service is.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Feed-File ASSIGN DYNAMIC Ifd-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Feed-File-Status.

           SELECT Archive-File ASSIGN DYNAMIC Ifd-Archive-File
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Archive-File-Status.

           SELECT Register-File ASSIGN "infeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Feed-File.
       01  Feed-Line                   PIC X(200).

       FD  Archive-File.
       01  Archive-Line                PIC X(200).

       FD  Register-File.
           COPY "INFDREG.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Feed-File-Status            PIC X(2).
          88  Feed-File-Eof               VALUE "10".
          88  Feed-File-Not-Found         VALUE "35".
       77  Archive-File-Status         PIC X(2).
          88  Archive-File-Ok             VALUE "00".
       77  Register-File-Status        PIC X(2).
          88  Register-File-Eof           VALUE "10".
          88  Register-File-Not-Found     VALUE "35".

       01  Archive-Directory           PIC X(64).
       01  Paths-Resolved-Sw           PIC X(01) VALUE "N".
          88  Paths-Resolved              VALUE "Y".

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).

      *    the fingerprint of the file as it lies now
       01  First-Record                PIC X(80).
       01  Last-Record                 PIC X(80).

       77  Char-Ind                    PIC 9(3) COMP.
       77  Value-End                   PIC 9(3) COMP.
       01  Field-Value                 PIC 9(15).
       01  Field-Negative-Sw           PIC X(01).
          88  Field-Negative              VALUE "Y".
       01  Digit-X                     PIC X.
       01  Digit REDEFINES Digit-X     PIC 9.

       01  Seen-Sw                     PIC X(01).
          88  Seen-Before                 VALUE "Y".
       01  Override-Sw                 PIC X(01).
          88  Override-Granted            VALUE "Y".

       01  Register-Kind               PIC X.

       01  File-Base                   PIC X(40).
       77  Archives-Today              PIC 9(4) COMP.
       01  Archive-No                  PIC 9(2).

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

       LINKAGE SECTION.
           COPY "INFEED.CPY".

       PROCEDURE DIVISION USING Inbound-Feed.
       Controlling SECTION.

           IF NOT Paths-Resolved
               PERFORM Resolve-Paths
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME
           INSPECT Ifd-Program
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM Take-The-Fingerprint
           IF Feed-File-Not-Found
               SET Ifd-Missing TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN Ifd-Action-Check
                       PERFORM Check-The-Register
                   WHEN Ifd-Action-Archive
                       PERFORM Archive-The-Feed
               END-EVALUATE
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Resolve-Paths SECTION.

           MOVE "FEEDARCH" TO Cfg-Logical
           MOVE SPACES TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Archive-Directory
           SET Paths-Resolved TO TRUE
       .
      *---------------------------------------------------------------*
       Take-The-Fingerprint SECTION.

           MOVE 0 TO Ifd-Records
           MOVE 0 TO Ifd-Value-Total
           MOVE SPACES TO First-Record
           MOVE SPACES TO Last-Record
           COMPUTE Value-End = Ifd-Value-Start + Ifd-Value-Length
           IF Value-End > 201
               MOVE 201 TO Value-End
           END-IF

           OPEN INPUT Feed-File
           IF NOT Feed-File-Not-Found
               PERFORM UNTIL Feed-File-Eof
                   MOVE SPACES TO Feed-Line
                   READ Feed-File
                       AT END
                           SET Feed-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-One-Record
                   END-READ
               END-PERFORM
               CLOSE Feed-File
               MOVE "00" TO Feed-File-Status
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Record SECTION.

           ADD 1 TO Ifd-Records
           IF Ifd-Records = 1
               MOVE Feed-Line TO First-Record
           END-IF
           MOVE Feed-Line TO Last-Record

           IF Ifd-Value-Length NOT = 0 AND Ifd-Value-Start NOT = 0
               MOVE 0 TO Field-Value
               MOVE "N" TO Field-Negative-Sw
               PERFORM VARYING Char-Ind FROM Ifd-Value-Start BY 1
                                  UNTIL Char-Ind >= Value-End
                   MOVE Feed-Line(Char-Ind:1) TO Digit-X
                   IF Digit-X NUMERIC
                       COMPUTE Field-Value = Field-Value * 10 + Digit
                   END-IF
                   IF Digit-X = "-"
                       SET Field-Negative TO TRUE
                   END-IF
               END-PERFORM
               IF Field-Negative
                   SUBTRACT Field-Value FROM Ifd-Value-Total
               ELSE
                   ADD Field-Value TO Ifd-Value-Total
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Check-The-Register SECTION.
      *    In file order: a processed line for the fingerprint makes
      *    it a repeat and uses up any override before it; an
      *    override after the last processed line lets it through.

           MOVE "N" TO Seen-Sw
           MOVE "N" TO Override-Sw
           MOVE 0 TO Ifd-Seen-Date
           MOVE SPACES TO Ifd-Override-By
           OPEN INPUT Register-File
           IF NOT Register-File-Not-Found
               PERFORM UNTIL Register-File-Eof
                   READ Register-File
                       AT END
                           SET Register-File-Eof TO TRUE
                       NOT AT END
                           IF Inr-Program = Ifd-Program
                              AND Inr-Records = Ifd-Records
                              AND Inr-Value-Total = Ifd-Value-Total
                              AND Inr-First-Record = First-Record
                              AND Inr-Last-Record = Last-Record
                               PERFORM Note-One-Register-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Register-File
           END-IF

           EVALUATE TRUE
               WHEN Seen-Before AND Override-Granted
                   SET Ifd-Overridden TO TRUE
               WHEN Seen-Before
                   SET Ifd-Repeat TO TRUE
                   MOVE SPACES TO Ifd-Archive-File
                   MOVE "R" TO Register-Kind
                   PERFORM Register-The-Feed
               WHEN OTHER
                   SET Ifd-New TO TRUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Note-One-Register-Line SECTION.

           EVALUATE TRUE
               WHEN Inr-Processed
                   SET Seen-Before TO TRUE
                   IF Ifd-Seen-Date = 0
                       MOVE Inr-Date TO Ifd-Seen-Date
                   END-IF
                   MOVE "N" TO Override-Sw
                   MOVE SPACES TO Ifd-Override-By
               WHEN Inr-Override
                   SET Override-Granted TO TRUE
                   MOVE Inr-By TO Ifd-Override-By
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Archive-The-Feed SECTION.

           PERFORM Name-The-Archive
           OPEN OUTPUT Archive-File
           IF NOT Archive-File-Ok
      *        never take the file away without its copy - but it is
      *        processed, so a second run of it is still refused
               MOVE SPACES TO Ifd-Archive-File
               MOVE "P" TO Register-Kind
               PERFORM Register-The-Feed
               SET Ifd-Archive-Failed TO TRUE
               GOBACK
           END-IF
           OPEN INPUT Feed-File
           PERFORM UNTIL Feed-File-Eof
               MOVE SPACES TO Feed-Line
               READ Feed-File
                   AT END
                       SET Feed-File-Eof TO TRUE
                   NOT AT END
                       WRITE Archive-Line FROM Feed-Line
               END-READ
           END-PERFORM
           CLOSE Archive-File
           CLOSE Feed-File
           DELETE FILE Feed-File

           MOVE "P" TO Register-Kind
           PERFORM Register-The-Feed
           SET Ifd-Archived TO TRUE
       .
      *---------------------------------------------------------------*
       Name-The-Archive SECTION.
      *    The day's number is one more than the files this program
      *    has already filed today.

           MOVE 0 TO Archives-Today
           OPEN INPUT Register-File
           IF NOT Register-File-Not-Found
               PERFORM UNTIL Register-File-Eof
                   READ Register-File
                       AT END
                           SET Register-File-Eof TO TRUE
                       NOT AT END
                           IF Inr-Processed
                              AND Inr-Program = Ifd-Program
                              AND Inr-Date = Run-Date
                               ADD 1 TO Archives-Today
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Register-File
           END-IF
           ADD 1 TO Archives-Today
           MOVE Archives-Today TO Archive-No

           MOVE SPACES TO File-Base
           UNSTRING Ifd-File-Name DELIMITED BY "." OR SPACE
               INTO File-Base
           END-UNSTRING
           MOVE SPACES TO Ifd-Archive-File
           IF Archive-Directory = SPACES
               STRING File-Base  DELIMITED BY SPACE
                      ".F"       DELIMITED BY SIZE
                      Run-Date   DELIMITED BY SIZE
                      Archive-No DELIMITED BY SIZE
                   INTO Ifd-Archive-File
               END-STRING
           ELSE
               STRING Archive-Directory DELIMITED BY SPACE
                      File-Base  DELIMITED BY SPACE
                      ".F"       DELIMITED BY SIZE
                      Run-Date   DELIMITED BY SIZE
                      Archive-No DELIMITED BY SIZE
                   INTO Ifd-Archive-File
               END-STRING
           END-IF
       .
      *---------------------------------------------------------------*
       Register-The-Feed SECTION.
      *    Register-Kind is set by the caller; everything else is
      *    this call's.

           OPEN EXTEND Register-File
           IF Register-File-Not-Found
               OPEN OUTPUT Register-File
               CLOSE Register-File
               OPEN EXTEND Register-File
           END-IF
           MOVE SPACES TO Inbound-Register-Record
           MOVE Register-Kind    TO Inr-Kind
           MOVE Ifd-Program      TO Inr-Program
           MOVE Run-Date         TO Inr-Date
           MOVE Run-Time(1:6)    TO Inr-Time
           MOVE Ifd-Override-By  TO Inr-By
           MOVE Ifd-Records      TO Inr-Records
           MOVE Ifd-Value-Total  TO Inr-Value-Total
           MOVE Ifd-File-Name    TO Inr-File-Name
           MOVE Ifd-Archive-File TO Inr-Archive-File
           MOVE First-Record     TO Inr-First-Record
           MOVE Last-Record      TO Inr-Last-Record
           WRITE Inbound-Register-Record
           CLOSE Register-File
       .

      *****************************************************************
