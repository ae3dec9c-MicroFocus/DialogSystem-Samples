      *    ever touched: CCYYMM, open/closed flag, who closed it,
      *    when) is read once on first call and held for the run,
      *    the same stance the calendar check takes with buscal.dat.
      *    A period with no record is open.  A year the Custyend
      *    year-end has closed is listed on yearctl.dat, read the
      *    same way; every date in it is closed, whatever perctl.dat
      *    says of its periods.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Period-File-Status.

           SELECT Year-Control-File ASSIGN "yearctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Year-Control-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

           03  FILLER                  PIC X(1).
           03  Per-Closed-On           PIC 9(8).

      *    layout as written by CUSTYEND.CBL - only the year is read
       FD  Year-Control-File.
       01  Year-Control-Record.
           03  Yct-Year                PIC 9(4).
           03  FILLER                  PIC X(62).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Periods                 VALUE 200.
       78  Max-Years                   VALUE 100.

       77  Period-File-Status          PIC X(2).
          88  Period-File-Eof             VALUE "10".
          88  Period-File-Not-Found       VALUE "35".
       77  Year-Control-File-Status    PIC X(2).
          88  Year-Control-File-Eof       VALUE "10".
          88  Year-Control-File-Not-Found VALUE "35".

       01  Periods-Loaded-Sw           PIC X(01) VALUE "N".
          88  Periods-Loaded              VALUE "Y".
               05  Pe-Period           PIC 9(6).
               05  Pe-Status           PIC X.

       77  Year-Ind                    PIC 9(4) COMP.
       77  Year-Count                  PIC 9(4) COMP VALUE 0.

       01  Year-Table.
           03  Closed-Year OCCURS Max-Years PIC 9(4).

       01  Asked-Period                PIC 9(6).
       01  Asked-Year                  PIC 9(4).

       LINKAGE SECTION.
           COPY "PERCHECK.CPY".
                   SET Per-Period-Closed TO TRUE
               END-IF
           END-PERFORM
           COMPUTE Asked-Year = Per-Date / 10000
           PERFORM VARYING Year-Ind FROM 1 BY 1
                              UNTIL Year-Ind > Year-Count
               IF Closed-Year(Year-Ind) = Asked-Year
                   SET Per-Year-Closed TO TRUE
               END-IF
           END-PERFORM
           GOBACK
       .
      *---------------------------------------------------------------*
               END-PERFORM
               CLOSE Period-File
           END-IF

           OPEN INPUT Year-Control-File
           IF Year-Control-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Year-Control-File-Eof
                            OR Year-Count = Max-Years
                   READ Year-Control-File
                       AT END
                           SET Year-Control-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Year-Count
                           MOVE Yct-Year TO Closed-Year(Year-Count)
                   END-READ
               END-PERFORM
               CLOSE Year-Control-File
           END-IF
       .

      *****************************************************************
