      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custbmnt.

      *---------------------------------------------------------------*
      *    Sales budget maintenance.  Small companion screenset over
      *    custbudg.ism (area, CCYYMM month, budgeted order value -
      *    see CUSTBUDG.CPY), so the area managers' monthly targets
      *    live beside the ledger they are judged against instead
      *    of in a spreadsheet.  Only an area on the custarea.ism
      *    master can be given a budget; each save is stamped with
      *    who set it and when.  Read by the Custbva budget-versus-
      *    actual report.  Same standalone-companion shape as
      *    CUSTAMNT.CBL.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Budget-File ASSIGN "custbudg.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Bud-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Budget-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS RANDOM
           FILE STATUS IS Area-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Budget-File.
           COPY "CUSTBUDG.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custbmnt".

           COPY "ds-cntrl.mf  ".
           COPY "custbmnt.cpb ".

       78  Dialog-System                   VALUE "dsrun".
       78  Error-Handler                   VALUE "errhand".

      *    Shared recoverable error handling - see ERRHAND.CBL.
           COPY "ERRHAND.CPY".

       77  Display-Error-No                PIC 9(4).

       01  Budget-File-Status              PIC X(2).
          88  Budget-File-Ok                  VALUE "00".
          88  Budget-File-Not-Found           VALUE "35".
       01  Area-File-Status                PIC X(2).
          88  Area-File-Not-Found             VALUE "35".
       01  Area-Master-Open-Sw             PIC X(01) VALUE "N".
          88  Area-Master-Open                VALUE "Y".
       01  Area-Known-Sw                   PIC X(01).
          88  Area-Known                      VALUE "Y".

       01  My-Operator-Id                  PIC X(8).
       01  Run-Date                        PIC 9(8).
       01  Budget-Month                    PIC 9(2).

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTBMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Bmnt-Exit-Flg-True
           PERFORM Program-Terminate.
      *---------------------------------------------------------------*
       Program-Initialize SECTION.
           INITIALIZE Ds-Control-Block
           INITIALIZE Bmnt-Data-Block
           MOVE Bmnt-Data-Block-Version-No TO
                                         Ds-Data-Block-Version-No
           MOVE Bmnt-Version-No TO Ds-Version-No

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Budget-File
           IF Budget-File-Not-Found
               OPEN OUTPUT Budget-File
               CLOSE Budget-File
               OPEN I-O Budget-File
           END-IF
           OPEN INPUT Area-File
           IF NOT Area-File-Not-Found
               SET Area-Master-Open TO TRUE
           END-IF

           PERFORM Load-Screenset.
      *---------------------------------------------------------------*
       Program-Body SECTION.

           EVALUATE TRUE
               WHEN Bmnt-Load-Flg-True
                   PERFORM Load-Budget
               WHEN Bmnt-Save-Flg-True
                   PERFORM Save-Budget
               WHEN Bmnt-Del-Flg-True
                   PERFORM Delete-Budget
               WHEN Bmnt-Clr-Flg-True
                   PERFORM Clear-Budget
           END-EVALUATE

           PERFORM Clear-Flags
           PERFORM Call-Dialog-System.

      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE Ds-Quit-Set TO Ds-Control
           PERFORM Call-Dialog-System
           CLOSE Budget-File
           IF Area-Master-Open
               CLOSE Area-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Budget SECTION.

           PERFORM Check-The-Area
           MOVE Bmnt-Area-Code TO Bud-Area
           MOVE Bmnt-Period    TO Bud-Period
           READ Budget-File
               INVALID KEY
                   MOVE "SHOW-NOT-FOUND-ERROR" TO Ds-Procedure
               NOT INVALID KEY
                   MOVE Bud-Amount TO Bmnt-Budget
                   MOVE Bud-Set-By TO Bmnt-Set-By
                   MOVE Bud-Set-On TO Bmnt-Set-On
                   PERFORM Set-Up-For-Refresh-Screen
           END-READ
       .
      *---------------------------------------------------------------*
       Save-Budget SECTION.
      *    A budget against an area nobody has set up, or for a
      *    month that cannot exist, would never be reported, so it
      *    is refused here.

           PERFORM Check-The-Area
           MOVE Bmnt-Period(5:2) TO Budget-Month
           IF NOT Area-Known
              OR Bmnt-Period < 190001
              OR Budget-Month < 1 OR Budget-Month > 12
               MOVE "SHOW-SAVE-ERROR" TO Ds-Procedure
           ELSE
               MOVE Bmnt-Area-Code TO Bud-Area
               MOVE Bmnt-Period    TO Bud-Period
               MOVE Bmnt-Budget    TO Bud-Amount
               MOVE My-Operator-Id TO Bud-Set-By
               MOVE Run-Date       TO Bud-Set-On
               REWRITE Budget-Record
                   INVALID KEY
                       WRITE Budget-Record
                       END-WRITE
               END-REWRITE
               MOVE Bud-Set-By TO Bmnt-Set-By
               MOVE Bud-Set-On TO Bmnt-Set-On
               PERFORM Set-Up-For-Refresh-Screen
           END-IF
       .
      *---------------------------------------------------------------*
       Delete-Budget SECTION.

           MOVE Bmnt-Area-Code TO Bud-Area
           MOVE Bmnt-Period    TO Bud-Period
           DELETE Budget-File
               INVALID KEY
                   MOVE "SHOW-NOT-FOUND-ERROR" TO Ds-Procedure
               NOT INVALID KEY
                   PERFORM Clear-Budget
           END-DELETE
       .
      *---------------------------------------------------------------*
       Check-The-Area SECTION.
      *    Fills in the area's description for the screen as it
      *    goes.

           MOVE "N" TO Area-Known-Sw
           MOVE SPACES TO Bmnt-Area-Desc
           IF Bmnt-Area-Code NOT = SPACE AND Area-Master-Open
               MOVE Bmnt-Area-Code TO Area-Code
               READ Area-File
                   INVALID KEY
                       MOVE "NOT ON AREA MASTER" TO Bmnt-Area-Desc
                   NOT INVALID KEY
                       SET Area-Known TO TRUE
                       MOVE Area-Desc TO Bmnt-Area-Desc
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Clear-Budget SECTION.

           INITIALIZE Bmnt-Data-Block
           PERFORM Set-Up-For-Refresh-Screen
       .
      *---------------------------------------------------------------*
       Clear-Flags SECTION.

           INITIALIZE Bmnt-Flag-Group
       .
      *---------------------------------------------------------------*
       Set-Up-For-Refresh-Screen SECTION.

           MOVE "REFRESH-BUDGET-SCREEN" TO Ds-Procedure
       .
      *---------------------------------------------------------------*
       Load-Screenset SECTION.

           MOVE Ds-New-Set   TO Ds-Control
           MOVE Main-SS-Name TO Ds-Set-Name
           PERFORM Call-Dialog-System
       .
      *---------------------------------------------------------------*
       Call-Dialog-System SECTION.

           CALL Dialog-System USING Ds-Control-Block,
                                    Bmnt-Data-Block
                                    Ds-Event-Block

           IF NOT Ds-No-Error
      *        Graded recover-or-die instead of DISPLAY-and-die: the
      *        handler logs the error with full context and says
      *        whether this session may carry on.
               MOVE "CUSTBMNT" TO Err-Program
               MOVE Ds-Set-Name TO Err-Screenset
               MOVE SPACES TO Err-Operator
               MOVE Ds-Error-Code TO Err-Code
               CALL Error-Handler USING Err-Context
               IF NOT Err-Continue-Allowed
                   MOVE Ds-Error-Code TO Display-Error-No
                   PERFORM Program-Terminate
               END-IF
           END-IF
       .

      *****************************************************************
