      *            a banner on every menu makes the mode impossible
      *            to miss.  Option 11 (supervisor, live mode only)
      *            re-snapshots the sandbox from production.
      * 10/15/2026 - A successful sign-on is logged to OPERLOG.DAT as
      *            choice 00, so the access review can show each
      *            operator's last sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorMenu.
                   "your operator ID with OperatorMaint."
               STOP RUN
           END-IF
           MOVE ZEROS TO Menu-Choice
           PERFORM LOG-MENU-CHOICE
           PERFORM CHOOSE-SESSION-MODE
           PERFORM UNTIL Done
               PERFORM DISPLAY-MENU
