      *         hard-wired account codes against and
      *         TrialBalanceRpt can print names beside the codes.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Type E (equity) is accepted, and each account
      *            now also takes the reporting group (statement
      *            line caption) and subsystem FinStmtRpt builds the
      *            income statement and balance sheet from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChartOfAcctMaint.
               03  coaCode              PIC X(6).
               03  coaName              PIC X(30).
               03  coaType              PIC X.
               03  coaGroup             PIC X(30).
               03  coaSubsystem         PIC X.
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
       01  Entry-Code                   PIC X(6).
       01  Entry-Name                   PIC X(30).
       01  Entry-Type                   PIC X.
           88  Valid-Entry-Type         VALUE "A", "L", "E", "R",
                                               "X".
       01  Entry-Group                  PIC X(30).
       01  Entry-Subsystem              PIC X.
           88  Valid-Entry-Subsystem    VALUE "S", "A", " ".
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

           PERFORM LOAD-ACCOUNTS
           DISPLAY "ChartOfAcctMaint - chart of accounts maintenance"
           DISPLAY "Enter an account code, name and type (A asset, "
               "L liability, E equity, R revenue, X expense), "
               "then its reporting group and subsystem, or blank "
               "code to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Account code (blank to end): "
                   WITH NO ADVANCING
               ELSE
                   DISPLAY "Account name : " WITH NO ADVANCING
                   ACCEPT Entry-Name
                   DISPLAY "Type A/L/E/R/X : " WITH NO ADVANCING
                   ACCEPT Entry-Type
                   DISPLAY "Reporting group (blank - own line) : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Group
                   DISPLAY "Subsystem S student / A Aromamora / "
                       "blank shared : " WITH NO ADVANCING
                   ACCEPT Entry-Subsystem
                   PERFORM UPDATE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM SAVE-ACCOUNTS
           STOP RUN.

       UPDATE-ONE-ACCOUNT.
           IF NOT Valid-Entry-Type
               DISPLAY "Type must be A, L, E, R or X, not saved."
               EXIT PARAGRAPH
           END-IF
           IF NOT Valid-Entry-Subsystem
               DISPLAY "Subsystem must be S, A or blank, not saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-ACCOUNT
           IF COA-Index > 0
               MOVE Entry-Name TO coaName (COA-Index)
               MOVE Entry-Type TO coaType (COA-Index)
               MOVE Entry-Group TO coaGroup (COA-Index)
               MOVE Entry-Subsystem TO coaSubsystem (COA-Index)
               DISPLAY "Account " Entry-Code " saved"
           END-IF.

       LOAD-ACCOUNTS.
           OPEN INPUT COAFile
           IF COA-File-Status = "00"
                       MOVE coAccountCode TO coaCode (COA-Count)
                       MOVE coAccountName TO coaName (COA-Count)
                       MOVE coAccountType TO coaType (COA-Count)
                       MOVE coReportGroup TO coaGroup (COA-Count)
                       MOVE coSubsystem TO coaSubsystem (COA-Count)
                   END-IF
                   READ COAFile
                       AT END SET EndOfCOAFile TO TRUE
               MOVE coaCode (COA-Index) TO coAccountCode
               MOVE coaName (COA-Index) TO coAccountName
               MOVE coaType (COA-Index) TO coAccountType
               MOVE coaGroup (COA-Index) TO coReportGroup
               MOVE coaSubsystem (COA-Index) TO coSubsystem
               WRITE ChartOfAcctRecord
           END-PERFORM
           CLOSE COAFile.
