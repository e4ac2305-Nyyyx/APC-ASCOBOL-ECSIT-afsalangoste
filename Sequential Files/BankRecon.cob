      *            table.  A statement bigger than its table only
      *            warns: BANKSTMT.DAT is never rewritten, the
      *            match is just incomplete.
      * 10/15/2026 - The closing balance on the reconciled statement
      *            is keyed at the end of the run and appended to
      *            BANKBAL.DAT with the last statement date and the
      *            unmatched counts, so CashFlowFcst can start from
      *            the last reconciled bank balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.
               FILE STATUS IS BankStmt-File-Status.
           SELECT ReconFile ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BankBalFile ASSIGN TO "BANKBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankBal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ReconFile.
       01  Recon-Report-Line            PIC X(64).

       FD BankBalFile.
       COPY BANKBAL.

       WORKING-STORAGE SECTION.
       01  Deposit-File-Status          PIC XX.
       01  BankStmt-File-Status         PIC XX.
       01  BankBal-File-Status          PIC XX.

       01  Deposit-Table.
           02  Deposit-Entry            OCCURS 200 TIMES.
       01  Unmatched-Deposits           PIC 9(5)   VALUE ZEROS.
       01  Unexplained-Lines            PIC 9(5)   VALUE ZEROS.

      * Closing balance keyed off the statement just reconciled.
       01  Entry-Closing-Balance        PIC 9(9)V99 VALUE ZEROS.
       01  Entry-Overdrawn              PIC X      VALUE SPACE.
       01  Last-Statement-Date          PIC 9(8)   VALUE ZEROS.

       01  Recon-Header                 PIC X(40)
           VALUE "BANK STATEMENT RECONCILIATION".
       01  Recon-LineBreak              PIC X(56) VALUE ALL "-".
           PERFORM MATCH-DEPOSITS
           PERFORM PRINT-RECON-REPORT
           PERFORM REWRITE-DEPOSITS
           PERFORM RECORD-CLOSING-BALANCE

           DISPLAY "BankRecon - " Matched-Count " deposit(s) "
               "matched, " Unmatched-Deposits " unmatched, "
           WRITE Recon-Report-Line FROM Recon-Total-Line
           CLOSE ReconFile.

      * The statement's closing balance, dated by its last line, is
      * what CashFlowFcst starts its projection from.  Zero skips it
      * and leaves the last balance recorded standing.
       RECORD-CLOSING-BALANCE.
           IF Stmt-Count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Stmt-Index FROM 1 BY 1
                   UNTIL Stmt-Index > Stmt-Count
               IF smtDate (Stmt-Index) > Last-Statement-Date
                   MOVE smtDate (Stmt-Index) TO Last-Statement-Date
               END-IF
           END-PERFORM
           DISPLAY "Closing balance on the statement to "
               Last-Statement-Date
           DISPLAY "(0 to skip, e.g. 000012500.00): "
               WITH NO ADVANCING
           ACCEPT Entry-Closing-Balance
           IF Entry-Closing-Balance = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Overdrawn (Y/N): " WITH NO ADVANCING
           ACCEPT Entry-Overdrawn
           MOVE Last-Statement-Date TO bbStatement-Date
           IF Entry-Overdrawn = "Y" OR Entry-Overdrawn = "y"
               COMPUTE bbBalance = 0 - Entry-Closing-Balance
           ELSE
               MOVE Entry-Closing-Balance TO bbBalance
           END-IF
           MOVE Unmatched-Deposits TO bbUnmatched-Deposits
           MOVE Unexplained-Lines TO bbUnexplained-Lines
           OPEN EXTEND BankBalFile
           IF BankBal-File-Status NOT = "00"
               OPEN OUTPUT BankBalFile
           END-IF
           WRITE BankBalanceRecord
           CLOSE BankBalFile
           DISPLAY "Reconciled balance at " bbStatement-Date
               " recorded on BANKBAL.DAT".

       LOAD-DEPOSITS.
           OPEN INPUT DepositFile
           IF Deposit-File-Status NOT = "00"
