      *         on TAXCTL.RPT totals the batch so it can be checked
      *         against the ledger before mailing.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Credit-balance refunds (CreditRefundRun) arrive
      *            on PAYMENTS.DAT as negative REFUND payments and
      *            now net off the year, month and source totals, so
      *            the statement shows what the student paid net of
      *            what was handed back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxStatementRpt.
       01  Student-Table.
           02  Student-Entry            OCCURS 500 TIMES.
               03  sttStudentID         PIC X(10).
               03  sttYearTotal         PIC S9(8)V99.
               03  sttMonth             PIC S9(7)V99 OCCURS 12 TIMES.
       01  Student-Count                PIC 9(3)   VALUE ZEROS.
       01  Student-Index                PIC 9(3)   VALUE ZEROS.
       01  Student-Found-Switch         PIC X      VALUE "N".
           02  Source-Entry             OCCURS 1000 TIMES.
               03  srcStudentID         PIC X(10).
               03  srcSource            PIC X(6).
               03  srcAmount            PIC S9(8)V99.
       01  Source-Count                 PIC 9(4)   VALUE ZEROS.
       01  Source-Index                 PIC 9(4)   VALUE ZEROS.
       01  Source-Found-Switch          PIC X      VALUE "N".
       01  Pay-Month                    PIC 9(2)   VALUE ZEROS.
       01  Month-Index                  PIC 9(2)   VALUE ZEROS.
       01  Statement-Count              PIC 9(5)   VALUE ZEROS.
       01  Grand-Total                  PIC S9(10)V99 VALUE ZEROS.

       01  Statement-Separator          PIC X(56)  VALUE ALL "=".
       01  Statement-Blank-Line         PIC X(64)  VALUE SPACES.
           02  FILLER                   PIC X(8)   VALUE "MONTH ".
           02  smlMonth                 PIC 99.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  smlAmount                PIC $$$$,$$9.99-.

       01  Statement-Source-Line.
           02  FILLER                   PIC X(8)   VALUE "SOURCE ".
           02  sslSource                PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sslAmount                PIC $$$$,$$9.99-.

       01  Statement-Total-Line.
           02  FILLER                   PIC X(16)
               VALUE "PAID THIS YEAR: ".
           02  stlAmount                PIC $$$$,$$9.99-.

       01  Control-Header               PIC X(40)
           VALUE "TUITION STATEMENT CONTROL TOTALS".
       01  Control-Detail-Line.
           02  cdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlAmount                PIC $$$$,$$9.99-.
       01  Control-Total-Line.
           02  FILLER                   PIC X(16)
               VALUE "BATCH TOTAL   : ".
           02  ctlAmount                PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE Statement-Line FROM Statement-Blank-Line
           PERFORM VARYING Month-Index FROM 1 BY 1
                   UNTIL Month-Index > 12
               IF sttMonth (Student-Index, Month-Index) NOT = ZEROS
                   MOVE Month-Index TO smlMonth
                   MOVE sttMonth (Student-Index, Month-Index)
                       TO smlAmount
