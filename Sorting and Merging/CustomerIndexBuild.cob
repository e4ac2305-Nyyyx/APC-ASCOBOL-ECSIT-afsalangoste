      *            the index is the system of record for those
      *            fields and a casual rerun was wiping every limit
      *            and the whole points liability.
      * 10/15/2026 - The index record now carries the cmPrice-Tier
      *            pricing tier, carried forward over a rebuild with
      *            the credit and points values; a customer new to
      *            the index converts on the retail tier.
      * 10/15/2026 - An existing CUSTOMER.IDX still in the layout
      *            before cmPrice-Tier is now read through its old
      *            record and its credit limits, terms and points
      *            carried across, every customer on the retail
      *            tier.  Only a missing index (status 35) now
      *            counts as nothing to keep; an index that cannot
      *            be read either way stops the run with
      *            RETURN-CODE 16 before anything is rebuilt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerIndexBuild.
                 RECORD KEY IS cxCustomer-ID
                 FILE STATUS IS Customer-Index-Status.

      * The same index read through its record as it stood before
      * the pricing tier was added, to carry an unconverted index's
      * values across.
       SELECT Old-Customer-Index-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS oxCustomer-ID
                 FILE STATUS IS Old-Index-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
           02  cxCredit-Limit               PIC 9(7)V99.
           02  cxTerms-Days                 PIC 9(3).
           02  cxPoints                     PIC 9(7).
           02  cxPrice-Tier                 PIC X.

       FD  Old-Customer-Index-File.
       01  Old-Customer-Index-Rec.
           02  oxCustomer-ID                PIC 9(5).
           02  oxCustomer-Name              PIC X(20).
           02  oxCustomer-Address           PIC X(30).
           02  oxCustomer-Phone             PIC X(12).
           02  oxCredit-Limit               PIC 9(7)V99.
           02  oxTerms-Days                 PIC 9(3).
           02  oxPoints                     PIC 9(7).

       WORKING-STORAGE SECTION.
       01  Customer-File-Status         PIC XX.
       01  Customer-Index-Status        PIC XX.
       01  Old-Index-Status             PIC XX.
       01  Build-Count                  PIC 9(5)   VALUE ZEROS.
       01  End-Of-Index-Switch          PIC X      VALUE "N".
           88  End-Of-Index             VALUE "Y".
               03  kptCredit-Limit      PIC 9(7)V99.
               03  kptTerms-Days        PIC 9(3).
               03  kptPoints            PIC 9(7).
               03  kptPrice-Tier        PIC X.
       01  Keep-Count                   PIC 9(3)   VALUE ZEROS.
       01  Keep-Index                   PIC 9(3)   VALUE ZEROS.
       01  Keep-Found-Switch            PIC X      VALUE "N".
           88  Found-Keep-Entry         VALUE "Y".
       01  Keep-Failed-Switch           PIC X      VALUE "N".
           88  Keep-Failed              VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF
           PERFORM KEEP-EXISTING-INDEX-VALUES
           IF Keep-Failed
               CLOSE Customer-File
               STOP RUN
           END-IF
           OPEN OUTPUT Customer-Index-File
           IF Customer-Index-Status NOT = "00"
               DISPLAY "Error - unable to open CUSTOMER.IDX, status "

      * Read whatever CUSTOMER.IDX already holds before the rebuild
      * replaces it; a customer seen there gets their limit, terms
      * and points back, a brand-new one starts at zero.  Only a
      * missing index means there is nothing to keep; one that will
      * not open in the current layout is tried in the old one, and
      * failing that the rebuild is refused rather than zero every
      * limit and the whole points liability.
       KEEP-EXISTING-INDEX-VALUES.
           OPEN INPUT Customer-Index-File
           IF Customer-Index-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Customer-Index-Status NOT = "00"
               PERFORM KEEP-OLD-LAYOUT-VALUES
               EXIT PARAGRAPH
           END-IF
           READ Customer-Index-File NEXT
                   ELSE
                       MOVE ZEROS TO kptPoints (Keep-Count)
                   END-IF
                   IF cxPrice-Tier = SPACE OR LOW-VALUE
                       MOVE "R" TO kptPrice-Tier (Keep-Count)
                   ELSE
                       MOVE cxPrice-Tier TO kptPrice-Tier (Keep-Count)
                   END-IF
               ELSE
                   DISPLAY "Warning - Keep-Table full, customer "
                       cxCustomer-ID "'s credit/points values "
                   " existing customer(s)"
           END-IF.

       KEEP-OLD-LAYOUT-VALUES.
           OPEN INPUT Old-Customer-Index-File
           IF Old-Index-Status NOT = "00"
               DISPLAY "Error - unable to read the existing "
                   "CUSTOMER.IDX, status " Customer-Index-Status
                   " (old layout " Old-Index-Status "), nothing "
                   "rebuilt"
               MOVE 16 TO RETURN-CODE
               SET Keep-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CustomerIndexBuild - CUSTOMER.IDX is in the "
               "layout before price tiers, converting it"
           READ Old-Customer-Index-File NEXT
               AT END SET End-Of-Index TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Index
               IF Keep-Count < 500
                   ADD 1 TO Keep-Count
                   MOVE oxCustomer-ID TO
                       kptCustomer-ID (Keep-Count)
                   IF oxCredit-Limit NUMERIC
                       MOVE oxCredit-Limit TO
                           kptCredit-Limit (Keep-Count)
                   ELSE
                       MOVE ZEROS TO kptCredit-Limit (Keep-Count)
                   END-IF
                   IF oxTerms-Days NUMERIC
                       MOVE oxTerms-Days TO
                           kptTerms-Days (Keep-Count)
                   ELSE
                       MOVE ZEROS TO kptTerms-Days (Keep-Count)
                   END-IF
                   IF oxPoints NUMERIC
                       MOVE oxPoints TO kptPoints (Keep-Count)
                   ELSE
                       MOVE ZEROS TO kptPoints (Keep-Count)
                   END-IF
                   MOVE "R" TO kptPrice-Tier (Keep-Count)
               ELSE
                   DISPLAY "Warning - Keep-Table full, customer "
                       oxCustomer-ID "'s credit/points values "
                       "will rebuild as zero"
               END-IF
               READ Old-Customer-Index-File NEXT
                   AT END SET End-Of-Index TO TRUE
               END-READ
           END-PERFORM
           CLOSE Old-Customer-Index-File
           IF Keep-Count > 0
               DISPLAY "CustomerIndexBuild - carrying credit and "
                   "points values forward for " Keep-Count
                   " existing customer(s)"
           END-IF.

       RESTORE-KEPT-VALUES.
           MOVE "N" TO Keep-Found-Switch
           PERFORM VARYING Keep-Index FROM 1 BY 1
               MOVE kptCredit-Limit (Keep-Index) TO cxCredit-Limit
               MOVE kptTerms-Days (Keep-Index) TO cxTerms-Days
               MOVE kptPoints (Keep-Index) TO cxPoints
               MOVE kptPrice-Tier (Keep-Index) TO cxPrice-Tier
           ELSE
               MOVE ZEROS TO cxCredit-Limit
               MOVE ZEROS TO cxTerms-Days
               MOVE ZEROS TO cxPoints
               MOVE "R" TO cxPrice-Tier
           END-IF.

       END PROGRAM CustomerIndexBuild.
