      *            student whose due installments are all covered
      *            gets no letter - paying monthly as agreed is
      *            not overdue.
      * 10/15/2026 - An account referred to the collection agency
      *            (COLLECT.DAT, still referred or returned for
      *            write-off) gets no more letters - the agency is
      *            chasing it now.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DunningRun.
           SELECT DunningFile ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dunning-File-Status.
           SELECT CollectionFile ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Collection-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LetterFile ASSIGN TO "DUNLTR.RPT"
       FD DunningFile.
       COPY DUNREC.

       FD CollectionFile.
       COPY COLLREC.

       FD StudentFile.
       COPY STUDREC.

       01  Credit-File-Status           PIC XX.
       01  Dunning-File-Status          PIC XX.
       01  Plan-File-Status             PIC XX.
       01  Collection-File-Status       PIC XX.

      * Per-student position: balance outstanding, oldest bill
      * date, highest letter already sent.
               03  actCredited          PIC 9(8)V99.
               03  actOldestBill        PIC 9(8).
               03  actPriorLevel        PIC 9.
               03  actWithAgency        PIC X.
       01  Account-Count                PIC 9(3)   VALUE ZEROS.
       01  Account-Index                PIC 9(3)   VALUE ZEROS.
       01  Account-Found-Switch         PIC X      VALUE "N".
           PERFORM LOAD-CREDITS
           PERFORM LOAD-PLANS
           PERFORM LOAD-DUNNING-HISTORY
           PERFORM LOAD-REFERRALS
           PERFORM LOAD-STUDENT-NAMES

           OPEN OUTPUT LetterFile
           STOP RUN.

       CONSIDER-ONE-ACCOUNT.
           IF actWithAgency (Account-Index) = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE Student-Balance =
               actBilled (Account-Index) - actPaid (Account-Index)
               - actCredited (Account-Index)
                   MOVE ZEROS TO actCredited (Account-Index)
                   MOVE 99999999 TO actOldestBill (Account-Index)
                   MOVE ZEROS TO actPriorLevel (Account-Index)
                   MOVE "N" TO actWithAgency (Account-Index)
               ELSE
                   DISPLAY "Warning - Account-Table full, StudentID "
                       Seek-StudentID " not chased this run"
                   "dunning history."
           END-IF.

      * Only accounts on the books are chased, so referrals are
      * matched to the table rather than added to it.
       LOAD-REFERRALS.
           OPEN INPUT CollectionFile
           IF Collection-File-Status = "00"
               READ CollectionFile
                   AT END SET EndOfCollectionFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCollectionFile
                   IF caReferred OR caReturned
                       PERFORM VARYING Account-Index FROM 1 BY 1
                               UNTIL Account-Index > Account-Count
                           IF actStudentID (Account-Index) =
                                   caStudentID
                               MOVE "Y" TO
                                   actWithAgency (Account-Index)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   READ CollectionFile
                       AT END SET EndOfCollectionFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CollectionFile
           END-IF.

      * PaymentPlanMaint keeps PAYPLAN.DAT in due-date order per
      * student, so first-uncovered is also earliest-due.
       LOAD-PLANS.
