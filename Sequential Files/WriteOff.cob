      *         expense account instead of leaving the receivable as
      *         fiction.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Accounts referred to the collection agency
      *            (COLLECT.DAT) are proposed once the agency has
      *            returned them as unrecoverable, or has had them
      *            180 days without recovering the balance; until
      *            then they are left with the agency.  Writing one
      *            off marks the referral written off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteOff.
           SELECT WriteOffFile ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOff-File-Status.
           SELECT CollectionFile ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Collection-File-Status.
           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.
       FD WriteOffFile.
       COPY WOFFREC.

       FD CollectionFile.
       COPY COLLREC.

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
       01  Credit-File-Status           PIC XX.
       01  WriteOff-File-Status         PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  Collection-File-Status       PIC XX.

       01  Signon-Operator-ID           PIC X(8)   VALUE SPACES.
       01  Signon-Role                  PIC X      VALUE SPACE.
           88  Found-Account-Entry      VALUE "Y".
       01  Seek-StudentID               PIC X(10).

      * Every referral on COLLECT.DAT, rewritten at the end when a
      * referred account is written off.
       01  Referral-Table.
           02  Referral-Entry           OCCURS 1000 TIMES.
               03  crfRecord            PIC X(62).
       01  Referral-Count               PIC 9(4)   VALUE ZEROS.
       01  Referral-Index               PIC 9(4)   VALUE ZEROS.
       01  Referral-Found-Switch        PIC X      VALUE "N".
           88  Found-Referral           VALUE "Y".
       01  Referrals-Changed-Switch     PIC X      VALUE "N".
           88  Referrals-Changed        VALUE "Y".
       01  Agency-Working-Days          PIC 9(3)   VALUE 180.
       01  Refer-Date-Split.
           02  Refer-Year               PIC 9(4).
           02  Refer-Month              PIC 99.
           02  Refer-Day                PIC 99.
       01  Agency-Days                  PIC S9(5)  VALUE ZEROS.

       01  Today.
           02  Today-Year               PIC 9(4).
           02  Today-Month              PIC 99.
           PERFORM LOAD-BILLED
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-REFERRALS
           PERFORM OPEN-WRITEOFF-FOR-APPEND
           PERFORM OPEN-CREDIT-FOR-APPEND

           IF Total-WrittenOff > ZEROS
               PERFORM WRITE-GL-FEED
           END-IF
           IF Referrals-Changed
               PERFORM SAVE-REFERRALS
           END-IF

           DISPLAY "WriteOff - " WrittenOff-Count
               " balance(s) written off for " Total-WrittenOff
           IF Age-Days < 90
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-REFERRAL
           IF Found-Referral AND caReferred
               MOVE caReferDate TO Refer-Date-Split
               COMPUTE Agency-Days =
                   ((Today-Year - Refer-Year) * 360)
                   + ((Today-Month - Refer-Month) * 30)
                   + (Today-Day - Refer-Day)
               IF Agency-Days < Agency-Working-Days
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE Student-Balance TO Display-Balance
           DISPLAY "Candidate " actStudentID (Account-Index)
               " owes " Display-Balance " aged " Age-Days " days"
           IF Found-Referral
               IF caReturned
                   DISPLAY "  Returned unrecoverable by the "
                       "collection agency on " caStatusDate
               ELSE
                   DISPLAY "  With the collection agency since "
                       caReferDate ", balance not recovered"
               END-IF
           END-IF
           DISPLAY "Write this balance off (Y/N)? "
               WITH NO ADVANCING
           ACCEPT Approve-Answer
           MOVE Run-Date TO woDate
           MOVE Student-Balance TO woAmount
           MOVE Signon-Operator-ID TO woApprovedBy
           IF Found-Referral
               MOVE "AGENCY UNRECOVERED" TO woReason
           ELSE
               MOVE "BAD DEBT" TO woReason
           END-IF
           WRITE WriteOffRecord

           MOVE actStudentID (Account-Index) TO crStudentID
           MOVE "BAD DEBT WRITE-OFF" TO crReason
           WRITE CreditRecord

           IF Found-Referral
               SET caWrittenOff TO TRUE
               MOVE Run-Date TO caStatusDate
               MOVE CollectionRecord TO crfRecord (Referral-Index)
               SET Referrals-Changed TO TRUE
           END-IF

           ADD Student-Balance TO Total-WrittenOff
           ADD 1 TO WrittenOff-Count
           DISPLAY "Written off " Display-Balance " for "
               CLOSE CreditFile
           END-IF.

      * Leaves the open referral, if any, in CollectionRecord with
      * Referral-Index pointing at its table entry.
       FIND-OPEN-REFERRAL.
           MOVE "N" TO Referral-Found-Switch
           PERFORM VARYING Referral-Index FROM 1 BY 1
                   UNTIL Referral-Index > Referral-Count
               MOVE crfRecord (Referral-Index) TO CollectionRecord
               IF caStudentID = actStudentID (Account-Index)
                       AND (caReferred OR caReturned)
                   SET Found-Referral TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-REFERRALS.
           OPEN INPUT CollectionFile
           IF Collection-File-Status = "00"
               READ CollectionFile
                   AT END SET EndOfCollectionFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCollectionFile
                   IF Referral-Count < 1000
                       ADD 1 TO Referral-Count
                       MOVE CollectionRecord TO
                           crfRecord (Referral-Count)
                   ELSE
                       DISPLAY "Error - Referral-Table full, "
                           "COLLECT.DAT too large to rewrite safely "
                           "- nothing written off"
                       CLOSE CollectionFile
                       STOP RUN
                   END-IF
                   READ CollectionFile
                       AT END SET EndOfCollectionFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CollectionFile
           END-IF.

       SAVE-REFERRALS.
           OPEN OUTPUT CollectionFile
           PERFORM VARYING Referral-Index FROM 1 BY 1
                   UNTIL Referral-Index > Referral-Count
               MOVE crfRecord (Referral-Index) TO CollectionRecord
               WRITE CollectionRecord
           END-PERFORM
           CLOSE CollectionFile.

       OPEN-WRITEOFF-FOR-APPEND.
           OPEN EXTEND WriteOffFile
           IF WriteOff-File-Status NOT = "00"
