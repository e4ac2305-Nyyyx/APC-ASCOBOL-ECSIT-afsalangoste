      *            ReceiptVoid reversal points at leaves the request
      *            queued - a voided fee no longer buys a
      *            transcript.
      * 10/15/2026 - The student's grades are now read from the indexed
      *            GRADES.IDX, starting at the student's key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranscriptFulfill.
               FILE STATUS IS Receipt-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT TranscriptFile ASSIGN TO "TRANSCRIPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           IF Grade-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO gdKey
           MOVE Entry-StudentID TO gdStudentID
           START GradeFile KEY IS >= gdKey
               INVALID KEY SET EndOfGradeFile TO TRUE
           END-START
           IF NOT EndOfGradeFile
               PERFORM READ-NEXT-STUDENT-GRADE
           END-IF
           PERFORM UNTIL EndOfGradeFile
               IF Result-Count < 100
                   ADD 1 TO Result-Count
                   MOVE gdYear TO rsltYear (Result-Count)
                   EVALUATE gdTerm
                       WHEN "SP"
                           MOVE 1 TO rsltTermSeq (Result-Count)
                       WHEN "SU"
                           MOVE 2 TO rsltTermSeq (Result-Count)
                       WHEN OTHER
                           MOVE 3 TO rsltTermSeq (Result-Count)
                   END-EVALUATE
                   MOVE gdTerm TO rsltTerm (Result-Count)
                   MOVE gdCourseCode TO
                       rsltCourseCode (Result-Count)
                   MOVE gdGrade TO rsltGrade (Result-Count)
                   MOVE SPACE TO rsltExcluded (Result-Count)
               END-IF
               PERFORM READ-NEXT-STUDENT-GRADE
           END-PERFORM
           CLOSE GradeFile.

       READ-NEXT-STUDENT-GRADE.
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           IF NOT EndOfGradeFile
               IF gdStudentID NOT = Entry-StudentID
                   SET EndOfGradeFile TO TRUE
               END-IF
           END-IF.

       FIND-STUDENT.
           MOVE "N" TO Student-Found-Switch
           OPEN INPUT StudentFile
