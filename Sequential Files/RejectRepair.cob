      * The same edits InputSort/AcceptAndDisplay apply at entry
      * time; an update/delete only needs a plausible StudentID and
      * TransCode since its other fields may legitimately be blank.
      * A programme change (P) must still carry a valid CourseCode.
       VALIDATE-FIXED-RECORD.
           MOVE "N" TO Record-Valid-Switch
           IF fxStudentID NOT NUMERIC
               DISPLAY "Error - StudentId must be numeric."
               EXIT PARAGRAPH
           END-IF
           IF fxCode = "P" AND fxCourseCode = SPACES
               DISPLAY "Error - a programme change needs the new "
                   "CourseCode."
               EXIT PARAGRAPH
           END-IF
           IF fxCode = "U" OR fxCode = "D" OR fxCode = "P"
               IF fxCode NOT = "D" AND fxCourseCode NOT = SPACES
                   PERFORM CHECK-COURSE-CODE
                   IF NOT Valid-Course
                       DISPLAY "Error - " fxCourseCode
