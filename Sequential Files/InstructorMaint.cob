      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the INSTRUCT.DAT instructor master (INSTREC)
      *         - name, department, contract type (F full-time,
      *         P part-time, V visiting) and maximum weekly contact
      *         hours per InstructorID - the way CourseCatMaint
      *         maintains the catalog, so SectionMaint can assign
      *         sections by InstructorID instead of a free-text name
      *         and TeachLoadRpt can total each lecturer's load.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstructorMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Instructor-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD InstructorFile.
       COPY INSTREC.

       WORKING-STORAGE SECTION.
       01  Instructor-File-Status       PIC XX.

       01  Instructor-Table.
           02  Instructor-Entry         OCCURS 200 TIMES.
               03  intInstructorID      PIC X(6).
               03  intName              PIC X(20).
               03  intDept              PIC X(12).
               03  intContract          PIC X.
               03  intMaxHours          PIC 9(2)V9.
       01  Instructor-Count             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Index             PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Instructor         VALUE "Y".

       01  Entry-InstructorID           PIC X(6).
       01  Entry-Name                   PIC X(20).
       01  Entry-Dept                   PIC X(12).
       01  Entry-Contract               PIC X.
           88  Valid-Contract           VALUE "F", "P", "V".
       01  Entry-MaxHours               PIC 9(2)V9.
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-INSTRUCTORS
           DISPLAY "InstructorMaint - instructor master maintenance"
           DISPLAY "Enter an InstructorID, name, department, contract "
               "(F/P/V) and maximum weekly hours, or blank "
               "InstructorID to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "InstructorID (blank to end): "
                   WITH NO ADVANCING
               ACCEPT Entry-InstructorID
               IF Entry-InstructorID = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM MAINTAIN-ONE-INSTRUCTOR
               END-IF
           END-PERFORM
           PERFORM SAVE-INSTRUCTORS
           STOP RUN.

       MAINTAIN-ONE-INSTRUCTOR.
           DISPLAY "Name as timetabled         : " WITH NO ADVANCING
           ACCEPT Entry-Name
           DISPLAY "Department                 : " WITH NO ADVANCING
           ACCEPT Entry-Dept
           DISPLAY "Contract F/P/V             : " WITH NO ADVANCING
           ACCEPT Entry-Contract
           DISPLAY "Maximum weekly hours (99.9): " WITH NO ADVANCING
           ACCEPT Entry-MaxHours
           EVALUATE TRUE
               WHEN Entry-Name = SPACES
                   DISPLAY "Error - name may not be blank, not saved"
               WHEN NOT Valid-Contract
                   DISPLAY "Error - contract must be F, P or V, "
                       "not saved"
               WHEN Entry-MaxHours = ZEROS
                   DISPLAY "Error - maximum weekly hours must be "
                       "more than zero, not saved"
               WHEN OTHER
                   PERFORM FIND-OR-ADD-INSTRUCTOR
                   IF Instructor-Index > 0
                       MOVE Entry-Name TO intName (Instructor-Index)
                       MOVE Entry-Dept TO intDept (Instructor-Index)
                       MOVE Entry-Contract TO
                           intContract (Instructor-Index)
                       MOVE Entry-MaxHours TO
                           intMaxHours (Instructor-Index)
                       DISPLAY "Instructor " Entry-InstructorID
                           " saved"
                   END-IF
           END-EVALUATE.

       LOAD-INSTRUCTORS.
           OPEN INPUT InstructorFile
           IF Instructor-File-Status = "00"
               READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInstructorFile
                   IF Instructor-Count < 200
                       ADD 1 TO Instructor-Count
                       MOVE inInstructorID TO
                           intInstructorID (Instructor-Count)
                       MOVE inName TO intName (Instructor-Count)
                       MOVE inDept TO intDept (Instructor-Count)
                       MOVE inContract TO
                           intContract (Instructor-Count)
                       MOVE inMaxHours TO
                           intMaxHours (Instructor-Count)
                   END-IF
                   READ InstructorFile
                       AT END SET EndOfInstructorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InstructorFile
           ELSE
               DISPLAY "INSTRUCT.DAT not found - starting a new "
                   "instructor master."
           END-IF.

       FIND-OR-ADD-INSTRUCTOR.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               IF intInstructorID (Instructor-Index)
                       = Entry-InstructorID
                   SET Found-Instructor TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Instructor
               IF Instructor-Count < 200
                   ADD 1 TO Instructor-Count
                   MOVE Instructor-Count TO Instructor-Index
                   MOVE Entry-InstructorID TO
                       intInstructorID (Instructor-Index)
               ELSE
                   DISPLAY "Warning - Instructor-Table full, "
                       "instructor " Entry-InstructorID
                       " not included"
                   MOVE ZEROS TO Instructor-Index
               END-IF
           END-IF.

       SAVE-INSTRUCTORS.
           OPEN OUTPUT InstructorFile
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               MOVE intInstructorID (Instructor-Index) TO
                   inInstructorID
               MOVE intName (Instructor-Index) TO inName
               MOVE intDept (Instructor-Index) TO inDept
               MOVE intContract (Instructor-Index) TO inContract
               MOVE intMaxHours (Instructor-Index) TO inMaxHours
               WRITE InstructorRecord
           END-PERFORM
           CLOSE InstructorFile.

       END PROGRAM InstructorMaint.
