      * Author:Nyx
      * Date:8/22/2026
      * Purpose:Print per-course class lists for one term from the
      *         REGIST.IDX registration file - enrolled registrations
      *         only, sorted by CourseCode with a heading per course
      *         and each student's name unmasked from STUDENTS.DAT -
      *         so a roster can be for a term rather than for all of
      *            RptReqRun overnight runner gets control back and
      *            can mark the request done or failed instead of
      *            the whole run unit ending here.
      * 10/15/2026 - The term's registrations are now read from the
      *            indexed REGIST.IDX through its course/section
      *            alternate key (rgRosterKey), so they arrive
      *            grouped by course ready for the list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClassListRpt.
           SELECT ParmFile ASSIGN TO "RPTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       LOAD-TERM-ROSTER.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, run "
                   "RegistrationEntry to create it"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO rgRosterKey
           START RegistFile KEY IS >= rgRosterKey
               INVALID KEY SET EndOfRegistFile TO TRUE
           END-START
           IF NOT EndOfRegistFile
               READ RegistFile NEXT RECORD
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Filter-Year AND rgTerm = Filter-Term
                       AND rgStatus-Enrolled
                   END-IF
                   END-IF
               END-IF
               READ RegistFile NEXT RECORD
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
