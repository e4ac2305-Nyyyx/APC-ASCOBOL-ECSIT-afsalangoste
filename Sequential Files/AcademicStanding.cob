      * Author:Nyx
      * Date:9/2/2026
      * Purpose:Term-end academic standing engine.  Reads the term's
      *         GRADES.IDX results alongside the REGIST.IDX
      *         registrations, computes each student's term and
      *         cumulative grade averages, posts one standing record
      *         per student to STANDING.DAT (STANDREC) - dean's list
      *            best-attempt rule TranscriptRpt prints with, so a
      *            repeat can no longer drag a student's standing
      *            down after they pass.
      * 10/15/2026 - When RPTPARM.DAT is on disk its year/term are
      *            used and the prompts are skipped, so a term
      *            GradeChange has changed a grade in can be queued
      *            for RptReqRun to repost overnight.
      * 10/15/2026 - The term's grades and registrations are now
      *            read from the indexed GRADES.IDX and REGIST.IDX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcademicStanding.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN TO "RPTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT StandingFile ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 Parm-Rec.
           02 ppParm1                PIC X(10).
           02 ppParm2                PIC X(10).

       FD GradeFile.
       COPY GRDREC.


       01  Entry-Year                   PIC 9(4).
       01  Entry-Term                   PIC X(2).
       01  Parm-File-Status             PIC XX.
       01  Parm-Fed-Switch              PIC X      VALUE "N".
           88  Parms-From-File          VALUE "Y".

      * One entry per student seen on GRADES.DAT or registered for
      * the term - the term and cumulative sums the averages come
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AcademicStanding - term-end standing posting"
           PERFORM READ-PARM-FILE
           IF NOT Parms-From-File
               DISPLAY "Year (e.g. 2026)  : " WITH NO ADVANCING
               ACCEPT Entry-Year
               DISPLAY "Term (SP/SU/FA)   : " WITH NO ADVANCING
               ACCEPT Entry-Term
           END-IF
           IF Entry-Term NOT = "SP" AND Entry-Term NOT = "SU"
                   AND Entry-Term NOT = "FA"
               DISPLAY "Error - term must be SP, SU or FA"
           PERFORM WRITE-JOB-LOG
           GOBACK.

      * An RPTPARM.DAT on disk means RptReqRun is driving and its
      * request's year/term stand in for the prompts; a parameter
      * that doesn't parse falls back to prompting as usual.
       READ-PARM-FILE.
           OPEN INPUT ParmFile
           IF Parm-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Rec
           READ ParmFile
               AT END MOVE SPACES TO Parm-Rec
           END-READ
           CLOSE ParmFile
           IF ppParm1 (1:4) NUMERIC AND ppParm2 NOT = SPACES
               MOVE ppParm1 (1:4) TO Entry-Year
               MOVE ppParm2 (1:2) TO Entry-Term
               SET Parms-From-File TO TRUE
               DISPLAY "AcademicStanding - year/term taken from "
                   "RPTPARM.DAT: " Entry-Term " " Entry-Year
           END-IF.

       LOAD-GRADES.
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.IDX, run "
                   "GradeEntry to create it"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               END-PERFORM
               CLOSE RegistFile
           ELSE
               DISPLAY "Warning - REGIST.IDX not found, standings "
                   "posted from grades alone"
           END-IF.

