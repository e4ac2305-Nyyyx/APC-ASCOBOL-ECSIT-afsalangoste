      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the SPONLINK.DAT student-to-sponsor links
      *         (SPLNKREC) - for a StudentID validated against
      *         STUDENTS.IDX the way AwardMaint validates it, the
      *         year and term a SPONSORS.DAT sponsor pays for, the
      *         percent of the fee (after awards) it covers and the
      *         most it will pay that term (zero for no limit).  A
      *         student has at most one sponsor per term; keying a
      *         zero share removes the link.  BillingRpt splits the
      *         term's invoice on these links.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorLinkMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS xiStudentID
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-File-Status.

           SELECT SponsorLinkFile ASSIGN TO "SPONLINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Link-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentIndexFile.
       01 StudentIndexRecord.
           02 xiStudentID            PIC X(10).
           02 xiSurname              PIC X(10).
           02 xiInitials             PIC XX.
           02 xiYOBirth              PIC 9(4).
           02 xiMOBirth              PIC 99.
           02 xiDOBirth              PIC 99.
           02 xiCourseCode           PIC X(6).
           02 xiGender               PIC X(6).
           02 xiIntakeYear           PIC 9(4).
           02 xiIntakeTerm           PIC X(2).

       FD SponsorFile.
       COPY SPONREC.

       FD SponsorLinkFile.
       COPY SPLNKREC.

       WORKING-STORAGE SECTION.
       01  Student-Index-Status      PIC XX.
       01  Sponsor-File-Status       PIC XX.
       01  Sponsor-Link-File-Status  PIC XX.

       01  Sponsor-Table.
           02  Sponsor-Entry         OCCURS 200 TIMES.
               03  sptSponsorID      PIC X(6).
               03  sptName           PIC X(30).
       01  Sponsor-Count             PIC 9(3)   VALUE ZEROS.
       01  Sponsor-Index             PIC 9(3)   VALUE ZEROS.

       01  Link-Table.
           02  Link-Entry            OCCURS 1000 TIMES.
               03  lktStudentID      PIC X(10).
               03  lktSponsorID      PIC X(6).
               03  lktYear           PIC 9(4).
               03  lktTerm           PIC X(2).
               03  lktSharePct       PIC 9(3)V99.
               03  lktCapAmount      PIC 9(7)V99.
       01  Link-Count                PIC 9(4)   VALUE ZEROS.
       01  Link-Index                PIC 9(4)   VALUE ZEROS.
       01  Found-Switch              PIC X      VALUE "N".
           88  Found-Link            VALUE "Y".
       01  Sponsor-Found-Switch      PIC X      VALUE "N".
           88  Found-Sponsor         VALUE "Y".

       01  Entry-StudentID           PIC X(10).
       01  Entry-Year                PIC 9(4).
       01  Entry-Term                PIC X(2).
       01  Entry-SponsorID           PIC X(6).
       01  Entry-SharePct            PIC 9(3)V99.
       01  Entry-CapAmount           PIC 9(7)V99.
       01  More-Updates-Switch       PIC X      VALUE "Y".
           88  More-Updates          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT StudentIndexFile
           IF Student-Index-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.IDX, run "
                   "StudentIndexBuild first"
               STOP RUN
           END-IF
           PERFORM LOAD-SPONSORS
           PERFORM LOAD-LINKS

           DISPLAY "SponsorLinkMaint - student sponsorship links"
           DISPLAY "Enter a StudentID, year, term, sponsor, share and "
               "cap, or blank StudentID to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "StudentID (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-StudentID
               IF Entry-StudentID = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   MOVE Entry-StudentID TO xiStudentID
                   READ StudentIndexFile
                       INVALID KEY
                           DISPLAY "No student found for StudentID "
                               Entry-StudentID ", link not saved"
                       NOT INVALID KEY
                           PERFORM MAINTAIN-ONE-LINK
                   END-READ
               END-IF
           END-PERFORM

           CLOSE StudentIndexFile
           PERFORM SAVE-LINKS
           STOP RUN.

       MAINTAIN-ONE-LINK.
           DISPLAY "Year (e.g. 2026)             : " WITH NO ADVANCING
           ACCEPT Entry-Year
           DISPLAY "Term (SP/SU/FA)              : " WITH NO ADVANCING
           ACCEPT Entry-Term
           IF Entry-Term NOT = "SP" AND Entry-Term NOT = "SU"
                   AND Entry-Term NOT = "FA"
               DISPLAY "Error - term must be SP, SU or FA, not saved"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Share % (e.g. 050.00, 0 removes): "
               WITH NO ADVANCING
           ACCEPT Entry-SharePct
           IF Entry-SharePct = ZEROS
               PERFORM REMOVE-LINK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SponsorID                    : " WITH NO ADVANCING
           ACCEPT Entry-SponsorID
           DISPLAY "Term cap (e.g. 0002500.00, 0 none): "
               WITH NO ADVANCING
           ACCEPT Entry-CapAmount
           PERFORM LOOKUP-SPONSOR
           EVALUATE TRUE
               WHEN NOT Found-Sponsor
                   DISPLAY "Error - SponsorID " Entry-SponsorID
                       " is not on SPONSORS.DAT, not saved"
               WHEN Entry-SharePct > 100
                   DISPLAY "Error - a sponsor share may not exceed "
                       "100%, not saved"
               WHEN OTHER
                   PERFORM FIND-OR-ADD-LINK
                   IF Link-Index > 0
                       MOVE Entry-SponsorID TO lktSponsorID (Link-Index)
                       MOVE Entry-SharePct TO lktSharePct (Link-Index)
                       MOVE Entry-CapAmount TO
                           lktCapAmount (Link-Index)
                       DISPLAY Entry-StudentID " sponsored by "
                           sptName (Sponsor-Index) " for "
                           Entry-Term Entry-Year
                   END-IF
           END-EVALUATE.

       LOOKUP-SPONSOR.
           MOVE "N" TO Sponsor-Found-Switch
           PERFORM VARYING Sponsor-Index FROM 1 BY 1
                   UNTIL Sponsor-Index > Sponsor-Count
               IF sptSponsorID (Sponsor-Index) = Entry-SponsorID
                   SET Found-Sponsor TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-LINK.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Link-Index FROM 1 BY 1
                   UNTIL Link-Index > Link-Count
               IF lktStudentID (Link-Index) = Entry-StudentID
                       AND lktYear (Link-Index) = Entry-Year
                       AND lktTerm (Link-Index) = Entry-Term
                   SET Found-Link TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-LINK.
           PERFORM FIND-LINK
           IF NOT Found-Link
               IF Link-Count < 1000
                   ADD 1 TO Link-Count
                   MOVE Link-Count TO Link-Index
                   MOVE Entry-StudentID TO lktStudentID (Link-Index)
                   MOVE Entry-Year TO lktYear (Link-Index)
                   MOVE Entry-Term TO lktTerm (Link-Index)
               ELSE
                   DISPLAY "Warning - Link-Table full, StudentID "
                       Entry-StudentID " not included"
                   MOVE ZEROS TO Link-Index
               END-IF
           END-IF.

       REMOVE-LINK.
           PERFORM FIND-LINK
           IF NOT Found-Link
               DISPLAY "No sponsor link for " Entry-StudentID " in "
                   Entry-Term Entry-Year ", nothing removed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Link-Index >= Link-Count
               MOVE Link-Entry (Link-Index + 1) TO
                   Link-Entry (Link-Index)
               ADD 1 TO Link-Index
           END-PERFORM
           SUBTRACT 1 FROM Link-Count
           DISPLAY "Sponsor link for " Entry-StudentID " in "
               Entry-Term Entry-Year " removed".

       LOAD-SPONSORS.
           OPEN INPUT SponsorFile
           IF Sponsor-File-Status NOT = "00"
               DISPLAY "Error - unable to open SPONSORS.DAT, run "
                   "SponsorMaint to create it"
               CLOSE StudentIndexFile
               STOP RUN
           END-IF
           READ SponsorFile
               AT END SET EndOfSponsorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorFile
               IF Sponsor-Count < 200
                   ADD 1 TO Sponsor-Count
                   MOVE spSponsorID TO sptSponsorID (Sponsor-Count)
                   MOVE spName TO sptName (Sponsor-Count)
               END-IF
               READ SponsorFile
                   AT END SET EndOfSponsorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SponsorFile.

       LOAD-LINKS.
           OPEN INPUT SponsorLinkFile
           IF Sponsor-Link-File-Status = "00"
               READ SponsorLinkFile
                   AT END SET EndOfSponsorLinkFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorLinkFile
                   IF Link-Count < 1000
                       ADD 1 TO Link-Count
                       MOVE slStudentID TO lktStudentID (Link-Count)
                       MOVE slSponsorID TO lktSponsorID (Link-Count)
                       MOVE slYear TO lktYear (Link-Count)
                       MOVE slTerm TO lktTerm (Link-Count)
                       MOVE slSharePct TO lktSharePct (Link-Count)
                       MOVE slCapAmount TO lktCapAmount (Link-Count)
                   END-IF
                   READ SponsorLinkFile
                       AT END SET EndOfSponsorLinkFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorLinkFile
           ELSE
               DISPLAY "SPONLINK.DAT not found - starting a new "
                   "link file."
           END-IF.

       SAVE-LINKS.
           OPEN OUTPUT SponsorLinkFile
           PERFORM VARYING Link-Index FROM 1 BY 1
                   UNTIL Link-Index > Link-Count
               MOVE lktStudentID (Link-Index) TO slStudentID
               MOVE lktSponsorID (Link-Index) TO slSponsorID
               MOVE lktYear (Link-Index) TO slYear
               MOVE lktTerm (Link-Index) TO slTerm
               MOVE lktSharePct (Link-Index) TO slSharePct
               MOVE lktCapAmount (Link-Index) TO slCapAmount
               WRITE SponsorLinkRecord
           END-PERFORM
           CLOSE SponsorLinkFile.

       END PROGRAM SponsorLinkMaint.
