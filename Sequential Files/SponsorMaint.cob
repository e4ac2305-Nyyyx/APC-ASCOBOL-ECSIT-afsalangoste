      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the SPONSORS.DAT third-party sponsor master
      *         (SPONREC) - the employers and agencies who pay
      *         students' fees: name, who to address the invoice to,
      *         street, city, postcode, phone and the number of days
      *         they are given to pay - in the StudentAddrMaint
      *         style, so SponsorStmtRpt can invoice them and
      *         SponsorLinkMaint can attach students to them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SponsorFile.
       COPY SPONREC.

       WORKING-STORAGE SECTION.
       01  Sponsor-File-Status          PIC XX.

       01  Sponsor-Table.
           02  Sponsor-Entry             OCCURS 200 TIMES.
               03  sptSponsorID         PIC X(6).
               03  sptName              PIC X(30).
               03  sptContact           PIC X(20).
               03  sptStreet            PIC X(30).
               03  sptCity              PIC X(20).
               03  sptPostcode          PIC X(8).
               03  sptPhone             PIC X(12).
               03  sptTermsDays         PIC 9(3).
       01  Sponsor-Count                PIC 9(3)   VALUE ZEROS.
       01  Sponsor-Index                PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Sponsor            VALUE "Y".

       01  Entry-SponsorID              PIC X(6).
       01  Entry-Name                   PIC X(30).
       01  Entry-Contact                PIC X(20).
       01  Entry-Street                 PIC X(30).
       01  Entry-City                   PIC X(20).
       01  Entry-Postcode               PIC X(8).
       01  Entry-Phone                  PIC X(12).
       01  Entry-TermsDays              PIC 9(3).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SPONSORS
           DISPLAY "SponsorMaint - third-party sponsor maintenance"
           DISPLAY "Enter a SponsorID to add or update, or blank "
               "to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "SponsorID (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-SponsorID
               IF Entry-SponsorID = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM MAINTAIN-ONE-SPONSOR
               END-IF
           END-PERFORM
           PERFORM SAVE-SPONSORS
           STOP RUN.

       MAINTAIN-ONE-SPONSOR.
           DISPLAY "Sponsor name          : " WITH NO ADVANCING
           ACCEPT Entry-Name
           DISPLAY "Invoice contact       : " WITH NO ADVANCING
           ACCEPT Entry-Contact
           DISPLAY "Street                : " WITH NO ADVANCING
           ACCEPT Entry-Street
           DISPLAY "City                  : " WITH NO ADVANCING
           ACCEPT Entry-City
           DISPLAY "Postcode              : " WITH NO ADVANCING
           ACCEPT Entry-Postcode
           DISPLAY "Phone                 : " WITH NO ADVANCING
           ACCEPT Entry-Phone
           DISPLAY "Days to pay (e.g. 030): " WITH NO ADVANCING
           ACCEPT Entry-TermsDays
           IF Entry-Name = SPACES
               DISPLAY "Error - sponsor name may not be blank, "
                   "not saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-SPONSOR
           IF Sponsor-Index > 0
               MOVE Entry-Name TO sptName (Sponsor-Index)
               MOVE Entry-Contact TO sptContact (Sponsor-Index)
               MOVE Entry-Street TO sptStreet (Sponsor-Index)
               MOVE Entry-City TO sptCity (Sponsor-Index)
               MOVE Entry-Postcode TO sptPostcode (Sponsor-Index)
               MOVE Entry-Phone TO sptPhone (Sponsor-Index)
               MOVE Entry-TermsDays TO sptTermsDays (Sponsor-Index)
               DISPLAY "Sponsor " Entry-SponsorID " saved"
           END-IF.

       LOAD-SPONSORS.
           OPEN INPUT SponsorFile
           IF Sponsor-File-Status = "00"
               READ SponsorFile
                   AT END SET EndOfSponsorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorFile
                   IF Sponsor-Count < 200
                       ADD 1 TO Sponsor-Count
                       MOVE spSponsorID TO sptSponsorID (Sponsor-Count)
                       MOVE spName TO sptName (Sponsor-Count)
                       MOVE spContact TO sptContact (Sponsor-Count)
                       MOVE spStreet TO sptStreet (Sponsor-Count)
                       MOVE spCity TO sptCity (Sponsor-Count)
                       MOVE spPostcode TO sptPostcode (Sponsor-Count)
                       MOVE spPhone TO sptPhone (Sponsor-Count)
                       MOVE spTermsDays TO
                           sptTermsDays (Sponsor-Count)
                   END-IF
                   READ SponsorFile
                       AT END SET EndOfSponsorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorFile
           ELSE
               DISPLAY "SPONSORS.DAT not found - starting a new "
                   "master file."
           END-IF.

       FIND-OR-ADD-SPONSOR.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Sponsor-Index FROM 1 BY 1
                   UNTIL Sponsor-Index > Sponsor-Count
               IF sptSponsorID (Sponsor-Index) = Entry-SponsorID
                   SET Found-Sponsor TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Sponsor
               IF Sponsor-Count < 200
                   ADD 1 TO Sponsor-Count
                   MOVE Sponsor-Count TO Sponsor-Index
                   MOVE Entry-SponsorID TO sptSponsorID (Sponsor-Index)
               ELSE
                   DISPLAY "Warning - Sponsor-Table full, SponsorID "
                       Entry-SponsorID " not included"
                   MOVE ZEROS TO Sponsor-Index
               END-IF
           END-IF.

       SAVE-SPONSORS.
           OPEN OUTPUT SponsorFile
           PERFORM VARYING Sponsor-Index FROM 1 BY 1
                   UNTIL Sponsor-Index > Sponsor-Count
               MOVE sptSponsorID (Sponsor-Index) TO spSponsorID
               MOVE sptName (Sponsor-Index) TO spName
               MOVE sptContact (Sponsor-Index) TO spContact
               MOVE sptStreet (Sponsor-Index) TO spStreet
               MOVE sptCity (Sponsor-Index) TO spCity
               MOVE sptPostcode (Sponsor-Index) TO spPostcode
               MOVE sptPhone (Sponsor-Index) TO spPhone
               MOVE sptTermsDays (Sponsor-Index) TO spTermsDays
               WRITE SponsorRecord
           END-PERFORM
           CLOSE SponsorFile.

       END PROGRAM SponsorMaint.
