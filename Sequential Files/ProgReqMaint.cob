      *         schedule, so GradAuditRpt has something authoritative
      *         to audit graduation candidates against.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Added the programme's standard length in regular
      *            terms (PROGREQ prStandardTerms), which
      *            VerifyLetter uses for the expected completion
      *            term.  A record saved before it existed loads
      *            with zero, meaning not set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgReqMaint.
               03  prtCompanion-1       PIC X(6).
               03  prtCompanion-2       PIC X(6).
               03  prtCompanion-3       PIC X(6).
               03  prtStandardTerms     PIC 9(2).
       01  ProgReq-Count                PIC 9(3)   VALUE ZEROS.
       01  ProgReq-Index                PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
       01  Entry-Companion-1            PIC X(6).
       01  Entry-Companion-2            PIC X(6).
       01  Entry-Companion-3            PIC X(6).
       01  Entry-Terms                  PIC 9(2).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

           PERFORM LOAD-PROG-REQS
           DISPLAY "ProgReqMaint - program requirements maintenance"
           DISPLAY "Enter a programme CourseCode, required units, "
               "minimum passing grade, companion courses and "
               "standard length, or blank CourseCode to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "CourseCode (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-CourseCode
           ACCEPT Entry-Companion-2
           DISPLAY "Companion course 3 (blank) : " WITH NO ADVANCING
           ACCEPT Entry-Companion-3
           DISPLAY "Standard length, terms (00): " WITH NO ADVANCING
           ACCEPT Entry-Terms
           IF Entry-MinGrade > 100
               DISPLAY "Error - minimum passing grade must be "
                   "000-100, not saved"
                   prtCompanion-2 (ProgReq-Index)
               MOVE Entry-Companion-3 TO
                   prtCompanion-3 (ProgReq-Index)
               MOVE Entry-Terms TO prtStandardTerms (ProgReq-Index)
               DISPLAY "Programme " Entry-CourseCode " saved"
           END-IF.

                           prtCompanion-2 (ProgReq-Count)
                       MOVE prCompanion-3 TO
                           prtCompanion-3 (ProgReq-Count)
                       IF prStandardTerms NUMERIC
                           MOVE prStandardTerms TO
                               prtStandardTerms (ProgReq-Count)
                       ELSE
                           MOVE ZEROS TO
                               prtStandardTerms (ProgReq-Count)
                       END-IF
                   END-IF
                   READ ProgReqFile
                       AT END SET EndOfProgReqFile TO TRUE
               MOVE prtCompanion-1 (ProgReq-Index) TO prCompanion-1
               MOVE prtCompanion-2 (ProgReq-Index) TO prCompanion-2
               MOVE prtCompanion-3 (ProgReq-Index) TO prCompanion-3
               MOVE prtStandardTerms (ProgReq-Index) TO
                   prStandardTerms
               WRITE ProgramReqRecord
           END-PERFORM
           CLOSE ProgReqFile.
