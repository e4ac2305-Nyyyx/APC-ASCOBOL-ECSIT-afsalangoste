      *         when it finds its action approved through
      *         ActionGate.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Executed and rejected actions purged off the
      *            queue are appended to PENDHIST.DAT first, with
      *            who requested and who decided them, so the access
      *            review (AccessReviewRpt) can still check that no
      *            one approved their own request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActionApprove.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperLog-File-Status.

           SELECT PendHistFile ASSIGN TO "PENDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendHist-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PendFile.
           02  olTime                     PIC 9(6).
           02  olChoice                   PIC 9(2).

      * Decided actions as they stood when purged, Pend-Rec layout.
       FD  PendHistFile.
       01  Pend-Hist-Rec                 PIC X(97).

       WORKING-STORAGE SECTION.
       01  Pend-File-Status          PIC XX.
       01  Operator-File-Status      PIC XX.
       01  OperLog-File-Status       PIC XX.
       01  PendHist-File-Status      PIC XX.
       01  Stamp-Time                PIC 9(8).

       01  Signon-Operator-ID        PIC X(8)   VALUE SPACES.
      * Executed and rejected actions come off the queue here -
      * OPERLOG.DAT already holds the request/approval/execution
      * trail, and a queue that only grew would hit the table cap.
      * The purged actions go to PENDHIST.DAT on the way out.
       SAVE-PENDING-ACTIONS.
           OPEN EXTEND PendHistFile
           IF PendHist-File-Status NOT = "00"
               OPEN OUTPUT PendHistFile
           END-IF
           OPEN OUTPUT PendFile
           PERFORM VARYING Pend-Index FROM 1 BY 1
                   UNTIL Pend-Index > Pend-Count
               MOVE patActionNo (Pend-Index) TO paActionNo
               MOVE patProgram (Pend-Index) TO paProgram
               MOVE patParm1 (Pend-Index) TO paParm1
               MOVE patParm2 (Pend-Index) TO paParm2
               MOVE patRequestedBy (Pend-Index) TO paRequestedBy
               MOVE patRequestDate (Pend-Index) TO paRequestDate
               MOVE patStatus (Pend-Index) TO paStatus
               MOVE patDecidedBy (Pend-Index) TO paDecidedBy
               IF patStatus (Pend-Index) = "X"
                       OR patStatus (Pend-Index) = "R"
                   ADD 1 TO Purged-Count
                   WRITE Pend-Hist-Rec FROM Pend-Rec
               ELSE
                   WRITE Pend-Rec
               END-IF
           END-PERFORM
           CLOSE PendFile
           CLOSE PendHistFile.

       END PROGRAM ActionApprove.
