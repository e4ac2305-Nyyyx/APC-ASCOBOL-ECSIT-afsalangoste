      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the ROOMS.DAT teaching-room master (ROOMREC)
      *         - building, seating capacity and room type (L lecture
      *         hall, S seminar room, B laboratory, C computer lab)
      *         per room code - the way InstructorMaint maintains the
      *         instructor master, so SectionMaint can refuse a room
      *         that is unknown or already booked and
      *         RegistrationEntry knows how many seats a section's
      *         room holds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Room-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RoomFile.
       COPY ROOMREC.

       WORKING-STORAGE SECTION.
       01  Room-File-Status             PIC XX.

       01  Room-Table.
           02  Room-Entry               OCCURS 200 TIMES.
               03  rmtRoomCode          PIC X(6).
               03  rmtBuilding          PIC X(20).
               03  rmtCapacity          PIC 9(3).
               03  rmtType              PIC X.
       01  Room-Count                   PIC 9(3)   VALUE ZEROS.
       01  Room-Index                   PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Room               VALUE "Y".

       01  Entry-RoomCode               PIC X(6).
       01  Entry-Building               PIC X(20).
       01  Entry-Capacity               PIC 9(3).
       01  Entry-Type                   PIC X.
           88  Valid-Room-Type          VALUE "L", "S", "B", "C".
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-ROOMS
           DISPLAY "RoomMaint - teaching room maintenance"
           DISPLAY "Enter a room code, building, seating capacity and "
               "room type (L/S/B/C), or blank room code to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Room code (blank to end)  : " WITH NO ADVANCING
               ACCEPT Entry-RoomCode
               IF Entry-RoomCode = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM MAINTAIN-ONE-ROOM
               END-IF
           END-PERFORM
           PERFORM SAVE-ROOMS
           STOP RUN.

       MAINTAIN-ONE-ROOM.
           DISPLAY "Building                  : " WITH NO ADVANCING
           ACCEPT Entry-Building
           DISPLAY "Capacity (e.g. 060)       : " WITH NO ADVANCING
           ACCEPT Entry-Capacity
           DISPLAY "Type L/S/B/C              : " WITH NO ADVANCING
           ACCEPT Entry-Type
           EVALUATE TRUE
               WHEN Entry-Capacity = ZEROS
                   DISPLAY "Error - capacity may not be zero, "
                       "not saved"
               WHEN NOT Valid-Room-Type
                   DISPLAY "Error - type must be L, S, B or C, "
                       "not saved"
               WHEN OTHER
                   PERFORM FIND-OR-ADD-ROOM
                   IF Room-Index > 0
                       MOVE Entry-Building TO rmtBuilding (Room-Index)
                       MOVE Entry-Capacity TO rmtCapacity (Room-Index)
                       MOVE Entry-Type TO rmtType (Room-Index)
                       DISPLAY "Room " Entry-RoomCode " saved"
                   END-IF
           END-EVALUATE.

       LOAD-ROOMS.
           OPEN INPUT RoomFile
           IF Room-File-Status = "00"
               READ RoomFile
                   AT END SET EndOfRoomFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoomFile
                   IF Room-Count < 200
                       ADD 1 TO Room-Count
                       MOVE rmRoomCode TO rmtRoomCode (Room-Count)
                       MOVE rmBuilding TO rmtBuilding (Room-Count)
                       MOVE rmCapacity TO rmtCapacity (Room-Count)
                       MOVE rmType TO rmtType (Room-Count)
                   END-IF
                   READ RoomFile
                       AT END SET EndOfRoomFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoomFile
           ELSE
               DISPLAY "ROOMS.DAT not found - starting a new room "
                   "master."
           END-IF.

       FIND-OR-ADD-ROOM.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Room-Index FROM 1 BY 1
                   UNTIL Room-Index > Room-Count
               IF rmtRoomCode (Room-Index) = Entry-RoomCode
                   SET Found-Room TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Room
               IF Room-Count < 200
                   ADD 1 TO Room-Count
                   MOVE Room-Count TO Room-Index
                   MOVE Entry-RoomCode TO rmtRoomCode (Room-Index)
               ELSE
                   DISPLAY "Warning - Room-Table full, room "
                       Entry-RoomCode " not included"
                   MOVE ZEROS TO Room-Index
               END-IF
           END-IF.

       SAVE-ROOMS.
           OPEN OUTPUT RoomFile
           PERFORM VARYING Room-Index FROM 1 BY 1
                   UNTIL Room-Index > Room-Count
               MOVE rmtRoomCode (Room-Index) TO rmRoomCode
               MOVE rmtBuilding (Room-Index) TO rmBuilding
               MOVE rmtCapacity (Room-Index) TO rmCapacity
               MOVE rmtType (Room-Index) TO rmType
               WRITE RoomRecord
           END-PERFORM
           CLOSE RoomFile.

       END PROGRAM RoomMaint.
