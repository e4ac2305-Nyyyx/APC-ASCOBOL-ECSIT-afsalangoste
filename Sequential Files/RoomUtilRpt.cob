      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Room utilization report for one term.  Every ROOMS.DAT
      *         room is listed with the SECTIONS.DAT sections booked
      *         into it, the weekly hours booked (each section's
      *         meeting length times its meeting days) against the
      *         hours available in the teaching week (Monday to
      *         Friday, 0800 to 1800 - Week-Hours-Available), the
      *         percentage booked, and the average seat fill - each
      *         section's enrolled REGIST.IDX headcount for the term
      *         over the room's capacity, averaged across the room's
      *         sections.  Sections in a room not on the master are
      *         counted at the foot.  The report goes to
      *         ROOMUTIL.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomUtilRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Room-File-Status.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT UtilFile ASSIGN TO "ROOMUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RoomFile.
       COPY ROOMREC.

       FD SectionFile.
       COPY SECTREC.

       FD RegistFile.
       COPY REGREC.

       FD UtilFile.
       01  Util-Line                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  Room-File-Status             PIC XX.
       01  Section-File-Status          PIC XX.
       01  Regist-File-Status           PIC XX.

       01  Filter-Year                  PIC 9(4).
       01  Filter-Term                  PIC X(2).

       01  Room-Table.
           02  Room-Entry               OCCURS 200 TIMES.
               03  rmtRoomCode          PIC X(6).
               03  rmtBuilding          PIC X(20).
               03  rmtCapacity          PIC 9(3).
               03  rmtType              PIC X.
               03  rmtSections          PIC 9(3).
               03  rmtHours             PIC 9(3)V99.
               03  rmtFillPct           PIC 9(5)V99.
       01  Room-Count                   PIC 9(3)   VALUE ZEROS.
       01  Room-Index                   PIC 9(3)   VALUE ZEROS.

       01  Section-Table.
           02  Section-Entry            OCCURS 200 TIMES.
               03  sctCourseCode        PIC X(6).
               03  sctSection           PIC X(2).
               03  sctRoom              PIC X(6).
               03  sctHours             PIC 9(3)V99.
               03  sctHeadcount         PIC 9(5).
       01  Section-Count                PIC 9(3)   VALUE ZEROS.
       01  Section-Index                PIC 9(3)   VALUE ZEROS.

      * The teaching week every room is measured against: five days
      * of ten hours, 0800 to 1800.
       01  Week-Hours-Available         PIC 9(3)V99 VALUE 50.

       01  Day-Index                    PIC 9      VALUE ZEROS.
       01  Meeting-Days                 PIC 9      VALUE ZEROS.
       01  Time-Hours                   PIC 99     VALUE ZEROS.
       01  Time-Minutes                 PIC 99     VALUE ZEROS.
       01  Start-Minutes                PIC 9(4)   VALUE ZEROS.
       01  End-Minutes                  PIC 9(4)   VALUE ZEROS.
       01  Section-Fill-Pct             PIC 9(5)V99 VALUE ZEROS.

       01  Unroomed-Count               PIC 9(3)   VALUE ZEROS.
       01  Total-Sections               PIC 9(5)   VALUE ZEROS.
       01  Total-Hours-Booked           PIC 9(5)V99 VALUE ZEROS.
       01  Total-Hours-Available        PIC 9(5)V99 VALUE ZEROS.
       01  Booked-Pct                   PIC 9(3)V9 VALUE ZEROS.
       01  Average-Fill-Pct             PIC 9(3)V9 VALUE ZEROS.

       01  Util-Header.
           02  FILLER                   PIC X(26)
               VALUE "ROOM UTILIZATION FOR TERM ".
           02  uhTerm                   PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  uhYear                   PIC 9(4).
       01  Util-LineBreak               PIC X(80) VALUE ALL "-".

       01  Column-Heading-Line.
           02  FILLER                   PIC X(38)
               VALUE "ROOM   BUILDING             T CAP SECT".
           02  FILLER                   PIC X(34)
               VALUE " BOOKED  AVAIL  BOOKED%  AVG FILL%".

       01  Util-Detail-Line.
           02  udlRoomCode              PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  udlBuilding              PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  udlType                  PIC X.
           02  FILLER                   PIC X      VALUE SPACE.
           02  udlCapacity              PIC ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  udlSections              PIC ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  udlHoursBooked           PIC ZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  udlHoursAvailable        PIC ZZ9.99.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  udlBookedPct             PIC ZZ9.9.
           02  FILLER                   PIC X(6)   VALUE SPACES.
           02  udlFillPct               PIC ZZ9.9.

       01  Util-Total-Line.
           02  FILLER                   PIC X(21)
               VALUE "ALL ROOMS  SECTIONS: ".
           02  utlSections              PIC ZZZZ9.
           02  FILLER                   PIC X(10)  VALUE "  BOOKED: ".
           02  utlHoursBooked           PIC ZZZZ9.99.
           02  FILLER                   PIC X(9)   VALUE "  AVAIL: ".
           02  utlHoursAvailable        PIC ZZZZ9.99.
           02  FILLER                   PIC X(11)  VALUE "  BOOKED%: ".
           02  utlBookedPct             PIC ZZ9.9.

       01  Unroomed-Line.
           02  FILLER                   PIC X(40)
               VALUE "SECTIONS WITH NO ROOM ON ROOMS.DAT    : ".
           02  urlCount                 PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Year to report (e.g. 2026) : " WITH NO ADVANCING
           ACCEPT Filter-Year
           DISPLAY "Term to report (SP/SU/FA)  : " WITH NO ADVANCING
           ACCEPT Filter-Term
           PERFORM LOAD-ROOMS
           IF Room-Count = 0
               DISPLAY "No rooms found on ROOMS.DAT, run RoomMaint "
                   "first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SECTIONS
           PERFORM COUNT-REGISTRATIONS
           PERFORM ACCUMULATE-ROOM-USE
           PERFORM PRINT-ROOM-UTILIZATION
           DISPLAY "RoomUtilRpt - " Room-Count
               " room(s) written to ROOMUTIL.RPT"
           IF Unroomed-Count > 0
               DISPLAY "            " Unroomed-Count
                   " section(s) with no room on ROOMS.DAT"
           END-IF
           GOBACK.

       LOAD-ROOMS.
           OPEN INPUT RoomFile
           IF Room-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
                   MOVE ZEROS TO rmtSections (Room-Count)
                       rmtHours (Room-Count) rmtFillPct (Room-Count)
               ELSE
                   DISPLAY "Warning - Room-Table full, room "
                       rmRoomCode " not listed"
               END-IF
               READ RoomFile
                   AT END SET EndOfRoomFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RoomFile.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status NOT = "00"
               DISPLAY "Warning - SECTIONS.DAT not found, every room "
                   "will show as empty"
               EXIT PARAGRAPH
           END-IF
           READ SectionFile
               AT END SET EndOfSectionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSectionFile
               IF Section-Count < 200
                   ADD 1 TO Section-Count
                   MOVE scCourseCode TO sctCourseCode (Section-Count)
                   MOVE scSection TO sctSection (Section-Count)
                   MOVE scRoom TO sctRoom (Section-Count)
                   MOVE ZEROS TO sctHeadcount (Section-Count)
                   PERFORM COMPUTE-CONTACT-HOURS
               ELSE
                   DISPLAY "Warning - Section-Table full, section "
                       scCourseCode "/" scSection " not counted"
               END-IF
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectionFile.

      * Weekly hours booked are the meeting length, from the HHMM
      * start and end times, times the number of meeting days - the
      * same measure TeachLoadRpt uses for contact hours.
       COMPUTE-CONTACT-HOURS.
           MOVE ZEROS TO Meeting-Days
           PERFORM VARYING Day-Index FROM 1 BY 1
                   UNTIL Day-Index > 5
               IF scDays (Day-Index:1) NOT = SPACE
                   ADD 1 TO Meeting-Days
               END-IF
           END-PERFORM
           DIVIDE scStartTime BY 100
               GIVING Time-Hours REMAINDER Time-Minutes
           COMPUTE Start-Minutes = Time-Hours * 60 + Time-Minutes
           DIVIDE scEndTime BY 100
               GIVING Time-Hours REMAINDER Time-Minutes
           COMPUTE End-Minutes = Time-Hours * 60 + Time-Minutes
           IF End-Minutes > Start-Minutes
               COMPUTE sctHours (Section-Count) ROUNDED =
                   (End-Minutes - Start-Minutes) * Meeting-Days / 60
           ELSE
               MOVE ZEROS TO sctHours (Section-Count)
           END-IF.

       COUNT-REGISTRATIONS.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Warning - REGIST.IDX not found, seat fill "
                   "will be zero"
               EXIT PARAGRAPH
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Filter-Year AND rgTerm = Filter-Term
                       AND NOT rgStatus-Withdrawn
                       AND rgSection NOT = SPACES
                   PERFORM VARYING Section-Index FROM 1 BY 1
                           UNTIL Section-Index > Section-Count
                       IF sctCourseCode (Section-Index) = rgCourseCode
                               AND sctSection (Section-Index)
                                   = rgSection
                           ADD 1 TO sctHeadcount (Section-Index)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

      * Each section's hours and seat fill go to its room; the fill
      * percentages are summed here and averaged when printed.
       ACCUMULATE-ROOM-USE.
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               PERFORM VARYING Room-Index FROM 1 BY 1
                       UNTIL Room-Index > Room-Count
                   IF rmtRoomCode (Room-Index)
                           = sctRoom (Section-Index)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF Room-Index > Room-Count
                   ADD 1 TO Unroomed-Count
               ELSE
                   ADD 1 TO rmtSections (Room-Index)
                   ADD sctHours (Section-Index) TO rmtHours (Room-Index)
                   COMPUTE Section-Fill-Pct ROUNDED =
                       sctHeadcount (Section-Index) * 100
                           / rmtCapacity (Room-Index)
                   ADD Section-Fill-Pct TO rmtFillPct (Room-Index)
               END-IF
           END-PERFORM.

       PRINT-ROOM-UTILIZATION.
           OPEN OUTPUT UtilFile
           MOVE Filter-Term TO uhTerm
           MOVE Filter-Year TO uhYear
           WRITE Util-Line FROM Util-Header
           WRITE Util-Line FROM Util-LineBreak
           WRITE Util-Line FROM Column-Heading-Line
           WRITE Util-Line FROM Util-LineBreak
           PERFORM VARYING Room-Index FROM 1 BY 1
                   UNTIL Room-Index > Room-Count
               PERFORM WRITE-ROOM-LINE
           END-PERFORM
           WRITE Util-Line FROM Util-LineBreak
           MOVE Total-Sections TO utlSections
           MOVE Total-Hours-Booked TO utlHoursBooked
           MOVE Total-Hours-Available TO utlHoursAvailable
           MOVE ZEROS TO Booked-Pct
           IF Total-Hours-Available > ZEROS
               COMPUTE Booked-Pct ROUNDED =
                   Total-Hours-Booked * 100 / Total-Hours-Available
           END-IF
           MOVE Booked-Pct TO utlBookedPct
           WRITE Util-Line FROM Util-Total-Line
           MOVE Unroomed-Count TO urlCount
           WRITE Util-Line FROM Unroomed-Line
           CLOSE UtilFile.

       WRITE-ROOM-LINE.
           MOVE rmtRoomCode (Room-Index) TO udlRoomCode
           MOVE rmtBuilding (Room-Index) TO udlBuilding
           MOVE rmtType (Room-Index) TO udlType
           MOVE rmtCapacity (Room-Index) TO udlCapacity
           MOVE rmtSections (Room-Index) TO udlSections
           MOVE rmtHours (Room-Index) TO udlHoursBooked
           MOVE Week-Hours-Available TO udlHoursAvailable
           COMPUTE Booked-Pct ROUNDED =
               rmtHours (Room-Index) * 100 / Week-Hours-Available
           MOVE Booked-Pct TO udlBookedPct
           MOVE ZEROS TO Average-Fill-Pct
           IF rmtSections (Room-Index) > ZEROS
               COMPUTE Average-Fill-Pct ROUNDED =
                   rmtFillPct (Room-Index) / rmtSections (Room-Index)
           END-IF
           MOVE Average-Fill-Pct TO udlFillPct
           WRITE Util-Line FROM Util-Detail-Line
           ADD rmtSections (Room-Index) TO Total-Sections
           ADD rmtHours (Room-Index) TO Total-Hours-Booked
           ADD Week-Hours-Available TO Total-Hours-Available.

       END PROGRAM RoomUtilRpt.
