      ******************************************************************
      * Copybook: ROOMREC
      * Purpose:  Canonical ROOMS.DAT teaching-room master record
      *           layout - one record per room code with its
      *           building, seating capacity and room type.
      *           Maintained by RoomMaint; SectionMaint refuses a
      *           section in a room not on the master or already
      *           booked at that time, RegistrationEntry warns when a
      *           section fills its room, and RoomUtilRpt reports
      *           each room's booked hours and seat fill.
      ******************************************************************
       01 RoomRecord.
           88 EndOfRoomFile        VALUE HIGH-VALUES.
           02 rmRoomCode           PIC X(6).
           02 rmBuilding           PIC X(20).
           02 rmCapacity           PIC 9(3).
           02 rmType               PIC X.
               88 rmLecture-Hall   VALUE "L".
               88 rmSeminar-Room   VALUE "S".
               88 rmLaboratory     VALUE "B".
               88 rmComputer-Lab   VALUE "C".
