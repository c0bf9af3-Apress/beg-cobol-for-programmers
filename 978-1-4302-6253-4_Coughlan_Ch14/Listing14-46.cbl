IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-46.
AUTHOR.  Michael Coughlan.
*Hotel room master maintenance and daily housekeeping list.
*Until now the hotel was one room count keyed at run time, so
*nobody could say which room a guest was in or whether it had been
*cleaned.  Each room now lives on the INDEXED room master with its
*type, rate band and status:
*  V  vacant and clean - the only rooms a guest may be given;
*  O  occupied - set when the stay is recorded (Listing14-25);
*  D  vacant and dirty - set when the guest checks out
*     (Listing14-44);
*  X  out of order - taken out of the booking capacity.
*The housekeepers report each room serviced (dirty back to vacant
*and clean), and the daily housekeeping list shows the departures
*to be cleaned, the occupied rooms to be serviced and the rooms out
*of order.  The booking capture (Listing14-27) counts the rooms of
*each type on this file as its capacity.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT RoomMasterFile ASSIGN TO "Listing14-46Rooms.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RoomNumber-RM
          FILE STATUS IS RoomMasterStatus.

DATA DIVISION.
FILE SECTION.
FD RoomMasterFile.
01 RoomMasterRec.
   88 EndOfRoomMaster      VALUE HIGH-VALUES.
   02 RoomNumber-RM        PIC 9(4).
   02 RoomType-RM          PIC XX.
   02 RateBand-RM          PIC X.
   02 RoomStatus-RM        PIC X.
      88 RoomVacantClean   VALUE "V".
      88 RoomOccupied      VALUE "O".
      88 RoomVacantDirty   VALUE "D".
      88 RoomOutOfOrder    VALUE "X".

WORKING-STORAGE SECTION.
01 RoomMasterStatus        PIC XX.
   88 RoomFound            VALUE "00".
   88 NoRoomMasterYet      VALUE "35".

01 RoomTypeTable.
   02 RoomTypeValues.
      03 FILLER  PIC X(12)  VALUE "SGSingle    ".
      03 FILLER  PIC X(12)  VALUE "DBDouble    ".
      03 FILLER  PIC X(12)  VALUE "TWTwin      ".
      03 FILLER  PIC X(12)  VALUE "STSuite     ".
   02 FILLER REDEFINES RoomTypeValues.
      03 RoomTypeEntry OCCURS 4 TIMES.
         04 TypeCode       PIC XX.
         04 TypeName       PIC X(10).
01 TypeIdx                 PIC 9.
01 FoundTypeIdx            PIC 9.

01 MenuChoice              PIC X.
   88 ChoseAddRoom         VALUE "1".
   88 ChoseServiced        VALUE "2".
   88 ChoseOutOfOrder      VALUE "3".
   88 ChoseHousekeeping    VALUE "4".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0" THRU "4".

01 EnteredRoomNum          PIC X(4).
01 EnteredRoomNumN REDEFINES EnteredRoomNum
                           PIC 9(4).
01 EnteredType             PIC XX.
01 EnteredBand             PIC X.
   88 ValidRateBand        VALUE "A", "B", "C".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 ListSection             PIC X.
01 RoomsListed             PIC 9(3).
01 RoomsAdded              PIC 9(3) VALUE ZERO.
01 PrnCount                PIC ZZ9.

01 HousekeepingLine.
   02 PrnRoomNumber        PIC 9(4).
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnTypeName          PIC X(10).
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnBand              PIC X.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Hotel room master and housekeeping"
   OPEN I-O RoomMasterFile
   IF NoRoomMasterYet
      OPEN OUTPUT RoomMasterFile
      CLOSE RoomMasterFile
      OPEN I-O RoomMasterFile
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseAddRoom      PERFORM AddOneRoom
          WHEN ChoseServiced     PERFORM RecordRoomServiced
          WHEN ChoseOutOfOrder   PERFORM ChangeOutOfOrder
          WHEN ChoseHousekeeping PERFORM PrintHousekeepingList
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE RoomMasterFile
   MOVE RoomsAdded TO PrnCount
   DISPLAY "Rooms added this session - " PrnCount
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Add a room to the master"
   DISPLAY "2. Room serviced - now clean"
   DISPLAY "3. Take a room out of order / back into use"
   DISPLAY "4. Housekeeping list"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

AddOneRoom.
   PERFORM GetValidRoomNumber
   MOVE EnteredRoomNumN TO RoomNumber-RM
   READ RoomMasterFile
      INVALID KEY CONTINUE
   END-READ
   IF RoomFound
      DISPLAY "Room " EnteredRoomNum " is already on the master."
      EXIT PARAGRAPH
   END-IF
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Room type (SG, DB, TW, ST) - " WITH NO ADVANCING
      ACCEPT EnteredType
      PERFORM FindRoomType
      IF FoundTypeIdx = ZERO
         DISPLAY "Not a room type - " EnteredType
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Rate band (A, B, C) - " WITH NO ADVANCING
      ACCEPT EnteredBand
      IF ValidRateBand
         SET FieldAccepted TO TRUE
      ELSE
         DISPLAY "Rate band must be A, B or C - " EnteredBand
      END-IF
   END-PERFORM
   MOVE EnteredRoomNumN TO RoomNumber-RM
   MOVE EnteredType     TO RoomType-RM
   MOVE EnteredBand     TO RateBand-RM
   SET RoomVacantClean  TO TRUE
   WRITE RoomMasterRec
      INVALID KEY
         DISPLAY "Unexpected duplicate room " EnteredRoomNum
      NOT INVALID KEY
         ADD 1 TO RoomsAdded
         DISPLAY "Room " EnteredRoomNum " added - "
                 TypeName(FoundTypeIdx)
   END-WRITE.

FindRoomType.
   MOVE ZERO TO FoundTypeIdx
   PERFORM VARYING TypeIdx FROM 1 BY 1
           UNTIL TypeIdx > 4 OR FoundTypeIdx NOT = ZERO
      IF TypeCode(TypeIdx) = EnteredType
         MOVE TypeIdx TO FoundTypeIdx
      END-IF
   END-PERFORM.

RecordRoomServiced.
   PERFORM GetRoomOnMaster
   IF NOT RoomFound
      EXIT PARAGRAPH
   END-IF
*  An occupied room is serviced every day but stays occupied; only
*  a departure's dirty room goes back to vacant and clean.
   EVALUATE TRUE
      WHEN RoomVacantDirty
           SET RoomVacantClean TO TRUE
           REWRITE RoomMasterRec
              INVALID KEY DISPLAY "Unexpected error updating room "
                                  EnteredRoomNum
           END-REWRITE
           DISPLAY "Room " EnteredRoomNum " is vacant and clean."
      WHEN RoomOccupied
           DISPLAY "Room " EnteredRoomNum " serviced - still occupied."
      WHEN RoomOutOfOrder
           DISPLAY "Room " EnteredRoomNum " is out of order."
      WHEN OTHER
           DISPLAY "Room " EnteredRoomNum " was already clean."
   END-EVALUATE.

ChangeOutOfOrder.
   PERFORM GetRoomOnMaster
   IF NOT RoomFound
      EXIT PARAGRAPH
   END-IF
   EVALUATE TRUE
      WHEN RoomOccupied
           DISPLAY "Room " EnteredRoomNum
                   " is occupied - cannot be taken out of order."
           EXIT PARAGRAPH
      WHEN RoomOutOfOrder
*          Back into use only after it has been cleaned.
           SET RoomVacantDirty TO TRUE
           DISPLAY "Room " EnteredRoomNum
                   " back in use - to be cleaned."
      WHEN OTHER
           SET RoomOutOfOrder TO TRUE
           DISPLAY "Room " EnteredRoomNum " taken out of order."
   END-EVALUATE
   REWRITE RoomMasterRec
      INVALID KEY DISPLAY "Unexpected error updating room "
                          EnteredRoomNum
   END-REWRITE.

GetRoomOnMaster.
   PERFORM GetValidRoomNumber
   MOVE EnteredRoomNumN TO RoomNumber-RM
   READ RoomMasterFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT RoomFound
      DISPLAY "No room " EnteredRoomNum " on the master."
   END-IF.

GetValidRoomNumber.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Room number (4 digits) - " WITH NO ADVANCING
      ACCEPT EnteredRoomNum
      IF EnteredRoomNum NOT NUMERIC OR EnteredRoomNumN = ZERO
         DISPLAY "Room number must be 4 digits - " EnteredRoomNum
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

PrintHousekeepingList.
*  One pass of the master for each section of the list, so each
*  housekeeper's section comes out in room number order.
   DISPLAY " "
   DISPLAY "***** HOUSEKEEPING LIST *****"
   DISPLAY " "
   DISPLAY "Departures - clean and make up"
   MOVE "D" TO ListSection
   PERFORM ListRoomsInSection
   DISPLAY " "
   DISPLAY "Stay-overs - service"
   MOVE "O" TO ListSection
   PERFORM ListRoomsInSection
   DISPLAY " "
   DISPLAY "Out of order"
   MOVE "X" TO ListSection
   PERFORM ListRoomsInSection.

ListRoomsInSection.
   MOVE ZERO TO RoomsListed
   MOVE ZERO TO RoomNumber-RM
   START RoomMasterFile KEY IS GREATER THAN RoomNumber-RM
      INVALID KEY SET EndOfRoomMaster TO TRUE
   END-START
   IF NOT EndOfRoomMaster
      READ RoomMasterFile NEXT RECORD
         AT END SET EndOfRoomMaster TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRoomMaster
      IF RoomStatus-RM = ListSection
         ADD 1 TO RoomsListed
         MOVE RoomType-RM TO EnteredType
         PERFORM FindRoomType
         MOVE RoomNumber-RM TO PrnRoomNumber
         IF FoundTypeIdx = ZERO
            MOVE RoomType-RM TO PrnTypeName
         ELSE
            MOVE TypeName(FoundTypeIdx) TO PrnTypeName
         END-IF
         MOVE RateBand-RM TO PrnBand
         DISPLAY HousekeepingLine
      END-IF
      READ RoomMasterFile NEXT RECORD
         AT END SET EndOfRoomMaster TO TRUE
      END-READ
   END-PERFORM
   IF RoomsListed = ZERO
      DISPLAY "None."
   ELSE
      MOVE RoomsListed TO PrnCount
      DISPLAY "Rooms - " PrnCount
   END-IF.
