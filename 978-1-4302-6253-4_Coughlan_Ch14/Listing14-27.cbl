*The stay records only look backwards, so overbooking was managed
*by the duty manager's memory.  Future reservations now live on
*the BookingsFile (guest number, arrival, departure, room rate):
*  - each booking is for a room type, and the capacity of each type
*    is the count of rooms of that type on the room master
*    (Listing14-46), leaving out rooms that are out of order; a
*    booking is refused when any night it spans is already booked
*    to the capacity of its type, counted across the bookings file
*    night by night;
*  - the guest number is validated against the guest master
*    (Listing14-25) and the name shown back;
*  - the arrivals list for any day prints each arriving guest with
*    their name and country for the front desk, with the room
*    allocated or "unassigned";
*  - rooms are allocated to a day's arrivals from the vacant and
*    clean rooms of the booked type, never a room already allocated
*    to another booking for any of the same nights, and the
*    bookings file is written back with the room numbers;
*  - the unassigned arrivals list shows the day's bookings still
*    without a room;
*  - each booking is given a booking number from the seed file and
*    a deposit is recorded against it;
*  - a booking may be amended (dates, room type, rate) or cancelled
*    by its number up to the cancellation deadline, two days before
*    arrival; a cancellation after the deadline is still taken but
*    the deposit is retained, and nothing may be changed once the
*    arrival date has passed - the no-show run (Listing14-47)
*    charges those bookings;
*  - only live bookings are counted against capacity, given rooms
*    or listed - cancelled and no-show bookings stay on the file
*    for the record.
*The occupancy forecast over the same file is Listing14-28.

ENVIRONMENT DIVISION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BookingsStatus.

   SELECT BookingSeedFile ASSIGN TO "Listing14-27Seq.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BookingSeedStatus.

   SELECT GuestMasterFile ASSIGN TO "Listing14-25Guests.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GuestNumber-GM
          FILE STATUS IS GuestMasterStatus.

   SELECT RoomMasterFile ASSIGN TO "Listing14-46Rooms.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RoomNumber-RM
          FILE STATUS IS RoomMasterStatus.

DATA DIVISION.
FILE SECTION.
FD BookingsFile.
   02 ArrivalDate-BK       PIC 9(8).
   02 DepartureDate-BK     PIC 9(8).
   02 RoomRate-BK          PIC 9(4)V99.
   02 RoomType-BK          PIC XX.
   02 RoomNumber-BK        PIC 9(4).
      88 RoomUnassigned    VALUE ZERO.
   02 BookingNumber-BK     PIC 9(6).
   02 Deposit-BK           PIC 9(4)V99.
   02 BookingState-BK      PIC X.
      88 BookingLive       VALUE "L".
      88 BookingCancelled  VALUE "C".
      88 BookingNoShow     VALUE "N".
   02 AmountRetained-BK    PIC 9(4)V99.

FD BookingSeedFile.
01 BookingSeedRec.
   02 LastBookingNumber    PIC 9(6).

FD GuestMasterFile.
01 GuestMasterRec.
   02 GuestNumber-GM       PIC 9(6).
   02 GuestName-GM         PIC X(20).
   02 Country-GM           PIC X(20).
   02 NoShowFlag-GM        PIC X.
      88 GuestHadNoShow    VALUE "Y".
   02 LastNoShowDate-GM    PIC 9(8).

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
01 BookingsStatus          PIC XX.
   88 NoBookingsFileYet    VALUE "35".

01 BookingSeedStatus       PIC XX.
   88 NoBookingSeedYet     VALUE "35".

01 GuestMasterStatus       PIC XX.
   88 GuestFound           VALUE "00".

01 RoomMasterStatus        PIC XX.
   88 NoRoomMaster         VALUE "35".

*  The capacity of each type is counted from the room master when
*  the session starts.
01 RoomTypeTable.
   02 RoomTypeValues.
      03 FILLER  PIC X(15)  VALUE "SGSingle    000".
      03 FILLER  PIC X(15)  VALUE "DBDouble    000".
      03 FILLER  PIC X(15)  VALUE "TWTwin      000".
      03 FILLER  PIC X(15)  VALUE "STSuite     000".
   02 FILLER REDEFINES RoomTypeValues.
      03 RoomTypeEntry OCCURS 4 TIMES.
         04 TypeCode       PIC XX.
         04 TypeName       PIC X(10).
         04 TypeRooms      PIC 9(3).
01 TypeIdx                 PIC 9.
01 FoundTypeIdx            PIC 9.
01 EnteredType             PIC XX.

01 MenuChoice              PIC X.
   88 ChoseBooking         VALUE "1".
   88 ChoseArrivals        VALUE "2".
   88 ChoseAllocate        VALUE "3".
   88 ChoseUnassigned      VALUE "4".
   88 ChoseAmend           VALUE "5".
   88 ChoseCancel          VALUE "6".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0" THRU "6".

01 EnteredGuestNum         PIC X(6).
01 EnteredGuestNumN REDEFINES EnteredGuestNum
01 EnteredDate             PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                           PIC 9(8).
01 EnteredDeposit          PIC X(6).
01 EnteredDepositN REDEFINES EnteredDeposit
                           PIC 9(4)V99.
01 EnteredBookingNum       PIC X(6).
01 EnteredBookingNumN REDEFINES EnteredBookingNum
                           PIC 9(6).

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

*  Amendments and free cancellation close this many days before
*  the arrival date.
01 CancelDeadlineDays      PIC 9 VALUE 2.
01 TodaysDate              PIC 9(8).
01 TodayInt                PIC 9(8).
01 DeadlineInt             PIC 9(8).
01 DeadlineDate            PIC 9(8).
01 NextBookingNumber       PIC 9(6).
*  The booking being amended is left out of its own capacity count;
*  zero for a new booking.
01 AmendBookingNumber      PIC 9(6) VALUE ZERO.

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 NightIsFull          VALUE "y".
   88 NightsAllFree        VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 UnassignedOnly       VALUE "y".
   88 AllArrivals          VALUE "n".

*  The whole bookings file is held here while rooms are allocated,
*  then written back.
01 BookingTable.
   02 BookingEntry OCCURS 500 TIMES.
      03 BT-GuestNumber    PIC 9(6).
      03 BT-ArrivalDate    PIC 9(8).
      03 BT-DepartureDate  PIC 9(8).
      03 BT-RoomRate       PIC 9(4)V99.
      03 BT-RoomType       PIC XX.
      03 BT-RoomNumber     PIC 9(4).
      03 BT-BookingNumber  PIC 9(6).
      03 BT-Deposit        PIC 9(4)V99.
      03 BT-BookingState   PIC X.
         88 BT-BookingLive VALUE "L".
      03 BT-AmountRetained PIC 9(4)V99.
01 BookingCount            PIC 9(3).
01 FoundBookingIdx         PIC 9(3).
01 BookingIdx              PIC 9(3).
01 OtherIdx                PIC 9(3).
01 FILLER                  PIC X VALUE "n".
   88 RoomTaken            VALUE "y".
   88 RoomFree             VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 RoomAllocated        VALUE "y".
   88 NoRoomYet            VALUE "n".

01 BookingsTaken           PIC 9(4) VALUE ZERO.
01 BookingsAmended         PIC 9(4) VALUE ZERO.
01 BookingsCancelled       PIC 9(4) VALUE ZERO.
01 PrnMoney                PIC $$,$$9.99.
01 ArrivalsListed          PIC 9(3).
01 RoomsAllocated          PIC 9(3).
01 PrnCount                PIC ZZZ9.

01 ArrivalsLine.
   02 PrnCountry           PIC X(20).
   02 FILLER               PIC X(9) VALUE "  until  ".
   02 PrnDeparture         PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnRoomType          PIC XX.
   02 FILLER               PIC X VALUE SPACE.
   02 PrnRoom              PIC X(10).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Hotel forward bookings"
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodaysDate)
   OPEN INPUT RoomMasterFile
   IF NoRoomMaster
      DISPLAY "No room master - set the rooms up with Listing14-46."
      STOP RUN
   END-IF
   PERFORM LoadRoomCapacity
   OPEN INPUT GuestMasterFile
   PERFORM GetNextBookingNumber
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseBooking  PERFORM TakeOneBooking
          WHEN ChoseArrivals
               SET AllArrivals TO TRUE
               PERFORM PrintArrivalsList
          WHEN ChoseAllocate PERFORM AllocateRoomsForDay
          WHEN ChoseUnassigned
               SET UnassignedOnly TO TRUE
               PERFORM PrintArrivalsList
          WHEN ChoseAmend    PERFORM AmendOneBooking
          WHEN ChoseCancel   PERFORM CancelOneBooking
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE GuestMasterFile, RoomMasterFile
   PERFORM SaveNextBookingNumber
   MOVE BookingsTaken TO PrnCount
   DISPLAY "Bookings taken this session     - " PrnCount
   MOVE BookingsAmended TO PrnCount
   DISPLAY "Bookings amended this session   - " PrnCount
   MOVE BookingsCancelled TO PrnCount
   DISPLAY "Bookings cancelled this session - " PrnCount
   STOP RUN.

GetNextBookingNumber.
   OPEN INPUT BookingSeedFile
   IF NoBookingSeedYet
      MOVE ZERO TO LastBookingNumber
   ELSE
      READ BookingSeedFile
         AT END MOVE ZERO TO LastBookingNumber
      END-READ
      CLOSE BookingSeedFile
   END-IF
   MOVE LastBookingNumber TO NextBookingNumber.

SaveNextBookingNumber.
   OPEN OUTPUT BookingSeedFile
   MOVE NextBookingNumber TO LastBookingNumber
   WRITE BookingSeedRec
   CLOSE BookingSeedFile.

LoadRoomCapacity.
*  Rooms out of order are not offered for booking.
   PERFORM StartRoomMaster
   PERFORM UNTIL EndOfRoomMaster
      MOVE RoomType-RM TO EnteredType
      PERFORM FindRoomType
      IF FoundTypeIdx NOT = ZERO AND NOT RoomOutOfOrder
         ADD 1 TO TypeRooms(FoundTypeIdx)
      END-IF
      READ RoomMasterFile NEXT RECORD
         AT END SET EndOfRoomMaster TO TRUE
      END-READ
   END-PERFORM
   PERFORM VARYING TypeIdx FROM 1 BY 1 UNTIL TypeIdx > 4
      MOVE TypeRooms(TypeIdx) TO PrnCount
      DISPLAY TypeName(TypeIdx) " rooms - " PrnCount
   END-PERFORM.

StartRoomMaster.
   MOVE ZERO TO RoomNumber-RM
   START RoomMasterFile KEY IS GREATER THAN RoomNumber-RM
      INVALID KEY SET EndOfRoomMaster TO TRUE
   END-START
   IF NOT EndOfRoomMaster
      READ RoomMasterFile NEXT RECORD
         AT END SET EndOfRoomMaster TO TRUE
      END-READ
   END-IF.

FindRoomType.
   MOVE ZERO TO FoundTypeIdx
   PERFORM VARYING TypeIdx FROM 1 BY 1
           UNTIL TypeIdx > 4 OR FoundTypeIdx NOT = ZERO
      IF TypeCode(TypeIdx) = EnteredType
         MOVE TypeIdx TO FoundTypeIdx
      END-IF
   END-PERFORM.

GetValidRoomType.
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
   DISPLAY " "
   DISPLAY "1. Take a booking"
   DISPLAY "2. Arrivals list for a day"
   DISPLAY "3. Allocate rooms to a day's arrivals"
   DISPLAY "4. Unassigned arrivals for a day"
   DISPLAY "5. Amend a booking"
   DISPLAY "6. Cancel a booking"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
TakeOneBooking.
   PERFORM GetValidGuest
   PERFORM GetValidStayDates
   PERFORM GetValidRoomType
   PERFORM GetValidRate
   PERFORM GetValidDeposit
   MOVE ZERO TO AmendBookingNumber
   PERFORM CheckEveryNightHasRoom
   IF NightIsFull
      DISPLAY "Booking refused - no " TypeName(FoundTypeIdx)
              " room free on " NightDate
   ELSE
      OPEN EXTEND BookingsFile
      IF NoBookingsFileYet
      MOVE EnteredArrivalN   TO ArrivalDate-BK
      MOVE EnteredDepartureN TO DepartureDate-BK
      MOVE EnteredRateN      TO RoomRate-BK
      MOVE EnteredType       TO RoomType-BK
      MOVE ZERO              TO RoomNumber-BK
      ADD 1 TO NextBookingNumber
      MOVE NextBookingNumber TO BookingNumber-BK
      MOVE EnteredDepositN   TO Deposit-BK
      SET BookingLive        TO TRUE
      MOVE ZERO              TO AmountRetained-BK
      WRITE BookingRec
      CLOSE BookingsFile
      ADD 1 TO BookingsTaken
      DISPLAY "Booking " NextBookingNumber " - " GuestName-GM
              " from " EnteredArrival " to " EnteredDeparture
   END-IF.

GetValidDeposit.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Deposit paid (6 digits, as 9999v99) - "
              WITH NO ADVANCING
      ACCEPT EnteredDeposit
      IF EnteredDeposit NOT NUMERIC
         DISPLAY "Deposit must be 6 digits - " EnteredDeposit
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

AmendOneBooking.
   PERFORM GetLiveBooking
   IF FoundBookingIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   IF TodayInt > DeadlineInt
      DISPLAY "Past the amendment deadline of " DeadlineDate
              " - booking not changed."
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Enter the amended booking."
   PERFORM GetValidStayDates
   PERFORM GetValidRoomType
   PERFORM GetValidRate
   MOVE BT-BookingNumber(FoundBookingIdx) TO AmendBookingNumber
   PERFORM CheckEveryNightHasRoom
   MOVE ZERO TO AmendBookingNumber
   IF NightIsFull
      DISPLAY "Amendment refused - no " TypeName(FoundTypeIdx)
              " room free on " NightDate
      EXIT PARAGRAPH
   END-IF
*  Any room already allocated is released; the new dates or type
*  are allocated again with the day's arrivals.
   MOVE EnteredArrivalN   TO BT-ArrivalDate(FoundBookingIdx)
   MOVE EnteredDepartureN TO BT-DepartureDate(FoundBookingIdx)
   MOVE EnteredType       TO BT-RoomType(FoundBookingIdx)
   MOVE EnteredRateN      TO BT-RoomRate(FoundBookingIdx)
   MOVE ZERO              TO BT-RoomNumber(FoundBookingIdx)
   PERFORM RewriteBookingsFile
   ADD 1 TO BookingsAmended
   DISPLAY "Booking " EnteredBookingNum " amended.".

CancelOneBooking.
   PERFORM GetLiveBooking
   IF FoundBookingIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   MOVE BT-Deposit(FoundBookingIdx) TO PrnMoney
   IF TodayInt > DeadlineInt
      DISPLAY "Past the cancellation deadline of " DeadlineDate
              " - the deposit of " PrnMoney " is retained."
   ELSE
      DISPLAY "Within the deadline - the deposit of " PrnMoney
              " is refunded."
   END-IF
   DISPLAY "Cancel booking " EnteredBookingNum " (Y/N) - "
           WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF NOT EntryConfirmed
      DISPLAY "Booking not cancelled."
      EXIT PARAGRAPH
   END-IF
   MOVE "C" TO BT-BookingState(FoundBookingIdx)
   MOVE ZERO TO BT-RoomNumber(FoundBookingIdx)
   IF TodayInt > DeadlineInt
      MOVE BT-Deposit(FoundBookingIdx)
        TO BT-AmountRetained(FoundBookingIdx)
   END-IF
   PERFORM RewriteBookingsFile
   ADD 1 TO BookingsCancelled
   DISPLAY "Booking " EnteredBookingNum " cancelled.".

GetLiveBooking.
*  Loads the bookings file and finds the booking by number.  It must
*  still be live and its arrival date must not have passed.
   MOVE ZERO TO FoundBookingIdx
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Booking number (6 digits) - " WITH NO ADVANCING
      ACCEPT EnteredBookingNum
      IF EnteredBookingNum NOT NUMERIC
         DISPLAY "Booking number must be 6 digits - "
                 EnteredBookingNum
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   PERFORM LoadBookingTable
   PERFORM VARYING BookingIdx FROM 1 BY 1
           UNTIL BookingIdx > BookingCount OR FoundBookingIdx NOT = 0
      IF BT-BookingNumber(BookingIdx) = EnteredBookingNumN
         MOVE BookingIdx TO FoundBookingIdx
      END-IF
   END-PERFORM
   IF FoundBookingIdx = ZERO
      DISPLAY "No booking " EnteredBookingNum " on file."
      EXIT PARAGRAPH
   END-IF
   IF NOT BT-BookingLive(FoundBookingIdx)
      DISPLAY "Booking " EnteredBookingNum
              " is already cancelled or a no-show."
      MOVE ZERO TO FoundBookingIdx
      EXIT PARAGRAPH
   END-IF
   IF BT-ArrivalDate(FoundBookingIdx) < TodaysDate
      DISPLAY "Arrival date " BT-ArrivalDate(FoundBookingIdx)
              " has passed - left to the no-show run."
      MOVE ZERO TO FoundBookingIdx
      EXIT PARAGRAPH
   END-IF
   COMPUTE DeadlineInt =
           FUNCTION INTEGER-OF-DATE(BT-ArrivalDate(FoundBookingIdx))
           - CancelDeadlineDays
   COMPUTE DeadlineDate = FUNCTION DATE-OF-INTEGER(DeadlineInt)
   MOVE BT-Deposit(FoundBookingIdx) TO PrnMoney
   DISPLAY "Guest " BT-GuestNumber(FoundBookingIdx) " "
           BT-RoomType(FoundBookingIdx) " from "
           BT-ArrivalDate(FoundBookingIdx) " to "
           BT-DepartureDate(FoundBookingIdx) "  deposit " PrnMoney.

CheckEveryNightHasRoom.
*  Each night of the requested stay is counted across the bookings
*  for the same room type; the first night already at the capacity
*  of that type refuses the booking.
   SET NightsAllFree TO TRUE
   COMPUTE ArrivalInt =
           FUNCTION INTEGER-OF-DATE(EnteredArrivalN)
           UNTIL NightInt NOT LESS THAN DepartureInt
              OR NightIsFull
      PERFORM CountBookingsForNight
      IF BookedThisNight NOT LESS THAN TypeRooms(FoundTypeIdx)
         SET NightIsFull TO TRUE
         COMPUTE NightDate = FUNCTION DATE-OF-INTEGER(NightInt)
      END-IF
              FUNCTION INTEGER-OF-DATE(DepartureDate-BK)
      IF NightInt NOT LESS THAN OtherArrivalInt
         AND NightInt LESS THAN OtherDepartureInt
         AND RoomType-BK = EnteredType
         AND BookingLive
         AND BookingNumber-BK NOT = AmendBookingNumber
         ADD 1 TO BookedThisNight
      END-IF
      READ BookingsFile
      CLOSE BookingsFile
   END-IF.

GetValidArrivalsDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Arrivals for date (YYYYMMDD) - " WITH NO ADVANCING
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

PrintArrivalsList.
   PERFORM GetValidArrivalsDate
   MOVE ZERO TO ArrivalsListed
   DISPLAY " "
   IF UnassignedOnly
      DISPLAY "***** UNASSIGNED ARRIVALS - " EnteredDateN " *****"
   ELSE
      DISPLAY "***** ARRIVALS - " EnteredDateN " *****"
   END-IF
   OPEN INPUT BookingsFile
   IF NoBookingsFileYet
      SET EndOfBookingsFile TO TRUE
   END-IF
   PERFORM UNTIL EndOfBookingsFile
      IF ArrivalDate-BK = EnteredDateN
         AND BookingLive
         AND (AllArrivals OR RoomUnassigned)
         ADD 1 TO ArrivalsListed
         PERFORM PrintOneArrival
      END-IF
      CLOSE BookingsFile
   END-IF
   IF ArrivalsListed = ZERO
      IF UnassignedOnly
         DISPLAY "Every arrival has a room."
      ELSE
         DISPLAY "No arrivals booked."
      END-IF
   END-IF.

PrintOneArrival.
   MOVE GuestName-GM     TO PrnGuestName
   MOVE Country-GM       TO PrnCountry
   MOVE DepartureDate-BK TO PrnDeparture
   MOVE RoomType-BK      TO PrnRoomType
   IF RoomUnassigned
      MOVE "unassigned" TO PrnRoom
   ELSE
      MOVE SPACES TO PrnRoom
      MOVE RoomNumber-BK TO PrnRoom(1:4)
   END-IF
   DISPLAY ArrivalsLine.

AllocateRoomsForDay.
   PERFORM GetValidArrivalsDate
   PERFORM LoadBookingTable
   IF BookingCount = ZERO
      DISPLAY "No bookings on file."
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO RoomsAllocated
   PERFORM VARYING BookingIdx FROM 1 BY 1
           UNTIL BookingIdx > BookingCount
      IF BT-ArrivalDate(BookingIdx) = EnteredDateN
         AND BT-RoomNumber(BookingIdx) = ZERO
         AND BT-BookingLive(BookingIdx)
         PERFORM AllocateOneRoom
      END-IF
   END-PERFORM
   PERFORM RewriteBookingsFile
   MOVE RoomsAllocated TO PrnCount
   DISPLAY "Rooms allocated - " PrnCount
   DISPLAY "Use option 4 for arrivals still without a room.".

LoadBookingTable.
   MOVE ZERO TO BookingCount
   OPEN INPUT BookingsFile
   IF NoBookingsFileYet
      EXIT PARAGRAPH
   END-IF
   READ BookingsFile
      AT END SET EndOfBookingsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookingsFile
      IF BookingCount = 500
         DISPLAY "More than 500 bookings - the rest are not loaded."
         DISPLAY "Rooms not allocated."
         CLOSE BookingsFile
         MOVE ZERO TO BookingCount
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO BookingCount
      MOVE BookingRec TO BookingEntry(BookingCount)
      READ BookingsFile
         AT END SET EndOfBookingsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE BookingsFile.

AllocateOneRoom.
*  The first vacant and clean room of the booked type that no other
*  booking already holds for any of the same nights.
   SET NoRoomYet TO TRUE
   PERFORM StartRoomMaster
   PERFORM UNTIL EndOfRoomMaster OR RoomAllocated
      IF RoomType-RM = BT-RoomType(BookingIdx) AND RoomVacantClean
         PERFORM CheckRoomNotHeld
         IF RoomFree
            MOVE RoomNumber-RM TO BT-RoomNumber(BookingIdx)
            SET RoomAllocated TO TRUE
            ADD 1 TO RoomsAllocated
         END-IF
      END-IF
      IF NoRoomYet
         READ RoomMasterFile NEXT RECORD
            AT END SET EndOfRoomMaster TO TRUE
         END-READ
      END-IF
   END-PERFORM.

CheckRoomNotHeld.
   SET RoomFree TO TRUE
   PERFORM VARYING OtherIdx FROM 1 BY 1
           UNTIL OtherIdx > BookingCount OR RoomTaken
      IF BT-RoomNumber(OtherIdx) = RoomNumber-RM
         AND BT-BookingLive(OtherIdx)
         AND BT-ArrivalDate(OtherIdx) < BT-DepartureDate(BookingIdx)
         AND BT-DepartureDate(OtherIdx) > BT-ArrivalDate(BookingIdx)
         SET RoomTaken TO TRUE
      END-IF
   END-PERFORM.

RewriteBookingsFile.
   OPEN OUTPUT BookingsFile
   PERFORM VARYING BookingIdx FROM 1 BY 1
           UNTIL BookingIdx > BookingCount
      MOVE BookingEntry(BookingIdx) TO BookingRec
      WRITE BookingRec
   END-PERFORM
   CLOSE BookingsFile.

GetValidGuest.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
         END-READ
         IF GuestFound
            DISPLAY "Guest - " GuestName-GM " of " Country-GM
            IF GuestHadNoShow
               DISPLAY "Note - guest was a no-show on "
                       LastNoShowDate-GM " - take a full deposit."
            END-IF
            SET FieldAccepted TO TRUE
         ELSE
            DISPLAY "No guest " EnteredGuestNum " on the master."
