*days back, so the days of week line up) measured from the
*historical stay records on the GuestBookFile - the duty manager
*sees the booking pace against last year instead of managing
*overbooking from memory.  The room capacity is the count of rooms
*on the room master (Listing14-46) that are not out of order - the
*same rooms the booking capture counts, type by type.  Only live
*bookings are counted - cancelled bookings and no-shows stay on the
*bookings file but no longer fill a room.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GuestBookStatus.

   SELECT RoomMasterFile ASSIGN TO "Listing14-46Rooms.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
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
   02 BookingNumber-BK     PIC 9(6).
   02 Deposit-BK           PIC 9(4)V99.
   02 BookingState-BK      PIC X.
      88 BookingLive       VALUE "L".
      88 BookingCancelled  VALUE "C".
      88 BookingNoShow     VALUE "N".
   02 AmountRetained-BK    PIC 9(4)V99.

FD GuestBookFile.
01 GuestRec.
   02  RoomRateGF          PIC 9(4)V99.
   02  GuestNumberGF       PIC 9(6).

FD RoomMasterFile.
01 RoomMasterRec.
   88 EndOfRoomMaster      VALUE HIGH-VALUES.
   02 RoomNumber-RM        PIC 9(4).
   02 RoomType-RM          PIC XX.
   02 RateBand-RM          PIC X.
   02 RoomStatus-RM        PIC X.
      88 RoomOutOfOrder    VALUE "X".

WORKING-STORAGE SECTION.
01 BookingsStatus          PIC XX.
   88 NoBookingsFile       VALUE "35".
01 GuestBookStatus         PIC XX.
   88 NoGuestBook          VALUE "35".

01 RoomMasterStatus        PIC XX.
   88 NoRoomMaster         VALUE "35".

01 StartDate               PIC 9(8).
01 HotelCapacity           PIC 9(3) VALUE ZERO.

*  Column 1 this year (bookings), column 2 last year (stays).
01 WeekTable.
Begin.
   DISPLAY "Forecast from date (YYYYMMDD) - " WITH NO ADVANCING
   ACCEPT StartDate
   PERFORM CountHotelRooms
   IF HotelCapacity = ZERO
      DISPLAY "No rooms in use on the room master (Listing14-46)."
      STOP RUN
   END-IF
   COMPUTE StartInt = FUNCTION INTEGER-OF-DATE(StartDate)
   PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 8
      COMPUTE WK-StartInt(WeekIdx) =
   PERFORM PrintForecast
   STOP RUN.

CountHotelRooms.
   OPEN INPUT RoomMasterFile
   IF NoRoomMaster
      EXIT PARAGRAPH
   END-IF
   READ RoomMasterFile
      AT END SET EndOfRoomMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfRoomMaster
      IF NOT RoomOutOfOrder
         ADD 1 TO HotelCapacity
      END-IF
      READ RoomMasterFile
         AT END SET EndOfRoomMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE RoomMasterFile.

AccumulateForwardBookings.
   MOVE 1 TO YearCol
      END-READ
   END-IF
   PERFORM UNTIL EndOfBookingsFile
      IF BookingLive
         COMPUTE ArrivalInt =
                 FUNCTION INTEGER-OF-DATE(ArrivalDate-BK)
         COMPUTE DepartureInt =
                 FUNCTION INTEGER-OF-DATE(DepartureDate-BK)
         MOVE RoomRate-BK TO StayRate
         PERFORM SpreadStayAcrossWeeks
      END-IF
      READ BookingsFile
         AT END SET EndOfBookingsFile TO TRUE
      END-READ
   DISPLAY " "
   DISPLAY "***** EIGHT-WEEK OCCUPANCY FORECAST *****"
   DISPLAY ForecastHeading
   COMPUTE WeekCapacityNights = 7 * HotelCapacity
   PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 8
      COMPUTE PrnWeekStart =
              FUNCTION DATE-OF-INTEGER(WK-StartInt(WeekIdx))
