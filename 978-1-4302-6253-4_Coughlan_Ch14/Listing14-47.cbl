IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-47.
AUTHOR.  Michael Coughlan.
*Hotel nightly no-show run.
*A guest who booked and never came used to cost the hotel the night
*and nothing else.  This run finds every live booking on the forward
*bookings file (Listing14-27) whose arrival date has passed, and
*looks on the GuestBookFile for a stay recorded for that guest
*(Listing14-25) arriving on any night of the booking.  When there is
*none the booking is a no-show:
*  - it is marked N on the bookings file, so it no longer counts
*    against capacity or in the occupancy forecast;
*  - the first night's room rate is charged against the deposit -
*    the report shows the deposit kept, and either the balance the
*    guest still owes or the part of the deposit to be refunded;
*  - the guest is flagged on the guest master with the date, and
*    the booking capture warns about the flag on the next booking.
*The run date is keyed (blank for today) so a missed night can be
*run the following morning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BookingsFile ASSIGN TO "Listing14-27Bookings.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BookingsStatus.

   SELECT GuestBookFile ASSIGN TO "Listing14-10.Dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GuestBookStatus.

   SELECT GuestMasterFile ASSIGN TO "Listing14-25Guests.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GuestNumber-GM
          FILE STATUS IS GuestMasterStatus.

DATA DIVISION.
FILE SECTION.
FD BookingsFile.
01 BookingRec.
   88 EndOfBookingsFile    VALUE HIGH-VALUES.
   02 GuestNumber-BK       PIC 9(6).
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
   88  EndOfGuestBook      VALUE HIGH-VALUES.
   02  GuestNameGF         PIC X(20).
   02  CountryNameGF       PIC X(20).
   02  GuestCommentGF      PIC X(40).
   02  ArrivalDateGF       PIC 9(8).
   02  DepartureDateGF     PIC 9(8).
   02  RoomRateGF          PIC 9(4)V99.
   02  GuestNumberGF       PIC 9(6).

FD GuestMasterFile.
01 GuestMasterRec.
   02 GuestNumber-GM       PIC 9(6).
   02 GuestName-GM         PIC X(20).
   02 Country-GM           PIC X(20).
   02 NoShowFlag-GM        PIC X.
      88 GuestHadNoShow    VALUE "Y".
   02 LastNoShowDate-GM    PIC 9(8).

WORKING-STORAGE SECTION.
01 BookingsStatus          PIC XX.
   88 NoBookingsFile       VALUE "35".

01 GuestBookStatus         PIC XX.
   88 NoGuestBook          VALUE "35".

01 GuestMasterStatus       PIC XX.
   88 GuestFound           VALUE "00".
   88 NoGuestMaster        VALUE "35".

*  The whole bookings file is held here while the no-shows are
*  marked, then written back.
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
01 BookingCount            PIC 9(3) VALUE ZERO.
01 BookingIdx              PIC 9(3).

01 EnteredDate             PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                           PIC 9(8).
01 RunDate                 PIC 9(8).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 StayFound            VALUE "y".
   88 NoStayFound          VALUE "n".

01 DepositKept             PIC 9(4)V99.
01 BalanceOwed             PIC 9(4)V99.
01 DepositRefund           PIC 9(4)V99.
01 NoShowCount             PIC 9(3) VALUE ZERO.
01 TotalCharged            PIC 9(6)V99 VALUE ZERO.
01 TotalOwed               PIC 9(6)V99 VALUE ZERO.
01 PrnCount                PIC ZZ9.
01 PrnTotal                PIC $$$$,$$9.99.

01 NoShowHeading.
   02 FILLER               PIC X(35) VALUE
      "Ref    Guest  Name                 ".
   02 FILLER               PIC X(45) VALUE
      "Arrival    Charged Dep Kept     Owed   Refund".

01 NoShowLine.
   02 PrnBookingNumber     PIC 9(6).
   02 FILLER               PIC X VALUE SPACE.
   02 PrnGuestNumber       PIC 9(6).
   02 FILLER               PIC X VALUE SPACE.
   02 PrnGuestName         PIC X(20).
   02 FILLER               PIC X VALUE SPACE.
   02 PrnArrival           PIC 9(8).
   02 FILLER               PIC X VALUE SPACE.
   02 PrnCharged           PIC $$,$$9.99.
   02 PrnKept              PIC $$,$$9.99.
   02 PrnOwed              PIC $$,$$9.99.
   02 PrnRefund            PIC $$,$$9.99.

PROCEDURE DIVISION.
Begin.
   PERFORM GetRunDate
   PERFORM LoadBookingTable
   IF BookingCount = ZERO
      DISPLAY "No bookings on file - nothing to do."
      STOP RUN
   END-IF
   OPEN I-O GuestMasterFile
   IF NoGuestMaster
      DISPLAY "No guest master - no-show run not possible."
      STOP RUN
   END-IF
   DISPLAY " "
   DISPLAY "***** NO-SHOWS - ARRIVALS BEFORE " RunDate " *****"
   DISPLAY NoShowHeading
   PERFORM VARYING BookingIdx FROM 1 BY 1
           UNTIL BookingIdx > BookingCount
      IF BT-BookingLive(BookingIdx)
         AND BT-ArrivalDate(BookingIdx) < RunDate
         PERFORM LookForStay
         IF NoStayFound
            PERFORM ChargeNoShow
         END-IF
      END-IF
   END-PERFORM
   CLOSE GuestMasterFile
   PERFORM RewriteBookingsFile
   IF NoShowCount = ZERO
      DISPLAY "No no-shows."
   END-IF
   DISPLAY " "
   MOVE NoShowCount TO PrnCount
   DISPLAY "No-shows charged   - " PrnCount
   MOVE TotalCharged TO PrnTotal
   DISPLAY "First nights       - " PrnTotal
   MOVE TotalOwed TO PrnTotal
   DISPLAY "Still owed by them - " PrnTotal
   STOP RUN.

GetRunDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Run date (YYYYMMDD, blank for today) - "
              WITH NO ADVANCING
      ACCEPT EnteredDate
      IF EnteredDate = SPACES
         MOVE FUNCTION CURRENT-DATE(1:8) TO EnteredDate
      END-IF
      IF EnteredDate NOT NUMERIC
         DISPLAY "Date must be 8 digits - " EnteredDate
      ELSE
         IF FUNCTION TEST-DATE-YYYYMMDD(EnteredDateN) NOT = ZERO
            DISPLAY "Not a valid date - " EnteredDate
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM
   MOVE EnteredDateN TO RunDate.

LoadBookingTable.
   OPEN INPUT BookingsFile
   IF NoBookingsFile
      EXIT PARAGRAPH
   END-IF
   READ BookingsFile
      AT END SET EndOfBookingsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookingsFile
      IF BookingCount = 500
         DISPLAY "More than 500 bookings - run abandoned."
         CLOSE BookingsFile
         STOP RUN
      END-IF
      ADD 1 TO BookingCount
      MOVE BookingRec TO BookingEntry(BookingCount)
      READ BookingsFile
         AT END SET EndOfBookingsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE BookingsFile.

LookForStay.
*  A guest who turned up a night late still stayed - any stay for
*  the guest arriving within the booked nights counts.
   SET NoStayFound TO TRUE
   OPEN INPUT GuestBookFile
   IF NoGuestBook
      EXIT PARAGRAPH
   END-IF
   READ GuestBookFile
      AT END SET EndOfGuestBook TO TRUE
   END-READ
   PERFORM UNTIL EndOfGuestBook OR StayFound
      IF GuestNumberGF = BT-GuestNumber(BookingIdx)
         AND ArrivalDateGF NOT < BT-ArrivalDate(BookingIdx)
         AND ArrivalDateGF < BT-DepartureDate(BookingIdx)
         SET StayFound TO TRUE
      END-IF
      READ GuestBookFile
         AT END SET EndOfGuestBook TO TRUE
      END-READ
   END-PERFORM
   CLOSE GuestBookFile.

ChargeNoShow.
   MOVE ZEROS TO BalanceOwed, DepositRefund
   IF BT-Deposit(BookingIdx) > BT-RoomRate(BookingIdx)
      MOVE BT-RoomRate(BookingIdx) TO DepositKept
      COMPUTE DepositRefund = BT-Deposit(BookingIdx)
                            - BT-RoomRate(BookingIdx)
   ELSE
      MOVE BT-Deposit(BookingIdx) TO DepositKept
      COMPUTE BalanceOwed = BT-RoomRate(BookingIdx)
                          - BT-Deposit(BookingIdx)
   END-IF
   MOVE "N" TO BT-BookingState(BookingIdx)
   MOVE ZERO TO BT-RoomNumber(BookingIdx)
   MOVE BT-RoomRate(BookingIdx) TO BT-AmountRetained(BookingIdx)
   ADD 1 TO NoShowCount
   ADD BT-RoomRate(BookingIdx) TO TotalCharged
   ADD BalanceOwed TO TotalOwed
   MOVE BT-GuestNumber(BookingIdx) TO GuestNumber-GM
   READ GuestMasterFile
      INVALID KEY CONTINUE
   END-READ
   IF GuestFound
      SET GuestHadNoShow TO TRUE
      MOVE BT-ArrivalDate(BookingIdx) TO LastNoShowDate-GM
      REWRITE GuestMasterRec
         INVALID KEY DISPLAY "Unexpected error flagging guest "
                             GuestNumber-GM
      END-REWRITE
   ELSE
      MOVE "(not on guest master)" TO GuestName-GM
   END-IF
   MOVE BT-BookingNumber(BookingIdx) TO PrnBookingNumber
   MOVE BT-GuestNumber(BookingIdx)   TO PrnGuestNumber
   MOVE GuestName-GM                 TO PrnGuestName
   MOVE BT-ArrivalDate(BookingIdx)   TO PrnArrival
   MOVE BT-RoomRate(BookingIdx)      TO PrnCharged
   MOVE DepositKept                  TO PrnKept
   MOVE BalanceOwed                  TO PrnOwed
   MOVE DepositRefund                TO PrnRefund
   DISPLAY NoShowLine.

RewriteBookingsFile.
   OPEN OUTPUT BookingsFile
   PERFORM VARYING BookingIdx FROM 1 BY 1
           UNTIL BookingIdx > BookingCount
      MOVE BookingEntry(BookingIdx) TO BookingRec
      WRITE BookingRec
   END-PERFORM
   CLOSE BookingsFile.
