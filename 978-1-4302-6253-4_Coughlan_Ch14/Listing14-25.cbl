*re-keyed - and the stay is appended to the GuestBookFile in the
*layout Listing14-10 analyses, with the guest number carried so the
*repeat-guest report (Listing14-26) can link the visits.
*Each stay recorded also opens the guest's folio on the INDEXED
*folio file, numbered from its own seed file: the outlets post
*restaurant, bar and telephone charges to it (Listing14-43), the
*checkout run bills and closes it (Listing14-44), and the night
*audit (Listing14-45) reports from it.
*The guest is given a room when the stay is recorded: the room
*allocated to the booking (Listing14-27) is offered, or another may
*be keyed, but it must be on the room master (Listing14-46) and
*vacant and clean.  The room is marked occupied and its number is
*carried on the folio so the checkout can mark it dirty.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SeedStatus.

   SELECT FolioFile ASSIGN TO "Listing14-25Folios.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FolioNumber-FO
          FILE STATUS IS FolioStatus.

   SELECT FolioSeedFile ASSIGN TO "Listing14-25FolioSeq.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FolioSeedStatus.

   SELECT RoomMasterFile ASSIGN TO "Listing14-46Rooms.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS RoomNumber-RM
          FILE STATUS IS RoomMasterStatus.

   SELECT BookingsFile ASSIGN TO "Listing14-27Bookings.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BookingsStatus.

DATA DIVISION.
FILE SECTION.
FD GuestMasterFile.
   02 GuestNumber-GM       PIC 9(6).
   02 GuestName-GM         PIC X(20).
   02 Country-GM           PIC X(20).
   02 NoShowFlag-GM        PIC X.
      88 GuestHadNoShow    VALUE "Y".
   02 LastNoShowDate-GM    PIC 9(8).

FD GuestBookFile.
01 GuestRec.
01 GuestSeedRec.
   02 LastGuestNumber      PIC 9(6).

FD FolioFile.
01 FolioRec.
   02 FolioNumber-FO       PIC 9(6).
   02 GuestNumber-FO       PIC 9(6).
   02 ArrivalDate-FO       PIC 9(8).
   02 DepartureDate-FO     PIC 9(8).
   02 RoomRate-FO          PIC 9(4)V99.
   02 FolioState-FO        PIC X.
      88 FolioOpen         VALUE "O".
      88 FolioClosed       VALUE "C".
   02 PaymentMethod-FO     PIC XX.
   02 CheckoutDate-FO      PIC 9(8).
   02 TaxAmount-FO         PIC 9(5)V99.
   02 InvoiceTotal-FO      PIC 9(6)V99.
   02 RoomNumber-FO        PIC 9(4).

FD FolioSeedFile.
01 FolioSeedRec.
   02 LastFolioNumber      PIC 9(6).

FD RoomMasterFile.
01 RoomMasterRec.
   02 RoomNumber-RM        PIC 9(4).
   02 RoomType-RM          PIC XX.
   02 RateBand-RM          PIC X.
   02 RoomStatus-RM        PIC X.
      88 RoomVacantClean   VALUE "V".
      88 RoomOccupied      VALUE "O".
      88 RoomVacantDirty   VALUE "D".
      88 RoomOutOfOrder    VALUE "X".

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

WORKING-STORAGE SECTION.
01 GuestMasterStatus       PIC XX.
   88 GuestFound           VALUE "00".
01 SeedStatus              PIC XX.
   88 NoSeedYet            VALUE "35".

01 FolioStatus             PIC XX.
   88 NoFolioFileYet       VALUE "35".

01 FolioSeedStatus         PIC XX.
   88 NoFolioSeedYet       VALUE "35".

01 RoomMasterStatus        PIC XX.
   88 RoomFound            VALUE "00".
   88 NoRoomMaster         VALUE "35".

01 BookingsStatus          PIC XX.
   88 NoBookingsFile       VALUE "35".

01 MenuChoice              PIC X.
   88 ChoseAddGuest        VALUE "1".
   88 ChoseRecordStay      VALUE "2".
01 EnteredRate             PIC X(6).
01 EnteredRateN REDEFINES EnteredRate
                           PIC 9(4)V99.
01 EnteredRoomNum          PIC X(4).
01 EnteredRoomNumN REDEFINES EnteredRoomNum
                           PIC 9(4).
01 BookedRoomNumber        PIC 9(4).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 CountryNameValid     VALUE 1.

01 NextGuestNumber         PIC 9(6).
01 NextFolioNumber         PIC 9(6).
01 GuestsAdded             PIC 9(4) VALUE ZERO.
01 StaysRecorded           PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.
Begin.
   DISPLAY "Hotel guest master and stay recording"
   PERFORM OpenGuestMaster
   PERFORM OpenFolioFile
   OPEN I-O RoomMasterFile
   IF NoRoomMaster
      DISPLAY "No room master - set the rooms up with Listing14-46."
      STOP RUN
   END-IF
   PERFORM GetNextGuestNumber
   PERFORM GetNextFolioNumber
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE GuestMasterFile, FolioFile, RoomMasterFile
   PERFORM SaveNextGuestNumber
   PERFORM SaveNextFolioNumber
   MOVE GuestsAdded TO PrnCount
   DISPLAY "Guests added this session   - " PrnCount
   MOVE StaysRecorded TO PrnCount
      OPEN I-O GuestMasterFile
   END-IF.

OpenFolioFile.
   OPEN I-O FolioFile
   IF NoFolioFileYet
      OPEN OUTPUT FolioFile
      CLOSE FolioFile
      OPEN I-O FolioFile
   END-IF.

GetNextFolioNumber.
   OPEN INPUT FolioSeedFile
   IF NoFolioSeedYet
      MOVE ZERO TO LastFolioNumber
   ELSE
      READ FolioSeedFile
         AT END MOVE ZERO TO LastFolioNumber
      END-READ
      CLOSE FolioSeedFile
   END-IF
   MOVE LastFolioNumber TO NextFolioNumber.

SaveNextFolioNumber.
   OPEN OUTPUT FolioSeedFile
   MOVE NextFolioNumber TO LastFolioNumber
   WRITE FolioSeedRec
   CLOSE FolioSeedFile.

GetNextGuestNumber.
   OPEN INPUT GuestSeedFile
   IF NoSeedYet
   MOVE NextGuestNumber TO GuestNumber-GM
   MOVE EnteredName     TO GuestName-GM
   MOVE EnteredCountry  TO Country-GM
   MOVE "N"             TO NoShowFlag-GM
   MOVE ZERO            TO LastNoShowDate-GM
   WRITE GuestMasterRec
      INVALID KEY
         DISPLAY "Unexpected duplicate guest number "
   END-PERFORM
   PERFORM GetValidStayDates
   PERFORM GetValidRate
   PERFORM FindBookedRoom
   PERFORM GetVacantCleanRoom
   DISPLAY "Comment (40 chars, optional) - " WITH NO ADVANCING
   ACCEPT EnteredComment
   OPEN EXTEND GuestBookFile
   WRITE GuestRec
   CLOSE GuestBookFile
   ADD 1 TO StaysRecorded
   DISPLAY "Stay recorded."
   SET RoomOccupied TO TRUE
   REWRITE RoomMasterRec
      INVALID KEY DISPLAY "Unexpected error updating room "
                          RoomNumber-RM
   END-REWRITE
   PERFORM OpenGuestFolio.

FindBookedRoom.
*  The room allocated to the guest's booking for this arrival, if
*  the arrival was booked and a room has been allocated.
   MOVE ZERO TO BookedRoomNumber
   OPEN INPUT BookingsFile
   IF NoBookingsFile
      EXIT PARAGRAPH
   END-IF
   READ BookingsFile
      AT END SET EndOfBookingsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookingsFile
      IF GuestNumber-BK = EnteredGuestNumN
         AND ArrivalDate-BK = EnteredArrivalN
         AND BookingLive
         MOVE RoomNumber-BK TO BookedRoomNumber
      END-IF
      READ BookingsFile
         AT END SET EndOfBookingsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE BookingsFile.

GetVacantCleanRoom.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      IF BookedRoomNumber = ZERO
         DISPLAY "Room number (4 digits) - " WITH NO ADVANCING
      ELSE
         DISPLAY "Room number (blank for booked room "
                 BookedRoomNumber ") - " WITH NO ADVANCING
      END-IF
      ACCEPT EnteredRoomNum
      IF EnteredRoomNum = SPACES AND BookedRoomNumber NOT = ZERO
         MOVE BookedRoomNumber TO EnteredRoomNumN
      END-IF
      IF EnteredRoomNum NOT NUMERIC
         DISPLAY "Room number must be 4 digits - " EnteredRoomNum
      ELSE
         MOVE EnteredRoomNumN TO RoomNumber-RM
         READ RoomMasterFile
            INVALID KEY CONTINUE
         END-READ
         EVALUATE TRUE
            WHEN NOT RoomFound
                 DISPLAY "No room " EnteredRoomNum " on the master."
            WHEN RoomOccupied
                 DISPLAY "Room " EnteredRoomNum " is occupied."
            WHEN RoomVacantDirty
                 DISPLAY "Room " EnteredRoomNum
                         " has not been cleaned yet."
            WHEN RoomOutOfOrder
                 DISPLAY "Room " EnteredRoomNum " is out of order."
            WHEN OTHER
                 SET FieldAccepted TO TRUE
         END-EVALUATE
      END-IF
   END-PERFORM.

OpenGuestFolio.
   ADD 1 TO NextFolioNumber
   MOVE NextFolioNumber    TO FolioNumber-FO
   MOVE EnteredGuestNumN   TO GuestNumber-FO
   MOVE EnteredArrivalN    TO ArrivalDate-FO
   MOVE EnteredDepartureN  TO DepartureDate-FO
   MOVE EnteredRateN       TO RoomRate-FO
   SET FolioOpen           TO TRUE
   MOVE SPACES             TO PaymentMethod-FO
   MOVE ZEROS              TO CheckoutDate-FO, TaxAmount-FO,
                              InvoiceTotal-FO
   MOVE EnteredRoomNumN    TO RoomNumber-FO
   WRITE FolioRec
      INVALID KEY
         DISPLAY "Unexpected duplicate folio number "
                 NextFolioNumber
      NOT INVALID KEY
         DISPLAY "Folio " NextFolioNumber " opened."
   END-WRITE.

GetValidStayDates.
   SET FieldRejected TO TRUE
