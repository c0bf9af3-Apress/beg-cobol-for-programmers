IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-36.
AUTHOR.  Michael Coughlan.
* Daily workshop sheet.
* Prints the booking diary (Listing17-35) for the date keyed, bay by
* bay: each booking with its mechanic, job, vehicle and the hours
* booked, and the bay's booked hours against the hours the workshop
* is open - a bay with nothing booked is shown as free.  The sheet
* ends with every mechanic on the MechanicFile (Listing17-34) and
* the hours booked against the mechanic's daily hours, so the
* foreman can see at a glance who has time to take on a walk-in.
* This replaces the whiteboard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DiaryFile ASSIGN TO "Listing17-35Diary.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DiaryStatus.

    SELECT JobsFile ASSIGN TO "Listing17-18Jobs.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JobNum-JF
        FILE STATUS IS JobStatus.

    SELECT VehicleFile ASSIGN TO "Listing17-10Vehicle.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS VehicleNumKey
        FILE STATUS IS VehicleStatus.

    SELECT MechanicFile ASSIGN TO "Listing17-34Mechanics.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MechanicNum-MM
        FILE STATUS IS MechanicStatus.

DATA DIVISION.
FILE SECTION.
FD  DiaryFile.
01  DiaryRec.
    88  EndOfDiaryFile          VALUE HIGH-VALUES.
    02  BookingDate-DY          PIC 9(8).
    02  BayNum-DY               PIC 9(2).
    02  MechanicNum-DY          PIC 9(3).
    02  JobNum-DY               PIC 9(5).
    02  BookedHours-DY          PIC 9(3)V9.

FD  JobsFile.
01  JobRec-JF.
    02  JobNum-JF               PIC 9(5).
    02  VehicleNum-JF           PIC 9(4).
    02  DateOpened-JF           PIC 9(8).
    02  DateClosed-JF           PIC 9(8).
    02  LabourHours-JF          PIC 9(3)V9.
    02  LabourRate-JF           PIC 9(3)V99.
    02  PartsCost-JF            PIC 9(6)V99.
    02  JobState-JF             PIC X.
        88  JobOpen             VALUE "O".
        88  JobClosed           VALUE "C".
    02  WarrantyFlag-JF         PIC X.
        88  WarrantyJob         VALUE "W".

FD  VehicleFile.
01  VehicleRec.
    02  VehicleNum              PIC 9(4).
    02  VehicleDesc             PIC X(25).
    02  ManfName                PIC X(20).
    02  OwnerName               PIC X(25).
    02  OwnerAddress            PIC X(40).
    02  OwnerPhone              PIC X(12).

FD  MechanicFile.
01  MechanicRec-MM.
    88  EndOfMechanicFile       VALUE HIGH-VALUES.
    02  MechanicNum-MM          PIC 9(3).
    02  MechanicName-MM         PIC X(25).
    02  DailyHours-MM           PIC 9(2)V9.

WORKING-STORAGE SECTION.
01  DiaryStatus                 PIC XX.
    88  NoDiaryFile             VALUE "35".

01  JobStatus                   PIC XX.
    88  JobFound                VALUE "00".

01  VehicleStatus               PIC XX.
    88  VehicleFound            VALUE "00".

01  MechanicStatus              PIC XX.
    88  MechanicFound           VALUE "00".
    88  NoMechanicFile          VALUE "35".

01  VehicleNumKey               PIC 9(4).

*  The workshop's bays and the hours a day it is open, as in the
*  booking diary run (Listing17-35).
01  WorkshopBays                PIC 9(2) VALUE 6.
01  BayHoursPerDay              PIC 9(2)V9 VALUE 10.0.

01  SheetDate                   PIC 9(8).
01  FILLER                      PIC X.
    88  ValidSheetDate          VALUE "y".
    88  InvalidSheetDate        VALUE "n".

*  The day's bookings - already in bay and mechanic order, the order
*  the diary is kept in.
01  DayTable.
    02  DayEntry OCCURS 300 TIMES.
        03  DE-BayNum           PIC 9(2).
        03  DE-MechanicNum      PIC 9(3).
        03  DE-JobNum           PIC 9(5).
        03  DE-BookedHours      PIC 9(3)V9.
01  DayCount                    PIC 9(3) VALUE ZERO.
01  DayIdx                      PIC 9(3).
01  BayNum                      PIC 9(2).
01  BayHours                    PIC 9(3)V9.
01  MechanicHours               PIC 9(3)V9.
01  HoursFree                   PIC S9(3)V9.

01  BookingHeading.
    02  FILLER                  PIC X(40) VALUE
        "  Mech Name                      Job   ".
    02  FILLER                  PIC X(39) VALUE
        "Vehicle Description              Hours".

01  BookingLine.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnMechanicNum          PIC 9(3).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnMechanicName         PIC X(25).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnJobNum               PIC 9(5).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnVehicleNum           PIC 9(4).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnVehicleDesc          PIC X(25).
    02  PrnBookedHours          PIC ZZ9.9.
    02  PrnWarranty             PIC X(2).

01  BayTotalLine.
    02  FILLER                  PIC X(20)
        VALUE "  Bay hours booked -".
    02  PrnBayHours             PIC ZZ9.9.
    02  FILLER                  PIC X(4) VALUE " of ".
    02  PrnBayCapacity          PIC Z9.9.

01  LoadingHeading              PIC X(60) VALUE
    "Mech Name                       Booked  Available   Free".

01  LoadingLine.
    02  PrnLoadMechanicNum      PIC 9(3).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnLoadMechanicName     PIC X(25).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnLoadBooked           PIC ZZ9.9.
    02  FILLER                  PIC X(4) VALUE SPACES.
    02  PrnLoadAvailable        PIC ZZ9.9.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnLoadFree             PIC ZZ9.9-.

PROCEDURE DIVISION.
Begin.
    SET InvalidSheetDate TO TRUE
    PERFORM GetSheetDate UNTIL ValidSheetDate
    PERFORM LoadDaysBookings
    OPEN INPUT JobsFile
    OPEN INPUT VehicleFile
    OPEN INPUT MechanicFile
    IF NoMechanicFile
       DISPLAY "No mechanic file found - run Listing17-34 first."
       STOP RUN
    END-IF
    DISPLAY "***** WORKSHOP SHEET FOR " SheetDate " *****"
    PERFORM PrintOneBay
            VARYING BayNum FROM 1 BY 1 UNTIL BayNum > WorkshopBays
    DISPLAY " "
    DISPLAY "***** MECHANIC LOADING *****"
    DISPLAY LoadingHeading
    MOVE ZEROS TO MechanicNum-MM
    START MechanicFile KEY IS NOT LESS THAN MechanicNum-MM
       INVALID KEY SET EndOfMechanicFile TO TRUE
    END-START
    IF NOT EndOfMechanicFile
       READ MechanicFile NEXT RECORD
          AT END SET EndOfMechanicFile TO TRUE
       END-READ
    END-IF
    PERFORM PrintMechanicLoading UNTIL EndOfMechanicFile
    CLOSE JobsFile, VehicleFile, MechanicFile
    STOP RUN.

GetSheetDate.
    DISPLAY "Workshop sheet for date (YYYYMMDD) - "
            WITH NO ADVANCING
    ACCEPT SheetDate
    IF FUNCTION TEST-DATE-YYYYMMDD(SheetDate) = ZERO
       SET ValidSheetDate TO TRUE
    ELSE
       DISPLAY "Not a valid date - re-enter."
    END-IF.

LoadDaysBookings.
    OPEN INPUT DiaryFile
    IF NoDiaryFile
       EXIT PARAGRAPH
    END-IF
    READ DiaryFile
       AT END SET EndOfDiaryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDiaryFile
       IF BookingDate-DY = SheetDate
          IF DayCount NOT LESS THAN 300
             DISPLAY "More than 300 bookings in the day - the table "
                     "must be enlarged before this run."
             STOP RUN
          END-IF
          ADD 1 TO DayCount
          MOVE BayNum-DY      TO DE-BayNum(DayCount)
          MOVE MechanicNum-DY TO DE-MechanicNum(DayCount)
          MOVE JobNum-DY      TO DE-JobNum(DayCount)
          MOVE BookedHours-DY TO DE-BookedHours(DayCount)
       END-IF
       READ DiaryFile
          AT END SET EndOfDiaryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DiaryFile.

PrintOneBay.
    MOVE ZERO TO BayHours
    DISPLAY " "
    PERFORM VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > DayCount
       IF DE-BayNum(DayIdx) = BayNum
          IF BayHours = ZERO
             DISPLAY "BAY " BayNum
             DISPLAY BookingHeading
          END-IF
          PERFORM PrintOneBooking
          ADD DE-BookedHours(DayIdx) TO BayHours
       END-IF
    END-PERFORM
    IF BayHours = ZERO
       DISPLAY "BAY " BayNum " - free all day"
    ELSE
       MOVE BayHours       TO PrnBayHours
       MOVE BayHoursPerDay TO PrnBayCapacity
       DISPLAY BayTotalLine
    END-IF.

PrintOneBooking.
    MOVE DE-MechanicNum(DayIdx) TO MechanicNum-MM, PrnMechanicNum
    READ MechanicFile
       INVALID KEY MOVE "** unknown mechanic **" TO MechanicName-MM
    END-READ
    MOVE MechanicName-MM TO PrnMechanicName
    MOVE DE-JobNum(DayIdx) TO JobNum-JF, PrnJobNum
    MOVE SPACES TO PrnWarranty
    READ JobsFile
       INVALID KEY MOVE ZEROS TO VehicleNum-JF
    END-READ
    IF JobFound AND WarrantyJob
       MOVE " W" TO PrnWarranty
    END-IF
    MOVE VehicleNum-JF TO VehicleNumKey, PrnVehicleNum
    READ VehicleFile
       INVALID KEY MOVE "** unknown vehicle **" TO VehicleDesc
    END-READ
    MOVE VehicleDesc TO PrnVehicleDesc
    MOVE DE-BookedHours(DayIdx) TO PrnBookedHours
    DISPLAY BookingLine.

PrintMechanicLoading.
    MOVE ZERO TO MechanicHours
    PERFORM VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > DayCount
       IF DE-MechanicNum(DayIdx) = MechanicNum-MM
          ADD DE-BookedHours(DayIdx) TO MechanicHours
       END-IF
    END-PERFORM
    COMPUTE HoursFree = DailyHours-MM - MechanicHours
    MOVE MechanicNum-MM  TO PrnLoadMechanicNum
    MOVE MechanicName-MM TO PrnLoadMechanicName
    MOVE MechanicHours   TO PrnLoadBooked
    MOVE DailyHours-MM   TO PrnLoadAvailable
    MOVE HoursFree       TO PrnLoadFree
    DISPLAY LoadingLine
    READ MechanicFile NEXT RECORD
       AT END SET EndOfMechanicFile TO TRUE
    END-READ.
